005610* 2026-09-02 SI      AJOUT DU NIVEAU "A" (ADMINISTRATEUR, VOIR
005620*                    RCOPER) : REQUIS PAR MAJ-OPERATEURS, IL
005630*                    COUVRE AUSSI LA MISE A JOUR.
005640* 2026-10-15 SI      REPORT DES SITES DE RATTACHEMENT DE
005650*                    L'OPERATEUR DANS LA SESSION (PERIMETRE DES
005660*                    DOSSIERS).
005668* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
005676*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
005684*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
005692*                    RCCHAIND).
005694* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
005696*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
005700*----------------------------------------------------------------
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
012600             88 TE-COMPTE-SUSPENDU VALUE "S".
012700             88 TE-COMPTE-BLOQUE VALUE "B".
012800         10 TE-A-CHANGER         PIC X(01).
012810         10 TE-SITES             PIC X(15).
012900     COPY RCOPER.
012910 01  DEMANDE-CHAINAGE.
012920     COPY RCCHAIND.
013000 LINKAGE SECTION.
013100     COPY RCSIGNON.
013200 PROCEDURE DIVISION USING DEMANDE-SIGNON.
021200     END-IF.
021300     MOVE OF-STATUT-COMPTE   TO TE-STATUT-COMPTE(IDX-OPER).
021400     MOVE OF-MDP-A-CHANGER   TO TE-A-CHANGER(IDX-OPER).
021410     MOVE OF-SITES           TO TE-SITES(IDX-OPER).
021500 1100-CHARGER-UN-OPERATEUR-EXIT.
021600     EXIT.
021700*----------------------------------------------------------------
034100     MOVE TE-CODE(IDX-OPER)   TO OP-CODE-OPERATEUR.
034200     MOVE TE-NOM(IDX-OPER)    TO OP-NOM-OPERATEUR.
034300     MOVE TE-NIVEAU(IDX-OPER) TO OP-NIVEAU.
034310     MOVE TE-SITES(IDX-OPER)  TO OP-SITES.
034400     DISPLAY "BONJOUR " OP-NOM-OPERATEUR.
034500 2500-GARNIR-SESSION-EXIT.
034600     EXIT.
041600     MOVE TE-NB-ECHECS(IDX-OPER) TO OF-NB-ECHECS.
041700     MOVE TE-STATUT-COMPTE(IDX-OPER) TO OF-STATUT-COMPTE.
041800     MOVE TE-A-CHANGER(IDX-OPER) TO OF-MDP-A-CHANGER.
041810     MOVE TE-SITES(IDX-OPER)     TO OF-SITES.
041900     WRITE ENR-OPERATEUR.
042000 4100-ECRIRE-UN-OPERATEUR-EXIT.
042100     EXIT.
043920     MOVE SPACES          TO JN-CODE-SITE.
043940     MOVE SPACES TO JN-OPERATEUR-VALIDE.
043960     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
043970     SET CH-ENCHAINER TO TRUE.
043980     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
044000     WRITE ENR-JOURNAL.
044025     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
044050     SET CH-VALIDER TO TRUE.
044075     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
044100     CLOSE JOURNAL.
044200 5000-TRACER-ECHEC-EXIT.
044300     EXIT.
