001600* OPERATEURS (JN-OPERATEUR = DEMANDEUR, JN-OPERATEUR-VALIDE =
001700* CONFIRMEUR). LES DEMANDES REJETEES SONT CONSERVEES MARQUEES
001800* REJETEES, POUR LA TRACE.
001810*
001820* L'ANCIENNETE DE CHAQUE DEMANDE EST AFFICHEE EN JOURS OUVRES
001830* (SOUS-PROGRAMME JOURS-OUVRES) : UN PONT OU UN JOUR FERIE NE FAIT
001840* PAS PASSER UNE DEMANDE POUR EN RETARD.
001900*
002000* HISTORIQUE DES MODIFICATIONS
002100* DATE       AUTEUR  DESCRIPTION
002420*                    REFUSEE (CODE RETOUR 8) ET LA FILE LAISSEE
002430*                    INTACTE : LA REECRITURE PARTIELLE DETRUISAIT
002440*                    EN SILENCE LES DEMANDES LES PLUS RECENTES.
002450* 2026-10-15 SI      IMAGE DU DOSSIER PORTEE A 197 OCTETS (NOM
002460*                    D'USAGE MF-NOM-USAGE AJOUTE AU FICHIER
002470*                    MAITRE).
002476* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
002482*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
002488*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
002494*                    RCCHAIND).
002496* 2026-10-15 SI      AFFICHAGE DE L'ANCIENNETE DE LA DEMANDE EN
002498*                    JOURS OUVRES (JOURS-OUVRES).
002523* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
002548*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
002573*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.    IBM-370.
007600     88 DECISION-FIN             VALUE "F".
007700 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
007800 01  AGE-AVANT-ACTION            PIC 9(03) VALUE ZERO.
007810 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
007900*----------------------------------------------------------------
008000* TABLE DE LA FILE D'ATTENTE, CHARGEE AU DEMARRAGE ET REECRITE
008100* EN ENTIER A LA FIN DE LA REVUE
010600 01  NB-CONFIRMEES               PIC 9(05) COMP VALUE ZERO.
010700 01  NB-REJETEES                 PIC 9(05) COMP VALUE ZERO.
010800 01  NB-ERREURS                  PIC 9(05) COMP VALUE ZERO.
010810 01  ATTENTE-EDITEE              PIC ZZZZ9.
010820 01  DEMANDE-JOURS-OUVRES.
010830     COPY RCOUVRD.
010900     COPY RCOPER.
011000     COPY RCSIGNON.
011100 01  DEMANDE-VERROU.
011200     COPY RCVERRD.
011210 01  DEMANDE-CHAINAGE.
011220     COPY RCCHAIND.
011300 PROCEDURE DIVISION.
011400*================================================================
011500* 0000-MAINLINE : SIGNEMENT, VERROU DE NUIT, CHARGEMENT DE LA
022000             TA-NOM(IDX-ATT) " " TA-PRENOM(IDX-ATT)
022100     END-IF.
022200     DISPLAY "MOTIF : " TA-MOTIF(IDX-ATT).
022207     IF TA-DATE-HEURE(IDX-ATT)(1:8) NUMERIC
022214         MOVE "C"                   TO JO-FONCTION
022221         MOVE SPACES                TO JO-CODE-SITE
022228         MOVE TA-DATE-HEURE(IDX-ATT)(1:8) TO JO-DATE
022235         MOVE DATE-DU-JOUR-AAAAMMJJ TO JO-DATE-FIN
022242         CALL "JOURS-OUVRES" USING DEMANDE-JOURS-OUVRES
022249         IF JO-OK AND JO-NB-RESULTAT NOT < ZERO
022256             MOVE JO-NB-RESULTAT TO ATTENTE-EDITEE
022263             DISPLAY "EN ATTENTE DEPUIS " ATTENTE-EDITEE
022270                 " JOUR(S) OUVRE(S)"
022277         END-IF
022284     END-IF.
022300     IF TA-OPER-DEMANDE(IDX-ATT) = OP-CODE-OPERATEUR
022400         DISPLAY "DEMANDE DEPOSEE PAR VOUS-MEME - UN AUTRE "
022500             "OPERATEUR DOIT LA CONFIRMER, ELLE EST PASSEE"
031520     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
031550     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
031575     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
031583     SET CH-ENCHAINER TO TRUE.
031591     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
031600     WRITE ENR-JOURNAL.
031625     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
031650     SET CH-VALIDER TO TRUE.
031675     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
031700 4000-JOURNALISER-STATUT-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
033200     MOVE OP-CODE-OPERATEUR       TO JN-OPERATEUR-VALIDE.
033220     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
033250     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
033260     SET CH-ENCHAINER TO TRUE.
033270     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
033300     WRITE ENR-JOURNAL.
033325     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
033350     SET CH-VALIDER TO TRUE.
033375     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
033400 5000-JOURNALISER-SUPPR-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
