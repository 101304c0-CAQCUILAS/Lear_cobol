002300* ---------- ------- ---------------------------------------------
002400* 2026-09-02 SI      CREATION - ENTRETIEN AU GUICHET DU LIEN
002500*                    MINEUR / RESPONSABLE.
002510* 2026-10-15 SI      MINEUR ET RESPONSABLE LIMITES AU PERIMETRE DE
002520*                    SITES DE L'OPERATEUR (PERIMETRE-SITE) ; LE
002530*                    REFUS EST TRACE AU JOURNAL DEJA OUVERT.
002540* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
002550*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
002560*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
002570*                    RCCHAIND).
002580* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
002590*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
008500 01  ID-RESPONSABLE-NUM          PIC 9(09) VALUE ZERO.
008600 01  TYPE-LIEN-SAISI             PIC X(01).
008700 01  NB-MOUVEMENTS               PIC 9(05) COMP VALUE ZERO.
008710 01  DEMANDE-PERIMETRE.
008720     COPY RCPERIM.
008800     COPY RCOPER.
008900     COPY RCSIGNON.
009000 01  DEMANDE-VERROU.
009100     COPY RCVERRD.
009110 01  DEMANDE-CHAINAGE.
009120     COPY RCCHAIND.
009200 PROCEDURE DIVISION.
009300*================================================================
009400* 0000-MAINLINE : SIGNEMENT, VERROU DE NUIT, PUIS BOUCLE
021200                 ID-SAISI-NUM
021300             GO TO 2100-DEMANDER-MINEUR-EXIT
021400     END-READ.
021410     PERFORM 2150-CONTROLER-PERIMETRE
021420         THRU 2150-CONTROLER-PERIMETRE-EXIT.
021430     IF PT-HORS-PERIMETRE
021440         GO TO 2100-DEMANDER-MINEUR-EXIT
021450     END-IF.
021500     DISPLAY "MINEUR : " MF-ID-CITOYEN " " MF-NOM " " MF-PRENOM
021600         " AGE " MF-AGE.
021700     MOVE ID-SAISI-NUM TO ID-MINEUR-NUM.
021800 2100-DEMANDER-MINEUR-EXIT.
021900     EXIT.
021903*----------------------------------------------------------------
021906* 2150-CONTROLER-PERIMETRE : LE DOSSIER LU EST-IL DANS LE
021909*                            PERIMETRE DE L'OPERATEUR (VOIR
021912*                            RCPERIM) ? LE JOURNAL ETANT DEJA
021915*                            OUVERT ICI, LE REFUS Y EST TRACE
021918*                            PAR LE PROGRAMME LUI-MEME
021921*----------------------------------------------------------------
021924 2150-CONTROLER-PERIMETRE.
021927     MOVE "F"               TO PT-ACTION.
021930     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
021933     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
021936     MOVE "MAJ-LIENS"       TO PT-PROGRAMME.
021939     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
021942     IF PT-DANS-PERIMETRE
021945         GO TO 2150-CONTROLER-PERIMETRE-EXIT
021948     END-IF.
021951     DISPLAY "DOSSIER " MF-ID-CITOYEN
021954         " HORS DU PERIMETRE DE VOS SITES - ACCES REFUSE".
021957     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
021960     MOVE "REFUS"               TO JN-ACTION.
021963     MOVE "HORS PERIMETRE SITE" TO JN-NOM.
021966     MOVE PT-PROGRAMME          TO JN-PRENOM.
021969     MOVE ZERO                  TO JN-AGE-AVANT.
021972     MOVE ZERO                  TO JN-AGE-APRES.
021975     MOVE PT-ID-CITOYEN         TO JN-ID-CITOYEN.
021978     MOVE OP-CODE-OPERATEUR     TO JN-OPERATEUR.
021981     MOVE PT-CODE-SITE          TO JN-CODE-SITE.
021984     MOVE SPACES TO JN-OPERATEUR-VALIDE.
021987     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
021988     SET CH-ENCHAINER TO TRUE.
021989     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
021990     WRITE ENR-JOURNAL.
021991     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
021992     SET CH-VALIDER TO TRUE.
021993     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
021994 2150-CONTROLER-PERIMETRE-EXIT.
021996     EXIT.
022000*----------------------------------------------------------------
022100* 3000-POSER-LIEN : POSE OU REMPLACEMENT DU LIEN D'UN MINEUR -
022200*                   LE RESPONSABLE EST CONTROLE AU FICHIER MAITRE
024300                 ID-SAISI-NUM
024400             GO TO 3000-POSER-LIEN-EXIT
024500     END-READ.
024510     PERFORM 2150-CONTROLER-PERIMETRE
024520         THRU 2150-CONTROLER-PERIMETRE-EXIT.
024530     IF PT-HORS-PERIMETRE
024540         GO TO 3000-POSER-LIEN-EXIT
024550     END-IF.
024600     DISPLAY "RESPONSABLE : " MF-ID-CITOYEN " " MF-NOM " "
024700         MF-PRENOM.
024800     MOVE ID-SAISI-NUM TO ID-RESPONSABLE-NUM.
034700     MOVE SPACES            TO JN-CODE-SITE.
034799     MOVE SPACES TO JN-OPERATEUR-VALIDE.
034800     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
034801     SET CH-ENCHAINER TO TRUE.
034802     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
034801     WRITE ENR-JOURNAL.
034825     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
034849     SET CH-VALIDER TO TRUE.
034873     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
034900 6000-JOURNALISER-LIEN-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
