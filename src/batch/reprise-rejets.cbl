002306*                    RESPONSABLE, TYPE) : UN REJET "L" CORRIGE
002307*                    REPARTAIT AVEC CES ZONES A BLANC ET ETAIT
002308*                    RE-REJETE "ID MINEUR DU LIEN INVALIDE".
002309* 2026-10-15 SI      LA TRANSACTION RECYCLEE REPREND LA DATE
002311*                    D'EFFET ET LA REFERENCE DIFFEREE DU REJET
002312*                    (VOIR RCREJET) ; NOUVEAU MOTIF "DATE D'EFFET
002313*                    INVALIDE" (RESAISIE DE LA DATE D'EFFET, A
002314*                    BLANC POUR UNE APPLICATION IMMEDIATE).
002315* 2026-10-15 SI      IMAGE DU REJET PORTEE A 262 OCTETS ; LE NOM
002316*                    D'USAGE (RJ-NOM-USAGE) EST REPORTE TEL QUEL
002317*                    SUR LA TRANSACTION RECYCLEE.
002318* 2026-10-15 SI      LES MOTIFS "NO NATIONAL INCOHERENT AVEC
002319*                    NAISSANCE" ET "NO NATIONAL INCOHERENT AVEC LE
002320*                    SEXE" DE CHARGEMENT-LOT DONNENT LIEU A LA
002321*                    RESAISIE DE LA DATE DE NAISSANCE OU DU SEXE.
002310*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004800     COPY RCTRANS.
004900 FD  REJETS-RESTANTS
005000     LABEL RECORDS ARE STANDARD.
005100 01  REJET-RESTANT-REC           PIC X(262).
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400* ZONES DE TRAVAIL
007920 01  NOUVELLE-DATE-NUM REDEFINES NOUVELLE-DATE
007930                                 PIC 9(08).
007940 01  NOUVEAU-SEXE                PIC X(01).
007950 01  NOUVELLE-DATE-EFFET         PIC X(08).
007960 01  NOUVELLE-DATE-EFFET-NUM REDEFINES NOUVELLE-DATE-EFFET
007970                                 PIC 9(08).
008000 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
008100 01  NB-RECYCLES                 PIC 9(07) COMP VALUE ZERO.
008200 01  NB-REPORTES                 PIC 9(07) COMP VALUE ZERO.
019100     MOVE RJ-STATUT-DOSSIER TO NOUVEAU-STATUT.
019110     MOVE RJ-DATE-NAISSANCE TO NOUVELLE-DATE.
019120     MOVE RJ-SEXE           TO NOUVEAU-SEXE.
019130     MOVE RJ-DATE-EFFET     TO NOUVELLE-DATE-EFFET.
019200     EVALUATE TRUE
019300         WHEN RJ-MOTIF = "AGE NON NUMERIQUE"
019400           OR RJ-MOTIF = "AGE HORS PLAGE"
020215           OR RJ-MOTIF = "DATE NAISSANCE INVALIDE"
020216           OR RJ-MOTIF = "DATE NAISSANCE FUTURE"
020220           OR RJ-MOTIF = "DATE NAISSANCE HORS PLAGE"
020225           OR RJ-MOTIF = "NO NATIONAL INCOHERENT AVEC NAISSANCE"
020230             PERFORM 4500-SAISIR-DATE-NAISSANCE
020240                 THRU 4500-SAISIR-DATE-NAISSANCE-EXIT
020250         WHEN RJ-MOTIF = "SEXE INVALIDE"
020255           OR RJ-MOTIF = "NO NATIONAL INCOHERENT AVEC LE SEXE"
020260             PERFORM 4600-SAISIR-SEXE
020270                 THRU 4600-SAISIR-SEXE-EXIT
020280         WHEN RJ-MOTIF = "DATE D'EFFET INVALIDE"
020290             PERFORM 4700-SAISIR-DATE-EFFET
020295                 THRU 4700-SAISIR-DATE-EFFET-EXIT
020300         WHEN OTHER
020400             PERFORM 4400-SAISIR-CODE
020500                 THRU 4400-SAISIR-CODE-EXIT
021892     MOVE RJ-ID-MINEUR      TO TR-ID-MINEUR.
021894     MOVE RJ-ID-RESPONSABLE TO TR-ID-RESPONSABLE.
021896     MOVE RJ-TYPE-LIEN      TO TR-TYPE-LIEN.
021897     MOVE NOUVELLE-DATE-EFFET TO TR-DATE-EFFET.
021898     MOVE RJ-REF-DIFFEREE   TO TR-REF-DIFFEREE.
021899     MOVE RJ-NOM-USAGE      TO TR-NOM-USAGE.
021900     WRITE TRANS-REC.
022000     ADD 1 TO NB-RECYCLES.
022100 4000-CORRIGER-REJET-EXIT.
027960     END-IF.
027964 4600-SAISIR-SEXE-EXIT.
027968     EXIT.
027970*----------------------------------------------------------------
027972* 4700-SAISIR-DATE-EFFET : SAISIE DE LA DATE D'EFFET CORRIGEE
027974*                          (AAAAMMJJ VALIDE AU CALENDRIER COMMUN,
027976*                          CONTROLE-DATE) - A BLANC, LA
027978*                          TRANSACTION S'APPLIQUE AU PROCHAIN
027980*                          CHARGEMENT
027982*----------------------------------------------------------------
027984 4700-SAISIR-DATE-EFFET.
027986     DISPLAY "NOUVELLE DATE D'EFFET (AAAAMMJJ OU BLANC) : ".
027988     ACCEPT NOUVELLE-DATE-EFFET.
027990     IF NOUVELLE-DATE-EFFET = SPACES
027992         MOVE "O" TO CORRECTION-VALIDE
027994         GO TO 4700-SAISIR-DATE-EFFET-EXIT
027996     END-IF.
027998     IF NOUVELLE-DATE-EFFET NOT NUMERIC
028002         GO TO 4700-SAISIR-DATE-EFFET-EXIT
028004     END-IF.
028006     MOVE NOUVELLE-DATE-EFFET-NUM TO CD-DATE-AAAAMMJJ.
028008     MOVE ZERO TO CD-AGE-MINIMUM.
028010     MOVE 999  TO CD-AGE-MAXIMUM.
028012     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
028014     IF CD-MOIS-INVALIDE OR CD-JOUR-INVALIDE
028016             OR CD-ANNEE-INVALIDE
028018         GO TO 4700-SAISIR-DATE-EFFET-EXIT
028020     END-IF.
028022     MOVE "O" TO CORRECTION-VALIDE.
028024 4700-SAISIR-DATE-EFFET-EXIT.
028026     EXIT.
027900*----------------------------------------------------------------
028000* 5000-REPORTER-REJET : REPORT DU REJET TEL QUEL AU FICHIER DES
028100*                       REJETS RESTANTS, POUR LA PROCHAINE REVUE
