002400*
002500* LES LIGNES ANCIENNES SANS IDENTIFIANT SONT RAPPROCHEES PAR
002600* NOM+PRENOM DU DOSSIER ET SIGNALEES, COMME DANS HISTO-DOSSIER.
002608*
002616* AU PASSAGE, TOUTES LES LIGNES LUES (PAS SEULEMENT CELLES DU
002624* DOSSIER) SONT CONTROLEES CONTRE LE CHAINAGE DU JOURNAL (VOIR
002632* CHAINE-JOURNAL) : ARCHIVE-JOURNAL GARDE NUMEROS ET VALEURS DE
002640* CONTROLE, DE SORTE QUE LES GENERATIONS MONTEES PUIS LE JOURNAL
002648* VIVANT FORMENT UNE SEULE CHAINE. LA PREMIERE LIGNE CHAINEE DU
002656* FLOT SERT DE POINT DE DEPART (SA PRECEDENTE N'EST PAS MONTEE),
002664* SAUF SI C'EST LA TOUTE PREMIERE LIGNE CHAINEE DU REGISTRE. UNE
002672* RUPTURE EST SIGNALEE DANS L'ETAT ET REND UN CODE RETOUR 8 :
002680* L'HISTORIQUE NE DOIT PAS ETRE PRODUIT EN L'ETAT. UNE GENERATION
002688* OUBLIEE DANS LA CONCATENATION APPARAIT COMME UN TROU.
002700*
002800* HISTORIQUE DES MODIFICATIONS
002900* DATE       AUTEUR  DESCRIPTION
003340*                    LIBELLE "BATCH" : LA VENTILATION PAR
003350*                    OPERATEUR DE RAPPORT-ACCES ATTRIBUE ENFIN
003360*                    LES CONSULTATIONS D'HISTORIQUE.
003370* 2026-10-15 SI      CONTROLE DU CHAINAGE DU JOURNAL SUR TOUTES
003380*                    LES LIGNES LUES, ARCHIVES ET JOURNAL VIVANT ;
003390*                    CODE RETOUR 8 EN CAS DE RUPTURE.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
011800 01  NB-HORS-FENETRE             PIC 9(07) COMP VALUE ZERO.
011810 01  DEMANDE-TRACE-ACCES.
011820     COPY RCACCES.
011825*----------------------------------------------------------------
011830* CONTROLE DU CHAINAGE SUR LE FLOT ARCHIVES PUIS JOURNAL
011835*----------------------------------------------------------------
011840 01  DEMANDE-CHAINAGE.
011845     COPY RCCHAIND.
011850 01  CHAINE-COMMENCEE            PIC X(01) VALUE "N".
011855     88 CHAINE-EST-COMMENCEE     VALUE "O".
011860 01  PRECEDENT-NUMERO            PIC 9(09) VALUE ZERO.
011865 01  PRECEDENT-CONTROLE          PIC 9(09) VALUE ZERO.
011870 01  NUMERO-ATTENDU              PIC 9(09) VALUE ZERO.
011875 01  NUMERO-DEPART               PIC 9(09) VALUE ZERO.
011880 01  NB-ANTERIEURES-CHAINAGE     PIC 9(07) COMP VALUE ZERO.
011885 01  NB-VERIFIEES                PIC 9(07) COMP VALUE ZERO.
011890 01  NB-RUPTURES                 PIC 9(07) COMP VALUE ZERO.
011900 PROCEDURE DIVISION.
012000*================================================================
012100* 0000-MAINLINE : CRITERES, PUIS PARCOURS DES ARCHIVES ET DU
023600     END-READ.
023700     ADD 1 TO NB-LIGNES-ARCHIVE.
023800     MOVE ENR-ARCHIVE TO LIGNE-EXAMINEE.
023810     PERFORM 4500-CONTROLER-CHAINAGE
023820         THRU 4500-CONTROLER-CHAINAGE-EXIT.
023900     PERFORM 4000-EXAMINER-LIGNE
024000         THRU 4000-EXAMINER-LIGNE-EXIT.
024100 2100-TRAITER-LIGNE-ARCHIVE-EXIT.
027400     END-READ.
027500     ADD 1 TO NB-LIGNES-VIVANTES.
027600     MOVE ENR-JOURNAL TO LIGNE-EXAMINEE.
027610     PERFORM 4500-CONTROLER-CHAINAGE
027620         THRU 4500-CONTROLER-CHAINAGE-EXIT.
027700     PERFORM 4000-EXAMINER-LIGNE
027800         THRU 4000-EXAMINER-LIGNE-EXIT.
027900 3100-TRAITER-LIGNE-VIVANTE-EXIT.
031800     END-IF.
031900 4000-EXAMINER-LIGNE-EXIT.
032000     EXIT.
032002*----------------------------------------------------------------
032004* 4500-CONTROLER-CHAINAGE : PLACE DE LA LIGNE DANS LA CHAINE ET
032006*                           RECALCUL DE SA VALEUR DE CONTROLE -
032008*                           APRES UNE RUPTURE, LE CONTROLE
032010*                           REPART DE LA LIGNE EN CAUSE
032012*----------------------------------------------------------------
032014 4500-CONTROLER-CHAINAGE.
032016     IF LX-NO-SEQUENCE NOT NUMERIC OR LX-NO-SEQUENCE = ZERO
032018         IF CHAINE-EST-COMMENCEE
032020             ADD 1 TO NB-RUPTURES
032022             DISPLAY "*** RUPTURE DE CHAINAGE : LIGNE NON CHAINEE"
032024                 " APRES LE NO " PRECEDENT-NUMERO " - "
032026                 LX-DATE-HEURE " " LX-ACTION
032028         ELSE
032030             ADD 1 TO NB-ANTERIEURES-CHAINAGE
032032         END-IF
032034         GO TO 4500-CONTROLER-CHAINAGE-EXIT
032036     END-IF.
032038     IF NOT CHAINE-EST-COMMENCEE AND LX-NO-SEQUENCE NOT = 1
032040         MOVE LX-NO-SEQUENCE TO NUMERO-DEPART
032042         GO TO 4500-CONTROLER-CHAINAGE-SUITE
032044     END-IF.
032046     COMPUTE NUMERO-ATTENDU = PRECEDENT-NUMERO + 1.
032048     IF LX-NO-SEQUENCE NOT = NUMERO-ATTENDU
032050         ADD 1 TO NB-RUPTURES
032052         DISPLAY "*** RUPTURE DE CHAINAGE : NO " LX-NO-SEQUENCE
032054             " AU LIEU DU NO " NUMERO-ATTENDU " - "
032056             LX-DATE-HEURE " " LX-ACTION
032058         GO TO 4500-CONTROLER-CHAINAGE-SUITE
032060     END-IF.
032062     SET CH-CALCULER TO TRUE.
032064     MOVE PRECEDENT-CONTROLE TO CH-CONTROLE-PRECEDENT.
032066     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE LIGNE-EXAMINEE.
032068     ADD 1 TO NB-VERIFIEES.
032070     IF LX-CONTROLE NOT NUMERIC
032072             OR CH-CONTROLE-CALCULE NOT = LX-CONTROLE
032074         ADD 1 TO NB-RUPTURES
032076         DISPLAY "*** RUPTURE DE CHAINAGE : LIGNE ALTEREE NO "
032078             LX-NO-SEQUENCE " - " LX-DATE-HEURE " " LX-ACTION
032080             " ID " LX-ID-CITOYEN
032082     END-IF.
032084 4500-CONTROLER-CHAINAGE-SUITE.
032086     MOVE "O"            TO CHAINE-COMMENCEE.
032088     MOVE LX-NO-SEQUENCE TO PRECEDENT-NUMERO.
032090     MOVE LX-CONTROLE    TO PRECEDENT-CONTROLE.
032092 4500-CONTROLER-CHAINAGE-EXIT.
032094     EXIT.
032100*----------------------------------------------------------------
032200* 5000-AFFICHER-LIGNE : AFFICHAGE D'UNE LIGNE D'HISTORIQUE, MEME
032300*                       FORMAT QUE HISTO-DOSSIER
034400     IF NB-LIGNES-AFFICHEES = ZERO
034500         DISPLAY "AUCUNE LIGNE POUR CE DOSSIER SUR LA FENETRE"
034600     END-IF.
034606     DISPLAY "LIGNES ANTERIEURES AU CHAINAGE : "
034612         NB-ANTERIEURES-CHAINAGE.
034618     IF NUMERO-DEPART NOT = ZERO
034624         DISPLAY "CHAINAGE CONTROLE DEPUIS LE NO " NUMERO-DEPART
034630             " (PREMIERE LIGNE CHAINEE MONTEE)"
034636     END-IF.
034642     DISPLAY "LIGNES CHAINEES VERIFIEES  : " NB-VERIFIEES.
034648     IF NB-RUPTURES = ZERO
034654         DISPLAY "CHAINAGE INTACT SUR LES LIGNES MONTEES"
034660     ELSE
034666         DISPLAY "CHAINAGE ROMPU - " NB-RUPTURES
034672             " RUPTURE(S) : HISTORIQUE A NE PAS PRODUIRE"
034678         MOVE 8 TO RETURN-CODE
034684     END-IF.
034700 8000-RAPPORT-CONTROLE-EXIT.
034800     EXIT.
