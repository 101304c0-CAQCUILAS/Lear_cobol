000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VERIF-NONAT.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* VERIF-NONAT BALAIE LE FICHIER MAITRE ET SOUMET LE NUMERO
000900* NATIONAL DE CHAQUE DOSSIER QUI EN PORTE UN AU CONTROLE COMMUN
001000* CONTROLE-NONAT, AVEC LE SEXE ET LA DATE DE NAISSANCE DU
001100* DOSSIER (EXCEPTIONS ADMISES DECRITES DANS RCNONAT : NUMEROS
001200* PROVISOIRES, MOIS INCONNUS, NES A L'ETRANGER). LES DOSSIERS
001300* EN ANOMALIE SONT EDITES SITE PAR SITE A L'ETAT ETATNONA :
001400*   - CLE ERRONEE       : LA CLE DE CONTROLE NE CORRESPOND PAS ;
001500*   - SEXE              : LE PREMIER CHIFFRE CONTREDIT MF-SEXE ;
001600*   - ANNEE / MOIS      : L'ANNEE OU LE MOIS CODES CONTREDISENT
001700*                         MF-DATE-NAISSANCE.
001800* CHAQUE SITE CORRIGE SES DOSSIERS PAR MAJ-DOSSIER (CHOIX "N",
001900* "S" OU "D"). LES DOSSIERS SANS SITE D'ORIGINE SONT EDITES SOUS
002000* LE SITE "---". CODE RETOUR 4 S'IL RESTE DES ANOMALIES.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - INCOHERENCES DU NUMERO NATIONAL
002600*                    AVEC LE SEXE ET LA DATE DE NAISSANCE, PAR
002700*                    SITE.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.    IBM-370.
003200 OBJECT-COMPUTER.    IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS MF-ID-CITOYEN
003900         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
004100         FILE STATUS IS MF-STATUT.
004200     SELECT TRI-NONAT ASSIGN TO "TRIWORK".
004300     SELECT ETAT-NONAT ASSIGN TO "ETATNONA"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS ET-STATUT.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  FICHIER-MAITRE
004900     LABEL RECORDS ARE STANDARD.
005000 01  ENR-MAITRE.
005100     COPY RCMAITRE.
005200 SD  TRI-NONAT.
005300 01  ENR-TRI.
005400     05 TRI-CODE-SITE            PIC X(03).
005500     05 TRI-ID-CITOYEN           PIC 9(09).
005600     05 TRI-NOM                  PIC X(20).
005700     05 TRI-PRENOM               PIC X(20).
005800     05 TRI-SEXE                 PIC X(01).
005900     05 TRI-DATE-NAISSANCE       PIC 9(08).
006000     05 TRI-NO-NATIONAL          PIC 9(15).
006100     05 TRI-CAUSE                PIC X(01).
006200         88 TRI-CLE-ERRONEE      VALUE "C".
006300         88 TRI-SEXE-INCOHERENT  VALUE "S".
006400         88 TRI-ANNEE-INCOHERENTE VALUE "A".
006500         88 TRI-MOIS-INCOHERENT  VALUE "M".
006600 FD  ETAT-NONAT
006700     LABEL RECORDS ARE STANDARD.
006800 01  LIGNE-ETAT                  PIC X(100).
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------------
007100* ZONES DE TRAVAIL
007200*----------------------------------------------------------------
007300 01  MF-STATUT                   PIC X(02).
007400     88 MF-OK                    VALUE "00".
007500 01  ET-STATUT                   PIC X(02).
007600     88 ET-OK                    VALUE "00".
007700 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
007800     88 PLUS-DE-CITOYENS         VALUE "O".
007900 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
008000     88 PLUS-D-ENREG-TRIES       VALUE "O".
008100 01  SITE-COURANT                PIC X(03).
008200 01  DEMANDE-CONTROLE-NONAT.
008300     COPY RCNONAT.
008400*----------------------------------------------------------------
008500* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
008600*----------------------------------------------------------------
008700 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
008800 01  NB-SANS-NUMERO              PIC 9(07) COMP VALUE ZERO.
008900 01  NB-CONFORMES                PIC 9(07) COMP VALUE ZERO.
009000 01  NB-CLES-ERRONEES            PIC 9(07) COMP VALUE ZERO.
009100 01  NB-SEXES-INCOHERENTS        PIC 9(07) COMP VALUE ZERO.
009200 01  NB-ANNEES-INCOHERENTES      PIC 9(07) COMP VALUE ZERO.
009300 01  NB-MOIS-INCOHERENTS         PIC 9(07) COMP VALUE ZERO.
009400 01  NB-EDITES                   PIC 9(07) COMP VALUE ZERO.
009500 01  NB-SITES                    PIC 9(07) COMP VALUE ZERO.
009600 01  NB-EDITES-SITE              PIC 9(07) COMP VALUE ZERO.
009700*----------------------------------------------------------------
009800* LIGNES EDITEES DE L'ETAT
009900*----------------------------------------------------------------
010000 01  LIGNE-TITRE-SITE.
010100     05 FILLER                   PIC X(05) VALUE "SITE ".
010200     05 LS-CODE-SITE             PIC X(03).
010300 01  LIGNE-ENTETE.
010400     05 FILLER                   PIC X(10) VALUE "ID".
010500     05 FILLER                   PIC X(21) VALUE "NOM".
010600     05 FILLER                   PIC X(21) VALUE "PRENOM".
010700     05 FILLER                   PIC X(02) VALUE "S".
010800     05 FILLER                   PIC X(09) VALUE "NAISSANCE".
010900     05 FILLER                   PIC X(16) VALUE "NO NATIONAL".
011000     05 FILLER                   PIC X(11) VALUE "ANOMALIE".
011100 01  LIGNE-ANOMALIE.
011200     05 LA-ID                    PIC 9(09).
011300     05 FILLER                   PIC X(01) VALUE SPACE.
011400     05 LA-NOM                   PIC X(20).
011500     05 FILLER                   PIC X(01) VALUE SPACE.
011600     05 LA-PRENOM                PIC X(20).
011700     05 FILLER                   PIC X(01) VALUE SPACE.
011800     05 LA-SEXE                  PIC X(01).
011900     05 FILLER                   PIC X(01) VALUE SPACE.
012000     05 LA-DATE-NAISSANCE        PIC 9(08).
012100     05 FILLER                   PIC X(01) VALUE SPACE.
012200     05 LA-NO-NATIONAL           PIC 9(15).
012300     05 FILLER                   PIC X(01) VALUE SPACE.
012400     05 LA-CAUSE                 PIC X(20).
012500 01  LIGNE-TOTAL.
012600     05 LT-LIBELLE               PIC X(34).
012700     05 LT-COMPTEUR              PIC ZZZZZZ9.
012800 PROCEDURE DIVISION.
012900*================================================================
013000* 0000-MAINLINE : TRI DES DOSSIERS EN ANOMALIE PAR SITE, EDITION
013100*                 PAR SITE
013200*================================================================
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALISATION
013500         THRU 1000-INITIALISATION-EXIT.
013600     SORT TRI-NONAT
013700         ON ASCENDING KEY TRI-CODE-SITE TRI-ID-CITOYEN
013800         INPUT PROCEDURE IS 2000-RELACHER-DOSSIERS
013900             THRU 2000-RELACHER-DOSSIERS-EXIT
014000         OUTPUT PROCEDURE IS 3000-EDITER-DOSSIERS
014100             THRU 3000-EDITER-DOSSIERS-EXIT.
014200     PERFORM 8000-PIED-DE-PAGE
014300         THRU 8000-PIED-DE-PAGE-EXIT.
014400     PERFORM 9999-TERMINER
014500         THRU 9999-TERMINER-EXIT.
014600     STOP RUN.
014700*----------------------------------------------------------------
014800* 1000-INITIALISATION : OUVERTURE DES FICHIERS ET EN-TETE
014900*----------------------------------------------------------------
015000 1000-INITIALISATION.
015100     OPEN INPUT FICHIER-MAITRE.
015200     IF NOT MF-OK
015300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
015400             "CODE " MF-STATUT
015500         MOVE 16 TO RETURN-CODE
015600         STOP RUN
015700     END-IF.
015800     OPEN OUTPUT ETAT-NONAT.
015900     IF NOT ET-OK
016000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATNONA - "
016100             "CODE " ET-STATUT
016200         MOVE 16 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500     MOVE "NUMEROS NATIONAUX INCOHERENTS AVEC LE SEXE OU LA "
016600         TO LIGNE-ETAT.
016700     MOVE "DATE DE NAISSANCE, PAR SITE" TO LIGNE-ETAT(50:27).
016800     WRITE LIGNE-ETAT.
016900 1000-INITIALISATION-EXIT.
017000     EXIT.
017100*----------------------------------------------------------------
017200* 2000-RELACHER-DOSSIERS : PARCOURS DU FICHIER MAITRE ET
017300*                          RELACHEMENT AU TRI DES DOSSIERS EN
017400*                          ANOMALIE
017500*----------------------------------------------------------------
017600 2000-RELACHER-DOSSIERS.
017700     PERFORM 2100-LIRE-CITOYEN
017800         THRU 2100-LIRE-CITOYEN-EXIT.
017900     PERFORM 2200-CONTROLER-CITOYEN
018000         THRU 2200-CONTROLER-CITOYEN-EXIT
018100         UNTIL PLUS-DE-CITOYENS.
018200 2000-RELACHER-DOSSIERS-EXIT.
018300     EXIT.
018400*----------------------------------------------------------------
018500* 2100-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
018600*----------------------------------------------------------------
018700 2100-LIRE-CITOYEN.
018800     READ FICHIER-MAITRE NEXT RECORD
018900         AT END
019000             MOVE "O" TO FIN-FICHIER-MAITRE
019100     END-READ.
019200 2100-LIRE-CITOYEN-EXIT.
019300     EXIT.
019400*----------------------------------------------------------------
019500* 2200-CONTROLER-CITOYEN : CONTROLE DU NUMERO NATIONAL DU
019600*                          DOSSIER COURANT CONTRE SON SEXE ET SA
019700*                          DATE DE NAISSANCE, RELACHEMENT AU TRI
019800*                          S'IL EST EN ANOMALIE, PUIS LECTURE DU
019900*                          SUIVANT - LES DOSSIERS SANS NUMERO
020000*                          SONT COMPTES A PART
020100*----------------------------------------------------------------
020200 2200-CONTROLER-CITOYEN.
020300     ADD 1 TO NB-LUS.
020400     IF MF-NO-NATIONAL = ZERO
020500         ADD 1 TO NB-SANS-NUMERO
020600         GO TO 2200-CONTROLER-CITOYEN-SUITE
020700     END-IF.
020800     MOVE MF-NO-NATIONAL    TO NN-NUMERO.
020900     MOVE MF-SEXE           TO NN-SEXE.
021000     MOVE MF-DATE-NAISSANCE TO NN-DATE-NAISSANCE.
021100     CALL "CONTROLE-NONAT" USING DEMANDE-CONTROLE-NONAT.
021200     EVALUATE TRUE
021300         WHEN NN-NUMERO-VALIDE
021400             ADD 1 TO NB-CONFORMES
021500             GO TO 2200-CONTROLER-CITOYEN-SUITE
021600         WHEN NN-CLE-ERRONEE
021700             ADD 1 TO NB-CLES-ERRONEES
021800             MOVE "C" TO TRI-CAUSE
021900         WHEN NN-MOTIF-SEXE
022000             ADD 1 TO NB-SEXES-INCOHERENTS
022100             MOVE "S" TO TRI-CAUSE
022200         WHEN NN-MOTIF-ANNEE
022300             ADD 1 TO NB-ANNEES-INCOHERENTES
022400             MOVE "A" TO TRI-CAUSE
022500         WHEN OTHER
022600             ADD 1 TO NB-MOIS-INCOHERENTS
022700             MOVE "M" TO TRI-CAUSE
022800     END-EVALUATE.
022900     IF MF-CODE-SITE = SPACES
023000         MOVE "---" TO TRI-CODE-SITE
023100     ELSE
023200         MOVE MF-CODE-SITE TO TRI-CODE-SITE
023300     END-IF.
023400     MOVE MF-ID-CITOYEN     TO TRI-ID-CITOYEN.
023500     MOVE MF-NOM            TO TRI-NOM.
023600     MOVE MF-PRENOM         TO TRI-PRENOM.
023700     MOVE MF-SEXE           TO TRI-SEXE.
023800     MOVE MF-DATE-NAISSANCE TO TRI-DATE-NAISSANCE.
023900     MOVE MF-NO-NATIONAL    TO TRI-NO-NATIONAL.
024000     RELEASE ENR-TRI.
024100 2200-CONTROLER-CITOYEN-SUITE.
024200     PERFORM 2100-LIRE-CITOYEN
024300         THRU 2100-LIRE-CITOYEN-EXIT.
024400 2200-CONTROLER-CITOYEN-EXIT.
024500     EXIT.
024600*----------------------------------------------------------------
024700* 3000-EDITER-DOSSIERS : SORTIE DU TRI - EDITION PAR SITE
024800*----------------------------------------------------------------
024900 3000-EDITER-DOSSIERS.
025000     MOVE LOW-VALUES TO SITE-COURANT.
025100     PERFORM 3100-EDITER-DOSSIER
025200         THRU 3100-EDITER-DOSSIER-EXIT
025300         UNTIL PLUS-D-ENREG-TRIES.
025400     PERFORM 3200-CLORE-SITE
025500         THRU 3200-CLORE-SITE-EXIT.
025600 3000-EDITER-DOSSIERS-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025900* 3100-EDITER-DOSSIER : RETRAIT D'UN DOSSIER DU TRI - UN NOUVEAU
026000*                       SITE CLOT LE PRECEDENT
026100*----------------------------------------------------------------
026200 3100-EDITER-DOSSIER.
026300     RETURN TRI-NONAT
026400         AT END
026500             MOVE "O" TO FIN-DU-TRI
026600             GO TO 3100-EDITER-DOSSIER-EXIT
026700     END-RETURN.
026800     IF TRI-CODE-SITE NOT = SITE-COURANT
026900         PERFORM 3200-CLORE-SITE
027000             THRU 3200-CLORE-SITE-EXIT
027100         MOVE TRI-CODE-SITE TO SITE-COURANT
027200         MOVE ZERO TO NB-EDITES-SITE
027300         ADD 1 TO NB-SITES
027400         MOVE TRI-CODE-SITE TO LS-CODE-SITE
027500         MOVE SPACES TO LIGNE-ETAT
027600         WRITE LIGNE-ETAT
027700         MOVE LIGNE-TITRE-SITE TO LIGNE-ETAT
027800         WRITE LIGNE-ETAT
027900         MOVE LIGNE-ENTETE TO LIGNE-ETAT
028000         WRITE LIGNE-ETAT
028100     END-IF.
028200     ADD 1 TO NB-EDITES-SITE.
028300     ADD 1 TO NB-EDITES.
028400     MOVE TRI-ID-CITOYEN     TO LA-ID.
028500     MOVE TRI-NOM            TO LA-NOM.
028600     MOVE TRI-PRENOM         TO LA-PRENOM.
028700     MOVE TRI-SEXE           TO LA-SEXE.
028800     MOVE TRI-DATE-NAISSANCE TO LA-DATE-NAISSANCE.
028900     MOVE TRI-NO-NATIONAL    TO LA-NO-NATIONAL.
029000     EVALUATE TRUE
029100         WHEN TRI-CLE-ERRONEE
029200             MOVE "CLE ERRONEE"      TO LA-CAUSE
029300         WHEN TRI-SEXE-INCOHERENT
029400             MOVE "SEXE INCOHERENT"  TO LA-CAUSE
029500         WHEN TRI-ANNEE-INCOHERENTE
029600             MOVE "ANNEE INCOHERENTE" TO LA-CAUSE
029700         WHEN OTHER
029800             MOVE "MOIS INCOHERENT"  TO LA-CAUSE
029900     END-EVALUATE.
030000     MOVE LIGNE-ANOMALIE TO LIGNE-ETAT.
030100     WRITE LIGNE-ETAT.
030200 3100-EDITER-DOSSIER-EXIT.
030300     EXIT.
030400*----------------------------------------------------------------
030500* 3200-CLORE-SITE : NOMBRE DE DOSSIERS EN ANOMALIE DU SITE QUI SE
030600*                   TERMINE
030700*----------------------------------------------------------------
030800 3200-CLORE-SITE.
030900     IF NB-EDITES-SITE = ZERO
031000         GO TO 3200-CLORE-SITE-EXIT
031100     END-IF.
031200     MOVE "DOSSIERS EN ANOMALIE DU SITE     :" TO LT-LIBELLE.
031300     MOVE NB-EDITES-SITE TO LT-COMPTEUR.
031400     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
031500     WRITE LIGNE-ETAT.
031600 3200-CLORE-SITE-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------
031900* 8000-PIED-DE-PAGE : TOTAUX DU BALAYAGE ET CODE RETOUR 4 S'IL
032000*                     RESTE DES NUMEROS EN ANOMALIE
032100*----------------------------------------------------------------
032200 8000-PIED-DE-PAGE.
032300     MOVE SPACES TO LIGNE-ETAT.
032400     WRITE LIGNE-ETAT.
032500     MOVE "DOSSIERS EXAMINES                :" TO LT-LIBELLE.
032600     MOVE NB-LUS TO LT-COMPTEUR.
032700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
032800     WRITE LIGNE-ETAT.
032900     MOVE "SANS NUMERO NATIONAL             :" TO LT-LIBELLE.
033000     MOVE NB-SANS-NUMERO TO LT-COMPTEUR.
033100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
033200     WRITE LIGNE-ETAT.
033300     MOVE "NUMEROS CONFORMES                :" TO LT-LIBELLE.
033400     MOVE NB-CONFORMES TO LT-COMPTEUR.
033500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
033600     WRITE LIGNE-ETAT.
033700     MOVE "CLES ERRONEES                    :" TO LT-LIBELLE.
033800     MOVE NB-CLES-ERRONEES TO LT-COMPTEUR.
033900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
034000     WRITE LIGNE-ETAT.
034100     MOVE "SEXES INCOHERENTS                :" TO LT-LIBELLE.
034200     MOVE NB-SEXES-INCOHERENTS TO LT-COMPTEUR.
034300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
034400     WRITE LIGNE-ETAT.
034500     MOVE "ANNEES DE NAISSANCE INCOHERENTES :" TO LT-LIBELLE.
034600     MOVE NB-ANNEES-INCOHERENTES TO LT-COMPTEUR.
034700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
034800     WRITE LIGNE-ETAT.
034900     MOVE "MOIS DE NAISSANCE INCOHERENTS    :" TO LT-LIBELLE.
035000     MOVE NB-MOIS-INCOHERENTS TO LT-COMPTEUR.
035100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
035200     WRITE LIGNE-ETAT.
035300     MOVE "SITES CONCERNES                  :" TO LT-LIBELLE.
035400     MOVE NB-SITES TO LT-COMPTEUR.
035500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
035600     WRITE LIGNE-ETAT.
035700     IF NB-EDITES > ZERO
035800         MOVE 4 TO RETURN-CODE
035900     END-IF.
036000 8000-PIED-DE-PAGE-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------
036300* 9999-TERMINER : FERMETURE DES FICHIERS
036400*----------------------------------------------------------------
036500 9999-TERMINER.
036600     CLOSE FICHIER-MAITRE.
036700     CLOSE ETAT-NONAT.
036800 9999-TERMINER-EXIT.
036900     EXIT.
