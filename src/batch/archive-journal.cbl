001600*
001700* L'ETAT DE CONTROLE (LUES = ARCHIVEES + CONSERVEES) PERMET DE
001800* VERIFIER QU'AUCUNE LIGNE N'A ETE PERDUE ; TOUTE DIFFERENCE REND
001900* UN CODE RETOUR 8. UNE LIGNE A DATE ILLISIBLE EST COMPTEE A PART.
001910*
001920* LES LIGNES SONT RECOPIEES TELLES QUELLES, NUMERO DE SEQUENCE ET
001930* VALEUR DE CONTROLE COMPRIS (VOIR CHAINE-JOURNAL) : LES
001940* GENERATIONS D'ARCHIVE MISES BOUT A BOUT PUIS LE JOURNAL VIVANT
001950* FORMENT UNE SEULE CHAINE, QUE HISTO-ARCHIVE REVERIFIE. POUR NE
001960* PAS LA ROMPRE, LA COUPURE SE FAIT A LA PREMIERE LIGNE DATEE DU
001970* JOUR DE RETENTION OU APRES : ELLE ET TOUTES LES SUIVANTES SONT
001980* CONSERVEES, TOUTES LES PRECEDENTES (DATE ILLISIBLE COMPRISE)
001990* PARTENT A L'ARCHIVE. LE NUMERO ET LA VALEUR DE LA DERNIERE
002000* LIGNE ARCHIVEE DEVIENNENT L'ORIGINE DU JOURNAL VIVANT AU
002010* FICHIER JNCHAIN (COPY RCCHAINE), D'OU VERIF-JOURNAL REPART.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002610* 2026-08-23 SI      LONGUEUR DES ENREGISTREMENTS RECOPIES PORTEE
002620*                    A 82 - LE JOURNAL PORTE DESORMAIS LE CODE
002630*                    OPERATEUR (JN-OPERATEUR, VOIR RCJOURNAL).
002640* 2026-10-15 SI      LONGUEUR DES ENREGISTREMENTS RECOPIES PORTEE
002650*                    A 487 - IMAGES AVANT/APRES DU JOURNAL
002660*                    ELARGIES AU NOM D'USAGE (MF-NOM-USAGE, VOIR
002670*                    RCMAITRE).
002673* 2026-10-15 SI      LONGUEUR DES ENREGISTREMENTS RECOPIES PORTEE
002676*                    A 505 (NUMERO DE SEQUENCE ET VALEUR DE
002679*                    CONTROLE DU JOURNAL CHAINE). COUPURE A LA
002682*                    PREMIERE LIGNE CONSERVEE POUR GARDER LA
002685*                    CHAINE CONTINUE ENTRE ARCHIVE ET JOURNAL
002688*                    VIVANT ; ORIGINE DU JOURNAL VIVANT REPORTEE
002691*                    AU FICHIER JNCHAIN.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004000     SELECT JOURNAL-NEUF ASSIGN TO "JOURNEUF"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JF-STATUT.
004210     SELECT CHAINAGE-JOURNAL ASSIGN TO "JNCHAIN"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS CJ-STATUT.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  JOURNAL
004800     COPY RCJOURNAL.
004900 FD  ARCHIVE
005000     LABEL RECORDS ARE STANDARD.
005100 01  ENR-ARCHIVE                 PIC X(505).
005200 FD  JOURNAL-NEUF
005300     LABEL RECORDS ARE STANDARD.
005400 01  ENR-JOURNAL-NEUF            PIC X(505).
005410 FD  CHAINAGE-JOURNAL
005420     LABEL RECORDS ARE STANDARD.
005430 01  ENR-CHAINAGE.
005440     COPY RCCHAINE.
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------------
005700* ZONES DE TRAVAIL
006300     88 AR-OK                    VALUE "00".
006400 01  JF-STATUT                   PIC X(02).
006500     88 JF-OK                    VALUE "00".
006510 01  CJ-STATUT                   PIC X(02).
006520     88 CJ-OK                    VALUE "00".
006600 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
006700     88 PLUS-DE-LIGNES           VALUE "O".
006800 01  DATE-RETENTION-X            PIC X(08).
007600 01  NB-CONSERVEES               PIC 9(07) COMP VALUE ZERO.
007700 01  NB-DATES-ILLISIBLES         PIC 9(07) COMP VALUE ZERO.
007800 01  TOTAL-VENTILE               PIC 9(07) COMP VALUE ZERO.
007810 01  COUPURE-ATTEINTE            PIC X(01) VALUE "N".
007820     88 COUPURE-EST-ATTEINTE     VALUE "O".
007830 01  ORIGINE-TROUVEE             PIC X(01) VALUE "N".
007840     88 ORIGINE-EST-TROUVEE      VALUE "O".
007850 01  ORIGINE-NUMERO              PIC 9(09) VALUE ZERO.
007860 01  ORIGINE-CONTROLE            PIC 9(09) VALUE ZERO.
007900 PROCEDURE DIVISION.
008000*================================================================
008100* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
008800         UNTIL PLUS-DE-LIGNES.
008900     PERFORM 8000-RAPPORT-CONTROLE
009000         THRU 8000-RAPPORT-CONTROLE-EXIT.
009010     IF RETURN-CODE = ZERO AND ORIGINE-EST-TROUVEE
009020         PERFORM 8500-REPORTER-ORIGINE
009030             THRU 8500-REPORTER-ORIGINE-EXIT
009040     END-IF.
009100     PERFORM 9999-TERMINER
009200         THRU 9999-TERMINER-EXIT.
009300     STOP RUN.
013800     EXIT.
013900*----------------------------------------------------------------
014000* 2000-VENTILER-LIGNE : AIGUILLAGE DE LA LIGNE COURANTE VERS
014100*                       L'ARCHIVE (AVANT LA COUPURE) OU LE
014200*                       JOURNAL CONSERVE (A PARTIR DE LA PREMIERE
014210*                       LIGNE DATEE DE LA RETENTION OU APRES),
014220*                       PUIS LECTURE SUIVANTE
014300*----------------------------------------------------------------
014400 2000-VENTILER-LIGNE.
014500     ADD 1 TO NB-LUES.
014600     MOVE JN-DATE-HEURE(1:8) TO DATE-LIGNE-X.
014700     IF DATE-LIGNE-X NOT NUMERIC
014800         ADD 1 TO NB-DATES-ILLISIBLES
014810     END-IF.
014820     IF COUPURE-EST-ATTEINTE
014900         PERFORM 5000-CONSERVER-LIGNE
015000             THRU 5000-CONSERVER-LIGNE-EXIT
015100         GO TO 2000-VENTILER-LIGNE-CONTINUER
015200     END-IF.
015210     IF DATE-LIGNE-X NOT NUMERIC
015220             OR DATE-LIGNE-NUM < DATE-RETENTION-NUM
015400         PERFORM 4000-ARCHIVER-LIGNE
015500             THRU 4000-ARCHIVER-LIGNE-EXIT
015600     ELSE
015610         MOVE "O" TO COUPURE-ATTEINTE
015700         PERFORM 5000-CONSERVER-LIGNE
015800             THRU 5000-CONSERVER-LIGNE-EXIT
015900     END-IF.
017900     MOVE ENR-JOURNAL TO ENR-ARCHIVE.
018000     WRITE ENR-ARCHIVE.
018100     ADD 1 TO NB-ARCHIVEES.
018110     IF JN-NO-SEQUENCE NUMERIC AND JN-NO-SEQUENCE NOT = ZERO
018120         MOVE "O"            TO ORIGINE-TROUVEE
018130         MOVE JN-NO-SEQUENCE TO ORIGINE-NUMERO
018140         MOVE JN-CONTROLE    TO ORIGINE-CONTROLE
018150     END-IF.
018200 4000-ARCHIVER-LIGNE-EXIT.
018300     EXIT.
018400*----------------------------------------------------------------
020400     DISPLAY "LIGNES ARCHIVEES         : " NB-ARCHIVEES.
020500     DISPLAY "LIGNES CONSERVEES        : " NB-CONSERVEES.
020600     DISPLAY "  DONT DATES ILLISIBLES  : " NB-DATES-ILLISIBLES.
020610     IF ORIGINE-EST-TROUVEE
020620         DISPLAY "DERNIERE LIGNE ARCHIVEE  : NO " ORIGINE-NUMERO
020630             " CONTROLE " ORIGINE-CONTROLE
020640     END-IF.
020700     COMPUTE TOTAL-VENTILE = NB-ARCHIVEES + NB-CONSERVEES.
020800     IF TOTAL-VENTILE = NB-LUES
020900         DISPLAY "RAPPROCHEMENT CORRECT - AUCUNE LIGNE PERDUE"
021500     DISPLAY "----------------------------------------".
021600 8000-RAPPORT-CONTROLE-EXIT.
021700     EXIT.
021702*----------------------------------------------------------------
021704* 8500-REPORTER-ORIGINE : LA DERNIERE LIGNE CHAINEE PARTIE A
021706*                         L'ARCHIVE DEVIENT L'ORIGINE DU JOURNAL
021708*                         VIVANT AU FICHIER JNCHAIN - SANS CE
021710*                         REPORT, LE JOURNAL RACCOURCI NE SE
021712*                         VERIFIERAIT PLUS ; L'ECHEC REND 8 ET LE
021714*                         JOURNAL N'EST PAS REMPLACE
021716*----------------------------------------------------------------
021718 8500-REPORTER-ORIGINE.
021720     OPEN I-O CHAINAGE-JOURNAL.
021722     IF NOT CJ-OK
021724         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER JNCHAIN - CODE "
021726             CJ-STATUT
021728         MOVE 8 TO RETURN-CODE
021730         GO TO 8500-REPORTER-ORIGINE-EXIT
021732     END-IF.
021734     READ CHAINAGE-JOURNAL
021736         AT END
021738             DISPLAY "FICHIER JNCHAIN VIDE - ORIGINE NON REPORTEE"
021740             MOVE 8 TO RETURN-CODE
021742             CLOSE CHAINAGE-JOURNAL
021744             GO TO 8500-REPORTER-ORIGINE-EXIT
021746     END-READ.
021748     MOVE ORIGINE-NUMERO   TO CJ-ORIGINE-NUMERO.
021750     MOVE ORIGINE-CONTROLE TO CJ-ORIGINE-CONTROLE.
021752     MOVE FUNCTION CURRENT-DATE(1:14) TO CJ-DATE-HEURE.
021754     REWRITE ENR-CHAINAGE.
021756     IF NOT CJ-OK
021758         DISPLAY "REECRITURE DU FICHIER JNCHAIN EN ECHEC - CODE "
021760             CJ-STATUT
021762         MOVE 8 TO RETURN-CODE
021764     ELSE
021766         DISPLAY "ORIGINE DU JOURNAL VIVANT REPORTEE A JNCHAIN"
021768     END-IF.
021770     CLOSE CHAINAGE-JOURNAL.
021772 8500-REPORTER-ORIGINE-EXIT.
021774     EXIT.
021800*----------------------------------------------------------------
021900* 9999-TERMINER : FERMETURE DES FICHIERS
022000*----------------------------------------------------------------
