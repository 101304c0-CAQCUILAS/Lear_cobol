000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CONTROLE-COMMUNE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CONTROLE-COMMUNE EST LE CONTROLE COMMUN DU CODE POSTAL ET DE LA
000900* COMMUNE D'UNE ADRESSE (VOIR COPY RCCOMMD) CONTRE LE REFERENTIEL
001000* OFFICIEL DES COMMUNES (FICHIER COMMUNES, COPY RCCOMMUN) : LE
001100* CODE POSTAL DOIT ETRE AU REFERENTIEL ET LA COMMUNE SAISIE DOIT
001200* ETRE, APRES NORMALISATION, L'UNE DE CELLES QU'IL DESSERT. LA
001300* GRAPHIE OFFICIELLE ET LE CODE INSEE SONT RENDUS A L'APPELANT.
001400*
001500* LE REFERENTIEL EST CHARGE EN TABLE AU PREMIER APPEL ET RESTE EN
001600* MEMOIRE POUR LES APPELS SUIVANTS DU MEME TRAITEMENT (UN
001700* CHARGEMENT EN LOT NE RELIT PAS LE FICHIER A CHAQUE
001800* TRANSACTION). UN REFERENTIEL ABSENT OU VIDE DEBRAYE LE
001900* CONTROLE (VERDICT 9) AVEC UN MESSAGE UNIQUE.
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002300* ---------- ------- ---------------------------------------------
002400* 2026-10-15 SI      CREATION - CONTROLE DES ADRESSES CONTRE LE
002500*                    REFERENTIEL DES COMMUNES, SUR LE MODELE DE
002600*                    CONTROLE-NONAT.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT REFERENTIEL-COMMUNES ASSIGN TO "COMMUNES"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS CO-STATUT.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  REFERENTIEL-COMMUNES
004000     LABEL RECORDS ARE STANDARD.
004100 01  ENR-COMMUNE.
004200     COPY RCCOMMUN.
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------------
004500* ZONES DE TRAVAIL
004600*----------------------------------------------------------------
004700 01  CO-STATUT                   PIC X(02).
004800     88 CO-OK                    VALUE "00".
004900 01  ETAT-REFERENTIEL            PIC X(01) VALUE "N".
005000     88 REFERENTIEL-A-CHARGER    VALUE "N".
005100     88 REFERENTIEL-CHARGE       VALUE "O".
005200     88 REFERENTIEL-INDISPONIBLE VALUE "I".
005300 01  FIN-REFERENTIEL             PIC X(01) VALUE "N".
005400     88 PLUS-DE-COMMUNES         VALUE "O".
005500 01  CODE-POSTAL-TROUVE          PIC X(01) VALUE "N".
005600     88 CODE-POSTAL-EST-CONNU    VALUE "O".
005700 01  COMMUNE-TROUVEE             PIC X(01) VALUE "N".
005800     88 COMMUNE-EST-TROUVEE      VALUE "O".
005900 01  NOM-SAISI-NORMALISE         PIC X(25).
006000 01  DEMANDE-NORMALISATION.
006100     COPY RCNORM.
006200 01  NB-COMMUNES-REFERENTIEL     PIC 9(05) COMP VALUE ZERO.
006300 01  MAXI-COMMUNES-REFERENTIEL   PIC 9(05) COMP VALUE 6000.
006400 01  TABLE-COMMUNES.
006500     05 ENTREE-COMMUNE           OCCURS 6000 TIMES
006600                                 INDEXED BY IDX-COMMUNE.
006700         10 TC-CODE-INSEE        PIC X(05).
006800         10 TC-CODE-POSTAL       PIC X(05).
006900         10 TC-NOM-OFFICIEL      PIC X(25).
007000         10 TC-NOM-NORMALISE     PIC X(25).
007100 LINKAGE SECTION.
007200 01  DEMANDE-CONTROLE-COMMUNE.
007300     COPY RCCOMMD.
007400 PROCEDURE DIVISION USING DEMANDE-CONTROLE-COMMUNE.
007500*================================================================
007600* 0000-MAINLINE : CHARGEMENT DU REFERENTIEL AU PREMIER APPEL,
007700*                 PUIS RAPPROCHEMENT DU CODE POSTAL ET DE LA
007800*                 COMMUNE NORMALISEE
007900*================================================================
008000 0000-MAINLINE.
008100     MOVE SPACES TO CC-CODE-INSEE.
008200     MOVE SPACES TO CC-NOM-OFFICIEL.
008300     IF CC-CODE-POSTAL = SPACES AND CC-COMMUNE = SPACES
008400         MOVE "3" TO CC-VERDICT
008500         GOBACK
008600     END-IF.
008700     IF REFERENTIEL-A-CHARGER
008800         PERFORM 1000-CHARGER-REFERENTIEL
008900             THRU 1000-CHARGER-REFERENTIEL-EXIT
009000     END-IF.
009100     IF REFERENTIEL-INDISPONIBLE
009200         MOVE "9" TO CC-VERDICT
009300         GOBACK
009400     END-IF.
009500     MOVE CC-COMMUNE TO NR-ENTREE.
009600     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
009700     MOVE NR-SORTIE TO NOM-SAISI-NORMALISE.
009800     MOVE "N" TO CODE-POSTAL-TROUVE.
009900     MOVE "N" TO COMMUNE-TROUVEE.
010000     PERFORM 2000-COMPARER-COMMUNE
010100         THRU 2000-COMPARER-COMMUNE-EXIT
010200         VARYING IDX-COMMUNE FROM 1 BY 1
010300         UNTIL IDX-COMMUNE > NB-COMMUNES-REFERENTIEL
010400             OR COMMUNE-EST-TROUVEE.
010500     EVALUATE TRUE
010600         WHEN COMMUNE-EST-TROUVEE
010700             MOVE "0" TO CC-VERDICT
010800         WHEN CODE-POSTAL-EST-CONNU
010900             MOVE "2" TO CC-VERDICT
011000         WHEN OTHER
011100             MOVE "1" TO CC-VERDICT
011200     END-EVALUATE.
011300     GOBACK.
011400*----------------------------------------------------------------
011500* 1000-CHARGER-REFERENTIEL : CHARGEMENT EN TABLE DU REFERENTIEL
011600*                            DES COMMUNES, GRAPHIE OFFICIELLE
011700*                            NORMALISEE UNE FOIS POUR TOUTES - UN
011800*                            REFERENTIEL ABSENT OU VIDE DEBRAYE
011900*                            LE CONTROLE
012000*----------------------------------------------------------------
012100 1000-CHARGER-REFERENTIEL.
012200     MOVE "I"  TO ETAT-REFERENTIEL.
012300     MOVE "N"  TO FIN-REFERENTIEL.
012400     MOVE ZERO TO NB-COMMUNES-REFERENTIEL.
012500     OPEN INPUT REFERENTIEL-COMMUNES.
012600     IF NOT CO-OK
012700         DISPLAY "CONTROLE-COMMUNE : REFERENTIEL COMMUNES ABSENT "
012800             "OU ILLISIBLE - CODE " CO-STATUT
012900             " - CONTROLE DES ADRESSES DEBRAYE"
013000         GO TO 1000-CHARGER-REFERENTIEL-EXIT
013100     END-IF.
013200     PERFORM 1100-CHARGER-UNE-COMMUNE
013300         THRU 1100-CHARGER-UNE-COMMUNE-EXIT
013400         UNTIL PLUS-DE-COMMUNES.
013500     CLOSE REFERENTIEL-COMMUNES.
013600     IF NB-COMMUNES-REFERENTIEL > ZERO
013700         MOVE "O" TO ETAT-REFERENTIEL
013800     ELSE
013900         DISPLAY "CONTROLE-COMMUNE : REFERENTIEL COMMUNES VIDE - "
014000             "CONTROLE DES ADRESSES DEBRAYE"
014100     END-IF.
014200 1000-CHARGER-REFERENTIEL-EXIT.
014300     EXIT.
014400*----------------------------------------------------------------
014500* 1100-CHARGER-UNE-COMMUNE : UNE LIGNE DU REFERENTIEL ENTRE EN
014600*                            TABLE AVEC SA GRAPHIE NORMALISEE
014700*----------------------------------------------------------------
014800 1100-CHARGER-UNE-COMMUNE.
014900     READ REFERENTIEL-COMMUNES
015000         AT END
015100             MOVE "O" TO FIN-REFERENTIEL
015200             GO TO 1100-CHARGER-UNE-COMMUNE-EXIT
015300     END-READ.
015400     IF CO-CODE-POSTAL = SPACES OR CO-NOM-OFFICIEL = SPACES
015500         GO TO 1100-CHARGER-UNE-COMMUNE-EXIT
015600     END-IF.
015700     IF NB-COMMUNES-REFERENTIEL = MAXI-COMMUNES-REFERENTIEL
015800         DISPLAY "CONTROLE-COMMUNE : PLUS DE "
015900             MAXI-COMMUNES-REFERENTIEL " LIGNES AU REFERENTIEL - "
016000             "LES SUIVANTES SONT IGNOREES"
016100         MOVE "O" TO FIN-REFERENTIEL
016200         GO TO 1100-CHARGER-UNE-COMMUNE-EXIT
016300     END-IF.
016400     ADD 1 TO NB-COMMUNES-REFERENTIEL.
016500     SET IDX-COMMUNE TO NB-COMMUNES-REFERENTIEL.
016600     MOVE CO-CODE-INSEE   TO TC-CODE-INSEE(IDX-COMMUNE).
016700     MOVE CO-CODE-POSTAL  TO TC-CODE-POSTAL(IDX-COMMUNE).
016800     MOVE CO-NOM-OFFICIEL TO TC-NOM-OFFICIEL(IDX-COMMUNE).
016900     MOVE CO-NOM-OFFICIEL TO NR-ENTREE.
017000     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
017100     MOVE NR-SORTIE TO TC-NOM-NORMALISE(IDX-COMMUNE).
017200 1100-CHARGER-UNE-COMMUNE-EXIT.
017300     EXIT.
017400*----------------------------------------------------------------
017500* 2000-COMPARER-COMMUNE : RAPPROCHEMENT D'UNE ENTREE DU
017600*                         REFERENTIEL AVEC LE CODE POSTAL PUIS LA
017700*                         COMMUNE NORMALISEE DE L'ADRESSE
017800*----------------------------------------------------------------
017900 2000-COMPARER-COMMUNE.
018000     IF TC-CODE-POSTAL(IDX-COMMUNE) NOT = CC-CODE-POSTAL
018100         GO TO 2000-COMPARER-COMMUNE-EXIT
018200     END-IF.
018300     MOVE "O" TO CODE-POSTAL-TROUVE.
018400     IF TC-NOM-NORMALISE(IDX-COMMUNE) = NOM-SAISI-NORMALISE
018500         MOVE "O" TO COMMUNE-TROUVEE
018600         MOVE TC-CODE-INSEE(IDX-COMMUNE)   TO CC-CODE-INSEE
018700         MOVE TC-NOM-OFFICIEL(IDX-COMMUNE) TO CC-NOM-OFFICIEL
018800     END-IF.
018900 2000-COMPARER-COMMUNE-EXIT.
019000     EXIT.
