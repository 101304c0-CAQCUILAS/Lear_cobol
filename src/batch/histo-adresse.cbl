000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HISTO-ADRESSE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTO-ADRESSE EST LE GUICHET UNIQUE DE L'HISTORIQUE DES
000900* ADRESSES (ADRHIST, COPY RCADRHI) : TOUT PROGRAMME QUI CHANGE
001000* MF-ADRESSE LUI PASSE L'IDENTIFIANT, LA NOUVELLE ADRESSE ET SA
001100* DATE D'EFFET (VOIR RCADRHD). LE SOUS-PROGRAMME RELIT LES
001200* ENTREES DU CITOYEN, CLOT L'ADRESSE EN COURS ET OUVRE LA
001300* NOUVELLE ; EN ANNULATION (BACKOUT-LOT) IL RETIRE LA DERNIERE
001400* ENTREE ET ROUVRE LA PRECEDENTE ; EN EFFACEMENT
001410* (ANONYMISE-DOSSIERS) IL RETIRE TOUTES LES ENTREES DU CITOYEN.
001500*
001600* LE FICHIER EST OUVERT ET REFERME A CHAQUE APPEL (CREE S'IL
001700* N'EXISTE PAS ENCORE), COMME LE JOURNAL DES ACCES PAR
001800* TRACE-ACCES. UN FICHIER INDISPONIBLE EST SIGNALE MAIS
001900* N'EMPECHE PAS LA MISE A JOUR DU DOSSIER.
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002300* ---------- ------- ---------------------------------------------
002400* 2026-10-15 SI      CREATION - HISTORIQUE DES ADRESSES, SUR LE
002500*                    MODELE DE TRACE-ACCES.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HISTORIQUE-ADRESSES ASSIGN TO "ADRHIST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS AH-CLE
003700         FILE STATUS IS AH-STATUT.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HISTORIQUE-ADRESSES
004100     LABEL RECORDS ARE STANDARD.
004200 01  ENR-ADRESSE-HISTO.
004300     COPY RCADRHI.
004400 WORKING-STORAGE SECTION.
004500*----------------------------------------------------------------
004600* ZONES DE TRAVAIL
004700*----------------------------------------------------------------
004800 01  AH-STATUT                   PIC X(02).
004900     88 AH-OK                    VALUE "00".
005000     88 AH-ABSENT                VALUE "35".
005100 01  FIN-ENTREES                 PIC X(01) VALUE "N".
005200     88 PLUS-D-ENTREES           VALUE "O".
005300 01  NB-ENTREES-CITOYEN          PIC 9(03) COMP VALUE ZERO.
005400 01  DATE-DU-JOUR                PIC 9(08).
005500 01  DATE-MOUVEMENT              PIC 9(08).
005600*----------------------------------------------------------------
005700* DERNIERE ET AVANT-DERNIERE ENTREES DU CITOYEN, RELEVEES A LA
005800* LECTURE DE SES ADRESSES
005900*----------------------------------------------------------------
006000 01  DERNIERE-ENTREE.
006100     COPY RCADRHI REPLACING LEADING ==AH== BY ==DE==.
006200 01  ENTREE-PRECEDENTE.
006300     COPY RCADRHI REPLACING LEADING ==AH== BY ==PE==.
006400 LINKAGE SECTION.
006500 01  DEMANDE-HISTO-ADRESSE.
006600     COPY RCADRHD.
006700 PROCEDURE DIVISION USING DEMANDE-HISTO-ADRESSE.
006800*================================================================
006900* 0000-MAINLINE : OUVERTURE DE L'HISTORIQUE, LECTURE DES ENTREES
007000*                 DU CITOYEN PUIS DEMENAGEMENT OU ANNULATION
007010*                 (OU EFFACEMENT DE TOUTES SES ENTREES)
007100*================================================================
007200 0000-MAINLINE.
007300     MOVE "1" TO HA-RESULTAT.
007400     OPEN I-O HISTORIQUE-ADRESSES.
007500     IF AH-ABSENT
007600         OPEN OUTPUT HISTORIQUE-ADRESSES
007700         CLOSE HISTORIQUE-ADRESSES
007800         OPEN I-O HISTORIQUE-ADRESSES
007900     END-IF.
008000     IF NOT AH-OK
008100         DISPLAY "HISTO-ADRESSE : HISTORIQUE DES ADRESSES "
008200             "INDISPONIBLE - CODE " AH-STATUT
008300         MOVE "9" TO HA-RESULTAT
008400         GOBACK
008500     END-IF.
008600     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
008610     IF HA-EFFACEMENT
008620         PERFORM 4000-EFFACER-ENTREES
008630             THRU 4000-EFFACER-ENTREES-EXIT
008640         CLOSE HISTORIQUE-ADRESSES
008650         GOBACK
008660     END-IF.
008670     PERFORM 1000-LIRE-ENTREES
008680         THRU 1000-LIRE-ENTREES-EXIT.
008900     IF HA-ANNULATION
009000         PERFORM 3000-ANNULER-MOUVEMENT
009100             THRU 3000-ANNULER-MOUVEMENT-EXIT
009200     ELSE
009300         PERFORM 2000-ENREGISTRER-DEMENAGEMENT
009400             THRU 2000-ENREGISTRER-DEMENAGEMENT-EXIT
009500     END-IF.
009600     CLOSE HISTORIQUE-ADRESSES.
009700     GOBACK.
009800*----------------------------------------------------------------
009900* 1000-LIRE-ENTREES : POSITIONNEMENT SUR LA PREMIERE ENTREE DU
010000*                     CITOYEN PUIS LECTURE DE TOUTES SES ENTREES
010100*                     EN GARDANT LES DEUX DERNIERES
010200*----------------------------------------------------------------
010300 1000-LIRE-ENTREES.
010400     MOVE ZERO   TO NB-ENTREES-CITOYEN.
010500     MOVE SPACES TO DERNIERE-ENTREE.
010600     MOVE SPACES TO ENTREE-PRECEDENTE.
010700     MOVE "N"    TO FIN-ENTREES.
010800     MOVE HA-ID-CITOYEN TO AH-ID-CITOYEN.
010900     MOVE ZERO          TO AH-NO-ADRESSE.
011000     START HISTORIQUE-ADRESSES KEY IS NOT LESS THAN AH-CLE
011100         INVALID KEY
011200             GO TO 1000-LIRE-ENTREES-EXIT
011300     END-START.
011400     PERFORM 1100-LIRE-UNE-ENTREE
011500         THRU 1100-LIRE-UNE-ENTREE-EXIT
011600         UNTIL PLUS-D-ENTREES.
011700 1000-LIRE-ENTREES-EXIT.
011800     EXIT.
011900*----------------------------------------------------------------
012000* 1100-LIRE-UNE-ENTREE : UNE ENTREE DE PLUS POUR LE CITOYEN - LA
012100*                        LECTURE S'ARRETE AU CITOYEN SUIVANT
012200*----------------------------------------------------------------
012300 1100-LIRE-UNE-ENTREE.
012400     READ HISTORIQUE-ADRESSES NEXT RECORD
012500         AT END
012600             MOVE "O" TO FIN-ENTREES
012700             GO TO 1100-LIRE-UNE-ENTREE-EXIT
012800     END-READ.
012900     IF AH-ID-CITOYEN NOT = HA-ID-CITOYEN
013000         MOVE "O" TO FIN-ENTREES
013100         GO TO 1100-LIRE-UNE-ENTREE-EXIT
013200     END-IF.
013300     ADD 1 TO NB-ENTREES-CITOYEN.
013400     MOVE DERNIERE-ENTREE   TO ENTREE-PRECEDENTE.
013500     MOVE ENR-ADRESSE-HISTO TO DERNIERE-ENTREE.
013600 1100-LIRE-UNE-ENTREE-EXIT.
013700     EXIT.
013800*----------------------------------------------------------------
013900* 2000-ENREGISTRER-DEMENAGEMENT : CLOTURE DE L'ADRESSE EN COURS
014000*                                 ET OUVERTURE DE LA NOUVELLE A LA
014100*                                 DATE D'EFFET - UNE ADRESSE
014200*                                 INCHANGEE NE CHANGE RIEN. LA
014300*                                 DATE D'EFFET NE REMONTE PAS
014400*                                 AVANT L'ENTREE DANS L'ADRESSE
014500*                                 EN COURS
014600*----------------------------------------------------------------
014700 2000-ENREGISTRER-DEMENAGEMENT.
014800     IF NB-ENTREES-CITOYEN = ZERO AND HA-ADRESSE = SPACES
014900         GO TO 2000-ENREGISTRER-DEMENAGEMENT-EXIT
015000     END-IF.
015100     MOVE HA-DATE-EFFET TO DATE-MOUVEMENT.
015200     IF NB-ENTREES-CITOYEN > ZERO AND DE-ADRESSE-EN-COURS
015300         IF DE-ADRESSE = HA-ADRESSE
015400             GO TO 2000-ENREGISTRER-DEMENAGEMENT-EXIT
015500         END-IF
015600         IF DATE-MOUVEMENT < DE-DATE-ENTREE
015700             MOVE DE-DATE-ENTREE TO DATE-MOUVEMENT
015800         END-IF
015900         MOVE DERNIERE-ENTREE TO ENR-ADRESSE-HISTO
016000         MOVE DATE-MOUVEMENT  TO AH-DATE-SORTIE
016100         MOVE DATE-DU-JOUR    TO AH-DATE-MAJ
016200         REWRITE ENR-ADRESSE-HISTO
016300             INVALID KEY
016400                 DISPLAY "HISTO-ADRESSE : CLOTURE IMPOSSIBLE "
016500                     "POUR " HA-ID-CITOYEN " - CODE " AH-STATUT
016600         END-REWRITE
016700         MOVE "0" TO HA-RESULTAT
016800     END-IF.
016900     IF HA-ADRESSE = SPACES
017000         GO TO 2000-ENREGISTRER-DEMENAGEMENT-EXIT
017100     END-IF.
017200     IF NB-ENTREES-CITOYEN > ZERO AND DE-NO-ADRESSE = 999
017300         DISPLAY "HISTO-ADRESSE : PLUS DE 999 ADRESSES POUR "
017400             HA-ID-CITOYEN " - NOUVELLE ADRESSE NON HISTORISEE"
017500         GO TO 2000-ENREGISTRER-DEMENAGEMENT-EXIT
017600     END-IF.
017700     MOVE SPACES         TO ENR-ADRESSE-HISTO.
017800     MOVE HA-ID-CITOYEN  TO AH-ID-CITOYEN.
017900     IF NB-ENTREES-CITOYEN = ZERO
018000         MOVE 1 TO AH-NO-ADRESSE
018100     ELSE
018200         COMPUTE AH-NO-ADRESSE = DE-NO-ADRESSE + 1
018300     END-IF.
018400     MOVE HA-ADRESSE     TO AH-ADRESSE.
018500     MOVE DATE-MOUVEMENT TO AH-DATE-ENTREE.
018600     MOVE ZERO           TO AH-DATE-SORTIE.
018700     MOVE HA-PROGRAMME   TO AH-PROGRAMME.
018800     MOVE DATE-DU-JOUR   TO AH-DATE-MAJ.
018900     WRITE ENR-ADRESSE-HISTO
019000         INVALID KEY
019100             DISPLAY "HISTO-ADRESSE : ECRITURE IMPOSSIBLE POUR "
019200                 HA-ID-CITOYEN " - CODE " AH-STATUT
019300             GO TO 2000-ENREGISTRER-DEMENAGEMENT-EXIT
019400     END-WRITE.
019500     MOVE "0" TO HA-RESULTAT.
019600 2000-ENREGISTRER-DEMENAGEMENT-EXIT.
019700     EXIT.
019800*----------------------------------------------------------------
019900* 3000-ANNULER-MOUVEMENT : RETRAIT DE LA DERNIERE ENTREE QUAND
020000*                          ELLE N'EST PAS L'ADRESSE RETABLIE, PUIS
020100*                          REOUVERTURE DE LA PRECEDENTE SI C'EST
020200*                          ELLE - SINON L'ADRESSE RETABLIE EST
020300*                          ENREGISTREE COMME UN DEMENAGEMENT
020400*----------------------------------------------------------------
020500 3000-ANNULER-MOUVEMENT.
020600     IF NB-ENTREES-CITOYEN = ZERO
020700         PERFORM 2000-ENREGISTRER-DEMENAGEMENT
020800             THRU 2000-ENREGISTRER-DEMENAGEMENT-EXIT
020900         GO TO 3000-ANNULER-MOUVEMENT-EXIT
021000     END-IF.
021100     IF DE-ADRESSE-EN-COURS AND DE-ADRESSE = HA-ADRESSE
021200         GO TO 3000-ANNULER-MOUVEMENT-EXIT
021300     END-IF.
021400     MOVE DE-CLE TO AH-CLE.
021500     DELETE HISTORIQUE-ADRESSES RECORD
021600         INVALID KEY
021700             DISPLAY "HISTO-ADRESSE : RETRAIT IMPOSSIBLE POUR "
021800                 HA-ID-CITOYEN " - CODE " AH-STATUT
021900             GO TO 3000-ANNULER-MOUVEMENT-EXIT
022000     END-DELETE.
022100     MOVE "0" TO HA-RESULTAT.
022200     SUBTRACT 1 FROM NB-ENTREES-CITOYEN.
022300     MOVE ENTREE-PRECEDENTE TO DERNIERE-ENTREE.
022400     IF HA-ADRESSE = SPACES
022500         GO TO 3000-ANNULER-MOUVEMENT-EXIT
022600     END-IF.
022700     IF NB-ENTREES-CITOYEN > ZERO AND DE-ADRESSE = HA-ADRESSE
022800         MOVE DERNIERE-ENTREE TO ENR-ADRESSE-HISTO
022900         MOVE ZERO            TO AH-DATE-SORTIE
023000         MOVE DATE-DU-JOUR    TO AH-DATE-MAJ
023100         REWRITE ENR-ADRESSE-HISTO
023200             INVALID KEY
023300                 DISPLAY "HISTO-ADRESSE : REOUVERTURE IMPOSSIBLE "
023400                     "POUR " HA-ID-CITOYEN " - CODE " AH-STATUT
023500         END-REWRITE
023600         GO TO 3000-ANNULER-MOUVEMENT-EXIT
023700     END-IF.
023800     PERFORM 2000-ENREGISTRER-DEMENAGEMENT
023900         THRU 2000-ENREGISTRER-DEMENAGEMENT-EXIT.
024000 3000-ANNULER-MOUVEMENT-EXIT.
024100     EXIT.
024101*----------------------------------------------------------------
024102* 4000-EFFACER-ENTREES : RETRAIT DE TOUTES LES ENTREES DU CITOYEN
024103*----------------------------------------------------------------
024104 4000-EFFACER-ENTREES.
024105     MOVE "N"           TO FIN-ENTREES.
024106     MOVE HA-ID-CITOYEN TO AH-ID-CITOYEN.
024107     MOVE ZERO          TO AH-NO-ADRESSE.
024108     START HISTORIQUE-ADRESSES KEY IS NOT LESS THAN AH-CLE
024109         INVALID KEY
024110             GO TO 4000-EFFACER-ENTREES-EXIT
024111     END-START.
024112     PERFORM 4100-EFFACER-UNE-ENTREE
024113         THRU 4100-EFFACER-UNE-ENTREE-EXIT
024114         UNTIL PLUS-D-ENTREES.
024115 4000-EFFACER-ENTREES-EXIT.
024116     EXIT.
024117*----------------------------------------------------------------
024118* 4100-EFFACER-UNE-ENTREE : LECTURE ET RETRAIT DE L'ENTREE
024119*                           SUIVANTE, JUSQU'AU CITOYEN SUIVANT
024120*----------------------------------------------------------------
024121 4100-EFFACER-UNE-ENTREE.
024122     READ HISTORIQUE-ADRESSES NEXT RECORD
024123         AT END
024124             MOVE "O" TO FIN-ENTREES
024125             GO TO 4100-EFFACER-UNE-ENTREE-EXIT
024126     END-READ.
024127     IF AH-ID-CITOYEN NOT = HA-ID-CITOYEN
024128         MOVE "O" TO FIN-ENTREES
024129         GO TO 4100-EFFACER-UNE-ENTREE-EXIT
024130     END-IF.
024131     DELETE HISTORIQUE-ADRESSES RECORD
024132         INVALID KEY
024133             DISPLAY "HISTO-ADRESSE : RETRAIT IMPOSSIBLE POUR "
024134                 HA-ID-CITOYEN " - CODE " AH-STATUT
024135             MOVE "O" TO FIN-ENTREES
024136             GO TO 4100-EFFACER-UNE-ENTREE-EXIT
024137     END-DELETE.
024138     MOVE "0" TO HA-RESULTAT.
024139 4100-EFFACER-UNE-ENTREE-EXIT.
024140     EXIT.
