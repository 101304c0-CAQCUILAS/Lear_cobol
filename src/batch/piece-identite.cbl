000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PIECE-IDENTITE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* PIECE-IDENTITE EST LE GUICHET UNIQUE DU FICHIER DES PIECES
000900* JUSTIFICATIVES (PIECES, COPY RCPIECE) : LE GUICHET (IDENTITE,
001000* MAJ-DOSSIER) ET LE CHARGEMENT DES EXTRAITS DE SITE
001100* (CHARGE-PIECES) LUI PASSENT LA PIECE VUE (VOIR RCPIECED). LE
001200* SOUS-PROGRAMME LA CONTROLE, RELIT LES PIECES DU CITOYEN POUR
001300* ECARTER UN DOUBLE ET L'ENREGISTRE SOUS LE NUMERO D'ORDRE
001400* SUIVANT ; EN EFFACEMENT (ANONYMISE-DOSSIERS) IL RETIRE TOUTES
001500* LES PIECES DU CITOYEN.
001600*
001700* LE FICHIER EST OUVERT ET REFERME A CHAQUE APPEL (CREE S'IL
001800* N'EXISTE PAS ENCORE), COMME L'HISTORIQUE DES ADRESSES PAR
001900* HISTO-ADRESSE. UN FICHIER INDISPONIBLE EST SIGNALE MAIS
002000* N'EMPECHE PAS LA MISE A JOUR DU DOSSIER.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - PIECES JUSTIFICATIVES, SUR LE
002600*                    MODELE DE HISTO-ADRESSE.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FICHIER-PIECES ASSIGN TO "PIECES"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PI-CLE
003800         FILE STATUS IS PI-STATUT.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  FICHIER-PIECES
004200     LABEL RECORDS ARE STANDARD.
004300 01  ENR-PIECE.
004400     COPY RCPIECE.
004500 WORKING-STORAGE SECTION.
004600*----------------------------------------------------------------
004700* ZONES DE TRAVAIL
004800*----------------------------------------------------------------
004900 01  PI-STATUT                   PIC X(02).
005000     88 PI-OK                    VALUE "00".
005100     88 PI-ABSENT                VALUE "35".
005200 01  FIN-PIECES                  PIC X(01) VALUE "N".
005300     88 PLUS-DE-PIECES           VALUE "O".
005400 01  PIECE-DEJA-VUE              PIC X(01) VALUE "N".
005500     88 PIECE-EN-DOUBLE          VALUE "O".
005600 01  DERNIER-NO-PIECE            PIC 9(03) VALUE ZERO.
005700 01  DATE-DU-JOUR                PIC 9(08).
005800 01  DEMANDE-CONTROLE-DATE.
005900     COPY RCCTRLD.
006000 LINKAGE SECTION.
006100 01  DEMANDE-PIECE.
006200     COPY RCPIECED.
006300 PROCEDURE DIVISION USING DEMANDE-PIECE.
006400*================================================================
006500* 0000-MAINLINE : CONTROLE DE LA PIECE (SEUL, EN ACTION C),
006600*                 OUVERTURE DU FICHIER, LECTURE DES PIECES DU
006700*                 CITOYEN PUIS AJOUT (OU EFFACEMENT DE TOUTES SES
006800*                 PIECES)
006900*================================================================
007000 0000-MAINLINE.
007100     MOVE "1"    TO PD-RESULTAT.
007200     MOVE SPACES TO PD-MOTIF.
007300     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
007400     IF PD-AJOUT OR PD-CONTROLE-SEUL
007500         PERFORM 1000-CONTROLER-PIECE
007600             THRU 1000-CONTROLER-PIECE-EXIT
007700         IF PD-PIECE-REFUSEE
007800             GOBACK
007900         END-IF
008000     END-IF.
008100     IF PD-CONTROLE-SEUL
008200         MOVE "0" TO PD-RESULTAT
008300         GOBACK
008400     END-IF.
008500     OPEN I-O FICHIER-PIECES.
008600     IF PI-ABSENT
008700         OPEN OUTPUT FICHIER-PIECES
008800         CLOSE FICHIER-PIECES
008900         OPEN I-O FICHIER-PIECES
009000     END-IF.
009100     IF NOT PI-OK
009200         DISPLAY "PIECE-IDENTITE : FICHIER DES PIECES "
009300             "INDISPONIBLE - CODE " PI-STATUT
009400         MOVE "9" TO PD-RESULTAT
009500         GOBACK
009600     END-IF.
009700     IF PD-EFFACEMENT
009800         PERFORM 4000-EFFACER-PIECES
009900             THRU 4000-EFFACER-PIECES-EXIT
010000         CLOSE FICHIER-PIECES
010100         GOBACK
010200     END-IF.
010300     PERFORM 2000-LIRE-PIECES
010400         THRU 2000-LIRE-PIECES-EXIT.
010500     PERFORM 3000-ENREGISTRER-PIECE
010600         THRU 3000-ENREGISTRER-PIECE-EXIT.
010700     CLOSE FICHIER-PIECES.
010800     GOBACK.
010900*----------------------------------------------------------------
011000* 1000-CONTROLER-PIECE : TYPE, NUMERO ET DATES DE LA PIECE - LA
011100*                        DATE D'EXPIRATION PEUT ETRE FUTURE, LA
011200*                        DATE DE DELIVRANCE NON
011300*----------------------------------------------------------------
011400 1000-CONTROLER-PIECE.
011500     IF NOT PD-TYPE-VALIDE
011600         MOVE "2" TO PD-RESULTAT
011700         MOVE "TYPE DE PIECE INCONNU (C, P OU T)" TO PD-MOTIF
011800         GO TO 1000-CONTROLER-PIECE-EXIT
011900     END-IF.
012000     IF PD-NUMERO = SPACES
012100         MOVE "2" TO PD-RESULTAT
012200         MOVE "NUMERO DE PIECE ABSENT" TO PD-MOTIF
012300         GO TO 1000-CONTROLER-PIECE-EXIT
012400     END-IF.
012500     IF PD-DATE-DELIVRANCE NOT NUMERIC
012600             OR PD-DATE-EXPIRATION NOT NUMERIC
012700         MOVE "2" TO PD-RESULTAT
012800         MOVE "DATE DE PIECE NON NUMERIQUE" TO PD-MOTIF
012900         GO TO 1000-CONTROLER-PIECE-EXIT
013000     END-IF.
013100     MOVE PD-DATE-DELIVRANCE TO CD-DATE-AAAAMMJJ.
013200     MOVE ZERO TO CD-AGE-MINIMUM.
013300     MOVE 999  TO CD-AGE-MAXIMUM.
013400     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
013500     IF NOT CD-DATE-VALIDE
013600         MOVE "2" TO PD-RESULTAT
013700         MOVE "DATE DE DELIVRANCE INEXISTANTE OU FUTURE"
013800             TO PD-MOTIF
013900         GO TO 1000-CONTROLER-PIECE-EXIT
014000     END-IF.
014100     IF PD-DATE-EXPIRATION = ZERO
014200         GO TO 1000-CONTROLER-PIECE-EXIT
014300     END-IF.
014400     MOVE PD-DATE-EXPIRATION TO CD-DATE-AAAAMMJJ.
014500     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
014600     IF NOT CD-DATE-VALIDE AND NOT CD-DATE-FUTURE
014700         MOVE "2" TO PD-RESULTAT
014800         MOVE "DATE D'EXPIRATION INEXISTANTE" TO PD-MOTIF
014900         GO TO 1000-CONTROLER-PIECE-EXIT
015000     END-IF.
015100     IF PD-DATE-EXPIRATION NOT > PD-DATE-DELIVRANCE
015200         MOVE "2" TO PD-RESULTAT
015300         MOVE "EXPIRATION ANTERIEURE A LA DELIVRANCE"
015400             TO PD-MOTIF
015500     END-IF.
015600 1000-CONTROLER-PIECE-EXIT.
015700     EXIT.
015800*----------------------------------------------------------------
015900* 2000-LIRE-PIECES : POSITIONNEMENT SUR LA PREMIERE PIECE DU
016000*                    CITOYEN PUIS LECTURE DE TOUTES SES PIECES,
016100*                    EN RELEVANT LE DERNIER NUMERO D'ORDRE ET UNE
016200*                    PIECE DEJA CONNUE
016300*----------------------------------------------------------------
016400 2000-LIRE-PIECES.
016500     MOVE ZERO TO DERNIER-NO-PIECE.
016600     MOVE "N"  TO PIECE-DEJA-VUE.
016700     MOVE "N"  TO FIN-PIECES.
016800     MOVE PD-ID-CITOYEN TO PI-ID-CITOYEN.
016900     MOVE ZERO          TO PI-NO-PIECE.
017000     START FICHIER-PIECES KEY IS NOT LESS THAN PI-CLE
017100         INVALID KEY
017200             GO TO 2000-LIRE-PIECES-EXIT
017300     END-START.
017400     PERFORM 2100-LIRE-UNE-PIECE
017500         THRU 2100-LIRE-UNE-PIECE-EXIT
017600         UNTIL PLUS-DE-PIECES.
017700 2000-LIRE-PIECES-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000* 2100-LIRE-UNE-PIECE : UNE PIECE DE PLUS POUR LE CITOYEN - LA
018100*                       LECTURE S'ARRETE AU CITOYEN SUIVANT
018200*----------------------------------------------------------------
018300 2100-LIRE-UNE-PIECE.
018400     READ FICHIER-PIECES NEXT RECORD
018500         AT END
018600             MOVE "O" TO FIN-PIECES
018700             GO TO 2100-LIRE-UNE-PIECE-EXIT
018800     END-READ.
018900     IF PI-ID-CITOYEN NOT = PD-ID-CITOYEN
019000         MOVE "O" TO FIN-PIECES
019100         GO TO 2100-LIRE-UNE-PIECE-EXIT
019200     END-IF.
019300     MOVE PI-NO-PIECE TO DERNIER-NO-PIECE.
019400     IF PI-TYPE-PIECE = PD-TYPE-PIECE
019500             AND PI-NUMERO = PD-NUMERO
019600         MOVE "O" TO PIECE-DEJA-VUE
019700     END-IF.
019800 2100-LIRE-UNE-PIECE-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
020100* 3000-ENREGISTRER-PIECE : ECRITURE DE LA PIECE SOUS LE NUMERO
020200*                          D'ORDRE SUIVANT - UNE PIECE DEJA
020300*                          CONNUE NE CHANGE RIEN
020400*----------------------------------------------------------------
020500 3000-ENREGISTRER-PIECE.
020600     IF PIECE-EN-DOUBLE
020700         MOVE "PIECE DEJA ENREGISTREE POUR CE CITOYEN"
020800             TO PD-MOTIF
020900         GO TO 3000-ENREGISTRER-PIECE-EXIT
021000     END-IF.
021100     IF DERNIER-NO-PIECE = 999
021200         DISPLAY "PIECE-IDENTITE : PLUS DE 999 PIECES POUR "
021300             PD-ID-CITOYEN " - PIECE NON ENREGISTREE"
021400         MOVE "2" TO PD-RESULTAT
021500         MOVE "PLUS DE 999 PIECES POUR CE CITOYEN" TO PD-MOTIF
021600         GO TO 3000-ENREGISTRER-PIECE-EXIT
021700     END-IF.
021800     MOVE SPACES             TO ENR-PIECE.
021900     MOVE PD-ID-CITOYEN      TO PI-ID-CITOYEN.
022000     COMPUTE PI-NO-PIECE = DERNIER-NO-PIECE + 1.
022100     MOVE PD-TYPE-PIECE      TO PI-TYPE-PIECE.
022200     MOVE PD-NUMERO          TO PI-NUMERO.
022300     MOVE PD-AUTORITE        TO PI-AUTORITE.
022400     MOVE PD-DATE-DELIVRANCE TO PI-DATE-DELIVRANCE.
022500     MOVE PD-DATE-EXPIRATION TO PI-DATE-EXPIRATION.
022600     MOVE PD-OPERATEUR       TO PI-OPERATEUR.
022700     MOVE PD-CODE-SITE       TO PI-CODE-SITE.
022800     MOVE PD-PROGRAMME       TO PI-PROGRAMME.
022900     MOVE DATE-DU-JOUR       TO PI-DATE-MAJ.
023000     WRITE ENR-PIECE
023100         INVALID KEY
023200             DISPLAY "PIECE-IDENTITE : ECRITURE IMPOSSIBLE POUR "
023300                 PD-ID-CITOYEN " - CODE " PI-STATUT
023400             MOVE "9" TO PD-RESULTAT
023500             GO TO 3000-ENREGISTRER-PIECE-EXIT
023600     END-WRITE.
023700     MOVE "0" TO PD-RESULTAT.
023800 3000-ENREGISTRER-PIECE-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100* 4000-EFFACER-PIECES : RETRAIT DE TOUTES LES PIECES DU CITOYEN
024200*----------------------------------------------------------------
024300 4000-EFFACER-PIECES.
024400     MOVE "N"           TO FIN-PIECES.
024500     MOVE PD-ID-CITOYEN TO PI-ID-CITOYEN.
024600     MOVE ZERO          TO PI-NO-PIECE.
024700     START FICHIER-PIECES KEY IS NOT LESS THAN PI-CLE
024800         INVALID KEY
024900             GO TO 4000-EFFACER-PIECES-EXIT
025000     END-START.
025100     PERFORM 4100-EFFACER-UNE-PIECE
025200         THRU 4100-EFFACER-UNE-PIECE-EXIT
025300         UNTIL PLUS-DE-PIECES.
025400 4000-EFFACER-PIECES-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700* 4100-EFFACER-UNE-PIECE : LECTURE ET RETRAIT DE LA PIECE
025800*                          SUIVANTE, JUSQU'AU CITOYEN SUIVANT
025900*----------------------------------------------------------------
026000 4100-EFFACER-UNE-PIECE.
026100     READ FICHIER-PIECES NEXT RECORD
026200         AT END
026300             MOVE "O" TO FIN-PIECES
026400             GO TO 4100-EFFACER-UNE-PIECE-EXIT
026500     END-READ.
026600     IF PI-ID-CITOYEN NOT = PD-ID-CITOYEN
026700         MOVE "O" TO FIN-PIECES
026800         GO TO 4100-EFFACER-UNE-PIECE-EXIT
026900     END-IF.
027000     DELETE FICHIER-PIECES RECORD
027100         INVALID KEY
027200             DISPLAY "PIECE-IDENTITE : RETRAIT IMPOSSIBLE POUR "
027300                 PD-ID-CITOYEN " - CODE " PI-STATUT
027400             MOVE "O" TO FIN-PIECES
027500             GO TO 4100-EFFACER-UNE-PIECE-EXIT
027600     END-DELETE.
027700     MOVE "0" TO PD-RESULTAT.
027800 4100-EFFACER-UNE-PIECE-EXIT.
027900     EXIT.
