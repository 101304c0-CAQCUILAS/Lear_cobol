000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHARGE-PIECES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CHARGE-PIECES CHARGE AU FICHIER DES PIECES (PIECES) LES PIECES
000900* D'IDENTITE RELEVEES PAR LES SITES (DD PIECESIN, UNE PIECE PAR
001000* LIGNE : IDENTIFIANT DU CITOYEN, CODE SITE, TYPE, NUMERO,
001100* AUTORITE DE DELIVRANCE, DATES DE DELIVRANCE ET D'EXPIRATION,
001200* CODE DE L'OPERATEUR QUI A VU LA PIECE).
001300*
001400* CHAQUE PIECE EST ENREGISTREE PAR LE GUICHET COMMUN
001500* PIECE-IDENTITE, QUI EN FAIT LES CONTROLES : UNE PIECE DEJA
001600* CONNUE DU DOSSIER (MEMES TYPE ET NUMERO) N'EST PAS DOUBLEE ET
001700* EST SEULEMENT COMPTEE, DE SORTE QU'UN EXTRAIT PEUT ETRE
001800* RECHARGE SANS DOMMAGE. UNE DATE D'EXPIRATION A BLANC VAUT
001900* PIECE SANS EXPIRATION ; UN CODE SITE A BLANC PREND LE SITE DU
002000* DOSSIER.
002100*
002200* SONT REJETEES (DD REJPIECE, AVEC LE MOTIF) : LES LIGNES A
002300* IDENTIFIANT ILLISIBLE OU INCONNU DU FICHIER MAITRE, SANS CODE
002400* OPERATEUR, ET LES PIECES REFUSEES PAR PIECE-IDENTITE. LE CODE
002500* RETOUR EST 4 S'IL Y A DES REJETS.
002600*
002700* HISTORIQUE DES MODIFICATIONS
002800* DATE       AUTEUR  DESCRIPTION
002900* ---------- ------- ---------------------------------------------
003000* 2026-10-15 SI      CREATION - CHARGEMENT DES PIECES D'IDENTITE
003100*                    DEPUIS LES EXTRAITS DES SITES.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
003600 OBJECT-COMPUTER.    IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT EXTRAIT-PIECES ASSIGN TO "PIECESIN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS PE-STATUT.
004200     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS MF-ID-CITOYEN
004600         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
004700         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
004800         FILE STATUS IS MF-STATUT.
004900     SELECT REJETS-PIECES ASSIGN TO "REJPIECE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS RJ-STATUT.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  EXTRAIT-PIECES
005500     LABEL RECORDS ARE STANDARD.
005600 01  ENR-EXTRAIT.
005700     05 PE-ID-CITOYEN            PIC X(09).
005800     05 PE-ID-CITOYEN-9 REDEFINES PE-ID-CITOYEN
005900                                 PIC 9(09).
006000     05 PE-CODE-SITE             PIC X(03).
006100     05 PE-TYPE-PIECE            PIC X(01).
006200     05 PE-NUMERO                PIC X(20).
006300     05 PE-AUTORITE              PIC X(30).
006400     05 PE-DATE-DELIVRANCE       PIC X(08).
006500     05 PE-DATE-DELIVRANCE-9 REDEFINES PE-DATE-DELIVRANCE
006600                                 PIC 9(08).
006700     05 PE-DATE-EXPIRATION       PIC X(08).
006800     05 PE-DATE-EXPIRATION-9 REDEFINES PE-DATE-EXPIRATION
006900                                 PIC 9(08).
007000     05 PE-OPERATEUR             PIC X(08).
007100 FD  FICHIER-MAITRE
007200     LABEL RECORDS ARE STANDARD.
007300 01  ENR-MAITRE.
007400     COPY RCMAITRE.
007500 FD  REJETS-PIECES
007600     LABEL RECORDS ARE STANDARD.
007700 01  ENR-REJET.
007800     05 RJ-EXTRAIT               PIC X(87).
007900     05 RJ-MOTIF                 PIC X(40).
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------------
008200* ZONES DE TRAVAIL
008300*----------------------------------------------------------------
008400 01  PE-STATUT                   PIC X(02).
008500     88 PE-OK                    VALUE "00".
008600     88 PE-ABSENT                VALUE "35".
008700 01  MF-STATUT                   PIC X(02).
008800     88 MF-OK                    VALUE "00".
008900 01  RJ-STATUT                   PIC X(02).
009000     88 RJ-OK                    VALUE "00".
009100 01  FIN-EXTRAIT                 PIC X(01) VALUE "N".
009200     88 PLUS-DE-PIECES           VALUE "O".
009300 01  DOSSIER-TROUVE              PIC X(01) VALUE "N".
009400     88 DOSSIER-EST-TROUVE       VALUE "O".
009500 01  DEMANDE-PIECE.
009600     COPY RCPIECED.
009700*----------------------------------------------------------------
009800* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
009900*----------------------------------------------------------------
010000 01  NB-LUES                     PIC 9(07) COMP VALUE ZERO.
010100 01  NB-ENREGISTREES             PIC 9(07) COMP VALUE ZERO.
010200 01  NB-DEJA-CONNUES             PIC 9(07) COMP VALUE ZERO.
010300 01  NB-REJETEES                 PIC 9(07) COMP VALUE ZERO.
010400 PROCEDURE DIVISION.
010500*================================================================
010600* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
010700*================================================================
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALISATION
011000         THRU 1000-INITIALISATION-EXIT.
011100     PERFORM 2000-TRAITER-PIECE
011200         THRU 2000-TRAITER-PIECE-EXIT
011300         UNTIL PLUS-DE-PIECES.
011400     PERFORM 8000-RAPPORT-CONTROLE
011500         THRU 8000-RAPPORT-CONTROLE-EXIT.
011600     PERFORM 9999-TERMINER
011700         THRU 9999-TERMINER-EXIT.
011800     STOP RUN.
011900*----------------------------------------------------------------
012000* 1000-INITIALISATION : OUVERTURE DES FICHIERS ET PREMIERE LECTURE
012100*----------------------------------------------------------------
012200 1000-INITIALISATION.
012300     OPEN INPUT EXTRAIT-PIECES.
012400     IF PE-ABSENT
012500         DISPLAY "AUCUN EXTRAIT PIECESIN A CHARGER"
012600         MOVE "O" TO FIN-EXTRAIT
012700         GO TO 1000-INITIALISATION-EXIT
012800     END-IF.
012900     IF NOT PE-OK
013000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER PIECESIN - "
013100             "CODE " PE-STATUT
013200         MOVE 16 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     OPEN INPUT FICHIER-MAITRE.
013600     IF NOT MF-OK
013700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
013800             "CODE " MF-STATUT
013900         MOVE 16 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200     OPEN OUTPUT REJETS-PIECES.
014300     IF NOT RJ-OK
014400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REJPIECE - "
014500             "CODE " RJ-STATUT
014600         MOVE 16 TO RETURN-CODE
014700         STOP RUN
014800     END-IF.
014900     PERFORM 3000-LIRE-EXTRAIT
015000         THRU 3000-LIRE-EXTRAIT-EXIT.
015100 1000-INITIALISATION-EXIT.
015200     EXIT.
015300*----------------------------------------------------------------
015400* 2000-TRAITER-PIECE : CONTROLE DE LA LIGNE COURANTE, RECHERCHE
015500*                      DU DOSSIER, ENREGISTREMENT DE LA PIECE
015600*                      PUIS LECTURE DE LA SUIVANTE
015700*----------------------------------------------------------------
015800 2000-TRAITER-PIECE.
015900     ADD 1 TO NB-LUES.
016000     IF PE-ID-CITOYEN NOT NUMERIC
016100         MOVE "IDENTIFIANT DU CITOYEN ILLISIBLE" TO RJ-MOTIF
016200         PERFORM 5000-REJETER
016300             THRU 5000-REJETER-EXIT
016400         GO TO 2000-TRAITER-PIECE-CONTINUER
016500     END-IF.
016600     IF PE-OPERATEUR = SPACES
016700         MOVE "CODE OPERATEUR ABSENT" TO RJ-MOTIF
016800         PERFORM 5000-REJETER
016900             THRU 5000-REJETER-EXIT
017000         GO TO 2000-TRAITER-PIECE-CONTINUER
017100     END-IF.
017200     PERFORM 2100-LIRE-DOSSIER
017300         THRU 2100-LIRE-DOSSIER-EXIT.
017400     IF NOT DOSSIER-EST-TROUVE
017500         MOVE "DOSSIER INCONNU DU FICHIER MAITRE" TO RJ-MOTIF
017600         PERFORM 5000-REJETER
017700             THRU 5000-REJETER-EXIT
017800         GO TO 2000-TRAITER-PIECE-CONTINUER
017900     END-IF.
018000     PERFORM 4000-ENREGISTRER-PIECE
018100         THRU 4000-ENREGISTRER-PIECE-EXIT.
018200 2000-TRAITER-PIECE-CONTINUER.
018300     PERFORM 3000-LIRE-EXTRAIT
018400         THRU 3000-LIRE-EXTRAIT-EXIT.
018500 2000-TRAITER-PIECE-EXIT.
018600     EXIT.
018700*----------------------------------------------------------------
018800* 2100-LIRE-DOSSIER : LECTURE DU DOSSIER MAITRE DE LA PIECE
018900*----------------------------------------------------------------
019000 2100-LIRE-DOSSIER.
019100     MOVE "O" TO DOSSIER-TROUVE.
019200     MOVE PE-ID-CITOYEN-9 TO MF-ID-CITOYEN.
019300     READ FICHIER-MAITRE
019400         KEY IS MF-ID-CITOYEN
019500         INVALID KEY
019600             MOVE "N" TO DOSSIER-TROUVE
019700     END-READ.
019800 2100-LIRE-DOSSIER-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
020100* 3000-LIRE-EXTRAIT : LECTURE DE LA LIGNE SUIVANTE DE L'EXTRAIT
020200*----------------------------------------------------------------
020300 3000-LIRE-EXTRAIT.
020400     READ EXTRAIT-PIECES
020500         AT END
020600             MOVE "O" TO FIN-EXTRAIT
020700     END-READ.
020800 3000-LIRE-EXTRAIT-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021100* 4000-ENREGISTRER-PIECE : ENREGISTREMENT DE LA PIECE PAR LE
021200*                          GUICHET COMMUN PIECE-IDENTITE - UN
021300*                          FICHIER DES PIECES INDISPONIBLE ARRETE
021400*                          LE CHARGEMENT
021500*----------------------------------------------------------------
021600 4000-ENREGISTRER-PIECE.
021700     MOVE "A"                  TO PD-ACTION.
021800     MOVE MF-ID-CITOYEN        TO PD-ID-CITOYEN.
021900     MOVE PE-TYPE-PIECE        TO PD-TYPE-PIECE.
022000     MOVE PE-NUMERO            TO PD-NUMERO.
022100     MOVE PE-AUTORITE          TO PD-AUTORITE.
022200     MOVE PE-DATE-DELIVRANCE-9 TO PD-DATE-DELIVRANCE.
022300     IF PE-DATE-EXPIRATION = SPACES
022400         MOVE ZERO TO PD-DATE-EXPIRATION
022500     ELSE
022600         MOVE PE-DATE-EXPIRATION-9 TO PD-DATE-EXPIRATION
022700     END-IF.
022800     MOVE PE-OPERATEUR         TO PD-OPERATEUR.
022900     IF PE-CODE-SITE = SPACES
023000         MOVE MF-CODE-SITE     TO PD-CODE-SITE
023100     ELSE
023200         MOVE PE-CODE-SITE     TO PD-CODE-SITE
023300     END-IF.
023400     MOVE "CHARGE-PIECES"      TO PD-PROGRAMME.
023500     CALL "PIECE-IDENTITE" USING DEMANDE-PIECE.
023600     EVALUATE TRUE
023700         WHEN PD-PIECE-ENREGISTREE
023800             ADD 1 TO NB-ENREGISTREES
023900         WHEN PD-PIECE-DEJA-CONNUE
024000             ADD 1 TO NB-DEJA-CONNUES
024100         WHEN PD-PIECE-REFUSEE
024200             MOVE PD-MOTIF TO RJ-MOTIF
024300             PERFORM 5000-REJETER
024400                 THRU 5000-REJETER-EXIT
024500         WHEN OTHER
024600             DISPLAY "FICHIER PIECES INDISPONIBLE - CHARGEMENT "
024700                 "INTERROMPU"
024800             PERFORM 8000-RAPPORT-CONTROLE
024900                 THRU 8000-RAPPORT-CONTROLE-EXIT
025000             PERFORM 9999-TERMINER
025100                 THRU 9999-TERMINER-EXIT
025200             MOVE 16 TO RETURN-CODE
025300             STOP RUN
025400     END-EVALUATE.
025500 4000-ENREGISTRER-PIECE-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800* 5000-REJETER : LA LIGNE COURANTE PART AUX REJETS AVEC LE MOTIF
025900*                PREPARE EN RJ-MOTIF
026000*----------------------------------------------------------------
026100 5000-REJETER.
026200     MOVE ENR-EXTRAIT TO RJ-EXTRAIT.
026300     WRITE ENR-REJET.
026400     ADD 1 TO NB-REJETEES.
026500 5000-REJETER-EXIT.
026600     EXIT.
026700*----------------------------------------------------------------
026800* 8000-RAPPORT-CONTROLE : TOTAUX DU CHARGEMENT ET CODE RETOUR
026900*----------------------------------------------------------------
027000 8000-RAPPORT-CONTROLE.
027100     DISPLAY "----------------------------------------".
027200     DISPLAY "CHARGE-PIECES - TOTAUX DE CONTROLE".
027300     DISPLAY "----------------------------------------".
027400     DISPLAY "PIECES LUES              : " NB-LUES.
027500     DISPLAY "PIECES ENREGISTREES      : " NB-ENREGISTREES.
027600     DISPLAY "PIECES DEJA CONNUES      : " NB-DEJA-CONNUES.
027700     DISPLAY "PIECES REJETEES          : " NB-REJETEES.
027800     DISPLAY "----------------------------------------".
027900     IF NB-REJETEES > ZERO
028000         MOVE 4 TO RETURN-CODE
028100     END-IF.
028200 8000-RAPPORT-CONTROLE-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500* 9999-TERMINER : FERMETURE DES FICHIERS
028600*----------------------------------------------------------------
028700 9999-TERMINER.
028800     IF NOT PE-ABSENT
028900         CLOSE EXTRAIT-PIECES
029000         CLOSE FICHIER-MAITRE
029100         CLOSE REJETS-PIECES
029200     END-IF.
029300 9999-TERMINER-EXIT.
029400     EXIT.
