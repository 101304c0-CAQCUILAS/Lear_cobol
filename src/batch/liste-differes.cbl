000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LISTE-DIFFERES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* LISTE-DIFFERES EDITE, SITE PAR SITE, LES TRANSACTIONS DEPOSEES
000900* PAR CHARGEMENT-LOT AU FICHIER DES TRANSACTIONS DIFFEREES
001000* (DIFFERE, COPY RCDIFFER) ET ENCORE EN ATTENTE DE LEUR DATE
001100* D'EFFET, DANS L'ORDRE OU ELLES S'APPLIQUERONT (DATE D'EFFET,
001200* PUIS REFERENCE DE DEPOT). LA REFERENCE EDITEE EST CELLE QUE LE
001300* SITE CITE DANS UNE TRANSACTION "X" (TR-REF-DIFFEREE) POUR
001400* ANNULER LA TRANSACTION AVANT QU'ELLE NE S'APPLIQUE.
001500*
001600* UNE CARTE SYSIN : CODE DU SITE A EDITER (A BLANC : TOUS LES
001700* SITES). LES TRANSACTIONS DEJA APPLIQUEES, REJETEES OU ANNULEES
001800* NE SONT PAS EDITEES MAIS SONT COMPTEES AUX TOTAUX DE CONTROLE.
001900* FICHIER DIFFERE ABSENT : ETAT VIDE.
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002300* ---------- ------- ---------------------------------------------
002400* 2026-10-15 SI      CREATION - LISTE PAR SITE DES TRANSACTIONS
002500*                    EN ATTENTE DE LEUR DATE D'EFFET.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DIFFERES ASSIGN TO "DIFFERE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS DF-REFERENCE
003700         FILE STATUS IS DF-STATUT.
003800     SELECT TRI-DIFFERES ASSIGN TO "TRIWORK".
003900     SELECT ETAT-DIFFERES ASSIGN TO "ETATDIFF"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS ET-STATUT.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  DIFFERES
004500     LABEL RECORDS ARE STANDARD.
004600 01  ENR-DIFFERE.
004700     COPY RCDIFFER.
004800 SD  TRI-DIFFERES.
004900 01  ENR-TRI.
005000     05 TRI-CODE-SITE            PIC X(03).
005100     05 TRI-DATE-EFFET           PIC 9(08).
005200     05 TRI-REFERENCE            PIC 9(15).
005300     05 TRI-TRANSACTION          PIC X(250).
005400 FD  ETAT-DIFFERES
005500     LABEL RECORDS ARE STANDARD.
005600 01  LIGNE-ETAT                  PIC X(80).
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------
005900* ZONES DE TRAVAIL
006000*----------------------------------------------------------------
006100 01  DF-STATUT                   PIC X(02).
006200     88 DF-OK                    VALUE "00".
006300     88 DF-ABSENT                VALUE "35".
006400 01  ET-STATUT                   PIC X(02).
006500     88 ET-OK                    VALUE "00".
006600 01  FIN-DIFFERES                PIC X(01) VALUE "N".
006700     88 PLUS-DE-DIFFERES         VALUE "O".
006800 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
006900     88 PLUS-D-ENREG-TRIES       VALUE "O".
007000 01  DIFFERE-DISPONIBLE          PIC X(01) VALUE "N".
007100     88 DIFFERE-EST-DISPONIBLE   VALUE "O".
007200 01  SITE-DEMANDE                PIC X(03) VALUE SPACES.
007300 01  SITE-COURANT                PIC X(03).
007400 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08).
007500 01  TRANSACTION-DIFFEREE.
007600     COPY RCTRANS REPLACING LEADING ==TR== BY ==TD==.
007700*----------------------------------------------------------------
007800* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
007900*----------------------------------------------------------------
008000 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
008100 01  NB-EN-ATTENTE               PIC 9(07) COMP VALUE ZERO.
008200 01  NB-ECHUES                   PIC 9(07) COMP VALUE ZERO.
008300 01  NB-APPLIQUEES               PIC 9(07) COMP VALUE ZERO.
008400 01  NB-REJETEES                 PIC 9(07) COMP VALUE ZERO.
008500 01  NB-ANNULEES                 PIC 9(07) COMP VALUE ZERO.
008600 01  NB-AUTRES-SITES             PIC 9(07) COMP VALUE ZERO.
008700 01  NB-EDITEES                  PIC 9(07) COMP VALUE ZERO.
008800 01  NB-SITES                    PIC 9(07) COMP VALUE ZERO.
008900 01  NB-EDITEES-SITE             PIC 9(07) COMP VALUE ZERO.
009000*----------------------------------------------------------------
009100* LIGNES EDITEES DE L'ETAT
009200*----------------------------------------------------------------
009300 01  LIGNE-TITRE-SITE.
009400     05 FILLER                   PIC X(05) VALUE "SITE ".
009500     05 LS-CODE-SITE             PIC X(03).
009600 01  LIGNE-ENTETE.
009700     05 FILLER                   PIC X(16) VALUE "REFERENCE".
009800     05 FILLER                   PIC X(09) VALUE "EFFET".
009900     05 FILLER                   PIC X(02) VALUE "C".
010000     05 FILLER                   PIC X(21) VALUE "NOM".
010100     05 FILLER                   PIC X(21) VALUE "PRENOM".
010200     05 FILLER                   PIC X(11) VALUE "DETAIL".
010300 01  LIGNE-DIFFERE.
010400     05 LD-REFERENCE             PIC 9(15).
010500     05 FILLER                   PIC X(01) VALUE SPACE.
010600     05 LD-DATE-EFFET            PIC 9(08).
010700     05 FILLER                   PIC X(01) VALUE SPACE.
010800     05 LD-CODE-TRANS            PIC X(01).
010900     05 FILLER                   PIC X(01) VALUE SPACE.
011000     05 LD-NOM                   PIC X(20).
011100     05 FILLER                   PIC X(01) VALUE SPACE.
011200     05 LD-PRENOM                PIC X(20).
011300     05 FILLER                   PIC X(01) VALUE SPACE.
011400     05 LD-DETAIL                PIC X(11).
011500 01  LIGNE-TOTAL.
011600     05 LT-LIBELLE               PIC X(34).
011700     05 LT-COMPTEUR              PIC ZZZZZZ9.
011800 PROCEDURE DIVISION.
011900*================================================================
012000* 0000-MAINLINE : TRI DES TRANSACTIONS EN ATTENTE PAR SITE ET
012100*                 DATE D'EFFET, EDITION PAR SITE
012200*================================================================
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALISATION
012500         THRU 1000-INITIALISATION-EXIT.
012600     SORT TRI-DIFFERES
012700         ON ASCENDING KEY TRI-CODE-SITE TRI-DATE-EFFET
012800                          TRI-REFERENCE
012900         INPUT PROCEDURE IS 2000-RELACHER-DIFFERES
013000             THRU 2000-RELACHER-DIFFERES-EXIT
013100         OUTPUT PROCEDURE IS 3000-EDITER-DIFFERES
013200             THRU 3000-EDITER-DIFFERES-EXIT.
013300     IF DIFFERE-EST-DISPONIBLE
013400         CLOSE DIFFERES
013500     END-IF.
013600     CLOSE ETAT-DIFFERES.
013700     PERFORM 8000-RAPPORT-CONTROLE
013800         THRU 8000-RAPPORT-CONTROLE-EXIT.
013900     STOP RUN.
014000*----------------------------------------------------------------
014100* 1000-INITIALISATION : SITE DEMANDE (CARTE SYSIN), OUVERTURE DU
014200*                       FICHIER DIFFERE ET DE L'ETAT
014300*----------------------------------------------------------------
014400 1000-INITIALISATION.
014500     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
014600     ACCEPT SITE-DEMANDE.
014700     OPEN OUTPUT ETAT-DIFFERES.
014800     IF NOT ET-OK
014900         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATDIFF - "
015000             "CODE " ET-STATUT
015100         MOVE 16 TO RETURN-CODE
015200         STOP RUN
015300     END-IF.
015400     MOVE SPACES TO LIGNE-ETAT.
015500     STRING "TRANSACTIONS EN ATTENTE DE LEUR DATE D'EFFET AU "
015600         DELIMITED BY SIZE
015700         DATE-DU-JOUR-AAAAMMJJ DELIMITED BY SIZE
015800         INTO LIGNE-ETAT.
015900     WRITE LIGNE-ETAT.
016000     OPEN INPUT DIFFERES.
016100     IF DF-OK
016200         MOVE "O" TO DIFFERE-DISPONIBLE
016300         GO TO 1000-INITIALISATION-EXIT
016400     END-IF.
016500     IF NOT DF-ABSENT
016600         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DIFFERE - "
016700             "CODE " DF-STATUT
016800         MOVE 16 TO RETURN-CODE
016900         STOP RUN
017000     END-IF.
017100     MOVE "O" TO FIN-DIFFERES.
017200 1000-INITIALISATION-EXIT.
017300     EXIT.
017400*----------------------------------------------------------------
017500* 2000-RELACHER-DIFFERES : PARCOURS DU FICHIER DIFFERE ET
017600*                          RELACHEMENT AU TRI DES TRANSACTIONS
017700*                          EN ATTENTE DU SITE DEMANDE
017800*----------------------------------------------------------------
017900 2000-RELACHER-DIFFERES.
018000     PERFORM 2100-LIRE-DIFFERE
018100         THRU 2100-LIRE-DIFFERE-EXIT.
018200     PERFORM 2200-EXAMINER-DIFFERE
018300         THRU 2200-EXAMINER-DIFFERE-EXIT
018400         UNTIL PLUS-DE-DIFFERES.
018500 2000-RELACHER-DIFFERES-EXIT.
018600     EXIT.
018700*----------------------------------------------------------------
018800* 2100-LIRE-DIFFERE : LECTURE SEQUENTIELLE DU FICHIER DIFFERE
018900*----------------------------------------------------------------
019000 2100-LIRE-DIFFERE.
019100     IF PLUS-DE-DIFFERES
019200         GO TO 2100-LIRE-DIFFERE-EXIT
019300     END-IF.
019400     READ DIFFERES NEXT RECORD
019500         AT END
019600             MOVE "O" TO FIN-DIFFERES
019700     END-READ.
019800 2100-LIRE-DIFFERE-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
020100* 2200-EXAMINER-DIFFERE : COMPTAGE PAR ETAT ; UNE TRANSACTION
020200*                         EN ATTENTE DU SITE DEMANDE (OU DE TOUT
020300*                         SITE) EST RELACHEE AU TRI
020400*----------------------------------------------------------------
020500 2200-EXAMINER-DIFFERE.
020600     ADD 1 TO NB-LUS.
020700     IF SITE-DEMANDE NOT = SPACES
020800             AND DF-CODE-SITE NOT = SITE-DEMANDE
020900         ADD 1 TO NB-AUTRES-SITES
021000         GO TO 2200-EXAMINER-DIFFERE-SUITE
021100     END-IF.
021200     EVALUATE TRUE
021300         WHEN DF-APPLIQUEE
021400             ADD 1 TO NB-APPLIQUEES
021500             GO TO 2200-EXAMINER-DIFFERE-SUITE
021600         WHEN DF-REJETEE
021700             ADD 1 TO NB-REJETEES
021800             GO TO 2200-EXAMINER-DIFFERE-SUITE
021900         WHEN DF-ANNULEE
022000             ADD 1 TO NB-ANNULEES
022100             GO TO 2200-EXAMINER-DIFFERE-SUITE
022200     END-EVALUATE.
022300     ADD 1 TO NB-EN-ATTENTE.
022400     IF DF-DATE-EFFET NOT > DATE-DU-JOUR-AAAAMMJJ
022500         ADD 1 TO NB-ECHUES
022600     END-IF.
022700     MOVE DF-CODE-SITE   TO TRI-CODE-SITE.
022800     MOVE DF-DATE-EFFET  TO TRI-DATE-EFFET.
022900     MOVE DF-REFERENCE   TO TRI-REFERENCE.
023000     MOVE DF-TRANSACTION TO TRI-TRANSACTION.
023100     RELEASE ENR-TRI.
023200 2200-EXAMINER-DIFFERE-SUITE.
023300     PERFORM 2100-LIRE-DIFFERE
023400         THRU 2100-LIRE-DIFFERE-EXIT.
023500 2200-EXAMINER-DIFFERE-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------
023800* 3000-EDITER-DIFFERES : SORTIE DU TRI - EDITION PAR SITE ET
023900*                        TOTAL GENERAL
024000*----------------------------------------------------------------
024100 3000-EDITER-DIFFERES.
024200     MOVE LOW-VALUES TO SITE-COURANT.
024300     PERFORM 3100-EDITER-DIFFERE
024400         THRU 3100-EDITER-DIFFERE-EXIT
024500         UNTIL PLUS-D-ENREG-TRIES.
024600     PERFORM 3200-CLORE-SITE
024700         THRU 3200-CLORE-SITE-EXIT.
024800     MOVE SPACES TO LIGNE-ETAT.
024900     WRITE LIGNE-ETAT.
025000     MOVE "TOTAL DES TRANSACTIONS EN ATTENTE :" TO LT-LIBELLE.
025100     MOVE NB-EDITEES TO LT-COMPTEUR.
025200     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
025300     WRITE LIGNE-ETAT.
025400 3000-EDITER-DIFFERES-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700* 3100-EDITER-DIFFERE : RETRAIT D'UNE TRANSACTION DU TRI - UN
025800*                       NOUVEAU SITE CLOT LE PRECEDENT
025900*----------------------------------------------------------------
026000 3100-EDITER-DIFFERE.
026100     RETURN TRI-DIFFERES
026200         AT END
026300             MOVE "O" TO FIN-DU-TRI
026400             GO TO 3100-EDITER-DIFFERE-EXIT
026500     END-RETURN.
026600     IF TRI-CODE-SITE NOT = SITE-COURANT
026700         PERFORM 3200-CLORE-SITE
026800             THRU 3200-CLORE-SITE-EXIT
026900         MOVE TRI-CODE-SITE TO SITE-COURANT
027000         MOVE ZERO TO NB-EDITEES-SITE
027100         ADD 1 TO NB-SITES
027200         MOVE TRI-CODE-SITE TO LS-CODE-SITE
027300         MOVE SPACES TO LIGNE-ETAT
027400         WRITE LIGNE-ETAT
027500         MOVE LIGNE-TITRE-SITE TO LIGNE-ETAT
027600         WRITE LIGNE-ETAT
027700         MOVE LIGNE-ENTETE TO LIGNE-ETAT
027800         WRITE LIGNE-ETAT
027900     END-IF.
028000     ADD 1 TO NB-EDITEES-SITE.
028100     ADD 1 TO NB-EDITEES.
028200     MOVE TRI-TRANSACTION TO TRANSACTION-DIFFEREE.
028300     MOVE TRI-REFERENCE   TO LD-REFERENCE.
028400     MOVE TRI-DATE-EFFET  TO LD-DATE-EFFET.
028500     MOVE TD-CODE-TRANS   TO LD-CODE-TRANS.
028600     MOVE TD-NOM          TO LD-NOM.
028700     MOVE TD-PRENOM       TO LD-PRENOM.
028800     PERFORM 3300-PREPARER-DETAIL
028900         THRU 3300-PREPARER-DETAIL-EXIT.
029000     MOVE LIGNE-DIFFERE TO LIGNE-ETAT.
029100     WRITE LIGNE-ETAT.
029200 3100-EDITER-DIFFERE-EXIT.
029300     EXIT.
029400*----------------------------------------------------------------
029500* 3200-CLORE-SITE : NOMBRE DE TRANSACTIONS EN ATTENTE DU SITE QUI
029600*                   SE TERMINE
029700*----------------------------------------------------------------
029800 3200-CLORE-SITE.
029900     IF NB-EDITEES-SITE = ZERO
030000         GO TO 3200-CLORE-SITE-EXIT
030100     END-IF.
030200     MOVE "TRANSACTIONS EN ATTENTE DU SITE  :" TO LT-LIBELLE.
030300     MOVE NB-EDITEES-SITE TO LT-COMPTEUR.
030400     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
030500     WRITE LIGNE-ETAT.
030600 3200-CLORE-SITE-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900* 3300-PREPARER-DETAIL : ZONE DETAIL SELON LE CODE TRANSACTION -
031000*                        STATUT ET MOTIF POUR UN CHANGEMENT DE
031100*                        STATUT, CODE POSTAL POUR UN AJOUT OU UNE
031200*                        MODIFICATION, TYPE POUR UN LIEN
031300*----------------------------------------------------------------
031400 3300-PREPARER-DETAIL.
031500     MOVE SPACES TO LD-DETAIL.
031600     EVALUATE TRUE
031700         WHEN TD-CHANGT-STATUT
031800             STRING TD-STATUT-DOSSIER DELIMITED BY SIZE
031900                 " " DELIMITED BY SIZE
032000                 TD-MOTIF-STATUT DELIMITED BY SIZE
032100                 INTO LD-DETAIL
032200         WHEN TD-AJOUT
032300         WHEN TD-MODIFICATION
032400             MOVE TD-CODE-POSTAL TO LD-DETAIL
032500         WHEN TD-LIEN
032600             STRING "LIEN " DELIMITED BY SIZE
032700                 TD-TYPE-LIEN DELIMITED BY SIZE
032800                 INTO LD-DETAIL
032900     END-EVALUATE.
033000 3300-PREPARER-DETAIL-EXIT.
033100     EXIT.
033200*----------------------------------------------------------------
033300* 8000-RAPPORT-CONTROLE : TOTAUX DE CONTROLE EN SYSOUT
033400*----------------------------------------------------------------
033500 8000-RAPPORT-CONTROLE.
033600     DISPLAY "----------------------------------------".
033700     DISPLAY "LISTE-DIFFERES - TOTAUX DE CONTROLE".
033800     DISPLAY "----------------------------------------".
033900     IF SITE-DEMANDE = SPACES
034000         DISPLAY "SITE DEMANDE             : TOUS"
034100     ELSE
034200         DISPLAY "SITE DEMANDE             : " SITE-DEMANDE
034300     END-IF.
034400     IF NOT DIFFERE-EST-DISPONIBLE
034500         DISPLAY "FICHIER DIFFERE ABSENT - ETAT VIDE"
034600     END-IF.
034700     DISPLAY "TRANSACTIONS LUES        : " NB-LUS.
034800     DISPLAY "AUTRES SITES IGNOREES    : " NB-AUTRES-SITES.
034900     DISPLAY "DEJA APPLIQUEES          : " NB-APPLIQUEES.
035000     DISPLAY "REJETEES A L'APPLICATION : " NB-REJETEES.
035100     DISPLAY "ANNULEES PAR LE SITE     : " NB-ANNULEES.
035200     DISPLAY "EN ATTENTE               : " NB-EN-ATTENTE.
035300     DISPLAY "  DONT ECHUES NON LIBEREES : " NB-ECHUES.
035400     DISPLAY "TRANSACTIONS EDITEES     : " NB-EDITEES.
035500     DISPLAY "SITES                    : " NB-SITES.
035600     DISPLAY "----------------------------------------".
035700 8000-RAPPORT-CONTROLE-EXIT.
035800     EXIT.
