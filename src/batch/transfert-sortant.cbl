000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRANSFERT-SORTANT.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* TRANSFERT-SORTANT TRANSFERE A UNE AUTRE PREFECTURE LES DOSSIERS
000900* DES CITOYENS QUI Y ONT DEMENAGE : JUSQU'ICI LE DOSSIER ETAIT
001000* RESSAISI A LA MAIN PAR LE REGISTRE D'ARRIVEE ET RADIE ICI SANS
001100* QUE RIEN NE RELIE LES DEUX INSCRIPTIONS.
001200*
001300* DEUX CARTES SYSIN : CODE DE NOTRE PREFECTURE, PUIS CODE DE LA
001400* PREFECTURE DESTINATAIRE (3 POSITIONS CHACUN, DIFFERENTS). LA
001500* SELECTION (DD TRFSEL) PORTE UN IDENTIFIANT PAR LIGNE ; SEUL UN
001600* DOSSIER ACTIF EST TRANSFERE, LES AUTRES DEMANDES SONT REFUSEES
001700* A L'ETAT (ETATTRF) AVEC LEUR MOTIF.
001800*
001900* LE FICHIER D'ECHANGE (ECHANGE, VOIR RCECHANG) RECOIT, DANS CET
002000* ORDRE : L'ENTETE, LE PROFIL COMPLET DE CHAQUE DOSSIER (IMAGE
002100* RCMAITRE), LES LIENS DONT LE MINEUR EST TRANSFERE (IMAGE
002200* RCLIEN), LES LIGNES DU JOURNAL D'AUDIT DE CES DOSSIERS, PUIS LA
002300* FIN AVEC LES NOMBRES DE CHAQUE SORTE. UN MINEUR NON TRANSFERE
002400* DONT LE RESPONSABLE PART EST SIGNALE A L'ETAT : SON LIEN RESTE
002500* EN PLACE ET LES CLERCS DECIDENT (MAJ-LIENS).
002600*
002700* UNE FOIS LE FICHIER D'ECHANGE COMPLET, CHAQUE DOSSIER TRANSFERE
002800* EST CLOS : STATUT RADIE, MOTIF "TRANSFERT VERS " SUIVI DU CODE
002900* DE LA PREFECTURE DESTINATAIRE, CHANGEMENT JOURNALISE (STATU)
003000* SOUS LE CODE OPERATEUR "TRANSFRT", ET UNE ENTREE DE SENS "S"
003100* EST PORTEE AU FICHIER DES CORRESPONDANCES (CORRESP, VOIR
003200* RCCORRES). UN DOSSIER DEJA TRANSFERE N'ETANT PLUS ACTIF, UNE
003300* SELECTION REPASSEE PAR ERREUR NE LE TRANSFERE PAS DEUX FOIS.
003400*
003500* HISTORIQUE DES MODIFICATIONS
003600* DATE       AUTEUR  DESCRIPTION
003700* ---------- ------- ---------------------------------------------
003800* 2026-10-15 SI      CREATION - TRANSFERT DE DOSSIERS VERS LE
003900*                    REGISTRE D'UNE AUTRE PREFECTURE.
003910* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
003920*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
003930*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
003940*                    RCCHAIND).
003960* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
003980*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
004000*----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.    IBM-370.
004400 OBJECT-COMPUTER.    IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT SELECTION ASSIGN TO "TRFSEL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS SL-STATUT.
005000     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS MF-ID-CITOYEN
005400         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005500         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005600         FILE STATUS IS MF-STATUT.
005700     SELECT FICHIER-LIENS ASSIGN TO "LIENS"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS LN-ID-MINEUR
006100         FILE STATUS IS LN-STATUT.
006200     SELECT JOURNAL ASSIGN TO "JOURNAL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS JN-STATUT.
006500     SELECT FICHIER-CORRESPONDANCES ASSIGN TO "CORRESP"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CR-CLE
006900         ALTERNATE RECORD KEY IS CR-CLE-ETRANGERE WITH DUPLICATES
007000         FILE STATUS IS CR-STATUT.
007100     SELECT FICHIER-ECHANGE ASSIGN TO "ECHANGE"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS XF-STATUT.
007400     SELECT ETAT-TRANSFERT ASSIGN TO "ETATTRF"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS ET-STATUT.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  SELECTION
008000     LABEL RECORDS ARE STANDARD.
008100 01  ENR-SELECTION.
008200     05 SL-ID-CITOYEN            PIC X(09).
008300     05 SL-ID-NUMERIQUE REDEFINES SL-ID-CITOYEN
008400                                 PIC 9(09).
008500 FD  FICHIER-MAITRE
008600     LABEL RECORDS ARE STANDARD.
008700 01  ENR-MAITRE.
008800     COPY RCMAITRE.
008900 FD  FICHIER-LIENS
009000     LABEL RECORDS ARE STANDARD.
009100 01  ENR-LIEN.
009200     COPY RCLIEN.
009300 FD  JOURNAL
009400     LABEL RECORDS ARE STANDARD.
009500 01  ENR-JOURNAL.
009600     COPY RCJOURNAL.
009700 FD  FICHIER-CORRESPONDANCES
009800     LABEL RECORDS ARE STANDARD.
009900 01  ENR-CORRESPONDANCE.
010000     COPY RCCORRES.
010100 FD  FICHIER-ECHANGE
010200     LABEL RECORDS ARE STANDARD.
010300 01  ENR-ECHANGE.
010400     COPY RCECHANG.
010500 FD  ETAT-TRANSFERT
010600     LABEL RECORDS ARE STANDARD.
010700 01  LIGNE-ETAT                  PIC X(80).
010800 WORKING-STORAGE SECTION.
010900*----------------------------------------------------------------
011000* ZONES DE TRAVAIL
011100*----------------------------------------------------------------
011200 01  SL-STATUT                   PIC X(02).
011300     88 SL-OK                    VALUE "00".
011400     88 SL-ABSENT                VALUE "35".
011500 01  MF-STATUT                   PIC X(02).
011600     88 MF-OK                    VALUE "00".
011700 01  LN-STATUT                   PIC X(02).
011800     88 LN-OK                    VALUE "00".
011900 01  JN-STATUT                   PIC X(02).
012000     88 JN-OK                    VALUE "00".
012100 01  CR-STATUT                   PIC X(02).
012200     88 CR-OK                    VALUE "00".
012300     88 CR-ABSENT                VALUE "35".
012400 01  XF-STATUT                   PIC X(02).
012500     88 XF-OK                    VALUE "00".
012600 01  ET-STATUT                   PIC X(02).
012700     88 ET-OK                    VALUE "00".
012800 01  FIN-SELECTION               PIC X(01) VALUE "N".
012900     88 PLUS-DE-SELECTION        VALUE "O".
013000 01  FIN-LIENS                   PIC X(01) VALUE "N".
013100     88 PLUS-DE-LIENS            VALUE "O".
013200 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
013300     88 PLUS-DE-LIGNES           VALUE "O".
013400 01  ID-SELECTIONNE              PIC X(01) VALUE "N".
013500     88 ID-EST-SELECTIONNE       VALUE "O".
013600 01  OPERATEUR-TRANSFERT         PIC X(08) VALUE "TRANSFRT".
013700 01  PREFECTURE-LOCALE           PIC X(03) VALUE SPACES.
013800 01  PREFECTURE-DESTINATION      PIC X(03) VALUE SPACES.
013900 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
014000 01  ID-CHERCHE                  PIC 9(09) VALUE ZERO.
014100 01  MOTIF-REFUS                 PIC X(40).
014200 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
014300*----------------------------------------------------------------
014400* TABLE DES DOSSIERS RETENUS POUR LE TRANSFERT
014500*----------------------------------------------------------------
014600 01  NB-SELECTIONNES             PIC 9(04) COMP VALUE ZERO.
014700 01  TABLE-SELECTION.
014800     05 SELECT-ENTREE            OCCURS 1000 TIMES
014900                                 INDEXED BY IDX-SELECT.
015000         10 TS-ID                PIC 9(09).
015100*----------------------------------------------------------------
015200* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
015300*----------------------------------------------------------------
015400 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
015500 01  NB-REFUSES                  PIC 9(07) COMP VALUE ZERO.
015600 01  NB-DOSSIERS-EMBALLES        PIC 9(07) COMP VALUE ZERO.
015700 01  NB-LIENS-EMBALLES           PIC 9(07) COMP VALUE ZERO.
015800 01  NB-LIGNES-EMBALLEES         PIC 9(07) COMP VALUE ZERO.
015900 01  NB-MINEURS-RESTES           PIC 9(07) COMP VALUE ZERO.
016000 01  NB-CLOS                     PIC 9(07) COMP VALUE ZERO.
016100 01  NB-NON-CLOS                 PIC 9(07) COMP VALUE ZERO.
016200*----------------------------------------------------------------
016300* LIGNES EDITEES DE L'ETAT
016400*----------------------------------------------------------------
016500 01  LIGNE-ENTETE.
016600     05 FILLER                   PIC X(10) VALUE "IDENTIF.".
016700     05 FILLER                   PIC X(21) VALUE "NOM".
016800     05 FILLER                   PIC X(21) VALUE "PRENOM".
016900     05 FILLER                   PIC X(28) VALUE "SUITE DONNEE".
017000 01  LIGNE-DOSSIER.
017100     05 LD-ID-CITOYEN            PIC X(09).
017200     05 FILLER                   PIC X(01) VALUE SPACE.
017300     05 LD-NOM                   PIC X(20).
017400     05 FILLER                   PIC X(01) VALUE SPACE.
017500     05 LD-PRENOM                PIC X(20).
017600     05 FILLER                   PIC X(01) VALUE SPACE.
017700     05 LD-SUITE                 PIC X(28).
017800 01  LIGNE-TOTAL.
017900     05 LT-LIBELLE               PIC X(34).
018000     05 LT-COMPTEUR              PIC ZZZZZZ9.
018010 01  DEMANDE-CHAINAGE.
018020     COPY RCCHAIND.
018100 PROCEDURE DIVISION.
018200*================================================================
018300* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
018400*================================================================
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALISATION
018700         THRU 1000-INITIALISATION-EXIT.
018800     PERFORM 2000-CHARGER-SELECTION
018900         THRU 2000-CHARGER-SELECTION-EXIT.
019000     PERFORM 3000-ECRIRE-ENTETE
019100         THRU 3000-ECRIRE-ENTETE-EXIT.
019200     PERFORM 4000-EMBALLER-DOSSIER
019300         THRU 4000-EMBALLER-DOSSIER-EXIT
019400         VARYING IDX-SELECT FROM 1 BY 1
019500         UNTIL IDX-SELECT > NB-SELECTIONNES.
019600     PERFORM 5000-EMBALLER-LIENS
019700         THRU 5000-EMBALLER-LIENS-EXIT.
019800     PERFORM 6000-EMBALLER-JOURNAL
019900         THRU 6000-EMBALLER-JOURNAL-EXIT.
020000     PERFORM 6500-ECRIRE-FIN
020100         THRU 6500-ECRIRE-FIN-EXIT.
020200     PERFORM 7000-CLORE-DOSSIERS
020300         THRU 7000-CLORE-DOSSIERS-EXIT.
020400     PERFORM 8000-RAPPORT-CONTROLE
020500         THRU 8000-RAPPORT-CONTROLE-EXIT.
020600     PERFORM 9999-TERMINER
020700         THRU 9999-TERMINER-EXIT.
020800     STOP RUN.
020900*----------------------------------------------------------------
021000* 1000-INITIALISATION : CODES PREFECTURE (CARTES SYSIN) ET
021100*                       OUVERTURE DES FICHIERS
021200*----------------------------------------------------------------
021300 1000-INITIALISATION.
021400     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
021500     ACCEPT PREFECTURE-LOCALE.
021600     ACCEPT PREFECTURE-DESTINATION.
021700     IF PREFECTURE-LOCALE = SPACES
021800             OR PREFECTURE-DESTINATION = SPACES
021900             OR PREFECTURE-LOCALE = PREFECTURE-DESTINATION
022000         DISPLAY "CODES PREFECTURE ABSENTS OU IDENTIQUES - "
022100             "ORIGINE " PREFECTURE-LOCALE
022200             " DESTINATION " PREFECTURE-DESTINATION
022300         MOVE 16 TO RETURN-CODE
022400         STOP RUN
022500     END-IF.
022600     INITIALIZE TABLE-SELECTION.
022700     OPEN INPUT SELECTION.
022800     IF SL-ABSENT
022900         DISPLAY "AUCUN FICHIER TRFSEL A TRAITER"
023000         MOVE "O" TO FIN-SELECTION
023100     ELSE
023200         IF NOT SL-OK
023300             DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER TRFSEL - "
023400                 "CODE " SL-STATUT
023500             MOVE 16 TO RETURN-CODE
023600             STOP RUN
023700         END-IF
023800     END-IF.
023900     OPEN I-O FICHIER-MAITRE.
024000     IF NOT MF-OK
024100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
024200             "CODE " MF-STATUT
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600     OPEN I-O FICHIER-CORRESPONDANCES.
024700     IF CR-ABSENT
024800         OPEN OUTPUT FICHIER-CORRESPONDANCES
024900         CLOSE FICHIER-CORRESPONDANCES
025000         OPEN I-O FICHIER-CORRESPONDANCES
025100     END-IF.
025200     IF NOT CR-OK
025300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER CORRESP - "
025400             "CODE " CR-STATUT
025500         MOVE 16 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800     OPEN OUTPUT FICHIER-ECHANGE.
025900     IF NOT XF-OK
026000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ECHANGE - "
026100             "CODE " XF-STATUT
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500     OPEN OUTPUT ETAT-TRANSFERT.
026600     IF NOT ET-OK
026700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATTRF - "
026800             "CODE " ET-STATUT
026900         MOVE 16 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200     MOVE SPACES TO LIGNE-ETAT.
027300     STRING "TRANSFERT DE DOSSIERS DE LA PREFECTURE "
027400         DELIMITED BY SIZE
027500         PREFECTURE-LOCALE DELIMITED BY SIZE
027600         " VERS " DELIMITED BY SIZE
027700         PREFECTURE-DESTINATION DELIMITED BY SIZE
027800         " DU " DELIMITED BY SIZE
027900         DATE-DU-JOUR-AAAAMMJJ DELIMITED BY SIZE
028000         INTO LIGNE-ETAT.
028100     WRITE LIGNE-ETAT.
028200     MOVE SPACES TO LIGNE-ETAT.
028300     WRITE LIGNE-ETAT.
028400     MOVE LIGNE-ENTETE TO LIGNE-ETAT.
028500     WRITE LIGNE-ETAT.
028600 1000-INITIALISATION-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900* 2000-CHARGER-SELECTION : CHARGEMENT EN TABLE DES DOSSIERS A
029000*                          TRANSFERER
029100*----------------------------------------------------------------
029200 2000-CHARGER-SELECTION.
029300     PERFORM 2100-CHARGER-UN-ID
029400         THRU 2100-CHARGER-UN-ID-EXIT
029500         UNTIL PLUS-DE-SELECTION.
029600     IF NOT SL-ABSENT
029700         CLOSE SELECTION
029800     END-IF.
029900     IF NB-SELECTIONNES = ZERO
030000         DISPLAY "SELECTION VIDE - AUCUN DOSSIER A TRANSFERER"
030100     END-IF.
030200 2000-CHARGER-SELECTION-EXIT.
030300     EXIT.
030400*----------------------------------------------------------------
030500* 2100-CHARGER-UN-ID : UN IDENTIFIANT DE LA SELECTION ENTRE EN
030600*                      TABLE S'IL DESIGNE UN DOSSIER ACTIF NON
030700*                      ENCORE RETENU ; SINON IL EST REFUSE A
030800*                      L'ETAT
030900*----------------------------------------------------------------
031000 2100-CHARGER-UN-ID.
031100     READ SELECTION
031200         AT END
031300             MOVE "O" TO FIN-SELECTION
031400             GO TO 2100-CHARGER-UN-ID-EXIT
031500     END-READ.
031600     ADD 1 TO NB-LUS.
031700     MOVE SPACES TO LD-NOM LD-PRENOM.
031800     IF SL-ID-CITOYEN NOT NUMERIC
031900         MOVE "IDENTIFIANT NON NUMERIQUE" TO MOTIF-REFUS
032000         PERFORM 2500-REFUSER
032100             THRU 2500-REFUSER-EXIT
032200         GO TO 2100-CHARGER-UN-ID-EXIT
032300     END-IF.
032400     MOVE SL-ID-NUMERIQUE TO MF-ID-CITOYEN.
032500     READ FICHIER-MAITRE
032600         INVALID KEY
032700             MOVE "INCONNU AU FICHIER MAITRE" TO MOTIF-REFUS
032800             PERFORM 2500-REFUSER
032900                 THRU 2500-REFUSER-EXIT
033000             GO TO 2100-CHARGER-UN-ID-EXIT
033100     END-READ.
033200     MOVE MF-NOM    TO LD-NOM.
033300     MOVE MF-PRENOM TO LD-PRENOM.
033400     IF NOT MF-DOSSIER-ACTIF
033500         MOVE "DOSSIER NON ACTIF" TO MOTIF-REFUS
033600         PERFORM 2500-REFUSER
033700             THRU 2500-REFUSER-EXIT
033800         GO TO 2100-CHARGER-UN-ID-EXIT
033900     END-IF.
034000     MOVE SL-ID-NUMERIQUE TO ID-CHERCHE.
034100     PERFORM 2200-CHERCHER-SELECTION
034200         THRU 2200-CHERCHER-SELECTION-EXIT.
034300     IF ID-EST-SELECTIONNE
034400         MOVE "DEMANDE EN DOUBLE DANS LA SELECTION"
034500             TO MOTIF-REFUS
034600         PERFORM 2500-REFUSER
034700             THRU 2500-REFUSER-EXIT
034800         GO TO 2100-CHARGER-UN-ID-EXIT
034900     END-IF.
035000     IF NB-SELECTIONNES = 1000
035100         DISPLAY "PLUS DE 1000 IDENTIFIANTS EN SELECTION - "
035200             "PASSE ARRETEE, DECOUPER LA SELECTION"
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600     ADD 1 TO NB-SELECTIONNES.
035700     SET IDX-SELECT TO NB-SELECTIONNES.
035800     MOVE SL-ID-NUMERIQUE TO TS-ID(IDX-SELECT).
035900 2100-CHARGER-UN-ID-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200* 2200-CHERCHER-SELECTION : ID-CHERCHE EST-IL DANS LA TABLE DES
036300*                           DOSSIERS RETENUS ?
036400*----------------------------------------------------------------
036500 2200-CHERCHER-SELECTION.
036600     MOVE "N" TO ID-SELECTIONNE.
036700     IF NB-SELECTIONNES = ZERO
036800         GO TO 2200-CHERCHER-SELECTION-EXIT
036900     END-IF.
037000     SET IDX-SELECT TO 1.
037100     SEARCH SELECT-ENTREE
037200         AT END
037300             GO TO 2200-CHERCHER-SELECTION-EXIT
037400         WHEN IDX-SELECT > NB-SELECTIONNES
037500             GO TO 2200-CHERCHER-SELECTION-EXIT
037600         WHEN TS-ID(IDX-SELECT) = ID-CHERCHE
037700             MOVE "O" TO ID-SELECTIONNE
037800     END-SEARCH.
037900 2200-CHERCHER-SELECTION-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200* 2500-REFUSER : LA DEMANDE DE TRANSFERT EST REFUSEE A L'ETAT
038300*                AVEC LE MOTIF ETABLI PAR L'APPELANT
038400*----------------------------------------------------------------
038500 2500-REFUSER.
038600     MOVE SL-ID-CITOYEN TO LD-ID-CITOYEN.
038700     MOVE MOTIF-REFUS   TO LD-SUITE.
038800     MOVE LIGNE-DOSSIER TO LIGNE-ETAT.
038900     WRITE LIGNE-ETAT.
039000     ADD 1 TO NB-REFUSES.
039100 2500-REFUSER-EXIT.
039200     EXIT.
039300*----------------------------------------------------------------
039400* 3000-ECRIRE-ENTETE : ENTETE DU FICHIER D'ECHANGE
039500*----------------------------------------------------------------
039600 3000-ECRIRE-ENTETE.
039700     MOVE SPACES TO ENR-ECHANGE.
039800     MOVE "E"    TO XF-TYPE-ENR.
039900     MOVE ZERO   TO XF-ID-ORIGINE.
040000     MOVE PREFECTURE-LOCALE      TO XF-PREFECTURE-ORIGINE.
040100     MOVE PREFECTURE-DESTINATION TO XF-PREFECTURE-DESTINATION.
040200     MOVE DATE-DU-JOUR-AAAAMMJJ  TO XF-DATE-TRANSFERT.
040300     WRITE ENR-ECHANGE.
040400 3000-ECRIRE-ENTETE-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700* 4000-EMBALLER-DOSSIER : PROFIL COMPLET DU DOSSIER RETENU EN
040800*                         IDX-SELECT
040900*----------------------------------------------------------------
041000 4000-EMBALLER-DOSSIER.
041100     MOVE TS-ID(IDX-SELECT) TO MF-ID-CITOYEN.
041200     READ FICHIER-MAITRE
041300         INVALID KEY
041400             DISPLAY "DOSSIER " TS-ID(IDX-SELECT)
041500                 " DISPARU DU FICHIER MAITRE"
041600             GO TO 4000-EMBALLER-DOSSIER-EXIT
041700     END-READ.
041800     MOVE SPACES        TO ENR-ECHANGE.
041900     MOVE "D"           TO XF-TYPE-ENR.
042000     MOVE MF-ID-CITOYEN TO XF-ID-ORIGINE.
042100     MOVE ENR-MAITRE    TO XF-IMAGE-MAITRE.
042200     WRITE ENR-ECHANGE.
042300     ADD 1 TO NB-DOSSIERS-EMBALLES.
042400 4000-EMBALLER-DOSSIER-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700* 5000-EMBALLER-LIENS : UNE PASSE DU FICHIER DES LIENS - LE LIEN
042800*                       D'UN MINEUR TRANSFERE PART AVEC LUI ; UN
042900*                       MINEUR QUI RESTE ALORS QUE SON
043000*                       RESPONSABLE PART EST SIGNALE
043100*----------------------------------------------------------------
043200 5000-EMBALLER-LIENS.
043300     IF NB-SELECTIONNES = ZERO
043400         GO TO 5000-EMBALLER-LIENS-EXIT
043500     END-IF.
043600     OPEN INPUT FICHIER-LIENS.
043700     IF NOT LN-OK
043800         GO TO 5000-EMBALLER-LIENS-EXIT
043900     END-IF.
044000     PERFORM 5100-EXAMINER-LIEN
044100         THRU 5100-EXAMINER-LIEN-EXIT
044200         UNTIL PLUS-DE-LIENS.
044300     CLOSE FICHIER-LIENS.
044400 5000-EMBALLER-LIENS-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700* 5100-EXAMINER-LIEN : LECTURE ET TRI D'UN LIEN
044800*----------------------------------------------------------------
044900 5100-EXAMINER-LIEN.
045000     READ FICHIER-LIENS NEXT RECORD
045100         AT END
045200             MOVE "O" TO FIN-LIENS
045300             GO TO 5100-EXAMINER-LIEN-EXIT
045400     END-READ.
045500     MOVE LN-ID-MINEUR TO ID-CHERCHE.
045600     PERFORM 2200-CHERCHER-SELECTION
045700         THRU 2200-CHERCHER-SELECTION-EXIT.
045800     IF ID-EST-SELECTIONNE
045900         MOVE SPACES       TO ENR-ECHANGE
046000         MOVE "L"          TO XF-TYPE-ENR
046100         MOVE LN-ID-MINEUR TO XF-ID-ORIGINE
046200         MOVE ENR-LIEN     TO XF-IMAGE-LIEN
046300         WRITE ENR-ECHANGE
046400         ADD 1 TO NB-LIENS-EMBALLES
046500         GO TO 5100-EXAMINER-LIEN-EXIT
046600     END-IF.
046700     MOVE LN-ID-RESPONSABLE TO ID-CHERCHE.
046800     PERFORM 2200-CHERCHER-SELECTION
046900         THRU 2200-CHERCHER-SELECTION-EXIT.
047000     IF NOT ID-EST-SELECTIONNE
047100         GO TO 5100-EXAMINER-LIEN-EXIT
047200     END-IF.
047300     MOVE LN-ID-MINEUR TO LD-ID-CITOYEN.
047400     MOVE SPACES       TO LD-NOM LD-PRENOM.
047500     MOVE LN-ID-MINEUR TO MF-ID-CITOYEN.
047600     READ FICHIER-MAITRE
047700         NOT INVALID KEY
047800             MOVE MF-NOM    TO LD-NOM
047900             MOVE MF-PRENOM TO LD-PRENOM
048000     END-READ.
048100     MOVE SPACES TO LD-SUITE.
048200     STRING "RESTE, RESPONSABLE " DELIMITED BY SIZE
048300         LN-ID-RESPONSABLE DELIMITED BY SIZE
048400         INTO LD-SUITE.
048500     MOVE LIGNE-DOSSIER TO LIGNE-ETAT.
048600     WRITE LIGNE-ETAT.
048700     ADD 1 TO NB-MINEURS-RESTES.
048800 5100-EXAMINER-LIEN-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------
049100* 6000-EMBALLER-JOURNAL : UNE PASSE DU JOURNAL D'AUDIT - LES
049200*                         LIGNES DES DOSSIERS TRANSFERES PARTENT
049300*                         AVEC EUX, DANS L'ORDRE DU JOURNAL
049400*----------------------------------------------------------------
049500 6000-EMBALLER-JOURNAL.
049600     IF NB-SELECTIONNES = ZERO
049700         GO TO 6000-EMBALLER-JOURNAL-EXIT
049800     END-IF.
049900     OPEN INPUT JOURNAL.
050000     IF NOT JN-OK
050100         DISPLAY "JOURNAL ABSENT OU ILLISIBLE - DOSSIERS "
050200             "TRANSFERES SANS HISTORIQUE"
050300         GO TO 6000-EMBALLER-JOURNAL-EXIT
050400     END-IF.
050500     PERFORM 6100-EXAMINER-LIGNE
050600         THRU 6100-EXAMINER-LIGNE-EXIT
050700         UNTIL PLUS-DE-LIGNES.
050800     CLOSE JOURNAL.
050900 6000-EMBALLER-JOURNAL-EXIT.
051000     EXIT.
051100*----------------------------------------------------------------
051200* 6100-EXAMINER-LIGNE : UNE LIGNE DU JOURNAL D'UN DOSSIER RETENU
051300*                       PART AU FICHIER D'ECHANGE
051400*----------------------------------------------------------------
051500 6100-EXAMINER-LIGNE.
051600     READ JOURNAL
051700         AT END
051800             MOVE "O" TO FIN-JOURNAL
051900             GO TO 6100-EXAMINER-LIGNE-EXIT
052000     END-READ.
052100     IF JN-ID-CITOYEN NOT NUMERIC
052200         GO TO 6100-EXAMINER-LIGNE-EXIT
052300     END-IF.
052400     MOVE JN-ID-CITOYEN TO ID-CHERCHE.
052500     PERFORM 2200-CHERCHER-SELECTION
052600         THRU 2200-CHERCHER-SELECTION-EXIT.
052700     IF NOT ID-EST-SELECTIONNE
052800         GO TO 6100-EXAMINER-LIGNE-EXIT
052900     END-IF.
053000     MOVE SPACES        TO ENR-ECHANGE.
053100     MOVE "J"           TO XF-TYPE-ENR.
053200     MOVE JN-ID-CITOYEN TO XF-ID-ORIGINE.
053300     MOVE ENR-JOURNAL   TO XF-IMAGE-JOURNAL.
053400     WRITE ENR-ECHANGE.
053500     ADD 1 TO NB-LIGNES-EMBALLEES.
053600 6100-EXAMINER-LIGNE-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900* 6500-ECRIRE-FIN : FIN DU FICHIER D'ECHANGE AVEC LES NOMBRES
054000*                   D'ENREGISTREMENTS DE CHAQUE SORTE
054100*----------------------------------------------------------------
054200 6500-ECRIRE-FIN.
054300     MOVE SPACES TO ENR-ECHANGE.
054400     MOVE "F"    TO XF-TYPE-ENR.
054500     MOVE ZERO   TO XF-ID-ORIGINE.
054600     MOVE NB-DOSSIERS-EMBALLES TO XF-NB-DOSSIERS.
054700     MOVE NB-LIENS-EMBALLES    TO XF-NB-LIENS.
054800     MOVE NB-LIGNES-EMBALLEES  TO XF-NB-LIGNES-JOURNAL.
054900     WRITE ENR-ECHANGE.
055000     CLOSE FICHIER-ECHANGE.
055100 6500-ECRIRE-FIN-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------
055400* 7000-CLORE-DOSSIERS : LE FICHIER D'ECHANGE ETANT COMPLET, LES
055500*                       DOSSIERS TRANSFERES SONT CLOS
055600*----------------------------------------------------------------
055700 7000-CLORE-DOSSIERS.
055800     IF NB-SELECTIONNES = ZERO
055900         GO TO 7000-CLORE-DOSSIERS-EXIT
056000     END-IF.
056100     OPEN EXTEND JOURNAL.
056200     IF JN-STATUT = "35"
056300         OPEN OUTPUT JOURNAL
056400     END-IF.
056500     PERFORM 7100-CLORE-DOSSIER
056600         THRU 7100-CLORE-DOSSIER-EXIT
056700         VARYING IDX-SELECT FROM 1 BY 1
056800         UNTIL IDX-SELECT > NB-SELECTIONNES.
056900     CLOSE JOURNAL.
057000 7000-CLORE-DOSSIERS-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300* 7100-CLORE-DOSSIER : RADIATION DU DOSSIER RETENU EN IDX-SELECT
057400*                      POUR TRANSFERT, JOURNALISEE, ET ENTREE DE
057500*                      SENS "S" AUX CORRESPONDANCES
057600*----------------------------------------------------------------
057700 7100-CLORE-DOSSIER.
057800     MOVE TS-ID(IDX-SELECT) TO MF-ID-CITOYEN.
057900     MOVE TS-ID(IDX-SELECT) TO LD-ID-CITOYEN.
058000     READ FICHIER-MAITRE
058100         INVALID KEY
058200             MOVE SPACES TO LD-NOM LD-PRENOM
058300             MOVE "NON CLOS - DOSSIER DISPARU" TO LD-SUITE
058400             MOVE LIGNE-DOSSIER TO LIGNE-ETAT
058500             WRITE LIGNE-ETAT
058600             ADD 1 TO NB-NON-CLOS
058700             GO TO 7100-CLORE-DOSSIER-EXIT
058800     END-READ.
058900     MOVE MF-NOM    TO LD-NOM.
059000     MOVE MF-PRENOM TO LD-PRENOM.
059100     MOVE ENR-MAITRE TO IMAGE-AVANT-TRAVAIL.
059200     MOVE "R"                   TO MF-STATUT-DOSSIER.
059300     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-STATUT.
059400     MOVE SPACES                TO MF-MOTIF-STATUT.
059500     STRING "TRANSFERT VERS " DELIMITED BY SIZE
059600         PREFECTURE-DESTINATION DELIMITED BY SIZE
059700         INTO MF-MOTIF-STATUT.
059800     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-MAJ.
059900     REWRITE ENR-MAITRE
060000         INVALID KEY
060100             MOVE "NON CLOS - REECRITURE EN ECHEC" TO LD-SUITE
060200             MOVE LIGNE-DOSSIER TO LIGNE-ETAT
060300             WRITE LIGNE-ETAT
060400             ADD 1 TO NB-NON-CLOS
060500             GO TO 7100-CLORE-DOSSIER-EXIT
060600     END-REWRITE.
060700     ADD 1 TO NB-CLOS.
060800     PERFORM 7200-JOURNALISER-STATUT
060900         THRU 7200-JOURNALISER-STATUT-EXIT.
061000     MOVE MF-ID-CITOYEN          TO CR-ID-CITOYEN.
061100     MOVE "S"                    TO CR-SENS.
061200     MOVE PREFECTURE-DESTINATION TO CR-PREFECTURE.
061300     MOVE ZERO                   TO CR-ID-ETRANGER.
061400     MOVE MF-NO-NATIONAL         TO CR-NO-NATIONAL.
061500     MOVE DATE-DU-JOUR-AAAAMMJJ  TO CR-DATE-TRANSFERT.
061600     MOVE OPERATEUR-TRANSFERT    TO CR-OPERATEUR.
061700     MOVE "TRANSFERT-SORTANT"    TO CR-PROGRAMME.
061800     WRITE ENR-CORRESPONDANCE
061900         INVALID KEY
062000             REWRITE ENR-CORRESPONDANCE
062100     END-WRITE.
062200     MOVE "TRANSFERE ET CLOS" TO LD-SUITE.
062300     MOVE LIGNE-DOSSIER TO LIGNE-ETAT.
062400     WRITE LIGNE-ETAT.
062500 7100-CLORE-DOSSIER-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800* 7200-JOURNALISER-STATUT : LIGNE D'AUDIT DE LA RADIATION POUR
062900*                           TRANSFERT, IMAGES AVANT ET APRES
063000*----------------------------------------------------------------
063100 7200-JOURNALISER-STATUT.
063200     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
063300     MOVE "STATU"          TO JN-ACTION.
063400     MOVE MF-NOM           TO JN-NOM.
063500     MOVE MF-PRENOM        TO JN-PRENOM.
063600     MOVE MF-AGE           TO JN-AGE-AVANT.
063700     MOVE MF-AGE           TO JN-AGE-APRES.
063800     MOVE MF-ID-CITOYEN    TO JN-ID-CITOYEN.
063900     MOVE OPERATEUR-TRANSFERT TO JN-OPERATEUR.
064000     MOVE SPACES           TO JN-CODE-SITE.
064100     MOVE SPACES TO JN-OPERATEUR-VALIDE.
064200     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
064300     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
064400     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
064410     SET CH-ENCHAINER TO TRUE.
064420     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
064500     WRITE ENR-JOURNAL.
064525     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
064550     SET CH-VALIDER TO TRUE.
064575     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
064600 7200-JOURNALISER-STATUT-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900* 8000-RAPPORT-CONTROLE : TOTAUX DU TRANSFERT, EDITES A L'ETAT ET
065000*                         AFFICHES - CODE RETOUR 4 S'IL Y A DES
065100*                         REFUS, DES MINEURS RESTES OU DES
065200*                         DOSSIERS NON CLOS
065300*----------------------------------------------------------------
065400 8000-RAPPORT-CONTROLE.
065500     MOVE SPACES TO LIGNE-ETAT.
065600     WRITE LIGNE-ETAT.
065700     MOVE "DOSSIERS TRANSFERES ET CLOS" TO LT-LIBELLE.
065800     MOVE NB-CLOS TO LT-COMPTEUR.
065900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
066000     WRITE LIGNE-ETAT.
066100     MOVE "DEMANDES REFUSEES" TO LT-LIBELLE.
066200     MOVE NB-REFUSES TO LT-COMPTEUR.
066300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
066400     WRITE LIGNE-ETAT.
066500     MOVE "MINEURS RESTES LIES A UN PARTANT" TO LT-LIBELLE.
066600     MOVE NB-MINEURS-RESTES TO LT-COMPTEUR.
066700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
066800     WRITE LIGNE-ETAT.
066900     DISPLAY "----------------------------------------".
067000     DISPLAY "TRANSFERT-SORTANT - TOTAUX DE CONTROLE".
067100     DISPLAY "----------------------------------------".
067200     DISPLAY "PREFECTURE DESTINATAIRE  : " PREFECTURE-DESTINATION.
067300     DISPLAY "DEMANDES LUES            : " NB-LUS.
067400     DISPLAY "DEMANDES REFUSEES        : " NB-REFUSES.
067500     DISPLAY "DOSSIERS EMBALLES        : " NB-DOSSIERS-EMBALLES.
067600     DISPLAY "LIENS EMBALLES           : " NB-LIENS-EMBALLES.
067700     DISPLAY "LIGNES DE JOURNAL        : " NB-LIGNES-EMBALLEES.
067800     DISPLAY "MINEURS RESTES SIGNALES  : " NB-MINEURS-RESTES.
067900     DISPLAY "DOSSIERS CLOS            : " NB-CLOS.
068000     DISPLAY "DOSSIERS NON CLOS        : " NB-NON-CLOS.
068100     DISPLAY "----------------------------------------".
068200     IF NB-REFUSES > ZERO OR NB-MINEURS-RESTES > ZERO
068300             OR NB-NON-CLOS > ZERO
068400         MOVE 4 TO RETURN-CODE
068500     END-IF.
068600 8000-RAPPORT-CONTROLE-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900* 9999-TERMINER : FERMETURE DES FICHIERS
069000*----------------------------------------------------------------
069100 9999-TERMINER.
069200     CLOSE FICHIER-MAITRE.
069300     CLOSE FICHIER-CORRESPONDANCES.
069400     CLOSE ETAT-TRANSFERT.
069500 9999-TERMINER-EXIT.
069600     EXIT.
