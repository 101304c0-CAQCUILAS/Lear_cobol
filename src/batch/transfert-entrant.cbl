000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRANSFERT-ENTRANT.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* TRANSFERT-ENTRANT CHARGE LE FICHIER D'ECHANGE TRANSMIS PAR LE
000900* REGISTRE D'UNE AUTRE PREFECTURE (DD ECHANGE, VOIR RCECHANG,
001000* PRODUIT CHEZ ELLE PAR TRANSFERT-SORTANT) POUR LES CITOYENS
001100* VENUS S'INSTALLER DANS LE DEPARTEMENT.
001200*
001300* UNE CARTE SYSIN : CODE DE NOTRE PREFECTURE. LE FICHIER DOIT
001400* COMMENCER PAR UNE ENTETE QUI NOUS EST DESTINEE, SANS QUOI IL
001500* N'EST PAS TRAITE (CODE RETOUR 16).
001600*
001700* CHAQUE DOSSIER RECU SUBIT LES CONTROLES D'UN AJOUT DE
001800* CHARGEMENT-LOT :
001900*   - NUMERO NATIONAL NON NUL CONTROLE PAR CONTROLE-NONAT ET
002000*     UNIQUE AU FICHIER MAITRE (CLE ALTERNATIVE MF-NO-NATIONAL) ;
002100*   - NOM+PRENOM (MF-CLE) ABSENTS DU FICHIER MAITRE (DOUBLON).
002200* UN DOSSIER EN CONFLIT N'EST PAS CREE : IL PART A LA LISTE DE
002300* REVUE (REVUETRF) AVEC L'IDENTIFIANT DU DOSSIER LOCAL EN
002400* CONFLIT, POUR ARBITRAGE PAR LES CLERCS - ET NON AUX REJETS, CAR
002500* IL N'Y A PAS DE SITE A QUI LE RENVOYER.
002600* SINON LE DOSSIER EST CREE AVEC LE PROFIL RECU (NOMS, DATE DE
002700* NAISSANCE, SEXE, ADRESSE, NUMERO NATIONAL) :
002800*   - IDENTIFIANT ATTRIBUE PAR LE GUICHET COMMUN SERVICE-ID ;
002900*   - STATUT ACTIF A LA DATE DU TRANSFERT, MOTIF "TRANSFERT DE "
003000*     SUIVI DU CODE DE LA PREFECTURE D'ORIGINE, SITE A BLANC ;
003100*   - CREATION JOURNALISEE (AJOUT) SOUS LE CODE OPERATEUR
003200*     "TRANSFRT", ADRESSE PORTEE A L'HISTORIQUE DES ADRESSES A LA
003300*     DATE DU TRANSFERT ;
003400*   - ENTREE DE SENS "E" AU FICHIER DES CORRESPONDANCES (CORRESP,
003500*     VOIR RCCORRES) : IDENTIFIANT LOCAL, PREFECTURE ET
003600*     IDENTIFIANT D'ORIGINE, NUMERO NATIONAL RECU.
003700* UN DOSSIER DEJA RECU (ENTREE "E" EXISTANTE POUR CETTE
003800* PREFECTURE ET CET IDENTIFIANT D'ORIGINE) N'EST PAS RECREE : UN
003900* FICHIER D'ECHANGE REPASSE NE DOUBLE RIEN.
004000*
004100* LES LIENS RECUS SONT POSES ENTRE LES DOSSIERS CREES PAR CE
004200* PASSAGE ET JOURNALISES (LIENS) ; UN LIEN DONT LE RESPONSABLE
004300* N'A PAS ETE CREE (RESTE A L'ORIGINE OU EN REVUE) PART A LA
004400* REVUE. LES LIGNES DE JOURNAL RECUES POUR UN DOSSIER CREE SONT
004500* VERSEES A L'HISTORIQUE RECU (HISTEXT, VOIR RCHISTEX) SOUS SON
004600* IDENTIFIANT LOCAL, ET NON AU JOURNAL LOCAL.
004700*
004800* LES NOMBRES DE LA FIN DU FICHIER SONT RAPPROCHES DES
004900* ENREGISTREMENTS LUS ; UN ECART, UNE FIN ABSENTE OU UNE REVUE
005000* NON VIDE DONNENT LE CODE RETOUR 4.
005100*
005200* HISTORIQUE DES MODIFICATIONS
005300* DATE       AUTEUR  DESCRIPTION
005400* ---------- ------- ---------------------------------------------
005500* 2026-10-15 SI      CREATION - RECEPTION DES DOSSIERS TRANSFERES
005600*                    PAR LE REGISTRE D'UNE AUTRE PREFECTURE.
005610* 2026-10-15 SI      LE NUMERO NATIONAL RECU N'EST CONTROLE QUE
005620*                    SUR SA CLE : LE CONTROLE DE COHERENCE AVEC LE
005630*                    SEXE ET LA NAISSANCE RESTE A LA PREFECTURE
005640*                    D'ORIGINE.
005650* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
005660*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
005670*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
005680*                    RCCHAIND).
005686* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
005692*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
005700*----------------------------------------------------------------
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.    IBM-370.
006100 OBJECT-COMPUTER.    IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT FICHIER-ECHANGE ASSIGN TO "ECHANGE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS XF-STATUT.
006700     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS MF-ID-CITOYEN
007100         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
007200         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
007300         FILE STATUS IS MF-STATUT.
007400     SELECT FICHIER-LIENS ASSIGN TO "LIENS"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS LN-ID-MINEUR
007800         FILE STATUS IS LN-STATUT.
007900     SELECT JOURNAL ASSIGN TO "JOURNAL"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS JN-STATUT.
008200     SELECT FICHIER-CORRESPONDANCES ASSIGN TO "CORRESP"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS CR-CLE
008600         ALTERNATE RECORD KEY IS CR-CLE-ETRANGERE WITH DUPLICATES
008700         FILE STATUS IS CR-STATUT.
008800     SELECT HISTORIQUE-RECU ASSIGN TO "HISTEXT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS HX-STATUT.
009100     SELECT REVUE-TRANSFERTS ASSIGN TO "REVUETRF"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS RV-STATUT.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  FICHIER-ECHANGE
009700     LABEL RECORDS ARE STANDARD.
009800 01  ENR-ECHANGE.
009900     COPY RCECHANG.
010000 FD  FICHIER-MAITRE
010100     LABEL RECORDS ARE STANDARD.
010200 01  ENR-MAITRE.
010300     COPY RCMAITRE.
010400 FD  FICHIER-LIENS
010500     LABEL RECORDS ARE STANDARD.
010600 01  ENR-LIEN.
010700     COPY RCLIEN.
010800 FD  JOURNAL
010900     LABEL RECORDS ARE STANDARD.
011000 01  ENR-JOURNAL.
011100     COPY RCJOURNAL.
011200 FD  FICHIER-CORRESPONDANCES
011300     LABEL RECORDS ARE STANDARD.
011400 01  ENR-CORRESPONDANCE.
011500     COPY RCCORRES.
011600 FD  HISTORIQUE-RECU
011700     LABEL RECORDS ARE STANDARD.
011800 01  ENR-HISTORIQUE-RECU.
011900     COPY RCHISTEX.
012000 FD  REVUE-TRANSFERTS
012100     LABEL RECORDS ARE STANDARD.
012200 01  ENR-REVUE.
012300     05 RV-PREFECTURE            PIC X(03).
012400     05 RV-ID-ORIGINE            PIC 9(09).
012500     05 RV-ID-CITOYEN            PIC 9(09).
012600     05 RV-NOM                   PIC X(20).
012700     05 RV-PRENOM                PIC X(20).
012800     05 RV-DATE-NAISSANCE        PIC 9(08).
012900     05 RV-NO-NATIONAL           PIC 9(15).
013000     05 RV-ID-CONFLIT            PIC 9(09).
013100     05 RV-MOTIF                 PIC X(40).
013200 WORKING-STORAGE SECTION.
013300*----------------------------------------------------------------
013400* ZONES DE TRAVAIL
013500*----------------------------------------------------------------
013600 01  XF-STATUT                   PIC X(02).
013700     88 XF-OK                    VALUE "00".
013800     88 XF-ABSENT                VALUE "35".
013900 01  MF-STATUT                   PIC X(02).
014000     88 MF-OK                    VALUE "00".
014100 01  LN-STATUT                   PIC X(02).
014200     88 LN-OK                    VALUE "00".
014300     88 LN-ABSENT                VALUE "35".
014400 01  JN-STATUT                   PIC X(02).
014500 01  CR-STATUT                   PIC X(02).
014600     88 CR-OK                    VALUE "00".
014700     88 CR-ABSENT                VALUE "35".
014800 01  HX-STATUT                   PIC X(02).
014900 01  RV-STATUT                   PIC X(02).
015000     88 RV-OK                    VALUE "00".
015100 01  FIN-ECHANGE                 PIC X(01) VALUE "N".
015200     88 PLUS-D-ECHANGE           VALUE "O".
015300 01  FIN-RECUE                   PIC X(01) VALUE "N".
015400     88 FIN-EST-RECUE            VALUE "O".
015500 01  DEJA-RECU                   PIC X(01) VALUE "N".
015600     88 DOSSIER-DEJA-RECU        VALUE "O".
015700 01  OPERATEUR-TRANSFERT         PIC X(08) VALUE "TRANSFRT".
015800 01  PREFECTURE-LOCALE           PIC X(03) VALUE SPACES.
015900 01  PREFECTURE-ORIGINE          PIC X(03) VALUE SPACES.
016000 01  DATE-TRANSFERT              PIC 9(08) VALUE ZERO.
016100 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
016200 01  ID-CHERCHE                  PIC 9(09) VALUE ZERO.
016300 01  ID-LOCAL-TROUVE             PIC 9(09) VALUE ZERO.
016400 01  ETAT-TROUVE                 PIC X(01) VALUE SPACE.
016500     88 TROUVE-CREE              VALUE "C".
016600     88 TROUVE-DEJA-RECU         VALUE "D".
016700     88 TROUVE-EN-REVUE          VALUE "R".
016800     88 NON-TROUVE               VALUE SPACE.
016900 01  ID-MINEUR-LOCAL             PIC 9(09) VALUE ZERO.
017000 01  DOSSIER-RECU.
017100     COPY RCMAITRE REPLACING LEADING ==MF== BY ==DR==.
017200 01  LIEN-RECU.
017300     COPY RCLIEN REPLACING LEADING ==LN== BY ==LR==.
017400 01  LIGNE-RECUE.
017500     COPY RCJOURNAL REPLACING LEADING ==JN== BY ==JR==.
017600 01  DEMANDE-ID.
017700     COPY RCSERVID.
017800 01  DEMANDE-CONTROLE-NONAT.
017900     COPY RCNONAT.
018000 01  DEMANDE-HISTO-ADRESSE.
018100     COPY RCADRHD.
018200*----------------------------------------------------------------
018300* TABLE DES DOSSIERS RECUS PAR CE PASSAGE : IDENTIFIANT D'ORIGINE,
018400* IDENTIFIANT LOCAL ET SUITE DONNEE (C = CREE, D = DEJA RECU,
018500* R = EN REVUE)
018600*----------------------------------------------------------------
018700 01  NB-ENTREES                  PIC 9(04) COMP VALUE ZERO.
018800 01  TABLE-RECUS.
018900     05 RECU-ENTREE              OCCURS 1000 TIMES
019000                                 INDEXED BY IDX-RECU.
019100         10 TE-ID-ORIGINE        PIC 9(09).
019200         10 TE-ID-LOCAL          PIC 9(09).
019300         10 TE-ETAT              PIC X(01).
019400*----------------------------------------------------------------
019500* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
019600*----------------------------------------------------------------
019700 01  NB-DOSSIERS-LUS             PIC 9(07) COMP VALUE ZERO.
019800 01  NB-CREES                    PIC 9(07) COMP VALUE ZERO.
019900 01  NB-DEJA-RECUS               PIC 9(07) COMP VALUE ZERO.
020000 01  NB-DOSSIERS-EN-REVUE        PIC 9(07) COMP VALUE ZERO.
020100 01  NB-LIENS-LUS                PIC 9(07) COMP VALUE ZERO.
020200 01  NB-LIENS-POSES              PIC 9(07) COMP VALUE ZERO.
020300 01  NB-LIENS-EN-REVUE           PIC 9(07) COMP VALUE ZERO.
020400 01  NB-LIENS-IGNORES            PIC 9(07) COMP VALUE ZERO.
020500 01  NB-LIGNES-LUES              PIC 9(07) COMP VALUE ZERO.
020600 01  NB-LIGNES-VERSEES           PIC 9(07) COMP VALUE ZERO.
020700 01  NB-LIGNES-IGNOREES          PIC 9(07) COMP VALUE ZERO.
020800 01  NB-ILLISIBLES               PIC 9(07) COMP VALUE ZERO.
020900 01  NB-ECARTS-FIN               PIC 9(07) COMP VALUE ZERO.
020910 01  DEMANDE-CHAINAGE.
020920     COPY RCCHAIND.
021000 PROCEDURE DIVISION.
021100*================================================================
021200* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
021300*================================================================
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALISATION
021600         THRU 1000-INITIALISATION-EXIT.
021700     PERFORM 2000-TRAITER-ENREGISTREMENT
021800         THRU 2000-TRAITER-ENREGISTREMENT-EXIT
021900         UNTIL PLUS-D-ECHANGE.
022000     PERFORM 8000-RAPPORT-CONTROLE
022100         THRU 8000-RAPPORT-CONTROLE-EXIT.
022200     PERFORM 9999-TERMINER
022300         THRU 9999-TERMINER-EXIT.
022400     STOP RUN.
022500*----------------------------------------------------------------
022600* 1000-INITIALISATION : CODE PREFECTURE (CARTE SYSIN), CONTROLE
022700*                       DE L'ENTETE ET OUVERTURE DES FICHIERS
022800*----------------------------------------------------------------
022900 1000-INITIALISATION.
023000     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
023100     ACCEPT PREFECTURE-LOCALE.
023200     IF PREFECTURE-LOCALE = SPACES
023300         DISPLAY "CODE PREFECTURE ABSENT EN CARTE SYSIN"
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     INITIALIZE TABLE-RECUS.
023800     OPEN INPUT FICHIER-ECHANGE.
023900     IF XF-ABSENT
024000         DISPLAY "AUCUN FICHIER ECHANGE A TRAITER"
024100         MOVE "O" TO FIN-ECHANGE
024200         GO TO 1000-INITIALISATION-EXIT
024300     END-IF.
024400     IF NOT XF-OK
024500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ECHANGE - "
024600             "CODE " XF-STATUT
024700         MOVE 16 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
025000     PERFORM 3000-LIRE-ECHANGE
025100         THRU 3000-LIRE-ECHANGE-EXIT.
025200     IF PLUS-D-ECHANGE
025300             OR NOT XF-ENTETE
025400             OR XF-PREFECTURE-DESTINATION NOT = PREFECTURE-LOCALE
025500             OR XF-PREFECTURE-ORIGINE = SPACES
025600             OR XF-PREFECTURE-ORIGINE = PREFECTURE-LOCALE
025700         DISPLAY "FICHIER ECHANGE SANS ENTETE OU NON DESTINE A "
025800             "LA PREFECTURE " PREFECTURE-LOCALE
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     MOVE XF-PREFECTURE-ORIGINE TO PREFECTURE-ORIGINE.
026300     MOVE XF-DATE-TRANSFERT     TO DATE-TRANSFERT.
026400     IF XF-DATE-TRANSFERT NOT NUMERIC
026500             OR XF-DATE-TRANSFERT = ZERO
026600         MOVE DATE-DU-JOUR-AAAAMMJJ TO DATE-TRANSFERT
026700     END-IF.
026800     OPEN I-O FICHIER-MAITRE.
026900     IF NOT MF-OK
027000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
027100             "CODE " MF-STATUT
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     OPEN I-O FICHIER-LIENS.
027600     IF LN-ABSENT
027700         OPEN OUTPUT FICHIER-LIENS
027800         CLOSE FICHIER-LIENS
027900         OPEN I-O FICHIER-LIENS
028000     END-IF.
028100     IF NOT LN-OK
028200         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER LIENS - "
028300             "CODE " LN-STATUT
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     OPEN I-O FICHIER-CORRESPONDANCES.
028800     IF CR-ABSENT
028900         OPEN OUTPUT FICHIER-CORRESPONDANCES
029000         CLOSE FICHIER-CORRESPONDANCES
029100         OPEN I-O FICHIER-CORRESPONDANCES
029200     END-IF.
029300     IF NOT CR-OK
029400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER CORRESP - "
029500             "CODE " CR-STATUT
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029900     OPEN OUTPUT REVUE-TRANSFERTS.
030000     IF NOT RV-OK
030100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REVUETRF - "
030200             "CODE " RV-STATUT
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600     OPEN EXTEND JOURNAL.
030700     IF JN-STATUT = "35"
030800         OPEN OUTPUT JOURNAL
030900     END-IF.
031000     OPEN EXTEND HISTORIQUE-RECU.
031100     IF HX-STATUT = "35"
031200         OPEN OUTPUT HISTORIQUE-RECU
031300     END-IF.
031400     PERFORM 3000-LIRE-ECHANGE
031500         THRU 3000-LIRE-ECHANGE-EXIT.
031600 1000-INITIALISATION-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------
031900* 2000-TRAITER-ENREGISTREMENT : AIGUILLAGE DE L'ENREGISTREMENT
032000*                               COURANT SELON SA SORTE, PUIS
032100*                               LECTURE DU SUIVANT
032200*----------------------------------------------------------------
032300 2000-TRAITER-ENREGISTREMENT.
032400     EVALUATE TRUE
032500         WHEN FIN-EST-RECUE
032600             ADD 1 TO NB-ILLISIBLES
032700         WHEN XF-DOSSIER
032800             PERFORM 4000-RECEVOIR-DOSSIER
032900                 THRU 4000-RECEVOIR-DOSSIER-EXIT
033000         WHEN XF-LIEN
033100             PERFORM 5000-RECEVOIR-LIEN
033200                 THRU 5000-RECEVOIR-LIEN-EXIT
033300         WHEN XF-JOURNAL
033400             PERFORM 6000-RECEVOIR-LIGNE
033500                 THRU 6000-RECEVOIR-LIGNE-EXIT
033600         WHEN XF-FIN
033700             PERFORM 7000-CONTROLER-FIN
033800                 THRU 7000-CONTROLER-FIN-EXIT
033900         WHEN OTHER
034000             ADD 1 TO NB-ILLISIBLES
034100     END-EVALUATE.
034200     PERFORM 3000-LIRE-ECHANGE
034300         THRU 3000-LIRE-ECHANGE-EXIT.
034400 2000-TRAITER-ENREGISTREMENT-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700* 2200-CHERCHER-RECU : L'IDENTIFIANT D'ORIGINE ID-CHERCHE A-T-IL
034800*                      ETE RECU PAR CE PASSAGE ? ETAT-TROUVE ET
034900*                      ID-LOCAL-TROUVE RENDENT LA SUITE DONNEE
035000*----------------------------------------------------------------
035100 2200-CHERCHER-RECU.
035200     MOVE SPACE TO ETAT-TROUVE.
035300     MOVE ZERO  TO ID-LOCAL-TROUVE.
035400     IF NB-ENTREES = ZERO
035500         GO TO 2200-CHERCHER-RECU-EXIT
035600     END-IF.
035700     SET IDX-RECU TO 1.
035800     SEARCH RECU-ENTREE
035900         AT END
036000             GO TO 2200-CHERCHER-RECU-EXIT
036100         WHEN IDX-RECU > NB-ENTREES
036200             GO TO 2200-CHERCHER-RECU-EXIT
036300         WHEN TE-ID-ORIGINE(IDX-RECU) = ID-CHERCHE
036400             MOVE TE-ETAT(IDX-RECU)     TO ETAT-TROUVE
036500             MOVE TE-ID-LOCAL(IDX-RECU) TO ID-LOCAL-TROUVE
036600     END-SEARCH.
036700 2200-CHERCHER-RECU-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000* 2300-NOTER-RECU : ENTREE DU DOSSIER COURANT A LA TABLE DES
037100*                   DOSSIERS RECUS (ETAT-TROUVE, ID-LOCAL-TROUVE
037200*                   POSES PAR L'APPELANT)
037300*----------------------------------------------------------------
037400 2300-NOTER-RECU.
037500     IF NB-ENTREES = 1000
037600         DISPLAY "PLUS DE 1000 DOSSIERS AU FICHIER ECHANGE - "
037700             "PASSE ARRETEE, FAIRE DECOUPER L'ENVOI"
037800         PERFORM 8000-RAPPORT-CONTROLE
037900             THRU 8000-RAPPORT-CONTROLE-EXIT
038000         PERFORM 9999-TERMINER
038100             THRU 9999-TERMINER-EXIT
038200         MOVE 16 TO RETURN-CODE
038300         STOP RUN
038400     END-IF.
038500     ADD 1 TO NB-ENTREES.
038600     SET IDX-RECU TO NB-ENTREES.
038700     MOVE XF-ID-ORIGINE   TO TE-ID-ORIGINE(IDX-RECU).
038800     MOVE ID-LOCAL-TROUVE TO TE-ID-LOCAL(IDX-RECU).
038900     MOVE ETAT-TROUVE     TO TE-ETAT(IDX-RECU).
039000 2300-NOTER-RECU-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300* 3000-LIRE-ECHANGE : LECTURE D'UN ENREGISTREMENT DU FICHIER
039400*                     D'ECHANGE
039500*----------------------------------------------------------------
039600 3000-LIRE-ECHANGE.
039700     READ FICHIER-ECHANGE
039800         AT END
039900             MOVE "O" TO FIN-ECHANGE
040000     END-READ.
040100 3000-LIRE-ECHANGE-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 4000-RECEVOIR-DOSSIER : CONTROLES ET CREATION DU DOSSIER RECU,
040500*                         OU MISE EN REVUE
040600*----------------------------------------------------------------
040700 4000-RECEVOIR-DOSSIER.
040800     ADD 1 TO NB-DOSSIERS-LUS.
040900     MOVE XF-IMAGE-MAITRE TO DOSSIER-RECU.
041000     MOVE ZERO TO ID-LOCAL-TROUVE.
041100     MOVE ZERO TO RV-ID-CITOYEN RV-ID-CONFLIT.
041200     IF XF-ID-ORIGINE NOT NUMERIC
041300             OR XF-ID-ORIGINE = ZERO
041400         ADD 1 TO NB-ILLISIBLES
041500         GO TO 4000-RECEVOIR-DOSSIER-EXIT
041600     END-IF.
041700     PERFORM 4100-CHERCHER-CORRESPONDANCE
041800         THRU 4100-CHERCHER-CORRESPONDANCE-EXIT.
041900     IF DOSSIER-DEJA-RECU
042000         ADD 1 TO NB-DEJA-RECUS
042100         MOVE "D" TO ETAT-TROUVE
042200         PERFORM 2300-NOTER-RECU
042300             THRU 2300-NOTER-RECU-EXIT
042400         GO TO 4000-RECEVOIR-DOSSIER-EXIT
042500     END-IF.
042600     MOVE "R" TO ETAT-TROUVE.
042700     IF DR-NOM = SPACES OR DR-PRENOM = SPACES
042800             OR DR-DATE-NAISSANCE NOT NUMERIC
042900         MOVE "PROFIL RECU INCOMPLET OU ILLISIBLE" TO RV-MOTIF
043000         PERFORM 4900-METTRE-DOSSIER-EN-REVUE
043100             THRU 4900-METTRE-DOSSIER-EN-REVUE-EXIT
043200         GO TO 4000-RECEVOIR-DOSSIER-EXIT
043300     END-IF.
043400     IF NOT DR-DOSSIER-ACTIF
043500         MOVE "DOSSIER NON ACTIF AU REGISTRE D'ORIGINE"
043600             TO RV-MOTIF
043700         PERFORM 4900-METTRE-DOSSIER-EN-REVUE
043800             THRU 4900-METTRE-DOSSIER-EN-REVUE-EXIT
043900         GO TO 4000-RECEVOIR-DOSSIER-EXIT
044000     END-IF.
044100     IF DR-NO-NATIONAL NOT NUMERIC
044200         MOVE "NO NATIONAL ILLISIBLE" TO RV-MOTIF
044300         PERFORM 4900-METTRE-DOSSIER-EN-REVUE
044400             THRU 4900-METTRE-DOSSIER-EN-REVUE-EXIT
044500         GO TO 4000-RECEVOIR-DOSSIER-EXIT
044600     END-IF.
044700     IF DR-NO-NATIONAL NOT = ZERO
044800         MOVE DR-NO-NATIONAL TO NN-NUMERO
044810         MOVE SPACE TO NN-SEXE
044820         MOVE ZERO  TO NN-DATE-NAISSANCE
044900         CALL "CONTROLE-NONAT" USING DEMANDE-CONTROLE-NONAT
045000         IF NOT NN-NUMERO-VALIDE
045100             MOVE "NO NATIONAL ERRONE (CLE DE CONTROLE)"
045200                 TO RV-MOTIF
045300             PERFORM 4900-METTRE-DOSSIER-EN-REVUE
045400                 THRU 4900-METTRE-DOSSIER-EN-REVUE-EXIT
045500             GO TO 4000-RECEVOIR-DOSSIER-EXIT
045600         END-IF
045700         MOVE DR-NO-NATIONAL TO MF-NO-NATIONAL
045800         READ FICHIER-MAITRE
045900             KEY IS MF-NO-NATIONAL
046000             INVALID KEY
046100                 CONTINUE
046200             NOT INVALID KEY
046300                 MOVE MF-ID-CITOYEN TO RV-ID-CONFLIT
046400                 MOVE "NO NATIONAL DEJA AU FICHIER MAITRE"
046500                     TO RV-MOTIF
046600                 PERFORM 4900-METTRE-DOSSIER-EN-REVUE
046700                     THRU 4900-METTRE-DOSSIER-EN-REVUE-EXIT
046800                 GO TO 4000-RECEVOIR-DOSSIER-EXIT
046900         END-READ
047000     END-IF.
047100     MOVE DR-NOM    TO MF-NOM.
047200     MOVE DR-PRENOM TO MF-PRENOM.
047300     READ FICHIER-MAITRE
047400         KEY IS MF-CLE
047500         INVALID KEY
047600             CONTINUE
047700         NOT INVALID KEY
047800             MOVE MF-ID-CITOYEN TO RV-ID-CONFLIT
047900             MOVE "DOUBLON - DEJA AU FICHIER MAITRE" TO RV-MOTIF
048000             PERFORM 4900-METTRE-DOSSIER-EN-REVUE
048100                 THRU 4900-METTRE-DOSSIER-EN-REVUE-EXIT
048200             GO TO 4000-RECEVOIR-DOSSIER-EXIT
048300     END-READ.
048400     PERFORM 4200-CREER-DOSSIER
048500         THRU 4200-CREER-DOSSIER-EXIT.
048600 4000-RECEVOIR-DOSSIER-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900* 4100-CHERCHER-CORRESPONDANCE : UN DOSSIER DE CETTE PREFECTURE
049000*                                ET DE CET IDENTIFIANT D'ORIGINE
049100*                                A-T-IL DEJA ETE RECU ?
049200*                                ID-LOCAL-TROUVE REND ALORS SON
049300*                                IDENTIFIANT LOCAL
049400*----------------------------------------------------------------
049500 4100-CHERCHER-CORRESPONDANCE.
049600     MOVE "N" TO DEJA-RECU.
049700     MOVE PREFECTURE-ORIGINE TO CR-PREFECTURE.
049800     MOVE XF-ID-ORIGINE      TO CR-ID-ETRANGER.
049900     READ FICHIER-CORRESPONDANCES
050000         KEY IS CR-CLE-ETRANGERE
050100         INVALID KEY
050200             GO TO 4100-CHERCHER-CORRESPONDANCE-EXIT
050300     END-READ.
050400     IF CR-ENTRANT
050500         MOVE "O" TO DEJA-RECU
050600         MOVE CR-ID-CITOYEN TO ID-LOCAL-TROUVE
050700     END-IF.
050800 4100-CHERCHER-CORRESPONDANCE-EXIT.
050900     EXIT.
051000*----------------------------------------------------------------
051100* 4200-CREER-DOSSIER : CREATION DU DOSSIER LOCAL AVEC LE PROFIL
051200*                      RECU, JOURNALISEE, ET ENTREE DE SENS "E"
051300*                      AUX CORRESPONDANCES
051400*----------------------------------------------------------------
051500 4200-CREER-DOSSIER.
051600     MOVE DOSSIER-RECU TO ENR-MAITRE.
051700     MOVE "A"            TO MF-STATUT-DOSSIER.
051800     MOVE DATE-TRANSFERT TO MF-DATE-STATUT.
051900     MOVE SPACES         TO MF-MOTIF-STATUT.
052000     STRING "TRANSFERT DE " DELIMITED BY SIZE
052100         PREFECTURE-ORIGINE DELIMITED BY SIZE
052200         INTO MF-MOTIF-STATUT.
052300     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-MAJ.
052400     MOVE SPACES                TO MF-CODE-SITE.
052500     CALL "SERVICE-ID" USING DEMANDE-ID.
052600     IF NOT SID-OK
052700         DISPLAY "ATTRIBUTION D'IDENTIFIANT IMPOSSIBLE - "
052800             "COMPTEUR INDISPONIBLE"
052900         PERFORM 8000-RAPPORT-CONTROLE
053000             THRU 8000-RAPPORT-CONTROLE-EXIT
053100         PERFORM 9999-TERMINER
053200             THRU 9999-TERMINER-EXIT
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF.
053600     MOVE SID-ID-ATTRIBUE TO MF-ID-CITOYEN.
053700     WRITE ENR-MAITRE
053800         INVALID KEY
053900             MOVE "ECRITURE DU DOSSIER EN ECHEC" TO RV-MOTIF
054000             PERFORM 4900-METTRE-DOSSIER-EN-REVUE
054100                 THRU 4900-METTRE-DOSSIER-EN-REVUE-EXIT
054200             GO TO 4200-CREER-DOSSIER-EXIT
054300     END-WRITE.
054400     ADD 1 TO NB-CREES.
054500     PERFORM 4500-JOURNALISER-AJOUT
054600         THRU 4500-JOURNALISER-AJOUT-EXIT.
054700     IF MF-ADRESSE NOT = SPACES
054800         MOVE "M"                 TO HA-ACTION
054900         MOVE MF-ID-CITOYEN       TO HA-ID-CITOYEN
055000         MOVE MF-ADRESSE          TO HA-ADRESSE
055100         MOVE DATE-TRANSFERT      TO HA-DATE-EFFET
055200         MOVE "TRANSFERT-ENTRANT" TO HA-PROGRAMME
055300         CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE
055400     END-IF.
055500     MOVE MF-ID-CITOYEN         TO CR-ID-CITOYEN.
055600     MOVE "E"                   TO CR-SENS.
055700     MOVE PREFECTURE-ORIGINE    TO CR-PREFECTURE.
055800     MOVE XF-ID-ORIGINE         TO CR-ID-ETRANGER.
055900     MOVE DR-NO-NATIONAL        TO CR-NO-NATIONAL.
056000     MOVE DATE-DU-JOUR-AAAAMMJJ TO CR-DATE-TRANSFERT.
056100     MOVE OPERATEUR-TRANSFERT   TO CR-OPERATEUR.
056200     MOVE "TRANSFERT-ENTRANT"   TO CR-PROGRAMME.
056300     WRITE ENR-CORRESPONDANCE
056400         INVALID KEY
056500             DISPLAY "CORRESPONDANCE NON ECRITE POUR LE DOSSIER "
056600                 MF-ID-CITOYEN " - CODE " CR-STATUT
056700     END-WRITE.
056800     MOVE "C"           TO ETAT-TROUVE.
056900     MOVE MF-ID-CITOYEN TO ID-LOCAL-TROUVE.
057000     PERFORM 2300-NOTER-RECU
057100         THRU 2300-NOTER-RECU-EXIT.
057200 4200-CREER-DOSSIER-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500* 4500-JOURNALISER-AJOUT : LIGNE D'AUDIT DE LA CREATION DU DOSSIER
057600*                          SOUS LE CODE OPERATEUR DES TRANSFERTS
057700*----------------------------------------------------------------
057800 4500-JOURNALISER-AJOUT.
057900     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
058000     MOVE "AJOUT"          TO JN-ACTION.
058100     MOVE MF-NOM           TO JN-NOM.
058200     MOVE MF-PRENOM        TO JN-PRENOM.
058300     MOVE ZERO             TO JN-AGE-AVANT.
058400     MOVE MF-AGE           TO JN-AGE-APRES.
058500     MOVE MF-ID-CITOYEN    TO JN-ID-CITOYEN.
058600     MOVE OPERATEUR-TRANSFERT TO JN-OPERATEUR.
058700     MOVE SPACES           TO JN-CODE-SITE.
058800     MOVE SPACES TO JN-OPERATEUR-VALIDE.
058900     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
059000     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
059010     SET CH-ENCHAINER TO TRUE.
059020     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
059100     WRITE ENR-JOURNAL.
059125     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
059150     SET CH-VALIDER TO TRUE.
059175     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
059200 4500-JOURNALISER-AJOUT-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------
059500* 4900-METTRE-DOSSIER-EN-REVUE : LE DOSSIER RECU PART A LA LISTE
059600*                                DE REVUE SANS CREATION, AVEC LE
059700*                                MOTIF ETABLI PAR L'APPELANT
059800*----------------------------------------------------------------
059900 4900-METTRE-DOSSIER-EN-REVUE.
060000     MOVE PREFECTURE-ORIGINE TO RV-PREFECTURE.
060100     MOVE XF-ID-ORIGINE      TO RV-ID-ORIGINE.
060200     MOVE ZERO               TO RV-ID-CITOYEN.
060300     MOVE DR-NOM             TO RV-NOM.
060400     MOVE DR-PRENOM          TO RV-PRENOM.
060500     MOVE ZERO TO RV-DATE-NAISSANCE RV-NO-NATIONAL.
060600     IF DR-DATE-NAISSANCE NUMERIC
060700         MOVE DR-DATE-NAISSANCE TO RV-DATE-NAISSANCE
060800     END-IF.
060900     IF DR-NO-NATIONAL NUMERIC
061000         MOVE DR-NO-NATIONAL TO RV-NO-NATIONAL
061100     END-IF.
061200     WRITE ENR-REVUE.
061300     ADD 1 TO NB-DOSSIERS-EN-REVUE.
061400     MOVE "R"  TO ETAT-TROUVE.
061500     MOVE ZERO TO ID-LOCAL-TROUVE.
061600     PERFORM 2300-NOTER-RECU
061700         THRU 2300-NOTER-RECU-EXIT.
061800 4900-METTRE-DOSSIER-EN-REVUE-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 5000-RECEVOIR-LIEN : LIEN RECU ENTRE DEUX DOSSIERS CREES PAR CE
062200*                      PASSAGE POSE ET JOURNALISE ; UN LIEN DONT
062300*                      LE MINEUR A ETE CREE MAIS PAS LE
062400*                      RESPONSABLE PART A LA REVUE
062500*----------------------------------------------------------------
062600 5000-RECEVOIR-LIEN.
062700     ADD 1 TO NB-LIENS-LUS.
062800     MOVE XF-IMAGE-LIEN TO LIEN-RECU.
062900     MOVE LR-ID-MINEUR TO ID-CHERCHE.
063000     PERFORM 2200-CHERCHER-RECU
063100         THRU 2200-CHERCHER-RECU-EXIT.
063200     IF NOT TROUVE-CREE
063300         ADD 1 TO NB-LIENS-IGNORES
063400         GO TO 5000-RECEVOIR-LIEN-EXIT
063500     END-IF.
063600     MOVE ID-LOCAL-TROUVE TO ID-MINEUR-LOCAL.
063700     MOVE LR-ID-RESPONSABLE TO ID-CHERCHE.
063800     PERFORM 2200-CHERCHER-RECU
063900         THRU 2200-CHERCHER-RECU-EXIT.
064000     IF NOT TROUVE-CREE AND NOT TROUVE-DEJA-RECU
064100         MOVE "LIEN NON POSE - RESPONSABLE NON RECU"
064200             TO RV-MOTIF
064300         PERFORM 5900-METTRE-LIEN-EN-REVUE
064400             THRU 5900-METTRE-LIEN-EN-REVUE-EXIT
064500         GO TO 5000-RECEVOIR-LIEN-EXIT
064600     END-IF.
064700     MOVE ID-MINEUR-LOCAL TO LN-ID-MINEUR.
064800     MOVE ID-LOCAL-TROUVE TO LN-ID-RESPONSABLE.
064900     MOVE LR-TYPE-LIEN    TO LN-TYPE-LIEN.
065000     MOVE DATE-DU-JOUR-AAAAMMJJ TO LN-DATE-MAJ.
065100     WRITE ENR-LIEN
065200         INVALID KEY
065300             MOVE "ECRITURE DU LIEN EN ECHEC" TO RV-MOTIF
065400             PERFORM 5900-METTRE-LIEN-EN-REVUE
065500                 THRU 5900-METTRE-LIEN-EN-REVUE-EXIT
065600             GO TO 5000-RECEVOIR-LIEN-EXIT
065700     END-WRITE.
065800     ADD 1 TO NB-LIENS-POSES.
065900     PERFORM 5500-JOURNALISER-LIEN
066000         THRU 5500-JOURNALISER-LIEN-EXIT.
066100 5000-RECEVOIR-LIEN-EXIT.
066200     EXIT.
066300*----------------------------------------------------------------
066400* 5500-JOURNALISER-LIEN : LIGNE D'AUDIT DU LIEN POSE (ACTION
066500*                         LIENS), COMME CHARGEMENT-LOT
066600*----------------------------------------------------------------
066700 5500-JOURNALISER-LIEN.
066800     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
066900     MOVE "LIENS"          TO JN-ACTION.
067000     MOVE SPACES           TO JN-NOM.
067100     STRING "VERS " DELIMITED BY SIZE
067200         LN-ID-RESPONSABLE DELIMITED BY SIZE
067300         " TYPE " DELIMITED BY SIZE
067400         LN-TYPE-LIEN DELIMITED BY SIZE
067500         INTO JN-NOM.
067600     MOVE SPACES           TO JN-PRENOM.
067700     MOVE ZERO             TO JN-AGE-AVANT.
067800     MOVE ZERO             TO JN-AGE-APRES.
067900     MOVE LN-ID-MINEUR     TO JN-ID-CITOYEN.
068000     MOVE OPERATEUR-TRANSFERT TO JN-OPERATEUR.
068100     MOVE SPACES           TO JN-CODE-SITE.
068200     MOVE SPACES TO JN-OPERATEUR-VALIDE.
068300     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
068310     SET CH-ENCHAINER TO TRUE.
068320     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
068400     WRITE ENR-JOURNAL.
068425     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
068450     SET CH-VALIDER TO TRUE.
068475     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
068500 5500-JOURNALISER-LIEN-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------
068800* 5900-METTRE-LIEN-EN-REVUE : LE LIEN RECU PART A LA LISTE DE
068900*                             REVUE AVEC L'IDENTIFIANT LOCAL DU
069000*                             MINEUR, POUR QUE LES CLERCS LE
069100*                             POSENT A LA MAIN (MAJ-LIENS)
069200*----------------------------------------------------------------
069300 5900-METTRE-LIEN-EN-REVUE.
069400     MOVE PREFECTURE-ORIGINE TO RV-PREFECTURE.
069500     MOVE LR-ID-MINEUR       TO RV-ID-ORIGINE.
069600     MOVE ID-MINEUR-LOCAL    TO RV-ID-CITOYEN.
069700     MOVE SPACES             TO RV-NOM RV-PRENOM.
069800     MOVE ZERO TO RV-DATE-NAISSANCE RV-NO-NATIONAL.
069900     MOVE ID-MINEUR-LOCAL TO MF-ID-CITOYEN.
070000     READ FICHIER-MAITRE
070100         NOT INVALID KEY
070200             MOVE MF-NOM            TO RV-NOM
070300             MOVE MF-PRENOM         TO RV-PRENOM
070400             MOVE MF-DATE-NAISSANCE TO RV-DATE-NAISSANCE
070500             MOVE MF-NO-NATIONAL    TO RV-NO-NATIONAL
070600     END-READ.
070700     MOVE ID-LOCAL-TROUVE TO RV-ID-CONFLIT.
070800     WRITE ENR-REVUE.
070900     ADD 1 TO NB-LIENS-EN-REVUE.
071000 5900-METTRE-LIEN-EN-REVUE-EXIT.
071100     EXIT.
071200*----------------------------------------------------------------
071300* 6000-RECEVOIR-LIGNE : LIGNE DE JOURNAL RECUE POUR UN DOSSIER
071400*                       CREE PAR CE PASSAGE, VERSEE A
071500*                       L'HISTORIQUE RECU
071600*----------------------------------------------------------------
071700 6000-RECEVOIR-LIGNE.
071800     ADD 1 TO NB-LIGNES-LUES.
071900     MOVE XF-ID-ORIGINE TO ID-CHERCHE.
072000     PERFORM 2200-CHERCHER-RECU
072100         THRU 2200-CHERCHER-RECU-EXIT.
072200     IF NOT TROUVE-CREE
072300         ADD 1 TO NB-LIGNES-IGNOREES
072400         GO TO 6000-RECEVOIR-LIGNE-EXIT
072500     END-IF.
072600     MOVE XF-IMAGE-JOURNAL TO LIGNE-RECUE.
072700     MOVE ID-LOCAL-TROUVE       TO HX-ID-CITOYEN.
072800     MOVE PREFECTURE-ORIGINE    TO HX-PREFECTURE.
072900     MOVE XF-ID-ORIGINE         TO HX-ID-ETRANGER.
073000     MOVE DATE-DU-JOUR-AAAAMMJJ TO HX-DATE-RECEPTION.
073100     MOVE LIGNE-RECUE           TO HX-LIGNE-JOURNAL.
073200     WRITE ENR-HISTORIQUE-RECU.
073300     ADD 1 TO NB-LIGNES-VERSEES.
073400 6000-RECEVOIR-LIGNE-EXIT.
073500     EXIT.
073600*----------------------------------------------------------------
073700* 7000-CONTROLER-FIN : LES NOMBRES PORTES A LA FIN DU FICHIER
073800*                      DOIVENT EGALER LES ENREGISTREMENTS LUS
073900*----------------------------------------------------------------
074000 7000-CONTROLER-FIN.
074100     MOVE "O" TO FIN-RECUE.
074200     IF XF-NB-DOSSIERS NOT NUMERIC
074300             OR XF-NB-LIENS NOT NUMERIC
074400             OR XF-NB-LIGNES-JOURNAL NOT NUMERIC
074500         DISPLAY "FIN DU FICHIER ECHANGE ILLISIBLE"
074600         ADD 1 TO NB-ECARTS-FIN
074700         GO TO 7000-CONTROLER-FIN-EXIT
074800     END-IF.
074900     IF XF-NB-DOSSIERS NOT = NB-DOSSIERS-LUS
075000         DISPLAY "ECART SUR LES DOSSIERS - ANNONCES "
075100             XF-NB-DOSSIERS " LUS " NB-DOSSIERS-LUS
075200         ADD 1 TO NB-ECARTS-FIN
075300     END-IF.
075400     IF XF-NB-LIENS NOT = NB-LIENS-LUS
075500         DISPLAY "ECART SUR LES LIENS - ANNONCES "
075600             XF-NB-LIENS " LUS " NB-LIENS-LUS
075700         ADD 1 TO NB-ECARTS-FIN
075800     END-IF.
075900     IF XF-NB-LIGNES-JOURNAL NOT = NB-LIGNES-LUES
076000         DISPLAY "ECART SUR LES LIGNES DE JOURNAL - ANNONCEES "
076100             XF-NB-LIGNES-JOURNAL " LUES " NB-LIGNES-LUES
076200         ADD 1 TO NB-ECARTS-FIN
076300     END-IF.
076400 7000-CONTROLER-FIN-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------
076700* 8000-RAPPORT-CONTROLE : TOTAUX DE LA RECEPTION ET CODE RETOUR 4
076800*                         S'IL RESTE DES DOSSIERS OU DES LIENS A
076900*                         ARBITRER OU SI LE FICHIER EST INCOMPLET
077000*----------------------------------------------------------------
077100 8000-RAPPORT-CONTROLE.
077200     IF NOT XF-ABSENT AND NOT FIN-EST-RECUE
077300         DISPLAY "FICHIER ECHANGE SANS ENREGISTREMENT DE FIN"
077400         ADD 1 TO NB-ECARTS-FIN
077500     END-IF.
077600     DISPLAY "----------------------------------------".
077700     DISPLAY "TRANSFERT-ENTRANT - TOTAUX DE CONTROLE".
077800     DISPLAY "----------------------------------------".
077900     DISPLAY "PREFECTURE D'ORIGINE     : " PREFECTURE-ORIGINE.
078000     DISPLAY "DOSSIERS RECUS           : " NB-DOSSIERS-LUS.
078100     DISPLAY "DOSSIERS CREES           : " NB-CREES.
078200     DISPLAY "DOSSIERS DEJA RECUS      : " NB-DEJA-RECUS.
078300     DISPLAY "DOSSIERS MIS EN REVUE    : " NB-DOSSIERS-EN-REVUE.
078400     DISPLAY "LIENS RECUS              : " NB-LIENS-LUS.
078500     DISPLAY "LIENS POSES              : " NB-LIENS-POSES.
078600     DISPLAY "LIENS MIS EN REVUE       : " NB-LIENS-EN-REVUE.
078700     DISPLAY "LIENS SANS DOSSIER CREE  : " NB-LIENS-IGNORES.
078800     DISPLAY "LIGNES DE JOURNAL RECUES : " NB-LIGNES-LUES.
078900     DISPLAY "LIGNES VERSEES (HISTEXT) : " NB-LIGNES-VERSEES.
079000     DISPLAY "LIGNES SANS DOSSIER CREE : " NB-LIGNES-IGNOREES.
079100     DISPLAY "ENREGISTREMENTS ILLISIBLES: " NB-ILLISIBLES.
079200     DISPLAY "ECARTS AVEC LA FIN       : " NB-ECARTS-FIN.
079300     DISPLAY "----------------------------------------".
079400     IF NB-DOSSIERS-EN-REVUE > ZERO OR NB-LIENS-EN-REVUE > ZERO
079500             OR NB-ILLISIBLES > ZERO OR NB-ECARTS-FIN > ZERO
079600         MOVE 4 TO RETURN-CODE
079700     END-IF.
079800 8000-RAPPORT-CONTROLE-EXIT.
079900     EXIT.
080000*----------------------------------------------------------------
080100* 9999-TERMINER : FERMETURE DES FICHIERS
080200*----------------------------------------------------------------
080300 9999-TERMINER.
080400     IF NOT XF-ABSENT
080500         CLOSE FICHIER-ECHANGE
080600         CLOSE FICHIER-MAITRE
080700         CLOSE FICHIER-LIENS
080800         CLOSE FICHIER-CORRESPONDANCES
080900         CLOSE REVUE-TRANSFERTS
081000         CLOSE JOURNAL
081100         CLOSE HISTORIQUE-RECU
081200     END-IF.
081300 9999-TERMINER-EXIT.
081400     EXIT.
