000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RAPPORT-MENAGES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* RAPPORT-MENAGES EST L'ETAT DE COMPOSITION DES MENAGES : LES
000900* DOSSIERS ACTIFS QUI PARTAGENT LA MEME ADRESSE (RUE, CODE POSTAL
001000* ET COMMUNE DU FICHIER MAITRE) SONT REGROUPES EN UN MENAGE,
001100* AVEC L'AGE ET LE SEXE DE CHAQUE MEMBRE. L'ADRESSE EST
001200* RAPPROCHEE SOUS FORME NORMALISEE (SOUS-PROGRAMME NORMALISE-NOM,
001300* VIRGULES ET POINTS RETIRES EN PLUS) : "12 RUE DES LILAS" ET
001400* "12, rue des Lilas" FORMENT UN SEUL MENAGE.
001500*
001600* SONT SIGNALES SUR L'ETAT :
001700*   - LE MINEUR DONT LE RESPONSABLE (FICHIER LIENS) DEMEURE A UNE
001800*     AUTRE ADRESSE, OU N'EST PLUS AU FICHIER MAITRE ;
001900*   - LE MENAGE QUI COMPTE PLUS D'ADULTES QUE LE SEUIL DU SITE
002000*     (PARAMETRE SEUIL-ADULTES), A CONTROLER POUR FRAUDE.
002100* LES ADRESSES EN PLI NON DISTRIBUE (MF-ADRESSE-EN-PND) FORMENT
002200* UNE SECTION A PART, EN FIN D'ETAT, SUIVIE DU RECAPITULATIF DU
002300* NOMBRE DE MENAGES ET DE PERSONNES PAR COMMUNE DEMANDE PAR LES
002400* SERVICES DES PRESTATIONS.
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
002800* ---------- ------- ---------------------------------------------
002900* 2026-10-15 SI      CREATION - COMPOSITION DES MENAGES PAR
003000*                    ADRESSE NORMALISEE, SUR LE MODELE DE
003100*                    RAPPROCH-DOUBLONS.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
003600 OBJECT-COMPUTER.    IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS MF-ID-CITOYEN
004300         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
004400         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
004500         FILE STATUS IS MF-STATUT.
004600     SELECT FICHIER-LIENS ASSIGN TO "LIENS"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS LN-ID-MINEUR
005000         FILE STATUS IS LN-STATUT.
005100     SELECT FICHIER-TRI ASSIGN TO "TRIWORK".
005200     SELECT ETAT-MENAGES ASSIGN TO "ETATMEN"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS ET-STATUT.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FICHIER-MAITRE
005800     LABEL RECORDS ARE STANDARD.
005900 01  ENR-MAITRE.
006000     COPY RCMAITRE.
006100 FD  FICHIER-LIENS
006200     LABEL RECORDS ARE STANDARD.
006300 01  ENR-LIEN.
006400     COPY RCLIEN.
006500 SD  FICHIER-TRI.
006600 01  ENR-TRI.
006700     05 TRI-SECTION              PIC X(01).
006800     05 TRI-CLE-ADRESSE.
006900         10 TRI-CP-NORMALISE     PIC X(05).
007000         10 TRI-COMMUNE-NORMALISEE
007100                                 PIC X(25).
007200         10 TRI-RUE-NORMALISEE   PIC X(40).
007300     05 TRI-ID-CITOYEN           PIC 9(09).
007400     05 TRI-NOM                  PIC X(20).
007500     05 TRI-PRENOM               PIC X(20).
007600     05 TRI-AGE                  PIC 9(03).
007700     05 TRI-SEXE                 PIC X(01).
007800     05 TRI-ADRESSE.
007900         10 TRI-RUE              PIC X(30).
008000         10 TRI-CODE-POSTAL      PIC X(05).
008100         10 TRI-COMMUNE          PIC X(25).
008200 FD  ETAT-MENAGES
008300     LABEL RECORDS ARE STANDARD.
008400 01  LIGNE-ETAT                  PIC X(100).
008500 WORKING-STORAGE SECTION.
008600*----------------------------------------------------------------
008700* ZONES DE TRAVAIL
008800*----------------------------------------------------------------
008900 01  MF-STATUT                   PIC X(02).
009000     88 MF-OK                    VALUE "00".
009100 01  LN-STATUT                   PIC X(02).
009200     88 LN-OK                    VALUE "00".
009300     88 LN-ABSENT                VALUE "35".
009400 01  ET-STATUT                   PIC X(02).
009500     88 ET-OK                    VALUE "00".
009600 01  LIENS-DISPONIBLES           PIC X(01) VALUE "N".
009700     88 LIENS-SONT-DISPONIBLES   VALUE "O".
009800 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
009900     88 PLUS-DE-CITOYENS         VALUE "O".
010000 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
010100     88 PLUS-D-ENREG-TRIES       VALUE "O".
010200 01  PARAMETRES-SITE.
010300     COPY RCPARVAL.
010400*----------------------------------------------------------------
010500* NORMALISATION DE L'ADRESSE PAR LE SOUS-PROGRAMME COMMUN
010600* NORMALISE-NOM (COPY RCNORM) - LES VIRGULES ET POINTS, QUE LA
010700* NORMALISATION DES NOMS CONSERVE, SONT BLANCHIS AU PREALABLE
010800*----------------------------------------------------------------
010900 01  ZONE-A-NORMALISER           PIC X(40).
011000 01  ADRESSE-A-NORMALISER.
011100     05 AN-RUE                   PIC X(30).
011200     05 AN-CODE-POSTAL           PIC X(05).
011300     05 AN-COMMUNE               PIC X(25).
011400 01  CLE-NORMALISEE.
011500     05 CN-CODE-POSTAL           PIC X(05).
011600     05 CN-COMMUNE               PIC X(25).
011700     05 CN-RUE                   PIC X(40).
011800 01  DEMANDE-NORMALISATION.
011900     COPY RCNORM.
012000*----------------------------------------------------------------
012100* MENAGE EN COURS DE CONSTITUTION (SORTIE DU TRI) - AU-DELA DE
012200* 50 MEMBRES LE MENAGE EST COMPTE EN ENTIER MAIS SEULS LES 50
012300* PREMIERS SONT EDITES
012400*----------------------------------------------------------------
012500 01  SECTION-COURANTE            PIC X(01) VALUE SPACE.
012600     88 SECTION-PND              VALUE "2".
012700 01  CLE-MENAGE-COURANT          PIC X(70).
012800 01  ADRESSE-MENAGE.
012900     05 AM-RUE                   PIC X(30).
013000     05 AM-CODE-POSTAL           PIC X(05).
013100     05 AM-COMMUNE               PIC X(25).
013200 01  NB-MEMBRES                  PIC 9(05) COMP VALUE ZERO.
013300 01  NB-ADULTES-MENAGE           PIC 9(05) COMP VALUE ZERO.
013400 01  NB-MINEURS-MENAGE           PIC 9(05) COMP VALUE ZERO.
013500 01  NB-MEMBRES-PERDUS           PIC 9(07) COMP VALUE ZERO.
013600 01  NO-MENAGE                   PIC 9(07) VALUE ZERO.
013700 01  MENAGE-A-CONTROLER          PIC X(01) VALUE "N".
013800     88 MENAGE-SUROCCUPE         VALUE "O".
013900 01  TABLE-MEMBRES.
014000     05 MEMBRE-ENTREE            OCCURS 50 TIMES
014100                                 INDEXED BY IDX-MEMBRE.
014200         10 MB-ID                PIC 9(09).
014300         10 MB-NOM               PIC X(20).
014400         10 MB-PRENOM            PIC X(20).
014500         10 MB-AGE               PIC 9(03).
014600         10 MB-SEXE              PIC X(01).
014700         10 MB-SIGNAL            PIC X(30).
014800*----------------------------------------------------------------
014900* RECAPITULATIF PAR COMMUNE (CODE POSTAL + COMMUNE NORMALISEE),
015000* ALIMENTE PAR LES DEUX SECTIONS - LES MENAGES D'UNE COMMUNE
015100* AU-DELA DE LA 500EME NE SONT PAS RECAPITULES
015200*----------------------------------------------------------------
015300 01  NB-COMMUNES                 PIC 9(03) COMP VALUE ZERO.
015400 01  NB-MENAGES-DEBORDES         PIC 9(07) COMP VALUE ZERO.
015500 01  TABLE-COMMUNES.
015600     05 ENTREE-COMMUNE           OCCURS 500 TIMES
015700                                 INDEXED BY IDX-COMMUNE.
015800         10 TC-CLE               PIC X(30).
015900         10 TC-CODE-POSTAL       PIC X(05).
016000         10 TC-COMMUNE           PIC X(25).
016100         10 TC-NB-MENAGES        PIC 9(07) COMP.
016200         10 TC-NB-PERSONNES      PIC 9(07) COMP.
016300         10 TC-NB-MENAGES-PND    PIC 9(07) COMP.
016400         10 TC-NB-A-CONTROLER    PIC 9(07) COMP.
016500*----------------------------------------------------------------
016600* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
016700*----------------------------------------------------------------
016800 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
016900 01  NB-RETENUS                  PIC 9(07) COMP VALUE ZERO.
017000 01  NB-SANS-ADRESSE             PIC 9(07) COMP VALUE ZERO.
017100 01  NB-MENAGES                  PIC 9(07) COMP VALUE ZERO.
017200 01  NB-MENAGES-PND              PIC 9(07) COMP VALUE ZERO.
017300 01  NB-MENAGES-A-CONTROLER      PIC 9(07) COMP VALUE ZERO.
017400 01  NB-MINEURS-SEPARES          PIC 9(07) COMP VALUE ZERO.
017500 01  NB-RESPONSABLES-ABSENTS     PIC 9(07) COMP VALUE ZERO.
017600*----------------------------------------------------------------
017700* LIGNES EDITEES DE L'ETAT
017800*----------------------------------------------------------------
017900 01  LIGNE-TITRE-MENAGE.
018000     05 FILLER                   PIC X(07) VALUE "MENAGE ".
018100     05 LT-NO-MENAGE             PIC ZZZZZZ9.
018200     05 FILLER                   PIC X(02) VALUE SPACES.
018300     05 LT-RUE                   PIC X(30).
018400     05 FILLER                   PIC X(01) VALUE SPACE.
018500     05 LT-CODE-POSTAL           PIC X(05).
018600     05 FILLER                   PIC X(01) VALUE SPACE.
018700     05 LT-COMMUNE               PIC X(25).
018800 01  LIGNE-COMPTE-MENAGE.
018900     05 FILLER                   PIC X(02) VALUE SPACES.
019000     05 LC-NB-ADULTES            PIC ZZZZ9.
019100     05 FILLER                   PIC X(09) VALUE " ADULTES ".
019200     05 LC-NB-MINEURS            PIC ZZZZ9.
019300     05 FILLER                   PIC X(09) VALUE " MINEURS ".
019400     05 LC-SIGNAL                PIC X(45).
019500 01  LIGNE-MEMBRE.
019600     05 FILLER                   PIC X(02) VALUE SPACES.
019700     05 LM-ID                    PIC 9(09).
019800     05 FILLER                   PIC X(01) VALUE SPACE.
019900     05 LM-NOM                   PIC X(20).
020000     05 FILLER                   PIC X(01) VALUE SPACE.
020100     05 LM-PRENOM                PIC X(20).
020200     05 FILLER                   PIC X(05) VALUE " AGE ".
020300     05 LM-AGE                   PIC ZZ9.
020400     05 FILLER                   PIC X(06) VALUE " SEXE ".
020500     05 LM-SEXE                  PIC X(01).
020600     05 FILLER                   PIC X(01) VALUE SPACE.
020700     05 LM-SIGNAL                PIC X(30).
020800 01  SIGNAL-SEPARE.
020900     05 FILLER                   PIC X(21)
021000                                 VALUE "RESPONSABLE AILLEURS ".
021100     05 SS-ID-RESPONSABLE        PIC 9(09).
021200 01  SIGNAL-CONTROLE.
021300     05 FILLER                   PIC X(22)
021400                                 VALUE "A CONTROLER - PLUS DE ".
021500     05 SC-SEUIL                 PIC ZZ9.
021600     05 FILLER                   PIC X(08) VALUE " ADULTES".
021700 01  LIGNE-TETE-RECAP.
021800     05 FILLER                   PIC X(32) VALUE "CP    COMMUNE".
021900     05 FILLER                   PIC X(31)
022000         VALUE "MENAGES PERSON.     PND A CONTR".
022100 01  LIGNE-RECAP.
022200     05 LR-CODE-POSTAL           PIC X(05).
022300     05 FILLER                   PIC X(01) VALUE SPACE.
022400     05 LR-COMMUNE               PIC X(25).
022500     05 FILLER                   PIC X(01) VALUE SPACE.
022600     05 LR-NB-MENAGES            PIC ZZZZZZ9.
022700     05 FILLER                   PIC X(01) VALUE SPACE.
022800     05 LR-NB-PERSONNES          PIC ZZZZZZ9.
022900     05 FILLER                   PIC X(01) VALUE SPACE.
023000     05 LR-NB-MENAGES-PND        PIC ZZZZZZ9.
023100     05 FILLER                   PIC X(01) VALUE SPACE.
023200     05 LR-NB-A-CONTROLER        PIC ZZZZZZ9.
023300 PROCEDURE DIVISION.
023400*================================================================
023500* 0000-MAINLINE : TRI DES DOSSIERS ACTIFS SOUS ADRESSE
023600*                 NORMALISEE, EDITION DES MENAGES EN DEUX
023700*                 SECTIONS (ADRESSES VALABLES PUIS EN PND), PUIS
023800*                 RECAPITULATIF PAR COMMUNE
023900*================================================================
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALISATION
024200         THRU 1000-INITIALISATION-EXIT.
024300     SORT FICHIER-TRI
024400         ON ASCENDING KEY TRI-SECTION TRI-CLE-ADRESSE
024500                          TRI-ID-CITOYEN
024600         INPUT PROCEDURE IS 2000-RELACHER-DOSSIERS
024700             THRU 2000-RELACHER-DOSSIERS-EXIT
024800         OUTPUT PROCEDURE IS 3000-GROUPER
024900             THRU 3000-GROUPER-EXIT.
025000     PERFORM 6000-EDITER-RECAPITULATIF
025100         THRU 6000-EDITER-RECAPITULATIF-EXIT.
025200     CLOSE ETAT-MENAGES.
025300     CLOSE FICHIER-MAITRE.
025400     IF LIENS-SONT-DISPONIBLES
025500         CLOSE FICHIER-LIENS
025600     END-IF.
025700     PERFORM 8000-RAPPORT-CONTROLE
025800         THRU 8000-RAPPORT-CONTROLE-EXIT.
025900     STOP RUN.
026000*----------------------------------------------------------------
026100* 1000-INITIALISATION : PARAMETRES DU SITE (AGE DE LA MAJORITE,
026200*                       SEUIL D'ADULTES PAR ADRESSE) ET OUVERTURE
026300*                       DES FICHIERS - LE FICHIER LIENS EST
026400*                       FACULTATIF, SANS LUI LES MINEURS NE SONT
026500*                       PAS CONTROLES
026600*----------------------------------------------------------------
026700 1000-INITIALISATION.
026800     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
026900     MOVE PV-SEUIL-ADULTES TO SC-SEUIL.
027000     MOVE SPACES TO TABLE-COMMUNES.
027100     OPEN INPUT FICHIER-MAITRE.
027200     IF NOT MF-OK
027300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
027400             "CODE " MF-STATUT
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800     OPEN INPUT FICHIER-LIENS.
027900     IF LN-OK
028000         MOVE "O" TO LIENS-DISPONIBLES
028100     ELSE
028200         IF NOT LN-ABSENT
028300             DISPLAY "FICHIER LIENS ILLISIBLE - CODE " LN-STATUT
028400         END-IF
028500         DISPLAY "RESPONSABLES DES MINEURS NON CONTROLES"
028600     END-IF.
028700     OPEN OUTPUT ETAT-MENAGES.
028800     IF NOT ET-OK
028900         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATMEN - "
029000             "CODE " ET-STATUT
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400 1000-INITIALISATION-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700* 2000-RELACHER-DOSSIERS : PARCOURS DU FICHIER MAITRE ET
029800*                          RELACHEMENT DE CHAQUE DOSSIER ACTIF
029900*                          ADRESSE AVEC SA CLE D'ADRESSE
030000*                          NORMALISEE
030100*----------------------------------------------------------------
030200 2000-RELACHER-DOSSIERS.
030300     PERFORM 2100-LIRE-CITOYEN
030400         THRU 2100-LIRE-CITOYEN-EXIT.
030500     PERFORM 2200-RELACHER-CITOYEN
030600         THRU 2200-RELACHER-CITOYEN-EXIT
030700         UNTIL PLUS-DE-CITOYENS.
030800 2000-RELACHER-DOSSIERS-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031100* 2100-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
031200*----------------------------------------------------------------
031300 2100-LIRE-CITOYEN.
031400     READ FICHIER-MAITRE NEXT RECORD
031500         AT END
031600             MOVE "O" TO FIN-FICHIER-MAITRE
031700     END-READ.
031800 2100-LIRE-CITOYEN-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------
032100* 2200-RELACHER-CITOYEN : SEULS LES DOSSIERS ACTIFS ET ADRESSES
032200*                         ENTRENT AU TRI, EN SECTION 2 QUAND
032300*                         L'ADRESSE EST EN PLI NON DISTRIBUE
032400*----------------------------------------------------------------
032500 2200-RELACHER-CITOYEN.
032600     ADD 1 TO NB-LUS.
032700     IF NOT MF-DOSSIER-ACTIF
032800         GO TO 2200-RELACHER-CITOYEN-SUITE
032900     END-IF.
033000     IF MF-ADRESSE = SPACES
033100         ADD 1 TO NB-SANS-ADRESSE
033200         GO TO 2200-RELACHER-CITOYEN-SUITE
033300     END-IF.
033400     MOVE MF-ADRESSE TO ADRESSE-A-NORMALISER.
033500     PERFORM 2300-NORMALISER-ADRESSE
033600         THRU 2300-NORMALISER-ADRESSE-EXIT.
033700     IF MF-ADRESSE-EN-PND
033800         MOVE "2" TO TRI-SECTION
033900     ELSE
034000         MOVE "1" TO TRI-SECTION
034100     END-IF.
034200     MOVE CLE-NORMALISEE    TO TRI-CLE-ADRESSE.
034300     MOVE MF-ID-CITOYEN     TO TRI-ID-CITOYEN.
034400     MOVE MF-NOM            TO TRI-NOM.
034500     MOVE MF-PRENOM         TO TRI-PRENOM.
034600     MOVE MF-AGE            TO TRI-AGE.
034700     MOVE MF-SEXE           TO TRI-SEXE.
034800     MOVE MF-ADRESSE        TO TRI-ADRESSE.
034900     RELEASE ENR-TRI.
035000     ADD 1 TO NB-RETENUS.
035100 2200-RELACHER-CITOYEN-SUITE.
035200     PERFORM 2100-LIRE-CITOYEN
035300         THRU 2100-LIRE-CITOYEN-EXIT.
035400 2200-RELACHER-CITOYEN-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700* 2300-NORMALISER-ADRESSE : CLE D'ADRESSE NORMALISEE DE
035800*                           ADRESSE-A-NORMALISER - CODE POSTAL
035900*                           TEL QUEL, COMMUNE ET RUE PASSEES PAR
036000*                           NORMALISE-NOM APRES BLANCHIMENT DES
036100*                           VIRGULES ET POINTS
036200*----------------------------------------------------------------
036300 2300-NORMALISER-ADRESSE.
036400     INSPECT ADRESSE-A-NORMALISER
036500         REPLACING ALL "," BY SPACE
036600                   ALL "." BY SPACE.
036700     MOVE AN-CODE-POSTAL TO CN-CODE-POSTAL.
036800     MOVE SPACES TO ZONE-A-NORMALISER.
036900     MOVE AN-COMMUNE TO ZONE-A-NORMALISER.
037000     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
037100     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
037200     MOVE NR-SORTIE TO CN-COMMUNE.
037300     MOVE SPACES TO ZONE-A-NORMALISER.
037400     MOVE AN-RUE TO ZONE-A-NORMALISER.
037500     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
037600     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
037700     MOVE NR-SORTIE TO CN-RUE.
037800 2300-NORMALISER-ADRESSE-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100* 3000-GROUPER : SORTIE DU TRI - LES DOSSIERS DE MEME SECTION ET
038200*                DE MEME CLE D'ADRESSE FORMENT UN MENAGE, EDITE
038300*                A SA CLOTURE
038400*----------------------------------------------------------------
038500 3000-GROUPER.
038600     MOVE "COMPOSITION DES MENAGES DU FICHIER MAITRE"
038700         TO LIGNE-ETAT.
038800     WRITE LIGNE-ETAT.
038900     MOVE SPACES TO LIGNE-ETAT.
039000     WRITE LIGNE-ETAT.
039100     MOVE "ADRESSES VALABLES" TO LIGNE-ETAT.
039200     WRITE LIGNE-ETAT.
039300     MOVE "1" TO SECTION-COURANTE.
039400     MOVE LOW-VALUES TO CLE-MENAGE-COURANT.
039500     MOVE ZERO TO NB-MEMBRES.
039600     PERFORM 3100-RETIRER-DOSSIER
039700         THRU 3100-RETIRER-DOSSIER-EXIT
039800         UNTIL PLUS-D-ENREG-TRIES.
039900     PERFORM 4000-CLORE-MENAGE
040000         THRU 4000-CLORE-MENAGE-EXIT.
040100 3000-GROUPER-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 3100-RETIRER-DOSSIER : RETRAIT D'UN DOSSIER DU TRI - UNE
040500*                        NOUVELLE CLE CLOT LE MENAGE EN COURS, LE
040600*                        PASSAGE EN SECTION 2 OUVRE LA PARTIE
040700*                        DES ADRESSES EN PND
040800*----------------------------------------------------------------
040900 3100-RETIRER-DOSSIER.
041000     RETURN FICHIER-TRI
041100         AT END
041200             MOVE "O" TO FIN-DU-TRI
041300             GO TO 3100-RETIRER-DOSSIER-EXIT
041400     END-RETURN.
041500     IF TRI-SECTION NOT = SECTION-COURANTE
041600             OR TRI-CLE-ADRESSE NOT = CLE-MENAGE-COURANT
041700         PERFORM 4000-CLORE-MENAGE
041800             THRU 4000-CLORE-MENAGE-EXIT
041900         MOVE TRI-CLE-ADRESSE TO CLE-MENAGE-COURANT
042000         MOVE TRI-ADRESSE TO ADRESSE-MENAGE
042100         MOVE ZERO TO NB-MEMBRES
042200         MOVE ZERO TO NB-ADULTES-MENAGE
042300         MOVE ZERO TO NB-MINEURS-MENAGE
042400     END-IF.
042500     IF TRI-SECTION NOT = SECTION-COURANTE
042600         MOVE TRI-SECTION TO SECTION-COURANTE
042700         MOVE SPACES TO LIGNE-ETAT
042800         WRITE LIGNE-ETAT
042900         MOVE "ADRESSES EN PLI NON DISTRIBUE (PND)" TO LIGNE-ETAT
043000         WRITE LIGNE-ETAT
043100     END-IF.
043200     IF TRI-AGE < PV-AGE-MAJORITE
043300         ADD 1 TO NB-MINEURS-MENAGE
043400     ELSE
043500         ADD 1 TO NB-ADULTES-MENAGE
043600     END-IF.
043700     ADD 1 TO NB-MEMBRES.
043800     IF NB-MEMBRES > 50
043900         ADD 1 TO NB-MEMBRES-PERDUS
044000         GO TO 3100-RETIRER-DOSSIER-EXIT
044100     END-IF.
044200     SET IDX-MEMBRE TO NB-MEMBRES.
044300     MOVE TRI-ID-CITOYEN TO MB-ID(IDX-MEMBRE).
044400     MOVE TRI-NOM        TO MB-NOM(IDX-MEMBRE).
044500     MOVE TRI-PRENOM     TO MB-PRENOM(IDX-MEMBRE).
044600     MOVE TRI-AGE        TO MB-AGE(IDX-MEMBRE).
044700     MOVE TRI-SEXE       TO MB-SEXE(IDX-MEMBRE).
044800     MOVE SPACES         TO MB-SIGNAL(IDX-MEMBRE).
044900 3100-RETIRER-DOSSIER-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200* 4000-CLORE-MENAGE : LE MENAGE QUI SE TERMINE EST CONTROLE
045300*                     (SEUIL D'ADULTES, RESPONSABLE DE CHAQUE
045400*                     MINEUR), EDITE, PUIS CUMULE DANS LE
045500*                     RECAPITULATIF DE SA COMMUNE
045600*----------------------------------------------------------------
045700 4000-CLORE-MENAGE.
045800     IF NB-MEMBRES = ZERO
045900         GO TO 4000-CLORE-MENAGE-EXIT
046000     END-IF.
046100     ADD 1 TO NO-MENAGE.
046200     ADD 1 TO NB-MENAGES.
046300     IF SECTION-PND
046400         ADD 1 TO NB-MENAGES-PND
046500     END-IF.
046600     MOVE "N" TO MENAGE-A-CONTROLER.
046700     IF NB-ADULTES-MENAGE > PV-SEUIL-ADULTES
046800         MOVE "O" TO MENAGE-A-CONTROLER
046900         ADD 1 TO NB-MENAGES-A-CONTROLER
047000     END-IF.
047100     IF NB-MINEURS-MENAGE > ZERO
047200             AND LIENS-SONT-DISPONIBLES
047300         PERFORM 4100-CONTROLER-MINEUR
047400             THRU 4100-CONTROLER-MINEUR-EXIT
047500             VARYING IDX-MEMBRE FROM 1 BY 1
047600             UNTIL IDX-MEMBRE > NB-MEMBRES
047700                 OR IDX-MEMBRE > 50
047800     END-IF.
047900     PERFORM 4200-EDITER-MENAGE
048000         THRU 4200-EDITER-MENAGE-EXIT.
048100     PERFORM 4300-CUMULER-COMMUNE
048200         THRU 4300-CUMULER-COMMUNE-EXIT.
048300 4000-CLORE-MENAGE-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------
048600* 4100-CONTROLER-MINEUR : POUR UN MINEUR RATTACHE PAR LE FICHIER
048700*                         LIENS, LECTURE DU DOSSIER DU RESPONSABLE
048800*                         ET COMPARAISON DE SON ADRESSE NORMALISEE
048900*                         A CELLE DU MENAGE
049000*----------------------------------------------------------------
049100 4100-CONTROLER-MINEUR.
049200     IF MB-AGE(IDX-MEMBRE) NOT < PV-AGE-MAJORITE
049300         GO TO 4100-CONTROLER-MINEUR-EXIT
049400     END-IF.
049500     MOVE MB-ID(IDX-MEMBRE) TO LN-ID-MINEUR.
049600     READ FICHIER-LIENS
049700         INVALID KEY
049800             GO TO 4100-CONTROLER-MINEUR-EXIT
049900     END-READ.
050000     MOVE LN-ID-RESPONSABLE TO MF-ID-CITOYEN.
050100     READ FICHIER-MAITRE
050200         INVALID KEY
050300             MOVE "RESPONSABLE HORS FICHIER"
050400                 TO MB-SIGNAL(IDX-MEMBRE)
050500             ADD 1 TO NB-RESPONSABLES-ABSENTS
050600             GO TO 4100-CONTROLER-MINEUR-EXIT
050700     END-READ.
050800     MOVE MF-ADRESSE TO ADRESSE-A-NORMALISER.
050900     PERFORM 2300-NORMALISER-ADRESSE
051000         THRU 2300-NORMALISER-ADRESSE-EXIT.
051100     IF CLE-NORMALISEE NOT = CLE-MENAGE-COURANT
051200         MOVE LN-ID-RESPONSABLE TO SS-ID-RESPONSABLE
051300         MOVE SIGNAL-SEPARE TO MB-SIGNAL(IDX-MEMBRE)
051400         ADD 1 TO NB-MINEURS-SEPARES
051500     END-IF.
051600 4100-CONTROLER-MINEUR-EXIT.
051700     EXIT.
051800*----------------------------------------------------------------
051900* 4200-EDITER-MENAGE : EDITION DE L'ADRESSE, DES COMPTES ET DES
052000*                      MEMBRES DU MENAGE
052100*----------------------------------------------------------------
052200 4200-EDITER-MENAGE.
052300     MOVE NO-MENAGE      TO LT-NO-MENAGE.
052400     MOVE AM-RUE         TO LT-RUE.
052500     MOVE AM-CODE-POSTAL TO LT-CODE-POSTAL.
052600     MOVE AM-COMMUNE     TO LT-COMMUNE.
052700     MOVE SPACES TO LIGNE-ETAT.
052800     WRITE LIGNE-ETAT.
052900     MOVE LIGNE-TITRE-MENAGE TO LIGNE-ETAT.
053000     WRITE LIGNE-ETAT.
053100     MOVE NB-ADULTES-MENAGE TO LC-NB-ADULTES.
053200     MOVE NB-MINEURS-MENAGE TO LC-NB-MINEURS.
053300     IF MENAGE-SUROCCUPE
053400         MOVE SIGNAL-CONTROLE TO LC-SIGNAL
053500     ELSE
053600         MOVE SPACES TO LC-SIGNAL
053700     END-IF.
053800     MOVE LIGNE-COMPTE-MENAGE TO LIGNE-ETAT.
053900     WRITE LIGNE-ETAT.
054000     PERFORM 4210-EDITER-MEMBRE
054100         THRU 4210-EDITER-MEMBRE-EXIT
054200         VARYING IDX-MEMBRE FROM 1 BY 1
054300         UNTIL IDX-MEMBRE > NB-MEMBRES
054400             OR IDX-MEMBRE > 50.
054500     IF NB-MEMBRES > 50
054600         MOVE "  ... MEMBRES AU-DELA DE 50 NON EDITES"
054700             TO LIGNE-ETAT
054800         WRITE LIGNE-ETAT
054900     END-IF.
055000 4200-EDITER-MENAGE-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300* 4210-EDITER-MEMBRE : UNE LIGNE PAR MEMBRE DU MENAGE
055400*----------------------------------------------------------------
055500 4210-EDITER-MEMBRE.
055600     MOVE MB-ID(IDX-MEMBRE)     TO LM-ID.
055700     MOVE MB-NOM(IDX-MEMBRE)    TO LM-NOM.
055800     MOVE MB-PRENOM(IDX-MEMBRE) TO LM-PRENOM.
055900     MOVE MB-AGE(IDX-MEMBRE)    TO LM-AGE.
056000     MOVE MB-SEXE(IDX-MEMBRE)   TO LM-SEXE.
056100     MOVE MB-SIGNAL(IDX-MEMBRE) TO LM-SIGNAL.
056200     MOVE LIGNE-MEMBRE TO LIGNE-ETAT.
056300     WRITE LIGNE-ETAT.
056400 4210-EDITER-MEMBRE-EXIT.
056500     EXIT.
056600*----------------------------------------------------------------
056700* 4300-CUMULER-COMMUNE : RECHERCHE DE LA COMMUNE DU MENAGE DANS
056800*                        LA TABLE DU RECAPITULATIF (AJOUT SI
056900*                        ELLE EST NOUVELLE) ET CUMUL
057000*----------------------------------------------------------------
057100 4300-CUMULER-COMMUNE.
057200     SET IDX-COMMUNE TO 1.
057300     SEARCH ENTREE-COMMUNE
057400         AT END
057500             ADD 1 TO NB-MENAGES-DEBORDES
057600             GO TO 4300-CUMULER-COMMUNE-EXIT
057700         WHEN TC-CLE(IDX-COMMUNE) = CLE-MENAGE-COURANT(1:30)
057800             CONTINUE
057900         WHEN TC-CLE(IDX-COMMUNE) = SPACES
058000             MOVE CLE-MENAGE-COURANT(1:30)
058100                 TO TC-CLE(IDX-COMMUNE)
058200             MOVE AM-CODE-POSTAL TO TC-CODE-POSTAL(IDX-COMMUNE)
058300             MOVE AM-COMMUNE     TO TC-COMMUNE(IDX-COMMUNE)
058400             MOVE ZERO TO TC-NB-MENAGES(IDX-COMMUNE)
058500             MOVE ZERO TO TC-NB-PERSONNES(IDX-COMMUNE)
058600             MOVE ZERO TO TC-NB-MENAGES-PND(IDX-COMMUNE)
058700             MOVE ZERO TO TC-NB-A-CONTROLER(IDX-COMMUNE)
058800             ADD 1 TO NB-COMMUNES
058900     END-SEARCH.
059000     ADD 1          TO TC-NB-MENAGES(IDX-COMMUNE).
059100     ADD NB-MEMBRES TO TC-NB-PERSONNES(IDX-COMMUNE).
059200     IF SECTION-PND
059300         ADD 1 TO TC-NB-MENAGES-PND(IDX-COMMUNE)
059400     END-IF.
059500     IF MENAGE-SUROCCUPE
059600         ADD 1 TO TC-NB-A-CONTROLER(IDX-COMMUNE)
059700     END-IF.
059800 4300-CUMULER-COMMUNE-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100* 6000-EDITER-RECAPITULATIF : NOMBRE DE MENAGES ET DE PERSONNES
060200*                             PAR COMMUNE, DANS L'ORDRE DE
060300*                             PREMIERE RENCONTRE (CODE POSTAL
060400*                             CROISSANT, LES COMMUNES VUES
060500*                             SEULEMENT EN PND A LA SUITE)
060600*----------------------------------------------------------------
060700 6000-EDITER-RECAPITULATIF.
060800     MOVE SPACES TO LIGNE-ETAT.
060900     WRITE LIGNE-ETAT.
061000     MOVE "RECAPITULATIF PAR COMMUNE" TO LIGNE-ETAT.
061100     WRITE LIGNE-ETAT.
061200     MOVE LIGNE-TETE-RECAP TO LIGNE-ETAT.
061300     WRITE LIGNE-ETAT.
061400     PERFORM 6100-EDITER-COMMUNE
061500         THRU 6100-EDITER-COMMUNE-EXIT
061600         VARYING IDX-COMMUNE FROM 1 BY 1
061700         UNTIL IDX-COMMUNE > NB-COMMUNES.
061800 6000-EDITER-RECAPITULATIF-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 6100-EDITER-COMMUNE : UNE LIGNE DU RECAPITULATIF
062200*----------------------------------------------------------------
062300 6100-EDITER-COMMUNE.
062400     MOVE TC-CODE-POSTAL(IDX-COMMUNE)    TO LR-CODE-POSTAL.
062500     MOVE TC-COMMUNE(IDX-COMMUNE)        TO LR-COMMUNE.
062600     MOVE TC-NB-MENAGES(IDX-COMMUNE)     TO LR-NB-MENAGES.
062700     MOVE TC-NB-PERSONNES(IDX-COMMUNE)   TO LR-NB-PERSONNES.
062800     MOVE TC-NB-MENAGES-PND(IDX-COMMUNE) TO LR-NB-MENAGES-PND.
062900     MOVE TC-NB-A-CONTROLER(IDX-COMMUNE) TO LR-NB-A-CONTROLER.
063000     MOVE LIGNE-RECAP TO LIGNE-ETAT.
063100     WRITE LIGNE-ETAT.
063200 6100-EDITER-COMMUNE-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500* 8000-RAPPORT-CONTROLE : TOTAUX DE CONTROLE DE L'ETAT
063600*----------------------------------------------------------------
063700 8000-RAPPORT-CONTROLE.
063800     DISPLAY "----------------------------------------".
063900     DISPLAY "RAPPORT-MENAGES - TOTAUX DE CONTROLE".
064000     DISPLAY "----------------------------------------".
064100     DISPLAY "DOSSIERS LUS             : " NB-LUS.
064200     DISPLAY "DOSSIERS ACTIFS RETENUS  : " NB-RETENUS.
064300     DISPLAY "ACTIFS SANS ADRESSE      : " NB-SANS-ADRESSE.
064400     DISPLAY "MENAGES                  : " NB-MENAGES.
064500     DISPLAY "  DONT ADRESSE EN PND    : " NB-MENAGES-PND.
064600     DISPLAY "  DONT A CONTROLER       : " NB-MENAGES-A-CONTROLER.
064700     DISPLAY "MINEURS SEPARES DU RESP. : " NB-MINEURS-SEPARES.
064800     DISPLAY "RESPONSABLES HORS FICHIER: "
064900         NB-RESPONSABLES-ABSENTS.
065000     IF NB-MEMBRES-PERDUS > ZERO
065100         DISPLAY "MEMBRES AU-DELA DE 50 PAR MENAGE (NON "
065200             "EDITES) : " NB-MEMBRES-PERDUS
065300     END-IF.
065400     DISPLAY "COMMUNES RECAPITULEES    : " NB-COMMUNES.
065500     IF NB-MENAGES-DEBORDES > ZERO
065600         DISPLAY "MENAGES AU-DELA DE 500 COMMUNES (NON "
065700             "RECAPITULES) : " NB-MENAGES-DEBORDES
065800     END-IF.
065900     DISPLAY "----------------------------------------".
066000 8000-RAPPORT-CONTROLE-EXIT.
066100     EXIT.
