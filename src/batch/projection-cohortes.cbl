000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PROJECTION-COHORTES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* PROJECTION-COHORTES EST LA PROJECTION PLURIANNUELLE DES
000900* PASSAGES DE SEUIL D'AGE SUR TOUT LE FICHIER MAITRE, POUR LE
001000* BUDGET DES PENSIONS ET DES ALLOCATIONS JEUNESSE DU SERVICE DES
001100* PRESTATIONS : POUR CHAQUE ANNEE CIVILE DE L'HORIZON DEMANDE, LE
001200* NOMBRE DE CITOYENS ACTIFS QUI ATTEINDRONT CHAQUE SEUIL DE LA
001300* TABLE DES SEUILS (MAJORITE, RETRAITE - MEMES SEUILS QUE
001400* PREDICTIONDAGE ET ECHEANCES-SEUILS, LUS DANS LES PARAMETRES DE
001500* SITE). PREDICTIONDAGE NE TRAITE QU'UNE PERSONNE A LA FOIS ET
001600* ECHEANCES-SEUILS NE REGARDE QU'UN MOIS DEVANT LUI.
001700*
001800* L'HORIZON COURT DE L'ANNEE QUI SUIT L'EXECUTION A CELLE-CI PLUS
001900* LE NOMBRE D'ANNEES DE LA CARTE SYSIN (COLONNES 1-2, DE 01 A 10,
002000* BLANC = 5). UN CITOYEN PASSE UN SEUIL L'ANNEE DE NAISSANCE PLUS
002100* L'AGE DU SEUIL : SEULE L'ANNEE DE NAISSANCE SERT, UNE DATE DONT
002200* LE MOIS OU LE JOUR MANQUE RESTE PROJETABLE. LA PROJECTION PART
002300* DES DOSSIERS ACTIFS DU JOUR, SANS ESTIMATION DES DECES NI DES
002400* DEPARTS A VENIR.
002500*
002600* POUR CHAQUE SEUIL, L'ETAT ETATPROJ DONNE LES PASSAGES PAR ANNEE
002700* ET PAR SEXE, PUIS PAR SITE D'ORIGINE ET PAR COMMUNE (CODE
002800* POSTAL ET COMMUNE NORMALISEE COMME DANS RAPPORT-MENAGES), UNE
002900* COLONNE PAR ANNEE. LES DOSSIERS ACTIFS SANS ANNEE DE NAISSANCE,
003000* IMPOSSIBLES A PROJETER, SONT LISTES A PART PAR SITE POUR ETRE
003100* COMPLETES. LES MEMES CHIFFRES ANNUELS PARTENT AU FICHIER A
003200* FORMAT FIXE PROJCOH (COPY RCPROJC) CHARGE DANS LE MODELE
003300* BUDGETAIRE DU SERVICE DES PRESTATIONS.
003400*
003500* HISTORIQUE DES MODIFICATIONS
003600* DATE       AUTEUR  DESCRIPTION
003700* ---------- ------- ---------------------------------------------
003800* 2026-10-15 SI      CREATION - PROJECTION DES PASSAGES DE SEUIL
003900*                    D'AGE PAR ANNEE, SEXE, SITE ET COMMUNE, SUR
004000*                    LE MODELE D'ECHEANCES-SEUILS.
004100*----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS MF-ID-CITOYEN
005200         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005300         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005400         FILE STATUS IS MF-STATUT.
005500     SELECT FICHIER-TRI ASSIGN TO "TRIWORK".
005600     SELECT FICHIER-PROJECTION ASSIGN TO "PROJCOH"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS PJ-STATUT.
005900     SELECT ETAT-PROJECTION ASSIGN TO "ETATPROJ"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS ET-STATUT.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  FICHIER-MAITRE
006500     LABEL RECORDS ARE STANDARD.
006600 01  ENR-MAITRE.
006700     COPY RCMAITRE.
006800*----------------------------------------------------------------
006900* ENREGISTREMENT DU TRI : SECTION 1 OU 2 = RANG DU SEUIL, UN
007000* ENREGISTREMENT PAR PASSAGE ET PAR VENTILATION (1 = SITE,
007100* 2 = COMMUNE) ; SECTION 9 = DOSSIER NON PROJETABLE, GROUPE PAR
007200* SITE
007300*----------------------------------------------------------------
007400 SD  FICHIER-TRI.
007500 01  ENR-TRI.
007600     05 TRI-SECTION              PIC 9(01).
007700     05 TRI-VENTILATION          PIC 9(01).
007800     05 TRI-GROUPE               PIC X(30).
007900     05 TRI-RANG-ANNEE           PIC 9(02).
008000     05 TRI-ID-CITOYEN           PIC 9(09).
008100     05 TRI-NOM                  PIC X(20).
008200     05 TRI-PRENOM               PIC X(20).
008300     05 TRI-DATE-NAISSANCE       PIC X(08).
008400     05 TRI-CODE-POSTAL          PIC X(05).
008500     05 TRI-COMMUNE              PIC X(25).
008600 FD  FICHIER-PROJECTION
008700     LABEL RECORDS ARE STANDARD.
008800 01  ENR-PROJECTION.
008900     COPY RCPROJC.
009000 FD  ETAT-PROJECTION
009100     LABEL RECORDS ARE STANDARD.
009200 01  LIGNE-ETAT                  PIC X(132).
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------------
009500* ZONES DE TRAVAIL
009600*----------------------------------------------------------------
009700 01  MF-STATUT                   PIC X(02).
009800     88 MF-OK                    VALUE "00".
009900 01  PJ-STATUT                   PIC X(02).
010000     88 PJ-OK                    VALUE "00".
010100 01  ET-STATUT                   PIC X(02).
010200     88 ET-OK                    VALUE "00".
010300 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
010400     88 PLUS-DE-CITOYENS         VALUE "O".
010500 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
010600     88 PLUS-D-ENREG-TRIES       VALUE "O".
010700 01  PARAMETRES-SITE.
010800     COPY RCPARVAL.
010900*----------------------------------------------------------------
011000* TABLE DES SEUILS A PROJETER (MEMES SEUILS QUE PREDICTIONDAGE,
011100* AGES GARNIS AU DEMARRAGE DEPUIS LES PARAMETRES DE SITE)
011200*----------------------------------------------------------------
011300 01  SEUILS-INITIAUX.
011400     05 FILLER            PIC X(20) VALUE "AGE DE LA MAJORITE".
011500     05 FILLER            PIC 9(03) VALUE 18.
011600     05 FILLER            PIC 9(07) VALUE ZERO.
011700     05 FILLER            PIC X(20) VALUE "AGE DE LA RETRAITE".
011800     05 FILLER            PIC 9(03) VALUE 65.
011900     05 FILLER            PIC 9(07) VALUE ZERO.
012000 01  TABLE-SEUILS REDEFINES SEUILS-INITIAUX.
012100     05 SEUIL                    OCCURS 2 TIMES
012200                                 INDEXED BY IDX-SEUIL.
012300         10 SEUIL-LIBELLE        PIC X(20).
012400         10 SEUIL-AGE            PIC 9(03).
012500         10 SEUIL-NOMBRE         PIC 9(07).
012600 01  RANG-SEUIL                  PIC 9(02) COMP VALUE ZERO.
012700*----------------------------------------------------------------
012800* HORIZON DE LA PROJECTION (CARTE SYSIN)
012900*----------------------------------------------------------------
013000 01  CARTE-HORIZON               PIC X(02) VALUE SPACES.
013100 01  CARTE-HORIZON-9 REDEFINES CARTE-HORIZON
013200                                 PIC 9(02).
013300 01  HORIZON                     PIC 9(02) VALUE 5.
013400 01  DATE-DU-JOUR.
013500     05 DJ-ANNEE                 PIC 9(04).
013600     05 DJ-MOIS                  PIC 9(02).
013700     05 DJ-JOUR                  PIC 9(02).
013800 01  DATE-DU-JOUR-AAAAMMJJ REDEFINES DATE-DU-JOUR
013900                                 PIC 9(08).
014000 01  ANNEE-DEBUT                 PIC 9(04).
014100 01  ANNEE-FIN                   PIC 9(04).
014200 01  ANNEE-PASSAGE               PIC 9(04).
014300 01  RANG-ANNEE                  PIC 9(02) COMP VALUE ZERO.
014400*----------------------------------------------------------------
014500* PASSAGES PAR SEUIL, ANNEE ET SEXE, CUMULES A LA LECTURE
014600*----------------------------------------------------------------
014700 01  TABLE-PROJECTION.
014800     05 PROJ-SEUIL               OCCURS 2 TIMES.
014900         10 PROJ-ANNEE           OCCURS 10 TIMES.
015000             15 PA-TOTAL         PIC 9(07) COMP.
015100             15 PA-HOMMES        PIC 9(07) COMP.
015200             15 PA-FEMMES        PIC 9(07) COMP.
015300             15 PA-INDETERMINES  PIC 9(07) COMP.
015400*----------------------------------------------------------------
015500* SITE ET COMMUNE DU DOSSIER LU - LA COMMUNE EST NORMALISEE PAR
015600* LE SOUS-PROGRAMME COMMUN NORMALISE-NOM (COPY RCNORM), VIRGULES
015700* ET POINTS BLANCHIS AU PREALABLE, COMME DANS RAPPORT-MENAGES
015800*----------------------------------------------------------------
015900 01  SITE-COURANT                PIC X(03).
016000 01  ZONE-A-NORMALISER           PIC X(40).
016100 01  CLE-COMMUNE.
016200     05 CC-CODE-POSTAL           PIC X(05).
016300     05 CC-COMMUNE               PIC X(25).
016400 01  DEMANDE-NORMALISATION.
016500     COPY RCNORM.
016600*----------------------------------------------------------------
016700* GROUPE EN COURS D'EDITION (SORTIE DU TRI)
016800*----------------------------------------------------------------
016900 01  VENTILATION-COURANTE        PIC 9(01) VALUE ZERO.
017000     88 VENTILATION-SITE         VALUE 1.
017100     88 VENTILATION-COMMUNE      VALUE 2.
017200 01  GROUPE-COURANT              PIC X(30).
017300 01  TABLE-GROUPE.
017400     05 GR-NOMBRE                PIC 9(07) COMP
017500                                 OCCURS 10 TIMES.
017600     05 GR-TOTAL                 PIC 9(07) COMP.
017700*----------------------------------------------------------------
017800* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
017900*----------------------------------------------------------------
018000 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
018100 01  NB-NON-ACTIFS               PIC 9(07) COMP VALUE ZERO.
018200 01  NB-PROJETES                 PIC 9(07) COMP VALUE ZERO.
018300 01  NB-NON-PROJETABLES          PIC 9(07) COMP VALUE ZERO.
018400 01  NB-PASSAGES                 PIC 9(07) COMP VALUE ZERO.
018500 01  NB-ENREG-PROJECTION         PIC 9(07) COMP VALUE ZERO.
018600*----------------------------------------------------------------
018700* LIGNES EDITEES DE L'ETAT
018800*----------------------------------------------------------------
018900 01  LIGNE-TETE-ANNEE.
019000     05 FILLER                   PIC X(39)
019100         VALUE "  ANNEE   TOTAL  HOMMES  FEMMES  INDET.".
019200 01  LIGNE-ANNEE.
019300     05 FILLER                   PIC X(02) VALUE SPACES.
019400     05 LA-ANNEE                 PIC 9(04).
019500     05 FILLER                   PIC X(01) VALUE SPACE.
019600     05 LA-TOTAL                 PIC ZZZZZZ9.
019700     05 FILLER                   PIC X(01) VALUE SPACE.
019800     05 LA-HOMMES                PIC ZZZZZZ9.
019900     05 FILLER                   PIC X(01) VALUE SPACE.
020000     05 LA-FEMMES                PIC ZZZZZZ9.
020100     05 FILLER                   PIC X(01) VALUE SPACE.
020200     05 LA-INDETERMINES          PIC ZZZZZZ9.
020300 01  LIGNE-TETE-GROUPE.
020400     05 LTG-LIBELLE              PIC X(31).
020500     05 LTG-COLONNE              OCCURS 11 TIMES.
020600         10 FILLER               PIC X(03).
020700         10 LTG-ANNEE            PIC X(05).
020800 01  LIGNE-GROUPE.
020900     05 LG-LIBELLE               PIC X(31).
021000     05 LG-LIBELLE-COMMUNE REDEFINES LG-LIBELLE.
021100         10 LG-CODE-POSTAL       PIC X(05).
021200         10 FILLER               PIC X(01).
021300         10 LG-COMMUNE           PIC X(25).
021400     05 LG-COLONNE               OCCURS 11 TIMES.
021500         10 FILLER               PIC X(01).
021600         10 LG-NOMBRE            PIC ZZZZZZ9.
021700 01  LIGNE-TETE-NON-PROJETABLE.
021800     05 FILLER                   PIC X(37)
021900         VALUE "  SIT DOSSIER   NOM".
022000     05 FILLER                   PIC X(46)
022100         VALUE "PRENOM               NAISSANCE CP    COMMUNE".
022200 01  LIGNE-NON-PROJETABLE.
022300     05 FILLER                   PIC X(02) VALUE SPACES.
022400     05 LN-SITE                  PIC X(03).
022500     05 FILLER                   PIC X(01) VALUE SPACE.
022600     05 LN-ID                    PIC 9(09).
022700     05 FILLER                   PIC X(01) VALUE SPACE.
022800     05 LN-NOM                   PIC X(20).
022900     05 FILLER                   PIC X(01) VALUE SPACE.
023000     05 LN-PRENOM                PIC X(20).
023100     05 FILLER                   PIC X(01) VALUE SPACE.
023200     05 LN-DATE-NAISSANCE        PIC X(08).
023300     05 FILLER                   PIC X(02) VALUE SPACES.
023400     05 LN-CODE-POSTAL           PIC X(05).
023500     05 FILLER                   PIC X(01) VALUE SPACE.
023600     05 LN-COMMUNE               PIC X(25).
023700 01  LIGNE-TOTAL.
023800     05 LT-LIBELLE               PIC X(34).
023900     05 LT-COMPTEUR              PIC ZZZZZZ9.
024000 PROCEDURE DIVISION.
024100*================================================================
024200* 0000-MAINLINE : TRI DES PASSAGES DE SEUIL DANS L'HORIZON,
024300*                 EDITION PAR SEUIL (ANNEE ET SEXE, SITE,
024400*                 COMMUNE) AVEC ECRITURE DU FICHIER PROJCOH, PUIS
024500*                 LISTE DES DOSSIERS NON PROJETABLES
024600*================================================================
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALISATION
024900         THRU 1000-INITIALISATION-EXIT.
025000     SORT FICHIER-TRI
025100         ON ASCENDING KEY TRI-SECTION TRI-VENTILATION TRI-GROUPE
025200                          TRI-ID-CITOYEN
025300         INPUT PROCEDURE IS 2000-RELACHER-DOSSIERS
025400             THRU 2000-RELACHER-DOSSIERS-EXIT
025500         OUTPUT PROCEDURE IS 3000-EDITER
025600             THRU 3000-EDITER-EXIT.
025700     PERFORM 8000-PIED-DE-PAGE
025800         THRU 8000-PIED-DE-PAGE-EXIT.
025900     PERFORM 9999-TERMINER
026000         THRU 9999-TERMINER-EXIT.
026100     STOP RUN.
026200*----------------------------------------------------------------
026300* 1000-INITIALISATION : SEUILS DEPUIS LES PARAMETRES DE SITE,
026400*                       CARTE D'HORIZON, OUVERTURE DES FICHIERS
026500*                       ET EN-TETE
026600*----------------------------------------------------------------
026700 1000-INITIALISATION.
026800     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
026900     SET IDX-SEUIL TO 1.
027000     MOVE PV-AGE-MAJORITE TO SEUIL-AGE(IDX-SEUIL).
027100     SET IDX-SEUIL TO 2.
027200     MOVE PV-AGE-RETRAITE TO SEUIL-AGE(IDX-SEUIL).
027300     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
027400     ACCEPT CARTE-HORIZON.
027500     IF CARTE-HORIZON NOT = SPACES
027600         IF CARTE-HORIZON NOT NUMERIC
027700                 OR CARTE-HORIZON-9 = ZERO
027800                 OR CARTE-HORIZON-9 > 10
027900             DISPLAY "CARTE HORIZON INVALIDE : " CARTE-HORIZON
028000                 " (BLANC OU 01 A 10 ANS)"
028100             MOVE 16 TO RETURN-CODE
028200             STOP RUN
028300         END-IF
028400         MOVE CARTE-HORIZON-9 TO HORIZON
028500     END-IF.
028600     COMPUTE ANNEE-DEBUT = DJ-ANNEE + 1.
028700     COMPUTE ANNEE-FIN = DJ-ANNEE + HORIZON.
028800     INITIALIZE TABLE-PROJECTION.
028900     OPEN INPUT FICHIER-MAITRE.
029000     IF NOT MF-OK
029100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
029200             "CODE " MF-STATUT
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     OPEN OUTPUT ETAT-PROJECTION.
029700     IF NOT ET-OK
029800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATPROJ - "
029900             "CODE " ET-STATUT
030000         MOVE 16 TO RETURN-CODE
030100         STOP RUN
030200     END-IF.
030300     OPEN OUTPUT FICHIER-PROJECTION.
030400     IF NOT PJ-OK
030500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER PROJCOH - "
030600             "CODE " PJ-STATUT
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000     MOVE SPACES TO LIGNE-ETAT.
031100     STRING "PROJECTION DES PASSAGES DE SEUIL D'AGE - ANNEES "
031200             DELIMITED BY SIZE
031300         ANNEE-DEBUT DELIMITED BY SIZE
031400         " A " DELIMITED BY SIZE
031500         ANNEE-FIN DELIMITED BY SIZE
031600         INTO LIGNE-ETAT.
031700     WRITE LIGNE-ETAT.
031800     MOVE SPACES TO LIGNE-ETAT.
031900     STRING "DOSSIERS ACTIFS AU " DELIMITED BY SIZE
032000         DATE-DU-JOUR-AAAAMMJJ DELIMITED BY SIZE
032100         " - DECES ET DEPARTS A VENIR NON ESTIMES"
032200             DELIMITED BY SIZE
032300         INTO LIGNE-ETAT.
032400     WRITE LIGNE-ETAT.
032500 1000-INITIALISATION-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800* 2000-RELACHER-DOSSIERS : PARCOURS DU FICHIER MAITRE ET
032900*                          RELACHEMENT DES PASSAGES DE SEUIL DE
033000*                          CHAQUE DOSSIER ACTIF
033100*----------------------------------------------------------------
033200 2000-RELACHER-DOSSIERS.
033300     PERFORM 2100-LIRE-CITOYEN
033400         THRU 2100-LIRE-CITOYEN-EXIT.
033500     PERFORM 2200-RELACHER-CITOYEN
033600         THRU 2200-RELACHER-CITOYEN-EXIT
033700         UNTIL PLUS-DE-CITOYENS.
033800 2000-RELACHER-DOSSIERS-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 2100-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
034200*----------------------------------------------------------------
034300 2100-LIRE-CITOYEN.
034400     READ FICHIER-MAITRE NEXT RECORD
034500         AT END
034600             MOVE "O" TO FIN-FICHIER-MAITRE
034700     END-READ.
034800 2100-LIRE-CITOYEN-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100* 2200-RELACHER-CITOYEN : LES DOSSIERS NON ACTIFS SONT COMPTES
035200*                         ET IGNORES ; UN DOSSIER ACTIF SANS
035300*                         ANNEE DE NAISSANCE VA A LA LISTE DES
035400*                         NON PROJETABLES ; LES AUTRES SONT
035500*                         PROJETES SEUIL PAR SEUIL
035600*----------------------------------------------------------------
035700 2200-RELACHER-CITOYEN.
035800     ADD 1 TO NB-LUS.
035900     IF NOT MF-DOSSIER-ACTIF
036000         ADD 1 TO NB-NON-ACTIFS
036100         GO TO 2200-RELACHER-CITOYEN-SUITE
036200     END-IF.
036300     IF MF-CODE-SITE = SPACES
036400         MOVE "---" TO SITE-COURANT
036500     ELSE
036600         MOVE MF-CODE-SITE TO SITE-COURANT
036700     END-IF.
036800     IF MF-AN-NAISSANCE NOT NUMERIC
036900             OR MF-AN-NAISSANCE = ZERO
037000         PERFORM 2400-RELACHER-NON-PROJETABLE
037100             THRU 2400-RELACHER-NON-PROJETABLE-EXIT
037200         GO TO 2200-RELACHER-CITOYEN-SUITE
037300     END-IF.
037400     ADD 1 TO NB-PROJETES.
037500     PERFORM 2300-CLE-COMMUNE
037600         THRU 2300-CLE-COMMUNE-EXIT.
037700     PERFORM 2500-PROJETER-SEUIL
037800         THRU 2500-PROJETER-SEUIL-EXIT
037900         VARYING RANG-SEUIL FROM 1 BY 1
038000         UNTIL RANG-SEUIL > 2.
038100 2200-RELACHER-CITOYEN-SUITE.
038200     PERFORM 2100-LIRE-CITOYEN
038300         THRU 2100-LIRE-CITOYEN-EXIT.
038400 2200-RELACHER-CITOYEN-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700* 2300-CLE-COMMUNE : CODE POSTAL TEL QUEL ET COMMUNE PASSEE PAR
038800*                    NORMALISE-NOM APRES BLANCHIMENT DES
038900*                    VIRGULES ET POINTS - "SANS COMMUNE" QUAND
039000*                    LE DOSSIER N'EN A PAS
039100*----------------------------------------------------------------
039200 2300-CLE-COMMUNE.
039300     MOVE MF-CODE-POSTAL TO CC-CODE-POSTAL.
039400     IF MF-COMMUNE = SPACES
039500         MOVE "SANS COMMUNE" TO CC-COMMUNE
039600         GO TO 2300-CLE-COMMUNE-EXIT
039700     END-IF.
039800     MOVE SPACES TO ZONE-A-NORMALISER.
039900     MOVE MF-COMMUNE TO ZONE-A-NORMALISER.
040000     INSPECT ZONE-A-NORMALISER
040100         REPLACING ALL "," BY SPACE
040200                   ALL "." BY SPACE.
040300     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
040400     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
040500     MOVE NR-SORTIE TO CC-COMMUNE.
040600 2300-CLE-COMMUNE-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------
040900* 2400-RELACHER-NON-PROJETABLE : DOSSIER ACTIF SANS ANNEE DE
041000*                                NAISSANCE, RELACHE EN SECTION 9
041100*                                SOUS SON SITE
041200*----------------------------------------------------------------
041300 2400-RELACHER-NON-PROJETABLE.
041400     ADD 1 TO NB-NON-PROJETABLES.
041500     MOVE SPACES            TO ENR-TRI.
041600     MOVE 9                 TO TRI-SECTION.
041700     MOVE ZERO              TO TRI-VENTILATION.
041800     MOVE SITE-COURANT      TO TRI-GROUPE.
041900     MOVE ZERO              TO TRI-RANG-ANNEE.
042000     MOVE MF-ID-CITOYEN     TO TRI-ID-CITOYEN.
042100     MOVE MF-NOM            TO TRI-NOM.
042200     MOVE MF-PRENOM         TO TRI-PRENOM.
042300     MOVE MF-DATE-NAISSANCE TO TRI-DATE-NAISSANCE.
042400     MOVE MF-CODE-POSTAL    TO TRI-CODE-POSTAL.
042500     MOVE MF-COMMUNE        TO TRI-COMMUNE.
042600     RELEASE ENR-TRI.
042700 2400-RELACHER-NON-PROJETABLE-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000* 2500-PROJETER-SEUIL : L'ANNEE DE PASSAGE EST L'ANNEE DE
043100*                       NAISSANCE AUGMENTEE DE L'AGE DU SEUIL -
043200*                       DANS L'HORIZON, LE PASSAGE EST CUMULE
043300*                       PAR SEXE ET RELACHE UNE FOIS SOUS LE
043400*                       SITE, UNE FOIS SOUS LA COMMUNE
043500*----------------------------------------------------------------
043600 2500-PROJETER-SEUIL.
043700     SET IDX-SEUIL TO RANG-SEUIL.
043800     COMPUTE ANNEE-PASSAGE =
043900         MF-AN-NAISSANCE + SEUIL-AGE(IDX-SEUIL).
044000     IF ANNEE-PASSAGE < ANNEE-DEBUT
044100             OR ANNEE-PASSAGE > ANNEE-FIN
044200         GO TO 2500-PROJETER-SEUIL-EXIT
044300     END-IF.
044400     COMPUTE RANG-ANNEE = ANNEE-PASSAGE - DJ-ANNEE.
044500     ADD 1 TO SEUIL-NOMBRE(IDX-SEUIL).
044600     ADD 1 TO NB-PASSAGES.
044700     ADD 1 TO PA-TOTAL(RANG-SEUIL, RANG-ANNEE).
044800     IF MF-SEXE-MASCULIN
044900         ADD 1 TO PA-HOMMES(RANG-SEUIL, RANG-ANNEE)
045000     ELSE
045100         IF MF-SEXE-FEMININ
045200             ADD 1 TO PA-FEMMES(RANG-SEUIL, RANG-ANNEE)
045300         ELSE
045400             ADD 1 TO PA-INDETERMINES(RANG-SEUIL, RANG-ANNEE)
045500         END-IF
045600     END-IF.
045700     MOVE SPACES            TO ENR-TRI.
045800     MOVE RANG-SEUIL        TO TRI-SECTION.
045900     MOVE 1                 TO TRI-VENTILATION.
046000     MOVE SITE-COURANT      TO TRI-GROUPE.
046100     MOVE RANG-ANNEE        TO TRI-RANG-ANNEE.
046200     MOVE MF-ID-CITOYEN     TO TRI-ID-CITOYEN.
046300     RELEASE ENR-TRI.
046400     MOVE 2                 TO TRI-VENTILATION.
046500     MOVE CLE-COMMUNE       TO TRI-GROUPE.
046600     RELEASE ENR-TRI.
046700 2500-PROJETER-SEUIL-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000* 3000-EDITER : SORTIE DU TRI - UNE PARTIE PAR SEUIL, MEME SANS
047100*               AUCUN PASSAGE, PUIS LES DOSSIERS NON PROJETABLES
047200*               (SECTION 9, EN FIN DE TRI)
047300*----------------------------------------------------------------
047400 3000-EDITER.
047500     PERFORM 3100-RETIRER
047600         THRU 3100-RETIRER-EXIT.
047700     PERFORM 3200-EDITER-SEUIL
047800         THRU 3200-EDITER-SEUIL-EXIT
047900         VARYING RANG-SEUIL FROM 1 BY 1
048000         UNTIL RANG-SEUIL > 2.
048100     PERFORM 3600-EDITER-NON-PROJETABLES
048200         THRU 3600-EDITER-NON-PROJETABLES-EXIT.
048300 3000-EDITER-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------
048600* 3100-RETIRER : LECTURE DE L'ENREGISTREMENT TRIE SUIVANT
048700*----------------------------------------------------------------
048800 3100-RETIRER.
048900     RETURN FICHIER-TRI
049000         AT END
049100             MOVE "O" TO FIN-DU-TRI
049200     END-RETURN.
049300 3100-RETIRER-EXIT.
049400     EXIT.
049500*----------------------------------------------------------------
049600* 3200-EDITER-SEUIL : PASSAGES DU SEUIL PAR ANNEE ET PAR SEXE
049700*                     (TABLE CUMULEE A LA LECTURE), PUIS PAR
049800*                     SITE ET PAR COMMUNE (RUPTURES DU TRI)
049900*----------------------------------------------------------------
050000 3200-EDITER-SEUIL.
050100     SET IDX-SEUIL TO RANG-SEUIL.
050200     MOVE SPACES TO LIGNE-ETAT.
050300     WRITE LIGNE-ETAT.
050400     STRING "SEUIL : " DELIMITED BY SIZE
050500         SEUIL-LIBELLE(IDX-SEUIL) DELIMITED BY "  "
050600         " (" DELIMITED BY SIZE
050700         SEUIL-AGE(IDX-SEUIL) DELIMITED BY SIZE
050800         " ANS)" DELIMITED BY SIZE
050900         INTO LIGNE-ETAT.
051000     WRITE LIGNE-ETAT.
051100     MOVE SPACES TO LIGNE-ETAT.
051200     WRITE LIGNE-ETAT.
051300     MOVE LIGNE-TETE-ANNEE TO LIGNE-ETAT.
051400     WRITE LIGNE-ETAT.
051500     PERFORM 3300-EDITER-ANNEE
051600         THRU 3300-EDITER-ANNEE-EXIT
051700         VARYING RANG-ANNEE FROM 1 BY 1
051800         UNTIL RANG-ANNEE > HORIZON.
051900     MOVE SPACES TO LIGNE-ETAT.
052000     MOVE "  TOTAL" TO LIGNE-ETAT.
052100     MOVE SEUIL-NOMBRE(IDX-SEUIL) TO LT-COMPTEUR.
052200     MOVE LT-COMPTEUR TO LIGNE-ETAT(8:7).
052300     WRITE LIGNE-ETAT.
052400     MOVE SPACES TO LIGNE-ETAT.
052500     WRITE LIGNE-ETAT.
052600     MOVE "PAR SITE D'ORIGINE" TO LIGNE-ETAT.
052700     WRITE LIGNE-ETAT.
052800     MOVE 1 TO VENTILATION-COURANTE.
052900     MOVE "SIT" TO LTG-LIBELLE.
053000     PERFORM 3400-EDITER-TETE-GROUPE
053100         THRU 3400-EDITER-TETE-GROUPE-EXIT.
053200     PERFORM 3500-EDITER-GROUPE
053300         THRU 3500-EDITER-GROUPE-EXIT
053400         UNTIL PLUS-D-ENREG-TRIES
053500            OR TRI-SECTION NOT = RANG-SEUIL
053600            OR TRI-VENTILATION NOT = VENTILATION-COURANTE.
053700     MOVE SPACES TO LIGNE-ETAT.
053800     WRITE LIGNE-ETAT.
053900     MOVE "PAR COMMUNE" TO LIGNE-ETAT.
054000     WRITE LIGNE-ETAT.
054100     MOVE 2 TO VENTILATION-COURANTE.
054200     MOVE "CP    COMMUNE" TO LTG-LIBELLE.
054300     PERFORM 3400-EDITER-TETE-GROUPE
054400         THRU 3400-EDITER-TETE-GROUPE-EXIT.
054500     PERFORM 3500-EDITER-GROUPE
054600         THRU 3500-EDITER-GROUPE-EXIT
054700         UNTIL PLUS-D-ENREG-TRIES
054800            OR TRI-SECTION NOT = RANG-SEUIL
054900            OR TRI-VENTILATION NOT = VENTILATION-COURANTE.
055000 3200-EDITER-SEUIL-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300* 3300-EDITER-ANNEE : LIGNE D'UNE ANNEE DE L'HORIZON ET SES
055400*                     ENREGISTREMENTS PROJCOH (TOTAL ET SEXE)
055500*----------------------------------------------------------------
055600 3300-EDITER-ANNEE.
055700     COMPUTE LA-ANNEE = DJ-ANNEE + RANG-ANNEE.
055800     MOVE PA-TOTAL(RANG-SEUIL, RANG-ANNEE)       TO LA-TOTAL.
055900     MOVE PA-HOMMES(RANG-SEUIL, RANG-ANNEE)      TO LA-HOMMES.
056000     MOVE PA-FEMMES(RANG-SEUIL, RANG-ANNEE)      TO LA-FEMMES.
056100     MOVE PA-INDETERMINES(RANG-SEUIL, RANG-ANNEE)
056200         TO LA-INDETERMINES.
056300     MOVE LIGNE-ANNEE TO LIGNE-ETAT.
056400     WRITE LIGNE-ETAT.
056500     MOVE SPACES TO ENR-PROJECTION.
056600     MOVE "T"    TO PJ-VENTILATION.
056700     MOVE PA-TOTAL(RANG-SEUIL, RANG-ANNEE) TO PJ-NOMBRE.
056800     PERFORM 7000-ECRIRE-PROJECTION
056900         THRU 7000-ECRIRE-PROJECTION-EXIT.
057000     MOVE "X"    TO PJ-VENTILATION.
057100     MOVE SPACES TO PJ-CLE.
057200     MOVE "H"    TO PJ-CLE-SEXE.
057300     MOVE PA-HOMMES(RANG-SEUIL, RANG-ANNEE) TO PJ-NOMBRE.
057400     PERFORM 7000-ECRIRE-PROJECTION
057500         THRU 7000-ECRIRE-PROJECTION-EXIT.
057600     MOVE "F"    TO PJ-CLE-SEXE.
057700     MOVE PA-FEMMES(RANG-SEUIL, RANG-ANNEE) TO PJ-NOMBRE.
057800     PERFORM 7000-ECRIRE-PROJECTION
057900         THRU 7000-ECRIRE-PROJECTION-EXIT.
058000     MOVE "I"    TO PJ-CLE-SEXE.
058100     MOVE PA-INDETERMINES(RANG-SEUIL, RANG-ANNEE) TO PJ-NOMBRE.
058200     PERFORM 7000-ECRIRE-PROJECTION
058300         THRU 7000-ECRIRE-PROJECTION-EXIT.
058400 3300-EDITER-ANNEE-EXIT.
058500     EXIT.
058600*----------------------------------------------------------------
058700* 3400-EDITER-TETE-GROUPE : LIGNE DE TETE D'UNE VENTILATION, UNE
058800*                           COLONNE PAR ANNEE DE L'HORIZON PUIS LA
058900*                           COLONNE DU TOTAL (LIBELLE DEJA GARNI)
059000*----------------------------------------------------------------
059100 3400-EDITER-TETE-GROUPE.
059200     PERFORM 3410-GARNIR-ANNEE-TETE
059300         THRU 3410-GARNIR-ANNEE-TETE-EXIT
059400         VARYING RANG-ANNEE FROM 1 BY 1
059500         UNTIL RANG-ANNEE > 11.
059600     MOVE LIGNE-TETE-GROUPE TO LIGNE-ETAT.
059700     WRITE LIGNE-ETAT.
059800 3400-EDITER-TETE-GROUPE-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100* 3410-GARNIR-ANNEE-TETE : ANNEE D'UNE COLONNE, "TOTAL" JUSTE
060200*                          APRES LA DERNIERE ANNEE DE L'HORIZON, A
060300*                          BLANC AU-DELA
060400*----------------------------------------------------------------
060500 3410-GARNIR-ANNEE-TETE.
060600     MOVE SPACES TO LTG-COLONNE(RANG-ANNEE).
060700     IF RANG-ANNEE = HORIZON + 1
060800         MOVE "TOTAL" TO LTG-ANNEE(RANG-ANNEE)
060900         GO TO 3410-GARNIR-ANNEE-TETE-EXIT
061000     END-IF.
061100     IF RANG-ANNEE > HORIZON
061200         GO TO 3410-GARNIR-ANNEE-TETE-EXIT
061300     END-IF.
061400     COMPUTE ANNEE-PASSAGE = DJ-ANNEE + RANG-ANNEE.
061500     MOVE ANNEE-PASSAGE TO LTG-ANNEE(RANG-ANNEE)(2:4).
061600 3410-GARNIR-ANNEE-TETE-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900* 3500-EDITER-GROUPE : CUMUL DES PASSAGES D'UN SITE OU D'UNE
062000*                      COMMUNE PAR ANNEE, JUSQU'A LA RUPTURE,
062100*                      PUIS EDITION DE SA LIGNE (TOTAL APRES LA
062200*                      DERNIERE ANNEE) ET ECRITURE DE SES
062300*                      ENREGISTREMENTS PROJCOH
062400*----------------------------------------------------------------
062500 3500-EDITER-GROUPE.
062600     MOVE TRI-GROUPE TO GROUPE-COURANT.
062700     INITIALIZE TABLE-GROUPE.
062800     PERFORM 3510-CUMULER-GROUPE
062900         THRU 3510-CUMULER-GROUPE-EXIT
063000         UNTIL PLUS-D-ENREG-TRIES
063100            OR TRI-SECTION NOT = RANG-SEUIL
063200            OR TRI-VENTILATION NOT = VENTILATION-COURANTE
063300            OR TRI-GROUPE NOT = GROUPE-COURANT.
063400     MOVE SPACES TO LIGNE-GROUPE.
063500     MOVE SPACES TO ENR-PROJECTION.
063600     IF VENTILATION-SITE
063700         MOVE GROUPE-COURANT TO LG-LIBELLE
063800         MOVE "S" TO PJ-VENTILATION
063900     ELSE
064000         MOVE GROUPE-COURANT(1:5)  TO LG-CODE-POSTAL
064100         MOVE GROUPE-COURANT(6:25) TO LG-COMMUNE
064200         MOVE "C" TO PJ-VENTILATION
064300     END-IF.
064400     MOVE GROUPE-COURANT TO PJ-CLE.
064500     PERFORM 3520-EDITER-ANNEE-GROUPE
064600         THRU 3520-EDITER-ANNEE-GROUPE-EXIT
064700         VARYING RANG-ANNEE FROM 1 BY 1
064800         UNTIL RANG-ANNEE > HORIZON.
064900     COMPUTE RANG-ANNEE = HORIZON + 1.
065000     MOVE GR-TOTAL TO LG-NOMBRE(RANG-ANNEE).
065100     MOVE LIGNE-GROUPE TO LIGNE-ETAT.
065200     WRITE LIGNE-ETAT.
065300 3500-EDITER-GROUPE-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600* 3510-CUMULER-GROUPE : UN PASSAGE DU GROUPE EN COURS
065700*----------------------------------------------------------------
065800 3510-CUMULER-GROUPE.
065900     ADD 1 TO GR-NOMBRE(TRI-RANG-ANNEE).
066000     ADD 1 TO GR-TOTAL.
066100     PERFORM 3100-RETIRER
066200         THRU 3100-RETIRER-EXIT.
066300 3510-CUMULER-GROUPE-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600* 3520-EDITER-ANNEE-GROUPE : COLONNE D'UNE ANNEE DU GROUPE ET
066700*                            SON ENREGISTREMENT PROJCOH
066800*----------------------------------------------------------------
066900 3520-EDITER-ANNEE-GROUPE.
067000     MOVE GR-NOMBRE(RANG-ANNEE) TO LG-NOMBRE(RANG-ANNEE).
067100     MOVE GR-NOMBRE(RANG-ANNEE) TO PJ-NOMBRE.
067200     PERFORM 7000-ECRIRE-PROJECTION
067300         THRU 7000-ECRIRE-PROJECTION-EXIT.
067400 3520-EDITER-ANNEE-GROUPE-EXIT.
067500     EXIT.
067600*----------------------------------------------------------------
067700* 3600-EDITER-NON-PROJETABLES : DOSSIERS ACTIFS SANS ANNEE DE
067800*                               NAISSANCE, PAR SITE, A COMPLETER
067900*                               PAR LES SITES
068000*----------------------------------------------------------------
068100 3600-EDITER-NON-PROJETABLES.
068200     MOVE SPACES TO LIGNE-ETAT.
068300     WRITE LIGNE-ETAT.
068400     MOVE
068500         "DOSSIERS ACTIFS SANS ANNEE DE NAISSANCE - NON PROJETES"
068600         TO LIGNE-ETAT.
068700     WRITE LIGNE-ETAT.
068800     MOVE SPACES TO LIGNE-ETAT.
068900     WRITE LIGNE-ETAT.
069000     IF PLUS-D-ENREG-TRIES
069100         MOVE "  AUCUN" TO LIGNE-ETAT
069200         WRITE LIGNE-ETAT
069300         GO TO 3600-EDITER-NON-PROJETABLES-EXIT
069400     END-IF.
069500     MOVE LIGNE-TETE-NON-PROJETABLE TO LIGNE-ETAT.
069600     WRITE LIGNE-ETAT.
069700     PERFORM 3610-EDITER-NON-PROJETABLE
069800         THRU 3610-EDITER-NON-PROJETABLE-EXIT
069900         UNTIL PLUS-D-ENREG-TRIES.
070000 3600-EDITER-NON-PROJETABLES-EXIT.
070100     EXIT.
070200*----------------------------------------------------------------
070300* 3610-EDITER-NON-PROJETABLE : LIGNE D'UN DOSSIER NON PROJETABLE
070400*----------------------------------------------------------------
070500 3610-EDITER-NON-PROJETABLE.
070600     MOVE TRI-GROUPE         TO LN-SITE.
070700     MOVE TRI-ID-CITOYEN     TO LN-ID.
070800     MOVE TRI-NOM            TO LN-NOM.
070900     MOVE TRI-PRENOM         TO LN-PRENOM.
071000     MOVE TRI-DATE-NAISSANCE TO LN-DATE-NAISSANCE.
071100     MOVE TRI-CODE-POSTAL    TO LN-CODE-POSTAL.
071200     MOVE TRI-COMMUNE        TO LN-COMMUNE.
071300     MOVE LIGNE-NON-PROJETABLE TO LIGNE-ETAT.
071400     WRITE LIGNE-ETAT.
071500     PERFORM 3100-RETIRER
071600         THRU 3100-RETIRER-EXIT.
071700 3610-EDITER-NON-PROJETABLE-EXIT.
071800     EXIT.
071900*----------------------------------------------------------------
072000* 7000-ECRIRE-PROJECTION : ENREGISTREMENT PROJCOH DU SEUIL ET DE
072100*                          L'ANNEE EN COURS (VENTILATION, CLE ET
072200*                          NOMBRE DEJA GARNIS)
072300*----------------------------------------------------------------
072400 7000-ECRIRE-PROJECTION.
072500     MOVE DATE-DU-JOUR-AAAAMMJJ    TO PJ-DATE-PROJECTION.
072600     MOVE SEUIL-AGE(IDX-SEUIL)     TO PJ-AGE-SEUIL.
072700     MOVE SEUIL-LIBELLE(IDX-SEUIL) TO PJ-LIBELLE-SEUIL.
072800     COMPUTE PJ-ANNEE = DJ-ANNEE + RANG-ANNEE.
072900     WRITE ENR-PROJECTION.
073000     ADD 1 TO NB-ENREG-PROJECTION.
073100 7000-ECRIRE-PROJECTION-EXIT.
073200     EXIT.
073300*----------------------------------------------------------------
073400* 8000-PIED-DE-PAGE : TOTAUX DE CONTROLE
073500*----------------------------------------------------------------
073600 8000-PIED-DE-PAGE.
073700     MOVE SPACES TO LIGNE-ETAT.
073800     WRITE LIGNE-ETAT.
073900     MOVE "DOSSIERS EXAMINES                :" TO LT-LIBELLE.
074000     MOVE NB-LUS TO LT-COMPTEUR.
074100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
074200     WRITE LIGNE-ETAT.
074300     MOVE "NON ACTIFS IGNORES               :" TO LT-LIBELLE.
074400     MOVE NB-NON-ACTIFS TO LT-COMPTEUR.
074500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
074600     WRITE LIGNE-ETAT.
074700     MOVE "ACTIFS PROJETES                  :" TO LT-LIBELLE.
074800     MOVE NB-PROJETES TO LT-COMPTEUR.
074900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
075000     WRITE LIGNE-ETAT.
075100     MOVE "SANS ANNEE DE NAISSANCE          :" TO LT-LIBELLE.
075200     MOVE NB-NON-PROJETABLES TO LT-COMPTEUR.
075300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
075400     WRITE LIGNE-ETAT.
075500     MOVE "PASSAGES DE SEUIL DANS L'HORIZON :" TO LT-LIBELLE.
075600     MOVE NB-PASSAGES TO LT-COMPTEUR.
075700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
075800     WRITE LIGNE-ETAT.
075900     MOVE "ENREGISTREMENTS PROJCOH ECRITS   :" TO LT-LIBELLE.
076000     MOVE NB-ENREG-PROJECTION TO LT-COMPTEUR.
076100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
076200     WRITE LIGNE-ETAT.
076300 8000-PIED-DE-PAGE-EXIT.
076400     EXIT.
076500*----------------------------------------------------------------
076600* 9999-TERMINER : FERMETURE DES FICHIERS
076700*----------------------------------------------------------------
076800 9999-TERMINER.
076900     CLOSE FICHIER-MAITRE.
077000     CLOSE FICHIER-PROJECTION.
077100     CLOSE ETAT-PROJECTION.
077200 9999-TERMINER-EXIT.
077300     EXIT.
