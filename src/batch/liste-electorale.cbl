000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LISTE-ELECTORALE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* LISTE-ELECTORALE EST L'EDITION DE LA LISTE ELECTORALE PAR
000900* COMMUNE, JUSQUE LA RECOPIEE A LA MAIN PAR LA PREFECTURE DEPUIS
001000* L'ETAT DE LISTE-CITOYENS. SONT INSCRITS LES DOSSIERS ACTIFS,
001100* ADRESSES, QUI ONT ATTEINT L'AGE DE LA MAJORITE (PARAMETRE
001200* AGE-MAJORITE) A LA DATE DE REFERENCE, AINSI QUE LES JEUNES QUI
001300* L'ATTEIGNENT AU PLUS TARD LE JOUR DU SCRUTIN (MARQUES SUR LA
001400* LISTE). DEUX CARTES SYSIN, AAAAMMJJ : DATE DE REFERENCE (A
001500* BLANC : DATE DU JOUR) ET DATE DU SCRUTIN (A BLANC : DATE DE
001600* REFERENCE).
001700*
001800* LA LISTE SORT PAR COMMUNE (CODE POSTAL ET COMMUNE NORMALISEE),
001900* PAR ORDRE ALPHABETIQUE DES NOMS ET PRENOMS, AVEC UN NUMERO
002000* D'ELECTEUR SEQUENTIEL DANS LA COMMUNE (ETAT ETATELEC), ET EST
002100* CONSERVEE EN FICHIER (ELECNOUV, COPY RCELECT, NOUVELLE
002200* GENERATION). L'EDITION PRECEDENTE (ELECPREC) EST RAPPROCHEE
002300* DE LA NOUVELLE PAR IDENTIFIANT POUR LE TABLEAU RECTIFICATIF
002400* (ETATRECT), COMMUNE PAR COMMUNE :
002500*   - INSCRIPTIONS : NOUVEAU MAJEUR, MAJEUR AVANT LE SCRUTIN,
002600*     ARRIVEE D'UNE AUTRE COMMUNE, EMMENAGEMENT ;
002700*   - RADIATIONS : DECES, RADIATION DU DOSSIER, DOSSIER RETIRE DU
002800*     REGISTRE, DEPART VERS UNE AUTRE COMMUNE, ADRESSE INCONNUE.
002900* SANS EDITION PRECEDENTE (PREMIERE EDITION) LE TABLEAU
003000* RECTIFICATIF N'EST PAS PRODUIT.
003100*
003200* HISTORIQUE DES MODIFICATIONS
003300* DATE       AUTEUR  DESCRIPTION
003400* ---------- ------- ---------------------------------------------
003500* 2026-10-15 SI      CREATION - LISTE ELECTORALE PAR COMMUNE ET
003600*                    TABLEAU RECTIFICATIF DEPUIS L'EDITION
003700*                    PRECEDENTE.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.    IBM-370.
004200 OBJECT-COMPUTER.    IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS MF-ID-CITOYEN
004900         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005000         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005100         FILE STATUS IS MF-STATUT.
005200     SELECT EDITION-PRECEDENTE ASSIGN TO "ELECPREC"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS EP-STATUT.
005500     SELECT EDITION-NOUVELLE ASSIGN TO "ELECNOUV"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS EL-STATUT.
005800     SELECT MOUVEMENTS ASSIGN TO "RECTWRK"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS MV-STATUT.
006100     SELECT TRI-LISTE ASSIGN TO "TRIWORK".
006200     SELECT TRI-RAPPROCHEMENT ASSIGN TO "TRIWORK".
006300     SELECT TRI-MOUVEMENTS ASSIGN TO "TRIWORK".
006400     SELECT ETAT-LISTE ASSIGN TO "ETATELEC"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS ET-STATUT.
006700     SELECT ETAT-RECTIFICATIF ASSIGN TO "ETATRECT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS ER-STATUT.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  FICHIER-MAITRE
007300     LABEL RECORDS ARE STANDARD.
007400 01  ENR-MAITRE.
007500     COPY RCMAITRE.
007600 FD  EDITION-PRECEDENTE
007700     LABEL RECORDS ARE STANDARD.
007800 01  ENR-ELECTEUR-PRECEDENT.
007900     COPY RCELECT REPLACING LEADING ==EL== BY ==EP==.
008000 FD  EDITION-NOUVELLE
008100     LABEL RECORDS ARE STANDARD.
008200 01  ENR-ELECTEUR.
008300     COPY RCELECT.
008400 FD  MOUVEMENTS
008500     LABEL RECORDS ARE STANDARD.
008600 01  ENR-MOUVEMENT.
008700     05 MV-CLE-COMMUNE           PIC X(30).
008800     05 MV-SENS                  PIC X(01).
008900     05 MV-NOM                   PIC X(20).
009000     05 MV-PRENOM                PIC X(20).
009100     05 MV-ID-CITOYEN            PIC 9(09).
009200     05 MV-COMMUNE               PIC X(25).
009300     05 MV-NO-ELECTEUR           PIC 9(06).
009400     05 MV-MOTIF                 PIC X(40).
009500 SD  TRI-LISTE.
009600 01  ENR-TRI.
009700     05 TRI-CLE-COMMUNE.
009800         10 TRI-CODE-POSTAL      PIC X(05).
009900         10 TRI-COMMUNE-NORMALISEE
010000                                 PIC X(25).
010100     05 TRI-NOM                  PIC X(20).
010200     05 TRI-PRENOM               PIC X(20).
010300     05 TRI-DATE-NAISSANCE       PIC 9(08).
010400     05 TRI-ID-CITOYEN           PIC 9(09).
010500     05 TRI-COMMUNE              PIC X(25).
010600     05 TRI-RUE                  PIC X(30).
010700     05 TRI-MOTIF-INSCRIPTION    PIC X(01).
010800 SD  TRI-RAPPROCHEMENT.
010900 01  ENR-RAPPROCHEMENT.
011000     COPY RCELECT REPLACING LEADING ==EL== BY ==RA==.
011100     05 RA-ORIGINE               PIC X(01).
011200         88 RA-EDITION-PRECEDENTE
011300                                 VALUE "1".
011400         88 RA-EDITION-NOUVELLE  VALUE "2".
011500 SD  TRI-MOUVEMENTS.
011600 01  ENR-TRI-MOUVEMENT.
011700     05 TM-CLE-COMMUNE           PIC X(30).
011800     05 TM-SENS                  PIC X(01).
011900         88 TM-INSCRIPTION       VALUE "1".
012000         88 TM-RADIATION         VALUE "2".
012100     05 TM-NOM                   PIC X(20).
012200     05 TM-PRENOM                PIC X(20).
012300     05 TM-ID-CITOYEN            PIC 9(09).
012400     05 TM-COMMUNE               PIC X(25).
012500     05 TM-NO-ELECTEUR           PIC 9(06).
012600     05 TM-MOTIF                 PIC X(40).
012700 FD  ETAT-LISTE
012800     LABEL RECORDS ARE STANDARD.
012900 01  LIGNE-ETAT                  PIC X(110).
013000 FD  ETAT-RECTIFICATIF
013100     LABEL RECORDS ARE STANDARD.
013200 01  LIGNE-RECTIFICATIF          PIC X(110).
013300 WORKING-STORAGE SECTION.
013400*----------------------------------------------------------------
013500* ZONES DE TRAVAIL
013600*----------------------------------------------------------------
013700 01  MF-STATUT                   PIC X(02).
013800     88 MF-OK                    VALUE "00".
013900 01  EP-STATUT                   PIC X(02).
014000     88 EP-OK                    VALUE "00".
014100     88 EP-ABSENT                VALUE "35".
014200 01  EL-STATUT                   PIC X(02).
014300     88 EL-OK                    VALUE "00".
014400 01  MV-STATUT                   PIC X(02).
014500     88 MV-OK                    VALUE "00".
014600 01  ET-STATUT                   PIC X(02).
014700     88 ET-OK                    VALUE "00".
014800 01  ER-STATUT                   PIC X(02).
014900     88 ER-OK                    VALUE "00".
015000 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
015100     88 PLUS-DE-CITOYENS         VALUE "O".
015200 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
015300     88 PLUS-D-ENREG-TRIES       VALUE "O".
015400 01  FIN-EDITION-PRECEDENTE      PIC X(01) VALUE "N".
015500     88 PLUS-D-ANCIENS-ELECTEURS VALUE "O".
015600 01  FIN-EDITION-NOUVELLE        PIC X(01) VALUE "N".
015700     88 PLUS-DE-NOUVEAUX-ELECTEURS
015800                                 VALUE "O".
015900 01  FIN-MOUVEMENTS              PIC X(01) VALUE "N".
016000     88 PLUS-DE-MOUVEMENTS       VALUE "O".
016100 01  PRECEDENTE-DISPONIBLE       PIC X(01) VALUE "N".
016200     88 PRECEDENTE-EST-DISPONIBLE
016300                                 VALUE "O".
016400 01  PARAMETRES-SITE.
016500     COPY RCPARVAL.
016600*----------------------------------------------------------------
016700* DATES DE L'EDITION (CARTES SYSIN) ET DATE DE MAJORITE CALCULEE
016800*----------------------------------------------------------------
016900 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08).
017000 01  DATE-REFERENCE-X            PIC X(08) VALUE SPACES.
017100 01  DATE-REFERENCE-NUM REDEFINES DATE-REFERENCE-X
017200                                 PIC 9(08).
017300 01  DATE-SCRUTIN-X              PIC X(08) VALUE SPACES.
017400 01  DATE-SCRUTIN-NUM REDEFINES DATE-SCRUTIN-X
017500                                 PIC 9(08).
017600 01  DATE-EDITION-PRECEDENTE     PIC 9(08) VALUE ZERO.
017700 01  DATE-NAISSANCE-CALCUL.
017800     05 DN-ANNEE                 PIC 9(04).
017900     05 DN-MOIS-JOUR             PIC 9(04).
018000 01  DATE-NAISSANCE-CALCUL-NUM REDEFINES DATE-NAISSANCE-CALCUL
018100                                 PIC 9(08).
018200 01  DATE-MAJORITE.
018300     05 DM-ANNEE                 PIC 9(04).
018400     05 DM-MOIS-JOUR             PIC 9(04).
018500 01  DATE-MAJORITE-NUM REDEFINES DATE-MAJORITE
018600                                 PIC 9(08).
018700*----------------------------------------------------------------
018800* NORMALISATION DE LA COMMUNE PAR LE SOUS-PROGRAMME COMMUN
018900* NORMALISE-NOM (COPY RCNORM), VIRGULES ET POINTS BLANCHIS AU
019000* PREALABLE COMME DANS RAPPORT-MENAGES
019100*----------------------------------------------------------------
019200 01  COMMUNE-A-NORMALISER        PIC X(25).
019300 01  DEMANDE-NORMALISATION.
019400     COPY RCNORM.
019500*----------------------------------------------------------------
019600* COMMUNE EN COURS D'EDITION ET ELECTEUR DE L'EDITION PRECEDENTE
019700* EN ATTENTE DE RAPPROCHEMENT
019800*----------------------------------------------------------------
019900 01  CLE-COMMUNE-COURANTE        PIC X(30).
020000 01  SENS-COURANT                PIC X(01).
020100 01  NO-ELECTEUR                 PIC 9(06) VALUE ZERO.
020200 01  NB-INSCRIPTIONS-COMMUNE     PIC 9(07) COMP VALUE ZERO.
020300 01  NB-RADIATIONS-COMMUNE       PIC 9(07) COMP VALUE ZERO.
020400 01  ANCIEN-EN-ATTENTE           PIC X(01) VALUE "N".
020500     88 ANCIEN-EST-EN-ATTENTE    VALUE "O".
020600 01  ELECTEUR-ANCIEN.
020700     COPY RCELECT REPLACING LEADING ==EL== BY ==EA==.
020800*----------------------------------------------------------------
020900* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
021000*----------------------------------------------------------------
021100 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
021200 01  NB-NON-ACTIFS               PIC 9(07) COMP VALUE ZERO.
021300 01  NB-SANS-ADRESSE             PIC 9(07) COMP VALUE ZERO.
021400 01  NB-SANS-DATE-NAISSANCE      PIC 9(07) COMP VALUE ZERO.
021500 01  NB-NON-MAJEURS              PIC 9(07) COMP VALUE ZERO.
021600 01  NB-ELECTEURS                PIC 9(07) COMP VALUE ZERO.
021700 01  NB-MAJEURS-AU-SCRUTIN       PIC 9(07) COMP VALUE ZERO.
021800 01  NB-COMMUNES                 PIC 9(07) COMP VALUE ZERO.
021900 01  NB-ANCIENS-ELECTEURS        PIC 9(07) COMP VALUE ZERO.
022000 01  NB-INSCRIPTIONS             PIC 9(07) COMP VALUE ZERO.
022100 01  NB-RADIATIONS               PIC 9(07) COMP VALUE ZERO.
022200 01  NB-CHANGEMENTS-COMMUNE      PIC 9(07) COMP VALUE ZERO.
022300*----------------------------------------------------------------
022400* LIGNES EDITEES DES ETATS
022500*----------------------------------------------------------------
022600 01  LIGNE-TITRE-COMMUNE.
022700     05 FILLER                   PIC X(08) VALUE "COMMUNE ".
022800     05 LC-CODE-POSTAL           PIC X(05).
022900     05 FILLER                   PIC X(01) VALUE SPACE.
023000     05 LC-COMMUNE               PIC X(25).
023100 01  LIGNE-ELECTEUR.
023200     05 LE-NO-ELECTEUR           PIC ZZZZZ9.
023300     05 FILLER                   PIC X(01) VALUE SPACE.
023400     05 LE-NOM                   PIC X(20).
023500     05 FILLER                   PIC X(01) VALUE SPACE.
023600     05 LE-PRENOM                PIC X(20).
023700     05 FILLER                   PIC X(07) VALUE " NE LE ".
023800     05 LE-DATE-NAISSANCE        PIC 9(08).
023900     05 FILLER                   PIC X(01) VALUE SPACE.
024000     05 LE-RUE                   PIC X(30).
024100     05 FILLER                   PIC X(01) VALUE SPACE.
024200     05 LE-RENVOI                PIC X(03).
024300 01  LIGNE-MOUVEMENT.
024400     05 FILLER                   PIC X(02) VALUE SPACES.
024500     05 LV-NO-ELECTEUR           PIC ZZZZZ9.
024600     05 FILLER                   PIC X(01) VALUE SPACE.
024700     05 LV-ID                    PIC 9(09).
024800     05 FILLER                   PIC X(01) VALUE SPACE.
024900     05 LV-NOM                   PIC X(20).
025000     05 FILLER                   PIC X(01) VALUE SPACE.
025100     05 LV-PRENOM                PIC X(20).
025200     05 FILLER                   PIC X(01) VALUE SPACE.
025300     05 LV-MOTIF                 PIC X(40).
025400 01  LIGNE-TOTAL.
025500     05 LT-LIBELLE               PIC X(34).
025600     05 LT-COMPTEUR              PIC ZZZZZZ9.
025700 PROCEDURE DIVISION.
025800*================================================================
025900* 0000-MAINLINE : EDITION DE LA LISTE PAR COMMUNE, PUIS, S'IL Y
026000*                 A UNE EDITION PRECEDENTE, RAPPROCHEMENT DES DEUX
026100*                 EDITIONS ET TABLEAU RECTIFICATIF PAR COMMUNE
026200*================================================================
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALISATION
026500         THRU 1000-INITIALISATION-EXIT.
026600     SORT TRI-LISTE
026700         ON ASCENDING KEY TRI-CLE-COMMUNE TRI-NOM TRI-PRENOM
026800                          TRI-DATE-NAISSANCE TRI-ID-CITOYEN
026900         INPUT PROCEDURE IS 2000-RELACHER-ELECTEURS
027000             THRU 2000-RELACHER-ELECTEURS-EXIT
027100         OUTPUT PROCEDURE IS 3000-EDITER-LISTE
027200             THRU 3000-EDITER-LISTE-EXIT.
027300     CLOSE EDITION-NOUVELLE.
027400     CLOSE ETAT-LISTE.
027500     PERFORM 4000-OUVRIR-RECTIFICATIF
027600         THRU 4000-OUVRIR-RECTIFICATIF-EXIT.
027700     IF PRECEDENTE-EST-DISPONIBLE
027800         SORT TRI-RAPPROCHEMENT
027900             ON ASCENDING KEY RA-ID-CITOYEN RA-ORIGINE
028000             INPUT PROCEDURE IS 4100-RELACHER-EDITIONS
028100                 THRU 4100-RELACHER-EDITIONS-EXIT
028200             OUTPUT PROCEDURE IS 5000-RAPPROCHER
028300                 THRU 5000-RAPPROCHER-EXIT
028400         CLOSE MOUVEMENTS
028500         SORT TRI-MOUVEMENTS
028600             ON ASCENDING KEY TM-CLE-COMMUNE TM-SENS TM-NOM
028700                              TM-PRENOM TM-ID-CITOYEN
028800             INPUT PROCEDURE IS 6000-RELACHER-MOUVEMENTS
028900                 THRU 6000-RELACHER-MOUVEMENTS-EXIT
029000             OUTPUT PROCEDURE IS 7000-EDITER-RECTIFICATIF
029100                 THRU 7000-EDITER-RECTIFICATIF-EXIT
029200         CLOSE EDITION-PRECEDENTE
029300     END-IF.
029400     CLOSE ETAT-RECTIFICATIF.
029500     CLOSE FICHIER-MAITRE.
029600     PERFORM 8000-RAPPORT-CONTROLE
029700         THRU 8000-RAPPORT-CONTROLE-EXIT.
029800     STOP RUN.
029900*----------------------------------------------------------------
030000* 1000-INITIALISATION : DATES DE REFERENCE ET DU SCRUTIN (CARTES
030100*                       SYSIN), AGE DE LA MAJORITE, OUVERTURE DES
030200*                       FICHIERS ET EN-TETE DE LA LISTE
030300*----------------------------------------------------------------
030400 1000-INITIALISATION.
030500     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
030600     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
030700     ACCEPT DATE-REFERENCE-X.
030800     IF DATE-REFERENCE-X = SPACES
030900         MOVE DATE-DU-JOUR-AAAAMMJJ TO DATE-REFERENCE-NUM
031000     END-IF.
031100     IF DATE-REFERENCE-X NOT NUMERIC
031200             OR DATE-REFERENCE-NUM = ZERO
031300         DISPLAY "DATE DE REFERENCE INVALIDE (AAAAMMJJ) : "
031400             DATE-REFERENCE-X
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800     ACCEPT DATE-SCRUTIN-X.
031900     IF DATE-SCRUTIN-X = SPACES
032000         MOVE DATE-REFERENCE-NUM TO DATE-SCRUTIN-NUM
032100     END-IF.
032200     IF DATE-SCRUTIN-X NOT NUMERIC
032300             OR DATE-SCRUTIN-NUM < DATE-REFERENCE-NUM
032400         DISPLAY "DATE DU SCRUTIN INVALIDE OU ANTERIEURE A LA "
032500             "DATE DE REFERENCE (AAAAMMJJ) : " DATE-SCRUTIN-X
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     OPEN INPUT FICHIER-MAITRE.
033000     IF NOT MF-OK
033100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
033200             "CODE " MF-STATUT
033300         MOVE 16 TO RETURN-CODE
033400         STOP RUN
033500     END-IF.
033600     OPEN OUTPUT EDITION-NOUVELLE.
033700     IF NOT EL-OK
033800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ELECNOUV - "
033900             "CODE " EL-STATUT
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300     OPEN OUTPUT ETAT-LISTE.
034400     IF NOT ET-OK
034500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATELEC - "
034600             "CODE " ET-STATUT
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     MOVE SPACES TO LIGNE-ETAT.
035100     STRING "LISTE ELECTORALE AU " DELIMITED BY SIZE
035200         DATE-REFERENCE-NUM DELIMITED BY SIZE
035300         " - SCRUTIN DU " DELIMITED BY SIZE
035400         DATE-SCRUTIN-NUM DELIMITED BY SIZE
035500         INTO LIGNE-ETAT.
035600     WRITE LIGNE-ETAT.
035700     MOVE "(*) MAJEUR A LA DATE DU SCRUTIN" TO LIGNE-ETAT.
035800     WRITE LIGNE-ETAT.
035900 1000-INITIALISATION-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200* 2000-RELACHER-ELECTEURS : PARCOURS DU FICHIER MAITRE ET
036300*                           RELACHEMENT AU TRI DE CHAQUE
036400*                           ELECTEUR
036500*----------------------------------------------------------------
036600 2000-RELACHER-ELECTEURS.
036700     PERFORM 2100-LIRE-CITOYEN
036800         THRU 2100-LIRE-CITOYEN-EXIT.
036900     PERFORM 2200-EXAMINER-CITOYEN
037000         THRU 2200-EXAMINER-CITOYEN-EXIT
037100         UNTIL PLUS-DE-CITOYENS.
037200 2000-RELACHER-ELECTEURS-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500* 2100-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
037600*----------------------------------------------------------------
037700 2100-LIRE-CITOYEN.
037800     READ FICHIER-MAITRE NEXT RECORD
037900         AT END
038000             MOVE "O" TO FIN-FICHIER-MAITRE
038100     END-READ.
038200 2100-LIRE-CITOYEN-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 2200-EXAMINER-CITOYEN : UN DOSSIER ACTIF, ADRESSE, DONT LA
038600*                         MAJORITE TOMBE AU PLUS TARD A LA DATE
038700*                         DE REFERENCE (OU A DEFAUT A LA DATE DU
038800*                         SCRUTIN) EST RELACHE AU TRI
038900*----------------------------------------------------------------
039000 2200-EXAMINER-CITOYEN.
039100     ADD 1 TO NB-LUS.
039200     IF NOT MF-DOSSIER-ACTIF
039300         ADD 1 TO NB-NON-ACTIFS
039400         GO TO 2200-EXAMINER-CITOYEN-SUITE
039500     END-IF.
039600     IF MF-COMMUNE = SPACES
039700         ADD 1 TO NB-SANS-ADRESSE
039800         GO TO 2200-EXAMINER-CITOYEN-SUITE
039900     END-IF.
040000     IF MF-DATE-NAISSANCE = ZERO
040100         ADD 1 TO NB-SANS-DATE-NAISSANCE
040200         GO TO 2200-EXAMINER-CITOYEN-SUITE
040300     END-IF.
040400     MOVE MF-DATE-NAISSANCE TO DATE-NAISSANCE-CALCUL.
040500     PERFORM 2300-CALCULER-MAJORITE
040600         THRU 2300-CALCULER-MAJORITE-EXIT.
040700     IF DATE-MAJORITE-NUM NOT > DATE-REFERENCE-NUM
040800         MOVE "M" TO TRI-MOTIF-INSCRIPTION
040900     ELSE
041000         IF DATE-MAJORITE-NUM NOT > DATE-SCRUTIN-NUM
041100             MOVE "S" TO TRI-MOTIF-INSCRIPTION
041200             ADD 1 TO NB-MAJEURS-AU-SCRUTIN
041300         ELSE
041400             ADD 1 TO NB-NON-MAJEURS
041500             GO TO 2200-EXAMINER-CITOYEN-SUITE
041600         END-IF
041700     END-IF.
041800     MOVE MF-CODE-POSTAL TO TRI-CODE-POSTAL.
041900     MOVE MF-COMMUNE TO COMMUNE-A-NORMALISER.
042000     PERFORM 2400-NORMALISER-COMMUNE
042100         THRU 2400-NORMALISER-COMMUNE-EXIT.
042200     MOVE NR-SORTIE         TO TRI-COMMUNE-NORMALISEE.
042300     MOVE MF-NOM            TO TRI-NOM.
042400     MOVE MF-PRENOM         TO TRI-PRENOM.
042500     MOVE MF-DATE-NAISSANCE TO TRI-DATE-NAISSANCE.
042600     MOVE MF-ID-CITOYEN     TO TRI-ID-CITOYEN.
042700     MOVE MF-COMMUNE        TO TRI-COMMUNE.
042800     MOVE MF-RUE            TO TRI-RUE.
042900     RELEASE ENR-TRI.
043000 2200-EXAMINER-CITOYEN-SUITE.
043100     PERFORM 2100-LIRE-CITOYEN
043200         THRU 2100-LIRE-CITOYEN-EXIT.
043300 2200-EXAMINER-CITOYEN-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600* 2300-CALCULER-MAJORITE : DATE DE MAJORITE (AAAAMMJJ) DE LA
043700*                          DATE DE NAISSANCE DATE-NAISSANCE-CALCUL
043800*----------------------------------------------------------------
043900 2300-CALCULER-MAJORITE.
044000     COMPUTE DM-ANNEE = DN-ANNEE + PV-AGE-MAJORITE.
044100     MOVE DN-MOIS-JOUR TO DM-MOIS-JOUR.
044200 2300-CALCULER-MAJORITE-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------
044500* 2400-NORMALISER-COMMUNE : COMMUNE-A-NORMALISER PASSEE PAR
044600*                           NORMALISE-NOM (RESULTAT DANS
044700*                           NR-SORTIE)
044800*----------------------------------------------------------------
044900 2400-NORMALISER-COMMUNE.
045000     INSPECT COMMUNE-A-NORMALISER
045100         REPLACING ALL "," BY SPACE
045200                   ALL "." BY SPACE.
045300     MOVE COMMUNE-A-NORMALISER TO NR-ENTREE.
045400     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
045500 2400-NORMALISER-COMMUNE-EXIT.
045600     EXIT.
045700*----------------------------------------------------------------
045800* 3000-EDITER-LISTE : SORTIE DU TRI - NUMEROTATION DES ELECTEURS
045900*                     DANS CHAQUE COMMUNE, EDITION DE LA LISTE ET
046000*                     ECRITURE DE LA NOUVELLE EDITION
046100*----------------------------------------------------------------
046200 3000-EDITER-LISTE.
046300     MOVE LOW-VALUES TO CLE-COMMUNE-COURANTE.
046400     PERFORM 3100-EDITER-ELECTEUR
046500         THRU 3100-EDITER-ELECTEUR-EXIT
046600         UNTIL PLUS-D-ENREG-TRIES.
046700     PERFORM 3200-CLORE-COMMUNE
046800         THRU 3200-CLORE-COMMUNE-EXIT.
046900 3000-EDITER-LISTE-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 3100-EDITER-ELECTEUR : RETRAIT D'UN ELECTEUR DU TRI - UNE
047300*                        NOUVELLE COMMUNE CLOT LA PRECEDENTE ET
047400*                        REPART AU NUMERO 1
047500*----------------------------------------------------------------
047600 3100-EDITER-ELECTEUR.
047700     RETURN TRI-LISTE
047800         AT END
047900             MOVE "O" TO FIN-DU-TRI
048000             GO TO 3100-EDITER-ELECTEUR-EXIT
048100     END-RETURN.
048200     IF TRI-CLE-COMMUNE NOT = CLE-COMMUNE-COURANTE
048300         PERFORM 3200-CLORE-COMMUNE
048400             THRU 3200-CLORE-COMMUNE-EXIT
048500         MOVE TRI-CLE-COMMUNE TO CLE-COMMUNE-COURANTE
048600         MOVE ZERO TO NO-ELECTEUR
048700         ADD 1 TO NB-COMMUNES
048800         MOVE TRI-CODE-POSTAL TO LC-CODE-POSTAL
048900         MOVE TRI-COMMUNE     TO LC-COMMUNE
049000         MOVE SPACES TO LIGNE-ETAT
049100         WRITE LIGNE-ETAT
049200         MOVE LIGNE-TITRE-COMMUNE TO LIGNE-ETAT
049300         WRITE LIGNE-ETAT
049400     END-IF.
049500     ADD 1 TO NO-ELECTEUR.
049600     ADD 1 TO NB-ELECTEURS.
049700     MOVE DATE-REFERENCE-NUM    TO EL-DATE-EDITION.
049800     MOVE DATE-SCRUTIN-NUM      TO EL-DATE-SCRUTIN.
049900     MOVE TRI-CLE-COMMUNE       TO EL-CLE-COMMUNE.
050000     MOVE TRI-COMMUNE           TO EL-COMMUNE.
050100     MOVE NO-ELECTEUR           TO EL-NO-ELECTEUR.
050200     MOVE TRI-ID-CITOYEN        TO EL-ID-CITOYEN.
050300     MOVE TRI-NOM               TO EL-NOM.
050400     MOVE TRI-PRENOM            TO EL-PRENOM.
050500     MOVE TRI-DATE-NAISSANCE    TO EL-DATE-NAISSANCE.
050600     MOVE TRI-RUE               TO EL-RUE.
050700     MOVE TRI-MOTIF-INSCRIPTION TO EL-MOTIF-INSCRIPTION.
050800     WRITE ENR-ELECTEUR.
050900     MOVE NO-ELECTEUR           TO LE-NO-ELECTEUR.
051000     MOVE TRI-NOM               TO LE-NOM.
051100     MOVE TRI-PRENOM            TO LE-PRENOM.
051200     MOVE TRI-DATE-NAISSANCE    TO LE-DATE-NAISSANCE.
051300     MOVE TRI-RUE               TO LE-RUE.
051400     IF EL-INSCRIT-AU-SCRUTIN
051500         MOVE "(*)" TO LE-RENVOI
051600     ELSE
051700         MOVE SPACES TO LE-RENVOI
051800     END-IF.
051900     MOVE LIGNE-ELECTEUR TO LIGNE-ETAT.
052000     WRITE LIGNE-ETAT.
052100 3100-EDITER-ELECTEUR-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400* 3200-CLORE-COMMUNE : NOMBRE D'ELECTEURS DE LA COMMUNE QUI SE
052500*                      TERMINE
052600*----------------------------------------------------------------
052700 3200-CLORE-COMMUNE.
052800     IF NO-ELECTEUR = ZERO
052900         GO TO 3200-CLORE-COMMUNE-EXIT
053000     END-IF.
053100     MOVE "ELECTEURS INSCRITS               :" TO LT-LIBELLE.
053200     MOVE NO-ELECTEUR TO LT-COMPTEUR.
053300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
053400     WRITE LIGNE-ETAT.
053500 3200-CLORE-COMMUNE-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------
053800* 4000-OUVRIR-RECTIFICATIF : OUVERTURE DE L'ETAT ET DE L'EDITION
053900*                            PRECEDENTE - ABSENTE OU VIDE, IL N'Y
054000*                            A PAS DE TABLEAU RECTIFICATIF
054100*----------------------------------------------------------------
054200 4000-OUVRIR-RECTIFICATIF.
054300     OPEN OUTPUT ETAT-RECTIFICATIF.
054400     IF NOT ER-OK
054500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATRECT - "
054600             "CODE " ER-STATUT
054700         MOVE 16 TO RETURN-CODE
054800         STOP RUN
054900     END-IF.
055000     MOVE SPACES TO LIGNE-RECTIFICATIF.
055100     STRING "TABLEAU RECTIFICATIF DE LA LISTE ELECTORALE AU "
055200         DELIMITED BY SIZE
055300         DATE-REFERENCE-NUM DELIMITED BY SIZE
055400         INTO LIGNE-RECTIFICATIF.
055500     WRITE LIGNE-RECTIFICATIF.
055600     OPEN INPUT EDITION-PRECEDENTE.
055700     IF NOT EP-OK
055800         IF NOT EP-ABSENT
055900             DISPLAY "FICHIER ELECPREC ILLISIBLE - CODE "
056000                 EP-STATUT
056100         END-IF
056200         MOVE "AUCUNE EDITION PRECEDENTE - PREMIERE EDITION"
056300             TO LIGNE-RECTIFICATIF
056400         WRITE LIGNE-RECTIFICATIF
056500         GO TO 4000-OUVRIR-RECTIFICATIF-EXIT
056600     END-IF.
056700     PERFORM 4200-LIRE-PRECEDENTE
056800         THRU 4200-LIRE-PRECEDENTE-EXIT.
056900     IF PLUS-D-ANCIENS-ELECTEURS
057000         CLOSE EDITION-PRECEDENTE
057100         MOVE "EDITION PRECEDENTE VIDE - PREMIERE EDITION"
057200             TO LIGNE-RECTIFICATIF
057300         WRITE LIGNE-RECTIFICATIF
057400         GO TO 4000-OUVRIR-RECTIFICATIF-EXIT
057500     END-IF.
057600     MOVE EP-DATE-EDITION TO DATE-EDITION-PRECEDENTE.
057700     MOVE SPACES TO LIGNE-RECTIFICATIF.
057800     STRING "MOUVEMENTS DEPUIS L'EDITION DU " DELIMITED BY SIZE
057900         DATE-EDITION-PRECEDENTE DELIMITED BY SIZE
058000         INTO LIGNE-RECTIFICATIF.
058100     WRITE LIGNE-RECTIFICATIF.
058200     OPEN OUTPUT MOUVEMENTS.
058300     IF NOT MV-OK
058400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER RECTWRK - "
058500             "CODE " MV-STATUT
058600         MOVE 16 TO RETURN-CODE
058700         STOP RUN
058800     END-IF.
058900     MOVE "O" TO PRECEDENTE-DISPONIBLE.
059000 4000-OUVRIR-RECTIFICATIF-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300* 4100-RELACHER-EDITIONS : ENTREE DU TRI DE RAPPROCHEMENT - LES
059400*                          ELECTEURS DE L'EDITION PRECEDENTE
059500*                          (ORIGINE 1) PUIS CEUX DE LA NOUVELLE
059600*                          EDITION RELUE (ORIGINE 2)
059700*----------------------------------------------------------------
059800 4100-RELACHER-EDITIONS.
059900     PERFORM 4300-RELACHER-PRECEDENT
060000         THRU 4300-RELACHER-PRECEDENT-EXIT
060100         UNTIL PLUS-D-ANCIENS-ELECTEURS.
060200     OPEN INPUT EDITION-NOUVELLE.
060300     IF NOT EL-OK
060400         DISPLAY "RELECTURE IMPOSSIBLE DE ELECNOUV - CODE "
060500             EL-STATUT
060600         MOVE 16 TO RETURN-CODE
060700         STOP RUN
060800     END-IF.
060900     PERFORM 4400-RELACHER-NOUVEAU
061000         THRU 4400-RELACHER-NOUVEAU-EXIT
061100         UNTIL PLUS-DE-NOUVEAUX-ELECTEURS.
061200     CLOSE EDITION-NOUVELLE.
061300 4100-RELACHER-EDITIONS-EXIT.
061400     EXIT.
061500*----------------------------------------------------------------
061600* 4200-LIRE-PRECEDENTE : LECTURE D'UN ELECTEUR DE L'EDITION
061700*                        PRECEDENTE
061800*----------------------------------------------------------------
061900 4200-LIRE-PRECEDENTE.
062000     READ EDITION-PRECEDENTE
062100         AT END
062200             MOVE "O" TO FIN-EDITION-PRECEDENTE
062300     END-READ.
062400 4200-LIRE-PRECEDENTE-EXIT.
062500     EXIT.
062600*----------------------------------------------------------------
062700* 4300-RELACHER-PRECEDENT : L'ELECTEUR LU EST RELACHE, PUIS
062800*                           LECTURE DU SUIVANT
062900*----------------------------------------------------------------
063000 4300-RELACHER-PRECEDENT.
063100     ADD 1 TO NB-ANCIENS-ELECTEURS.
063200     MOVE ENR-ELECTEUR-PRECEDENT TO ENR-RAPPROCHEMENT.
063300     MOVE "1" TO RA-ORIGINE.
063400     RELEASE ENR-RAPPROCHEMENT.
063500     PERFORM 4200-LIRE-PRECEDENTE
063600         THRU 4200-LIRE-PRECEDENTE-EXIT.
063700 4300-RELACHER-PRECEDENT-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000* 4400-RELACHER-NOUVEAU : LECTURE ET RELACHEMENT D'UN ELECTEUR DE
064100*                         LA NOUVELLE EDITION
064200*----------------------------------------------------------------
064300 4400-RELACHER-NOUVEAU.
064400     READ EDITION-NOUVELLE
064500         AT END
064600             MOVE "O" TO FIN-EDITION-NOUVELLE
064700             GO TO 4400-RELACHER-NOUVEAU-EXIT
064800     END-READ.
064900     MOVE ENR-ELECTEUR TO ENR-RAPPROCHEMENT.
065000     MOVE "2" TO RA-ORIGINE.
065100     RELEASE ENR-RAPPROCHEMENT.
065200 4400-RELACHER-NOUVEAU-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500* 5000-RAPPROCHER : SORTIE DU TRI DE RAPPROCHEMENT - POUR CHAQUE
065600*                   IDENTIFIANT, L'ELECTEUR DE L'EDITION
065700*                   PRECEDENTE (S'IL Y EN A UN) ARRIVE AVANT CELUI
065800*                   DE LA NOUVELLE ; IL EST GARDE EN ATTENTE
065900*                   JUSQU'A CE QUE LE SUIVANT DISE S'IL EST
066000*                   RECONDUIT, DEPLACE OU RADIE
066100*----------------------------------------------------------------
066200 5000-RAPPROCHER.
066300     MOVE "N" TO FIN-DU-TRI.
066400     MOVE "N" TO ANCIEN-EN-ATTENTE.
066500     PERFORM 5100-RAPPROCHER-ELECTEUR
066600         THRU 5100-RAPPROCHER-ELECTEUR-EXIT
066700         UNTIL PLUS-D-ENREG-TRIES.
066800     IF ANCIEN-EST-EN-ATTENTE
066900         PERFORM 5300-RADIER
067000             THRU 5300-RADIER-EXIT
067100     END-IF.
067200 5000-RAPPROCHER-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------
067500* 5100-RAPPROCHER-ELECTEUR : RETRAIT D'UN ELECTEUR DU TRI ET
067600*                            CONFRONTATION AVEC L'ANCIEN EN
067700*                            ATTENTE
067800*----------------------------------------------------------------
067900 5100-RAPPROCHER-ELECTEUR.
068000     RETURN TRI-RAPPROCHEMENT
068100         AT END
068200             MOVE "O" TO FIN-DU-TRI
068300             GO TO 5100-RAPPROCHER-ELECTEUR-EXIT
068400     END-RETURN.
068500     IF ANCIEN-EST-EN-ATTENTE
068600             AND RA-ID-CITOYEN NOT = EA-ID-CITOYEN
068700         PERFORM 5300-RADIER
068800             THRU 5300-RADIER-EXIT
068900         MOVE "N" TO ANCIEN-EN-ATTENTE
069000     END-IF.
069100     IF RA-EDITION-PRECEDENTE
069200         MOVE ENR-RAPPROCHEMENT TO ELECTEUR-ANCIEN
069300         MOVE "O" TO ANCIEN-EN-ATTENTE
069400         GO TO 5100-RAPPROCHER-ELECTEUR-EXIT
069500     END-IF.
069600     IF NOT ANCIEN-EST-EN-ATTENTE
069700         PERFORM 5200-INSCRIRE
069800             THRU 5200-INSCRIRE-EXIT
069900         GO TO 5100-RAPPROCHER-ELECTEUR-EXIT
070000     END-IF.
070100     MOVE "N" TO ANCIEN-EN-ATTENTE.
070200     IF RA-CLE-COMMUNE = EA-CLE-COMMUNE
070300         GO TO 5100-RAPPROCHER-ELECTEUR-EXIT
070400     END-IF.
070500*    CHANGEMENT DE COMMUNE : RADIATION DE L'ANCIENNE, INSCRIPTION
070600*    DANS LA NOUVELLE
070700     ADD 1 TO NB-CHANGEMENTS-COMMUNE.
070800     MOVE SPACES TO MV-MOTIF.
070900     STRING "DEPART VERS " DELIMITED BY SIZE
071000         RA-CODE-POSTAL DELIMITED BY SIZE
071100         " " DELIMITED BY SIZE
071200         RA-COMMUNE DELIMITED BY SIZE
071300         INTO MV-MOTIF.
071400     PERFORM 5400-ECRIRE-RADIATION
071500         THRU 5400-ECRIRE-RADIATION-EXIT.
071600     MOVE SPACES TO MV-MOTIF.
071700     STRING "ARRIVEE DE " DELIMITED BY SIZE
071800         EA-CODE-POSTAL DELIMITED BY SIZE
071900         " " DELIMITED BY SIZE
072000         EA-COMMUNE DELIMITED BY SIZE
072100         INTO MV-MOTIF.
072200     PERFORM 5500-ECRIRE-INSCRIPTION
072300         THRU 5500-ECRIRE-INSCRIPTION-EXIT.
072400 5100-RAPPROCHER-ELECTEUR-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------
072700* 5200-INSCRIRE : ELECTEUR ABSENT DE L'EDITION PRECEDENTE - LE
072800*                 MOTIF EST LA MAJORITE ATTEINTE DEPUIS (OU
072900*                 ATTEINTE AU SCRUTIN), SINON UN EMMENAGEMENT
073000*----------------------------------------------------------------
073100 5200-INSCRIRE.
073200     MOVE RA-DATE-NAISSANCE TO DATE-NAISSANCE-CALCUL-NUM.
073300     PERFORM 2300-CALCULER-MAJORITE
073400         THRU 2300-CALCULER-MAJORITE-EXIT.
073500     EVALUATE TRUE
073600         WHEN RA-INSCRIT-AU-SCRUTIN
073700             MOVE "MAJEUR A LA DATE DU SCRUTIN" TO MV-MOTIF
073800         WHEN DATE-MAJORITE-NUM > DATE-EDITION-PRECEDENTE
073900             MOVE "NOUVEAU MAJEUR" TO MV-MOTIF
074000         WHEN OTHER
074100             MOVE "EMMENAGEMENT OU NOUVEAU DOSSIER" TO MV-MOTIF
074200     END-EVALUATE.
074300     PERFORM 5500-ECRIRE-INSCRIPTION
074400         THRU 5500-ECRIRE-INSCRIPTION-EXIT.
074500 5200-INSCRIRE-EXIT.
074600     EXIT.
074700*----------------------------------------------------------------
074800* 5300-RADIER : ELECTEUR DE L'EDITION PRECEDENTE ABSENT DE LA
074900*               NOUVELLE - LE MOTIF EST TIRE DE L'ETAT ACTUEL DU
075000*               DOSSIER AU FICHIER MAITRE
075100*----------------------------------------------------------------
075200 5300-RADIER.
075300     MOVE SPACES TO MV-MOTIF.
075400     MOVE EA-ID-CITOYEN TO MF-ID-CITOYEN.
075500     READ FICHIER-MAITRE
075600         INVALID KEY
075700             MOVE "DOSSIER RETIRE DU REGISTRE" TO MV-MOTIF
075800     END-READ.
075900     IF MV-MOTIF NOT = SPACES
076000         PERFORM 5400-ECRIRE-RADIATION
076100             THRU 5400-ECRIRE-RADIATION-EXIT
076200         GO TO 5300-RADIER-EXIT
076300     END-IF.
076400     EVALUATE TRUE
076500         WHEN MF-DOSSIER-DECEDE
076600             MOVE "DECES" TO MV-MOTIF
076700         WHEN MF-DOSSIER-RADIE
076800             STRING "RADIATION - " DELIMITED BY SIZE
076900                 MF-MOTIF-STATUT DELIMITED BY SIZE
077000                 INTO MV-MOTIF
077100         WHEN MF-COMMUNE = SPACES
077200             MOVE "ADRESSE INCONNUE" TO MV-MOTIF
077300         WHEN OTHER
077400             MOVE "CONDITIONS NON REMPLIES - A VERIFIER"
077500                 TO MV-MOTIF
077600     END-EVALUATE.
077700     PERFORM 5400-ECRIRE-RADIATION
077800         THRU 5400-ECRIRE-RADIATION-EXIT.
077900 5300-RADIER-EXIT.
078000     EXIT.
078100*----------------------------------------------------------------
078200* 5400-ECRIRE-RADIATION : MOUVEMENT DE RADIATION DE L'ELECTEUR EN
078300*                         ATTENTE, DANS SON ANCIENNE COMMUNE
078400*----------------------------------------------------------------
078500 5400-ECRIRE-RADIATION.
078600     MOVE EA-CLE-COMMUNE TO MV-CLE-COMMUNE.
078700     MOVE "2"            TO MV-SENS.
078800     MOVE EA-NOM         TO MV-NOM.
078900     MOVE EA-PRENOM      TO MV-PRENOM.
079000     MOVE EA-ID-CITOYEN  TO MV-ID-CITOYEN.
079100     MOVE EA-COMMUNE     TO MV-COMMUNE.
079200     MOVE EA-NO-ELECTEUR TO MV-NO-ELECTEUR.
079300     WRITE ENR-MOUVEMENT.
079400     ADD 1 TO NB-RADIATIONS.
079500 5400-ECRIRE-RADIATION-EXIT.
079600     EXIT.
079700*----------------------------------------------------------------
079800* 5500-ECRIRE-INSCRIPTION : MOUVEMENT D'INSCRIPTION DE L'ELECTEUR
079900*                           RETIRE DU TRI, DANS SA COMMUNE
080000*                           ACTUELLE
080100*----------------------------------------------------------------
080200 5500-ECRIRE-INSCRIPTION.
080300     MOVE RA-CLE-COMMUNE TO MV-CLE-COMMUNE.
080400     MOVE "1"            TO MV-SENS.
080500     MOVE RA-NOM         TO MV-NOM.
080600     MOVE RA-PRENOM      TO MV-PRENOM.
080700     MOVE RA-ID-CITOYEN  TO MV-ID-CITOYEN.
080800     MOVE RA-COMMUNE     TO MV-COMMUNE.
080900     MOVE RA-NO-ELECTEUR TO MV-NO-ELECTEUR.
081000     WRITE ENR-MOUVEMENT.
081100     ADD 1 TO NB-INSCRIPTIONS.
081200 5500-ECRIRE-INSCRIPTION-EXIT.
081300     EXIT.
081400*----------------------------------------------------------------
081500* 6000-RELACHER-MOUVEMENTS : ENTREE DU TRI DES MOUVEMENTS -
081600*                            RELECTURE DU FICHIER DE TRAVAIL
081700*                            RECTWRK
081800*----------------------------------------------------------------
081900 6000-RELACHER-MOUVEMENTS.
082000     OPEN INPUT MOUVEMENTS.
082100     IF NOT MV-OK
082200         DISPLAY "RELECTURE IMPOSSIBLE DE RECTWRK - CODE "
082300             MV-STATUT
082400         MOVE 16 TO RETURN-CODE
082500         STOP RUN
082600     END-IF.
082700     PERFORM 6100-RELACHER-MOUVEMENT
082800         THRU 6100-RELACHER-MOUVEMENT-EXIT
082900         UNTIL PLUS-DE-MOUVEMENTS.
083000     CLOSE MOUVEMENTS.
083100 6000-RELACHER-MOUVEMENTS-EXIT.
083200     EXIT.
083300*----------------------------------------------------------------
083400* 6100-RELACHER-MOUVEMENT : LECTURE ET RELACHEMENT D'UN MOUVEMENT
083500*----------------------------------------------------------------
083600 6100-RELACHER-MOUVEMENT.
083700     READ MOUVEMENTS
083800         AT END
083900             MOVE "O" TO FIN-MOUVEMENTS
084000             GO TO 6100-RELACHER-MOUVEMENT-EXIT
084100     END-READ.
084200     MOVE ENR-MOUVEMENT TO ENR-TRI-MOUVEMENT.
084300     RELEASE ENR-TRI-MOUVEMENT.
084400 6100-RELACHER-MOUVEMENT-EXIT.
084500     EXIT.
084600*----------------------------------------------------------------
084700* 7000-EDITER-RECTIFICATIF : SORTIE DU TRI DES MOUVEMENTS -
084800*                            EDITION COMMUNE PAR COMMUNE DES
084900*                            INSCRIPTIONS PUIS DES RADIATIONS
085000*----------------------------------------------------------------
085100 7000-EDITER-RECTIFICATIF.
085200     MOVE "N" TO FIN-DU-TRI.
085300     MOVE LOW-VALUES TO CLE-COMMUNE-COURANTE.
085400     MOVE SPACE TO SENS-COURANT.
085500     PERFORM 7100-EDITER-MOUVEMENT
085600         THRU 7100-EDITER-MOUVEMENT-EXIT
085700         UNTIL PLUS-D-ENREG-TRIES.
085800     PERFORM 7200-CLORE-COMMUNE
085900         THRU 7200-CLORE-COMMUNE-EXIT.
086000     IF NB-INSCRIPTIONS = ZERO AND NB-RADIATIONS = ZERO
086100         MOVE SPACES TO LIGNE-RECTIFICATIF
086200         WRITE LIGNE-RECTIFICATIF
086300         MOVE "AUCUN MOUVEMENT" TO LIGNE-RECTIFICATIF
086400         WRITE LIGNE-RECTIFICATIF
086500     END-IF.
086600 7000-EDITER-RECTIFICATIF-EXIT.
086700     EXIT.
086800*----------------------------------------------------------------
086900* 7100-EDITER-MOUVEMENT : RETRAIT D'UN MOUVEMENT DU TRI, AVEC
087000*                         TITRE DE COMMUNE ET DE SECTION A CHAQUE
087100*                         CHANGEMENT
087200*----------------------------------------------------------------
087300 7100-EDITER-MOUVEMENT.
087400     RETURN TRI-MOUVEMENTS
087500         AT END
087600             MOVE "O" TO FIN-DU-TRI
087700             GO TO 7100-EDITER-MOUVEMENT-EXIT
087800     END-RETURN.
087900     IF TM-CLE-COMMUNE NOT = CLE-COMMUNE-COURANTE
088000         PERFORM 7200-CLORE-COMMUNE
088100             THRU 7200-CLORE-COMMUNE-EXIT
088200         MOVE TM-CLE-COMMUNE TO CLE-COMMUNE-COURANTE
088300         MOVE SPACE TO SENS-COURANT
088400         MOVE TM-CLE-COMMUNE(1:5) TO LC-CODE-POSTAL
088500         MOVE TM-COMMUNE          TO LC-COMMUNE
088600         MOVE SPACES TO LIGNE-RECTIFICATIF
088700         WRITE LIGNE-RECTIFICATIF
088800         MOVE LIGNE-TITRE-COMMUNE TO LIGNE-RECTIFICATIF
088900         WRITE LIGNE-RECTIFICATIF
089000     END-IF.
089100     IF TM-SENS NOT = SENS-COURANT
089200         MOVE TM-SENS TO SENS-COURANT
089300         IF TM-INSCRIPTION
089400             MOVE "  INSCRIPTIONS" TO LIGNE-RECTIFICATIF
089500         ELSE
089600             MOVE "  RADIATIONS" TO LIGNE-RECTIFICATIF
089700         END-IF
089800         WRITE LIGNE-RECTIFICATIF
089900     END-IF.
090000     IF TM-INSCRIPTION
090100         ADD 1 TO NB-INSCRIPTIONS-COMMUNE
090200     ELSE
090300         ADD 1 TO NB-RADIATIONS-COMMUNE
090400     END-IF.
090500     MOVE TM-NO-ELECTEUR TO LV-NO-ELECTEUR.
090600     MOVE TM-ID-CITOYEN  TO LV-ID.
090700     MOVE TM-NOM         TO LV-NOM.
090800     MOVE TM-PRENOM      TO LV-PRENOM.
090900     MOVE TM-MOTIF       TO LV-MOTIF.
091000     MOVE LIGNE-MOUVEMENT TO LIGNE-RECTIFICATIF.
091100     WRITE LIGNE-RECTIFICATIF.
091200 7100-EDITER-MOUVEMENT-EXIT.
091300     EXIT.
091400*----------------------------------------------------------------
091500* 7200-CLORE-COMMUNE : COMPTES DE LA COMMUNE QUI SE TERMINE
091600*----------------------------------------------------------------
091700 7200-CLORE-COMMUNE.
091800     IF NB-INSCRIPTIONS-COMMUNE = ZERO
091900             AND NB-RADIATIONS-COMMUNE = ZERO
092000         GO TO 7200-CLORE-COMMUNE-EXIT
092100     END-IF.
092200     MOVE "INSCRIPTIONS DE LA COMMUNE       :" TO LT-LIBELLE.
092300     MOVE NB-INSCRIPTIONS-COMMUNE TO LT-COMPTEUR.
092400     MOVE LIGNE-TOTAL TO LIGNE-RECTIFICATIF.
092500     WRITE LIGNE-RECTIFICATIF.
092600     MOVE "RADIATIONS DE LA COMMUNE         :" TO LT-LIBELLE.
092700     MOVE NB-RADIATIONS-COMMUNE TO LT-COMPTEUR.
092800     MOVE LIGNE-TOTAL TO LIGNE-RECTIFICATIF.
092900     WRITE LIGNE-RECTIFICATIF.
093000     MOVE ZERO TO NB-INSCRIPTIONS-COMMUNE.
093100     MOVE ZERO TO NB-RADIATIONS-COMMUNE.
093200 7200-CLORE-COMMUNE-EXIT.
093300     EXIT.
093400*----------------------------------------------------------------
093500* 8000-RAPPORT-CONTROLE : TOTAUX DE CONTROLE DE L'EDITION
093600*----------------------------------------------------------------
093700 8000-RAPPORT-CONTROLE.
093800     DISPLAY "----------------------------------------".
093900     DISPLAY "LISTE-ELECTORALE - TOTAUX DE CONTROLE".
094000     DISPLAY "----------------------------------------".
094100     DISPLAY "DATE DE REFERENCE        : " DATE-REFERENCE-NUM.
094200     DISPLAY "DATE DU SCRUTIN          : " DATE-SCRUTIN-NUM.
094300     DISPLAY "DOSSIERS LUS             : " NB-LUS.
094400     DISPLAY "NON ACTIFS IGNORES       : " NB-NON-ACTIFS.
094500     DISPLAY "ACTIFS SANS ADRESSE      : " NB-SANS-ADRESSE.
094600     DISPLAY "SANS DATE DE NAISSANCE   : " NB-SANS-DATE-NAISSANCE.
094700     DISPLAY "NON MAJEURS AU SCRUTIN   : " NB-NON-MAJEURS.
094800     DISPLAY "ELECTEURS INSCRITS       : " NB-ELECTEURS.
094900     DISPLAY "  DONT MAJEURS AU SCRUTIN: " NB-MAJEURS-AU-SCRUTIN.
095000     DISPLAY "COMMUNES                 : " NB-COMMUNES.
095100     IF PRECEDENTE-EST-DISPONIBLE
095200         DISPLAY "EDITION PRECEDENTE DU    : "
095300             DATE-EDITION-PRECEDENTE
095400         DISPLAY "ELECTEURS PRECEDENTS     : "
095500             NB-ANCIENS-ELECTEURS
095600         DISPLAY "INSCRIPTIONS             : " NB-INSCRIPTIONS
095700         DISPLAY "RADIATIONS               : " NB-RADIATIONS
095800         DISPLAY "  DONT CHANGEMENTS DE COMMUNE : "
095900             NB-CHANGEMENTS-COMMUNE
096000     ELSE
096100         DISPLAY "PAS D'EDITION PRECEDENTE - PAS DE TABLEAU "
096200             "RECTIFICATIF"
096300     END-IF.
096400     DISPLAY "----------------------------------------".
096500 8000-RAPPORT-CONTROLE-EXIT.
096600     EXIT.
