000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ATTEST-RESIDENCE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ATTEST-RESIDENCE IMPRIME, POUR UN CITOYEN DESIGNE PAR SON
000900* IDENTIFIANT OU PAR SON NOM (HOMONYMES LISTES), LE CERTIFICAT
001000* DE RESIDENCE SUR UNE PERIODE SAISIE PAR LE CLERC (DATES DU ET
001100* AU) : EN-TETE DU REGISTRE, IDENTITE DU DOSSIER, PUIS CHAQUE
001200* ADRESSE DE L'HISTORIQUE DES ADRESSES (ADRHIST, COPY RCADRHI)
001300* OCCUPEE PENDANT LA PERIODE, AVEC SES DATES D'EMMENAGEMENT ET
001400* DE DEPART. MEME PRESENTATION QU'ATTESTATION.
001500*
001600* LE CERTIFICAT PREND SON NUMERO AU MEME COMPTEUR QUE LES
001700* ATTESTATIONS (ATTCTRL) ET EST CONSIGNE AU MEME REGISTRE
001800* (ATTESTLG) : "QUI A RECU UN CERTIFICAT, ET QUAND" RESTE UNE
001900* SEULE QUESTION. AUCUN NUMERO N'EST PRIS QUAND L'HISTORIQUE NE
002000* CONNAIT AUCUNE ADRESSE SUR LA PERIODE.
002010*
002020* LE DROIT DU CERTIFICAT EST PERCU AVANT LA NUMEROTATION PAR
002030* ENCAISSE-DROIT, COMME DANS ATTESTATION : UN DROIT NON REGLE
002040* N'EMET RIEN, LE REGLEMENT EST ENREGISTRE AU JOURNAL DE CAISSE
002050* ET SA QUITTANCE IMPRIMEE SUR LE CERTIFICAT.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - CERTIFICAT DE RESIDENCE SUR UNE
002600*                    PERIODE A PARTIR DE L'HISTORIQUE DES
002700*                    ADRESSES.
002710* 2026-10-15 SI      LE NOM IMPRIME EST LA DESIGNATION LEGALE
002720*                    RENDUE PAR DESIGNE-NOM (COPY RCDESIGN) : NOM
002730*                    D'USAGE, NEE NOM DE NAISSANCE QUAND LE
002740*                    DOSSIER PORTE UN NOM D'USAGE. LA VALEUR DES
002750*                    LIGNES PASSE A 50 POSITIONS.
002758* 2026-10-15 SI      PERCEPTION DU DROIT AVANT NUMEROTATION ET
002766*                    ENREGISTREMENT AU JOURNAL DE CAISSE
002774*                    (ENCAISSE-DROIT, COPY RCENCD) ; LE DROIT ET
002782*                    LE NUMERO DE QUITTANCE SONT IMPRIMES SUR LE
002790*                    CERTIFICAT.
002792* 2026-10-15 SI      CODE DE VERIFICATION (CODE-VERIF, COPY
002794*                    RCVERIF) IMPRIME SOUS LA DATE D'EMISSION : LE
002796*                    CERTIFICAT SE VERIFIE AU GUICHET COMME
002798*                    L'ATTESTATION (VERIFIE-ATTESTATION).
002799* 2026-10-15 SI      DOSSIERS LIMITES AU PERIMETRE DE SITES DE
002800*                    L'OPERATEUR (PERIMETRE-SITE) : HOMONYMES HORS
002801*                    PERIMETRE MASQUES, DESIGNATION DIRECTE
002802*                    REFUSEE ET TRACEE.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.    IBM-370.
003200 OBJECT-COMPUTER.    IBM-370.
003210 SPECIAL-NAMES.
003220     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS MF-ID-CITOYEN
003900         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
004100         FILE STATUS IS MF-STATUT.
004200     SELECT HISTORIQUE-ADRESSES ASSIGN TO "ADRHIST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AH-CLE
004600         FILE STATUS IS AH-STATUT.
004700     SELECT COMPTEUR-ATTEST ASSIGN TO "ATTCTRL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CA-STATUT.
005000     SELECT IMPRIME-ATTEST ASSIGN TO "ATTEST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS IM-STATUT.
005300     SELECT REGISTRE-ATTEST ASSIGN TO "ATTESTLG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RG-STATUT.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  FICHIER-MAITRE
005900     LABEL RECORDS ARE STANDARD.
006000 01  ENR-MAITRE.
006100     COPY RCMAITRE.
006200 FD  HISTORIQUE-ADRESSES
006300     LABEL RECORDS ARE STANDARD.
006400 01  ENR-ADRESSE-HISTO.
006500     COPY RCADRHI.
006600 FD  COMPTEUR-ATTEST
006700     LABEL RECORDS ARE STANDARD.
006800 01  ENR-COMPTEUR-ATTEST.
006900     05 CA-DERNIER-NUMERO        PIC 9(07).
007000 FD  IMPRIME-ATTEST
007100     LABEL RECORDS ARE STANDARD.
007200 01  LIGNE-ATTEST                PIC X(80).
007300 FD  REGISTRE-ATTEST
007400     LABEL RECORDS ARE STANDARD.
007500 01  ENR-REGISTRE-ATTEST.
007600     05 RG-NUMERO                PIC 9(07).
007700     05 RG-DATE-HEURE            PIC X(14).
007800     05 RG-ID-CITOYEN            PIC 9(09).
007900     05 RG-OPERATEUR             PIC X(08).
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------------
008200* ZONES DE TRAVAIL
008300*----------------------------------------------------------------
008400 01  MF-STATUT                   PIC X(02).
008500     88 MF-OK                    VALUE "00".
008600 01  AH-STATUT                   PIC X(02).
008700     88 AH-OK                    VALUE "00".
008800 01  CA-STATUT                   PIC X(02).
008900     88 CA-OK                    VALUE "00".
009000     88 CA-ABSENT                VALUE "35".
009100 01  IM-STATUT                   PIC X(02).
009200     88 IM-OK                    VALUE "00".
009300 01  RG-STATUT                   PIC X(02).
009400 01  DOSSIER-TROUVE              PIC X(01) VALUE "N".
009500     88 DOSSIER-EST-TROUVE       VALUE "O".
009600 01  FIN-HOMONYMES               PIC X(01) VALUE "N".
009700     88 PLUS-D-HOMONYMES         VALUE "O".
009800 01  FIN-ADRESSES                PIC X(01) VALUE "N".
009900     88 PLUS-D-ADRESSES          VALUE "O".
010000 01  PERIODE-SAISIE              PIC X(01) VALUE "N".
010100     88 PERIODE-EST-SAISIE       VALUE "O".
010200 01  NB-HOMONYMES                PIC 9(02) COMP VALUE ZERO.
010300 01  ID-SAISI                    PIC X(10).
010400 01  ID-SAISI-DETAIL REDEFINES ID-SAISI.
010500     05 ID-SAISI-NUM             PIC 9(09).
010600     05 ID-SAISI-CLE             PIC X(01).
010700 01  ZONE-CHIFFRES               PIC X(10).
010800 01  LG-CHIFFRES                 PIC 9(02) COMP VALUE ZERO.
010900 01  DEMANDE-CLE.
011000     COPY RCCLEID.
011010 01  DEMANDE-DESIGNATION.
011020     COPY RCDESIGN.
011100 01  NOM-RECHERCHE               PIC X(20).
011200 01  PRENOM-RECHERCHE            PIC X(20).
011300 01  SAISIE-DATE                 PIC X(08).
011400 01  SAISIE-DATE-9 REDEFINES SAISIE-DATE
011500                                 PIC 9(08).
011600 01  DATE-CONTROLEE              PIC 9(08) VALUE ZERO.
011700 01  DATE-DEBUT-PERIODE          PIC 9(08) VALUE ZERO.
011800 01  DATE-FIN-PERIODE            PIC 9(08) VALUE ZERO.
011900 01  DEMANDE-CONTROLE-DATE.
012000     COPY RCCTRLD.
012100 01  NB-RESIDENCES               PIC 9(03) COMP VALUE ZERO.
012200 01  MAXI-RESIDENCES             PIC 9(03) COMP VALUE 50.
012300 01  TABLE-RESIDENCES.
012400     05 ENTREE-RESIDENCE         OCCURS 50 TIMES
012500                                 INDEXED BY IDX-RESIDENCE.
012600         10 RS-RUE               PIC X(30).
012700         10 RS-CODE-POSTAL       PIC X(05).
012800         10 RS-COMMUNE           PIC X(25).
012900         10 RS-DATE-ENTREE       PIC 9(08).
013000         10 RS-DATE-SORTIE       PIC 9(08).
013100 01  NUMERO-ATTESTATION          PIC 9(07) VALUE ZERO.
013200 01  DATE-HEURE-EMISSION         PIC X(14).
013300 01  DEMANDE-TRACE-ACCES.
013400     COPY RCACCES.
013410 01  DEMANDE-ENCAISSEMENT.
013420     COPY RCENCD.
013423 01  DEMANDE-CODE-VERIF.
013426     COPY RCVERIF.
013430 01  MONTANT-EDITE               PIC ZZ9,99.
013440 01  DEMANDE-PERIMETRE.
013450     COPY RCPERIM.
013500     COPY RCOPER.
013600     COPY RCSIGNON.
013700*----------------------------------------------------------------
013800* LIGNES EDITEES DU CERTIFICAT
013900*----------------------------------------------------------------
014000 01  LIGNE-NUMERO.
014100     05 FILLER                   PIC X(26)
014200         VALUE "CERTIFICAT NUMERO       : ".
014300     05 LN-NUMERO                PIC 9(07).
014400 01  LIGNE-CHAMP.
014500     05 LC-LIBELLE               PIC X(26).
014600     05 LC-VALEUR                PIC X(50).
014700 01  LIGNE-PERIODE.
014800     05 LP-LIBELLE               PIC X(26).
014900     05 FILLER                   PIC X(03) VALUE "DU ".
015000     05 LP-DEBUT                 PIC X(10).
015100     05 FILLER                   PIC X(04) VALUE " AU ".
015200     05 LP-FIN                   PIC X(17).
015300 PROCEDURE DIVISION.
015400*================================================================
015500* 0000-MAINLINE : SIGNEMENT, DESIGNATION DU CITOYEN, SAISIE DE
015600*                 LA PERIODE, RELEVE DES ADRESSES, NUMEROTATION
015700*                 PUIS IMPRESSION ET CONSIGNATION
015800*================================================================
015900 0000-MAINLINE.
016000     MOVE "C" TO SGN-NIVEAU-REQUIS.
016100     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
016200     IF NOT SGN-ACCEPTE
016300         MOVE 16 TO RETURN-CODE
016400         GOBACK
016500     END-IF.
016600     OPEN INPUT FICHIER-MAITRE.
016700     IF NOT MF-OK
016800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
016900             "CODE " MF-STATUT
017000         MOVE 16 TO RETURN-CODE
017100         GOBACK
017200     END-IF.
017300     PERFORM 2000-DESIGNER-CITOYEN
017400         THRU 2000-DESIGNER-CITOYEN-EXIT.
017500     IF NOT DOSSIER-EST-TROUVE
017600         CLOSE FICHIER-MAITRE
017700         GOBACK
017800     END-IF.
017900     MOVE OP-CODE-OPERATEUR  TO AL-OPERATEUR.
018000     MOVE MF-ID-CITOYEN      TO AL-ID-CITOYEN.
018100     MOVE "ATTEST-RESIDENCE" TO AL-PROGRAMME.
018200     CALL "TRACE-ACCES" USING DEMANDE-TRACE-ACCES.
018300     PERFORM 2700-SAISIR-PERIODE
018400         THRU 2700-SAISIR-PERIODE-EXIT.
018500     IF NOT PERIODE-EST-SAISIE
018600         CLOSE FICHIER-MAITRE
018700         GOBACK
018800     END-IF.
018900     PERFORM 3000-RELEVER-ADRESSES
019000         THRU 3000-RELEVER-ADRESSES-EXIT.
019100     IF NB-RESIDENCES = ZERO
019200         DISPLAY "AUCUNE ADRESSE CONNUE SUR LA PERIODE POUR L'ID "
019300             MF-ID-CITOYEN " - AUCUN CERTIFICAT"
019400         CLOSE FICHIER-MAITRE
019500         GOBACK
019600     END-IF.
019610     PERFORM 3500-PERCEVOIR-DROIT
019620         THRU 3500-PERCEVOIR-DROIT-EXIT.
019630     IF ED-ABANDONNE
019640         CLOSE FICHIER-MAITRE
019650         GOBACK
019660     END-IF.
019700     PERFORM 4000-NUMEROTER
019800         THRU 4000-NUMEROTER-EXIT.
019810     MOVE FUNCTION CURRENT-DATE(1:14) TO DATE-HEURE-EMISSION.
019820     PERFORM 4500-ENREGISTRER-REGLEMENT
019830         THRU 4500-ENREGISTRER-REGLEMENT-EXIT.
019900     PERFORM 5000-IMPRIMER
020000         THRU 5000-IMPRIMER-EXIT.
020100     PERFORM 6000-CONSIGNER
020200         THRU 6000-CONSIGNER-EXIT.
020300     CLOSE FICHIER-MAITRE.
020400     GOBACK.
020500*----------------------------------------------------------------
020600* 2000-DESIGNER-CITOYEN : DESIGNATION PAR IDENTIFIANT OU PAR NOM
020700*                         AVEC LISTE DES HOMONYMES, COMME DANS
020800*                         MAJ-DOSSIER
020900*----------------------------------------------------------------
021000 2000-DESIGNER-CITOYEN.
021100     DISPLAY "IDENTIFIANT DU CITOYEN (0 = RECHERCHE PAR NOM) : ".
021200     ACCEPT ID-SAISI.
021300     PERFORM 2050-CADRER-ID
021400         THRU 2050-CADRER-ID-EXIT.
021500     IF ID-SAISI-NUM NUMERIC AND ID-SAISI-NUM > ZERO
021600         MOVE ID-SAISI-NUM TO MF-ID-CITOYEN
021700         PERFORM 2500-LIRE-PAR-ID
021800             THRU 2500-LIRE-PAR-ID-EXIT
021900         GO TO 2000-DESIGNER-CITOYEN-EXIT
022000     END-IF.
022100     DISPLAY "NOM DU CITOYEN : ".
022200     ACCEPT NOM-RECHERCHE.
022300     DISPLAY "PRENOM DU CITOYEN : ".
022400     ACCEPT PRENOM-RECHERCHE.
022500     PERFORM 2100-LISTER-HOMONYMES
022600         THRU 2100-LISTER-HOMONYMES-EXIT.
022700     IF NB-HOMONYMES = ZERO
022800         DISPLAY "AUCUN DOSSIER TROUVE POUR " NOM-RECHERCHE " "
022900             PRENOM-RECHERCHE
023000         GO TO 2000-DESIGNER-CITOYEN-EXIT
023100     END-IF.
023200     IF NB-HOMONYMES = 1
023300         MOVE ID-SAISI-NUM TO MF-ID-CITOYEN
023400         PERFORM 2500-LIRE-PAR-ID
023500             THRU 2500-LIRE-PAR-ID-EXIT
023600         GO TO 2000-DESIGNER-CITOYEN-EXIT
023700     END-IF.
023800     DISPLAY NB-HOMONYMES " DOSSIERS PORTENT CETTE IDENTITE - "
023900         "IDENTIFIANT DU DOSSIER VOULU : ".
024000     ACCEPT ID-SAISI.
024100     PERFORM 2050-CADRER-ID
024200         THRU 2050-CADRER-ID-EXIT.
024300     IF ID-SAISI-NUM NOT NUMERIC OR ID-SAISI-NUM = ZERO
024400         DISPLAY "IDENTIFIANT INVALIDE - AUCUN CERTIFICAT"
024500         GO TO 2000-DESIGNER-CITOYEN-EXIT
024600     END-IF.
024700     MOVE ID-SAISI-NUM TO MF-ID-CITOYEN.
024800     PERFORM 2500-LIRE-PAR-ID
024900         THRU 2500-LIRE-PAR-ID-EXIT.
025000 2000-DESIGNER-CITOYEN-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300* 2050-CADRER-ID : CADRAGE A DROITE, AVEC ZEROS DE TETE, DE
025400*                  L'IDENTIFIANT SAISI
025500*----------------------------------------------------------------
025600 2050-CADRER-ID.
025700     MOVE SPACES TO ZONE-CHIFFRES.
025800     MOVE ZERO   TO LG-CHIFFRES.
025900     UNSTRING ID-SAISI DELIMITED BY ALL SPACE
026000         INTO ZONE-CHIFFRES COUNT IN LG-CHIFFRES.
026100     IF LG-CHIFFRES = ZERO
026200         MOVE SPACES TO ID-SAISI
026300         GO TO 2050-CADRER-ID-EXIT
026400     END-IF.
026500     IF LG-CHIFFRES = 10
026600         PERFORM 2060-CONTROLER-CLE
026700             THRU 2060-CONTROLER-CLE-EXIT
026800         GO TO 2050-CADRER-ID-EXIT
026900     END-IF.
027000     MOVE ZEROS TO ID-SAISI-NUM.
027100     MOVE SPACE TO ID-SAISI-CLE.
027200     MOVE ZONE-CHIFFRES(1:LG-CHIFFRES)
027300         TO ID-SAISI-NUM(10 - LG-CHIFFRES:LG-CHIFFRES).
027400 2050-CADRER-ID-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 2060-CONTROLER-CLE : SAISIE DE 10 CHIFFRES = IDENTIFIANT SUIVI
027800*                      DE SA CLE DE CONTROLE (CLE-CITOYEN) - UNE
027900*                      CLE ERRONEE REFUSE LA SAISIE AU LIEU DE
028000*                      TOMBER SUR UN AUTRE DOSSIER
028100*----------------------------------------------------------------
028200 2060-CONTROLER-CLE.
028300     MOVE ZONE-CHIFFRES(1:9)  TO ID-SAISI-NUM.
028400     MOVE ZONE-CHIFFRES(10:1) TO ID-SAISI-CLE.
028500     IF ID-SAISI NOT NUMERIC
028600         DISPLAY "IDENTIFIANT NON NUMERIQUE - SAISIE "
028700             "REFUSEE"
028800         MOVE SPACES TO ID-SAISI
028900         GO TO 2060-CONTROLER-CLE-EXIT
029000     END-IF.
029100     MOVE ID-SAISI-NUM TO CC-ID-CITOYEN.
029200     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
029300     IF ID-SAISI-CLE NOT = CC-CLE
029400         DISPLAY "CLE DE CONTROLE ERRONEE - IDENTIFIANT "
029500             "REFUSE"
029600         MOVE SPACES TO ID-SAISI
029700     END-IF.
029800 2060-CONTROLER-CLE-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100* 2100-LISTER-HOMONYMES : PARCOURS DE LA CLE NOM+PRENOM ET
030200*                         AFFICHAGE DES DOSSIERS DE CETTE
030300*                         IDENTITE - L'IDENTIFIANT DU DERNIER LU
030400*                         SERT DE CHOIX D'OFFICE S'IL N'Y EN A
030500*                         QU'UN
030600*----------------------------------------------------------------
030700 2100-LISTER-HOMONYMES.
030800     MOVE ZERO TO NB-HOMONYMES.
030900     MOVE ZERO TO ID-SAISI-NUM.
031000     MOVE "N"  TO FIN-HOMONYMES.
031100     MOVE NOM-RECHERCHE    TO MF-NOM.
031200     MOVE PRENOM-RECHERCHE TO MF-PRENOM.
031300     START FICHIER-MAITRE
031400         KEY IS NOT LESS THAN MF-CLE
031500         INVALID KEY
031600             MOVE "O" TO FIN-HOMONYMES
031700     END-START.
031800     PERFORM 2110-LIRE-HOMONYME
031900         THRU 2110-LIRE-HOMONYME-EXIT
032000         UNTIL PLUS-D-HOMONYMES.
032100 2100-LISTER-HOMONYMES-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------
032400* 2110-LIRE-HOMONYME : LECTURE DU DOSSIER SUIVANT DE LA CLE
032500*----------------------------------------------------------------
032600 2110-LIRE-HOMONYME.
032700     READ FICHIER-MAITRE NEXT RECORD
032800         AT END
032900             MOVE "O" TO FIN-HOMONYMES
033000             GO TO 2110-LIRE-HOMONYME-EXIT
033100     END-READ.
033200     IF MF-NOM NOT = NOM-RECHERCHE
033300             OR MF-PRENOM NOT = PRENOM-RECHERCHE
033400         MOVE "O" TO FIN-HOMONYMES
033500         GO TO 2110-LIRE-HOMONYME-EXIT
033600     END-IF.
033610     MOVE "F" TO PT-ACTION.
033620     PERFORM 2600-CONTROLER-PERIMETRE
033630         THRU 2600-CONTROLER-PERIMETRE-EXIT.
033640     IF PT-HORS-PERIMETRE
033650         GO TO 2110-LIRE-HOMONYME-EXIT
033660     END-IF.
033700     ADD 1 TO NB-HOMONYMES.
033800     MOVE MF-ID-CITOYEN TO ID-SAISI-NUM.
033900     DISPLAY "  ID " MF-ID-CITOYEN
034000         " NE(E) LE " MF-DATE-NAISSANCE
034100         " ADRESSE " MF-ADRESSE.
034200 2110-LIRE-HOMONYME-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500* 2500-LIRE-PAR-ID : LECTURE DIRECTE DU DOSSIER PAR SON
034600*                    IDENTIFIANT
034700*----------------------------------------------------------------
034800 2500-LIRE-PAR-ID.
034900     READ FICHIER-MAITRE
035000         INVALID KEY
035100             DISPLAY "AUCUN DOSSIER POUR L'IDENTIFIANT "
035200                 MF-ID-CITOYEN
035300         NOT INVALID KEY
035400             MOVE "O" TO DOSSIER-TROUVE
035500     END-READ.
035507     IF NOT DOSSIER-EST-TROUVE
035514         GO TO 2500-LIRE-PAR-ID-EXIT
035521     END-IF.
035528     MOVE "C" TO PT-ACTION.
035535     PERFORM 2600-CONTROLER-PERIMETRE
035542         THRU 2600-CONTROLER-PERIMETRE-EXIT.
035549     IF PT-HORS-PERIMETRE
035556         DISPLAY "DOSSIER " MF-ID-CITOYEN
035563             " HORS DU PERIMETRE DE VOS SITES - ACCES "
035570             "REFUSE"
035577         MOVE "N" TO DOSSIER-TROUVE
035584     END-IF.
035600 2500-LIRE-PAR-ID-EXIT.
035700     EXIT.
035707*----------------------------------------------------------------
035714* 2600-CONTROLER-PERIMETRE : LE DOSSIER LU EST-IL DANS LE
035721*                            PERIMETRE DE L'OPERATEUR (VOIR
035728*                            RCPERIM) ?
035735*----------------------------------------------------------------
035742 2600-CONTROLER-PERIMETRE.
035749     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
035756     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
035763     MOVE "ATTEST-RESIDENCE" TO PT-PROGRAMME.
035770     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
035777 2600-CONTROLER-PERIMETRE-EXIT.
035784     EXIT.
035800*----------------------------------------------------------------
035900* 2700-SAISIR-PERIODE : DATES DU ET AU DE LA PERIODE A CERTIFIER
036000*                       (AAAAMMJJ, CONTROLE-DATE) - AU A BLANC
036100*                       VAUT DATE DU JOUR ; DU NE PEUT ETRE
036200*                       POSTERIEUR A AU
036300*----------------------------------------------------------------
036400 2700-SAISIR-PERIODE.
036500     DISPLAY "DEBUT DE LA PERIODE (AAAAMMJJ) : ".
036600     ACCEPT SAISIE-DATE.
036700     IF SAISIE-DATE = SPACES
036800         DISPLAY "DATE DE DEBUT OBLIGATOIRE - AUCUN CERTIFICAT"
036900         GO TO 2700-SAISIR-PERIODE-EXIT
037000     END-IF.
037100     PERFORM 2750-CONTROLER-DATE
037200         THRU 2750-CONTROLER-DATE-EXIT.
037300     IF DATE-CONTROLEE = ZERO
037400         GO TO 2700-SAISIR-PERIODE-EXIT
037500     END-IF.
037600     MOVE DATE-CONTROLEE TO DATE-DEBUT-PERIODE.
037700     DISPLAY "FIN DE LA PERIODE (AAAAMMJJ, BLANC = "
037800         "AUJOURD'HUI) : ".
037900     ACCEPT SAISIE-DATE.
038000     IF SAISIE-DATE = SPACES
038100         MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FIN-PERIODE
038200     ELSE
038300         PERFORM 2750-CONTROLER-DATE
038400             THRU 2750-CONTROLER-DATE-EXIT
038500         IF DATE-CONTROLEE = ZERO
038600             GO TO 2700-SAISIR-PERIODE-EXIT
038700         END-IF
038800         MOVE DATE-CONTROLEE TO DATE-FIN-PERIODE
038900     END-IF.
039000     IF DATE-DEBUT-PERIODE > DATE-FIN-PERIODE
039100         DISPLAY "DEBUT POSTERIEUR A LA FIN - AUCUN CERTIFICAT"
039200         GO TO 2700-SAISIR-PERIODE-EXIT
039300     END-IF.
039400     MOVE "O" TO PERIODE-SAISIE.
039500 2700-SAISIR-PERIODE-EXIT.
039600     EXIT.
039700*----------------------------------------------------------------
039800* 2750-CONTROLER-DATE : DATE SAISIE NUMERIQUE, EXISTANTE ET NON
039900*                       FUTURE - ZERO EN RETOUR SI REFUSEE
040000*----------------------------------------------------------------
040100 2750-CONTROLER-DATE.
040200     MOVE ZERO TO DATE-CONTROLEE.
040300     IF SAISIE-DATE NOT NUMERIC
040400         DISPLAY "DATE NON NUMERIQUE - AUCUN CERTIFICAT"
040500         GO TO 2750-CONTROLER-DATE-EXIT
040600     END-IF.
040700     MOVE SAISIE-DATE-9 TO CD-DATE-AAAAMMJJ.
040800     MOVE ZERO TO CD-AGE-MINIMUM.
040900     MOVE 999  TO CD-AGE-MAXIMUM.
041000     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
041100     IF NOT CD-DATE-VALIDE
041200         DISPLAY "DATE INEXISTANTE OU FUTURE - AUCUN CERTIFICAT"
041300         GO TO 2750-CONTROLER-DATE-EXIT
041400     END-IF.
041500     MOVE SAISIE-DATE-9 TO DATE-CONTROLEE.
041600 2750-CONTROLER-DATE-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900* 3000-RELEVER-ADRESSES : PARCOURS DES ENTREES DU CITOYEN DANS
042000*                         L'HISTORIQUE DES ADRESSES ET RELEVE DE
042100*                         CELLES QUI RECOUVRENT LA PERIODE
042200*----------------------------------------------------------------
042300 3000-RELEVER-ADRESSES.
042400     MOVE ZERO TO NB-RESIDENCES.
042500     MOVE "N"  TO FIN-ADRESSES.
042600     OPEN INPUT HISTORIQUE-ADRESSES.
042700     IF NOT AH-OK
042800         DISPLAY "HISTORIQUE DES ADRESSES ADRHIST INDISPONIBLE - "
042900             "CODE " AH-STATUT
043000         GO TO 3000-RELEVER-ADRESSES-EXIT
043100     END-IF.
043200     MOVE MF-ID-CITOYEN TO AH-ID-CITOYEN.
043300     MOVE ZERO          TO AH-NO-ADRESSE.
043400     START HISTORIQUE-ADRESSES
043500         KEY IS NOT LESS THAN AH-CLE
043600         INVALID KEY
043700             MOVE "O" TO FIN-ADRESSES
043800     END-START.
043900     PERFORM 3100-LIRE-ADRESSE
044000         THRU 3100-LIRE-ADRESSE-EXIT
044100         UNTIL PLUS-D-ADRESSES.
044200     CLOSE HISTORIQUE-ADRESSES.
044300 3000-RELEVER-ADRESSES-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 3100-LIRE-ADRESSE : UNE ENTREE DE L'HISTORIQUE EST RETENUE SI
044700*                     L'EMMENAGEMENT N'EST PAS POSTERIEUR A LA FIN
044800*                     DE LA PERIODE ET LE DEPART (ZERO = ADRESSE
044900*                     EN COURS) PAS ANTERIEUR A SON DEBUT
045000*----------------------------------------------------------------
045100 3100-LIRE-ADRESSE.
045200     READ HISTORIQUE-ADRESSES NEXT RECORD
045300         AT END
045400             MOVE "O" TO FIN-ADRESSES
045500             GO TO 3100-LIRE-ADRESSE-EXIT
045600     END-READ.
045700     IF AH-ID-CITOYEN NOT = MF-ID-CITOYEN
045800         MOVE "O" TO FIN-ADRESSES
045900         GO TO 3100-LIRE-ADRESSE-EXIT
046000     END-IF.
046100     IF AH-DATE-ENTREE > DATE-FIN-PERIODE
046200         GO TO 3100-LIRE-ADRESSE-EXIT
046300     END-IF.
046400     IF NOT AH-ADRESSE-EN-COURS
046500             AND AH-DATE-SORTIE < DATE-DEBUT-PERIODE
046600         GO TO 3100-LIRE-ADRESSE-EXIT
046700     END-IF.
046800     IF NB-RESIDENCES = MAXI-RESIDENCES
046900         DISPLAY "PLUS DE " MAXI-RESIDENCES " ADRESSES SUR LA "
047000             "PERIODE - LES SUIVANTES NE SONT PAS IMPRIMEES"
047100         MOVE "O" TO FIN-ADRESSES
047200         GO TO 3100-LIRE-ADRESSE-EXIT
047300     END-IF.
047400     ADD 1 TO NB-RESIDENCES.
047500     SET IDX-RESIDENCE TO NB-RESIDENCES.
047600     MOVE AH-RUE          TO RS-RUE(IDX-RESIDENCE).
047700     MOVE AH-CODE-POSTAL  TO RS-CODE-POSTAL(IDX-RESIDENCE).
047800     MOVE AH-COMMUNE      TO RS-COMMUNE(IDX-RESIDENCE).
047900     MOVE AH-DATE-ENTREE  TO RS-DATE-ENTREE(IDX-RESIDENCE).
048000     MOVE AH-DATE-SORTIE  TO RS-DATE-SORTIE(IDX-RESIDENCE).
048100 3100-LIRE-ADRESSE-EXIT.
048200     EXIT.
048207*----------------------------------------------------------------
048214* 3500-PERCEVOIR-DROIT : TARIF DU CERTIFICAT ET SAISIE DU
048221*                        REGLEMENT OU DU MOTIF D'EXONERATION PAR
048228*                        ENCAISSE-DROIT - RIEN N'EST ENCORE ECRIT
048235*----------------------------------------------------------------
048242 3500-PERCEVOIR-DROIT.
048249     MOVE "P"           TO ED-ACTION.
048256     MOVE "RES"         TO ED-TYPE-DOCUMENT.
048263     MOVE MF-ID-CITOYEN TO ED-ID-CITOYEN.
048270     CALL "ENCAISSE-DROIT" USING DEMANDE-ENCAISSEMENT.
048277 3500-PERCEVOIR-DROIT-EXIT.
048284     EXIT.
048300*----------------------------------------------------------------
048400* 4000-NUMEROTER : NUMERO PRIS AU COMPTEUR DES ATTESTATIONS - LE
048500*                  COMPTEUR ATTCTRL EST LU ET REECRIT SUR
048550*                  PLACE, AMORCE A ZERO S'IL N'EXISTE PAS ENCORE
048600*                  OU S'IL EST VIDE
048700*                  (MEME PRINCIPE QUE SERVICE-ID : LA REECRITURE
048800*                  EXIGE UN ENREGISTREMENT REELLEMENT LU)
048900*----------------------------------------------------------------
049000 4000-NUMEROTER.
049100     OPEN I-O COMPTEUR-ATTEST.
049200     IF CA-ABSENT
049300         MOVE ZERO TO CA-DERNIER-NUMERO
049400         OPEN OUTPUT COMPTEUR-ATTEST
049500         WRITE ENR-COMPTEUR-ATTEST
049600         CLOSE COMPTEUR-ATTEST
049700         OPEN I-O COMPTEUR-ATTEST
049800     END-IF.
049900     IF NOT CA-OK
050000         DISPLAY "COMPTEUR ATTCTRL INDISPONIBLE - CODE "
050100             CA-STATUT
050200         MOVE 16 TO RETURN-CODE
050300         GOBACK
050400     END-IF.
050500     READ COMPTEUR-ATTEST
050600         AT END
050700             PERFORM 4100-AMORCER-COMPTEUR
050800                 THRU 4100-AMORCER-COMPTEUR-EXIT
050900     END-READ.
051000     IF NOT CA-OK
051100         GOBACK
051200     END-IF.
051300     ADD 1 TO CA-DERNIER-NUMERO.
051400     REWRITE ENR-COMPTEUR-ATTEST.
051500     IF NOT CA-OK
051600         DISPLAY "REECRITURE DU COMPTEUR ATTCTRL EN ECHEC - "
051700             "CODE " CA-STATUT
051800         CLOSE COMPTEUR-ATTEST
051900         MOVE 16 TO RETURN-CODE
052000         GOBACK
052100     END-IF.
052200     MOVE CA-DERNIER-NUMERO TO NUMERO-ATTESTATION.
052300     CLOSE COMPTEUR-ATTEST.
052400 4000-NUMEROTER-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700* 4100-AMORCER-COMPTEUR : FICHIER OUVERT MAIS VIDE (ETAT NORMAL
052800*                         D'UN DATASET ALLOUE JAMAIS ECRIT) -
052900*                         AMORCAGE A ZERO PUIS REOUVERTURE ET
053000*                         RELECTURE POUR QUE LA REECRITURE PORTE
053100*                         SUR UN ENREGISTREMENT EXISTANT
053200*----------------------------------------------------------------
053300 4100-AMORCER-COMPTEUR.
053400     CLOSE COMPTEUR-ATTEST.
053500     MOVE ZERO TO CA-DERNIER-NUMERO.
053600     OPEN OUTPUT COMPTEUR-ATTEST.
053700     WRITE ENR-COMPTEUR-ATTEST.
053800     CLOSE COMPTEUR-ATTEST.
053900     OPEN I-O COMPTEUR-ATTEST.
054000     IF NOT CA-OK
054100         DISPLAY "AMORCAGE DU COMPTEUR ATTCTRL EN ECHEC - CODE "
054200             CA-STATUT
054300         MOVE 16 TO RETURN-CODE
054400         GO TO 4100-AMORCER-COMPTEUR-EXIT
054500     END-IF.
054600     READ COMPTEUR-ATTEST
054700         AT END
054800             DISPLAY "COMPTEUR ATTCTRL VIDE APRES AMORCAGE"
054900             CLOSE COMPTEUR-ATTEST
055000             MOVE "99" TO CA-STATUT
055100             MOVE 16 TO RETURN-CODE
055200     END-READ.
055300 4100-AMORCER-COMPTEUR-EXIT.
055400     EXIT.
055404*----------------------------------------------------------------
055408* 4500-ENREGISTRER-REGLEMENT : LIGNE AU JOURNAL DE CAISSE SOUS LE
055412*                              NUMERO DU CERTIFICAT ET LA DATE
055416*                              D'EMISSION - UN JOURNAL ABSENT
055420*                              N'EMPECHE PAS L'EMISSION, L'ARRETE
055424*                              DE CAISSE SIGNALERA LE CERTIFICAT
055428*----------------------------------------------------------------
055432 4500-ENREGISTRER-REGLEMENT.
055436     MOVE "E"                 TO ED-ACTION.
055440     MOVE NUMERO-ATTESTATION  TO ED-NO-ATTESTATION.
055444     MOVE OP-CODE-OPERATEUR   TO ED-OPERATEUR.
055448     MOVE MF-CODE-SITE        TO ED-CODE-SITE.
055452     IF ED-CODE-SITE = SPACES
055456         MOVE "---" TO ED-CODE-SITE
055460     END-IF.
055464     MOVE DATE-HEURE-EMISSION TO ED-DATE-HEURE.
055468     CALL "ENCAISSE-DROIT" USING DEMANDE-ENCAISSEMENT.
055472     IF ED-CAISSE-INDISPONIBLE
055476         DISPLAY "REGLEMENT NON ENREGISTRE AU JOURNAL DE CAISSE "
055480             "- A SIGNALER AU RESPONSABLE"
055484     END-IF.
055488 4500-ENREGISTRER-REGLEMENT-EXIT.
055492     EXIT.
055500*----------------------------------------------------------------
055600* 5000-IMPRIMER : IMPRESSION DU CERTIFICAT FORMATE - UN BLOC
055700*                 PAR ADRESSE RELEVEE
055800*----------------------------------------------------------------
055900 5000-IMPRIMER.
056100     OPEN OUTPUT IMPRIME-ATTEST.
056200     IF NOT IM-OK
056300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ATTEST - "
056400             "CODE " IM-STATUT
056500         MOVE 16 TO RETURN-CODE
056600         GOBACK
056700     END-IF.
056800     MOVE "REGISTRE DES CITOYENS - SITE CENTRAL" TO LIGNE-ATTEST.
056900     WRITE LIGNE-ATTEST.
057000     MOVE "CERTIFICAT DE RESIDENCE" TO LIGNE-ATTEST.
057100     WRITE LIGNE-ATTEST.
057200     MOVE ALL "-" TO LIGNE-ATTEST.
057300     WRITE LIGNE-ATTEST.
057400     MOVE NUMERO-ATTESTATION TO LN-NUMERO.
057500     MOVE LIGNE-NUMERO TO LIGNE-ATTEST.
057600     WRITE LIGNE-ATTEST.
057700     MOVE "IDENTIFIANT             : " TO LC-LIBELLE.
057800     MOVE MF-ID-CITOYEN TO CC-ID-CITOYEN.
057900     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
058000     MOVE SPACES TO LC-VALEUR.
058100     STRING CC-ID-CITOYEN DELIMITED BY SIZE
058200         "-" DELIMITED BY SIZE
058300         CC-CLE DELIMITED BY SIZE
058400         INTO LC-VALEUR.
058500     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
058600     WRITE LIGNE-ATTEST.
058700     MOVE "NOM                     : " TO LC-LIBELLE.
058710     MOVE MF-NOM       TO DN-NOM.
058720     MOVE MF-NOM-USAGE TO DN-NOM-USAGE.
058730     MOVE MF-SEXE      TO DN-SEXE.
058740     CALL "DESIGNE-NOM" USING DEMANDE-DESIGNATION.
058800     MOVE DN-DESIGNATION TO LC-VALEUR.
058900     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
059000     WRITE LIGNE-ATTEST.
059100     MOVE "PRENOM                  : " TO LC-LIBELLE.
059200     MOVE MF-PRENOM TO LC-VALEUR.
059300     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
059400     WRITE LIGNE-ATTEST.
059500     MOVE "NE(E) LE                : " TO LC-LIBELLE.
059600     MOVE MF-DATE-NAISSANCE TO LC-VALEUR.
059700     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
059800     WRITE LIGNE-ATTEST.
059900     MOVE "PERIODE CERTIFIEE       : " TO LP-LIBELLE.
060000     MOVE DATE-DEBUT-PERIODE TO LP-DEBUT.
060100     MOVE DATE-FIN-PERIODE   TO LP-FIN.
060200     MOVE LIGNE-PERIODE TO LIGNE-ATTEST.
060300     WRITE LIGNE-ATTEST.
060400     MOVE ALL "-" TO LIGNE-ATTEST.
060500     WRITE LIGNE-ATTEST.
060600     MOVE "A RESIDE AUX ADRESSES SUIVANTES :" TO LIGNE-ATTEST.
060700     WRITE LIGNE-ATTEST.
060800     PERFORM 5100-IMPRIMER-RESIDENCE
060900         THRU 5100-IMPRIMER-RESIDENCE-EXIT
061000         VARYING IDX-RESIDENCE FROM 1 BY 1
061100         UNTIL IDX-RESIDENCE > NB-RESIDENCES.
061200     MOVE ALL "-" TO LIGNE-ATTEST.
061300     WRITE LIGNE-ATTEST.
061400     MOVE "EMIS LE                 : " TO LC-LIBELLE.
061500     MOVE DATE-HEURE-EMISSION(1:8) TO LC-VALEUR.
061600     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
061700     WRITE LIGNE-ATTEST.
061701     MOVE "CODE DE VERIFICATION    : " TO LC-LIBELLE.
061702     MOVE NUMERO-ATTESTATION       TO CV-NO-ATTESTATION.
061703     MOVE MF-ID-CITOYEN            TO CV-ID-CITOYEN.
061704     MOVE DATE-HEURE-EMISSION(1:8) TO CV-DATE-EMISSION.
061705     CALL "CODE-VERIF" USING DEMANDE-CODE-VERIF.
061706     MOVE SPACES TO LC-VALEUR.
061707     STRING CV-CODE-PARTIE-1 DELIMITED BY SIZE
061708         "-" DELIMITED BY SIZE
061709         CV-CODE-PARTIE-2 DELIMITED BY SIZE
061710         INTO LC-VALEUR.
061711     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
061712     WRITE LIGNE-ATTEST.
061714     PERFORM 5200-IMPRIMER-DROIT
061720         THRU 5200-IMPRIMER-DROIT-EXIT.
061800     MOVE ALL "-" TO LIGNE-ATTEST.
061900     WRITE LIGNE-ATTEST.
062000     MOVE "FAIT POUR SERVIR ET VALOIR CE QUE DE DROIT"
062100         TO LIGNE-ATTEST.
062200     WRITE LIGNE-ATTEST.
062210     MOVE "AUTHENTICITE VERIFIABLE AU REGISTRE SUR NUMERO ET CODE"
062220         TO LIGNE-ATTEST.
062230     WRITE LIGNE-ATTEST.
062300     CLOSE IMPRIME-ATTEST.
062400     DISPLAY "CERTIFICAT DE RESIDENCE " NUMERO-ATTESTATION
062500         " EMIS POUR " MF-NOM " " MF-PRENOM.
062600 5000-IMPRIMER-EXIT.
062700     EXIT.
062800*----------------------------------------------------------------
062900* 5100-IMPRIMER-RESIDENCE : UNE ADRESSE RELEVEE - EMMENAGEMENT
063000*                           INCONNU (DATE A ZERO) ET ADRESSE EN
063100*                           COURS SONT ECRITS EN CLAIR
063200*----------------------------------------------------------------
063300 5100-IMPRIMER-RESIDENCE.
063400     MOVE SPACES TO LIGNE-ATTEST.
063500     WRITE LIGNE-ATTEST.
063600     MOVE "OCCUPEE                 : " TO LP-LIBELLE.
063700     IF RS-DATE-ENTREE(IDX-RESIDENCE) = ZERO
063800         MOVE "(INCONNU)" TO LP-DEBUT
063900     ELSE
064000         MOVE RS-DATE-ENTREE(IDX-RESIDENCE) TO LP-DEBUT
064100     END-IF.
064200     IF RS-DATE-SORTIE(IDX-RESIDENCE) = ZERO
064300         MOVE "(ADRESSE ACTUELLE)" TO LP-FIN
064400     ELSE
064500         MOVE RS-DATE-SORTIE(IDX-RESIDENCE) TO LP-FIN
064600     END-IF.
064700     MOVE LIGNE-PERIODE TO LIGNE-ATTEST.
064800     WRITE LIGNE-ATTEST.
064900     MOVE "RUE                     : " TO LC-LIBELLE.
065000     MOVE RS-RUE(IDX-RESIDENCE) TO LC-VALEUR.
065100     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
065200     WRITE LIGNE-ATTEST.
065300     MOVE "CODE POSTAL ET COMMUNE  : " TO LC-LIBELLE.
065400     MOVE SPACES TO LC-VALEUR.
065500     STRING RS-CODE-POSTAL(IDX-RESIDENCE) DELIMITED BY SIZE
065600         " " DELIMITED BY SIZE
065700         RS-COMMUNE(IDX-RESIDENCE) DELIMITED BY SIZE
065800         INTO LC-VALEUR.
065900     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
066000     WRITE LIGNE-ATTEST.
066100 5100-IMPRIMER-RESIDENCE-EXIT.
066200     EXIT.
066203*----------------------------------------------------------------
066206* 5200-IMPRIMER-DROIT : LIGNE DU DROIT PERCU, EXONERE OU GRATUIT,
066209*                       AVEC LE NUMERO DE QUITTANCE
066212*----------------------------------------------------------------
066215 5200-IMPRIMER-DROIT.
066218     MOVE "DROIT                   : " TO LC-LIBELLE.
066221     MOVE SPACES TO LC-VALEUR.
066224     MOVE ED-MONTANT-DU TO MONTANT-EDITE.
066227     EVALUATE TRUE
066230         WHEN ED-GRATUIT
066233             MOVE "GRATUIT" TO LC-VALEUR
066236         WHEN ED-EXONERE
066239             STRING "EXONERE - " DELIMITED BY SIZE
066242                 ED-LIBELLE-EXONERATION DELIMITED BY SIZE
066245                 INTO LC-VALEUR
066248         WHEN OTHER
066251             STRING MONTANT-EDITE DELIMITED BY SIZE
066254                 " EUR PERCUS" DELIMITED BY SIZE
066257                 INTO LC-VALEUR
066260     END-EVALUATE.
066263     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
066266     WRITE LIGNE-ATTEST.
066269     IF ED-NO-QUITTANCE NOT = ZERO
066272         MOVE "QUITTANCE NUMERO        : " TO LC-LIBELLE
066275         MOVE ED-NO-QUITTANCE TO LC-VALEUR
066278         MOVE LIGNE-CHAMP TO LIGNE-ATTEST
066281         WRITE LIGNE-ATTEST
066284     END-IF.
066287 5200-IMPRIMER-DROIT-EXIT.
066290     EXIT.
066300*----------------------------------------------------------------
066400* 6000-CONSIGNER : CONSIGNATION DE L'EMISSION AU REGISTRE DES
066500*                  ATTESTATIONS (EN AJOUT, CREE S'IL N'EXISTE PAS)
066600*----------------------------------------------------------------
066700 6000-CONSIGNER.
066800     OPEN EXTEND REGISTRE-ATTEST.
066900     IF RG-STATUT = "35"
067000         OPEN OUTPUT REGISTRE-ATTEST
067100     END-IF.
067200     MOVE NUMERO-ATTESTATION   TO RG-NUMERO.
067300     MOVE DATE-HEURE-EMISSION  TO RG-DATE-HEURE.
067400     MOVE MF-ID-CITOYEN        TO RG-ID-CITOYEN.
067500     MOVE OP-CODE-OPERATEUR    TO RG-OPERATEUR.
067600     WRITE ENR-REGISTRE-ATTEST.
067700     CLOSE REGISTRE-ATTEST.
067800 6000-CONSIGNER-EXIT.
067900     EXIT.
