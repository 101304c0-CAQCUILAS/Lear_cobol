000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VERIF-INTEGRITE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* VERIF-INTEGRITE CONTROLE CHAQUE SEMAINE LES REFERENCES AUX
000900* CITOYENS PORTEES PAR LES FICHIERS SATELLITES DU REGISTRE CONTRE
001000* LE FICHIER MAITRE ET LE MAITRE HISTORIQUE (HISTMAIT) : VERIF-
001100* COMPTEUR NE REGARDE QUE LES IDENTIFIANTS DU MAITRE LUI-MEME,
001200* ET LES FICHIERS QUI GRAVITENT AUTOUR DERIVAIENT SANS QUE
001300* PERSONNE NE LE VOIE (LIEN VERS UN DOSSIER FUSIONNE, DEMANDE EN
001400* ATTENTE SUR UN DOSSIER SUPPRIME, INDEX DES NOMS EN RETARD SUR
001500* UNE CORRECTION DE JOURNEE, GENERATION PRESTAT DISPARUE...).
001600*
001700* CHAQUE IDENTIFIANT EST QUALIFIE PAR LECTURE DIRECTE :
001800*   - ACTIF, DECEDE OU RADIE AU FICHIER MAITRE ;
001900*   - FUSIONNE : RADIE PAR FUSION-DOSSIERS (MOTIF "FUSIONNE
002000*     VERS ...") ;
002100*   - ANONYMISE : CLOS ET NOM EFFACE (ANONYMISE-DOSSIERS) ;
002200*   - HISTORISE : PRESENT AU SEUL MAITRE HISTORIQUE ;
002300*   - INCONNU : NI A L'UN NI A L'AUTRE (ORPHELIN).
002400*
002500* FICHIERS CONTROLES, DANS L'ORDRE DE L'ETAT :
002600*   LIENS    - MINEUR ET RESPONSABLE DE CHAQUE LIEN ;
002700*   ATTENTE  - DEMANDES DE DECES/SUPPRESSION ENCORE EN ATTENTE ;
002800*   ATTESTLG - ATTESTATIONS ET CERTIFICATS EMIS ;
002900*   INDEXNOM - ENTREES DE L'INDEX DES NOMS CONTRE LE DOSSIER,
003000*              PUIS DOSSIERS DU MAITRE SANS ENTREE A L'INDEX ;
003100*   REGEXTR  - GENERATIONS DU REGISTRE DES EXTRAITS CONTRE LES
003200*              GENERATIONS DU GDG PRESTAT MONTEES SOUS PRESTATS,
003300*              ET INVERSEMENT ;
003400*   ADRHIST, PIECES, CONTACTS - DONNEES NOMINATIVES RATTACHEES ;
003500*   CARTES   - CARTES D'IDENTITE DU REGISTRE DES CARTES ;
003600*   TACHES   - TACHES NON CLOSES DE LA FILE DE TRAVAIL ;
003700*   PROPOSIT - PROPOSITIONS DES PRESTATIONS EN ATTENTE.
003800*
003900* LES ANOMALIES SONT RANGEES EN CLASSES (FICHIER ET TYPE) ; CHAQUE
004000* CLASSE A SA GRAVITE ET SON ACTION CORRECTIVE PROPOSEE, EDITEES
004100* EN SYNTHESE. LES 50 PREMIERES ANOMALIES DE CHAQUE CLASSE SONT
004200* DETAILLEES, LES SUIVANTES SEULEMENT COMPTEES. LE PROGRAMME NE
004300* CORRIGE RIEN : LES ACTIONS SONT A MENER PAR LES ECRANS ET
004400* TRAITEMENTS CITES.
004500*
004600* CODE RETOUR : 0 SANS ANOMALIE ; 4 ANOMALIES DE STATUT SEULEMENT
004700* OU FICHIER SATELLITE NON LU ; 8 ORPHELINS OU DONNEES NOMINATIVES
004800* RESTEES APRES ANONYMISATION ; 16 MAITRE, MAITRE HISTORIQUE OU
004900* ETAT INACCESSIBLE.
005000*
005100* HISTORIQUE DES MODIFICATIONS
005200* DATE       AUTEUR  DESCRIPTION
005300* ---------- ------- ---------------------------------------------
005400* 2026-10-15 SI      CREATION - CONTROLE HEBDOMADAIRE DES
005500*                    REFERENCES DES FICHIERS SATELLITES CONTRE LE
005600*                    MAITRE ET LE MAITRE HISTORIQUE.
005700*----------------------------------------------------------------
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.    IBM-370.
006100 OBJECT-COMPUTER.    IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS MF-ID-CITOYEN
006800         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
006900         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
007000         FILE STATUS IS MF-STATUT.
007100     SELECT MAITRE-HISTORIQUE ASSIGN TO "HISTMAIT"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS HM-ID-CITOYEN
007500         ALTERNATE RECORD KEY IS HM-CLE WITH DUPLICATES
007600         ALTERNATE RECORD KEY IS HM-NO-NATIONAL WITH DUPLICATES
007700         FILE STATUS IS HM-STATUT.
007800     SELECT FICHIER-LIENS ASSIGN TO "LIENS"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS LN-ID-MINEUR
008200         FILE STATUS IS LN-STATUT.
008300     SELECT ACTIONS-EN-ATTENTE ASSIGN TO "ATTENTE"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS AT-STATUT.
008600     SELECT REGISTRE-ATTEST ASSIGN TO "ATTESTLG"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS RG-STATUT.
008900     SELECT INDEX-NOMS ASSIGN TO "INDEXNOM"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS IX-CLE
009300         FILE STATUS IS IX-STATUT.
009400     SELECT EXTRAITS-PRESTATIONS ASSIGN TO "PRESTATS"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS EX-STATUT.
009700     SELECT REGISTRE-EXTRAITS ASSIGN TO "REGEXTR"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS RX-STATUT.
010000     SELECT HISTORIQUE-ADRESSES ASSIGN TO "ADRHIST"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS SEQUENTIAL
010300         RECORD KEY IS AH-CLE
010400         FILE STATUS IS AH-STATUT.
010500     SELECT FICHIER-PIECES ASSIGN TO "PIECES"
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS SEQUENTIAL
010800         RECORD KEY IS PI-CLE
010900         FILE STATUS IS PI-STATUT.
011000     SELECT FICHIER-CONTACTS ASSIGN TO "CONTACTS"
011100         ORGANIZATION IS INDEXED
011200         ACCESS MODE IS SEQUENTIAL
011300         RECORD KEY IS CT-ID-CITOYEN
011400         FILE STATUS IS CT-STATUT.
011500     SELECT REGISTRE-CARTES ASSIGN TO "CARTES"
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS SEQUENTIAL
011800         RECORD KEY IS IC-NO-CARTE
011900         ALTERNATE RECORD KEY IS IC-ID-CITOYEN WITH DUPLICATES
012000         FILE STATUS IS IC-STATUT.
012100     SELECT FICHIER-TACHES ASSIGN TO "TACHES"
012200         ORGANIZATION IS INDEXED
012300         ACCESS MODE IS SEQUENTIAL
012400         RECORD KEY IS TQ-NO-TACHE
012500         ALTERNATE RECORD KEY IS TQ-CLE-SOURCE
012600         FILE STATUS IS TQ-STATUT.
012700     SELECT FICHIER-PROPOSITIONS ASSIGN TO "PROPOSIT"
012800         ORGANIZATION IS INDEXED
012900         ACCESS MODE IS SEQUENTIAL
013000         RECORD KEY IS PQ-REFERENCE
013100         FILE STATUS IS PQ-STATUT.
013200     SELECT ETAT-INTEGRITE ASSIGN TO "ETATINT"
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         FILE STATUS IS ET-STATUT.
013500 DATA DIVISION.
013600 FILE SECTION.
013700 FD  FICHIER-MAITRE
013800     LABEL RECORDS ARE STANDARD.
013900 01  ENR-MAITRE.
014000     COPY RCMAITRE.
014100 FD  MAITRE-HISTORIQUE
014200     LABEL RECORDS ARE STANDARD.
014300 01  ENR-MAITRE-HISTO.
014400     COPY RCMAITRE REPLACING LEADING ==MF== BY ==HM==.
014500 FD  FICHIER-LIENS
014600     LABEL RECORDS ARE STANDARD.
014700 01  ENR-LIEN.
014800     COPY RCLIEN.
014900 FD  ACTIONS-EN-ATTENTE
015000     LABEL RECORDS ARE STANDARD.
015100 01  ENR-ATTENTE.
015200     COPY RCATTENTE.
015300 FD  REGISTRE-ATTEST
015400     LABEL RECORDS ARE STANDARD.
015500 01  ENR-REGISTRE-ATTEST.
015600     05 RG-NUMERO                PIC 9(07).
015700     05 RG-DATE-HEURE            PIC X(14).
015800     05 RG-ID-CITOYEN            PIC 9(09).
015900     05 RG-OPERATEUR             PIC X(08).
016000 FD  INDEX-NOMS
016100     LABEL RECORDS ARE STANDARD.
016200 01  ENR-INDEX-NOM.
016300     COPY RCINDEXN.
016400 FD  EXTRAITS-PRESTATIONS
016500     LABEL RECORDS ARE STANDARD.
016600 01  ENR-EXTRAIT.
016700     COPY RCEXTRAIT.
016800 01  ENR-EXTRAIT-ENTETE.
016900     05 EN-TYPE                  PIC X(06).
017000     05 EN-DATE-HEURE            PIC X(14).
017100     05 EN-MODE                  PIC X(01).
017200     05 FILLER                   PIC X(59).
017300 FD  REGISTRE-EXTRAITS
017400     LABEL RECORDS ARE STANDARD.
017500 01  ENR-REGISTRE-EXTRAIT.
017600     COPY RCREGEX.
017700 FD  HISTORIQUE-ADRESSES
017800     LABEL RECORDS ARE STANDARD.
017900 01  ENR-HISTO-ADRESSE.
018000     COPY RCADRHI.
018100 FD  FICHIER-PIECES
018200     LABEL RECORDS ARE STANDARD.
018300 01  ENR-PIECE.
018400     COPY RCPIECE.
018500 FD  FICHIER-CONTACTS
018600     LABEL RECORDS ARE STANDARD.
018700 01  ENR-CONTACT.
018800     COPY RCCONTACT.
018900 FD  REGISTRE-CARTES
019000     LABEL RECORDS ARE STANDARD.
019100 01  ENR-CARTE.
019200     COPY RCCARTE.
019300 FD  FICHIER-TACHES
019400     LABEL RECORDS ARE STANDARD.
019500 01  ENR-TACHE.
019600     COPY RCTACHE.
019700 FD  FICHIER-PROPOSITIONS
019800     LABEL RECORDS ARE STANDARD.
019900 01  ENR-PROPOSITION.
020000     COPY RCPROPOS.
020100 FD  ETAT-INTEGRITE
020200     LABEL RECORDS ARE STANDARD.
020300 01  LIGNE-ETAT                  PIC X(132).
020400 WORKING-STORAGE SECTION.
020500*----------------------------------------------------------------
020600* ZONES DE TRAVAIL
020700*----------------------------------------------------------------
020800 01  MF-STATUT                   PIC X(02).
020900     88 MF-OK                    VALUE "00".
021000 01  HM-STATUT                   PIC X(02).
021100     88 HM-OK                    VALUE "00".
021200 01  LN-STATUT                   PIC X(02).
021300     88 LN-OK                    VALUE "00".
021400 01  AT-STATUT                   PIC X(02).
021500     88 AT-OK                    VALUE "00".
021600 01  RG-STATUT                   PIC X(02).
021700     88 RG-OK                    VALUE "00".
021800 01  IX-STATUT                   PIC X(02).
021900     88 IX-OK                    VALUE "00".
022000 01  EX-STATUT                   PIC X(02).
022100     88 EX-OK                    VALUE "00".
022200 01  RX-STATUT                   PIC X(02).
022300     88 RX-OK                    VALUE "00".
022400 01  AH-STATUT                   PIC X(02).
022500     88 AH-OK                    VALUE "00".
022600 01  PI-STATUT                   PIC X(02).
022700     88 PI-OK                    VALUE "00".
022800 01  CT-STATUT                   PIC X(02).
022900     88 CT-OK                    VALUE "00".
023000 01  IC-STATUT                   PIC X(02).
023100     88 IC-OK                    VALUE "00".
023200 01  TQ-STATUT                   PIC X(02).
023300     88 TQ-OK                    VALUE "00".
023400 01  PQ-STATUT                   PIC X(02).
023500     88 PQ-OK                    VALUE "00".
023600 01  ET-STATUT                   PIC X(02).
023700     88 ET-OK                    VALUE "00".
023800 01  FIN-FICHIER                 PIC X(01) VALUE "N".
023900     88 FIN-DE-FICHIER           VALUE "O".
024000 01  HORODATE-CONTROLE           PIC X(14).
024100 01  LIBELLE-SOURCE              PIC X(40).
024200 01  REFERENCE-ANOMALIE          PIC X(60).
024300 01  ZONE-A-NORMALISER           PIC X(40).
024400 01  CLE-NAISSANCE-NORMALISEE    PIC X(40).
024500 01  DEMANDE-NORMALISATION.
024600     COPY RCNORM.
024700*----------------------------------------------------------------
024800* QUALIFICATION D'UN IDENTIFIANT (1500-QUALIFIER-DOSSIER) : LA
024900* DERNIERE QUALIFICATION EST GARDEE, UN FICHIER RANGE PAR
025000* IDENTIFIANT NE RELIT PAS LE MAITRE POUR CHAQUE ENREGISTREMENT
025100*----------------------------------------------------------------
025200 01  ID-A-QUALIFIER              PIC 9(09).
025300 01  ID-DERNIER-QUALIFIE         PIC 9(09) VALUE ZERO.
025400 01  ETAT-DOSSIER                PIC X(01).
025500     88 DOSSIER-ACTIF            VALUE "A".
025600     88 DOSSIER-DECEDE           VALUE "D".
025700     88 DOSSIER-RADIE            VALUE "R".
025800     88 DOSSIER-FUSIONNE         VALUE "F".
025900     88 DOSSIER-HISTORISE        VALUE "H".
026000     88 DOSSIER-INCONNU          VALUE "I".
026100     88 DOSSIER-AU-MAITRE        VALUES "A" "D" "R" "F".
026200     88 DOSSIER-CLOS             VALUES "D" "R" "F" "H".
026300 01  DOSSIER-ANONYME             PIC X(01).
026400     88 DOSSIER-EST-ANONYME      VALUE "O".
026500 01  MOTIF-DOSSIER               PIC X(20).
026600 01  NOM-DOSSIER                 PIC X(20).
026700 01  PRENOM-DOSSIER              PIC X(20).
026800 01  NOM-USAGE-DOSSIER           PIC X(20).
026900*----------------------------------------------------------------
027000* CLASSES D'ANOMALIES : FICHIER ET GRAVITE (CODE RETOUR), PUIS
027100* LIBELLE DU TYPE ET ACTION CORRECTIVE PROPOSEE, AU MEME RANG
027200*----------------------------------------------------------------
027300 01  NB-CLASSES                  PIC 9(02) COMP VALUE 24.
027400 01  CLASSE-ANOMALIE             PIC 9(02).
027500 01  DETAIL-MAXIMUM              PIC 9(05) COMP VALUE 50.
027600 01  TABLE-CLASSES-VALEURS.
027700     05 FILLER                   PIC X(09) VALUE "LIENS   8".
027800     05 FILLER                   PIC X(09) VALUE "LIENS   4".
027900     05 FILLER                   PIC X(09) VALUE "LIENS   4".
028000     05 FILLER                   PIC X(09) VALUE "LIENS   4".
028100     05 FILLER                   PIC X(09) VALUE "ATTENTE 8".
028200     05 FILLER                   PIC X(09) VALUE "ATTENTE 4".
028300     05 FILLER                   PIC X(09) VALUE "ATTESTLG8".
028400     05 FILLER                   PIC X(09) VALUE "INDEXNOM4".
028500     05 FILLER                   PIC X(09) VALUE "INDEXNOM4".
028600     05 FILLER                   PIC X(09) VALUE "INDEXNOM4".
028700     05 FILLER                   PIC X(09) VALUE "REGEXTR 8".
028800     05 FILLER                   PIC X(09) VALUE "REGEXTR 4".
028900     05 FILLER                   PIC X(09) VALUE "ADRHIST 8".
029000     05 FILLER                   PIC X(09) VALUE "ADRHIST 8".
029100     05 FILLER                   PIC X(09) VALUE "PIECES  8".
029200     05 FILLER                   PIC X(09) VALUE "PIECES  8".
029300     05 FILLER                   PIC X(09) VALUE "CONTACTS8".
029400     05 FILLER                   PIC X(09) VALUE "CONTACTS8".
029500     05 FILLER                   PIC X(09) VALUE "CARTES  8".
029600     05 FILLER                   PIC X(09) VALUE "CARTES  8".
029700     05 FILLER                   PIC X(09) VALUE "TACHES  4".
029800     05 FILLER                   PIC X(09) VALUE "TACHES  4".
029900     05 FILLER                   PIC X(09) VALUE "PROPOSIT8".
030000     05 FILLER                   PIC X(09) VALUE "PROPOSIT4".
030100 01  TABLE-CLASSES REDEFINES TABLE-CLASSES-VALEURS.
030200     05 ENTREE-CLASSE            OCCURS 24 TIMES.
030300         10 TC-FICHIER           PIC X(08).
030400         10 TC-GRAVITE           PIC 9(01).
030500 01  TABLE-LIBELLES-VALEURS.
030600     05 FILLER                   PIC X(40) VALUE
030700         "IDENTIFIANT INCONNU PARTOUT".
030800     05 FILLER                   PIC X(40) VALUE
030900         "DOSSIER FUSIONNE DANS UN AUTRE".
031000     05 FILLER                   PIC X(40) VALUE
031100         "DOSSIER ANONYMISE OU HISTORISE".
031200     05 FILLER                   PIC X(40) VALUE
031300         "MINEUR OU RESPONSABLE DECEDE/RADIE".
031400     05 FILLER                   PIC X(40) VALUE
031500         "DEMANDE EN ATTENTE, DOSSIER SUPPRIME".
031600     05 FILLER                   PIC X(40) VALUE
031700         "DEMANDE EN ATTENTE, DOSSIER DEJA CLOS".
031800     05 FILLER                   PIC X(40) VALUE
031900         "ATTESTATION D'UN IDENTIFIANT INCONNU".
032000     05 FILLER                   PIC X(40) VALUE
032100         "ENTREE SANS DOSSIER AU FICHIER MAITRE".
032200     05 FILLER                   PIC X(40) VALUE
032300         "NOM DE L'ENTREE DIFFERENT DU DOSSIER".
032400     05 FILLER                   PIC X(40) VALUE
032500         "DOSSIER DU MAITRE ABSENT DE L'INDEX".
032600     05 FILLER                   PIC X(40) VALUE
032700         "GENERATION NON ACQUITTEE HORS DU GDG".
032800     05 FILLER                   PIC X(40) VALUE
032900         "GENERATION DU GDG ABSENTE DU REGISTRE".
033000     05 FILLER                   PIC X(40) VALUE
033100         "HISTORIQUE SANS DOSSIER".
033200     05 FILLER                   PIC X(40) VALUE
033300         "HISTORIQUE D'UN DOSSIER ANONYMISE".
033400     05 FILLER                   PIC X(40) VALUE
033500         "PIECE SANS DOSSIER".
033600     05 FILLER                   PIC X(40) VALUE
033700         "PIECE D'UN DOSSIER ANONYMISE".
033800     05 FILLER                   PIC X(40) VALUE
033900         "COORDONNEES SANS DOSSIER".
034000     05 FILLER                   PIC X(40) VALUE
034100         "COORDONNEES D'UN DOSSIER ANONYMISE".
034200     05 FILLER                   PIC X(40) VALUE
034300         "CARTE D'UN IDENTIFIANT INCONNU".
034400     05 FILLER                   PIC X(40) VALUE
034500         "CARTE VIVANTE SUR DOSSIER CLOS".
034600     05 FILLER                   PIC X(40) VALUE
034700         "TACHE OUVERTE, IDENTIFIANT INCONNU".
034800     05 FILLER                   PIC X(40) VALUE
034900         "TACHE SUR DOSSIER FUSIONNE/HISTORISE".
035000     05 FILLER                   PIC X(40) VALUE
035100         "PROPOSITION, IDENTIFIANT INCONNU".
035200     05 FILLER                   PIC X(40) VALUE
035300         "PROPOSITION SUR DOSSIER FUSIONNE/HIST.".
035400 01  TABLE-LIBELLES REDEFINES TABLE-LIBELLES-VALEURS.
035500     05 TC-LIBELLE               PIC X(40) OCCURS 24 TIMES.
035600 01  TABLE-ACTIONS-VALEURS.
035700     05 FILLER                   PIC X(60) VALUE
035800         "SUPPRIMER LE LIEN (MAJ-LIENS)".
035900     05 FILLER                   PIC X(60) VALUE
036000         "REPORTER LE LIEN SUR LE DOSSIER SURVIVANT (MAJ-LIENS)".
036100     05 FILLER                   PIC X(60) VALUE
036200         "SUPPRIMER LE LIEN (MAJ-LIENS)".
036300     05 FILLER                   PIC X(60) VALUE
036400         "REVOIR LA RESPONSABILITE AVEC LE SERVICE (MAJ-LIENS)".
036500     05 FILLER                   PIC X(60) VALUE
036600         "REJETER LA DEMANDE, DOSSIER SUPPRIME (VALIDE-ATTENTE)".
036700     05 FILLER                   PIC X(60) VALUE
036800         "REJETER LA DEMANDE SANS OBJET (VALIDE-ATTENTE)".
036900     05 FILLER                   PIC X(60) VALUE
037000         "SIGNALER AU CONTROLE INTERNE - REGISTRE A CONSERVER".
037100     05 FILLER                   PIC X(60) VALUE
037200         "RECONSTRUIRE L'INDEX (CONSTRUIT-INDEX)".
037300     05 FILLER                   PIC X(60) VALUE
037400         "RECONSTRUIRE L'INDEX (CONSTRUIT-INDEX)".
037500     05 FILLER                   PIC X(60) VALUE
037600         "RECONSTRUIRE L'INDEX (CONSTRUIT-INDEX)".
037700     05 FILLER                   PIC X(60) VALUE
037800         "REEMETTRE UN EXTRAIT COMPLET (EXTRAIT-PRESTATIONS, F)".
037900     05 FILLER                   PIC X(60) VALUE
038000         "EMISSION NON ENREGISTREE - VOIR AVEC L'EXPLOITATION".
038100     05 FILLER                   PIC X(60) VALUE
038200         "PURGER L'HISTORIQUE (HISTO-ADRESSE, FONCTION E)".
038300     05 FILLER                   PIC X(60) VALUE
038400         "ACHEVER L'ANONYMISATION (HISTO-ADRESSE, FONCTION E)".
038500     05 FILLER                   PIC X(60) VALUE
038600         "PURGER LES PIECES (PIECE-IDENTITE, FONCTION E)".
038700     05 FILLER                   PIC X(60) VALUE
038800         "ACHEVER L'ANONYMISATION (PIECE-IDENTITE, FONCTION E)".
038900     05 FILLER                   PIC X(60) VALUE
039000         "EFFACER LES COORDONNEES (CONTACT-CITOYEN, FONCTION E)".
039100     05 FILLER                   PIC X(60) VALUE
039200         "ACHEVER L'ANONYMISATION (CONTACT-CITOYEN, FONCTION E)".
039300     05 FILLER                   PIC X(60) VALUE
039400         "ANNULER LA CARTE ET SIGNALER AU CONTROLE (GERE-CARTES)".
039500     05 FILLER                   PIC X(60) VALUE
039600         "ANNULER LA CARTE ET FAIRE OPPOSITION (GERE-CARTES)".
039700     05 FILLER                   PIC X(60) VALUE
039800         "CLORE LA TACHE SANS OBJET (TRAITE-TACHES)".
039900     05 FILLER                   PIC X(60) VALUE
040000         "CLORE OU REPRENDRE SUR LE SURVIVANT (TRAITE-TACHES)".
040100     05 FILLER                   PIC X(60) VALUE
040200         "REJETER LA PROPOSITION (VALIDE-PROPOSITIONS)".
040300     05 FILLER                   PIC X(60) VALUE
040400         "REJETER ET REPONDRE AU SYSTEME (VALIDE-PROPOSITIONS)".
040500 01  TABLE-ACTIONS REDEFINES TABLE-ACTIONS-VALEURS.
040600     05 TC-ACTION                PIC X(60) OCCURS 24 TIMES.
040700 01  TABLE-COMPTES.
040800     05 TC-NOMBRE                PIC 9(07) COMP OCCURS 24 TIMES.
040900*----------------------------------------------------------------
041000* GENERATIONS DU GDG PRESTAT MONTEES SOUS PRESTATS
041100*----------------------------------------------------------------
041200 01  NB-GENERATIONS              PIC 9(03) COMP VALUE ZERO.
041300 01  NB-GENERATIONS-DEBORDEES    PIC 9(07) COMP VALUE ZERO.
041400 01  TABLE-GENERATIONS.
041500     05 ENTREE-GENERATION        OCCURS 400 TIMES
041600                                 INDEXED BY IDX-GEN.
041700         10 TG-GENERATION        PIC X(14).
041800         10 TG-REGISTRE          PIC X(01).
041900             88 TG-AU-REGISTRE   VALUE "O".
042000*----------------------------------------------------------------
042100* COMPTEURS
042200*----------------------------------------------------------------
042300 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
042400 01  NB-ANOMALIES-FICHIER        PIC 9(07) COMP VALUE ZERO.
042500 01  NB-ANOMALIES                PIC 9(07) COMP VALUE ZERO.
042600 01  NB-FICHIERS-NON-LUS         PIC 9(07) COMP VALUE ZERO.
042700 01  NB-GENERATIONS-SORTIES      PIC 9(07) COMP VALUE ZERO.
042800 01  NB-NON-DETAILLEES           PIC 9(07) COMP VALUE ZERO.
042900 01  GRAVITE-MAXIMALE            PIC 9(02) VALUE ZERO.
043000*----------------------------------------------------------------
043100* LIGNES EDITEES DE L'ETAT
043200*----------------------------------------------------------------
043300 01  LIGNE-TITRE-SECTION.
043400     05 FILLER                   PIC X(04) VALUE "--- ".
043500     05 TS-LIBELLE               PIC X(60).
043600 01  LIGNE-DETAIL.
043700     05 FILLER                   PIC X(04) VALUE SPACES.
043800     05 LD-CLASSE                PIC 9(02).
043900     05 FILLER                   PIC X(01) VALUE SPACE.
044000     05 LD-ID-CITOYEN            PIC X(09).
044100     05 FILLER                   PIC X(01) VALUE SPACE.
044200     05 LD-LIBELLE               PIC X(40).
044300     05 FILLER                   PIC X(01) VALUE SPACE.
044400     05 LD-REFERENCE             PIC X(60).
044500 01  LIGNE-SYNTHESE.
044600     05 FILLER                   PIC X(04) VALUE SPACES.
044700     05 LS-CLASSE                PIC 9(02).
044800     05 FILLER                   PIC X(01) VALUE SPACE.
044900     05 LS-FICHIER               PIC X(08).
045000     05 FILLER                   PIC X(01) VALUE SPACE.
045100     05 LS-LIBELLE               PIC X(40).
045200     05 FILLER                   PIC X(01) VALUE SPACE.
045300     05 LS-NOMBRE                PIC ZZZZZZ9.
045400     05 FILLER                   PIC X(03) VALUE SPACES.
045500     05 LS-GRAVITE               PIC 9(01).
045600 01  LIGNE-ACTION.
045700     05 FILLER                   PIC X(07) VALUE SPACES.
045800     05 FILLER                   PIC X(19)
045900                                 VALUE "ACTION PROPOSEE : ".
046000     05 LA-ACTION                PIC X(60).
046100 01  LIGNE-TOTAL.
046200     05 FILLER                   PIC X(02) VALUE SPACES.
046300     05 LT-LIBELLE               PIC X(34).
046400     05 LT-COMPTEUR              PIC ZZZZZZ9.
046500 PROCEDURE DIVISION.
046600*================================================================
046700* 0000-MAINLINE : OUVERTURE DES REFERENTIELS, CONTROLE DE CHAQUE
046800*                 FICHIER SATELLITE, SYNTHESE PAR CLASSE
046900*================================================================
047000 0000-MAINLINE.
047100     PERFORM 1000-INITIALISATION
047200         THRU 1000-INITIALISATION-EXIT.
047300     PERFORM 2000-VERIFIER-LIENS
047400         THRU 2000-VERIFIER-LIENS-EXIT.
047500     PERFORM 2500-VERIFIER-ATTENTES
047600         THRU 2500-VERIFIER-ATTENTES-EXIT.
047700     PERFORM 3000-VERIFIER-ATTESTATIONS
047800         THRU 3000-VERIFIER-ATTESTATIONS-EXIT.
047900     PERFORM 3500-VERIFIER-INDEX
048000         THRU 3500-VERIFIER-INDEX-EXIT.
048100     PERFORM 4000-VERIFIER-EXTRAITS
048200         THRU 4000-VERIFIER-EXTRAITS-EXIT.
048300     PERFORM 5000-VERIFIER-ADRESSES
048400         THRU 5000-VERIFIER-ADRESSES-EXIT.
048500     PERFORM 5300-VERIFIER-PIECES
048600         THRU 5300-VERIFIER-PIECES-EXIT.
048700     PERFORM 5600-VERIFIER-CONTACTS
048800         THRU 5600-VERIFIER-CONTACTS-EXIT.
048900     PERFORM 6000-VERIFIER-CARTES
049000         THRU 6000-VERIFIER-CARTES-EXIT.
049100     PERFORM 6500-VERIFIER-TACHES
049200         THRU 6500-VERIFIER-TACHES-EXIT.
049300     PERFORM 7000-VERIFIER-PROPOSITIONS
049400         THRU 7000-VERIFIER-PROPOSITIONS-EXIT.
049500     PERFORM 8000-IMPRIMER-SYNTHESE
049600         THRU 8000-IMPRIMER-SYNTHESE-EXIT.
049700     PERFORM 9999-TERMINER
049800         THRU 9999-TERMINER-EXIT.
049900     STOP RUN.
050000*----------------------------------------------------------------
050100* 1000-INITIALISATION : OUVERTURE DE L'ETAT ET DES DEUX
050200*                       REFERENTIELS - SANS L'UN D'EUX, TOUT
050300*                       DOSSIER PASSERAIT POUR ORPHELIN
050400*----------------------------------------------------------------
050500 1000-INITIALISATION.
050600     MOVE FUNCTION CURRENT-DATE(1:14) TO HORODATE-CONTROLE.
050700     INITIALIZE TABLE-COMPTES.
050800     OPEN OUTPUT ETAT-INTEGRITE.
050900     IF NOT ET-OK
051000         DISPLAY "IMPOSSIBLE D'OUVRIR L'ETAT ETATINT - CODE "
051100             ET-STATUT
051200         MOVE 16 TO RETURN-CODE
051300         STOP RUN
051400     END-IF.
051500     OPEN INPUT FICHIER-MAITRE.
051600     IF NOT MF-OK
051700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - CODE "
051800             MF-STATUT
051900         MOVE 16 TO RETURN-CODE
052000         STOP RUN
052100     END-IF.
052200     OPEN INPUT MAITRE-HISTORIQUE.
052300     IF NOT HM-OK
052400         DISPLAY "IMPOSSIBLE D'OUVRIR LE MAITRE HISTORIQUE - "
052500             "CODE " HM-STATUT
052600         MOVE 16 TO RETURN-CODE
052700         STOP RUN
052800     END-IF.
052900     MOVE SPACES TO LIGNE-ETAT.
053000     STRING "CONTROLE D'INTEGRITE DES FICHIERS SATELLITES - "
053100             DELIMITED BY SIZE
053200         "REFERENCES CONTRE MAITRE ET HISTMAIT" DELIMITED BY SIZE
053300         INTO LIGNE-ETAT.
053400     WRITE LIGNE-ETAT.
053500     MOVE SPACES TO LIGNE-ETAT.
053600     STRING "ETABLI LE " DELIMITED BY SIZE
053700         HORODATE-CONTROLE(1:8) DELIMITED BY SIZE
053800         " A " DELIMITED BY SIZE
053900         HORODATE-CONTROLE(9:6) DELIMITED BY SIZE
054000         INTO LIGNE-ETAT.
054100     WRITE LIGNE-ETAT.
054200 1000-INITIALISATION-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500* 1500-QUALIFIER-DOSSIER : ETAT DU DOSSIER ID-A-QUALIFIER AU
054600*                          MAITRE, A DEFAUT AU MAITRE HISTORIQUE
054700*                          (ETAT-DOSSIER, DOSSIER-ANONYME, NOM ET
054800*                          MOTIF DE STATUT)
054900*----------------------------------------------------------------
055000 1500-QUALIFIER-DOSSIER.
055100     IF ID-A-QUALIFIER = ZERO
055200         MOVE "I" TO ETAT-DOSSIER
055300         MOVE "N" TO DOSSIER-ANONYME
055400         GO TO 1500-QUALIFIER-DOSSIER-EXIT
055500     END-IF.
055600     IF ID-A-QUALIFIER = ID-DERNIER-QUALIFIE
055700         GO TO 1500-QUALIFIER-DOSSIER-EXIT
055800     END-IF.
055900     MOVE ID-A-QUALIFIER TO ID-DERNIER-QUALIFIE.
056000     MOVE "N"    TO DOSSIER-ANONYME.
056100     MOVE SPACES TO MOTIF-DOSSIER.
056200     MOVE SPACES TO NOM-DOSSIER.
056300     MOVE SPACES TO PRENOM-DOSSIER.
056400     MOVE SPACES TO NOM-USAGE-DOSSIER.
056500     MOVE ID-A-QUALIFIER TO MF-ID-CITOYEN.
056600     READ FICHIER-MAITRE
056700         INVALID KEY
056800             MOVE "I" TO ETAT-DOSSIER
056900         NOT INVALID KEY
057000             MOVE "A" TO ETAT-DOSSIER
057100     END-READ.
057200     IF DOSSIER-INCONNU
057300         PERFORM 1550-LIRE-HISTORIQUE
057400             THRU 1550-LIRE-HISTORIQUE-EXIT
057500         GO TO 1500-QUALIFIER-DOSSIER-EXIT
057600     END-IF.
057700     MOVE MF-MOTIF-STATUT TO MOTIF-DOSSIER.
057800     MOVE MF-NOM          TO NOM-DOSSIER.
057900     MOVE MF-PRENOM       TO PRENOM-DOSSIER.
058000     MOVE MF-NOM-USAGE    TO NOM-USAGE-DOSSIER.
058100     EVALUATE TRUE
058200         WHEN MF-DOSSIER-DECEDE
058300             MOVE "D" TO ETAT-DOSSIER
058400         WHEN MF-DOSSIER-RADIE
058500                 AND MF-MOTIF-STATUT(1:13) = "FUSIONNE VERS"
058600             MOVE "F" TO ETAT-DOSSIER
058700         WHEN MF-DOSSIER-RADIE
058800             MOVE "R" TO ETAT-DOSSIER
058900         WHEN OTHER
059000             MOVE "A" TO ETAT-DOSSIER
059100     END-EVALUATE.
059200     IF DOSSIER-CLOS AND MF-NOM = SPACES
059300         MOVE "O" TO DOSSIER-ANONYME
059400     END-IF.
059500 1500-QUALIFIER-DOSSIER-EXIT.
059600     EXIT.
059700*----------------------------------------------------------------
059800* 1550-LIRE-HISTORIQUE : DOSSIER ABSENT DU MAITRE - HISTORISE
059900*                        S'IL EST AU MAITRE HISTORIQUE, SINON
060000*                        INCONNU
060100*----------------------------------------------------------------
060200 1550-LIRE-HISTORIQUE.
060300     MOVE ID-A-QUALIFIER TO HM-ID-CITOYEN.
060400     READ MAITRE-HISTORIQUE
060500         INVALID KEY
060600             MOVE "I" TO ETAT-DOSSIER
060700             GO TO 1550-LIRE-HISTORIQUE-EXIT
060800     END-READ.
060900     MOVE "H"             TO ETAT-DOSSIER.
061000     MOVE HM-MOTIF-STATUT TO MOTIF-DOSSIER.
061100     MOVE HM-NOM          TO NOM-DOSSIER.
061200     MOVE HM-PRENOM       TO PRENOM-DOSSIER.
061300     MOVE HM-NOM-USAGE    TO NOM-USAGE-DOSSIER.
061400     IF HM-NOM = SPACES
061500         MOVE "O" TO DOSSIER-ANONYME
061600     END-IF.
061700 1550-LIRE-HISTORIQUE-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------
062000* 1600-SIGNALER-ANOMALIE : UNE ANOMALIE DE LA CLASSE
062100*                          CLASSE-ANOMALIE SUR ID-A-QUALIFIER
062200*                          (REFERENCE-ANOMALIE DEJA PREPAREE) -
062300*                          COMPTEE, DETAILLEE JUSQU'AU MAXIMUM
062400*----------------------------------------------------------------
062500 1600-SIGNALER-ANOMALIE.
062600     ADD 1 TO TC-NOMBRE(CLASSE-ANOMALIE).
062700     ADD 1 TO NB-ANOMALIES-FICHIER.
062800     ADD 1 TO NB-ANOMALIES.
062900     IF TC-NOMBRE(CLASSE-ANOMALIE) > DETAIL-MAXIMUM
063000         ADD 1 TO NB-NON-DETAILLEES
063100         GO TO 1600-SIGNALER-ANOMALIE-EXIT
063200     END-IF.
063300     MOVE CLASSE-ANOMALIE TO LD-CLASSE.
063400     IF ID-A-QUALIFIER = ZERO
063500         MOVE SPACES         TO LD-ID-CITOYEN
063600     ELSE
063700         MOVE ID-A-QUALIFIER TO LD-ID-CITOYEN
063800     END-IF.
063900     MOVE TC-LIBELLE(CLASSE-ANOMALIE) TO LD-LIBELLE.
064000     MOVE REFERENCE-ANOMALIE TO LD-REFERENCE.
064100     MOVE LIGNE-DETAIL TO LIGNE-ETAT.
064200     WRITE LIGNE-ETAT.
064300 1600-SIGNALER-ANOMALIE-EXIT.
064400     EXIT.
064500*----------------------------------------------------------------
064600* 1900-OUVRIR-SECTION : LIGNE BLANCHE, TITRE DE SECTION
064700*                       (TS-LIBELLE), REMISE A ZERO DES
064800*                       COMPTEURS DU FICHIER ET DE LA
064900*                       QUALIFICATION GARDEE
065000*----------------------------------------------------------------
065100 1900-OUVRIR-SECTION.
065200     MOVE SPACES TO LIGNE-ETAT.
065300     WRITE LIGNE-ETAT.
065400     MOVE LIGNE-TITRE-SECTION TO LIGNE-ETAT.
065500     WRITE LIGNE-ETAT.
065600     MOVE ZERO TO NB-LUS.
065700     MOVE ZERO TO NB-ANOMALIES-FICHIER.
065800     MOVE ZERO TO ID-DERNIER-QUALIFIE.
065900     MOVE "N"  TO FIN-FICHIER.
066000 1900-OUVRIR-SECTION-EXIT.
066100     EXIT.
066200*----------------------------------------------------------------
066300* 1950-SIGNALER-NON-LU : UN FICHIER SATELLITE N'A PU ETRE OUVERT
066400*                        - SIGNALE, CODE RETOUR 4 AU MOINS
066500*----------------------------------------------------------------
066600 1950-SIGNALER-NON-LU.
066700     ADD 1 TO NB-FICHIERS-NON-LUS.
066800     MOVE SPACES TO LIGNE-ETAT.
066900     STRING "    *** FICHIER NON LU : " DELIMITED BY SIZE
067000         LIBELLE-SOURCE DELIMITED BY SIZE
067100         " - NON CONTROLE" DELIMITED BY SIZE
067200         INTO LIGNE-ETAT.
067300     WRITE LIGNE-ETAT.
067400 1950-SIGNALER-NON-LU-EXIT.
067500     EXIT.
067600*----------------------------------------------------------------
067700* 1960-FERMER-SECTION : LUS ET ANOMALIES DU FICHIER
067800*----------------------------------------------------------------
067900 1960-FERMER-SECTION.
068000     MOVE "    ENREGISTREMENTS LUS        :" TO LT-LIBELLE.
068100     MOVE NB-LUS TO LT-COMPTEUR.
068200     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
068300     WRITE LIGNE-ETAT.
068400     MOVE "    ANOMALIES                  :" TO LT-LIBELLE.
068500     MOVE NB-ANOMALIES-FICHIER TO LT-COMPTEUR.
068600     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
068700     WRITE LIGNE-ETAT.
068800 1960-FERMER-SECTION-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------
069100* 2000-VERIFIER-LIENS : MINEUR PUIS RESPONSABLE DE CHAQUE LIEN
069200*----------------------------------------------------------------
069300 2000-VERIFIER-LIENS.
069400     MOVE "LIENS DE RESPONSABILITE (LIENS)" TO TS-LIBELLE.
069500     PERFORM 1900-OUVRIR-SECTION
069600         THRU 1900-OUVRIR-SECTION-EXIT.
069700     OPEN INPUT FICHIER-LIENS.
069800     IF NOT LN-OK
069900         MOVE "LIENS DE RESPONSABILITE (LIENS)" TO LIBELLE-SOURCE
070000         PERFORM 1950-SIGNALER-NON-LU
070100             THRU 1950-SIGNALER-NON-LU-EXIT
070200         GO TO 2000-VERIFIER-LIENS-EXIT
070300     END-IF.
070400     PERFORM 2100-EXAMINER-LIEN
070500         THRU 2100-EXAMINER-LIEN-EXIT
070600         UNTIL FIN-DE-FICHIER.
070700     CLOSE FICHIER-LIENS.
070800     PERFORM 1960-FERMER-SECTION
070900         THRU 1960-FERMER-SECTION-EXIT.
071000 2000-VERIFIER-LIENS-EXIT.
071100     EXIT.
071200*----------------------------------------------------------------
071300* 2100-EXAMINER-LIEN : UN LIEN - CHACUNE DES DEUX PARTIES EST
071400*                      QUALIFIEE ET CONTROLEE
071500*----------------------------------------------------------------
071600 2100-EXAMINER-LIEN.
071700     READ FICHIER-LIENS NEXT RECORD
071800         AT END
071900             MOVE "O" TO FIN-FICHIER
072000             GO TO 2100-EXAMINER-LIEN-EXIT
072100     END-READ.
072200     ADD 1 TO NB-LUS.
072300     MOVE LN-ID-MINEUR TO ID-A-QUALIFIER.
072400     PERFORM 1500-QUALIFIER-DOSSIER
072500         THRU 1500-QUALIFIER-DOSSIER-EXIT.
072600     MOVE SPACES TO REFERENCE-ANOMALIE.
072700     STRING "MINEUR DU LIEN, RESPONSABLE " DELIMITED BY SIZE
072800         LN-ID-RESPONSABLE DELIMITED BY SIZE
072900         INTO REFERENCE-ANOMALIE.
073000     PERFORM 2200-CONTROLER-PARTIE
073100         THRU 2200-CONTROLER-PARTIE-EXIT.
073200     MOVE LN-ID-RESPONSABLE TO ID-A-QUALIFIER.
073300     PERFORM 1500-QUALIFIER-DOSSIER
073400         THRU 1500-QUALIFIER-DOSSIER-EXIT.
073500     MOVE SPACES TO REFERENCE-ANOMALIE.
073600     STRING "RESPONSABLE DU LIEN, MINEUR " DELIMITED BY SIZE
073700         LN-ID-MINEUR DELIMITED BY SIZE
073800         INTO REFERENCE-ANOMALIE.
073900     PERFORM 2200-CONTROLER-PARTIE
074000         THRU 2200-CONTROLER-PARTIE-EXIT.
074100 2100-EXAMINER-LIEN-EXIT.
074200     EXIT.
074300*----------------------------------------------------------------
074400* 2200-CONTROLER-PARTIE : CLASSEMENT D'UNE PARTIE DU LIEN DEJA
074500*                         QUALIFIEE - UN DOSSIER ACTIF EST SAIN
074600*----------------------------------------------------------------
074700 2200-CONTROLER-PARTIE.
074800     EVALUATE TRUE
074900         WHEN DOSSIER-INCONNU
075000             MOVE 01 TO CLASSE-ANOMALIE
075100         WHEN DOSSIER-FUSIONNE
075200             MOVE 02 TO CLASSE-ANOMALIE
075300             MOVE " - " TO REFERENCE-ANOMALIE(38:3)
075400             MOVE MOTIF-DOSSIER TO REFERENCE-ANOMALIE(41:20)
075500         WHEN DOSSIER-HISTORISE
075600             MOVE 03 TO CLASSE-ANOMALIE
075700         WHEN DOSSIER-EST-ANONYME
075800             MOVE 03 TO CLASSE-ANOMALIE
075900         WHEN DOSSIER-DECEDE
076000             MOVE 04 TO CLASSE-ANOMALIE
076100         WHEN DOSSIER-RADIE
076200             MOVE 04 TO CLASSE-ANOMALIE
076300         WHEN OTHER
076400             GO TO 2200-CONTROLER-PARTIE-EXIT
076500     END-EVALUATE.
076600     PERFORM 1600-SIGNALER-ANOMALIE
076700         THRU 1600-SIGNALER-ANOMALIE-EXIT.
076800 2200-CONTROLER-PARTIE-EXIT.
076900     EXIT.
077000*----------------------------------------------------------------
077100* 2500-VERIFIER-ATTENTES : DEMANDES DE DECES OU DE SUPPRESSION
077200*                          ENCORE EN ATTENTE D'APPROBATION
077300*----------------------------------------------------------------
077400 2500-VERIFIER-ATTENTES.
077500     MOVE "DEMANDES EN ATTENTE D'APPROBATION (ATTENTE)"
077600         TO TS-LIBELLE.
077700     PERFORM 1900-OUVRIR-SECTION
077800         THRU 1900-OUVRIR-SECTION-EXIT.
077900     OPEN INPUT ACTIONS-EN-ATTENTE.
078000     IF NOT AT-OK
078100         MOVE "DEMANDES EN ATTENTE (ATTENTE)" TO LIBELLE-SOURCE
078200         PERFORM 1950-SIGNALER-NON-LU
078300             THRU 1950-SIGNALER-NON-LU-EXIT
078400         GO TO 2500-VERIFIER-ATTENTES-EXIT
078500     END-IF.
078600     PERFORM 2600-EXAMINER-ATTENTE
078700         THRU 2600-EXAMINER-ATTENTE-EXIT
078800         UNTIL FIN-DE-FICHIER.
078900     CLOSE ACTIONS-EN-ATTENTE.
079000     PERFORM 1960-FERMER-SECTION
079100         THRU 1960-FERMER-SECTION-EXIT.
079200 2500-VERIFIER-ATTENTES-EXIT.
079300     EXIT.
079400*----------------------------------------------------------------
079500* 2600-EXAMINER-ATTENTE : UNE DEMANDE - SEULES LES DEMANDES NON
079600*                         TRANCHEES SONT CONTROLEES
079700*----------------------------------------------------------------
079800 2600-EXAMINER-ATTENTE.
079900     READ ACTIONS-EN-ATTENTE
080000         AT END
080100             MOVE "O" TO FIN-FICHIER
080200             GO TO 2600-EXAMINER-ATTENTE-EXIT
080300     END-READ.
080400     ADD 1 TO NB-LUS.
080500     IF NOT AT-EN-ATTENTE
080600         GO TO 2600-EXAMINER-ATTENTE-EXIT
080700     END-IF.
080800     MOVE AT-ID-CITOYEN TO ID-A-QUALIFIER.
080900     PERFORM 1500-QUALIFIER-DOSSIER
081000         THRU 1500-QUALIFIER-DOSSIER-EXIT.
081100     EVALUATE TRUE
081200         WHEN DOSSIER-INCONNU
081300             MOVE 05 TO CLASSE-ANOMALIE
081400         WHEN DOSSIER-HISTORISE
081500             MOVE 05 TO CLASSE-ANOMALIE
081600         WHEN DOSSIER-CLOS
081700             MOVE 06 TO CLASSE-ANOMALIE
081800         WHEN OTHER
081900             GO TO 2600-EXAMINER-ATTENTE-EXIT
082000     END-EVALUATE.
082100     MOVE SPACES TO REFERENCE-ANOMALIE.
082200     STRING "DEMANDE " DELIMITED BY SIZE
082300         AT-TYPE-ACTION DELIMITED BY SIZE
082400         " DU " DELIMITED BY SIZE
082500         AT-DATE-HEURE DELIMITED BY SIZE
082600         " PAR " DELIMITED BY SIZE
082700         AT-OPERATEUR-DEMANDE DELIMITED BY SIZE
082800         " STATUT " DELIMITED BY SIZE
082900         ETAT-DOSSIER DELIMITED BY SIZE
083000         INTO REFERENCE-ANOMALIE.
083100     PERFORM 1600-SIGNALER-ANOMALIE
083200         THRU 1600-SIGNALER-ANOMALIE-EXIT.
083300 2600-EXAMINER-ATTENTE-EXIT.
083400     EXIT.
083500*----------------------------------------------------------------
083600* 3000-VERIFIER-ATTESTATIONS : REGISTRE DES ATTESTATIONS EMISES
083700*                              - UN IDENTIFIANT INCONNU PARTOUT
083800*                              NE PEUT PLUS ETRE JUSTIFIE
083900*----------------------------------------------------------------
084000 3000-VERIFIER-ATTESTATIONS.
084100     MOVE "ATTESTATIONS ET CERTIFICATS EMIS (ATTESTLG)"
084200         TO TS-LIBELLE.
084300     PERFORM 1900-OUVRIR-SECTION
084400         THRU 1900-OUVRIR-SECTION-EXIT.
084500     OPEN INPUT REGISTRE-ATTEST.
084600     IF NOT RG-OK
084700         MOVE "REGISTRE DES ATTESTATIONS (ATTESTLG)"
084800             TO LIBELLE-SOURCE
084900         PERFORM 1950-SIGNALER-NON-LU
085000             THRU 1950-SIGNALER-NON-LU-EXIT
085100         GO TO 3000-VERIFIER-ATTESTATIONS-EXIT
085200     END-IF.
085300     PERFORM 3100-EXAMINER-ATTESTATION
085400         THRU 3100-EXAMINER-ATTESTATION-EXIT
085500         UNTIL FIN-DE-FICHIER.
085600     CLOSE REGISTRE-ATTEST.
085700     PERFORM 1960-FERMER-SECTION
085800         THRU 1960-FERMER-SECTION-EXIT.
085900 3000-VERIFIER-ATTESTATIONS-EXIT.
086000     EXIT.
086100*----------------------------------------------------------------
086200* 3100-EXAMINER-ATTESTATION : UNE LIGNE DU REGISTRE
086300*----------------------------------------------------------------
086400 3100-EXAMINER-ATTESTATION.
086500     READ REGISTRE-ATTEST
086600         AT END
086700             MOVE "O" TO FIN-FICHIER
086800             GO TO 3100-EXAMINER-ATTESTATION-EXIT
086900     END-READ.
087000     ADD 1 TO NB-LUS.
087100     IF RG-ID-CITOYEN NOT NUMERIC
087200         MOVE ZERO TO ID-A-QUALIFIER
087300     ELSE
087400         MOVE RG-ID-CITOYEN TO ID-A-QUALIFIER
087500     END-IF.
087600     PERFORM 1500-QUALIFIER-DOSSIER
087700         THRU 1500-QUALIFIER-DOSSIER-EXIT.
087800     IF NOT DOSSIER-INCONNU
087900         GO TO 3100-EXAMINER-ATTESTATION-EXIT
088000     END-IF.
088100     MOVE 07 TO CLASSE-ANOMALIE.
088200     MOVE SPACES TO REFERENCE-ANOMALIE.
088300     STRING "ATTESTATION " DELIMITED BY SIZE
088400         RG-NUMERO DELIMITED BY SIZE
088500         " DU " DELIMITED BY SIZE
088600         RG-DATE-HEURE DELIMITED BY SIZE
088700         " PAR " DELIMITED BY SIZE
088800         RG-OPERATEUR DELIMITED BY SIZE
088900         INTO REFERENCE-ANOMALIE.
089000     PERFORM 1600-SIGNALER-ANOMALIE
089100         THRU 1600-SIGNALER-ANOMALIE-EXIT.
089200 3100-EXAMINER-ATTESTATION-EXIT.
089300     EXIT.
089400*----------------------------------------------------------------
089500* 3500-VERIFIER-INDEX : CHAQUE ENTREE DE L'INDEX CONTRE SON
089600*                       DOSSIER, PUIS CHAQUE DOSSIER DU MAITRE
089700*                       CONTRE L'INDEX (MEME CLE QUE
089800*                       CONSTRUIT-INDEX)
089900*----------------------------------------------------------------
090000 3500-VERIFIER-INDEX.
090100     MOVE "INDEX DES NOMS NORMALISES (INDEXNOM)" TO TS-LIBELLE.
090200     PERFORM 1900-OUVRIR-SECTION
090300         THRU 1900-OUVRIR-SECTION-EXIT.
090400     OPEN INPUT INDEX-NOMS.
090500     IF NOT IX-OK
090600         MOVE "INDEX DES NOMS (INDEXNOM)" TO LIBELLE-SOURCE
090700         PERFORM 1950-SIGNALER-NON-LU
090800             THRU 1950-SIGNALER-NON-LU-EXIT
090900         GO TO 3500-VERIFIER-INDEX-EXIT
091000     END-IF.
091100     MOVE LOW-VALUES TO IX-CLE.
091200     START INDEX-NOMS KEY IS NOT LESS THAN IX-CLE
091300         INVALID KEY
091400             MOVE "O" TO FIN-FICHIER
091500     END-START.
091600     PERFORM 3600-EXAMINER-ENTREE
091700         THRU 3600-EXAMINER-ENTREE-EXIT
091800         UNTIL FIN-DE-FICHIER.
091900     MOVE ZERO TO ID-DERNIER-QUALIFIE.
092000     MOVE "N"  TO FIN-FICHIER.
092100     MOVE ZERO TO MF-ID-CITOYEN.
092200     START FICHIER-MAITRE KEY IS NOT LESS THAN MF-ID-CITOYEN
092300         INVALID KEY
092400             MOVE "O" TO FIN-FICHIER
092500     END-START.
092600     PERFORM 3700-EXAMINER-DOSSIER
092700         THRU 3700-EXAMINER-DOSSIER-EXIT
092800         UNTIL FIN-DE-FICHIER.
092900     CLOSE INDEX-NOMS.
093000     PERFORM 1960-FERMER-SECTION
093100         THRU 1960-FERMER-SECTION-EXIT.
093200 3500-VERIFIER-INDEX-EXIT.
093300     EXIT.
093400*----------------------------------------------------------------
093500* 3600-EXAMINER-ENTREE : UNE ENTREE DE L'INDEX - SON DOSSIER DOIT
093600*                        ETRE AU MAITRE ET PORTER ENCORE LE NOM
093700*                        INDEXE (NOM DE NAISSANCE OU D'USAGE
093800*                        SELON IX-TYPE-NOM)
093900*----------------------------------------------------------------
094000 3600-EXAMINER-ENTREE.
094100     READ INDEX-NOMS NEXT RECORD
094200         AT END
094300             MOVE "O" TO FIN-FICHIER
094400             GO TO 3600-EXAMINER-ENTREE-EXIT
094500     END-READ.
094600     ADD 1 TO NB-LUS.
094700     MOVE IX-ID-CITOYEN TO ID-A-QUALIFIER.
094800     PERFORM 1500-QUALIFIER-DOSSIER
094900         THRU 1500-QUALIFIER-DOSSIER-EXIT.
095000     MOVE SPACES TO REFERENCE-ANOMALIE.
095100     STRING "NOM INDEXE " DELIMITED BY SIZE
095200         IX-NOM DELIMITED BY SIZE
095300         " DOSSIER " DELIMITED BY SIZE
095400         NOM-DOSSIER DELIMITED BY SIZE
095500         INTO REFERENCE-ANOMALIE.
095600     IF NOT DOSSIER-AU-MAITRE
095700         MOVE 08 TO CLASSE-ANOMALIE
095800         PERFORM 1600-SIGNALER-ANOMALIE
095900             THRU 1600-SIGNALER-ANOMALIE-EXIT
096000         GO TO 3600-EXAMINER-ENTREE-EXIT
096100     END-IF.
096200     IF IX-PRENOM NOT = PRENOM-DOSSIER
096300         MOVE 09 TO CLASSE-ANOMALIE
096400     ELSE
096500         IF IX-ENTREE-USAGE
096600             IF IX-NOM NOT = NOM-USAGE-DOSSIER
096700                 MOVE 09 TO CLASSE-ANOMALIE
096800             ELSE
096900                 GO TO 3600-EXAMINER-ENTREE-EXIT
097000             END-IF
097100         ELSE
097200             IF IX-NOM NOT = NOM-DOSSIER
097300                 MOVE 09 TO CLASSE-ANOMALIE
097400             ELSE
097500                 GO TO 3600-EXAMINER-ENTREE-EXIT
097600             END-IF
097700         END-IF
097800     END-IF.
097900     IF IX-ENTREE-USAGE
098000         MOVE NOM-USAGE-DOSSIER TO REFERENCE-ANOMALIE(41:20)
098100     END-IF.
098200     PERFORM 1600-SIGNALER-ANOMALIE
098300         THRU 1600-SIGNALER-ANOMALIE-EXIT.
098400 3600-EXAMINER-ENTREE-EXIT.
098500     EXIT.
098600*----------------------------------------------------------------
098700* 3700-EXAMINER-DOSSIER : UN DOSSIER DU MAITRE - SON ENTREE SOUS
098800*                         LE NOM DE NAISSANCE, ET SOUS LE NOM
098900*                         D'USAGE S'IL EN PORTE UN, DOIT EXISTER
099000*----------------------------------------------------------------
099100 3700-EXAMINER-DOSSIER.
099200     READ FICHIER-MAITRE NEXT RECORD
099300         AT END
099400             MOVE "O" TO FIN-FICHIER
099500             GO TO 3700-EXAMINER-DOSSIER-EXIT
099600     END-READ.
099700     MOVE MF-ID-CITOYEN TO ID-A-QUALIFIER.
099800     MOVE SPACES TO ZONE-A-NORMALISER.
099900     STRING MF-NOM DELIMITED BY SIZE
100000         MF-PRENOM DELIMITED BY SIZE
100100         INTO ZONE-A-NORMALISER.
100200     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
100300     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
100400     MOVE NR-SORTIE TO CLE-NAISSANCE-NORMALISEE.
100500     MOVE NR-SORTIE     TO IX-CLE-NORMALISEE.
100600     MOVE MF-ID-CITOYEN TO IX-ID-CITOYEN.
100700     READ INDEX-NOMS
100800         INVALID KEY
100900             MOVE 10 TO CLASSE-ANOMALIE
101000             MOVE SPACES TO REFERENCE-ANOMALIE
101100             STRING "NOM DE NAISSANCE " DELIMITED BY SIZE
101200                 MF-NOM DELIMITED BY SIZE
101300                 " " DELIMITED BY SIZE
101400                 MF-PRENOM DELIMITED BY SIZE
101500                 INTO REFERENCE-ANOMALIE
101600             PERFORM 1600-SIGNALER-ANOMALIE
101700                 THRU 1600-SIGNALER-ANOMALIE-EXIT
101800     END-READ.
101900     IF MF-NOM-USAGE = SPACES
102000         GO TO 3700-EXAMINER-DOSSIER-EXIT
102100     END-IF.
102200     MOVE SPACES TO ZONE-A-NORMALISER.
102300     STRING MF-NOM-USAGE DELIMITED BY SIZE
102400         MF-PRENOM DELIMITED BY SIZE
102500         INTO ZONE-A-NORMALISER.
102600     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
102700     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
102800     IF NR-SORTIE = CLE-NAISSANCE-NORMALISEE
102900         GO TO 3700-EXAMINER-DOSSIER-EXIT
103000     END-IF.
103100     MOVE NR-SORTIE     TO IX-CLE-NORMALISEE.
103200     MOVE MF-ID-CITOYEN TO IX-ID-CITOYEN.
103300     READ INDEX-NOMS
103400         INVALID KEY
103500             MOVE 10 TO CLASSE-ANOMALIE
103600             MOVE SPACES TO REFERENCE-ANOMALIE
103700             STRING "NOM D'USAGE " DELIMITED BY SIZE
103800                 MF-NOM-USAGE DELIMITED BY SIZE
103900                 " " DELIMITED BY SIZE
104000                 MF-PRENOM DELIMITED BY SIZE
104100                 INTO REFERENCE-ANOMALIE
104200             PERFORM 1600-SIGNALER-ANOMALIE
104300                 THRU 1600-SIGNALER-ANOMALIE-EXIT
104400     END-READ.
104500 3700-EXAMINER-DOSSIER-EXIT.
104600     EXIT.
104700*----------------------------------------------------------------
104800* 4000-VERIFIER-EXTRAITS : GENERATIONS DU GDG PRESTAT (ENTETES DU
104900*                          FLOT PRESTATS) CONTRE LE REGISTRE DES
105000*                          EXTRAITS, DANS LES DEUX SENS
105100*----------------------------------------------------------------
105200 4000-VERIFIER-EXTRAITS.
105300     MOVE "GENERATIONS DE L'EXTRAIT PRESTATIONS (REGEXTR)"
105400         TO TS-LIBELLE.
105500     PERFORM 1900-OUVRIR-SECTION
105600         THRU 1900-OUVRIR-SECTION-EXIT.
105700     MOVE ZERO TO ID-A-QUALIFIER.
105800     OPEN INPUT EXTRAITS-PRESTATIONS.
105900     IF NOT EX-OK
106000         MOVE "GENERATIONS PRESTAT (PRESTATS)" TO LIBELLE-SOURCE
106100         PERFORM 1950-SIGNALER-NON-LU
106200             THRU 1950-SIGNALER-NON-LU-EXIT
106300         GO TO 4000-VERIFIER-EXTRAITS-EXIT
106400     END-IF.
106500     PERFORM 4100-RELEVER-GENERATION
106600         THRU 4100-RELEVER-GENERATION-EXIT
106700         UNTIL FIN-DE-FICHIER.
106800     CLOSE EXTRAITS-PRESTATIONS.
106900     OPEN INPUT REGISTRE-EXTRAITS.
107000     IF NOT RX-OK
107100         MOVE "REGISTRE DES EXTRAITS (REGEXTR)" TO LIBELLE-SOURCE
107200         PERFORM 1950-SIGNALER-NON-LU
107300             THRU 1950-SIGNALER-NON-LU-EXIT
107400         GO TO 4000-VERIFIER-EXTRAITS-EXIT
107500     END-IF.
107600     MOVE "N" TO FIN-FICHIER.
107700     PERFORM 4200-EXAMINER-REGISTRE
107800         THRU 4200-EXAMINER-REGISTRE-EXIT
107900         UNTIL FIN-DE-FICHIER.
108000     CLOSE REGISTRE-EXTRAITS.
108100     MOVE 12 TO CLASSE-ANOMALIE.
108200     PERFORM 4300-EXAMINER-GENERATION
108300         THRU 4300-EXAMINER-GENERATION-EXIT
108400         VARYING IDX-GEN FROM 1 BY 1
108500         UNTIL IDX-GEN > NB-GENERATIONS.
108600     MOVE "    GENERATIONS MONTEES        :" TO LT-LIBELLE.
108700     MOVE NB-GENERATIONS TO LT-COMPTEUR.
108800     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
108900     WRITE LIGNE-ETAT.
109000     IF NB-GENERATIONS-DEBORDEES > ZERO
109100         MOVE "    AU-DELA DE 400, NON SUIVIES:" TO LT-LIBELLE
109200         MOVE NB-GENERATIONS-DEBORDEES TO LT-COMPTEUR
109300         MOVE LIGNE-TOTAL TO LIGNE-ETAT
109400         WRITE LIGNE-ETAT
109500     END-IF.
109600     MOVE "    ACQUITTEES, SORTIES DU GDG :" TO LT-LIBELLE.
109700     MOVE NB-GENERATIONS-SORTIES TO LT-COMPTEUR.
109800     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
109900     WRITE LIGNE-ETAT.
110000     PERFORM 1960-FERMER-SECTION
110100         THRU 1960-FERMER-SECTION-EXIT.
110200 4000-VERIFIER-EXTRAITS-EXIT.
110300     EXIT.
110400*----------------------------------------------------------------
110500* 4100-RELEVER-GENERATION : UN ENREGISTREMENT DU FLOT PRESTATS -
110600*                           SEULES LES ENTETES (UNE PAR
110700*                           GENERATION) SONT RETENUES
110800*----------------------------------------------------------------
110900 4100-RELEVER-GENERATION.
111000     READ EXTRAITS-PRESTATIONS
111100         AT END
111200             MOVE "O" TO FIN-FICHIER
111300             GO TO 4100-RELEVER-GENERATION-EXIT
111400     END-READ.
111500     IF EN-TYPE NOT = "ENTETE"
111600         GO TO 4100-RELEVER-GENERATION-EXIT
111700     END-IF.
111800     IF NB-GENERATIONS NOT < 400
111900         ADD 1 TO NB-GENERATIONS-DEBORDEES
112000         GO TO 4100-RELEVER-GENERATION-EXIT
112100     END-IF.
112200     ADD 1 TO NB-GENERATIONS.
112300     SET IDX-GEN TO NB-GENERATIONS.
112400     MOVE EN-DATE-HEURE TO TG-GENERATION(IDX-GEN).
112500     MOVE "N"           TO TG-REGISTRE(IDX-GEN).
112600 4100-RELEVER-GENERATION-EXIT.
112700     EXIT.
112800*----------------------------------------------------------------
112900* 4200-EXAMINER-REGISTRE : UNE GENERATION DU REGISTRE - RETROUVEE
113000*                          AU GDG, OU SORTIE DU GDG : NORMAL SI
113100*                          ELLE A ETE ACQUITTEE, PERDUE SINON
113200*----------------------------------------------------------------
113300 4200-EXAMINER-REGISTRE.
113400     READ REGISTRE-EXTRAITS
113500         AT END
113600             MOVE "O" TO FIN-FICHIER
113700             GO TO 4200-EXAMINER-REGISTRE-EXIT
113800     END-READ.
113900     ADD 1 TO NB-LUS.
114000     SET IDX-GEN TO 1.
114100     SEARCH ENTREE-GENERATION
114200         AT END
114300             CONTINUE
114400         WHEN IDX-GEN > NB-GENERATIONS
114500             CONTINUE
114600         WHEN TG-GENERATION(IDX-GEN) = RX-GENERATION
114700             MOVE "O" TO TG-REGISTRE(IDX-GEN)
114800             GO TO 4200-EXAMINER-REGISTRE-EXIT
114900     END-SEARCH.
115000     IF RX-EST-ACQUITTE
115100         ADD 1 TO NB-GENERATIONS-SORTIES
115200         GO TO 4200-EXAMINER-REGISTRE-EXIT
115300     END-IF.
115400     IF NB-GENERATIONS-DEBORDEES > ZERO
115500         GO TO 4200-EXAMINER-REGISTRE-EXIT
115600     END-IF.
115700     MOVE 11 TO CLASSE-ANOMALIE.
115800     MOVE SPACES TO REFERENCE-ANOMALIE.
115900     STRING "GENERATION " DELIMITED BY SIZE
116000         RX-GENERATION DELIMITED BY SIZE
116100         " DU " DELIMITED BY SIZE
116200         RX-DATE-EXTRAIT DELIMITED BY SIZE
116300         ", " DELIMITED BY SIZE
116400         RX-NB-ENREG DELIMITED BY SIZE
116500         " ENREG." DELIMITED BY SIZE
116600         INTO REFERENCE-ANOMALIE.
116700     PERFORM 1600-SIGNALER-ANOMALIE
116800         THRU 1600-SIGNALER-ANOMALIE-EXIT.
116900 4200-EXAMINER-REGISTRE-EXIT.
117000     EXIT.
117100*----------------------------------------------------------------
117200* 4300-EXAMINER-GENERATION : UNE GENERATION DU GDG QUE LE
117300*                            REGISTRE NE CONNAIT PAS
117400*----------------------------------------------------------------
117500 4300-EXAMINER-GENERATION.
117600     IF TG-AU-REGISTRE(IDX-GEN)
117700         GO TO 4300-EXAMINER-GENERATION-EXIT
117800     END-IF.
117900     MOVE SPACES TO REFERENCE-ANOMALIE.
118000     STRING "GENERATION " DELIMITED BY SIZE
118100         TG-GENERATION(IDX-GEN) DELIMITED BY SIZE
118200         " MONTEE SOUS PRESTATS" DELIMITED BY SIZE
118300         INTO REFERENCE-ANOMALIE.
118400     PERFORM 1600-SIGNALER-ANOMALIE
118500         THRU 1600-SIGNALER-ANOMALIE-EXIT.
118600 4300-EXAMINER-GENERATION-EXIT.
118700     EXIT.
118800*----------------------------------------------------------------
118900* 5000-VERIFIER-ADRESSES : HISTORIQUE DES ADRESSES
119000*----------------------------------------------------------------
119100 5000-VERIFIER-ADRESSES.
119200     MOVE "HISTORIQUE DES ADRESSES (ADRHIST)" TO TS-LIBELLE.
119300     PERFORM 1900-OUVRIR-SECTION
119400         THRU 1900-OUVRIR-SECTION-EXIT.
119500     OPEN INPUT HISTORIQUE-ADRESSES.
119600     IF NOT AH-OK
119700         MOVE "HISTORIQUE DES ADRESSES (ADRHIST)"
119800             TO LIBELLE-SOURCE
119900         PERFORM 1950-SIGNALER-NON-LU
120000             THRU 1950-SIGNALER-NON-LU-EXIT
120100         GO TO 5000-VERIFIER-ADRESSES-EXIT
120200     END-IF.
120300     PERFORM 5100-EXAMINER-ADRESSE
120400         THRU 5100-EXAMINER-ADRESSE-EXIT
120500         UNTIL FIN-DE-FICHIER.
120600     CLOSE HISTORIQUE-ADRESSES.
120700     PERFORM 1960-FERMER-SECTION
120800         THRU 1960-FERMER-SECTION-EXIT.
120900 5000-VERIFIER-ADRESSES-EXIT.
121000     EXIT.
121100*----------------------------------------------------------------
121200* 5100-EXAMINER-ADRESSE : UNE ADRESSE - SANS DOSSIER, OU RESTEE
121300*                         SUR UN DOSSIER ANONYMISE
121400*----------------------------------------------------------------
121500 5100-EXAMINER-ADRESSE.
121600     READ HISTORIQUE-ADRESSES NEXT RECORD
121700         AT END
121800             MOVE "O" TO FIN-FICHIER
121900             GO TO 5100-EXAMINER-ADRESSE-EXIT
122000     END-READ.
122100     ADD 1 TO NB-LUS.
122200     MOVE AH-ID-CITOYEN TO ID-A-QUALIFIER.
122300     PERFORM 1500-QUALIFIER-DOSSIER
122400         THRU 1500-QUALIFIER-DOSSIER-EXIT.
122500     EVALUATE TRUE
122600         WHEN DOSSIER-INCONNU
122700             MOVE 13 TO CLASSE-ANOMALIE
122800         WHEN DOSSIER-EST-ANONYME
122900             MOVE 14 TO CLASSE-ANOMALIE
123000         WHEN OTHER
123100             GO TO 5100-EXAMINER-ADRESSE-EXIT
123200     END-EVALUATE.
123300     MOVE SPACES TO REFERENCE-ANOMALIE.
123400     STRING "ADRESSE NO " DELIMITED BY SIZE
123500         AH-NO-ADRESSE DELIMITED BY SIZE
123600         " ENTREE LE " DELIMITED BY SIZE
123700         AH-DATE-ENTREE DELIMITED BY SIZE
123800         INTO REFERENCE-ANOMALIE.
123900     PERFORM 1600-SIGNALER-ANOMALIE
124000         THRU 1600-SIGNALER-ANOMALIE-EXIT.
124100 5100-EXAMINER-ADRESSE-EXIT.
124200     EXIT.
124300*----------------------------------------------------------------
124400* 5300-VERIFIER-PIECES : PIECES D'IDENTITE ENREGISTREES
124500*----------------------------------------------------------------
124600 5300-VERIFIER-PIECES.
124700     MOVE "PIECES D'IDENTITE (PIECES)" TO TS-LIBELLE.
124800     PERFORM 1900-OUVRIR-SECTION
124900         THRU 1900-OUVRIR-SECTION-EXIT.
125000     OPEN INPUT FICHIER-PIECES.
125100     IF NOT PI-OK
125200         MOVE "PIECES D'IDENTITE (PIECES)" TO LIBELLE-SOURCE
125300         PERFORM 1950-SIGNALER-NON-LU
125400             THRU 1950-SIGNALER-NON-LU-EXIT
125500         GO TO 5300-VERIFIER-PIECES-EXIT
125600     END-IF.
125700     PERFORM 5400-EXAMINER-PIECE
125800         THRU 5400-EXAMINER-PIECE-EXIT
125900         UNTIL FIN-DE-FICHIER.
126000     CLOSE FICHIER-PIECES.
126100     PERFORM 1960-FERMER-SECTION
126200         THRU 1960-FERMER-SECTION-EXIT.
126300 5300-VERIFIER-PIECES-EXIT.
126400     EXIT.
126500*----------------------------------------------------------------
126600* 5400-EXAMINER-PIECE : UNE PIECE - SANS DOSSIER, OU RESTEE SUR
126700*                       UN DOSSIER ANONYMISE
126800*----------------------------------------------------------------
126900 5400-EXAMINER-PIECE.
127000     READ FICHIER-PIECES NEXT RECORD
127100         AT END
127200             MOVE "O" TO FIN-FICHIER
127300             GO TO 5400-EXAMINER-PIECE-EXIT
127400     END-READ.
127500     ADD 1 TO NB-LUS.
127600     MOVE PI-ID-CITOYEN TO ID-A-QUALIFIER.
127700     PERFORM 1500-QUALIFIER-DOSSIER
127800         THRU 1500-QUALIFIER-DOSSIER-EXIT.
127900     EVALUATE TRUE
128000         WHEN DOSSIER-INCONNU
128100             MOVE 15 TO CLASSE-ANOMALIE
128200         WHEN DOSSIER-EST-ANONYME
128300             MOVE 16 TO CLASSE-ANOMALIE
128400         WHEN OTHER
128500             GO TO 5400-EXAMINER-PIECE-EXIT
128600     END-EVALUATE.
128700     MOVE SPACES TO REFERENCE-ANOMALIE.
128800     STRING "PIECE NO " DELIMITED BY SIZE
128900         PI-NO-PIECE DELIMITED BY SIZE
129000         " TYPE " DELIMITED BY SIZE
129100         PI-TYPE-PIECE DELIMITED BY SIZE
129200         " DELIVREE LE " DELIMITED BY SIZE
129300         PI-DATE-DELIVRANCE DELIMITED BY SIZE
129400         INTO REFERENCE-ANOMALIE.
129500     PERFORM 1600-SIGNALER-ANOMALIE
129600         THRU 1600-SIGNALER-ANOMALIE-EXIT.
129700 5400-EXAMINER-PIECE-EXIT.
129800     EXIT.
129900*----------------------------------------------------------------
130000* 5600-VERIFIER-CONTACTS : COORDONNEES DE CONTACT
130100*----------------------------------------------------------------
130200 5600-VERIFIER-CONTACTS.
130300     MOVE "COORDONNEES DE CONTACT (CONTACTS)" TO TS-LIBELLE.
130400     PERFORM 1900-OUVRIR-SECTION
130500         THRU 1900-OUVRIR-SECTION-EXIT.
130600     OPEN INPUT FICHIER-CONTACTS.
130700     IF NOT CT-OK
130800         MOVE "COORDONNEES DE CONTACT (CONTACTS)"
130900             TO LIBELLE-SOURCE
131000         PERFORM 1950-SIGNALER-NON-LU
131100             THRU 1950-SIGNALER-NON-LU-EXIT
131200         GO TO 5600-VERIFIER-CONTACTS-EXIT
131300     END-IF.
131400     PERFORM 5700-EXAMINER-CONTACT
131500         THRU 5700-EXAMINER-CONTACT-EXIT
131600         UNTIL FIN-DE-FICHIER.
131700     CLOSE FICHIER-CONTACTS.
131800     PERFORM 1960-FERMER-SECTION
131900         THRU 1960-FERMER-SECTION-EXIT.
132000 5600-VERIFIER-CONTACTS-EXIT.
132100     EXIT.
132200*----------------------------------------------------------------
132300* 5700-EXAMINER-CONTACT : DES COORDONNEES - SANS DOSSIER, OU
132400*                         RESTEES SUR UN DOSSIER ANONYMISE
132500*----------------------------------------------------------------
132600 5700-EXAMINER-CONTACT.
132700     READ FICHIER-CONTACTS NEXT RECORD
132800         AT END
132900             MOVE "O" TO FIN-FICHIER
133000             GO TO 5700-EXAMINER-CONTACT-EXIT
133100     END-READ.
133200     ADD 1 TO NB-LUS.
133300     MOVE CT-ID-CITOYEN TO ID-A-QUALIFIER.
133400     PERFORM 1500-QUALIFIER-DOSSIER
133500         THRU 1500-QUALIFIER-DOSSIER-EXIT.
133600     EVALUATE TRUE
133700         WHEN DOSSIER-INCONNU
133800             MOVE 17 TO CLASSE-ANOMALIE
133900         WHEN DOSSIER-EST-ANONYME
134000             MOVE 18 TO CLASSE-ANOMALIE
134100         WHEN OTHER
134200             GO TO 5700-EXAMINER-CONTACT-EXIT
134300     END-EVALUATE.
134400     MOVE SPACES TO REFERENCE-ANOMALIE.
134500     STRING "COORDONNEES MISES A JOUR LE " DELIMITED BY SIZE
134600         CT-DATE-MAJ DELIMITED BY SIZE
134700         " PAR " DELIMITED BY SIZE
134800         CT-PROGRAMME DELIMITED BY SIZE
134900         INTO REFERENCE-ANOMALIE.
135000     PERFORM 1600-SIGNALER-ANOMALIE
135100         THRU 1600-SIGNALER-ANOMALIE-EXIT.
135200 5700-EXAMINER-CONTACT-EXIT.
135300     EXIT.
135400*----------------------------------------------------------------
135500* 6000-VERIFIER-CARTES : REGISTRE DES CARTES D'IDENTITE
135600*----------------------------------------------------------------
135700 6000-VERIFIER-CARTES.
135800     MOVE "CARTES D'IDENTITE (CARTES)" TO TS-LIBELLE.
135900     PERFORM 1900-OUVRIR-SECTION
136000         THRU 1900-OUVRIR-SECTION-EXIT.
136100     OPEN INPUT REGISTRE-CARTES.
136200     IF NOT IC-OK
136300         MOVE "REGISTRE DES CARTES (CARTES)" TO LIBELLE-SOURCE
136400         PERFORM 1950-SIGNALER-NON-LU
136500             THRU 1950-SIGNALER-NON-LU-EXIT
136600         GO TO 6000-VERIFIER-CARTES-EXIT
136700     END-IF.
136800     PERFORM 6100-EXAMINER-CARTE
136900         THRU 6100-EXAMINER-CARTE-EXIT
137000         UNTIL FIN-DE-FICHIER.
137100     CLOSE REGISTRE-CARTES.
137200     PERFORM 1960-FERMER-SECTION
137300         THRU 1960-FERMER-SECTION-EXIT.
137400 6000-VERIFIER-CARTES-EXIT.
137500     EXIT.
137600*----------------------------------------------------------------
137700* 6100-EXAMINER-CARTE : UNE CARTE - SANS DOSSIER (QUEL QUE SOIT
137800*                       SON ETAT), OU ENCORE VIVANTE SUR UN
137900*                       DOSSIER CLOS
138000*----------------------------------------------------------------
138100 6100-EXAMINER-CARTE.
138200     READ REGISTRE-CARTES NEXT RECORD
138300         AT END
138400             MOVE "O" TO FIN-FICHIER
138500             GO TO 6100-EXAMINER-CARTE-EXIT
138600     END-READ.
138700     ADD 1 TO NB-LUS.
138800     MOVE IC-ID-CITOYEN TO ID-A-QUALIFIER.
138900     PERFORM 1500-QUALIFIER-DOSSIER
139000         THRU 1500-QUALIFIER-DOSSIER-EXIT.
139100     EVALUATE TRUE
139200         WHEN DOSSIER-INCONNU
139300             MOVE 19 TO CLASSE-ANOMALIE
139400         WHEN DOSSIER-CLOS AND IC-CARTE-VIVANTE
139500             MOVE 20 TO CLASSE-ANOMALIE
139600         WHEN OTHER
139700             GO TO 6100-EXAMINER-CARTE-EXIT
139800     END-EVALUATE.
139900     MOVE SPACES TO REFERENCE-ANOMALIE.
140000     STRING "CARTE " DELIMITED BY SIZE
140100         IC-NO-CARTE DELIMITED BY SIZE
140200         " ETAT " DELIMITED BY SIZE
140300         IC-ETAT DELIMITED BY SIZE
140400         " DEMANDEE LE " DELIMITED BY SIZE
140500         IC-DATE-DEMANDE DELIMITED BY SIZE
140600         " STATUT " DELIMITED BY SIZE
140700         ETAT-DOSSIER DELIMITED BY SIZE
140800         INTO REFERENCE-ANOMALIE.
140900     PERFORM 1600-SIGNALER-ANOMALIE
141000         THRU 1600-SIGNALER-ANOMALIE-EXIT.
141100 6100-EXAMINER-CARTE-EXIT.
141200     EXIT.
141300*----------------------------------------------------------------
141400* 6500-VERIFIER-TACHES : TACHES NON CLOSES DE LA FILE
141500*----------------------------------------------------------------
141600 6500-VERIFIER-TACHES.
141700     MOVE "FILE DES TACHES (TACHES)" TO TS-LIBELLE.
141800     PERFORM 1900-OUVRIR-SECTION
141900         THRU 1900-OUVRIR-SECTION-EXIT.
142000     OPEN INPUT FICHIER-TACHES.
142100     IF NOT TQ-OK
142200         MOVE "FILE DES TACHES (TACHES)" TO LIBELLE-SOURCE
142300         PERFORM 1950-SIGNALER-NON-LU
142400             THRU 1950-SIGNALER-NON-LU-EXIT
142500         GO TO 6500-VERIFIER-TACHES-EXIT
142600     END-IF.
142700     PERFORM 6600-EXAMINER-TACHE
142800         THRU 6600-EXAMINER-TACHE-EXIT
142900         UNTIL FIN-DE-FICHIER.
143000     CLOSE FICHIER-TACHES.
143100     PERFORM 1960-FERMER-SECTION
143200         THRU 1960-FERMER-SECTION-EXIT.
143300 6500-VERIFIER-TACHES-EXIT.
143400     EXIT.
143500*----------------------------------------------------------------
143600* 6600-EXAMINER-TACHE : UNE TACHE NON CLOSE RATTACHEE A UN
143700*                       DOSSIER (LES TACHES SANS IDENTIFIANT NE
143800*                       SONT PAS CONTROLEES)
143900*----------------------------------------------------------------
144000 6600-EXAMINER-TACHE.
144100     READ FICHIER-TACHES NEXT RECORD
144200         AT END
144300             MOVE "O" TO FIN-FICHIER
144400             GO TO 6600-EXAMINER-TACHE-EXIT
144500     END-READ.
144600     ADD 1 TO NB-LUS.
144700     IF TQ-CLOSE OR TQ-ID-CITOYEN NOT NUMERIC
144800             OR TQ-ID-CITOYEN = ZERO
144900         GO TO 6600-EXAMINER-TACHE-EXIT
145000     END-IF.
145100     MOVE TQ-ID-CITOYEN TO ID-A-QUALIFIER.
145200     PERFORM 1500-QUALIFIER-DOSSIER
145300         THRU 1500-QUALIFIER-DOSSIER-EXIT.
145400     EVALUATE TRUE
145500         WHEN DOSSIER-INCONNU
145600             MOVE 21 TO CLASSE-ANOMALIE
145700         WHEN DOSSIER-FUSIONNE
145800             MOVE 22 TO CLASSE-ANOMALIE
145900         WHEN DOSSIER-HISTORISE
146000             MOVE 22 TO CLASSE-ANOMALIE
146100         WHEN DOSSIER-EST-ANONYME
146200             MOVE 22 TO CLASSE-ANOMALIE
146300         WHEN OTHER
146400             GO TO 6600-EXAMINER-TACHE-EXIT
146500     END-EVALUATE.
146600     MOVE SPACES TO REFERENCE-ANOMALIE.
146700     STRING "TACHE " DELIMITED BY SIZE
146800         TQ-NO-TACHE DELIMITED BY SIZE
146900         " TYPE " DELIMITED BY SIZE
147000         TQ-TYPE-TACHE DELIMITED BY SIZE
147100         " DU " DELIMITED BY SIZE
147200         TQ-DATE-CREATION DELIMITED BY SIZE
147300         " STATUT " DELIMITED BY SIZE
147400         ETAT-DOSSIER DELIMITED BY SIZE
147500         INTO REFERENCE-ANOMALIE.
147600     PERFORM 1600-SIGNALER-ANOMALIE
147700         THRU 1600-SIGNALER-ANOMALIE-EXIT.
147800 6600-EXAMINER-TACHE-EXIT.
147900     EXIT.
148000*----------------------------------------------------------------
148100* 7000-VERIFIER-PROPOSITIONS : PROPOSITIONS DES PRESTATIONS
148200*----------------------------------------------------------------
148300 7000-VERIFIER-PROPOSITIONS.
148400     MOVE "PROPOSITIONS DES PRESTATIONS (PROPOSIT)"
148500         TO TS-LIBELLE.
148600     PERFORM 1900-OUVRIR-SECTION
148700         THRU 1900-OUVRIR-SECTION-EXIT.
148800     OPEN INPUT FICHIER-PROPOSITIONS.
148900     IF NOT PQ-OK
149000         MOVE "PROPOSITIONS DES PRESTATIONS (PROPOSIT)"
149100             TO LIBELLE-SOURCE
149200         PERFORM 1950-SIGNALER-NON-LU
149300             THRU 1950-SIGNALER-NON-LU-EXIT
149400         GO TO 7000-VERIFIER-PROPOSITIONS-EXIT
149500     END-IF.
149600     PERFORM 7100-EXAMINER-PROPOSITION
149700         THRU 7100-EXAMINER-PROPOSITION-EXIT
149800         UNTIL FIN-DE-FICHIER.
149900     CLOSE FICHIER-PROPOSITIONS.
150000     PERFORM 1960-FERMER-SECTION
150100         THRU 1960-FERMER-SECTION-EXIT.
150200 7000-VERIFIER-PROPOSITIONS-EXIT.
150300     EXIT.
150400*----------------------------------------------------------------
150500* 7100-EXAMINER-PROPOSITION : UNE PROPOSITION EN ATTENTE DE
150600*                             DECISION, RAPPROCHEE D'UN DOSSIER
150700*----------------------------------------------------------------
150800 7100-EXAMINER-PROPOSITION.
150900     READ FICHIER-PROPOSITIONS NEXT RECORD
151000         AT END
151100             MOVE "O" TO FIN-FICHIER
151200             GO TO 7100-EXAMINER-PROPOSITION-EXIT
151300     END-READ.
151400     ADD 1 TO NB-LUS.
151500     IF NOT PQ-EN-ATTENTE OR PQ-ID-CITOYEN NOT NUMERIC
151600             OR PQ-ID-CITOYEN = ZERO
151700         GO TO 7100-EXAMINER-PROPOSITION-EXIT
151800     END-IF.
151900     MOVE PQ-ID-CITOYEN TO ID-A-QUALIFIER.
152000     PERFORM 1500-QUALIFIER-DOSSIER
152100         THRU 1500-QUALIFIER-DOSSIER-EXIT.
152200     EVALUATE TRUE
152300         WHEN DOSSIER-INCONNU
152400             MOVE 23 TO CLASSE-ANOMALIE
152500         WHEN DOSSIER-FUSIONNE
152600             MOVE 24 TO CLASSE-ANOMALIE
152700         WHEN DOSSIER-HISTORISE
152800             MOVE 24 TO CLASSE-ANOMALIE
152900         WHEN DOSSIER-EST-ANONYME
153000             MOVE 24 TO CLASSE-ANOMALIE
153100         WHEN OTHER
153200             GO TO 7100-EXAMINER-PROPOSITION-EXIT
153300     END-EVALUATE.
153400     MOVE SPACES TO REFERENCE-ANOMALIE.
153500     STRING "PROPOSITION " DELIMITED BY SIZE
153600         PQ-REFERENCE DELIMITED BY SIZE
153700         " TYPE " DELIMITED BY SIZE
153800         PQ-TYPE-CHANGEMENT DELIMITED BY SIZE
153900         " RECUE LE " DELIMITED BY SIZE
154000         PQ-DATE-RECEPTION DELIMITED BY SIZE
154100         INTO REFERENCE-ANOMALIE.
154200     PERFORM 1600-SIGNALER-ANOMALIE
154300         THRU 1600-SIGNALER-ANOMALIE-EXIT.
154400 7100-EXAMINER-PROPOSITION-EXIT.
154500     EXIT.
154600*----------------------------------------------------------------
154700* 8000-IMPRIMER-SYNTHESE : UNE LIGNE PAR CLASSE (FICHIER, TYPE,
154800*                          NOMBRE, GRAVITE) ET, POUR CHAQUE CLASSE
154900*                          TOUCHEE, L'ACTION PROPOSEE ; CODE
155000*                          RETOUR
155100*----------------------------------------------------------------
155200 8000-IMPRIMER-SYNTHESE.
155300     MOVE "SYNTHESE PAR FICHIER ET PAR TYPE D'ANOMALIE"
155400         TO TS-LIBELLE.
155500     PERFORM 1900-OUVRIR-SECTION
155600         THRU 1900-OUVRIR-SECTION-EXIT.
155700     MOVE SPACES     TO LIGNE-ETAT.
155800     MOVE "CL"       TO LIGNE-ETAT(5:2).
155900     MOVE "FICHIER"  TO LIGNE-ETAT(8:7).
156000     MOVE "TYPE D'ANOMALIE" TO LIGNE-ETAT(17:15).
156100     MOVE "NOMBRE"   TO LIGNE-ETAT(59:6).
156200     MOVE "GRAV."    TO LIGNE-ETAT(66:5).
156300     WRITE LIGNE-ETAT.
156400     PERFORM 8100-IMPRIMER-CLASSE
156500         THRU 8100-IMPRIMER-CLASSE-EXIT
156600         VARYING CLASSE-ANOMALIE FROM 1 BY 1
156700         UNTIL CLASSE-ANOMALIE > NB-CLASSES.
156800     MOVE SPACES TO LIGNE-ETAT.
156900     WRITE LIGNE-ETAT.
157000     MOVE "ANOMALIES                        :" TO LT-LIBELLE.
157100     MOVE NB-ANOMALIES TO LT-COMPTEUR.
157200     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
157300     WRITE LIGNE-ETAT.
157400     MOVE "  AU-DELA DE 50, NON DETAILLEES  :" TO LT-LIBELLE.
157500     MOVE NB-NON-DETAILLEES TO LT-COMPTEUR.
157600     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
157700     WRITE LIGNE-ETAT.
157800     MOVE "FICHIERS NON LUS                 :" TO LT-LIBELLE.
157900     MOVE NB-FICHIERS-NON-LUS TO LT-COMPTEUR.
158000     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
158100     WRITE LIGNE-ETAT.
158200     IF NB-FICHIERS-NON-LUS > ZERO AND GRAVITE-MAXIMALE < 4
158300         MOVE 4 TO GRAVITE-MAXIMALE
158400     END-IF.
158500     MOVE GRAVITE-MAXIMALE TO RETURN-CODE.
158600     MOVE SPACES TO LIGNE-ETAT.
158700     WRITE LIGNE-ETAT.
158800     EVALUATE TRUE
158900         WHEN GRAVITE-MAXIMALE = ZERO
159000             MOVE "AUCUNE ANOMALIE - CODE RETOUR 0" TO LIGNE-ETAT
159100         WHEN GRAVITE-MAXIMALE = 4
159200             MOVE "ANOMALIES DE STATUT OU FICHIER NON LU - CODE "
159300                 TO LIGNE-ETAT
159400             MOVE "RETOUR 4" TO LIGNE-ETAT(47:8)
159500         WHEN OTHER
159600             MOVE "ORPHELINS OU DONNEES A EFFACER - CODE RETOUR 8"
159700                 TO LIGNE-ETAT
159800     END-EVALUATE.
159900     WRITE LIGNE-ETAT.
160000 8000-IMPRIMER-SYNTHESE-EXIT.
160100     EXIT.
160200*----------------------------------------------------------------
160300* 8100-IMPRIMER-CLASSE : LIGNE DE SYNTHESE D'UNE CLASSE ET SON
160400*                        ACTION SI ELLE EST TOUCHEE
160500*----------------------------------------------------------------
160600 8100-IMPRIMER-CLASSE.
160700     MOVE CLASSE-ANOMALIE              TO LS-CLASSE.
160800     MOVE TC-FICHIER(CLASSE-ANOMALIE)  TO LS-FICHIER.
160900     MOVE TC-LIBELLE(CLASSE-ANOMALIE)  TO LS-LIBELLE.
161000     MOVE TC-NOMBRE(CLASSE-ANOMALIE)   TO LS-NOMBRE.
161100     MOVE TC-GRAVITE(CLASSE-ANOMALIE)  TO LS-GRAVITE.
161200     MOVE LIGNE-SYNTHESE TO LIGNE-ETAT.
161300     WRITE LIGNE-ETAT.
161400     IF TC-NOMBRE(CLASSE-ANOMALIE) = ZERO
161500         GO TO 8100-IMPRIMER-CLASSE-EXIT
161600     END-IF.
161700     MOVE TC-ACTION(CLASSE-ANOMALIE) TO LA-ACTION.
161800     MOVE LIGNE-ACTION TO LIGNE-ETAT.
161900     WRITE LIGNE-ETAT.
162000     IF TC-GRAVITE(CLASSE-ANOMALIE) > GRAVITE-MAXIMALE
162100         MOVE TC-GRAVITE(CLASSE-ANOMALIE) TO GRAVITE-MAXIMALE
162200     END-IF.
162300 8100-IMPRIMER-CLASSE-EXIT.
162400     EXIT.
162500*----------------------------------------------------------------
162600* 9999-TERMINER : FERMETURE DES REFERENTIELS ET DE L'ETAT
162700*----------------------------------------------------------------
162800 9999-TERMINER.
162900     CLOSE FICHIER-MAITRE.
163000     CLOSE MAITRE-HISTORIQUE.
163100     CLOSE ETAT-INTEGRITE.
163200     DISPLAY "VERIF-INTEGRITE - ANOMALIES : " NB-ANOMALIES
163300         " - FICHIERS NON LUS : " NB-FICHIERS-NON-LUS
163400         " - CODE RETOUR " GRAVITE-MAXIMALE.
163500 9999-TERMINER-EXIT.
163600     EXIT.
