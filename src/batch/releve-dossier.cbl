000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RELEVE-DOSSIER.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* RELEVE-DOSSIER PRODUIT EN UN SEUL DOCUMENT DATE TOUT CE QUE LE
000900* REGISTRE DETIENT SUR UN CITOYEN, POUR REPONDRE A L'EXERCICE DU
001000* DROIT D'ACCES (RGPD) : LE GUICHET ENCHAINAIT HISTO-DOSSIER,
001100* HISTO-ARCHIVE, NAVIG-DOSSIERS, RAPPORT-ACCES ET LES RECHERCHES
001200* D'ATTESTATIONS, PUIS RECOLLAIT LES IMPRESSIONS A LA MAIN.
001300*
001400* LE RELEVE REPREND, DANS CET ORDRE :
001500*   - LE DOSSIER (FICHIER MAITRE, A DEFAUT MAITRE HISTORIQUE) ;
001600*   - LES LIENS DE RESPONSABILITE DANS LES DEUX SENS (LIENS) ;
001700*   - TOUTES LES LIGNES DU JOURNAL D'AUDIT, ARCHIVES PUIS JOURNAL
001800*     VIVANT, AVEC LES IMAGES AVANT ET APRES DECODEES (LES
001900*     LIGNES ANCIENNES SANS IDENTIFIANT SONT RAPPROCHEES PAR
002000*     NOM+PRENOM, COMME DANS HISTO-ARCHIVE) ;
002100*   - TOUTES LES CONSULTATIONS DU DOSSIER, ARCHIVES PUIS JOURNAL
002200*     DES ACCES VIVANT, AVEC L'OPERATEUR ET LE PROGRAMME ;
002300*   - LES ATTESTATIONS ET CERTIFICATS EMIS (ATTESTLG) ;
002400*   - LES DEMANDES DE DECES OU DE SUPPRESSION DEPOSEES A
002500*     L'APPROBATION, EN ATTENTE OU TRANCHEES (ATTENTE) ;
002600*   - LES REJETS DE CHARGEMENT ENCORE EN INSTANCE A SON NOM OU
002700*     PORTANT SON IDENTIFIANT DANS UN LIEN (REJETS) ;
002800*   - LES GENERATIONS DE L'EXTRAIT PRESTATIONS QUI L'ONT PORTE
002900*     (GENERATIONS PRESTAT CONCATENEES SOUS LE DD PRESTATS),
003000*     AVEC LEUR ACQUITTEMENT LU AU REGISTRE REGEXTR.
003100*
003200* CARTES SYSIN, DANS L'ORDRE :
003300*   1 - CODE OPERATEUR DEMANDEUR (OBLIGATOIRE) ;
003400*   2 - IDENTIFIANT DU CITOYEN (OBLIGATOIRE, 9 CHIFFRES).
003500*
003600* LA PRODUCTION DU RELEVE EST ELLE-MEME PORTEE AU JOURNAL D'AUDIT
003700* (ACTION RELEV, VOIR RCJOURNAL) ET AU JOURNAL DES ACCES
003800* (TRACE-ACCES). UNE SOURCE ABSENTE EST SIGNALEE DANS LE RELEVE
003900* ET DONNE LE CODE RETOUR 4 : LE RELEVE EST ALORS INCOMPLET ET
004000* NE DOIT PAS ETRE REMIS EN L'ETAT.
004100*
004200* HISTORIQUE DES MODIFICATIONS
004300* DATE       AUTEUR  DESCRIPTION
004400* ---------- ------- ---------------------------------------------
004500* 2026-10-15 SI      CREATION - RELEVE UNIQUE DES DONNEES D'UN
004600*                    CITOYEN AU TITRE DU DROIT D'ACCES.
004610* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
004620*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
004630*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
004640*                    RCCHAIND).
004660* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
004680*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
004700*----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.    IBM-370.
005100 OBJECT-COMPUTER.    IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS MF-ID-CITOYEN
005800         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005900         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
006000         FILE STATUS IS MF-STATUT.
006100     SELECT MAITRE-HISTORIQUE ASSIGN TO "HISTMAIT"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS HM-ID-CITOYEN
006500         ALTERNATE RECORD KEY IS HM-CLE WITH DUPLICATES
006600         ALTERNATE RECORD KEY IS HM-NO-NATIONAL WITH DUPLICATES
006700         FILE STATUS IS HM-STATUT.
006800     SELECT FICHIER-LIENS ASSIGN TO "LIENS"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS LN-ID-MINEUR
007200         FILE STATUS IS LN-STATUT.
007300     SELECT ARCHIVES ASSIGN TO "ARCHIVES"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS AR-STATUT.
007600     SELECT JOURNAL ASSIGN TO "JOURNAL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS JN-STATUT.
007900     SELECT ARCHIVES-ACCES ASSIGN TO "ACCARCH"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS AA-STATUT.
008200     SELECT JOURNAL-ACCES ASSIGN TO "ACCESLOG"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS AL-STATUT.
008500     SELECT REGISTRE-ATTEST ASSIGN TO "ATTESTLG"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS RG-STATUT.
008800     SELECT ACTIONS-EN-ATTENTE ASSIGN TO "ATTENTE"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS AT-STATUT.
009100     SELECT REJETS ASSIGN TO "REJETS"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS RJ-STATUT.
009400     SELECT EXTRAITS-PRESTATIONS ASSIGN TO "PRESTATS"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS EX-STATUT.
009700     SELECT REGISTRE-EXTRAITS ASSIGN TO "REGEXTR"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS RX-STATUT.
010000     SELECT ETAT-RELEVE ASSIGN TO "ETATRELV"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS ET-STATUT.
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  FICHIER-MAITRE
010600     LABEL RECORDS ARE STANDARD.
010700 01  ENR-MAITRE.
010800     COPY RCMAITRE.
010900 FD  MAITRE-HISTORIQUE
011000     LABEL RECORDS ARE STANDARD.
011100 01  ENR-MAITRE-HISTO.
011200     COPY RCMAITRE REPLACING LEADING ==MF== BY ==HM==.
011300 FD  FICHIER-LIENS
011400     LABEL RECORDS ARE STANDARD.
011500 01  ENR-LIEN.
011600     COPY RCLIEN.
011700 FD  ARCHIVES
011800     LABEL RECORDS ARE STANDARD.
011900 01  ENR-ARCHIVE.
012000     COPY RCJOURNAL REPLACING LEADING ==JN== BY ==AR==.
012100 FD  JOURNAL
012200     LABEL RECORDS ARE STANDARD.
012300 01  ENR-JOURNAL.
012400     COPY RCJOURNAL.
012500 FD  ARCHIVES-ACCES
012600     LABEL RECORDS ARE STANDARD.
012700 01  ENR-ARCHIVE-ACCES.
012800     COPY RCACCES REPLACING LEADING ==AL== BY ==AA==.
012900 FD  JOURNAL-ACCES
013000     LABEL RECORDS ARE STANDARD.
013100 01  ENR-ACCES.
013200     COPY RCACCES.
013300 FD  REGISTRE-ATTEST
013400     LABEL RECORDS ARE STANDARD.
013500 01  ENR-REGISTRE-ATTEST.
013600     05 RG-NUMERO                PIC 9(07).
013700     05 RG-DATE-HEURE            PIC X(14).
013800     05 RG-ID-CITOYEN            PIC 9(09).
013900     05 RG-OPERATEUR             PIC X(08).
014000 FD  ACTIONS-EN-ATTENTE
014100     LABEL RECORDS ARE STANDARD.
014200 01  ENR-ATTENTE.
014300     COPY RCATTENTE.
014400 FD  REJETS
014500     LABEL RECORDS ARE STANDARD.
014600 01  REJET-REC.
014700     COPY RCREJET.
014800 FD  EXTRAITS-PRESTATIONS
014900     LABEL RECORDS ARE STANDARD.
015000 01  ENR-EXTRAIT.
015100     COPY RCEXTRAIT.
015200 01  ENR-EXTRAIT-ENTETE.
015300     05 EN-TYPE                  PIC X(06).
015400     05 EN-DATE-HEURE            PIC X(14).
015500     05 EN-MODE                  PIC X(01).
015600     05 FILLER                   PIC X(59).
015700 FD  REGISTRE-EXTRAITS
015800     LABEL RECORDS ARE STANDARD.
015900 01  ENR-REGISTRE-EXTRAIT.
016000     COPY RCREGEX.
016100 FD  ETAT-RELEVE
016200     LABEL RECORDS ARE STANDARD.
016300 01  LIGNE-ETAT                  PIC X(132).
016400 WORKING-STORAGE SECTION.
016500*----------------------------------------------------------------
016600* ZONES DE TRAVAIL
016700*----------------------------------------------------------------
016800 01  MF-STATUT                   PIC X(02).
016900     88 MF-OK                    VALUE "00".
017000 01  HM-STATUT                   PIC X(02).
017100     88 HM-OK                    VALUE "00".
017200 01  LN-STATUT                   PIC X(02).
017300     88 LN-OK                    VALUE "00".
017400 01  AR-STATUT                   PIC X(02).
017500     88 AR-OK                    VALUE "00".
017600     88 AR-ABSENT                VALUE "35".
017700 01  JN-STATUT                   PIC X(02).
017800     88 JN-OK                    VALUE "00".
017900     88 JN-ABSENT                VALUE "35".
018000 01  AA-STATUT                   PIC X(02).
018100     88 AA-OK                    VALUE "00".
018200     88 AA-ABSENT                VALUE "35".
018300 01  AL-STATUT                   PIC X(02).
018400     88 AL-OK                    VALUE "00".
018500     88 AL-ABSENT                VALUE "35".
018600 01  RG-STATUT                   PIC X(02).
018700     88 RG-OK                    VALUE "00".
018800 01  AT-STATUT                   PIC X(02).
018900     88 AT-OK                    VALUE "00".
019000 01  RJ-STATUT                   PIC X(02).
019100     88 RJ-OK                    VALUE "00".
019200 01  EX-STATUT                   PIC X(02).
019300     88 EX-OK                    VALUE "00".
019400 01  RX-STATUT                   PIC X(02).
019500     88 RX-OK                    VALUE "00".
019600 01  ET-STATUT                   PIC X(02).
019700     88 ET-OK                    VALUE "00".
019800 01  FIN-FICHIER                 PIC X(01) VALUE "N".
019900     88 FIN-DE-FICHIER           VALUE "O".
020000 01  DOSSIER-CONNU               PIC X(01) VALUE "N".
020100     88 DOSSIER-TROUVE           VALUE "O".
020200 01  ORIGINE-LIGNE               PIC X(08).
020300 01  LIBELLE-SOURCE              PIC X(40).
020400 01  HORODATE-RELEVE             PIC X(14).
020500*----------------------------------------------------------------
020600* CRITERES DU RELEVE (CARTES SYSIN) ET IDENTITE DU DOSSIER
020700*----------------------------------------------------------------
020800 01  OPERATEUR-DEMANDEUR         PIC X(08).
020900 01  ID-RECHERCHE-X              PIC X(09).
021000 01  ID-RECHERCHE-NUM REDEFINES ID-RECHERCHE-X
021100                                 PIC 9(09).
021200 01  NOM-DU-DOSSIER              PIC X(20) VALUE SPACES.
021300 01  PRENOM-DU-DOSSIER           PIC X(20) VALUE SPACES.
021400 01  SITE-DU-DOSSIER             PIC X(03) VALUE SPACES.
021500*----------------------------------------------------------------
021600* LIGNE DU JOURNAL D'AUDIT EN COURS D'EXAMEN (ARCHIVE OU JOURNAL
021700* VIVANT, RAMENEE DANS UNE ZONE COMMUNE) ET IMAGE DE DOSSIER A
021800* EDITER (DOSSIER COURANT OU IMAGE AVANT/APRES D'UNE LIGNE)
021900*----------------------------------------------------------------
022000 01  LIGNE-EXAMINEE.
022100     COPY RCJOURNAL REPLACING LEADING ==JN== BY ==JX==.
022200 01  IMAGE-DOSSIER.
022300     COPY RCMAITRE REPLACING LEADING ==MF== BY ==IM==.
022400 01  LIBELLE-IMAGE               PIC X(08).
022500*----------------------------------------------------------------
022600* GENERATIONS DE L'EXTRAIT PRESTATIONS QUI ONT PORTE LE DOSSIER
022700*----------------------------------------------------------------
022800 01  GENERATION-EN-COURS         PIC X(14) VALUE SPACES.
022900 01  NB-GENERATIONS              PIC 9(03) COMP VALUE ZERO.
023000 01  NB-GENERATIONS-DEBORDEES    PIC 9(07) COMP VALUE ZERO.
023100 01  TABLE-GENERATIONS.
023200     05 ENTREE-GENERATION        OCCURS 400 TIMES
023300                                 INDEXED BY IDX-GEN.
023400         10 TG-GENERATION        PIC X(14).
023500         10 TG-STATUT-DOSSIER    PIC X(01).
023600         10 TG-REGISTRE          PIC X(01).
023700             88 TG-AU-REGISTRE   VALUE "O".
023800         10 TG-ACQUITTE          PIC X(01).
023900             88 TG-EST-ACQUITTE  VALUE "O".
024000         10 TG-DATE-ACQUIT       PIC 9(08).
024100*----------------------------------------------------------------
024200* COMPTEURS DU RELEVE
024300*----------------------------------------------------------------
024400 01  NB-LIENS                    PIC 9(07) COMP VALUE ZERO.
024500 01  NB-LIGNES-JOURNAL           PIC 9(07) COMP VALUE ZERO.
024600 01  NB-RAPPROCHEES-PAR-NOM      PIC 9(07) COMP VALUE ZERO.
024700 01  NB-CONSULTATIONS            PIC 9(07) COMP VALUE ZERO.
024800 01  NB-ATTESTATIONS             PIC 9(07) COMP VALUE ZERO.
024900 01  NB-ATTENTES                 PIC 9(07) COMP VALUE ZERO.
025000 01  NB-REJETS                   PIC 9(07) COMP VALUE ZERO.
025100 01  NB-SOURCES-ABSENTES         PIC 9(07) COMP VALUE ZERO.
025200 01  NB-SECTION                  PIC 9(07) COMP VALUE ZERO.
025300 01  DEMANDE-TRACE-ACCES.
025400     COPY RCACCES REPLACING LEADING ==AL== BY ==TA==.
025500*----------------------------------------------------------------
025600* LIGNES EDITEES DU RELEVE
025700*----------------------------------------------------------------
025800 01  LIGNE-TITRE-SECTION.
025900     05 FILLER                   PIC X(04) VALUE "--- ".
026000     05 TS-LIBELLE               PIC X(60).
026100 01  LIGNE-IMAGE-1.
026200     05 FILLER                   PIC X(04) VALUE SPACES.
026300     05 LI-LIBELLE               PIC X(08).
026400     05 LI-NOM                   PIC X(20).
026500     05 FILLER                   PIC X(01) VALUE SPACE.
026600     05 LI-PRENOM                PIC X(20).
026700     05 FILLER                   PIC X(07) VALUE " USAGE ".
026800     05 LI-NOM-USAGE             PIC X(20).
026900     05 FILLER                   PIC X(10) VALUE " NE(E) LE ".
027000     05 LI-DATE-NAISSANCE        PIC X(08).
027100     05 FILLER                   PIC X(06) VALUE " SEXE ".
027200     05 LI-SEXE                  PIC X(01).
027300     05 FILLER                   PIC X(12) VALUE " NO NATIONAL".
027400     05 FILLER                   PIC X(01) VALUE SPACE.
027500     05 LI-NO-NATIONAL           PIC X(15).
027600 01  LIGNE-IMAGE-2.
027700     05 FILLER                   PIC X(12) VALUE SPACES.
027800     05 FILLER                   PIC X(08) VALUE "ADRESSE ".
027900     05 LI-RUE                   PIC X(30).
028000     05 FILLER                   PIC X(01) VALUE SPACE.
028100     05 LI-CODE-POSTAL           PIC X(05).
028200     05 FILLER                   PIC X(01) VALUE SPACE.
028300     05 LI-COMMUNE               PIC X(25).
028400     05 FILLER                   PIC X(06) VALUE " SITE ".
028500     05 LI-SITE                  PIC X(03).
028600     05 FILLER                   PIC X(08) VALUE " STATUT ".
028700     05 LI-STATUT                PIC X(01).
028800     05 FILLER                   PIC X(01) VALUE SPACE.
028900     05 LI-DATE-STATUT           PIC X(08).
029000     05 FILLER                   PIC X(01) VALUE SPACE.
029100     05 LI-MOTIF-STATUT          PIC X(20).
029200 01  LIGNE-LIEN.
029300     05 FILLER                   PIC X(04) VALUE SPACES.
029400     05 LL-SENS                  PIC X(30).
029500     05 LL-ID-CITOYEN            PIC 9(09).
029600     05 FILLER                   PIC X(01) VALUE SPACE.
029700     05 LL-TYPE                  PIC X(06).
029800     05 FILLER                   PIC X(17)
029900                                 VALUE " - MIS A JOUR LE ".
030000     05 LL-DATE-MAJ              PIC 9(08).
030100 01  LIGNE-JOURNAL.
030200     05 FILLER                   PIC X(04) VALUE SPACES.
030300     05 LJ-DATE-HEURE            PIC X(14).
030400     05 FILLER                   PIC X(01) VALUE SPACE.
030500     05 LJ-ACTION                PIC X(05).
030600     05 FILLER                   PIC X(01) VALUE SPACE.
030700     05 LJ-OPERATEUR             PIC X(08).
030800     05 FILLER                   PIC X(01) VALUE SPACE.
030900     05 LJ-OPERATEUR-VALIDE      PIC X(08).
031000     05 FILLER                   PIC X(01) VALUE SPACE.
031100     05 LJ-SITE                  PIC X(03).
031200     05 FILLER                   PIC X(01) VALUE SPACE.
031300     05 LJ-ORIGINE               PIC X(08).
031400     05 FILLER                   PIC X(01) VALUE SPACE.
031500     05 LJ-NOM                   PIC X(20).
031600     05 FILLER                   PIC X(01) VALUE SPACE.
031700     05 LJ-PRENOM                PIC X(20).
031800     05 FILLER                   PIC X(01) VALUE SPACE.
031900     05 LJ-AGES                  PIC X(10).
032000     05 FILLER                   PIC X(01) VALUE SPACE.
032100     05 LJ-RAPPROCHEMENT         PIC X(15).
032200 01  LIGNE-CONSULTATION.
032300     05 FILLER                   PIC X(04) VALUE SPACES.
032400     05 LC-DATE-HEURE            PIC X(14).
032500     05 FILLER                   PIC X(01) VALUE SPACE.
032600     05 LC-OPERATEUR             PIC X(08).
032700     05 FILLER                   PIC X(01) VALUE SPACE.
032800     05 LC-PROGRAMME             PIC X(20).
032900     05 FILLER                   PIC X(01) VALUE SPACE.
033000     05 LC-ORIGINE               PIC X(08).
033100 01  LIGNE-ATTESTATION.
033200     05 FILLER                   PIC X(04) VALUE SPACES.
033300     05 LA-NUMERO                PIC 9(07).
033400     05 FILLER                   PIC X(01) VALUE SPACE.
033500     05 LA-DATE-HEURE            PIC X(14).
033600     05 FILLER                   PIC X(01) VALUE SPACE.
033700     05 LA-OPERATEUR             PIC X(08).
033800 01  LIGNE-ATTENTE.
033900     05 FILLER                   PIC X(04) VALUE SPACES.
034000     05 LT-DATE-HEURE            PIC X(14).
034100     05 FILLER                   PIC X(01) VALUE SPACE.
034200     05 LT-TYPE                  PIC X(11).
034300     05 FILLER                   PIC X(01) VALUE SPACE.
034400     05 LT-DATE-EVENEMENT        PIC 9(08).
034500     05 FILLER                   PIC X(01) VALUE SPACE.
034600     05 LT-DEMANDEUR             PIC X(08).
034700     05 FILLER                   PIC X(01) VALUE SPACE.
034800     05 LT-ETAT                  PIC X(10).
034900     05 FILLER                   PIC X(01) VALUE SPACE.
035000     05 LT-DECIDEUR              PIC X(08).
035100     05 FILLER                   PIC X(01) VALUE SPACE.
035200     05 LT-DATE-DECISION         PIC X(14).
035300     05 FILLER                   PIC X(01) VALUE SPACE.
035400     05 LT-MOTIF                 PIC X(20).
035500 01  LIGNE-REJET.
035600     05 FILLER                   PIC X(04) VALUE SPACES.
035700     05 LR-DATE-REJET            PIC 9(08).
035800     05 FILLER                   PIC X(01) VALUE SPACE.
035900     05 LR-CODE-TRANS            PIC X(01).
036000     05 FILLER                   PIC X(01) VALUE SPACE.
036100     05 LR-SITE                  PIC X(03).
036200     05 FILLER                   PIC X(01) VALUE SPACE.
036300     05 LR-MOTIF                 PIC X(40).
036400 01  LIGNE-GENERATION.
036500     05 FILLER                   PIC X(04) VALUE SPACES.
036600     05 LG-GENERATION            PIC X(14).
036700     05 FILLER                   PIC X(08) VALUE " STATUT ".
036800     05 LG-STATUT-DOSSIER        PIC X(01).
036900     05 FILLER                   PIC X(01) VALUE SPACE.
037000     05 LG-ACQUITTEMENT          PIC X(30).
037100 01  LIGNE-TOTAL.
037200     05 FILLER                   PIC X(02) VALUE SPACES.
037300     05 LO-LIBELLE               PIC X(34).
037400     05 LO-COMPTEUR              PIC ZZZZZZ9.
037410 01  DEMANDE-CHAINAGE.
037420     COPY RCCHAIND.
037500 PROCEDURE DIVISION.
037600*================================================================
037700* 0000-MAINLINE : CRITERES ET DOSSIER, PUIS CHAQUE SOURCE DANS
037800*                 L'ORDRE DU RELEVE, ENFIN TRACE DE LA
037900*                 PRODUCTION DU RELEVE
038000*================================================================
038100 0000-MAINLINE.
038200     PERFORM 1000-INITIALISATION
038300         THRU 1000-INITIALISATION-EXIT.
038400     PERFORM 1100-EDITER-DOSSIER
038500         THRU 1100-EDITER-DOSSIER-EXIT.
038600     PERFORM 2000-EDITER-LIENS
038700         THRU 2000-EDITER-LIENS-EXIT.
038800     PERFORM 3000-EDITER-JOURNAL
038900         THRU 3000-EDITER-JOURNAL-EXIT.
039000     PERFORM 4000-EDITER-CONSULTATIONS
039100         THRU 4000-EDITER-CONSULTATIONS-EXIT.
039200     PERFORM 5000-EDITER-ATTESTATIONS
039300         THRU 5000-EDITER-ATTESTATIONS-EXIT.
039400     PERFORM 5500-EDITER-ATTENTES
039500         THRU 5500-EDITER-ATTENTES-EXIT.
039600     PERFORM 6000-EDITER-REJETS
039700         THRU 6000-EDITER-REJETS-EXIT.
039800     PERFORM 7000-EDITER-EXTRAITS
039900         THRU 7000-EDITER-EXTRAITS-EXIT.
040000     PERFORM 7500-TRACER-RELEVE
040100         THRU 7500-TRACER-RELEVE-EXIT.
040200     PERFORM 8000-IMPRIMER-TOTAUX
040300         THRU 8000-IMPRIMER-TOTAUX-EXIT.
040400     PERFORM 9999-TERMINER
040500         THRU 9999-TERMINER-EXIT.
040600     STOP RUN.
040700*----------------------------------------------------------------
040800* 1000-INITIALISATION : LECTURE DES CARTES, OUVERTURE DE L'ETAT
040900*                       ET ENTETE DU RELEVE
041000*----------------------------------------------------------------
041100 1000-INITIALISATION.
041200     MOVE FUNCTION CURRENT-DATE(1:14) TO HORODATE-RELEVE.
041300     ACCEPT OPERATEUR-DEMANDEUR.
041400     IF OPERATEUR-DEMANDEUR = SPACES
041500         DISPLAY "CODE OPERATEUR DEMANDEUR OBLIGATOIRE - LE "
041600             "RELEVE DOIT ETRE ATTRIBUABLE"
041700         MOVE 16 TO RETURN-CODE
041800         STOP RUN
041900     END-IF.
042000     ACCEPT ID-RECHERCHE-X.
042100     IF ID-RECHERCHE-X NOT NUMERIC OR ID-RECHERCHE-NUM = ZERO
042200         DISPLAY "IDENTIFIANT DU CITOYEN INVALIDE : "
042300             ID-RECHERCHE-X
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN
042600     END-IF.
042700     OPEN OUTPUT ETAT-RELEVE.
042800     IF NOT ET-OK
042900         DISPLAY "IMPOSSIBLE D'OUVRIR L'ETAT ETATRELV - CODE "
043000             ET-STATUT
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400     MOVE SPACES TO LIGNE-ETAT.
043500     STRING "RELEVE DES DONNEES DETENUES SUR LE CITOYEN "
043600             DELIMITED BY SIZE
043700         ID-RECHERCHE-NUM DELIMITED BY SIZE
043800         " (DROIT D'ACCES)" DELIMITED BY SIZE
043900         INTO LIGNE-ETAT.
044000     WRITE LIGNE-ETAT.
044100     MOVE SPACES TO LIGNE-ETAT.
044200     STRING "ETABLI LE " DELIMITED BY SIZE
044300         HORODATE-RELEVE(1:8) DELIMITED BY SIZE
044400         " A " DELIMITED BY SIZE
044500         HORODATE-RELEVE(9:6) DELIMITED BY SIZE
044600         " A LA DEMANDE DE L'OPERATEUR " DELIMITED BY SIZE
044700         OPERATEUR-DEMANDEUR DELIMITED BY SIZE
044800         INTO LIGNE-ETAT.
044900     WRITE LIGNE-ETAT.
045000 1000-INITIALISATION-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300* 1100-EDITER-DOSSIER : DOSSIER AU FICHIER MAITRE, A DEFAUT AU
045400*                       MAITRE HISTORIQUE ; LE NOM ET LE PRENOM
045500*                       SERVENT AU RAPPROCHEMENT DES LIGNES
045600*                       ANCIENNES ET DES REJETS
045700*----------------------------------------------------------------
045800 1100-EDITER-DOSSIER.
045900     MOVE "DOSSIER" TO TS-LIBELLE.
046000     PERFORM 1900-ECRIRE-TITRE
046100         THRU 1900-ECRIRE-TITRE-EXIT.
046200     OPEN INPUT FICHIER-MAITRE.
046300     IF NOT MF-OK
046400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - CODE "
046500             MF-STATUT
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     MOVE ID-RECHERCHE-NUM TO MF-ID-CITOYEN.
047000     READ FICHIER-MAITRE
047100         INVALID KEY
047200             CONTINUE
047300         NOT INVALID KEY
047400             MOVE "O" TO DOSSIER-CONNU
047500             MOVE ENR-MAITRE TO IMAGE-DOSSIER
047600             MOVE "VIVANT" TO LIBELLE-IMAGE
047700     END-READ.
047800     CLOSE FICHIER-MAITRE.
047900     IF NOT DOSSIER-TROUVE
048000         PERFORM 1200-LIRE-HISTORIQUE
048100             THRU 1200-LIRE-HISTORIQUE-EXIT
048200     END-IF.
048300     IF NOT DOSSIER-TROUVE
048400         MOVE "    AUCUN DOSSIER AU FICHIER MAITRE NI AU MAITRE "
048500             TO LIGNE-ETAT
048600         MOVE "HISTORIQUE (TRACES SEULES)" TO LIGNE-ETAT(50:26)
048700         WRITE LIGNE-ETAT
048800         GO TO 1100-EDITER-DOSSIER-EXIT
048900     END-IF.
049000     MOVE IM-NOM       TO NOM-DU-DOSSIER.
049100     MOVE IM-PRENOM    TO PRENOM-DU-DOSSIER.
049200     MOVE IM-CODE-SITE TO SITE-DU-DOSSIER.
049300     PERFORM 1300-EDITER-IMAGE
049400         THRU 1300-EDITER-IMAGE-EXIT.
049500     IF IM-ADRESSE-EN-PND
049600         MOVE "            ADRESSE SIGNALEE N'HABITE PAS A "
049700             TO LIGNE-ETAT
049800         MOVE "L'ADRESSE INDIQUEE" TO LIGNE-ETAT(46:18)
049900         WRITE LIGNE-ETAT
050000     END-IF.
050100     MOVE SPACES TO LIGNE-ETAT.
050200     STRING "            DERNIERE MISE A JOUR LE "
050300             DELIMITED BY SIZE
050400         IM-DATE-MAJ DELIMITED BY SIZE
050500         INTO LIGNE-ETAT.
050600     WRITE LIGNE-ETAT.
050700 1100-EDITER-DOSSIER-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000* 1200-LIRE-HISTORIQUE : RECHERCHE DU DOSSIER AU FICHIER MAITRE
051100*                        HISTORIQUE (DOSSIER CLOS ET HISTORISE)
051200*----------------------------------------------------------------
051300 1200-LIRE-HISTORIQUE.
051400     OPEN INPUT MAITRE-HISTORIQUE.
051500     IF NOT HM-OK
051600         MOVE "MAITRE HISTORIQUE (HISTMAIT)" TO LIBELLE-SOURCE
051700         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
051800             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
051900         GO TO 1200-LIRE-HISTORIQUE-EXIT
052000     END-IF.
052100     MOVE ID-RECHERCHE-NUM TO HM-ID-CITOYEN.
052200     READ MAITRE-HISTORIQUE
052300         INVALID KEY
052400             CONTINUE
052500         NOT INVALID KEY
052600             MOVE "O" TO DOSSIER-CONNU
052700             MOVE ENR-MAITRE-HISTO TO IMAGE-DOSSIER
052800             MOVE "HISTORI." TO LIBELLE-IMAGE
052900     END-READ.
053000     CLOSE MAITRE-HISTORIQUE.
053100 1200-LIRE-HISTORIQUE-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400* 1300-EDITER-IMAGE : EDITION SUR DEUX LIGNES D'UNE IMAGE DE
053500*                     DOSSIER (IMAGE-DOSSIER), PRECEDEE DU
053600*                     LIBELLE-IMAGE
053700*----------------------------------------------------------------
053800 1300-EDITER-IMAGE.
053900     MOVE LIBELLE-IMAGE     TO LI-LIBELLE.
054000     MOVE IM-NOM            TO LI-NOM.
054100     MOVE IM-PRENOM         TO LI-PRENOM.
054200     MOVE IM-NOM-USAGE      TO LI-NOM-USAGE.
054300     MOVE IM-DATE-NAISSANCE TO LI-DATE-NAISSANCE.
054400     MOVE IM-SEXE           TO LI-SEXE.
054500     MOVE IM-NO-NATIONAL    TO LI-NO-NATIONAL.
054600     MOVE LIGNE-IMAGE-1     TO LIGNE-ETAT.
054700     WRITE LIGNE-ETAT.
054800     MOVE IM-RUE            TO LI-RUE.
054900     MOVE IM-CODE-POSTAL    TO LI-CODE-POSTAL.
055000     MOVE IM-COMMUNE        TO LI-COMMUNE.
055100     MOVE IM-CODE-SITE      TO LI-SITE.
055200     MOVE IM-STATUT-DOSSIER TO LI-STATUT.
055300     IF IM-DATE-STATUT NUMERIC AND IM-DATE-STATUT > ZERO
055400         MOVE IM-DATE-STATUT TO LI-DATE-STATUT
055500     ELSE
055600         MOVE SPACES         TO LI-DATE-STATUT
055700     END-IF.
055800     MOVE IM-MOTIF-STATUT   TO LI-MOTIF-STATUT.
055900     MOVE LIGNE-IMAGE-2     TO LIGNE-ETAT.
056000     WRITE LIGNE-ETAT.
056100 1300-EDITER-IMAGE-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400* 1900-ECRIRE-TITRE : LIGNE BLANCHE PUIS TITRE DE SECTION
056500*                     (TS-LIBELLE) ; REMISE A ZERO DU COMPTEUR
056600*                     DE LA SECTION
056700*----------------------------------------------------------------
056800 1900-ECRIRE-TITRE.
056900     MOVE SPACES TO LIGNE-ETAT.
057000     WRITE LIGNE-ETAT.
057100     MOVE LIGNE-TITRE-SECTION TO LIGNE-ETAT.
057200     WRITE LIGNE-ETAT.
057300     MOVE ZERO TO NB-SECTION.
057400 1900-ECRIRE-TITRE-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------
057700* 1950-SIGNALER-SOURCE-ABSENTE : UNE SOURCE N'A PU ETRE LUE - LE
057800*                                RELEVE LE DIT ET SORTIRA EN
057900*                                CODE RETOUR 4 (INCOMPLET)
058000*----------------------------------------------------------------
058100 1950-SIGNALER-SOURCE-ABSENTE.
058200     ADD 1 TO NB-SOURCES-ABSENTES.
058300     MOVE SPACES TO LIGNE-ETAT.
058400     STRING "    *** SOURCE NON LUE : " DELIMITED BY SIZE
058500         LIBELLE-SOURCE DELIMITED BY SIZE
058600         " - RELEVE INCOMPLET" DELIMITED BY SIZE
058700         INTO LIGNE-ETAT.
058800     WRITE LIGNE-ETAT.
058900 1950-SIGNALER-SOURCE-ABSENTE-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200* 1960-SIGNALER-NEANT : SECTION SANS AUCUNE LIGNE
059300*----------------------------------------------------------------
059400 1960-SIGNALER-NEANT.
059500     IF NB-SECTION = ZERO
059600         MOVE "    NEANT" TO LIGNE-ETAT
059700         WRITE LIGNE-ETAT
059800     END-IF.
059900 1960-SIGNALER-NEANT-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200* 2000-EDITER-LIENS : LIEN DONT LE CITOYEN EST LE MINEUR (LECTURE
060300*                     DIRECTE), PUIS LIENS DONT IL EST LE
060400*                     RESPONSABLE (PARCOURS DU FICHIER)
060500*----------------------------------------------------------------
060600 2000-EDITER-LIENS.
060700     MOVE "LIENS DE RESPONSABILITE" TO TS-LIBELLE.
060800     PERFORM 1900-ECRIRE-TITRE
060900         THRU 1900-ECRIRE-TITRE-EXIT.
061000     OPEN INPUT FICHIER-LIENS.
061100     IF NOT LN-OK
061200         MOVE "LIENS DE RESPONSABILITE (LIENS)" TO LIBELLE-SOURCE
061300         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
061400             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
061500         GO TO 2000-EDITER-LIENS-EXIT
061600     END-IF.
061700     MOVE ID-RECHERCHE-NUM TO LN-ID-MINEUR.
061800     READ FICHIER-LIENS
061900         INVALID KEY
062000             CONTINUE
062100         NOT INVALID KEY
062200             MOVE "SOUS LA RESPONSABILITE DE" TO LL-SENS
062300             MOVE LN-ID-RESPONSABLE TO LL-ID-CITOYEN
062400             PERFORM 2200-EDITER-LIEN
062500                 THRU 2200-EDITER-LIEN-EXIT
062600     END-READ.
062700     MOVE ZERO TO LN-ID-MINEUR.
062800     MOVE "N" TO FIN-FICHIER.
062900     START FICHIER-LIENS KEY IS NOT LESS THAN LN-ID-MINEUR
063000         INVALID KEY
063100             MOVE "O" TO FIN-FICHIER
063200     END-START.
063300     PERFORM 2100-EXAMINER-LIEN
063400         THRU 2100-EXAMINER-LIEN-EXIT
063500         UNTIL FIN-DE-FICHIER.
063600     CLOSE FICHIER-LIENS.
063700     PERFORM 1960-SIGNALER-NEANT
063800         THRU 1960-SIGNALER-NEANT-EXIT.
063900 2000-EDITER-LIENS-EXIT.
064000     EXIT.
064100*----------------------------------------------------------------
064200* 2100-EXAMINER-LIEN : UN LIEN DU FICHIER - RETENU SI LE CITOYEN
064300*                      EN EST LE RESPONSABLE
064400*----------------------------------------------------------------
064500 2100-EXAMINER-LIEN.
064600     READ FICHIER-LIENS NEXT RECORD
064700         AT END
064800             MOVE "O" TO FIN-FICHIER
064900             GO TO 2100-EXAMINER-LIEN-EXIT
065000     END-READ.
065100     IF LN-ID-RESPONSABLE NOT = ID-RECHERCHE-NUM
065200         GO TO 2100-EXAMINER-LIEN-EXIT
065300     END-IF.
065400     MOVE "RESPONSABLE DU MINEUR" TO LL-SENS.
065500     MOVE LN-ID-MINEUR TO LL-ID-CITOYEN.
065600     PERFORM 2200-EDITER-LIEN
065700         THRU 2200-EDITER-LIEN-EXIT.
065800 2100-EXAMINER-LIEN-EXIT.
065900     EXIT.
066000*----------------------------------------------------------------
066100* 2200-EDITER-LIEN : EDITION D'UN LIEN (SENS ET IDENTIFIANT DE
066200*                    L'AUTRE PARTIE DEJA PLACES)
066300*----------------------------------------------------------------
066400 2200-EDITER-LIEN.
066500     EVALUATE TRUE
066600         WHEN LN-LIEN-PARENT
066700             MOVE "PARENT" TO LL-TYPE
066800         WHEN LN-LIEN-TUTEUR
066900             MOVE "TUTEUR" TO LL-TYPE
067000         WHEN OTHER
067100             MOVE LN-TYPE-LIEN TO LL-TYPE
067200     END-EVALUATE.
067300     MOVE LN-DATE-MAJ TO LL-DATE-MAJ.
067400     MOVE LIGNE-LIEN TO LIGNE-ETAT.
067500     WRITE LIGNE-ETAT.
067600     ADD 1 TO NB-LIENS.
067700     ADD 1 TO NB-SECTION.
067800 2200-EDITER-LIEN-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100* 3000-EDITER-JOURNAL : GENERATIONS D'ARCHIVE DU JOURNAL D'AUDIT
068200*                       PUIS JOURNAL VIVANT (ORDRE CHRONOLOGIQUE)
068300*----------------------------------------------------------------
068400 3000-EDITER-JOURNAL.
068500     MOVE "JOURNAL D'AUDIT (ARCHIVES ET JOURNAL VIVANT)"
068600         TO TS-LIBELLE.
068700     PERFORM 1900-ECRIRE-TITRE
068800         THRU 1900-ECRIRE-TITRE-EXIT.
068900     MOVE SPACES         TO LIGNE-ETAT.
069000     MOVE "DATE-HEURE"   TO LIGNE-ETAT(5:10).
069100     MOVE "ACT."         TO LIGNE-ETAT(20:4).
069200     MOVE "OPERAT."      TO LIGNE-ETAT(26:7).
069300     MOVE "VALIDEUR"     TO LIGNE-ETAT(35:8).
069400     MOVE "SITE"         TO LIGNE-ETAT(44:4).
069500     MOVE "ORIGINE"      TO LIGNE-ETAT(49:7).
069600     MOVE "NOM / DETAIL" TO LIGNE-ETAT(57:12).
069700     MOVE "AGES"         TO LIGNE-ETAT(99:4).
069800     WRITE LIGNE-ETAT.
069900     OPEN INPUT ARCHIVES.
070000     IF AR-ABSENT
070100         MOVE "    AUCUNE GENERATION D'ARCHIVE MONTEE"
070110             TO LIGNE-ETAT
070200         WRITE LIGNE-ETAT
070300     ELSE
070400         IF NOT AR-OK
070500             MOVE "ARCHIVES DU JOURNAL D'AUDIT (ARCHIVES)"
070600                 TO LIBELLE-SOURCE
070700             PERFORM 1950-SIGNALER-SOURCE-ABSENTE
070800                 THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
070900         ELSE
071000             MOVE "ARCHIVE" TO ORIGINE-LIGNE
071100             MOVE "N" TO FIN-FICHIER
071200             PERFORM 3100-LIRE-LIGNE-ARCHIVE
071300                 THRU 3100-LIRE-LIGNE-ARCHIVE-EXIT
071400                 UNTIL FIN-DE-FICHIER
071500             CLOSE ARCHIVES
071600         END-IF
071700     END-IF.
071800     OPEN INPUT JOURNAL.
071900     IF NOT JN-OK
072000         MOVE "JOURNAL D'AUDIT VIVANT (JOURNAL)" TO LIBELLE-SOURCE
072100         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
072200             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
072300     ELSE
072400         MOVE "VIVANT" TO ORIGINE-LIGNE
072500         MOVE "N" TO FIN-FICHIER
072600         PERFORM 3200-LIRE-LIGNE-VIVANTE
072700             THRU 3200-LIRE-LIGNE-VIVANTE-EXIT
072800             UNTIL FIN-DE-FICHIER
072900         CLOSE JOURNAL
073000     END-IF.
073100     PERFORM 1960-SIGNALER-NEANT
073200         THRU 1960-SIGNALER-NEANT-EXIT.
073300 3000-EDITER-JOURNAL-EXIT.
073400     EXIT.
073500*----------------------------------------------------------------
073600* 3100-LIRE-LIGNE-ARCHIVE : UNE LIGNE D'ARCHIVE, EXAMINEE PAR LE
073700*                           PARAGRAPHE COMMUN
073800*----------------------------------------------------------------
073900 3100-LIRE-LIGNE-ARCHIVE.
074000     READ ARCHIVES
074100         AT END
074200             MOVE "O" TO FIN-FICHIER
074300             GO TO 3100-LIRE-LIGNE-ARCHIVE-EXIT
074400     END-READ.
074500     MOVE ENR-ARCHIVE TO LIGNE-EXAMINEE.
074600     PERFORM 3300-EXAMINER-LIGNE
074700         THRU 3300-EXAMINER-LIGNE-EXIT.
074800 3100-LIRE-LIGNE-ARCHIVE-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------
075100* 3200-LIRE-LIGNE-VIVANTE : UNE LIGNE DU JOURNAL VIVANT,
075200*                           EXAMINEE PAR LE PARAGRAPHE COMMUN
075300*----------------------------------------------------------------
075400 3200-LIRE-LIGNE-VIVANTE.
075500     READ JOURNAL
075600         AT END
075700             MOVE "O" TO FIN-FICHIER
075800             GO TO 3200-LIRE-LIGNE-VIVANTE-EXIT
075900     END-READ.
076000     MOVE ENR-JOURNAL TO LIGNE-EXAMINEE.
076100     PERFORM 3300-EXAMINER-LIGNE
076200         THRU 3300-EXAMINER-LIGNE-EXIT.
076300 3200-LIRE-LIGNE-VIVANTE-EXIT.
076400     EXIT.
076500*----------------------------------------------------------------
076600* 3300-EXAMINER-LIGNE : LIGNE RETENUE SUR L'IDENTIFIANT, OU SUR
076700*                       NOM+PRENOM DU DOSSIER POUR UNE LIGNE
076800*                       ANCIENNE SANS IDENTIFIANT
076900*----------------------------------------------------------------
077000 3300-EXAMINER-LIGNE.
077100     MOVE SPACES TO LJ-RAPPROCHEMENT.
077200     IF JX-ID-CITOYEN NUMERIC
077300         IF JX-ID-CITOYEN = ID-RECHERCHE-NUM
077400             PERFORM 3400-EDITER-LIGNE
077500                 THRU 3400-EDITER-LIGNE-EXIT
077600         END-IF
077700         GO TO 3300-EXAMINER-LIGNE-EXIT
077800     END-IF.
077900     IF NOM-DU-DOSSIER NOT = SPACES
078000             AND JX-NOM = NOM-DU-DOSSIER
078100             AND JX-PRENOM = PRENOM-DU-DOSSIER
078200         MOVE "(PAR NOM)" TO LJ-RAPPROCHEMENT
078300         ADD 1 TO NB-RAPPROCHEES-PAR-NOM
078400         PERFORM 3400-EDITER-LIGNE
078500             THRU 3400-EDITER-LIGNE-EXIT
078600     END-IF.
078700 3300-EXAMINER-LIGNE-EXIT.
078800     EXIT.
078900*----------------------------------------------------------------
079000* 3400-EDITER-LIGNE : LIGNE DU JOURNAL, SUIVIE DES IMAGES AVANT
079100*                     ET APRES DECODEES QUAND ELLE EN PORTE
079200*----------------------------------------------------------------
079300 3400-EDITER-LIGNE.
079400     MOVE JX-DATE-HEURE       TO LJ-DATE-HEURE.
079500     MOVE JX-ACTION           TO LJ-ACTION.
079600     MOVE JX-OPERATEUR        TO LJ-OPERATEUR.
079700     MOVE JX-OPERATEUR-VALIDE TO LJ-OPERATEUR-VALIDE.
079800     MOVE JX-CODE-SITE        TO LJ-SITE.
079900     MOVE ORIGINE-LIGNE       TO LJ-ORIGINE.
080000     MOVE JX-NOM              TO LJ-NOM.
080100     MOVE JX-PRENOM           TO LJ-PRENOM.
080200     MOVE SPACES              TO LJ-AGES.
080300     IF JX-AGE-AVANT NUMERIC AND JX-AGE-APRES NUMERIC
080400         STRING JX-AGE-AVANT DELIMITED BY SIZE
080500             " -> " DELIMITED BY SIZE
080600             JX-AGE-APRES DELIMITED BY SIZE
080700             INTO LJ-AGES
080800     END-IF.
080900     MOVE LIGNE-JOURNAL TO LIGNE-ETAT.
081000     WRITE LIGNE-ETAT.
081100     ADD 1 TO NB-LIGNES-JOURNAL.
081200     ADD 1 TO NB-SECTION.
081300     IF JX-IMAGE-AVANT NOT = SPACES
081400         MOVE JX-IMAGE-AVANT TO IMAGE-DOSSIER
081500         MOVE "AVANT :" TO LIBELLE-IMAGE
081600         PERFORM 1300-EDITER-IMAGE
081700             THRU 1300-EDITER-IMAGE-EXIT
081800     END-IF.
081900     IF JX-IMAGE-APRES NOT = SPACES
082000         MOVE JX-IMAGE-APRES TO IMAGE-DOSSIER
082100         MOVE "APRES :" TO LIBELLE-IMAGE
082200         PERFORM 1300-EDITER-IMAGE
082300             THRU 1300-EDITER-IMAGE-EXIT
082400     END-IF.
082500 3400-EDITER-LIGNE-EXIT.
082600     EXIT.
082700*----------------------------------------------------------------
082800* 4000-EDITER-CONSULTATIONS : GENERATIONS D'ARCHIVE DU JOURNAL
082900*                             DES ACCES PUIS JOURNAL DES ACCES
083000*                             VIVANT
083100*----------------------------------------------------------------
083200 4000-EDITER-CONSULTATIONS.
083300     MOVE "CONSULTATIONS DU DOSSIER (JOURNAL DES ACCES)"
083400         TO TS-LIBELLE.
083500     PERFORM 1900-ECRIRE-TITRE
083600         THRU 1900-ECRIRE-TITRE-EXIT.
083700     OPEN INPUT ARCHIVES-ACCES.
083800     IF AA-ABSENT
083900         MOVE "    AUCUNE GENERATION D'ARCHIVE MONTEE"
083910             TO LIGNE-ETAT
084000         WRITE LIGNE-ETAT
084100     ELSE
084200         IF NOT AA-OK
084300             MOVE "ARCHIVES DU JOURNAL DES ACCES (ACCARCH)"
084400                 TO LIBELLE-SOURCE
084500             PERFORM 1950-SIGNALER-SOURCE-ABSENTE
084600                 THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
084700         ELSE
084800             MOVE "ARCHIVE" TO LC-ORIGINE
084900             MOVE "N" TO FIN-FICHIER
085000             PERFORM 4100-LIRE-ACCES-ARCHIVE
085100                 THRU 4100-LIRE-ACCES-ARCHIVE-EXIT
085200                 UNTIL FIN-DE-FICHIER
085300             CLOSE ARCHIVES-ACCES
085400         END-IF
085500     END-IF.
085600     OPEN INPUT JOURNAL-ACCES.
085700     IF AL-ABSENT
085800         GO TO 4000-EDITER-CONSULTATIONS-NEANT
085900     END-IF.
086000     IF NOT AL-OK
086100         MOVE "JOURNAL DES ACCES VIVANT (ACCESLOG)"
086200             TO LIBELLE-SOURCE
086300         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
086400             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
086500         GO TO 4000-EDITER-CONSULTATIONS-NEANT
086600     END-IF.
086700     MOVE "VIVANT" TO LC-ORIGINE.
086800     MOVE "N" TO FIN-FICHIER.
086900     PERFORM 4200-LIRE-ACCES-VIVANT
087000         THRU 4200-LIRE-ACCES-VIVANT-EXIT
087100         UNTIL FIN-DE-FICHIER.
087200     CLOSE JOURNAL-ACCES.
087300 4000-EDITER-CONSULTATIONS-NEANT.
087400     PERFORM 1960-SIGNALER-NEANT
087500         THRU 1960-SIGNALER-NEANT-EXIT.
087600 4000-EDITER-CONSULTATIONS-EXIT.
087700     EXIT.
087800*----------------------------------------------------------------
087900* 4100-LIRE-ACCES-ARCHIVE : UNE CONSULTATION ARCHIVEE
088000*----------------------------------------------------------------
088100 4100-LIRE-ACCES-ARCHIVE.
088200     READ ARCHIVES-ACCES
088300         AT END
088400             MOVE "O" TO FIN-FICHIER
088500             GO TO 4100-LIRE-ACCES-ARCHIVE-EXIT
088600     END-READ.
088700     IF AA-ID-CITOYEN NOT NUMERIC
088800             OR AA-ID-CITOYEN NOT = ID-RECHERCHE-NUM
088900         GO TO 4100-LIRE-ACCES-ARCHIVE-EXIT
089000     END-IF.
089100     MOVE AA-DATE-HEURE TO LC-DATE-HEURE.
089200     MOVE AA-OPERATEUR  TO LC-OPERATEUR.
089300     MOVE AA-PROGRAMME  TO LC-PROGRAMME.
089400     PERFORM 4300-EDITER-CONSULTATION
089500         THRU 4300-EDITER-CONSULTATION-EXIT.
089600 4100-LIRE-ACCES-ARCHIVE-EXIT.
089700     EXIT.
089800*----------------------------------------------------------------
089900* 4200-LIRE-ACCES-VIVANT : UNE CONSULTATION DU JOURNAL VIVANT
090000*----------------------------------------------------------------
090100 4200-LIRE-ACCES-VIVANT.
090200     READ JOURNAL-ACCES
090300         AT END
090400             MOVE "O" TO FIN-FICHIER
090500             GO TO 4200-LIRE-ACCES-VIVANT-EXIT
090600     END-READ.
090700     IF AL-ID-CITOYEN NOT NUMERIC
090800             OR AL-ID-CITOYEN NOT = ID-RECHERCHE-NUM
090900         GO TO 4200-LIRE-ACCES-VIVANT-EXIT
091000     END-IF.
091100     MOVE AL-DATE-HEURE TO LC-DATE-HEURE.
091200     MOVE AL-OPERATEUR  TO LC-OPERATEUR.
091300     MOVE AL-PROGRAMME  TO LC-PROGRAMME.
091400     PERFORM 4300-EDITER-CONSULTATION
091500         THRU 4300-EDITER-CONSULTATION-EXIT.
091600 4200-LIRE-ACCES-VIVANT-EXIT.
091700     EXIT.
091800*----------------------------------------------------------------
091900* 4300-EDITER-CONSULTATION : EDITION D'UNE CONSULTATION
092000*----------------------------------------------------------------
092100 4300-EDITER-CONSULTATION.
092200     MOVE LIGNE-CONSULTATION TO LIGNE-ETAT.
092300     WRITE LIGNE-ETAT.
092400     ADD 1 TO NB-CONSULTATIONS.
092500     ADD 1 TO NB-SECTION.
092600 4300-EDITER-CONSULTATION-EXIT.
092700     EXIT.
092800*----------------------------------------------------------------
092900* 5000-EDITER-ATTESTATIONS : ATTESTATIONS ET CERTIFICATS EMIS AU
093000*                            NOM DU CITOYEN (REGISTRE ATTESTLG)
093100*----------------------------------------------------------------
093200 5000-EDITER-ATTESTATIONS.
093300     MOVE "ATTESTATIONS ET CERTIFICATS EMIS" TO TS-LIBELLE.
093400     PERFORM 1900-ECRIRE-TITRE
093500         THRU 1900-ECRIRE-TITRE-EXIT.
093600     OPEN INPUT REGISTRE-ATTEST.
093700     IF NOT RG-OK
093800         MOVE "REGISTRE DES ATTESTATIONS (ATTESTLG)"
093900             TO LIBELLE-SOURCE
094000         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
094100             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
094200         GO TO 5000-EDITER-ATTESTATIONS-EXIT
094300     END-IF.
094400     MOVE "N" TO FIN-FICHIER.
094500     PERFORM 5100-EXAMINER-ATTESTATION
094600         THRU 5100-EXAMINER-ATTESTATION-EXIT
094700         UNTIL FIN-DE-FICHIER.
094800     CLOSE REGISTRE-ATTEST.
094900     PERFORM 1960-SIGNALER-NEANT
095000         THRU 1960-SIGNALER-NEANT-EXIT.
095100 5000-EDITER-ATTESTATIONS-EXIT.
095200     EXIT.
095300*----------------------------------------------------------------
095400* 5100-EXAMINER-ATTESTATION : UNE LIGNE DU REGISTRE
095500*----------------------------------------------------------------
095600 5100-EXAMINER-ATTESTATION.
095700     READ REGISTRE-ATTEST
095800         AT END
095900             MOVE "O" TO FIN-FICHIER
096000             GO TO 5100-EXAMINER-ATTESTATION-EXIT
096100     END-READ.
096200     IF RG-ID-CITOYEN NOT NUMERIC
096300             OR RG-ID-CITOYEN NOT = ID-RECHERCHE-NUM
096400         GO TO 5100-EXAMINER-ATTESTATION-EXIT
096500     END-IF.
096600     MOVE RG-NUMERO     TO LA-NUMERO.
096700     MOVE RG-DATE-HEURE TO LA-DATE-HEURE.
096800     MOVE RG-OPERATEUR  TO LA-OPERATEUR.
096900     MOVE LIGNE-ATTESTATION TO LIGNE-ETAT.
097000     WRITE LIGNE-ETAT.
097100     ADD 1 TO NB-ATTESTATIONS.
097200     ADD 1 TO NB-SECTION.
097300 5100-EXAMINER-ATTESTATION-EXIT.
097400     EXIT.
097500*----------------------------------------------------------------
097600* 5500-EDITER-ATTENTES : DEMANDES DE DECES OU DE SUPPRESSION
097700*                        DEPOSEES A L'APPROBATION (ATTENTE)
097800*----------------------------------------------------------------
097900 5500-EDITER-ATTENTES.
098000     MOVE "DEMANDES SOUMISES A APPROBATION" TO TS-LIBELLE.
098100     PERFORM 1900-ECRIRE-TITRE
098200         THRU 1900-ECRIRE-TITRE-EXIT.
098300     OPEN INPUT ACTIONS-EN-ATTENTE.
098400     IF NOT AT-OK
098500         MOVE "ACTIONS EN ATTENTE (ATTENTE)" TO LIBELLE-SOURCE
098600         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
098700             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
098800         GO TO 5500-EDITER-ATTENTES-EXIT
098900     END-IF.
099000     MOVE "N" TO FIN-FICHIER.
099100     PERFORM 5600-EXAMINER-ATTENTE
099200         THRU 5600-EXAMINER-ATTENTE-EXIT
099300         UNTIL FIN-DE-FICHIER.
099400     CLOSE ACTIONS-EN-ATTENTE.
099500     PERFORM 1960-SIGNALER-NEANT
099600         THRU 1960-SIGNALER-NEANT-EXIT.
099700 5500-EDITER-ATTENTES-EXIT.
099800     EXIT.
099900*----------------------------------------------------------------
100000* 5600-EXAMINER-ATTENTE : UNE DEMANDE DU FICHIER
100100*----------------------------------------------------------------
100200 5600-EXAMINER-ATTENTE.
100300     READ ACTIONS-EN-ATTENTE
100400         AT END
100500             MOVE "O" TO FIN-FICHIER
100600             GO TO 5600-EXAMINER-ATTENTE-EXIT
100700     END-READ.
100800     IF AT-ID-CITOYEN NOT NUMERIC
100900             OR AT-ID-CITOYEN NOT = ID-RECHERCHE-NUM
101000         GO TO 5600-EXAMINER-ATTENTE-EXIT
101100     END-IF.
101200     MOVE AT-DATE-HEURE TO LT-DATE-HEURE.
101300     EVALUATE TRUE
101400         WHEN AT-ACTION-DECES
101500             MOVE "DECES"       TO LT-TYPE
101600         WHEN AT-ACTION-SUPPRESSION
101700             MOVE "SUPPRESSION" TO LT-TYPE
101800         WHEN OTHER
101900             MOVE AT-TYPE-ACTION TO LT-TYPE
102000     END-EVALUATE.
102100     MOVE AT-DATE-EVENEMENT    TO LT-DATE-EVENEMENT.
102200     MOVE AT-OPERATEUR-DEMANDE TO LT-DEMANDEUR.
102300     EVALUATE TRUE
102400         WHEN AT-CONFIRMEE
102500             MOVE "CONFIRMEE"  TO LT-ETAT
102600         WHEN AT-REJETEE
102700             MOVE "REJETEE"    TO LT-ETAT
102800         WHEN OTHER
102900             MOVE "EN ATTENTE" TO LT-ETAT
103000     END-EVALUATE.
103100     MOVE AT-OPERATEUR-DECISION  TO LT-DECIDEUR.
103200     MOVE AT-DATE-HEURE-DECISION TO LT-DATE-DECISION.
103300     MOVE AT-MOTIF               TO LT-MOTIF.
103400     MOVE LIGNE-ATTENTE TO LIGNE-ETAT.
103500     WRITE LIGNE-ETAT.
103600     ADD 1 TO NB-ATTENTES.
103700     ADD 1 TO NB-SECTION.
103800 5600-EXAMINER-ATTENTE-EXIT.
103900     EXIT.
104000*----------------------------------------------------------------
104100* 6000-EDITER-REJETS : TRANSACTIONS REJETEES ENCORE EN INSTANCE,
104200*                      AU NOM DU DOSSIER OU PORTANT SON
104300*                      IDENTIFIANT DANS UN LIEN
104400*----------------------------------------------------------------
104500 6000-EDITER-REJETS.
104600     MOVE "TRANSACTIONS REJETEES EN INSTANCE" TO TS-LIBELLE.
104700     PERFORM 1900-ECRIRE-TITRE
104800         THRU 1900-ECRIRE-TITRE-EXIT.
104900     OPEN INPUT REJETS.
105000     IF NOT RJ-OK
105100         MOVE "REJETS DE CHARGEMENT (REJETS)" TO LIBELLE-SOURCE
105200         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
105300             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
105400         GO TO 6000-EDITER-REJETS-EXIT
105500     END-IF.
105600     MOVE "N" TO FIN-FICHIER.
105700     PERFORM 6100-EXAMINER-REJET
105800         THRU 6100-EXAMINER-REJET-EXIT
105900         UNTIL FIN-DE-FICHIER.
106000     CLOSE REJETS.
106100     PERFORM 1960-SIGNALER-NEANT
106200         THRU 1960-SIGNALER-NEANT-EXIT.
106300 6000-EDITER-REJETS-EXIT.
106400     EXIT.
106500*----------------------------------------------------------------
106600* 6100-EXAMINER-REJET : UN REJET DU FICHIER
106700*----------------------------------------------------------------
106800 6100-EXAMINER-REJET.
106900     READ REJETS
107000         AT END
107100             MOVE "O" TO FIN-FICHIER
107200             GO TO 6100-EXAMINER-REJET-EXIT
107300     END-READ.
107400     IF RJ-ID-MINEUR = ID-RECHERCHE-X
107500             OR RJ-ID-RESPONSABLE = ID-RECHERCHE-X
107600         GO TO 6100-EXAMINER-REJET-EDITER
107700     END-IF.
107800     IF NOM-DU-DOSSIER = SPACES
107900             OR RJ-NOM NOT = NOM-DU-DOSSIER
108000             OR RJ-PRENOM NOT = PRENOM-DU-DOSSIER
108100         GO TO 6100-EXAMINER-REJET-EXIT
108200     END-IF.
108300 6100-EXAMINER-REJET-EDITER.
108400     MOVE RJ-DATE-REJET  TO LR-DATE-REJET.
108500     MOVE RJ-CODE-TRANS  TO LR-CODE-TRANS.
108600     MOVE RJ-CODE-SITE   TO LR-SITE.
108700     MOVE RJ-MOTIF       TO LR-MOTIF.
108800     MOVE LIGNE-REJET TO LIGNE-ETAT.
108900     WRITE LIGNE-ETAT.
109000     ADD 1 TO NB-REJETS.
109100     ADD 1 TO NB-SECTION.
109200 6100-EXAMINER-REJET-EXIT.
109300     EXIT.
109400*----------------------------------------------------------------
109500* 7000-EDITER-EXTRAITS : GENERATIONS PRESTAT QUI ONT PORTE LE
109600*                        DOSSIER, PUIS ACQUITTEMENT DE CHACUNE
109700*                        LU AU REGISTRE DES EXTRAITS
109800*----------------------------------------------------------------
109900 7000-EDITER-EXTRAITS.
110000     MOVE "TRANSMISSIONS AU SYSTEME DES PRESTATIONS"
110100         TO TS-LIBELLE.
110200     PERFORM 1900-ECRIRE-TITRE
110300         THRU 1900-ECRIRE-TITRE-EXIT.
110400     OPEN INPUT EXTRAITS-PRESTATIONS.
110500     IF NOT EX-OK
110600         MOVE "GENERATIONS DE L'EXTRAIT (PRESTATS)"
110700             TO LIBELLE-SOURCE
110800         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
110900             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
111000         GO TO 7000-EDITER-EXTRAITS-EXIT
111100     END-IF.
111200     MOVE "N" TO FIN-FICHIER.
111300     PERFORM 7100-EXAMINER-EXTRAIT
111400         THRU 7100-EXAMINER-EXTRAIT-EXIT
111500         UNTIL FIN-DE-FICHIER.
111600     CLOSE EXTRAITS-PRESTATIONS.
111700     IF NB-GENERATIONS = ZERO
111800         PERFORM 1960-SIGNALER-NEANT
111900             THRU 1960-SIGNALER-NEANT-EXIT
112000         GO TO 7000-EDITER-EXTRAITS-EXIT
112100     END-IF.
112200     OPEN INPUT REGISTRE-EXTRAITS.
112300     IF NOT RX-OK
112400         MOVE "REGISTRE DES EXTRAITS (REGEXTR)" TO LIBELLE-SOURCE
112500         PERFORM 1950-SIGNALER-SOURCE-ABSENTE
112600             THRU 1950-SIGNALER-SOURCE-ABSENTE-EXIT
112700     ELSE
112800         MOVE "N" TO FIN-FICHIER
112900         PERFORM 7200-POINTER-REGISTRE
113000             THRU 7200-POINTER-REGISTRE-EXIT
113100             UNTIL FIN-DE-FICHIER
113200         CLOSE REGISTRE-EXTRAITS
113300     END-IF.
113400     PERFORM 7300-EDITER-GENERATION
113500         THRU 7300-EDITER-GENERATION-EXIT
113600         VARYING IDX-GEN FROM 1 BY 1
113700         UNTIL IDX-GEN > NB-GENERATIONS.
113800     IF NB-GENERATIONS-DEBORDEES > ZERO
113900         MOVE SPACES TO LIGNE-ETAT
114000         MOVE NB-GENERATIONS-DEBORDEES TO LO-COMPTEUR
114100         STRING "    ET " DELIMITED BY SIZE
114200             LO-COMPTEUR DELIMITED BY SIZE
114300             " AUTRE(S) GENERATION(S) NON DETAILLEE(S)"
114400                 DELIMITED BY SIZE
114500             INTO LIGNE-ETAT
114600         WRITE LIGNE-ETAT
114700     END-IF.
114800 7000-EDITER-EXTRAITS-EXIT.
114900     EXIT.
115000*----------------------------------------------------------------
115100* 7100-EXAMINER-EXTRAIT : UN ENREGISTREMENT DU FLOT PRESTATS -
115200*                         L'ENTETE DONNE LA GENERATION EN COURS,
115300*                         LES DONNEES COMMENCENT PAR UN CHIFFRE
115400*----------------------------------------------------------------
115500 7100-EXAMINER-EXTRAIT.
115600     READ EXTRAITS-PRESTATIONS
115700         AT END
115800             MOVE "O" TO FIN-FICHIER
115900             GO TO 7100-EXAMINER-EXTRAIT-EXIT
116000     END-READ.
116100     IF EN-TYPE = "ENTETE"
116200         MOVE EN-DATE-HEURE TO GENERATION-EN-COURS
116300         GO TO 7100-EXAMINER-EXTRAIT-EXIT
116400     END-IF.
116500     IF EX-ID-CITOYEN NOT NUMERIC
116600             OR EX-ID-CITOYEN NOT = ID-RECHERCHE-NUM
116700         GO TO 7100-EXAMINER-EXTRAIT-EXIT
116800     END-IF.
116900     IF NB-GENERATIONS NOT < 400
117000         ADD 1 TO NB-GENERATIONS-DEBORDEES
117100         GO TO 7100-EXAMINER-EXTRAIT-EXIT
117200     END-IF.
117300     ADD 1 TO NB-GENERATIONS.
117400     SET IDX-GEN TO NB-GENERATIONS.
117500     MOVE GENERATION-EN-COURS TO TG-GENERATION(IDX-GEN).
117600     MOVE EX-STATUT-DOSSIER   TO TG-STATUT-DOSSIER(IDX-GEN).
117700     MOVE "N"                 TO TG-REGISTRE(IDX-GEN).
117800     MOVE "N"                 TO TG-ACQUITTE(IDX-GEN).
117900     MOVE ZERO                TO TG-DATE-ACQUIT(IDX-GEN).
118000 7100-EXAMINER-EXTRAIT-EXIT.
118100     EXIT.
118200*----------------------------------------------------------------
118300* 7200-POINTER-REGISTRE : UNE GENERATION DU REGISTRE - SON
118400*                         ACQUITTEMENT EST REPORTE SUR LA
118500*                         GENERATION RETENUE CORRESPONDANTE
118600*----------------------------------------------------------------
118700 7200-POINTER-REGISTRE.
118800     READ REGISTRE-EXTRAITS
118900         AT END
119000             MOVE "O" TO FIN-FICHIER
119100             GO TO 7200-POINTER-REGISTRE-EXIT
119200     END-READ.
119300     SET IDX-GEN TO 1.
119400     SEARCH ENTREE-GENERATION
119500         AT END
119600             CONTINUE
119700         WHEN IDX-GEN > NB-GENERATIONS
119800             CONTINUE
119900         WHEN TG-GENERATION(IDX-GEN) = RX-GENERATION
120000             MOVE "O" TO TG-REGISTRE(IDX-GEN)
120100             IF RX-EST-ACQUITTE
120200                 MOVE "O" TO TG-ACQUITTE(IDX-GEN)
120300                 MOVE RX-DATE-ACQUIT TO TG-DATE-ACQUIT(IDX-GEN)
120400             END-IF
120500     END-SEARCH.
120600 7200-POINTER-REGISTRE-EXIT.
120700     EXIT.
120800*----------------------------------------------------------------
120900* 7300-EDITER-GENERATION : EDITION D'UNE GENERATION RETENUE
121000*----------------------------------------------------------------
121100 7300-EDITER-GENERATION.
121200     MOVE TG-GENERATION(IDX-GEN)     TO LG-GENERATION.
121300     MOVE TG-STATUT-DOSSIER(IDX-GEN) TO LG-STATUT-DOSSIER.
121400     MOVE SPACES TO LG-ACQUITTEMENT.
121500     EVALUATE TRUE
121600         WHEN NOT TG-AU-REGISTRE(IDX-GEN)
121700             MOVE "ABSENTE DU REGISTRE REGEXTR" TO LG-ACQUITTEMENT
121800         WHEN TG-EST-ACQUITTE(IDX-GEN)
121900             STRING "ACQUITTEE LE " DELIMITED BY SIZE
122000                 TG-DATE-ACQUIT(IDX-GEN) DELIMITED BY SIZE
122100                 INTO LG-ACQUITTEMENT
122200         WHEN OTHER
122300             MOVE "NON ACQUITTEE" TO LG-ACQUITTEMENT
122400     END-EVALUATE.
122500     MOVE LIGNE-GENERATION TO LIGNE-ETAT.
122600     WRITE LIGNE-ETAT.
122700 7300-EDITER-GENERATION-EXIT.
122800     EXIT.
122900*----------------------------------------------------------------
123000* 7500-TRACER-RELEVE : LA PRODUCTION DU RELEVE EST PORTEE AU
123100*                      JOURNAL D'AUDIT (ACTION RELEV) ET AU
123200*                      JOURNAL DES ACCES
123300*----------------------------------------------------------------
123400 7500-TRACER-RELEVE.
123500     MOVE OPERATEUR-DEMANDEUR TO TA-OPERATEUR.
123600     MOVE ID-RECHERCHE-NUM    TO TA-ID-CITOYEN.
123700     MOVE "RELEVE-DOSSIER"    TO TA-PROGRAMME.
123800     CALL "TRACE-ACCES" USING DEMANDE-TRACE-ACCES.
123900     OPEN EXTEND JOURNAL.
124000     IF JN-ABSENT
124100         OPEN OUTPUT JOURNAL
124200     END-IF.
124300     IF NOT JN-OK
124400         DISPLAY "JOURNAL D'AUDIT INDISPONIBLE - CODE " JN-STATUT
124500             " - RELEVE NON JOURNALISE, NE PAS LE REMETTRE"
124600         MOVE 8 TO RETURN-CODE
124700         MOVE "    *** PRODUCTION DU RELEVE NON JOURNALISEE - "
124800             TO LIGNE-ETAT
124900         MOVE "NE PAS REMETTRE" TO LIGNE-ETAT(48:15)
125000         WRITE LIGNE-ETAT
125100         GO TO 7500-TRACER-RELEVE-EXIT
125200     END-IF.
125300     MOVE HORODATE-RELEVE     TO JN-DATE-HEURE.
125400     MOVE "RELEV"             TO JN-ACTION.
125500     MOVE NOM-DU-DOSSIER      TO JN-NOM.
125600     MOVE PRENOM-DU-DOSSIER   TO JN-PRENOM.
125700     MOVE ZERO                TO JN-AGE-AVANT.
125800     MOVE ZERO                TO JN-AGE-APRES.
125900     MOVE ID-RECHERCHE-NUM    TO JN-ID-CITOYEN.
126000     MOVE OPERATEUR-DEMANDEUR TO JN-OPERATEUR.
126100     MOVE SITE-DU-DOSSIER     TO JN-CODE-SITE.
126200     MOVE SPACES TO JN-OPERATEUR-VALIDE.
126300     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
126310     SET CH-ENCHAINER TO TRUE.
126320     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
126400     WRITE ENR-JOURNAL.
126425     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
126450     SET CH-VALIDER TO TRUE.
126475     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
126500     CLOSE JOURNAL.
126600 7500-TRACER-RELEVE-EXIT.
126700     EXIT.
126800*----------------------------------------------------------------
126900* 8000-IMPRIMER-TOTAUX : RECAPITULATIF DU RELEVE
127000*----------------------------------------------------------------
127100 8000-IMPRIMER-TOTAUX.
127200     MOVE "RECAPITULATIF" TO TS-LIBELLE.
127300     PERFORM 1900-ECRIRE-TITRE
127400         THRU 1900-ECRIRE-TITRE-EXIT.
127500     MOVE "LIENS DE RESPONSABILITE          :" TO LO-LIBELLE.
127600     MOVE NB-LIENS TO LO-COMPTEUR.
127700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
127800     WRITE LIGNE-ETAT.
127900     MOVE "LIGNES DU JOURNAL D'AUDIT        :" TO LO-LIBELLE.
128000     MOVE NB-LIGNES-JOURNAL TO LO-COMPTEUR.
128100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
128200     WRITE LIGNE-ETAT.
128300     MOVE "  DONT RAPPROCHEES PAR NOM       :" TO LO-LIBELLE.
128400     MOVE NB-RAPPROCHEES-PAR-NOM TO LO-COMPTEUR.
128500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
128600     WRITE LIGNE-ETAT.
128700     MOVE "CONSULTATIONS DU DOSSIER         :" TO LO-LIBELLE.
128800     MOVE NB-CONSULTATIONS TO LO-COMPTEUR.
128900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
129000     WRITE LIGNE-ETAT.
129100     MOVE "ATTESTATIONS ET CERTIFICATS      :" TO LO-LIBELLE.
129200     MOVE NB-ATTESTATIONS TO LO-COMPTEUR.
129300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
129400     WRITE LIGNE-ETAT.
129500     MOVE "DEMANDES SOUMISES A APPROBATION  :" TO LO-LIBELLE.
129600     MOVE NB-ATTENTES TO LO-COMPTEUR.
129700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
129800     WRITE LIGNE-ETAT.
129900     MOVE "TRANSACTIONS REJETEES            :" TO LO-LIBELLE.
130000     MOVE NB-REJETS TO LO-COMPTEUR.
130100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
130200     WRITE LIGNE-ETAT.
130300     MOVE "GENERATIONS PRESTATIONS          :" TO LO-LIBELLE.
130400     MOVE NB-GENERATIONS TO NB-SECTION.
130500     ADD NB-GENERATIONS-DEBORDEES TO NB-SECTION.
130600     MOVE NB-SECTION TO LO-COMPTEUR.
130700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
130800     WRITE LIGNE-ETAT.
130900     MOVE "SOURCES NON LUES                 :" TO LO-LIBELLE.
131000     MOVE NB-SOURCES-ABSENTES TO LO-COMPTEUR.
131100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
131200     WRITE LIGNE-ETAT.
131300     IF NB-SOURCES-ABSENTES > ZERO AND RETURN-CODE < 4
131400         MOVE 4 TO RETURN-CODE
131500     END-IF.
131600     MOVE SPACES TO LIGNE-ETAT.
131700     WRITE LIGNE-ETAT.
131800     MOVE "FIN DU RELEVE" TO LIGNE-ETAT.
131900     WRITE LIGNE-ETAT.
132000 8000-IMPRIMER-TOTAUX-EXIT.
132100     EXIT.
132200*----------------------------------------------------------------
132300* 9999-TERMINER : FERMETURE DE L'ETAT
132400*----------------------------------------------------------------
132500 9999-TERMINER.
132600     CLOSE ETAT-RELEVE.
132700     DISPLAY "RELEVE DU CITOYEN " ID-RECHERCHE-NUM " PRODUIT - "
132800         "SOURCES NON LUES : " NB-SOURCES-ABSENTES.
132900 9999-TERMINER-EXIT.
133000     EXIT.
