000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ALIMENTE-TACHES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ALIMENTE-TACHES VERSE CHAQUE NUIT DANS LA FILE UNIQUE DES
000900* TACHES DES CLERCS (FICHIER TACHES, COPY RCTACHE) LES CAS A
001000* TRAITER SIGNALES PAR LES AUTRES CHAINES, JUSQU'ICI DISPERSES
001100* DANS AUTANT DE SORTIES :
001200*   REJ - REJETS DE SAISIE (REJETS, CORRIGES PAR REPRISE-REJETS)
001300*   DEC - AVIS DE DECES A ARBITRER (REVUEDEC DE TRAIT-DECES)
001400*   PND - PLIS NON DISTRIBUES (PNDSITE DE TRAIT-PND)
001500*   ATT - DEMANDES DE DECES/SUPPRESSION A CONFIRMER (ATTENTE)
001600*   PRO - PROPOSITIONS DES PRESTATIONS A DECIDER (PROPOSIT)
001700*   DBL - GROUPES DE DOUBLONS PRESUMES (DOUBLWRK DE
001800*         RAPPROCH-DOUBLONS)
001900*   RET - EXCEPTIONS DU RETOUR PRESTATIONS (EXCEPT DE
002000*         TRAIT-RETOUR)
002100*   QUA - DOSSIERS INCOMPLETS (QUALWRK DE QUALITE-DOSSIERS)
002200* CHAQUE SOURCE EST FACULTATIVE : ABSENTE (CODE 35), ELLE EST
002300* SIMPLEMENT SIGNALEE AU COMPTE RENDU.
002400*
002500* CHAQUE CAS EST RECONNU PAR SON TYPE ET UNE REFERENCE TIREE DE
002600* SA SOURCE (CLE SECONDAIRE UNIQUE TQ-CLE-SOURCE) : UN CAS DEJA
002700* EN FILE, OUVERT OU CLOS, N'EST QUE COMPTE - LES SOURCES
002800* CUMULATIVES (REJETS, ATTENTE, PROPOSIT) ET LES LISTES
002900* HEBDOMADAIRES OU MENSUELLES PEUVENT DONC ETRE RELUES CHAQUE
003000* NUIT. LES TACHES ATT ET PRO SONT CLOSES ICI DES QUE LA DEMANDE
003100* OU LA PROPOSITION A ETE DECIDEE (VALIDE-ATTENTE,
003200* VALIDE-PROPOSITIONS), AU NOM DE L'OPERATEUR QUI L'A DECIDEE.
003300* LES AUTRES SONT CLOSES PAR LE CLERC AU GUICHET (TRAITE-TACHES).
003400*
003500* LE SITE DE LA TACHE EST CELUI QUE PORTE LA SOURCE, A DEFAUT
003600* CELUI DU DOSSIER AU FICHIER MAITRE, A DEFAUT "---".
003700*
003800* HISTORIQUE DES MODIFICATIONS
003900* DATE       AUTEUR  DESCRIPTION
004000* ---------- ------- ---------------------------------------------
004100* 2026-10-15 SI      CREATION - FILE UNIQUE DES TACHES DES CLERCS.
004200*----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.    IBM-370.
004600 OBJECT-COMPUTER.    IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT FICHIER-TACHES ASSIGN TO "TACHES"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS TQ-NO-TACHE
005300         ALTERNATE RECORD KEY IS TQ-CLE-SOURCE
005400         FILE STATUS IS TQ-STATUT.
005500     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS MF-ID-CITOYEN
005900         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
006000         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
006100         FILE STATUS IS MF-STATUT.
006200     SELECT REJETS ASSIGN TO "REJETS"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS RJ-STATUT.
006500     SELECT REVUE-DECES ASSIGN TO "REVUEDEC"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS RV-STATUT.
006800     SELECT LISTE-PND ASSIGN TO "PNDSITE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS PS-STATUT.
007100     SELECT ACTIONS-EN-ATTENTE ASSIGN TO "ATTENTE"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS AT-STATUT.
007400     SELECT FICHIER-PROPOSITIONS ASSIGN TO "PROPOSIT"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS PQ-REFERENCE
007800         FILE STATUS IS PQ-STATUT.
007900     SELECT GROUPES-SUSPECTS ASSIGN TO "DOUBLWRK"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS GR-STATUT.
008200     SELECT EXCEPTIONS ASSIGN TO "EXCEPT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS EC-STATUT.
008500     SELECT LISTE-QUALITE ASSIGN TO "QUALWRK"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS QW-STATUT.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  FICHIER-TACHES
009100     LABEL RECORDS ARE STANDARD.
009200 01  ENR-TACHE.
009300     COPY RCTACHE.
009400 FD  FICHIER-MAITRE
009500     LABEL RECORDS ARE STANDARD.
009600 01  ENR-MAITRE.
009700     COPY RCMAITRE.
009800 FD  REJETS
009900     LABEL RECORDS ARE STANDARD.
010000 01  REJET-REC.
010100     COPY RCREJET.
010200*----------------------------------------------------------------
010300* LISTE DE REVUE DES AVIS DE DECES (MEME DESSIN QUE TRAIT-DECES)
010400*----------------------------------------------------------------
010500 FD  REVUE-DECES
010600     LABEL RECORDS ARE STANDARD.
010700 01  ENR-REVUE.
010800     05 RV-NOM                   PIC X(20).
010900     05 RV-PRENOM                PIC X(20).
011000     05 RV-DATE-NAISSANCE        PIC X(08).
011100     05 RV-DATE-DECES            PIC X(08).
011200     05 RV-MOTIF                 PIC X(40).
011300*----------------------------------------------------------------
011400* LISTE DE TRAVAIL DES PLIS NON DISTRIBUES (MEME DESSIN QUE
011500* TRAIT-PND)
011600*----------------------------------------------------------------
011700 FD  LISTE-PND
011800     LABEL RECORDS ARE STANDARD.
011900 01  ENR-LISTE-SITE.
012000     05 PS-CODE-SITE             PIC X(03).
012100     05 FILLER                   PIC X(01).
012200     05 PS-ID-CITOYEN            PIC 9(09).
012300     05 FILLER                   PIC X(01).
012400     05 PS-NOM                   PIC X(20).
012500     05 FILLER                   PIC X(01).
012600     05 PS-PRENOM                PIC X(20).
012700     05 FILLER                   PIC X(01).
012800     05 PS-RUE                   PIC X(30).
012900     05 FILLER                   PIC X(01).
013000     05 PS-MOTIF                 PIC X(30).
013100 FD  ACTIONS-EN-ATTENTE
013200     LABEL RECORDS ARE STANDARD.
013300 01  ENR-ATTENTE.
013400     COPY RCATTENTE.
013500 FD  FICHIER-PROPOSITIONS
013600     LABEL RECORDS ARE STANDARD.
013700 01  ENR-PROPOSITION.
013800     COPY RCPROPOS.
013900*----------------------------------------------------------------
014000* GROUPES DE DOUBLONS PRESUMES (MEME DESSIN QUE
014100* RAPPROCH-DOUBLONS) - LES MEMBRES D'UN GROUPE SE SUIVENT
014200*----------------------------------------------------------------
014300 FD  GROUPES-SUSPECTS
014400     LABEL RECORDS ARE STANDARD.
014500 01  ENR-GROUPE.
014600     05 GR-RANG                  PIC 9(01).
014700     05 GR-NO-GROUPE             PIC 9(05).
014800     05 GR-ID-CITOYEN            PIC 9(09).
014900     05 GR-NOM                   PIC X(20).
015000     05 GR-PRENOM                PIC X(20).
015100     05 GR-DATE-NAISSANCE        PIC 9(08).
015200     05 GR-CODE-SITE             PIC X(03).
015300     05 GR-TYPE-NOM              PIC X(01).
015400         88 GR-NOM-USAGE         VALUE "U".
015500*----------------------------------------------------------------
015600* EXCEPTIONS DU RETOUR PRESTATIONS (MEME DESSIN QUE TRAIT-RETOUR)
015700*----------------------------------------------------------------
015800 FD  EXCEPTIONS
015900     LABEL RECORDS ARE STANDARD.
016000 01  ENR-EXCEPTION.
016100     05 EC-ID-CITOYEN            PIC 9(09).
016200     05 EC-NOM                   PIC X(20).
016300     05 EC-PRENOM                PIC X(20).
016400     05 EC-MOTIF                 PIC X(40).
016500*----------------------------------------------------------------
016600* LISTE DE TRAVAIL DES DOSSIERS INCOMPLETS (MEME DESSIN QUE
016700* QUALITE-DOSSIERS)
016800*----------------------------------------------------------------
016900 FD  LISTE-QUALITE
017000     LABEL RECORDS ARE STANDARD.
017100 01  ENR-TRAVAIL.
017200     05 QW-CODE-SITE             PIC X(03).
017300     05 FILLER                   PIC X(01).
017400     05 QW-ID-CITOYEN            PIC 9(09).
017500     05 FILLER                   PIC X(01).
017600     05 QW-NOM                   PIC X(20).
017700     05 FILLER                   PIC X(01).
017800     05 QW-PRENOM                PIC X(20).
017900     05 FILLER                   PIC X(01).
018000     05 QW-TROUS.
018100         10 QW-TROU-NAISSANCE    PIC X(10).
018200         10 QW-TROU-SEXE         PIC X(10).
018300         10 QW-TROU-ADRESSE      PIC X(10).
018400 WORKING-STORAGE SECTION.
018500*----------------------------------------------------------------
018600* ZONES DE TRAVAIL
018700*----------------------------------------------------------------
018800 01  TQ-STATUT                   PIC X(02).
018900     88 TQ-OK                    VALUE "00".
019000     88 TQ-ABSENT                VALUE "35".
019100 01  MF-STATUT                   PIC X(02).
019200     88 MF-OK                    VALUE "00".
019300 01  RJ-STATUT                   PIC X(02).
019400     88 RJ-OK                    VALUE "00".
019500     88 RJ-ABSENT                VALUE "35".
019600 01  RV-STATUT                   PIC X(02).
019700     88 RV-OK                    VALUE "00".
019800     88 RV-ABSENT                VALUE "35".
019900 01  PS-STATUT                   PIC X(02).
020000     88 PS-OK                    VALUE "00".
020100     88 PS-ABSENT                VALUE "35".
020200 01  AT-STATUT                   PIC X(02).
020300     88 AT-OK                    VALUE "00".
020400     88 AT-ABSENT                VALUE "35".
020500 01  PQ-STATUT                   PIC X(02).
020600     88 PQ-OK                    VALUE "00".
020700     88 PQ-ABSENT                VALUE "35".
020800 01  GR-STATUT                   PIC X(02).
020900     88 GR-OK                    VALUE "00".
021000     88 GR-ABSENT                VALUE "35".
021100 01  EC-STATUT                   PIC X(02).
021200     88 EC-OK                    VALUE "00".
021300     88 EC-ABSENT                VALUE "35".
021400 01  QW-STATUT                   PIC X(02).
021500     88 QW-OK                    VALUE "00".
021600     88 QW-ABSENT                VALUE "35".
021700 01  FIN-TACHES                  PIC X(01) VALUE "N".
021800     88 PLUS-DE-TACHES           VALUE "O".
021900 01  FIN-SOURCE                  PIC X(01) VALUE "N".
022000     88 PLUS-DE-SOURCE           VALUE "O".
022100 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
022200 01  DERNIER-NO-TACHE            PIC 9(09) VALUE ZERO.
022300*----------------------------------------------------------------
022400* TACHE CANDIDATE, PREPAREE PAR LA LECTURE DE CHAQUE SOURCE PUIS
022500* DEPOSEE (OU SEULEMENT COMPTEE) PAR 7000-DEPOSER-TACHE
022600*----------------------------------------------------------------
022700 01  TACHE-CANDIDATE.
022800     05 CA-TYPE-TACHE            PIC X(03).
022900     05 CA-REFERENCE             PIC X(60).
023000     05 CA-ID-CITOYEN            PIC 9(09).
023100     05 CA-NOM                   PIC X(20).
023200     05 CA-PRENOM                PIC X(20).
023300     05 CA-CODE-SITE             PIC X(03).
023400     05 CA-DATE-CREATION         PIC 9(08).
023500     05 CA-LIBELLE               PIC X(60).
023600*----------------------------------------------------------------
023700* DECISION PRISE HORS DE LA FILE (ATTENTE, PROPOSIT), REPORTEE A
023800* LA CLOTURE DE LA TACHE PAR 7200-CLORE-TACHE
023900*----------------------------------------------------------------
024000 01  CLOTURE-EXTERNE.
024100     05 CE-OPERATEUR             PIC X(08).
024200     05 CE-DATE-HEURE            PIC X(14).
024300     05 CE-COMPTE-RENDU          PIC X(40).
024400*----------------------------------------------------------------
024500* GROUPE DE DOUBLONS EN COURS DE LECTURE - LA TACHE EST DEPOSEE
024600* AU CHANGEMENT DE GROUPE, REPEREE PAR LES DEUX PREMIERS MEMBRES
024700* (LE NUMERO DE GROUPE EST REATTRIBUE A CHAQUE PASSAGE)
024800*----------------------------------------------------------------
024900 01  GROUPE-COURANT              PIC 9(05) VALUE ZERO.
025000 01  NB-MEMBRES                  PIC 9(03) COMP VALUE ZERO.
025100 01  PREMIER-MEMBRE.
025200     05 PM-RANG                  PIC 9(01).
025300     05 PM-ID-CITOYEN            PIC 9(09).
025400     05 PM-NOM                   PIC X(20).
025500     05 PM-PRENOM                PIC X(20).
025600     05 PM-CODE-SITE             PIC X(03).
025700 01  ID-SECOND-MEMBRE            PIC 9(09) VALUE ZERO.
025800 01  NATURE-DEMANDE              PIC X(30) VALUE SPACES.
025900 01  LIBELLE-GROUPE.
026000     05 FILLER                   PIC X(18)
026100                                 VALUE "DOUBLON PRESUME - ".
026200     05 LG-NATURE                PIC X(10).
026300     05 FILLER                   PIC X(03) VALUE " - ".
026400     05 LG-NB-DOSSIERS           PIC ZZ9.
026500     05 FILLER                   PIC X(09) VALUE " DOSSIERS".
026600*----------------------------------------------------------------
026700* SOURCES DE LA FILE, DANS L'ORDRE DE LECTURE, ET LEURS COMPTEURS
026800*----------------------------------------------------------------
026900 01  RANG-SOURCE                 PIC 9(02) COMP VALUE ZERO.
027000 01  TABLE-SOURCES-VALEURS.
027100     05 FILLER                   PIC X(11) VALUE "REJREJETS  ".
027200     05 FILLER                   PIC X(11) VALUE "DECREVUEDEC".
027300     05 FILLER                   PIC X(11) VALUE "PNDPNDSITE ".
027400     05 FILLER                   PIC X(11) VALUE "ATTATTENTE ".
027500     05 FILLER                   PIC X(11) VALUE "PROPROPOSIT".
027600     05 FILLER                   PIC X(11) VALUE "DBLDOUBLWRK".
027700     05 FILLER                   PIC X(11) VALUE "RETEXCEPT  ".
027800     05 FILLER                   PIC X(11) VALUE "QUAQUALWRK ".
027900 01  TABLE-SOURCES REDEFINES TABLE-SOURCES-VALEURS.
028000     05 ENTREE-SOURCE            OCCURS 8 TIMES.
028100         10 TSR-TYPE             PIC X(03).
028200         10 TSR-FICHIER          PIC X(08).
028300 01  TABLE-COMPTEURS.
028400     05 ENTREE-COMPTEUR          OCCURS 8 TIMES.
028500         10 TC-ABSENTE           PIC X(01).
028600         10 TC-LUS               PIC 9(07) COMP.
028700         10 TC-CREEES            PIC 9(07) COMP.
028800         10 TC-DEJA-EN-FILE      PIC 9(07) COMP.
028900         10 TC-CLOSES            PIC 9(07) COMP.
029000*----------------------------------------------------------------
029100* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
029200*----------------------------------------------------------------
029300 01  NB-TACHES-EXISTANTES        PIC 9(07) COMP VALUE ZERO.
029400 01  NB-CREEES                   PIC 9(07) COMP VALUE ZERO.
029500 01  NB-CLOSES                   PIC 9(07) COMP VALUE ZERO.
029600 01  NB-ECRITURES-EN-ECHEC       PIC 9(07) COMP VALUE ZERO.
029700 01  LIGNE-SOURCE.
029800     05 LS-TYPE                  PIC X(03).
029900     05 FILLER                   PIC X(01) VALUE SPACE.
030000     05 LS-FICHIER               PIC X(08).
030100     05 FILLER                   PIC X(07) VALUE " LUS : ".
030200     05 LS-LUS                   PIC ZZZZZZ9.
030300     05 FILLER                   PIC X(09) VALUE " NOUV. : ".
030400     05 LS-CREEES                PIC ZZZZZZ9.
030500     05 FILLER                   PIC X(09) VALUE " DEJA : ".
030600     05 LS-DEJA-EN-FILE          PIC ZZZZZZ9.
030700     05 FILLER                   PIC X(10) VALUE " CLOSES : ".
030800     05 LS-CLOSES                PIC ZZZZZZ9.
030900 PROCEDURE DIVISION.
031000*================================================================
031100* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
031200*================================================================
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALISATION
031500         THRU 1000-INITIALISATION-EXIT.
031600     PERFORM 2100-CHARGER-REJETS
031700         THRU 2100-CHARGER-REJETS-EXIT.
031800     PERFORM 2200-CHARGER-DECES
031900         THRU 2200-CHARGER-DECES-EXIT.
032000     PERFORM 2300-CHARGER-PND
032100         THRU 2300-CHARGER-PND-EXIT.
032200     PERFORM 2400-CHARGER-ATTENTE
032300         THRU 2400-CHARGER-ATTENTE-EXIT.
032400     PERFORM 2500-CHARGER-PROPOSITIONS
032500         THRU 2500-CHARGER-PROPOSITIONS-EXIT.
032600     PERFORM 2600-CHARGER-DOUBLONS
032700         THRU 2600-CHARGER-DOUBLONS-EXIT.
032800     PERFORM 2700-CHARGER-EXCEPTIONS
032900         THRU 2700-CHARGER-EXCEPTIONS-EXIT.
033000     PERFORM 2800-CHARGER-QUALITE
033100         THRU 2800-CHARGER-QUALITE-EXIT.
033200     PERFORM 8000-RAPPORT-CONTROLE
033300         THRU 8000-RAPPORT-CONTROLE-EXIT.
033400     PERFORM 9999-TERMINER
033500         THRU 9999-TERMINER-EXIT.
033600     STOP RUN.
033700*----------------------------------------------------------------
033800* 1000-INITIALISATION : OUVERTURE DE LA FILE (CREEE SI ELLE
033900*                       N'EXISTE PAS ENCORE) ET DU FICHIER MAITRE,
034000*                       RECHERCHE DU DERNIER NUMERO DE TACHE
034100*----------------------------------------------------------------
034200 1000-INITIALISATION.
034300     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
034400     PERFORM 1050-RAZ-COMPTEURS
034500         THRU 1050-RAZ-COMPTEURS-EXIT
034600         VARYING RANG-SOURCE FROM 1 BY 1
034700         UNTIL RANG-SOURCE > 8.
034800     OPEN INPUT FICHIER-MAITRE.
034900     IF NOT MF-OK
035000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
035100             "CODE " MF-STATUT
035200         MOVE 16 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500     OPEN I-O FICHIER-TACHES.
035600     IF TQ-ABSENT
035700         OPEN OUTPUT FICHIER-TACHES
035800         CLOSE FICHIER-TACHES
035900         OPEN I-O FICHIER-TACHES
036000     END-IF.
036100     IF NOT TQ-OK
036200         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER TACHES - "
036300             "CODE " TQ-STATUT
036400         CLOSE FICHIER-MAITRE
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     MOVE ZERO TO TQ-NO-TACHE.
036900     START FICHIER-TACHES
037000         KEY IS NOT LESS THAN TQ-NO-TACHE
037100         INVALID KEY
037200             MOVE "O" TO FIN-TACHES
037300     END-START.
037400     PERFORM 1100-LIRE-TACHE
037500         THRU 1100-LIRE-TACHE-EXIT
037600         UNTIL PLUS-DE-TACHES.
037700 1000-INITIALISATION-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000* 1050-RAZ-COMPTEURS : REMISE A ZERO DES COMPTEURS D'UNE SOURCE
038100*----------------------------------------------------------------
038200 1050-RAZ-COMPTEURS.
038300     MOVE "N"  TO TC-ABSENTE(RANG-SOURCE).
038400     MOVE ZERO TO TC-LUS(RANG-SOURCE).
038500     MOVE ZERO TO TC-CREEES(RANG-SOURCE).
038600     MOVE ZERO TO TC-DEJA-EN-FILE(RANG-SOURCE).
038700     MOVE ZERO TO TC-CLOSES(RANG-SOURCE).
038800 1050-RAZ-COMPTEURS-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100* 1100-LIRE-TACHE : PARCOURS DE LA FILE DANS L'ORDRE DES NUMEROS -
039200*                   LE DERNIER LU EST LE PLUS GRAND
039300*----------------------------------------------------------------
039400 1100-LIRE-TACHE.
039500     READ FICHIER-TACHES NEXT RECORD
039600         AT END
039700             MOVE "O" TO FIN-TACHES
039800             GO TO 1100-LIRE-TACHE-EXIT
039900     END-READ.
040000     ADD 1 TO NB-TACHES-EXISTANTES.
040100     MOVE TQ-NO-TACHE TO DERNIER-NO-TACHE.
040200 1100-LIRE-TACHE-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500* 2100-CHARGER-REJETS : REJETS DE SAISIE EN ATTENTE DE REPRISE -
040600*                       REFERENCE = DATE, CODE TRANSACTION, NOM ET
040700*                       PRENOM DU REJET
040800*----------------------------------------------------------------
040900 2100-CHARGER-REJETS.
041000     MOVE 1 TO RANG-SOURCE.
041100     OPEN INPUT REJETS.
041200     IF RJ-ABSENT
041300         MOVE "O" TO TC-ABSENTE(RANG-SOURCE)
041400         GO TO 2100-CHARGER-REJETS-EXIT
041500     END-IF.
041600     IF NOT RJ-OK
041700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REJETS - "
041800             "CODE " RJ-STATUT
041900         MOVE 16 TO RETURN-CODE
042000         GO TO 2100-CHARGER-REJETS-EXIT
042100     END-IF.
042200     MOVE "N" TO FIN-SOURCE.
042300     PERFORM 2110-TRAITER-REJET
042400         THRU 2110-TRAITER-REJET-EXIT
042500         UNTIL PLUS-DE-SOURCE.
042600     CLOSE REJETS.
042700 2100-CHARGER-REJETS-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000* 2110-TRAITER-REJET : LECTURE D'UN REJET ET DEPOT DE SA TACHE
043100*----------------------------------------------------------------
043200 2110-TRAITER-REJET.
043300     READ REJETS
043400         AT END
043500             MOVE "O" TO FIN-SOURCE
043600             GO TO 2110-TRAITER-REJET-EXIT
043700     END-READ.
043800     ADD 1 TO TC-LUS(RANG-SOURCE).
043900     MOVE SPACES TO TACHE-CANDIDATE.
044000     MOVE "REJ" TO CA-TYPE-TACHE.
044100     STRING RJ-DATE-REJET  DELIMITED BY SIZE
044200            RJ-CODE-TRANS  DELIMITED BY SIZE
044300            RJ-NOM         DELIMITED BY SIZE
044400            RJ-PRENOM      DELIMITED BY SIZE
044500            INTO CA-REFERENCE.
044600     MOVE ZERO          TO CA-ID-CITOYEN.
044700     MOVE RJ-NOM        TO CA-NOM.
044800     MOVE RJ-PRENOM     TO CA-PRENOM.
044900     MOVE RJ-CODE-SITE  TO CA-CODE-SITE.
045000     MOVE RJ-DATE-REJET TO CA-DATE-CREATION.
045100     STRING "TRANSACTION " DELIMITED BY SIZE
045200            RJ-CODE-TRANS  DELIMITED BY SIZE
045300            " : "          DELIMITED BY SIZE
045400            RJ-MOTIF       DELIMITED BY SIZE
045500            INTO CA-LIBELLE.
045600     PERFORM 7000-DEPOSER-TACHE
045700         THRU 7000-DEPOSER-TACHE-EXIT.
045800 2110-TRAITER-REJET-EXIT.
045900     EXIT.
046000*----------------------------------------------------------------
046100* 2200-CHARGER-DECES : AVIS DE DECES LAISSES A L'ARBITRAGE D'UN
046200*                      CLERC (AMBIGUS OU SANS CANDIDAT) -
046300*                      REFERENCE = NOM, PRENOM, DATES DE
046400*                      NAISSANCE ET DE DECES DE L'AVIS
046500*----------------------------------------------------------------
046600 2200-CHARGER-DECES.
046700     MOVE 2 TO RANG-SOURCE.
046800     OPEN INPUT REVUE-DECES.
046900     IF RV-ABSENT
047000         MOVE "O" TO TC-ABSENTE(RANG-SOURCE)
047100         GO TO 2200-CHARGER-DECES-EXIT
047200     END-IF.
047300     IF NOT RV-OK
047400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REVUEDEC - "
047500             "CODE " RV-STATUT
047600         MOVE 16 TO RETURN-CODE
047700         GO TO 2200-CHARGER-DECES-EXIT
047800     END-IF.
047900     MOVE "N" TO FIN-SOURCE.
048000     PERFORM 2210-TRAITER-AVIS
048100         THRU 2210-TRAITER-AVIS-EXIT
048200         UNTIL PLUS-DE-SOURCE.
048300     CLOSE REVUE-DECES.
048400 2200-CHARGER-DECES-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700* 2210-TRAITER-AVIS : LECTURE D'UN AVIS EN REVUE ET DEPOT DE SA
048800*                     TACHE
048900*----------------------------------------------------------------
049000 2210-TRAITER-AVIS.
049100     READ REVUE-DECES
049200         AT END
049300             MOVE "O" TO FIN-SOURCE
049400             GO TO 2210-TRAITER-AVIS-EXIT
049500     END-READ.
049600     ADD 1 TO TC-LUS(RANG-SOURCE).
049700     MOVE SPACES TO TACHE-CANDIDATE.
049800     MOVE "DEC" TO CA-TYPE-TACHE.
049900     STRING RV-NOM            DELIMITED BY SIZE
050000            RV-PRENOM         DELIMITED BY SIZE
050100            RV-DATE-NAISSANCE DELIMITED BY SIZE
050200            RV-DATE-DECES     DELIMITED BY SIZE
050300            INTO CA-REFERENCE.
050400     MOVE ZERO      TO CA-ID-CITOYEN.
050500     MOVE RV-NOM    TO CA-NOM.
050600     MOVE RV-PRENOM TO CA-PRENOM.
050700     MOVE "---"     TO CA-CODE-SITE.
050800     MOVE ZERO      TO CA-DATE-CREATION.
050900     STRING "DECES DU "   DELIMITED BY SIZE
051000            RV-DATE-DECES DELIMITED BY SIZE
051100            " : "         DELIMITED BY SIZE
051200            RV-MOTIF      DELIMITED BY SIZE
051300            INTO CA-LIBELLE.
051400     PERFORM 7000-DEPOSER-TACHE
051500         THRU 7000-DEPOSER-TACHE-EXIT.
051600 2210-TRAITER-AVIS-EXIT.
051700     EXIT.
051800*----------------------------------------------------------------
051900* 2300-CHARGER-PND : ADRESSES A COURIR APRES RETOUR D'UN PLI NON
052000*                    DISTRIBUE - REFERENCE = IDENTIFIANT (ZERO SI
052100*                    PLI NON RAPPROCHE), RUE ET NOM DU PLI
052200*----------------------------------------------------------------
052300 2300-CHARGER-PND.
052400     MOVE 3 TO RANG-SOURCE.
052500     OPEN INPUT LISTE-PND.
052600     IF PS-ABSENT
052700         MOVE "O" TO TC-ABSENTE(RANG-SOURCE)
052800         GO TO 2300-CHARGER-PND-EXIT
052900     END-IF.
053000     IF NOT PS-OK
053100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER PNDSITE - "
053200             "CODE " PS-STATUT
053300         MOVE 16 TO RETURN-CODE
053400         GO TO 2300-CHARGER-PND-EXIT
053500     END-IF.
053600     MOVE "N" TO FIN-SOURCE.
053700     PERFORM 2310-TRAITER-PLI
053800         THRU 2310-TRAITER-PLI-EXIT
053900         UNTIL PLUS-DE-SOURCE.
054000     CLOSE LISTE-PND.
054100 2300-CHARGER-PND-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400* 2310-TRAITER-PLI : LECTURE D'UN PLI ET DEPOT DE SA TACHE
054500*----------------------------------------------------------------
054600 2310-TRAITER-PLI.
054700     READ LISTE-PND
054800         AT END
054900             MOVE "O" TO FIN-SOURCE
055000             GO TO 2310-TRAITER-PLI-EXIT
055100     END-READ.
055200     ADD 1 TO TC-LUS(RANG-SOURCE).
055300     MOVE SPACES TO TACHE-CANDIDATE.
055400     MOVE "PND" TO CA-TYPE-TACHE.
055500     STRING PS-ID-CITOYEN    DELIMITED BY SIZE
055600            PS-RUE           DELIMITED BY SIZE
055700            PS-NOM           DELIMITED BY SIZE
055800            PS-PRENOM(1:1)   DELIMITED BY SIZE
055900            INTO CA-REFERENCE.
056000     MOVE PS-ID-CITOYEN TO CA-ID-CITOYEN.
056100     MOVE PS-NOM        TO CA-NOM.
056200     MOVE PS-PRENOM     TO CA-PRENOM.
056300     MOVE PS-CODE-SITE  TO CA-CODE-SITE.
056400     MOVE ZERO          TO CA-DATE-CREATION.
056500     STRING "PLI NON DISTRIBUE : " DELIMITED BY SIZE
056600            PS-MOTIF               DELIMITED BY SIZE
056700            INTO CA-LIBELLE.
056800     PERFORM 7000-DEPOSER-TACHE
056900         THRU 7000-DEPOSER-TACHE-EXIT.
057000 2310-TRAITER-PLI-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300* 2400-CHARGER-ATTENTE : DEMANDES DE DECES ET DE SUPPRESSION A
057400*                        CONFIRMER - REFERENCE = HORODATAGE,
057500*                        IDENTIFIANT ET TYPE DE LA DEMANDE. UNE
057600*                        DEMANDE DECIDEE CLOT SA TACHE
057700*----------------------------------------------------------------
057800 2400-CHARGER-ATTENTE.
057900     MOVE 4 TO RANG-SOURCE.
058000     OPEN INPUT ACTIONS-EN-ATTENTE.
058100     IF AT-ABSENT
058200         MOVE "O" TO TC-ABSENTE(RANG-SOURCE)
058300         GO TO 2400-CHARGER-ATTENTE-EXIT
058400     END-IF.
058500     IF NOT AT-OK
058600         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ATTENTE - "
058700             "CODE " AT-STATUT
058800         MOVE 16 TO RETURN-CODE
058900         GO TO 2400-CHARGER-ATTENTE-EXIT
059000     END-IF.
059100     MOVE "N" TO FIN-SOURCE.
059200     PERFORM 2410-TRAITER-DEMANDE
059300         THRU 2410-TRAITER-DEMANDE-EXIT
059400         UNTIL PLUS-DE-SOURCE.
059500     CLOSE ACTIONS-EN-ATTENTE.
059600 2400-CHARGER-ATTENTE-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------
059900* 2410-TRAITER-DEMANDE : LECTURE D'UNE DEMANDE : DEPOT DE SA TACHE
060000*                        SI ELLE EST EN ATTENTE, CLOTURE SINON
060100*----------------------------------------------------------------
060200 2410-TRAITER-DEMANDE.
060300     READ ACTIONS-EN-ATTENTE
060400         AT END
060500             MOVE "O" TO FIN-SOURCE
060600             GO TO 2410-TRAITER-DEMANDE-EXIT
060700     END-READ.
060800     ADD 1 TO TC-LUS(RANG-SOURCE).
060900     MOVE SPACES TO TACHE-CANDIDATE.
061000     MOVE "ATT" TO CA-TYPE-TACHE.
061100     STRING AT-DATE-HEURE    DELIMITED BY SIZE
061200            AT-ID-CITOYEN    DELIMITED BY SIZE
061300            AT-TYPE-ACTION   DELIMITED BY SIZE
061400            INTO CA-REFERENCE.
061500     IF NOT AT-EN-ATTENTE
061600         MOVE AT-OPERATEUR-DECISION  TO CE-OPERATEUR
061700         MOVE AT-DATE-HEURE-DECISION TO CE-DATE-HEURE
061800         IF AT-CONFIRMEE
061900             MOVE "DEMANDE CONFIRMEE (VALIDE-ATTENTE)"
062000                 TO CE-COMPTE-RENDU
062100         ELSE
062200             MOVE "DEMANDE REJETEE (VALIDE-ATTENTE)"
062300                 TO CE-COMPTE-RENDU
062400         END-IF
062500         PERFORM 7200-CLORE-TACHE
062600             THRU 7200-CLORE-TACHE-EXIT
062700         GO TO 2410-TRAITER-DEMANDE-EXIT
062800     END-IF.
062900     MOVE AT-ID-CITOYEN      TO CA-ID-CITOYEN.
063000     MOVE AT-NOM             TO CA-NOM.
063100     MOVE AT-PRENOM          TO CA-PRENOM.
063200     MOVE AT-DATE-HEURE(1:8) TO CA-DATE-CREATION.
063300     IF AT-ACTION-DECES
063400         MOVE "DEMANDE DE DECES PAR" TO NATURE-DEMANDE
063500     ELSE
063600         MOVE "DEMANDE DE SUPPRESSION PAR" TO NATURE-DEMANDE
063700     END-IF.
063800     STRING NATURE-DEMANDE       DELIMITED BY "  "
063900            " "                  DELIMITED BY SIZE
064000            AT-OPERATEUR-DEMANDE DELIMITED BY SIZE
064100            " : "                DELIMITED BY SIZE
064200            AT-MOTIF             DELIMITED BY SIZE
064300            INTO CA-LIBELLE.
064400     PERFORM 7000-DEPOSER-TACHE
064500         THRU 7000-DEPOSER-TACHE-EXIT.
064600 2410-TRAITER-DEMANDE-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900* 2500-CHARGER-PROPOSITIONS : PROPOSITIONS DES PRESTATIONS EN
065000*                             ATTENTE DE DECISION - REFERENCE =
065100*                             CELLE DE LA PROPOSITION. UNE
065200*                             PROPOSITION DECIDEE CLOT SA TACHE
065300*----------------------------------------------------------------
065400 2500-CHARGER-PROPOSITIONS.
065500     MOVE 5 TO RANG-SOURCE.
065600     OPEN INPUT FICHIER-PROPOSITIONS.
065700     IF PQ-ABSENT
065800         MOVE "O" TO TC-ABSENTE(RANG-SOURCE)
065900         GO TO 2500-CHARGER-PROPOSITIONS-EXIT
066000     END-IF.
066100     IF NOT PQ-OK
066200         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER PROPOSIT - "
066300             "CODE " PQ-STATUT
066400         MOVE 16 TO RETURN-CODE
066500         GO TO 2500-CHARGER-PROPOSITIONS-EXIT
066600     END-IF.
066700     MOVE "N" TO FIN-SOURCE.
066800     MOVE LOW-VALUES TO PQ-REFERENCE.
066900     START FICHIER-PROPOSITIONS
067000         KEY IS NOT LESS THAN PQ-REFERENCE
067100         INVALID KEY
067200             MOVE "O" TO FIN-SOURCE
067300     END-START.
067400     PERFORM 2510-TRAITER-PROPOSITION
067500         THRU 2510-TRAITER-PROPOSITION-EXIT
067600         UNTIL PLUS-DE-SOURCE.
067700     CLOSE FICHIER-PROPOSITIONS.
067800 2500-CHARGER-PROPOSITIONS-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100* 2510-TRAITER-PROPOSITION : LECTURE D'UNE PROPOSITION : DEPOT DE
068200*                            SA TACHE SI ELLE EST EN ATTENTE,
068300*                            CLOTURE SINON
068400*----------------------------------------------------------------
068500 2510-TRAITER-PROPOSITION.
068600     READ FICHIER-PROPOSITIONS NEXT RECORD
068700         AT END
068800             MOVE "O" TO FIN-SOURCE
068900             GO TO 2510-TRAITER-PROPOSITION-EXIT
069000     END-READ.
069100     ADD 1 TO TC-LUS(RANG-SOURCE).
069200     MOVE SPACES TO TACHE-CANDIDATE.
069300     MOVE "PRO" TO CA-TYPE-TACHE.
069400     MOVE PQ-REFERENCE TO CA-REFERENCE.
069500     IF NOT PQ-EN-ATTENTE
069600         MOVE PQ-OPERATEUR-DECISION  TO CE-OPERATEUR
069700         MOVE PQ-DATE-HEURE-DECISION TO CE-DATE-HEURE
069800         IF PQ-ACCEPTEE
069900             MOVE "PROPOSITION ACCEPTEE (VALIDE-PROPOSITIONS)"
070000                 TO CE-COMPTE-RENDU
070100         ELSE
070200             MOVE PQ-MOTIF-REJET TO CE-COMPTE-RENDU
070300         END-IF
070400         PERFORM 7200-CLORE-TACHE
070500             THRU 7200-CLORE-TACHE-EXIT
070600         GO TO 2510-TRAITER-PROPOSITION-EXIT
070700     END-IF.
070800     MOVE PQ-ID-CITOYEN     TO CA-ID-CITOYEN.
070900     MOVE PQ-DATE-RECEPTION TO CA-DATE-CREATION.
071000     EVALUATE TRUE
071100         WHEN PQ-CHANGEMENT-ADRESSE
071200             MOVE "PROPOSITION PRESTATIONS : ADRESSE"
071300                 TO CA-LIBELLE
071400         WHEN PQ-CHANGEMENT-DECES
071500             MOVE "PROPOSITION PRESTATIONS : DECES"
071600                 TO CA-LIBELLE
071700         WHEN PQ-CHANGEMENT-NAISSANCE
071800             MOVE "PROPOSITION PRESTATIONS : DATE DE NAISSANCE"
071900                 TO CA-LIBELLE
072000         WHEN OTHER
072100             MOVE "PROPOSITION PRESTATIONS" TO CA-LIBELLE
072200     END-EVALUATE.
072300     PERFORM 7000-DEPOSER-TACHE
072400         THRU 7000-DEPOSER-TACHE-EXIT.
072500 2510-TRAITER-PROPOSITION-EXIT.
072600     EXIT.
072700*----------------------------------------------------------------
072800* 2600-CHARGER-DOUBLONS : UNE TACHE PAR GROUPE DE DOUBLONS
072900*                         PRESUMES - REFERENCE = IDENTIFIANTS DES
073000*                         DEUX PREMIERS MEMBRES ET TYPE DE NOM
073100*----------------------------------------------------------------
073200 2600-CHARGER-DOUBLONS.
073300     MOVE 6 TO RANG-SOURCE.
073400     OPEN INPUT GROUPES-SUSPECTS.
073500     IF GR-ABSENT
073600         MOVE "O" TO TC-ABSENTE(RANG-SOURCE)
073700         GO TO 2600-CHARGER-DOUBLONS-EXIT
073800     END-IF.
073900     IF NOT GR-OK
074000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DOUBLWRK - "
074100             "CODE " GR-STATUT
074200         MOVE 16 TO RETURN-CODE
074300         GO TO 2600-CHARGER-DOUBLONS-EXIT
074400     END-IF.
074500     MOVE "N" TO FIN-SOURCE.
074600     MOVE ZERO TO GROUPE-COURANT.
074700     MOVE ZERO TO NB-MEMBRES.
074800     PERFORM 2610-TRAITER-MEMBRE
074900         THRU 2610-TRAITER-MEMBRE-EXIT
075000         UNTIL PLUS-DE-SOURCE.
075100     IF NB-MEMBRES > ZERO
075200         PERFORM 2620-DEPOSER-GROUPE
075300             THRU 2620-DEPOSER-GROUPE-EXIT
075400     END-IF.
075500     CLOSE GROUPES-SUSPECTS.
075600 2600-CHARGER-DOUBLONS-EXIT.
075700     EXIT.
075800*----------------------------------------------------------------
075900* 2610-TRAITER-MEMBRE : LECTURE D'UN MEMBRE DE GROUPE - LE
076000*                       CHANGEMENT DE GROUPE DEPOSE LA TACHE DU
076100*                       GROUPE PRECEDENT
076200*----------------------------------------------------------------
076300 2610-TRAITER-MEMBRE.
076400     READ GROUPES-SUSPECTS
076500         AT END
076600             MOVE "O" TO FIN-SOURCE
076700             GO TO 2610-TRAITER-MEMBRE-EXIT
076800     END-READ.
076900     IF GR-NO-GROUPE NOT = GROUPE-COURANT
077000         IF NB-MEMBRES > ZERO
077100             PERFORM 2620-DEPOSER-GROUPE
077200                 THRU 2620-DEPOSER-GROUPE-EXIT
077300         END-IF
077400         MOVE GR-NO-GROUPE      TO GROUPE-COURANT
077500         MOVE ZERO              TO NB-MEMBRES
077600         MOVE ZERO              TO ID-SECOND-MEMBRE
077700         MOVE GR-RANG           TO PM-RANG
077800         MOVE GR-ID-CITOYEN     TO PM-ID-CITOYEN
077900         MOVE GR-NOM            TO PM-NOM
078000         MOVE GR-PRENOM         TO PM-PRENOM
078100         MOVE GR-CODE-SITE      TO PM-CODE-SITE
078200     END-IF.
078300     ADD 1 TO NB-MEMBRES.
078400     IF NB-MEMBRES = 2
078500         MOVE GR-ID-CITOYEN TO ID-SECOND-MEMBRE
078600     END-IF.
078700 2610-TRAITER-MEMBRE-EXIT.
078800     EXIT.
078900*----------------------------------------------------------------
079000* 2620-DEPOSER-GROUPE : DEPOT DE LA TACHE DU GROUPE QUI S'ACHEVE
079100*----------------------------------------------------------------
079200 2620-DEPOSER-GROUPE.
079300     ADD 1 TO TC-LUS(RANG-SOURCE).
079400     MOVE SPACES TO TACHE-CANDIDATE.
079500     MOVE "DBL" TO CA-TYPE-TACHE.
079600     STRING PM-ID-CITOYEN    DELIMITED BY SIZE
079700            ID-SECOND-MEMBRE DELIMITED BY SIZE
079800            INTO CA-REFERENCE.
079900     MOVE PM-ID-CITOYEN TO CA-ID-CITOYEN.
080000     MOVE PM-NOM        TO CA-NOM.
080100     MOVE PM-PRENOM     TO CA-PRENOM.
080200     MOVE PM-CODE-SITE  TO CA-CODE-SITE.
080300     MOVE ZERO          TO CA-DATE-CREATION.
080400     IF PM-RANG = 1
080500         MOVE "PROBABLE"   TO LG-NATURE
080600     ELSE
080700         MOVE "A VERIFIER" TO LG-NATURE
080800     END-IF.
080900     MOVE NB-MEMBRES     TO LG-NB-DOSSIERS.
081000     MOVE LIBELLE-GROUPE TO CA-LIBELLE.
081100     PERFORM 7000-DEPOSER-TACHE
081200         THRU 7000-DEPOSER-TACHE-EXIT.
081300 2620-DEPOSER-GROUPE-EXIT.
081400     EXIT.
081500*----------------------------------------------------------------
081600* 2700-CHARGER-EXCEPTIONS : EXCEPTIONS DU RETOUR DES PRESTATIONS
081700*                           - REFERENCE = IDENTIFIANT ET MOTIF
081800*----------------------------------------------------------------
081900 2700-CHARGER-EXCEPTIONS.
082000     MOVE 7 TO RANG-SOURCE.
082100     OPEN INPUT EXCEPTIONS.
082200     IF EC-ABSENT
082300         MOVE "O" TO TC-ABSENTE(RANG-SOURCE)
082400         GO TO 2700-CHARGER-EXCEPTIONS-EXIT
082500     END-IF.
082600     IF NOT EC-OK
082700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER EXCEPT - "
082800             "CODE " EC-STATUT
082900         MOVE 16 TO RETURN-CODE
083000         GO TO 2700-CHARGER-EXCEPTIONS-EXIT
083100     END-IF.
083200     MOVE "N" TO FIN-SOURCE.
083300     PERFORM 2710-TRAITER-EXCEPTION
083400         THRU 2710-TRAITER-EXCEPTION-EXIT
083500         UNTIL PLUS-DE-SOURCE.
083600     CLOSE EXCEPTIONS.
083700 2700-CHARGER-EXCEPTIONS-EXIT.
083800     EXIT.
083900*----------------------------------------------------------------
084000* 2710-TRAITER-EXCEPTION : LECTURE D'UNE EXCEPTION ET DEPOT DE SA
084100*                          TACHE
084200*----------------------------------------------------------------
084300 2710-TRAITER-EXCEPTION.
084400     READ EXCEPTIONS
084500         AT END
084600             MOVE "O" TO FIN-SOURCE
084700             GO TO 2710-TRAITER-EXCEPTION-EXIT
084800     END-READ.
084900     ADD 1 TO TC-LUS(RANG-SOURCE).
085000     MOVE SPACES TO TACHE-CANDIDATE.
085100     MOVE "RET" TO CA-TYPE-TACHE.
085200     STRING EC-ID-CITOYEN    DELIMITED BY SIZE
085300            EC-MOTIF         DELIMITED BY SIZE
085400            INTO CA-REFERENCE.
085500     MOVE EC-ID-CITOYEN TO CA-ID-CITOYEN.
085600     MOVE EC-NOM        TO CA-NOM.
085700     MOVE EC-PRENOM     TO CA-PRENOM.
085800     MOVE ZERO          TO CA-DATE-CREATION.
085900     STRING "RETOUR PRESTATIONS : " DELIMITED BY SIZE
086000            EC-MOTIF                DELIMITED BY SIZE
086100            INTO CA-LIBELLE.
086200     PERFORM 7000-DEPOSER-TACHE
086300         THRU 7000-DEPOSER-TACHE-EXIT.
086400 2710-TRAITER-EXCEPTION-EXIT.
086500     EXIT.
086600*----------------------------------------------------------------
086700* 2800-CHARGER-QUALITE : DOSSIERS INCOMPLETS A COMPLETER -
086800*                        REFERENCE = IDENTIFIANT ET ZONES
086900*                        MANQUANTES
087000*----------------------------------------------------------------
087100 2800-CHARGER-QUALITE.
087200     MOVE 8 TO RANG-SOURCE.
087300     OPEN INPUT LISTE-QUALITE.
087400     IF QW-ABSENT
087500         MOVE "O" TO TC-ABSENTE(RANG-SOURCE)
087600         GO TO 2800-CHARGER-QUALITE-EXIT
087700     END-IF.
087800     IF NOT QW-OK
087900         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER QUALWRK - "
088000             "CODE " QW-STATUT
088100         MOVE 16 TO RETURN-CODE
088200         GO TO 2800-CHARGER-QUALITE-EXIT
088300     END-IF.
088400     MOVE "N" TO FIN-SOURCE.
088500     PERFORM 2810-TRAITER-INCOMPLET
088600         THRU 2810-TRAITER-INCOMPLET-EXIT
088700         UNTIL PLUS-DE-SOURCE.
088800     CLOSE LISTE-QUALITE.
088900 2800-CHARGER-QUALITE-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------
089200* 2810-TRAITER-INCOMPLET : LECTURE D'UN DOSSIER INCOMPLET ET DEPOT
089300*                          DE SA TACHE
089400*----------------------------------------------------------------
089500 2810-TRAITER-INCOMPLET.
089600     READ LISTE-QUALITE
089700         AT END
089800             MOVE "O" TO FIN-SOURCE
089900             GO TO 2810-TRAITER-INCOMPLET-EXIT
090000     END-READ.
090100     ADD 1 TO TC-LUS(RANG-SOURCE).
090200     MOVE SPACES TO TACHE-CANDIDATE.
090300     MOVE "QUA" TO CA-TYPE-TACHE.
090400     STRING QW-ID-CITOYEN    DELIMITED BY SIZE
090500            QW-TROUS         DELIMITED BY SIZE
090600            INTO CA-REFERENCE.
090700     MOVE QW-ID-CITOYEN TO CA-ID-CITOYEN.
090800     MOVE QW-NOM        TO CA-NOM.
090900     MOVE QW-PRENOM     TO CA-PRENOM.
091000     MOVE QW-CODE-SITE  TO CA-CODE-SITE.
091100     MOVE ZERO          TO CA-DATE-CREATION.
091200     STRING "DOSSIER INCOMPLET : " DELIMITED BY SIZE
091300            QW-TROU-NAISSANCE      DELIMITED BY SIZE
091400            " "                    DELIMITED BY SIZE
091500            QW-TROU-SEXE           DELIMITED BY SIZE
091600            " "                    DELIMITED BY SIZE
091700            QW-TROU-ADRESSE        DELIMITED BY SIZE
091800            INTO CA-LIBELLE.
091900     PERFORM 7000-DEPOSER-TACHE
092000         THRU 7000-DEPOSER-TACHE-EXIT.
092100 2810-TRAITER-INCOMPLET-EXIT.
092200     EXIT.
092300*----------------------------------------------------------------
092400* 7000-DEPOSER-TACHE : DEPOT DE LA TACHE CANDIDATE SI SON CAS
092500*                      N'EST PAS DEJA EN FILE - SITE ET NOM PRIS
092600*                      AU DOSSIER QUAND LA SOURCE NE LES PORTE
092700*                      PAS, DATE DU JOUR A DEFAUT DE DATE SOURCE
092800*----------------------------------------------------------------
092900 7000-DEPOSER-TACHE.
093000     MOVE CA-TYPE-TACHE TO TQ-TYPE-TACHE.
093100     MOVE CA-REFERENCE  TO TQ-REFERENCE.
093200     READ FICHIER-TACHES
093300         KEY IS TQ-CLE-SOURCE
093400         INVALID KEY
093500             CONTINUE
093600         NOT INVALID KEY
093700             ADD 1 TO TC-DEJA-EN-FILE(RANG-SOURCE)
093800             GO TO 7000-DEPOSER-TACHE-EXIT
093900     END-READ.
094000     IF CA-ID-CITOYEN NOT NUMERIC
094100         MOVE ZERO TO CA-ID-CITOYEN
094200     END-IF.
094300     IF CA-ID-CITOYEN > ZERO
094400             AND (CA-CODE-SITE = SPACES OR CA-NOM = SPACES)
094500         PERFORM 7100-COMPLETER-PAR-DOSSIER
094600             THRU 7100-COMPLETER-PAR-DOSSIER-EXIT
094700     END-IF.
094800     IF CA-CODE-SITE = SPACES
094900         MOVE "---" TO CA-CODE-SITE
095000     END-IF.
095100     IF CA-DATE-CREATION NOT NUMERIC OR CA-DATE-CREATION = ZERO
095200         MOVE DATE-DU-JOUR-AAAAMMJJ TO CA-DATE-CREATION
095300     END-IF.
095400     MOVE SPACES TO ENR-TACHE.
095500     ADD 1 TO DERNIER-NO-TACHE.
095600     MOVE DERNIER-NO-TACHE TO TQ-NO-TACHE.
095700     MOVE CA-TYPE-TACHE    TO TQ-TYPE-TACHE.
095800     MOVE CA-REFERENCE     TO TQ-REFERENCE.
095900     MOVE CA-ID-CITOYEN    TO TQ-ID-CITOYEN.
096000     MOVE CA-NOM           TO TQ-NOM.
096100     MOVE CA-PRENOM        TO TQ-PRENOM.
096200     MOVE CA-CODE-SITE     TO TQ-CODE-SITE.
096300     MOVE CA-DATE-CREATION TO TQ-DATE-CREATION.
096400     MOVE CA-LIBELLE       TO TQ-LIBELLE.
096500     MOVE "O"              TO TQ-ETAT.
096600     WRITE ENR-TACHE
096700         INVALID KEY
096800             DISPLAY "ECRITURE EN ECHEC - TACHE " TQ-NO-TACHE
096900                 " CODE " TQ-STATUT
097000             ADD 1 TO NB-ECRITURES-EN-ECHEC
097100             GO TO 7000-DEPOSER-TACHE-EXIT
097200     END-WRITE.
097300     ADD 1 TO TC-CREEES(RANG-SOURCE).
097400     ADD 1 TO NB-CREEES.
097500 7000-DEPOSER-TACHE-EXIT.
097600     EXIT.
097700*----------------------------------------------------------------
097800* 7100-COMPLETER-PAR-DOSSIER : SITE ET NOM DU DOSSIER AU FICHIER
097900*                              MAITRE (DOSSIER INTROUVABLE : LA
098000*                              TACHE EST DEPOSEE SANS)
098100*----------------------------------------------------------------
098200 7100-COMPLETER-PAR-DOSSIER.
098300     MOVE CA-ID-CITOYEN TO MF-ID-CITOYEN.
098400     READ FICHIER-MAITRE
098500         INVALID KEY
098600             GO TO 7100-COMPLETER-PAR-DOSSIER-EXIT
098700     END-READ.
098800     IF CA-CODE-SITE = SPACES
098900         MOVE MF-CODE-SITE TO CA-CODE-SITE
099000     END-IF.
099100     IF CA-NOM = SPACES
099200         MOVE MF-NOM    TO CA-NOM
099300         MOVE MF-PRENOM TO CA-PRENOM
099400     END-IF.
099500 7100-COMPLETER-PAR-DOSSIER-EXIT.
099600     EXIT.
099700*----------------------------------------------------------------
099800* 7200-CLORE-TACHE : CLOTURE DE LA TACHE D'UN CAS DECIDE HORS DE
099900*                    LA FILE, AU NOM DE L'OPERATEUR QUI L'A
100000*                    DECIDE - SANS EFFET SI LE CAS N'A JAMAIS ETE
100100*                    EN FILE OU SI SA TACHE EST DEJA CLOSE
100200*----------------------------------------------------------------
100300 7200-CLORE-TACHE.
100400     MOVE CA-TYPE-TACHE TO TQ-TYPE-TACHE.
100500     MOVE CA-REFERENCE  TO TQ-REFERENCE.
100600     READ FICHIER-TACHES
100700         KEY IS TQ-CLE-SOURCE
100800         INVALID KEY
100900             GO TO 7200-CLORE-TACHE-EXIT
101000     END-READ.
101100     IF TQ-CLOSE
101200         GO TO 7200-CLORE-TACHE-EXIT
101300     END-IF.
101400     MOVE "C"             TO TQ-ETAT.
101500     MOVE CE-OPERATEUR    TO TQ-OPERATEUR-CLOTURE.
101600     MOVE CE-DATE-HEURE   TO TQ-DATE-HEURE-CLOTURE.
101700     MOVE CE-COMPTE-RENDU TO TQ-COMPTE-RENDU.
101800     REWRITE ENR-TACHE
101900         INVALID KEY
102000             DISPLAY "CLOTURE EN ECHEC - TACHE " TQ-NO-TACHE
102100                 " CODE " TQ-STATUT
102200             ADD 1 TO NB-ECRITURES-EN-ECHEC
102300             GO TO 7200-CLORE-TACHE-EXIT
102400     END-REWRITE.
102500     ADD 1 TO TC-CLOSES(RANG-SOURCE).
102600     ADD 1 TO NB-CLOSES.
102700 7200-CLORE-TACHE-EXIT.
102800     EXIT.
102900*----------------------------------------------------------------
103000* 8000-RAPPORT-CONTROLE : COMPTES PAR SOURCE ET TOTAUX - CODE
103100*                         RETOUR 8 SI DES ECRITURES ONT ECHOUE
103200*----------------------------------------------------------------
103300 8000-RAPPORT-CONTROLE.
103400     DISPLAY "----------------------------------------".
103500     DISPLAY "ALIMENTE-TACHES - TOTAUX DE CONTROLE".
103600     DISPLAY "----------------------------------------".
103700     PERFORM 8100-AFFICHER-SOURCE
103800         THRU 8100-AFFICHER-SOURCE-EXIT
103900         VARYING RANG-SOURCE FROM 1 BY 1
104000         UNTIL RANG-SOURCE > 8.
104100     DISPLAY "----------------------------------------".
104200     DISPLAY "TACHES DEJA AU FICHIER   : " NB-TACHES-EXISTANTES.
104300     DISPLAY "TACHES CREEES            : " NB-CREEES.
104400     DISPLAY "TACHES CLOSES (DECIDEES) : " NB-CLOSES.
104500     DISPLAY "ECRITURES EN ECHEC       : " NB-ECRITURES-EN-ECHEC.
104600     DISPLAY "DERNIER NUMERO DE TACHE  : " DERNIER-NO-TACHE.
104700     DISPLAY "----------------------------------------".
104800     IF NB-ECRITURES-EN-ECHEC > ZERO AND RETURN-CODE < 8
104900         MOVE 8 TO RETURN-CODE
105000     END-IF.
105100 8000-RAPPORT-CONTROLE-EXIT.
105200     EXIT.
105300*----------------------------------------------------------------
105400* 8100-AFFICHER-SOURCE : LIGNE DE COMPTE D'UNE SOURCE
105500*----------------------------------------------------------------
105600 8100-AFFICHER-SOURCE.
105700     IF TC-ABSENTE(RANG-SOURCE) = "O"
105800         DISPLAY TSR-TYPE(RANG-SOURCE) " "
105900             TSR-FICHIER(RANG-SOURCE) " ABSENT - NON LU"
106000         GO TO 8100-AFFICHER-SOURCE-EXIT
106100     END-IF.
106200     MOVE TSR-TYPE(RANG-SOURCE)        TO LS-TYPE.
106300     MOVE TSR-FICHIER(RANG-SOURCE)     TO LS-FICHIER.
106400     MOVE TC-LUS(RANG-SOURCE)          TO LS-LUS.
106500     MOVE TC-CREEES(RANG-SOURCE)       TO LS-CREEES.
106600     MOVE TC-DEJA-EN-FILE(RANG-SOURCE) TO LS-DEJA-EN-FILE.
106700     MOVE TC-CLOSES(RANG-SOURCE)       TO LS-CLOSES.
106800     DISPLAY LIGNE-SOURCE.
106900 8100-AFFICHER-SOURCE-EXIT.
107000     EXIT.
107100*----------------------------------------------------------------
107200* 9999-TERMINER : FERMETURE DES FICHIERS
107300*----------------------------------------------------------------
107400 9999-TERMINER.
107500     CLOSE FICHIER-MAITRE.
107600     CLOSE FICHIER-TACHES.
107700 9999-TERMINER-EXIT.
107800     EXIT.
