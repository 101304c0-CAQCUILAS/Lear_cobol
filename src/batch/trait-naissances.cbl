000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRAIT-NAISSANCES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* TRAIT-NAISSANCES DEPOUILLE LE FICHIER DES NAISSANCES TRANSMIS
000900* PAR L'ETAT CIVIL (DD NAISSANC : NOM, PRENOM, SEXE, DATE ET LIEU
001000* DE NAISSANCE DE L'ENFANT, NOM, PRENOM ET DATE DE NAISSANCE DE
001100* CHACUN DES DEUX PARENTS) : JUSQU'ICI UNE NAISSANCE N'ETAIT
001200* CONNUE QUE LE JOUR OU UN PARENT SE PRESENTAIT A UN SITE,
001300* PARFOIS DES ANNEES PLUS TARD.
001400*
001500* CHAQUE AVIS CREE LE DOSSIER DE PRE-INSCRIPTION DE L'ENFANT :
001600*   - IDENTIFIANT ATTRIBUE PAR LE GUICHET COMMUN SERVICE-ID ;
001700*   - DATE DE NAISSANCE PORTEE AU DOSSIER (RECALCUL-AGE TIENT
001800*     L'AGE A JOUR ENSUITE), STATUT ACTIF DATE DE LA NAISSANCE,
001900*     MOTIF "NAISSANCE ETAT CIVIL", SITE D'ORIGINE A BLANC ;
002000*   - ADRESSE DU PREMIER PARENT RETROUVE QUI EN A UNE, PORTEE A
002100*     L'HISTORIQUE DES ADRESSES A LA DATE DE NAISSANCE ;
002200*   - CREATION JOURNALISEE (AJOUT) SOUS LE CODE OPERATEUR DE
002300*     L'ETAT CIVIL "ETATCIV".
002400* UN ENFANT DEJA AU FICHIER MAITRE (MEMES NOM, PRENOM ET DATE DE
002500* NAISSANCE : DECLARE ENTRE-TEMPS A UN SITE, OU AVIS DEJA
002600* DEPOUILLE) N'EST PAS RECREE - L'AVIS EST COMPTE REDONDANT.
002700*
002800* CHAQUE PARENT EST RAPPROCHE DU FICHIER MAITRE COMME LE DEFUNT
002900* DANS TRAIT-DECES : NOM+PRENOM (CLE ALTERNATIVE MF-CLE) PUIS
003000* DATE DE NAISSANCE PARMI LES HOMONYMES, SEUL UN DOSSIER ACTIF
003100* ETANT CANDIDAT.
003200*   - CANDIDAT UNIQUE : LE LIEN PARENT ("P") EST POSE AU FICHIER
003300*     LIENS ET JOURNALISE (LIENS). UN MINEUR NE PORTANT QU'UN
003400*     LIEN (VOIR RCLIEN), C'EST LE PREMIER PARENT RETROUVE QUI LE
003500*     RECOIT ; LE SECOND, RETROUVE LUI AUSSI, EST SEULEMENT
003600*     COMPTE ;
003700*   - AUCUN CANDIDAT, PLUSIEURS CANDIDATS OU DATE ILLISIBLE : LE
003800*     PARENT PART A LA LISTE DE REVUE (REVUENAI) AVEC
003900*     L'IDENTIFIANT DE L'ENFANT CREE, POUR QUE LES CLERCS POSENT
004000*     LE LIEN A LA MAIN (MAJ-LIENS).
004100* UN PARENT NON DECLARE (NOM A BLANC) EST SEULEMENT COMPTE. UN
004200* AVIS INEXPLOITABLE (NOM, PRENOM OU DATE DE NAISSANCE DE
004300* L'ENFANT) PART A LA REVUE SANS CREATION.
004400*
004500* HISTORIQUE DES MODIFICATIONS
004600* DATE       AUTEUR  DESCRIPTION
004700* ---------- ------- ---------------------------------------------
004800* 2026-10-15 SI      CREATION - PRE-INSCRIPTION DES NOUVEAU-NES
004900*                    DEPUIS LE FICHIER DES NAISSANCES DE L'ETAT
005000*                    CIVIL.
005010* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
005020*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
005030*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
005040*                    RCCHAIND).
005060* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
005080*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
005100*----------------------------------------------------------------
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.    IBM-370.
005500 OBJECT-COMPUTER.    IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT AVIS-NAISSANCES ASSIGN TO "NAISSANC"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS NS-STATUT.
006100     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS MF-ID-CITOYEN
006500         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
006600         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
006700         FILE STATUS IS MF-STATUT.
006800     SELECT FICHIER-LIENS ASSIGN TO "LIENS"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS LN-ID-MINEUR
007200         FILE STATUS IS LN-STATUT.
007300     SELECT JOURNAL ASSIGN TO "JOURNAL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS JN-STATUT.
007600     SELECT REVUE-NAISSANCES ASSIGN TO "REVUENAI"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS RV-STATUT.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  AVIS-NAISSANCES
008200     LABEL RECORDS ARE STANDARD.
008300 01  ENR-AVIS.
008400     05 NS-NOM                   PIC X(20).
008500     05 NS-PRENOM                PIC X(20).
008600     05 NS-SEXE                  PIC X(01).
008700         88 NS-SEXE-VALIDE       VALUES "H" "F".
008800     05 NS-DATE-NAISSANCE        PIC X(08).
008900     05 NS-LIEU-NAISSANCE        PIC X(25).
009000     05 NS-PARENT OCCURS 2 TIMES.
009100         10 NS-NOM-PARENT        PIC X(20).
009200         10 NS-PRENOM-PARENT     PIC X(20).
009300         10 NS-DATE-NAISS-PARENT PIC X(08).
009400 FD  FICHIER-MAITRE
009500     LABEL RECORDS ARE STANDARD.
009600 01  ENR-MAITRE.
009700     COPY RCMAITRE.
009800 FD  FICHIER-LIENS
009900     LABEL RECORDS ARE STANDARD.
010000 01  ENR-LIEN.
010100     COPY RCLIEN.
010200 FD  JOURNAL
010300     LABEL RECORDS ARE STANDARD.
010400 01  ENR-JOURNAL.
010500     COPY RCJOURNAL.
010600 FD  REVUE-NAISSANCES
010700     LABEL RECORDS ARE STANDARD.
010800 01  ENR-REVUE.
010900     05 RV-NOM                   PIC X(20).
011000     05 RV-PRENOM                PIC X(20).
011100     05 RV-DATE-NAISSANCE        PIC X(08).
011200     05 RV-LIEU-NAISSANCE        PIC X(25).
011300     05 RV-ID-CITOYEN            PIC 9(09).
011400     05 RV-RANG-PARENT           PIC X(01).
011500     05 RV-NOM-PARENT            PIC X(20).
011600     05 RV-PRENOM-PARENT         PIC X(20).
011700     05 RV-DATE-NAISS-PARENT     PIC X(08).
011800     05 RV-MOTIF                 PIC X(40).
011900 WORKING-STORAGE SECTION.
012000*----------------------------------------------------------------
012100* ZONES DE TRAVAIL
012200*----------------------------------------------------------------
012300 01  NS-STATUT                   PIC X(02).
012400     88 NS-OK                    VALUE "00".
012500     88 NS-ABSENT                VALUE "35".
012600 01  MF-STATUT                   PIC X(02).
012700     88 MF-OK                    VALUE "00".
012800 01  LN-STATUT                   PIC X(02).
012900     88 LN-OK                    VALUE "00".
013000     88 LN-ABSENT                VALUE "35".
013100 01  JN-STATUT                   PIC X(02).
013200 01  RV-STATUT                   PIC X(02).
013300     88 RV-OK                    VALUE "00".
013400 01  FIN-AVIS                    PIC X(01) VALUE "N".
013500     88 PLUS-D-AVIS              VALUE "O".
013600 01  FIN-HOMONYMES               PIC X(01) VALUE "N".
013700     88 PLUS-D-HOMONYMES         VALUE "O".
013800 01  DEJA-INSCRIT                PIC X(01) VALUE "N".
013900     88 AVIS-REDONDANT           VALUE "O".
014000 01  LIEN-POSE                   PIC X(01) VALUE "N".
014100     88 LIEN-EST-POSE            VALUE "O".
014200 01  OPERATEUR-ETAT-CIVIL        PIC X(08) VALUE "ETATCIV".
014300 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
014400 01  DATE-NAISSANCE-AVIS         PIC 9(08) VALUE ZERO.
014500 01  DATE-NAISSANCE-CHERCHEE     PIC 9(08) VALUE ZERO.
014600 01  NOM-CHERCHE                 PIC X(20).
014700 01  PRENOM-CHERCHE              PIC X(20).
014800 01  NB-CANDIDATS                PIC 9(02) COMP VALUE ZERO.
014900 01  ID-CANDIDAT                 PIC 9(09) VALUE ZERO.
015000 01  ADRESSE-CANDIDAT            PIC X(60).
015100 01  PND-CANDIDAT                PIC X(01).
015200 01  ID-ENFANT                   PIC 9(09) VALUE ZERO.
015300 01  RANG-PARENT                 PIC 9(01) COMP VALUE ZERO.
015400 01  JOUR-JULIEN-NAISSANCE       PIC 9(08) COMP VALUE ZERO.
015500 01  JOUR-JULIEN-AUJOURDHUI      PIC 9(08) COMP VALUE ZERO.
015600 01  ECART-EN-JOURS              PIC 9(08) COMP VALUE ZERO.
015700*----------------------------------------------------------------
015800* RESULTAT DU RAPPROCHEMENT DE CHAQUE PARENT DE L'AVIS COURANT
015900*----------------------------------------------------------------
016000 01  RAPPROCHEMENT-PARENTS.
016100     05 RP-PARENT OCCURS 2 TIMES.
016200         10 RP-RESULTAT          PIC X(01).
016300             88 RP-NON-DECLARE   VALUE "N".
016400             88 RP-UNIQUE        VALUE "U".
016500             88 RP-INCONNU       VALUE "I".
016600             88 RP-AMBIGU        VALUE "M".
016700             88 RP-DATE-ILLISIBLE
016800                                 VALUE "D".
016900         10 RP-ID-CITOYEN        PIC 9(09).
017000         10 RP-ADRESSE           PIC X(60).
017100         10 RP-ADRESSE-INVALIDE  PIC X(01).
017200 01  DEMANDE-ID.
017300     COPY RCSERVID.
017400 01  DEMANDE-CONTROLE-DATE.
017500     COPY RCCTRLD.
017600 01  DEMANDE-HISTO-ADRESSE.
017700     COPY RCADRHD.
017800*----------------------------------------------------------------
017900* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
018000*----------------------------------------------------------------
018100 01  NB-AVIS-LUS                 PIC 9(07) COMP VALUE ZERO.
018200 01  NB-CREES                    PIC 9(07) COMP VALUE ZERO.
018300 01  NB-REDONDANTS               PIC 9(07) COMP VALUE ZERO.
018400 01  NB-AVIS-EN-REVUE            PIC 9(07) COMP VALUE ZERO.
018500 01  NB-LIENS-POSES              PIC 9(07) COMP VALUE ZERO.
018600 01  NB-SECONDS-PARENTS          PIC 9(07) COMP VALUE ZERO.
018700 01  NB-PARENTS-NON-DECLARES     PIC 9(07) COMP VALUE ZERO.
018800 01  NB-PARENTS-EN-REVUE         PIC 9(07) COMP VALUE ZERO.
018900 01  NB-SANS-ADRESSE             PIC 9(07) COMP VALUE ZERO.
018910 01  DEMANDE-CHAINAGE.
018920     COPY RCCHAIND.
019000 PROCEDURE DIVISION.
019100*================================================================
019200* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
019300*================================================================
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALISATION
019600         THRU 1000-INITIALISATION-EXIT.
019700     PERFORM 2000-TRAITER-AVIS
019800         THRU 2000-TRAITER-AVIS-EXIT
019900         UNTIL PLUS-D-AVIS.
020000     PERFORM 8000-RAPPORT-CONTROLE
020100         THRU 8000-RAPPORT-CONTROLE-EXIT.
020200     PERFORM 9999-TERMINER
020300         THRU 9999-TERMINER-EXIT.
020400     STOP RUN.
020500*----------------------------------------------------------------
020600* 1000-INITIALISATION : OUVERTURE DES FICHIERS ET PREMIERE LECTURE
020700*----------------------------------------------------------------
020800 1000-INITIALISATION.
020900     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
021000     OPEN INPUT AVIS-NAISSANCES.
021100     IF NS-ABSENT
021200         DISPLAY "AUCUN FICHIER NAISSANCES A TRAITER"
021300         MOVE "O" TO FIN-AVIS
021400         GO TO 1000-INITIALISATION-EXIT
021500     END-IF.
021600     IF NOT NS-OK
021700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER NAISSANC - "
021800             "CODE " NS-STATUT
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200     OPEN I-O FICHIER-MAITRE.
022300     IF NOT MF-OK
022400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
022500             "CODE " MF-STATUT
022600         MOVE 16 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900     OPEN I-O FICHIER-LIENS.
023000     IF LN-ABSENT
023100         OPEN OUTPUT FICHIER-LIENS
023200         CLOSE FICHIER-LIENS
023300         OPEN I-O FICHIER-LIENS
023400     END-IF.
023500     IF NOT LN-OK
023600         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER LIENS - "
023700             "CODE " LN-STATUT
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100     OPEN OUTPUT REVUE-NAISSANCES.
024200     IF NOT RV-OK
024300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REVUENAI - "
024400             "CODE " RV-STATUT
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800     OPEN EXTEND JOURNAL.
024900     IF JN-STATUT = "35"
025000         OPEN OUTPUT JOURNAL
025100     END-IF.
025200     PERFORM 3000-LIRE-AVIS
025300         THRU 3000-LIRE-AVIS-EXIT.
025400 1000-INITIALISATION-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700* 2000-TRAITER-AVIS : CONTROLE DE L'AVIS COURANT, RAPPROCHEMENT
025800*                     DES PARENTS, CREATION DU DOSSIER DE
025900*                     L'ENFANT ET DES LIENS, PUIS LECTURE DU
026000*                     SUIVANT
026100*----------------------------------------------------------------
026200 2000-TRAITER-AVIS.
026300     ADD 1 TO NB-AVIS-LUS.
026400     MOVE ZERO TO ID-ENFANT.
026500     IF NS-NOM = SPACES OR NS-PRENOM = SPACES
026600         MOVE "NOM OU PRENOM DE L'ENFANT ABSENT" TO RV-MOTIF
026700         PERFORM 5000-METTRE-AVIS-EN-REVUE
026800             THRU 5000-METTRE-AVIS-EN-REVUE-EXIT
026900         GO TO 2000-TRAITER-AVIS-CONTINUER
027000     END-IF.
027100     IF NS-DATE-NAISSANCE NOT NUMERIC
027200         MOVE "DATE DE NAISSANCE ABSENTE OU ILLISIBLE"
027300             TO RV-MOTIF
027400         PERFORM 5000-METTRE-AVIS-EN-REVUE
027500             THRU 5000-METTRE-AVIS-EN-REVUE-EXIT
027600         GO TO 2000-TRAITER-AVIS-CONTINUER
027700     END-IF.
027800     MOVE NS-DATE-NAISSANCE TO DATE-NAISSANCE-AVIS.
027900     MOVE DATE-NAISSANCE-AVIS TO CD-DATE-AAAAMMJJ.
028000     MOVE ZERO TO CD-AGE-MINIMUM.
028100     MOVE 999  TO CD-AGE-MAXIMUM.
028200     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
028300     IF NOT CD-DATE-VALIDE
028400         MOVE "DATE DE NAISSANCE INVALIDE OU FUTURE" TO RV-MOTIF
028500         PERFORM 5000-METTRE-AVIS-EN-REVUE
028600             THRU 5000-METTRE-AVIS-EN-REVUE-EXIT
028700         GO TO 2000-TRAITER-AVIS-CONTINUER
028800     END-IF.
028900     PERFORM 2100-CHERCHER-ENFANT
029000         THRU 2100-CHERCHER-ENFANT-EXIT.
029100     IF AVIS-REDONDANT
029200         ADD 1 TO NB-REDONDANTS
029300         GO TO 2000-TRAITER-AVIS-CONTINUER
029400     END-IF.
029500     PERFORM 2200-RAPPROCHER-PARENT
029600         THRU 2200-RAPPROCHER-PARENT-EXIT
029700         VARYING RANG-PARENT FROM 1 BY 1
029800         UNTIL RANG-PARENT > 2.
029900     PERFORM 4000-CREER-DOSSIER
030000         THRU 4000-CREER-DOSSIER-EXIT.
030100     IF ID-ENFANT = ZERO
030200         GO TO 2000-TRAITER-AVIS-CONTINUER
030300     END-IF.
030400     MOVE "N" TO LIEN-POSE.
030500     PERFORM 4300-TRAITER-PARENT
030600         THRU 4300-TRAITER-PARENT-EXIT
030700         VARYING RANG-PARENT FROM 1 BY 1
030800         UNTIL RANG-PARENT > 2.
030900 2000-TRAITER-AVIS-CONTINUER.
031000     PERFORM 3000-LIRE-AVIS
031100         THRU 3000-LIRE-AVIS-EXIT.
031200 2000-TRAITER-AVIS-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500* 2100-CHERCHER-ENFANT : UN DOSSIER DE MEMES NOM, PRENOM ET DATE
031600*                       DE NAISSANCE, QUEL QUE SOIT SON STATUT,
031700*                       REND L'AVIS REDONDANT
031800*----------------------------------------------------------------
031900 2100-CHERCHER-ENFANT.
032000     MOVE "N" TO DEJA-INSCRIT.
032100     MOVE NS-NOM              TO NOM-CHERCHE.
032200     MOVE NS-PRENOM           TO PRENOM-CHERCHE.
032300     MOVE DATE-NAISSANCE-AVIS TO DATE-NAISSANCE-CHERCHEE.
032400     PERFORM 2500-PARCOURIR-HOMONYMES
032500         THRU 2500-PARCOURIR-HOMONYMES-EXIT.
032600     IF ID-CANDIDAT NOT = ZERO
032700         MOVE "O" TO DEJA-INSCRIT
032800     END-IF.
032900 2100-CHERCHER-ENFANT-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200* 2200-RAPPROCHER-PARENT : RAPPROCHEMENT DU PARENT DE RANG
033300*                          RANG-PARENT AVEC LE FICHIER MAITRE -
033400*                          SEUL UN DOSSIER ACTIF EST CANDIDAT
033500*----------------------------------------------------------------
033600 2200-RAPPROCHER-PARENT.
033700     MOVE ZERO   TO RP-ID-CITOYEN(RANG-PARENT).
033800     MOVE SPACES TO RP-ADRESSE(RANG-PARENT).
033900     MOVE SPACES TO RP-ADRESSE-INVALIDE(RANG-PARENT).
034000     IF NS-NOM-PARENT(RANG-PARENT) = SPACES
034100         MOVE "N" TO RP-RESULTAT(RANG-PARENT)
034200         GO TO 2200-RAPPROCHER-PARENT-EXIT
034300     END-IF.
034400     IF NS-DATE-NAISS-PARENT(RANG-PARENT) NOT NUMERIC
034500         MOVE "D" TO RP-RESULTAT(RANG-PARENT)
034600         GO TO 2200-RAPPROCHER-PARENT-EXIT
034700     END-IF.
034800     MOVE NS-DATE-NAISS-PARENT(RANG-PARENT)
034900         TO DATE-NAISSANCE-CHERCHEE.
035000     IF DATE-NAISSANCE-CHERCHEE = ZERO
035100         MOVE "D" TO RP-RESULTAT(RANG-PARENT)
035200         GO TO 2200-RAPPROCHER-PARENT-EXIT
035300     END-IF.
035400     MOVE NS-NOM-PARENT(RANG-PARENT)    TO NOM-CHERCHE.
035500     MOVE NS-PRENOM-PARENT(RANG-PARENT) TO PRENOM-CHERCHE.
035600     PERFORM 2500-PARCOURIR-HOMONYMES
035700         THRU 2500-PARCOURIR-HOMONYMES-EXIT.
035800     EVALUATE TRUE
035900         WHEN NB-CANDIDATS = 1
036000             MOVE "U" TO RP-RESULTAT(RANG-PARENT)
036100             MOVE ID-CANDIDAT      TO RP-ID-CITOYEN(RANG-PARENT)
036200             MOVE ADRESSE-CANDIDAT TO RP-ADRESSE(RANG-PARENT)
036300             MOVE PND-CANDIDAT
036400                 TO RP-ADRESSE-INVALIDE(RANG-PARENT)
036500         WHEN NB-CANDIDATS = ZERO
036600             MOVE "I" TO RP-RESULTAT(RANG-PARENT)
036700         WHEN OTHER
036800             MOVE "M" TO RP-RESULTAT(RANG-PARENT)
036900     END-EVALUATE.
037000 2200-RAPPROCHER-PARENT-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300* 2500-PARCOURIR-HOMONYMES : PARCOURS DES DOSSIERS DE LA CLE
037400*                            NOM-CHERCHE + PRENOM-CHERCHE NES A
037500*                            DATE-NAISSANCE-CHERCHEE - LES
037600*                            DOSSIERS ACTIFS SONT COMPTES EN
037700*                            NB-CANDIDATS ; ID-CANDIDAT REND LE
037800*                            DERNIER DOSSIER DE CETTE DATE, ACTIF
037900*                            OU NON
038000*----------------------------------------------------------------
038100 2500-PARCOURIR-HOMONYMES.
038200     MOVE ZERO TO NB-CANDIDATS.
038300     MOVE ZERO TO ID-CANDIDAT.
038400     MOVE "N"  TO FIN-HOMONYMES.
038500     MOVE NOM-CHERCHE    TO MF-NOM.
038600     MOVE PRENOM-CHERCHE TO MF-PRENOM.
038700     START FICHIER-MAITRE
038800         KEY IS NOT LESS THAN MF-CLE
038900         INVALID KEY
039000             MOVE "O" TO FIN-HOMONYMES
039100     END-START.
039200     PERFORM 2510-EXAMINER-HOMONYME
039300         THRU 2510-EXAMINER-HOMONYME-EXIT
039400         UNTIL PLUS-D-HOMONYMES.
039500 2500-PARCOURIR-HOMONYMES-EXIT.
039600     EXIT.
039700*----------------------------------------------------------------
039800* 2510-EXAMINER-HOMONYME : LECTURE DU DOSSIER SUIVANT DE LA CLE -
039900*                          LE PARCOURS S'ARRETE QUAND L'IDENTITE
040000*                          NE CORRESPOND PLUS
040100*----------------------------------------------------------------
040200 2510-EXAMINER-HOMONYME.
040300     READ FICHIER-MAITRE NEXT RECORD
040400         AT END
040500             MOVE "O" TO FIN-HOMONYMES
040600             GO TO 2510-EXAMINER-HOMONYME-EXIT
040700     END-READ.
040800     IF MF-NOM NOT = NOM-CHERCHE
040900             OR MF-PRENOM NOT = PRENOM-CHERCHE
041000         MOVE "O" TO FIN-HOMONYMES
041100         GO TO 2510-EXAMINER-HOMONYME-EXIT
041200     END-IF.
041300     IF MF-DATE-NAISSANCE NOT = DATE-NAISSANCE-CHERCHEE
041400         GO TO 2510-EXAMINER-HOMONYME-EXIT
041500     END-IF.
041600     MOVE MF-ID-CITOYEN TO ID-CANDIDAT.
041700     IF NOT MF-DOSSIER-ACTIF
041800         GO TO 2510-EXAMINER-HOMONYME-EXIT
041900     END-IF.
042000     ADD 1 TO NB-CANDIDATS.
042100     MOVE MF-ADRESSE          TO ADRESSE-CANDIDAT.
042200     MOVE MF-ADRESSE-INVALIDE TO PND-CANDIDAT.
042300 2510-EXAMINER-HOMONYME-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600* 3000-LIRE-AVIS : LECTURE D'UN AVIS DE NAISSANCE
042700*----------------------------------------------------------------
042800 3000-LIRE-AVIS.
042900     READ AVIS-NAISSANCES
043000         AT END
043100             MOVE "O" TO FIN-AVIS
043200     END-READ.
043300 3000-LIRE-AVIS-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600* 4000-CREER-DOSSIER : CREATION DU DOSSIER DE PRE-INSCRIPTION DE
043700*                      L'ENFANT, A L'ADRESSE DU PREMIER PARENT
043800*                      RETROUVE QUI EN A UNE - ID-ENFANT RESTE A
043900*                      ZERO SI L'ECRITURE ECHOUE
044000*----------------------------------------------------------------
044100 4000-CREER-DOSSIER.
044200     MOVE NS-NOM              TO MF-NOM.
044300     MOVE NS-PRENOM           TO MF-PRENOM.
044400     MOVE ZERO                TO MF-NO-NATIONAL.
044500     MOVE DATE-NAISSANCE-AVIS TO MF-DATE-NAISSANCE.
044600     PERFORM 4100-CALCULER-AGE
044700         THRU 4100-CALCULER-AGE-EXIT.
044800     IF NS-SEXE-VALIDE
044900         MOVE NS-SEXE TO MF-SEXE
045000     ELSE
045100         MOVE SPACE   TO MF-SEXE
045200     END-IF.
045300     MOVE SPACES TO MF-ADRESSE.
045400     MOVE "N"    TO MF-ADRESSE-INVALIDE.
045500     EVALUATE TRUE
045600         WHEN RP-UNIQUE(1) AND RP-ADRESSE(1) NOT = SPACES
045700             MOVE RP-ADRESSE(1) TO MF-ADRESSE
045800             MOVE RP-ADRESSE-INVALIDE(1) TO MF-ADRESSE-INVALIDE
045900         WHEN RP-UNIQUE(2) AND RP-ADRESSE(2) NOT = SPACES
046000             MOVE RP-ADRESSE(2) TO MF-ADRESSE
046100             MOVE RP-ADRESSE-INVALIDE(2) TO MF-ADRESSE-INVALIDE
046200         WHEN OTHER
046300             ADD 1 TO NB-SANS-ADRESSE
046400     END-EVALUATE.
046500     MOVE "A"                   TO MF-STATUT-DOSSIER.
046600     MOVE DATE-NAISSANCE-AVIS   TO MF-DATE-STATUT.
046700     MOVE "NAISSANCE ETAT CIVIL" TO MF-MOTIF-STATUT.
046800     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-MAJ.
046900     MOVE SPACES                TO MF-CODE-SITE.
046910     MOVE SPACES                TO MF-NOM-USAGE.
047000     CALL "SERVICE-ID" USING DEMANDE-ID.
047100     IF NOT SID-OK
047200         DISPLAY "ATTRIBUTION D'IDENTIFIANT IMPOSSIBLE - "
047300             "COMPTEUR INDISPONIBLE"
047400         PERFORM 8000-RAPPORT-CONTROLE
047500             THRU 8000-RAPPORT-CONTROLE-EXIT
047600         PERFORM 9999-TERMINER
047700             THRU 9999-TERMINER-EXIT
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF.
048100     MOVE SID-ID-ATTRIBUE TO MF-ID-CITOYEN.
048200     WRITE ENR-MAITRE
048300         INVALID KEY
048400             MOVE "ECRITURE DU DOSSIER EN ECHEC" TO RV-MOTIF
048500             PERFORM 5000-METTRE-AVIS-EN-REVUE
048600                 THRU 5000-METTRE-AVIS-EN-REVUE-EXIT
048700             GO TO 4000-CREER-DOSSIER-EXIT
048800     END-WRITE.
048900     MOVE MF-ID-CITOYEN TO ID-ENFANT.
049000     ADD 1 TO NB-CREES.
049100     PERFORM 4500-JOURNALISER-AJOUT
049200         THRU 4500-JOURNALISER-AJOUT-EXIT.
049300     IF MF-ADRESSE NOT = SPACES
049400         MOVE "M"                 TO HA-ACTION
049500         MOVE MF-ID-CITOYEN       TO HA-ID-CITOYEN
049600         MOVE MF-ADRESSE          TO HA-ADRESSE
049700         MOVE DATE-NAISSANCE-AVIS TO HA-DATE-EFFET
049800         MOVE "TRAIT-NAISSANCES"  TO HA-PROGRAMME
049900         CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE
050000     END-IF.
050100 4000-CREER-DOSSIER-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 4100-CALCULER-AGE : AGE EN ANNEES REVOLUES A LA DATE DU JOUR,
050500*                     CALCULE COMME LE FAIT RECALCUL-AGE
050600*----------------------------------------------------------------
050700 4100-CALCULER-AGE.
050800     COMPUTE JOUR-JULIEN-NAISSANCE =
050900         FUNCTION INTEGER-OF-DATE(DATE-NAISSANCE-AVIS).
051000     COMPUTE JOUR-JULIEN-AUJOURDHUI =
051100         FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-AAAAMMJJ).
051200     COMPUTE ECART-EN-JOURS =
051300         JOUR-JULIEN-AUJOURDHUI - JOUR-JULIEN-NAISSANCE.
051400     COMPUTE MF-AGE = ECART-EN-JOURS / 365.
051500 4100-CALCULER-AGE-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800* 4300-TRAITER-PARENT : LIEN POSE POUR LE PREMIER PARENT RETROUVE,
051900*                       REVUE POUR UN PARENT INCONNU OU AMBIGU
052000*----------------------------------------------------------------
052100 4300-TRAITER-PARENT.
052200     EVALUATE TRUE
052300         WHEN RP-NON-DECLARE(RANG-PARENT)
052400             ADD 1 TO NB-PARENTS-NON-DECLARES
052500         WHEN RP-UNIQUE(RANG-PARENT) AND LIEN-EST-POSE
052600             ADD 1 TO NB-SECONDS-PARENTS
052700         WHEN RP-UNIQUE(RANG-PARENT)
052800             PERFORM 4400-POSER-LIEN
052900                 THRU 4400-POSER-LIEN-EXIT
053000         WHEN RP-INCONNU(RANG-PARENT)
053100             MOVE "PARENT SANS DOSSIER ACTIF A CETTE DATE"
053200                 TO RV-MOTIF
053300             PERFORM 5100-METTRE-PARENT-EN-REVUE
053400                 THRU 5100-METTRE-PARENT-EN-REVUE-EXIT
053500         WHEN RP-AMBIGU(RANG-PARENT)
053600             MOVE "PLUSIEURS DOSSIERS CANDIDATS (HOMONYMES)"
053700                 TO RV-MOTIF
053800             PERFORM 5100-METTRE-PARENT-EN-REVUE
053900                 THRU 5100-METTRE-PARENT-EN-REVUE-EXIT
054000         WHEN OTHER
054100             MOVE "DATE DE NAISSANCE DU PARENT ILLISIBLE"
054200                 TO RV-MOTIF
054300             PERFORM 5100-METTRE-PARENT-EN-REVUE
054400                 THRU 5100-METTRE-PARENT-EN-REVUE-EXIT
054500     END-EVALUATE.
054600 4300-TRAITER-PARENT-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------
054900* 4400-POSER-LIEN : LIEN PARENT ENTRE L'ENFANT CREE ET LE PARENT
055000*                   RETROUVE, JOURNALISE (LIENS)
055100*----------------------------------------------------------------
055200 4400-POSER-LIEN.
055300     MOVE ID-ENFANT                  TO LN-ID-MINEUR.
055400     MOVE RP-ID-CITOYEN(RANG-PARENT) TO LN-ID-RESPONSABLE.
055500     MOVE "P"                        TO LN-TYPE-LIEN.
055600     MOVE DATE-DU-JOUR-AAAAMMJJ      TO LN-DATE-MAJ.
055700     WRITE ENR-LIEN
055800         INVALID KEY
055900             MOVE "ECRITURE DU LIEN EN ECHEC" TO RV-MOTIF
056000             PERFORM 5100-METTRE-PARENT-EN-REVUE
056100                 THRU 5100-METTRE-PARENT-EN-REVUE-EXIT
056200             GO TO 4400-POSER-LIEN-EXIT
056300     END-WRITE.
056400     MOVE "O" TO LIEN-POSE.
056500     ADD 1 TO NB-LIENS-POSES.
056600     PERFORM 4900-JOURNALISER-LIEN
056700         THRU 4900-JOURNALISER-LIEN-EXIT.
056800 4400-POSER-LIEN-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100* 4500-JOURNALISER-AJOUT : LIGNE D'AUDIT DE LA CREATION DU DOSSIER
057200*                          SOUS LE CODE OPERATEUR DE L'ETAT CIVIL
057300*----------------------------------------------------------------
057400 4500-JOURNALISER-AJOUT.
057500     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
057600     MOVE "AJOUT"          TO JN-ACTION.
057700     MOVE MF-NOM           TO JN-NOM.
057800     MOVE MF-PRENOM        TO JN-PRENOM.
057900     MOVE ZERO             TO JN-AGE-AVANT.
058000     MOVE MF-AGE           TO JN-AGE-APRES.
058100     MOVE MF-ID-CITOYEN    TO JN-ID-CITOYEN.
058200     MOVE OPERATEUR-ETAT-CIVIL TO JN-OPERATEUR.
058300     MOVE SPACES           TO JN-CODE-SITE.
058400     MOVE SPACES TO JN-OPERATEUR-VALIDE.
058500     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
058600     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
058610     SET CH-ENCHAINER TO TRUE.
058620     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
058700     WRITE ENR-JOURNAL.
058725     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
058750     SET CH-VALIDER TO TRUE.
058775     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
058800 4500-JOURNALISER-AJOUT-EXIT.
058900     EXIT.
059000*----------------------------------------------------------------
059100* 4900-JOURNALISER-LIEN : LIGNE D'AUDIT DU LIEN POSE (ACTION
059200*                         LIENS) - L'IDENTIFIANT DE L'ENFANT EN
059300*                         JN-ID-CITOYEN, LE DETAIL EN JN-NOM,
059400*                         COMME CHARGEMENT-LOT
059500*----------------------------------------------------------------
059600 4900-JOURNALISER-LIEN.
059700     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
059800     MOVE "LIENS"          TO JN-ACTION.
059900     MOVE SPACES           TO JN-NOM.
060000     STRING "VERS " DELIMITED BY SIZE
060100         LN-ID-RESPONSABLE DELIMITED BY SIZE
060200         " TYPE " DELIMITED BY SIZE
060300         LN-TYPE-LIEN DELIMITED BY SIZE
060400         INTO JN-NOM.
060500     MOVE SPACES           TO JN-PRENOM.
060600     MOVE ZERO             TO JN-AGE-AVANT.
060700     MOVE ZERO             TO JN-AGE-APRES.
060800     MOVE ID-ENFANT        TO JN-ID-CITOYEN.
060900     MOVE OPERATEUR-ETAT-CIVIL TO JN-OPERATEUR.
061000     MOVE SPACES           TO JN-CODE-SITE.
061100     MOVE SPACES TO JN-OPERATEUR-VALIDE.
061200     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
061210     SET CH-ENCHAINER TO TRUE.
061220     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
061300     WRITE ENR-JOURNAL.
061325     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
061350     SET CH-VALIDER TO TRUE.
061375     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
061400 4900-JOURNALISER-LIEN-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700* 5000-METTRE-AVIS-EN-REVUE : L'AVIS PART A LA LISTE DE REVUE
061800*                             SANS CREATION, AVEC LE MOTIF ETABLI
061900*                             PAR L'APPELANT
062000*----------------------------------------------------------------
062100 5000-METTRE-AVIS-EN-REVUE.
062200     PERFORM 5200-PREPARER-REVUE
062300         THRU 5200-PREPARER-REVUE-EXIT.
062400     MOVE SPACES TO RV-RANG-PARENT.
062500     MOVE SPACES TO RV-NOM-PARENT RV-PRENOM-PARENT.
062600     MOVE SPACES TO RV-DATE-NAISS-PARENT.
062700     WRITE ENR-REVUE.
062800     ADD 1 TO NB-AVIS-EN-REVUE.
062900 5000-METTRE-AVIS-EN-REVUE-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200* 5100-METTRE-PARENT-EN-REVUE : LE PARENT DE RANG RANG-PARENT
063300*                               PART A LA LISTE DE REVUE AVEC
063400*                               L'IDENTIFIANT DE L'ENFANT CREE
063500*----------------------------------------------------------------
063600 5100-METTRE-PARENT-EN-REVUE.
063700     PERFORM 5200-PREPARER-REVUE
063800         THRU 5200-PREPARER-REVUE-EXIT.
063900     MOVE RANG-PARENT TO RV-RANG-PARENT.
064000     MOVE NS-NOM-PARENT(RANG-PARENT)    TO RV-NOM-PARENT.
064100     MOVE NS-PRENOM-PARENT(RANG-PARENT) TO RV-PRENOM-PARENT.
064200     MOVE NS-DATE-NAISS-PARENT(RANG-PARENT)
064300         TO RV-DATE-NAISS-PARENT.
064400     WRITE ENR-REVUE.
064500     ADD 1 TO NB-PARENTS-EN-REVUE.
064600 5100-METTRE-PARENT-EN-REVUE-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900* 5200-PREPARER-REVUE : PARTIE ENFANT DE LA LIGNE DE REVUE
065000*----------------------------------------------------------------
065100 5200-PREPARER-REVUE.
065200     MOVE NS-NOM            TO RV-NOM.
065300     MOVE NS-PRENOM         TO RV-PRENOM.
065400     MOVE NS-DATE-NAISSANCE TO RV-DATE-NAISSANCE.
065500     MOVE NS-LIEU-NAISSANCE TO RV-LIEU-NAISSANCE.
065600     MOVE ID-ENFANT         TO RV-ID-CITOYEN.
065700 5200-PREPARER-REVUE-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------
066000* 8000-RAPPORT-CONTROLE : TOTAUX DU DEPOUILLEMENT ET CODE RETOUR
066100*                         4 S'IL RESTE DES AVIS OU DES PARENTS A
066200*                         ARBITRER
066300*----------------------------------------------------------------
066400 8000-RAPPORT-CONTROLE.
066500     DISPLAY "----------------------------------------".
066600     DISPLAY "TRAIT-NAISSANCES - TOTAUX DE CONTROLE".
066700     DISPLAY "----------------------------------------".
066800     DISPLAY "AVIS LUS                 : " NB-AVIS-LUS.
066900     DISPLAY "DOSSIERS CREES           : " NB-CREES.
067000     DISPLAY "  DONT SANS ADRESSE      : " NB-SANS-ADRESSE.
067100     DISPLAY "AVIS REDONDANTS          : " NB-REDONDANTS.
067200     DISPLAY "AVIS MIS EN REVUE        : " NB-AVIS-EN-REVUE.
067300     DISPLAY "LIENS PARENT POSES       : " NB-LIENS-POSES.
067400     DISPLAY "SECONDS PARENTS RETROUVES: " NB-SECONDS-PARENTS.
067500     DISPLAY "PARENTS NON DECLARES     : "
067600         NB-PARENTS-NON-DECLARES.
067700     DISPLAY "PARENTS MIS EN REVUE     : " NB-PARENTS-EN-REVUE.
067800     DISPLAY "----------------------------------------".
067900     IF NB-AVIS-EN-REVUE > ZERO OR NB-PARENTS-EN-REVUE > ZERO
068000         MOVE 4 TO RETURN-CODE
068100     END-IF.
068200 8000-RAPPORT-CONTROLE-EXIT.
068300     EXIT.
068400*----------------------------------------------------------------
068500* 9999-TERMINER : FERMETURE DES FICHIERS
068600*----------------------------------------------------------------
068700 9999-TERMINER.
068800     IF NOT NS-ABSENT
068900         CLOSE AVIS-NAISSANCES
069000         CLOSE FICHIER-MAITRE
069100         CLOSE FICHIER-LIENS
069200         CLOSE REVUE-NAISSANCES
069300         CLOSE JOURNAL
069400     END-IF.
069500 9999-TERMINER-EXIT.
069600     EXIT.
