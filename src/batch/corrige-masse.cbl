000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CORRIGE-MASSE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CORRIGE-MASSE APPLIQUE UNE MEME CORRECTION A TOUT UN ENSEMBLE
000900* DE DOSSIERS DU FICHIER MAITRE : CODE SITE A POSER SUR LES
001000* ANCIENS DOSSIERS DU SITE CENTRAL D'UNE COMMUNE DESORMAIS
001100* DESSERVIE PAR UN SITE, INDICATEUR D'ADRESSE INVALIDE (PND) A
001200* LEVER APRES UNE CAMPAGNE POSTALE... JUSQU'ICI CES ZONES NE SE
001300* CORRIGEAIENT QUE DOSSIER PAR DOSSIER DANS MAJ-DOSSIER, LA
001400* TRANSACTION "M" DE CHARGEMENT-LOT NE LES ATTEIGNANT PAS.
001500*
001600* LA CORRECTION EST DECRITE PAR DES CARTES DE CONTROLE (SYSIN,
001700* UNE CARTE PAR LIGNE, TERMINEES PAR UNE CARTE FIN) :
001800*   COL  1-5   MOT-CLE : SI, POSE, LISTE OU FIN ;
001900*   COL  7-22  ZONE DU DOSSIER ;
002000*   COL 24-25  OPERATEUR DE COMPARAISON (SI SEULEMENT) : EQ, NE,
002100*              LT, GT ;
002200*   COL 27-56  VALEUR (A BLANC = ZONE A BLANC).
002300* SI   : CRITERE DE SELECTION (10 AU PLUS, TOUS A SATISFAIRE) SUR
002400*        CODE-SITE, CODE-POSTAL, COMMUNE (COMPAREE NORMALISEE),
002500*        ADRESSE-INVALIDE (O/N), STATUT-DOSSIER (A/D/R) OU
002600*        DATE-MAJ (AAAAMMJJ) ;
002700* POSE : ZONE A CORRIGER ET SA NOUVELLE VALEUR - CODE-SITE (SITE
002800*        OUVERT DU REFERENTIEL SITELIST) OU ADRESSE-INVALIDE
002900*        (O/N). L'IDENTITE, LE STATUT ET L'ADRESSE ONT LEURS
003000*        PROPRES TRAITEMENTS ET NE SE CORRIGENT PAS ICI ;
003100* LISTE: LES DOSSIERS SONT PRIS DANS LA LISTE D'IDENTIFIANTS
003200*        LISTEID (IDENTIFIANT EN COLONNES 5 A 13, COMME LA LISTE
003300*        DE TRAVAIL QUALWRK DE QUALITE-DOSSIERS, QUI PEUT ETRE
003400*        PASSEE TELLE QUELLE) AU LIEU DU FICHIER MAITRE ENTIER ;
003500*        LES CRITERES SI S'Y APPLIQUENT ENCORE.
003600* UNE CARTE POSE AU MOINS, ET UNE CARTE SI OU LISTE AU MOINS :
003700* LE FICHIER ENTIER NE SE CORRIGE PAS SANS SELECTION. UNE SEULE
003800* CARTE EN ERREUR ET RIEN N'EST ENGAGE.
003900*
004000* LE PASSAGE SE FAIT EN DEUX TEMPS, PAR DEUX OPERATEURS :
004100*   1 - SIMULATION (CARTE DE MODE "S", OU TOUTE AUTRE VALEUR) :
004200*       LE DEMANDEUR SE SIGNE (NIVEAU M) ; L'ETAT ETATMASS DONNE
004300*       LES COMPTES, UN ECHANTILLON DES DOSSIERS AVANT/APRES ET
004400*       LA REFERENCE D'APPROBATION, VALEUR DE CONTROLE CALCULEE
004500*       (CHAINE-JOURNAL, FONCTION C) SUR LE CODE DU DEMANDEUR,
004600*       LES CARTES ET LES IDENTIFIANTS DES DOSSIERS A MODIFIER ;
004700*       RIEN N'EST ECRIT ;
004800*   2 - PASSAGE REEL (CARTE "R") : UN SECOND OPERATEUR DE NIVEAU
004900*       M, DE CODE DIFFERENT DU DEMANDEUR, SE SIGNE ET DONNE LA
005000*       CARTE D'APPROBATION (CODE DU DEMANDEUR EN COLONNES 1-8,
005100*       REFERENCE EN COLONNES 10-18). UNE PASSE DE CONTROLE
005200*       RECALCULE LA REFERENCE : CARTES OU SELECTION CHANGEES
005300*       DEPUIS LA SIMULATION, ELLE DIFFERE ET RIEN N'EST ECRIT.
005400*       SINON CHAQUE DOSSIER MODIFIE EST REECRIT ET JOURNALISE
005500*       EN MODIF AVEC SES IMAGES AVANT ET APRES, LE DEMANDEUR EN
005600*       JN-OPERATEUR ET L'APPROBATEUR EN JN-OPERATEUR-VALIDE.
005700* TOUTES LES LIGNES DU PASSAGE PORTENT LE MEME HORODATAGE, CELUI
005800* DU DEBUT DU PASSAGE REEL : C'EST LA REFERENCE DE LOT, IMPRIMEE
005900* A L'ETAT. BACKOUT-LOT DEFAIT LE PASSAGE ENTIER AVEC CETTE
006000* REFERENCE EN DEBUT ET EN FIN DE FENETRE ; UN PASSAGE QUI
006100* DEPASSERAIT SA CAPACITE EST REFUSE (SCINDER PAR CRITERES).
006200*
006300* CODE RETOUR 4 SI DES IDENTIFIANTS DE LA LISTE SONT INVALIDES
006400* OU INTROUVABLES, 8 SI DES REECRITURES ONT ECHOUE, 16 SUR
006500* CARTES EN ERREUR, SIGNEMENT OU APPROBATION REFUSES, OU FICHIER
006600* INDISPONIBLE.
006700*
006800* HISTORIQUE DES MODIFICATIONS
006900* DATE       AUTEUR  DESCRIPTION
007000* ---------- ------- ---------------------------------------------
007100* 2026-10-15 SI      CREATION - CORRECTION DE MASSE PAR CARTES DE
007200*                    CRITERES, SIMULATION PUIS PASSAGE REEL
007300*                    APPROUVE PAR UN SECOND OPERATEUR.
007333* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
007366*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
007400*----------------------------------------------------------------
007500 ENVIRONMENT DIVISION.
007600 CONFIGURATION SECTION.
007700 SOURCE-COMPUTER.    IBM-370.
007800 OBJECT-COMPUTER.    IBM-370.
007900 INPUT-OUTPUT SECTION.
008000 FILE-CONTROL.
008100     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS MF-ID-CITOYEN
008500         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
008600         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
008700         FILE STATUS IS MF-STATUT.
008800     SELECT LISTE-IDENTIFIANTS ASSIGN TO "LISTEID"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS LI-STATUT.
009100     SELECT CONTROLE-SITES ASSIGN TO "SITELIST"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS CS-STATUT.
009400     SELECT JOURNAL ASSIGN TO "JOURNAL"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS JN-STATUT.
009700     SELECT ETAT-CORRECTION ASSIGN TO "ETATMASS"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS ET-STATUT.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  FICHIER-MAITRE
010300     LABEL RECORDS ARE STANDARD.
010400 01  ENR-MAITRE.
010500     COPY RCMAITRE.
010600 FD  LISTE-IDENTIFIANTS
010700     LABEL RECORDS ARE STANDARD.
010800 01  ENR-LISTE.
010900     05 LI-CODE-SITE             PIC X(03).
011000     05 FILLER                   PIC X(01).
011100     05 LI-ID-CITOYEN            PIC X(09).
011200     05 LI-ID-NUM REDEFINES LI-ID-CITOYEN
011300                                 PIC 9(09).
011400     05 FILLER                   PIC X(67).
011500 FD  CONTROLE-SITES
011600     LABEL RECORDS ARE STANDARD.
011700 01  ENR-CONTROLE-SITE.
011800     COPY RCSITE.
011900 FD  JOURNAL
012000     LABEL RECORDS ARE STANDARD.
012100 01  ENR-JOURNAL.
012200     COPY RCJOURNAL.
012300 FD  ETAT-CORRECTION
012400     LABEL RECORDS ARE STANDARD.
012500 01  LIGNE-ETAT                  PIC X(132).
012600 WORKING-STORAGE SECTION.
012700*----------------------------------------------------------------
012800* ZONES DE TRAVAIL
012900*----------------------------------------------------------------
013000 01  MF-STATUT                   PIC X(02).
013100     88 MF-OK                    VALUE "00".
013200 01  LI-STATUT                   PIC X(02).
013300     88 LI-OK                    VALUE "00".
013400 01  CS-STATUT                   PIC X(02).
013500     88 CS-OK                    VALUE "00".
013600 01  JN-STATUT                   PIC X(02).
013700 01  ET-STATUT                   PIC X(02).
013800     88 ET-OK                    VALUE "00".
013900 01  FIN-DOSSIERS                PIC X(01) VALUE "N".
014000     88 PLUS-DE-DOSSIERS         VALUE "O".
014100 01  FIN-REFERENTIEL             PIC X(01) VALUE "N".
014200     88 PLUS-DE-SITES            VALUE "O".
014300 01  FIN-CARTES                  PIC X(01) VALUE "N".
014400     88 PLUS-DE-CARTES           VALUE "O".
014500 01  CARTE-MODE                  PIC X(01) VALUE SPACE.
014600 01  MODE-CORRECTION             PIC X(01) VALUE "S".
014700     88 MODE-REEL                VALUE "R".
014800     88 MODE-SIMULATION          VALUE "S".
014900 01  PASSE-EN-COURS              PIC X(01) VALUE "C".
015000     88 PASSE-CONTROLE           VALUE "C".
015100     88 PASSE-APPLICATION        VALUE "A".
015200 01  SOURCE-DOSSIERS             PIC X(01) VALUE "M".
015300     88 SOURCE-MAITRE            VALUE "M".
015400     88 SOURCE-LISTE             VALUE "L".
015500 01  DOSSIER-RETENU              PIC X(01) VALUE "N".
015600     88 DOSSIER-EST-RETENU       VALUE "O".
015700 01  DOSSIER-A-MODIFIER          PIC X(01) VALUE "N".
015800     88 DOSSIER-EST-A-MODIFIER   VALUE "O".
015900 01  ZONE-TROUVEE                PIC X(01) VALUE "N".
016000     88 ZONE-EST-TROUVEE         VALUE "O".
016100 01  SITE-TROUVE                 PIC X(01) VALUE "N".
016200     88 SITE-EST-TROUVE          VALUES "O" "F".
016300     88 SITE-EST-FERME           VALUE "F".
016400 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
016500 01  REFERENCE-LOT               PIC X(14) VALUE SPACES.
016600 01  DEMANDEUR                   PIC X(08) VALUE SPACES.
016700 01  APPROBATEUR                 PIC X(08) VALUE SPACES.
016800 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
016900 01  VALEUR-DOSSIER              PIC X(30) VALUE SPACES.
017000 01  VALEUR-DATE-MAJ             PIC 9(08) VALUE ZERO.
017100 01  MOTIF-REFUS                 PIC X(60) VALUE SPACES.
017200 01  DEMANDE-NORMALISATION.
017300     COPY RCNORM.
017400     COPY RCOPER.
017500     COPY RCSIGNON.
017600 01  DEMANDE-CHAINAGE.
017700     COPY RCCHAIND.
017800*----------------------------------------------------------------
017900* CARTE D'APPROBATION DU PASSAGE REEL
018000*----------------------------------------------------------------
018100 01  CARTE-APPROBATION.
018200     05 CP-DEMANDEUR             PIC X(08).
018300     05 FILLER                   PIC X(01).
018400     05 CP-REFERENCE             PIC X(09).
018500     05 CP-REFERENCE-NUM REDEFINES CP-REFERENCE
018600                                 PIC 9(09).
018700     05 FILLER                   PIC X(62).
018800*----------------------------------------------------------------
018900* CARTE DE CONTROLE EN COURS D'EXAMEN
019000*----------------------------------------------------------------
019100 01  CARTE-CONTROLE.
019200     05 CM-MOT-CLE               PIC X(05).
019300         88 CM-CRITERE           VALUE "SI".
019400         88 CM-AFFECTATION       VALUE "POSE".
019500         88 CM-LISTE             VALUE "LISTE".
019600         88 CM-FIN               VALUES "FIN" SPACES.
019700     05 FILLER                   PIC X(01).
019800     05 CM-ZONE                  PIC X(16).
019900     05 FILLER                   PIC X(01).
020000     05 CM-OPERATEUR             PIC X(02).
020100         88 CM-OPERATEUR-CONNU   VALUES "EQ" "NE" "LT" "GT".
020200     05 FILLER                   PIC X(01).
020300     05 CM-VALEUR                PIC X(30).
020400     05 FILLER                   PIC X(24).
020500*----------------------------------------------------------------
020600* ZONES DU DOSSIER CONNUES DES CARTES - "O" SI UNE CARTE POSE
020700* PEUT LES CORRIGER, "N" SI ELLES NE SERVENT QU'A LA SELECTION.
020800* LE RANG DANS LA TABLE EST LE NUMERO DE ZONE DE 5100
020900*----------------------------------------------------------------
021000 01  TABLE-ZONES-VALEURS.
021100     05 FILLER                   PIC X(17)
021200         VALUE "CODE-SITE       O".
021300     05 FILLER                   PIC X(17)
021400         VALUE "ADRESSE-INVALIDEO".
021500     05 FILLER                   PIC X(17)
021600         VALUE "CODE-POSTAL     N".
021700     05 FILLER                   PIC X(17)
021800         VALUE "COMMUNE         N".
021900     05 FILLER                   PIC X(17)
022000         VALUE "STATUT-DOSSIER  N".
022100     05 FILLER                   PIC X(17)
022200         VALUE "DATE-MAJ        N".
022300 01  TABLE-ZONES REDEFINES TABLE-ZONES-VALEURS.
022400     05 ZONE-CONNUE              OCCURS 6 TIMES.
022500         10 ZC-NOM               PIC X(16).
022600         10 ZC-MODIFIABLE        PIC X(01).
022700             88 ZC-EST-MODIFIABLE VALUE "O".
022800 01  NB-ZONES-CONNUES            PIC 9(04) COMP VALUE 6.
022900 01  IDX-ZONE                    PIC 9(04) COMP VALUE ZERO.
023000 01  ZONE-RETENUE                PIC 9(04) COMP VALUE ZERO.
023100*----------------------------------------------------------------
023200* CARTES LUES (ECHO A L'ETAT ET CALCUL DE LA REFERENCE
023300* D'APPROBATION), CRITERES ET AFFECTATIONS RETENUS
023400*----------------------------------------------------------------
023500 01  NB-CARTES                   PIC 9(04) COMP VALUE ZERO.
023600 01  MAXI-CARTES                 PIC 9(04) COMP VALUE 20.
023700 01  NB-CARTES-EN-ERREUR         PIC 9(04) COMP VALUE ZERO.
023800 01  IDX-CARTE                   PIC 9(04) COMP VALUE ZERO.
023900 01  TABLE-CARTES.
024000     05 CARTE-LUE                OCCURS 20 TIMES.
024100         10 TK-IMAGE             PIC X(80).
024200         10 TK-MOTIF             PIC X(40).
024300 01  NB-CRITERES                 PIC 9(04) COMP VALUE ZERO.
024400 01  MAXI-CRITERES               PIC 9(04) COMP VALUE 10.
024500 01  IDX-CRITERE                 PIC 9(04) COMP VALUE ZERO.
024600 01  TABLE-CRITERES.
024700     05 CRITERE                  OCCURS 10 TIMES.
024800         10 TS-ZONE              PIC 9(04) COMP.
024900         10 TS-OPERATEUR         PIC X(02).
025000         10 TS-VALEUR            PIC X(30).
025100 01  NB-AFFECTATIONS             PIC 9(04) COMP VALUE ZERO.
025200 01  MAXI-AFFECTATIONS           PIC 9(04) COMP VALUE 5.
025300 01  IDX-AFFECTATION             PIC 9(04) COMP VALUE ZERO.
025400 01  TABLE-AFFECTATIONS.
025500     05 AFFECTATION              OCCURS 5 TIMES.
025600         10 TP-ZONE              PIC 9(04) COMP.
025700         10 TP-VALEUR            PIC X(30).
025800*----------------------------------------------------------------
025900* REFERENCE D'APPROBATION : LE CODE DU DEMANDEUR, CHAQUE CARTE
026000* PUIS CHAQUE IDENTIFIANT A MODIFIER SONT PASSES TOUR A TOUR A
026100* CHAINE-JOURNAL (FONCTION C) DANS LA ZONE DE CALCUL, CHAQUE
026200* VALEUR ENCHAINEE SUR LA PRECEDENTE
026300*----------------------------------------------------------------
026400 01  ZONE-CALCUL-CLE             PIC X(505) VALUE SPACES.
026500 01  REFERENCE-CALCULEE          PIC 9(09) VALUE ZERO.
026600*----------------------------------------------------------------
026700* CAPACITE DE BACKOUT-LOT : UN PASSAGE REEL PLUS GROS NE SERAIT
026800* PLUS DEFAISABLE D'UN SEUL COUP ET EST REFUSE
026900*----------------------------------------------------------------
027000 01  MAXI-DOSSIERS-LOT           PIC 9(07) COMP VALUE 20000.
027100 01  MAXI-ECHANTILLON            PIC 9(04) COMP VALUE 20.
027200*----------------------------------------------------------------
027300* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
027400*----------------------------------------------------------------
027500 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
027600 01  NB-ID-INVALIDES             PIC 9(07) COMP VALUE ZERO.
027700 01  NB-INTROUVABLES             PIC 9(07) COMP VALUE ZERO.
027800 01  NB-RETENUS                  PIC 9(07) COMP VALUE ZERO.
027900 01  NB-DEJA-CONFORMES           PIC 9(07) COMP VALUE ZERO.
028000 01  NB-A-MODIFIER               PIC 9(07) COMP VALUE ZERO.
028100 01  NB-MODIFIES                 PIC 9(07) COMP VALUE ZERO.
028200 01  NB-ERREURS                  PIC 9(07) COMP VALUE ZERO.
028300*----------------------------------------------------------------
028400* LIGNES EDITEES DE L'ETAT
028500*----------------------------------------------------------------
028600 01  LIGNE-TITRE.
028700     05 FILLER                   PIC X(40)
028800         VALUE "CORRECTION DE MASSE - PASSAGE DU ".
028900     05 LTI-DATE                 PIC 9(08).
029000     05 FILLER                   PIC X(03) VALUE " - ".
029100     05 LTI-MODE                 PIC X(20).
029200 01  LIGNE-OPERATEURS.
029300     05 FILLER                   PIC X(14) VALUE "DEMANDEUR   : ".
029400     05 LO-DEMANDEUR             PIC X(08).
029500     05 FILLER                   PIC X(17)
029600         VALUE "   APPROBATEUR : ".
029700     05 LO-APPROBATEUR           PIC X(08).
029800 01  LIGNE-SOURCE.
029900     05 FILLER                   PIC X(14) VALUE "SOURCE      : ".
030000     05 LS-SOURCE                PIC X(50).
030100 01  LIGNE-ENTETE-CARTES.
030200     05 FILLER                   PIC X(58)
030300         VALUE "CARTES DE CONTROLE".
030400     05 FILLER                   PIC X(05) VALUE "SORT".
030500 01  LIGNE-CARTE.
030600     05 LC-IMAGE                 PIC X(56).
030700     05 FILLER                   PIC X(02) VALUE SPACES.
030800     05 LC-MOTIF                 PIC X(40).
030900 01  LIGNE-ENTETE-ECHANTILLON.
031000     05 FILLER                   PIC X(40)
031100         VALUE "ECHANTILLON - PREMIERS DOSSIERS A MODIFI".
031200     05 FILLER                   PIC X(20)
031300         VALUE "ER (20 AU PLUS)".
031400 01  LIGNE-ENTETE-DOSSIER.
031500     05 FILLER                   PIC X(10) VALUE "ID".
031600     05 FILLER                   PIC X(21) VALUE "NOM".
031700     05 FILLER                   PIC X(21) VALUE "PRENOM".
031800     05 FILLER                   PIC X(17) VALUE "ZONE".
031900     05 FILLER                   PIC X(29) VALUE "AVANT".
032000     05 FILLER                   PIC X(05) VALUE "APRES".
032100 01  LIGNE-ECHANTILLON.
032200     05 LE-ID-CITOYEN            PIC 9(09).
032300     05 FILLER                   PIC X(01) VALUE SPACE.
032400     05 LE-NOM                   PIC X(20).
032500     05 FILLER                   PIC X(01) VALUE SPACE.
032600     05 LE-PRENOM                PIC X(20).
032700     05 FILLER                   PIC X(01) VALUE SPACE.
032800     05 LE-ZONE                  PIC X(16).
032900     05 FILLER                   PIC X(01) VALUE SPACE.
033000     05 LE-AVANT                 PIC X(25).
033100     05 FILLER                   PIC X(04) VALUE " -> ".
033200     05 LE-APRES                 PIC X(25).
033300 01  LIGNE-REFUS.
033400     05 FILLER                   PIC X(19)
033500         VALUE "PASSAGE REFUSE : ".
033600     05 LR-MOTIF                 PIC X(60).
033700 01  LIGNE-REFERENCE.
033800     05 FILLER                   PIC X(34)
033900         VALUE "REFERENCE D'APPROBATION          :".
034000     05 FILLER                   PIC X(01) VALUE SPACE.
034100     05 LRF-REFERENCE            PIC 9(09).
034200 01  LIGNE-LOT.
034300     05 FILLER                   PIC X(34)
034400         VALUE "REFERENCE DE LOT (JOURNAL)       :".
034500     05 FILLER                   PIC X(01) VALUE SPACE.
034600     05 LL-REFERENCE             PIC X(14).
034700 01  LIGNE-RETOUR-ARRIERE.
034800     05 FILLER                   PIC X(38)
034900         VALUE "RETOUR ARRIERE : BACKOUT-LOT, FENETRE ".
035000     05 LRA-DEBUT                PIC X(14).
035100     05 FILLER                   PIC X(03) VALUE " A ".
035200     05 LRA-FIN                  PIC X(14).
035300 01  LIGNE-AVIS-SIMULATION.
035400     05 FILLER                   PIC X(37)
035500         VALUE "SIMULATION : AUCUNE ECRITURE - LE PAS".
035600     05 FILLER                   PIC X(36)
035700         VALUE "SAGE REEL (CARTE R) EXIGE UN SECOND ".
035800     05 FILLER                   PIC X(35)
035900         VALUE "OPERATEUR ET LA REFERENCE CI-DESSUS".
036000 01  LIGNE-AVIS-CAPACITE.
036100     05 FILLER                   PIC X(40)
036200         VALUE "TROP DE DOSSIERS POUR UN SEUL LOT DEFAIS".
036300     05 FILLER                   PIC X(40)
036400         VALUE "ABLE - LE PASSAGE REEL SERA REFUSE, SCIN".
036500     05 FILLER                   PIC X(20)
036600         VALUE "DER PAR CRITERES".
036700 01  LIGNE-TOTAL.
036800     05 LT-LIBELLE               PIC X(34).
036900     05 LT-COMPTEUR              PIC ZZZZZZ9.
037000 PROCEDURE DIVISION.
037100*================================================================
037200* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
037300*================================================================
037400 0000-MAINLINE.
037500     PERFORM 1000-INITIALISATION
037600         THRU 1000-INITIALISATION-EXIT.
037700     PERFORM 2000-LIRE-CARTE
037800         THRU 2000-LIRE-CARTE-EXIT
037900         UNTIL PLUS-DE-CARTES.
038000     PERFORM 2900-EDITER-CARTES
038100         THRU 2900-EDITER-CARTES-EXIT.
038200     MOVE "C" TO PASSE-EN-COURS.
038300     PERFORM 3000-PARCOURIR-DOSSIERS
038400         THRU 3000-PARCOURIR-DOSSIERS-EXIT.
038500     IF MODE-REEL
038600         PERFORM 6000-APPROUVER-PASSAGE
038700             THRU 6000-APPROUVER-PASSAGE-EXIT
038800         MOVE "A" TO PASSE-EN-COURS
038900         PERFORM 3000-PARCOURIR-DOSSIERS
039000             THRU 3000-PARCOURIR-DOSSIERS-EXIT
039100     END-IF.
039200     PERFORM 8000-RAPPORT-CONTROLE
039300         THRU 8000-RAPPORT-CONTROLE-EXIT.
039400     PERFORM 9999-TERMINER
039500         THRU 9999-TERMINER-EXIT.
039600     STOP RUN.
039700*----------------------------------------------------------------
039800* 1000-INITIALISATION : CARTE DE MODE, OUVERTURE DE L'ETAT,
039900*                       SIGNEMENT DE L'OPERATEUR (DEMANDEUR EN
040000*                       SIMULATION, APPROBATEUR AU PASSAGE REEL)
040100*                       ET CARTE D'APPROBATION
040200*----------------------------------------------------------------
040300 1000-INITIALISATION.
040400     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
040500     ACCEPT CARTE-MODE.
040600     IF CARTE-MODE = "R"
040700         MOVE "R" TO MODE-CORRECTION
040800         MOVE "PASSAGE REEL" TO LTI-MODE
040900     ELSE
041000         MOVE "S" TO MODE-CORRECTION
041100         MOVE "SIMULATION" TO LTI-MODE
041200         DISPLAY "MODE SIMULATION - COMPTAGE SEUL, AUCUNE "
041300             "ECRITURE AU FICHIER MAITRE NI AU JOURNAL"
041400     END-IF.
041500     OPEN OUTPUT ETAT-CORRECTION.
041600     IF NOT ET-OK
041700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATMASS - "
041800             "CODE " ET-STATUT
041900         MOVE 16 TO RETURN-CODE
042000         STOP RUN
042100     END-IF.
042200     MOVE DATE-DU-JOUR-AAAAMMJJ TO LTI-DATE.
042300     MOVE LIGNE-TITRE TO LIGNE-ETAT.
042400     WRITE LIGNE-ETAT.
042500     MOVE SPACES TO LIGNE-ETAT.
042600     WRITE LIGNE-ETAT.
042700     MOVE "M" TO SGN-NIVEAU-REQUIS.
042800     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
042900     IF NOT SGN-ACCEPTE
043000         MOVE "SIGNEMENT DE L'OPERATEUR REFUSE" TO MOTIF-REFUS
043100         PERFORM 7000-REFUSER-PASSAGE
043200             THRU 7000-REFUSER-PASSAGE-EXIT
043300     END-IF.
043400     IF MODE-SIMULATION
043500         MOVE OP-CODE-OPERATEUR TO DEMANDEUR
043600     ELSE
043700         MOVE OP-CODE-OPERATEUR TO APPROBATEUR
043800         PERFORM 1100-LIRE-APPROBATION
043900             THRU 1100-LIRE-APPROBATION-EXIT
044000     END-IF.
044100     MOVE DEMANDEUR   TO LO-DEMANDEUR.
044200     MOVE APPROBATEUR TO LO-APPROBATEUR.
044300     MOVE LIGNE-OPERATEURS TO LIGNE-ETAT.
044400     WRITE LIGNE-ETAT.
044500 1000-INITIALISATION-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------
044800* 1100-LIRE-APPROBATION : CARTE D'APPROBATION DU PASSAGE REEL -
044900*                         LE DEMANDEUR NE PEUT PAS S'APPROUVER
045000*                         LUI-MEME
045100*----------------------------------------------------------------
045200 1100-LIRE-APPROBATION.
045300     MOVE SPACES TO CARTE-APPROBATION.
045400     ACCEPT CARTE-APPROBATION.
045500     MOVE CP-DEMANDEUR TO DEMANDEUR.
045600     IF CP-DEMANDEUR = SPACES
045700             OR CP-REFERENCE NOT NUMERIC
045800         MOVE "CARTE D'APPROBATION ABSENTE OU INCOMPLETE"
045900             TO MOTIF-REFUS
046000         PERFORM 7000-REFUSER-PASSAGE
046100             THRU 7000-REFUSER-PASSAGE-EXIT
046200     END-IF.
046300     IF CP-DEMANDEUR = APPROBATEUR
046400         MOVE "L'APPROBATEUR NE PEUT PAS ETRE LE DEMANDEUR"
046500             TO MOTIF-REFUS
046600         PERFORM 7000-REFUSER-PASSAGE
046700             THRU 7000-REFUSER-PASSAGE-EXIT
046800     END-IF.
046900 1100-LIRE-APPROBATION-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 2000-LIRE-CARTE : LECTURE ET CONTROLE D'UNE CARTE DE CONTROLE
047300*                   (FIN SUR LA CARTE FIN OU UNE CARTE A BLANC)
047400*----------------------------------------------------------------
047500 2000-LIRE-CARTE.
047600     MOVE SPACES TO CARTE-CONTROLE.
047700     ACCEPT CARTE-CONTROLE.
047800     IF CM-FIN
047900         MOVE "O" TO FIN-CARTES
048000         GO TO 2000-LIRE-CARTE-EXIT
048100     END-IF.
048200     IF NB-CARTES = MAXI-CARTES
048300         MOVE "PLUS DE 20 CARTES DE CONTROLE SANS CARTE FIN"
048400             TO MOTIF-REFUS
048500         PERFORM 7000-REFUSER-PASSAGE
048600             THRU 7000-REFUSER-PASSAGE-EXIT
048700     END-IF.
048800     ADD 1 TO NB-CARTES.
048900     MOVE NB-CARTES      TO IDX-CARTE.
049000     MOVE CARTE-CONTROLE TO TK-IMAGE(IDX-CARTE).
049100     MOVE "ACCEPTEE"     TO TK-MOTIF(IDX-CARTE).
049200     EVALUATE TRUE
049300         WHEN CM-CRITERE
049400             PERFORM 2100-CONTROLER-CRITERE
049500                 THRU 2100-CONTROLER-CRITERE-EXIT
049600         WHEN CM-AFFECTATION
049700             PERFORM 2200-CONTROLER-AFFECTATION
049800                 THRU 2200-CONTROLER-AFFECTATION-EXIT
049900         WHEN CM-LISTE
050000             IF SOURCE-LISTE
050100                 MOVE "CARTE LISTE EN DOUBLE"
050200                     TO TK-MOTIF(IDX-CARTE)
050300             ELSE
050400                 MOVE "L" TO SOURCE-DOSSIERS
050500             END-IF
050600         WHEN OTHER
050700             MOVE "MOT-CLE INCONNU (SI, POSE, LISTE, FIN)"
050800                 TO TK-MOTIF(IDX-CARTE)
050900     END-EVALUATE.
051000     IF TK-MOTIF(IDX-CARTE) NOT = "ACCEPTEE"
051100         ADD 1 TO NB-CARTES-EN-ERREUR
051200     END-IF.
051300 2000-LIRE-CARTE-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600* 2100-CONTROLER-CRITERE : ZONE CONNUE, OPERATEUR CONNU ET
051700*                          VALEUR PLAUSIBLE POUR LA ZONE - LE
051800*                          PREMIER DEFAUT FAIT LE MOTIF
051900*----------------------------------------------------------------
052000 2100-CONTROLER-CRITERE.
052100     PERFORM 2300-CHERCHER-ZONE
052200         THRU 2300-CHERCHER-ZONE-EXIT.
052300     IF NOT ZONE-EST-TROUVEE
052400         MOVE "ZONE INCONNUE" TO TK-MOTIF(IDX-CARTE)
052500         GO TO 2100-CONTROLER-CRITERE-EXIT
052600     END-IF.
052700     IF NOT CM-OPERATEUR-CONNU
052800         MOVE "OPERATEUR INCONNU (EQ, NE, LT, GT)"
052900             TO TK-MOTIF(IDX-CARTE)
053000         GO TO 2100-CONTROLER-CRITERE-EXIT
053100     END-IF.
053200     PERFORM 2400-CONTROLER-VALEUR
053300         THRU 2400-CONTROLER-VALEUR-EXIT.
053400     IF TK-MOTIF(IDX-CARTE) NOT = "ACCEPTEE"
053500         GO TO 2100-CONTROLER-CRITERE-EXIT
053600     END-IF.
053700     IF NB-CRITERES = MAXI-CRITERES
053800         MOVE "PLUS DE 10 CRITERES" TO TK-MOTIF(IDX-CARTE)
053900         GO TO 2100-CONTROLER-CRITERE-EXIT
054000     END-IF.
054100     ADD 1 TO NB-CRITERES.
054200     MOVE ZONE-RETENUE TO TS-ZONE(NB-CRITERES).
054300     MOVE CM-OPERATEUR TO TS-OPERATEUR(NB-CRITERES).
054400     MOVE CM-VALEUR    TO TS-VALEUR(NB-CRITERES).
054500 2100-CONTROLER-CRITERE-EXIT.
054600     EXIT.
054700*----------------------------------------------------------------
054800* 2200-CONTROLER-AFFECTATION : ZONE MODIFIABLE, PAS DEJA POSEE,
054900*                              VALEUR ADMISE (SITE OUVERT DU
055000*                              REFERENTIEL POUR LE CODE SITE)
055100*----------------------------------------------------------------
055200 2200-CONTROLER-AFFECTATION.
055300     PERFORM 2300-CHERCHER-ZONE
055400         THRU 2300-CHERCHER-ZONE-EXIT.
055500     IF NOT ZONE-EST-TROUVEE
055600         MOVE "ZONE INCONNUE" TO TK-MOTIF(IDX-CARTE)
055700         GO TO 2200-CONTROLER-AFFECTATION-EXIT
055800     END-IF.
055900     IF NOT ZC-EST-MODIFIABLE(ZONE-RETENUE)
056000         MOVE "ZONE NON MODIFIABLE PAR CE TRAITEMENT"
056100             TO TK-MOTIF(IDX-CARTE)
056200         GO TO 2200-CONTROLER-AFFECTATION-EXIT
056300     END-IF.
056400     PERFORM 2250-CHERCHER-AFFECTATION
056500         THRU 2250-CHERCHER-AFFECTATION-EXIT
056600         VARYING IDX-AFFECTATION FROM 1 BY 1
056700         UNTIL IDX-AFFECTATION > NB-AFFECTATIONS.
056800     IF TK-MOTIF(IDX-CARTE) NOT = "ACCEPTEE"
056900         GO TO 2200-CONTROLER-AFFECTATION-EXIT
057000     END-IF.
057100     PERFORM 2400-CONTROLER-VALEUR
057200         THRU 2400-CONTROLER-VALEUR-EXIT.
057300     IF TK-MOTIF(IDX-CARTE) NOT = "ACCEPTEE"
057400         GO TO 2200-CONTROLER-AFFECTATION-EXIT
057500     END-IF.
057600     IF ZONE-RETENUE = 1
057700         PERFORM 2500-CONTROLER-SITE
057800             THRU 2500-CONTROLER-SITE-EXIT
057900     END-IF.
058000     IF TK-MOTIF(IDX-CARTE) NOT = "ACCEPTEE"
058100         GO TO 2200-CONTROLER-AFFECTATION-EXIT
058200     END-IF.
058300     IF NB-AFFECTATIONS = MAXI-AFFECTATIONS
058400         MOVE "PLUS DE 5 AFFECTATIONS" TO TK-MOTIF(IDX-CARTE)
058500         GO TO 2200-CONTROLER-AFFECTATION-EXIT
058600     END-IF.
058700     ADD 1 TO NB-AFFECTATIONS.
058800     MOVE ZONE-RETENUE TO TP-ZONE(NB-AFFECTATIONS).
058900     MOVE CM-VALEUR    TO TP-VALEUR(NB-AFFECTATIONS).
059000 2200-CONTROLER-AFFECTATION-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300* 2250-CHERCHER-AFFECTATION : LA ZONE EST-ELLE DEJA POSEE PAR UNE
059400*                             CARTE PRECEDENTE ?
059500*----------------------------------------------------------------
059600 2250-CHERCHER-AFFECTATION.
059700     IF TP-ZONE(IDX-AFFECTATION) = ZONE-RETENUE
059800         MOVE "ZONE DEJA POSEE PAR UNE AUTRE CARTE"
059900             TO TK-MOTIF(IDX-CARTE)
060000     END-IF.
060100 2250-CHERCHER-AFFECTATION-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------
060400* 2300-CHERCHER-ZONE : RANG DE LA ZONE DE LA CARTE DANS LA TABLE
060500*                      DES ZONES CONNUES
060600*----------------------------------------------------------------
060700 2300-CHERCHER-ZONE.
060800     MOVE "N"  TO ZONE-TROUVEE.
060900     MOVE ZERO TO ZONE-RETENUE.
061000     PERFORM 2310-COMPARER-ZONE
061100         THRU 2310-COMPARER-ZONE-EXIT
061200         VARYING IDX-ZONE FROM 1 BY 1
061300         UNTIL IDX-ZONE > NB-ZONES-CONNUES
061400             OR ZONE-EST-TROUVEE.
061500 2300-CHERCHER-ZONE-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800* 2310-COMPARER-ZONE : RAPPROCHEMENT AVEC UNE ZONE DE LA TABLE
061900*----------------------------------------------------------------
062000 2310-COMPARER-ZONE.
062100     IF ZC-NOM(IDX-ZONE) = CM-ZONE
062200         MOVE "O"      TO ZONE-TROUVEE
062300         MOVE IDX-ZONE TO ZONE-RETENUE
062400     END-IF.
062500 2310-COMPARER-ZONE-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800* 2400-CONTROLER-VALEUR : VALEUR ADMISE POUR LA ZONE ; LA
062900*                         COMMUNE EST RETENUE NORMALISEE, COMME
063000*                         ELLE SERA COMPAREE
063100*----------------------------------------------------------------
063200 2400-CONTROLER-VALEUR.
063300     EVALUATE ZONE-RETENUE
063400         WHEN 1
063500             IF CM-AFFECTATION AND CM-VALEUR = SPACES
063600                 MOVE "CODE SITE A BLANC"
063700                     TO TK-MOTIF(IDX-CARTE)
063800             END-IF
063900             IF CM-VALEUR(4:27) NOT = SPACES
064000                 MOVE "CODE SITE SUR 3 CARACTERES AU PLUS"
064100                     TO TK-MOTIF(IDX-CARTE)
064200             END-IF
064300         WHEN 2
064400             IF CM-VALEUR NOT = "O" AND CM-VALEUR NOT = "N"
064500                 MOVE "VALEUR ATTENDUE : O OU N"
064600                     TO TK-MOTIF(IDX-CARTE)
064700             END-IF
064800         WHEN 4
064900             MOVE CM-VALEUR TO NR-ENTREE
065000             CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION
065100             MOVE NR-SORTIE TO CM-VALEUR
065200         WHEN 5
065300             IF CM-VALEUR NOT = "A" AND CM-VALEUR NOT = "D"
065400                     AND CM-VALEUR NOT = "R"
065500                 MOVE "VALEUR ATTENDUE : A, D OU R"
065600                     TO TK-MOTIF(IDX-CARTE)
065700             END-IF
065800         WHEN 6
065900             IF CM-VALEUR(1:8) NOT NUMERIC
066000                     OR CM-VALEUR(9:22) NOT = SPACES
066100                 MOVE "DATE ATTENDUE : AAAAMMJJ"
066200                     TO TK-MOTIF(IDX-CARTE)
066300             END-IF
066400     END-EVALUATE.
066500 2400-CONTROLER-VALEUR-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800* 2500-CONTROLER-SITE : LE CODE SITE A POSER DOIT ETRE CELUI
066900*                       D'UN SITE OUVERT DU REFERENTIEL SITELIST
067000*                       - SANS REFERENTIEL LA CARTE EST REFUSEE
067100*----------------------------------------------------------------
067200 2500-CONTROLER-SITE.
067300     MOVE "N" TO SITE-TROUVE.
067400     MOVE "N" TO FIN-REFERENTIEL.
067500     OPEN INPUT CONTROLE-SITES.
067600     IF NOT CS-OK
067700         MOVE "REFERENTIEL SITELIST INDISPONIBLE"
067800             TO TK-MOTIF(IDX-CARTE)
067900         GO TO 2500-CONTROLER-SITE-EXIT
068000     END-IF.
068100     PERFORM 2510-LIRE-SITE
068200         THRU 2510-LIRE-SITE-EXIT
068300         UNTIL PLUS-DE-SITES
068400             OR SITE-EST-TROUVE.
068500     CLOSE CONTROLE-SITES.
068600     IF NOT SITE-EST-TROUVE
068700         MOVE "SITE INCONNU DU REFERENTIEL SITELIST"
068800             TO TK-MOTIF(IDX-CARTE)
068900         GO TO 2500-CONTROLER-SITE-EXIT
069000     END-IF.
069100     IF SITE-EST-FERME
069200         MOVE "SITE FERME AU REFERENTIEL SITELIST"
069300             TO TK-MOTIF(IDX-CARTE)
069400     END-IF.
069500 2500-CONTROLER-SITE-EXIT.
069600     EXIT.
069700*----------------------------------------------------------------
069800* 2510-LIRE-SITE : LECTURE D'UN SITE DU REFERENTIEL
069900*----------------------------------------------------------------
070000 2510-LIRE-SITE.
070100     READ CONTROLE-SITES
070200         AT END
070300             MOVE "O" TO FIN-REFERENTIEL
070400             GO TO 2510-LIRE-SITE-EXIT
070500     END-READ.
070600     IF SI-CODE-SITE = CM-VALEUR(1:3)
070700         MOVE "O" TO SITE-TROUVE
070800         IF SI-SITE-FERME
070900             MOVE "F" TO SITE-TROUVE
071000         END-IF
071100     END-IF.
071200 2510-LIRE-SITE-EXIT.
071300     EXIT.
071400*----------------------------------------------------------------
071500* 2900-EDITER-CARTES : ECHO DES CARTES A L'ETAT AVEC LEUR SORT,
071600*                     PUIS REFUS SI UNE CARTE EST EN ERREUR OU
071700*                     SI LA CORRECTION EST INCOMPLETE
071800*----------------------------------------------------------------
071900 2900-EDITER-CARTES.
072000     IF SOURCE-LISTE
072100         MOVE "LISTE D'IDENTIFIANTS LISTEID" TO LS-SOURCE
072200     ELSE
072300         MOVE "FICHIER MAITRE COMPLET" TO LS-SOURCE
072400     END-IF.
072500     MOVE LIGNE-SOURCE TO LIGNE-ETAT.
072600     WRITE LIGNE-ETAT.
072700     MOVE SPACES TO LIGNE-ETAT.
072800     WRITE LIGNE-ETAT.
072900     MOVE LIGNE-ENTETE-CARTES TO LIGNE-ETAT.
073000     WRITE LIGNE-ETAT.
073100     PERFORM 2910-EDITER-CARTE
073200         THRU 2910-EDITER-CARTE-EXIT
073300         VARYING IDX-CARTE FROM 1 BY 1
073400         UNTIL IDX-CARTE > NB-CARTES.
073500     MOVE SPACES TO LIGNE-ETAT.
073600     WRITE LIGNE-ETAT.
073700     IF NB-CARTES-EN-ERREUR > ZERO
073800         MOVE "CARTES DE CONTROLE EN ERREUR - VOIR LEUR SORT"
073900             TO MOTIF-REFUS
074000         PERFORM 7000-REFUSER-PASSAGE
074100             THRU 7000-REFUSER-PASSAGE-EXIT
074200     END-IF.
074300     IF NB-AFFECTATIONS = ZERO
074400         MOVE "AUCUNE CARTE POSE - RIEN A CORRIGER"
074500             TO MOTIF-REFUS
074600         PERFORM 7000-REFUSER-PASSAGE
074700             THRU 7000-REFUSER-PASSAGE-EXIT
074800     END-IF.
074900     IF NB-CRITERES = ZERO AND SOURCE-MAITRE
075000         MOVE "NI CRITERE SI NI CARTE LISTE - SELECTION EXIGEE"
075100             TO MOTIF-REFUS
075200         PERFORM 7000-REFUSER-PASSAGE
075300             THRU 7000-REFUSER-PASSAGE-EXIT
075400     END-IF.
075500 2900-EDITER-CARTES-EXIT.
075600     EXIT.
075700*----------------------------------------------------------------
075800* 2910-EDITER-CARTE : UNE LIGNE D'ETAT PAR CARTE
075900*----------------------------------------------------------------
076000 2910-EDITER-CARTE.
076100     MOVE TK-IMAGE(IDX-CARTE) TO LC-IMAGE.
076200     MOVE TK-MOTIF(IDX-CARTE) TO LC-MOTIF.
076300     MOVE LIGNE-CARTE TO LIGNE-ETAT.
076400     WRITE LIGNE-ETAT.
076500 2910-EDITER-CARTE-EXIT.
076600     EXIT.
076700*----------------------------------------------------------------
076800* 3000-PARCOURIR-DOSSIERS : UNE PASSE SUR LES DOSSIERS - PASSE DE
076900*                           CONTROLE (COMPTES, ECHANTILLON ET
077000*                           REFERENCE, FICHIER MAITRE EN LECTURE
077100*                           SEULE) OU PASSE D'APPLICATION
077200*                           (FICHIER MAITRE EN MISE A JOUR, AVEC
077300*                           LE JOURNAL)
077400*----------------------------------------------------------------
077500 3000-PARCOURIR-DOSSIERS.
077600     MOVE ZERO TO NB-LUS NB-ID-INVALIDES NB-INTROUVABLES
077700                  NB-RETENUS NB-DEJA-CONFORMES NB-A-MODIFIER.
077800     MOVE "N" TO FIN-DOSSIERS.
077900     IF PASSE-APPLICATION
078000         OPEN I-O FICHIER-MAITRE
078100     ELSE
078200         OPEN INPUT FICHIER-MAITRE
078300     END-IF.
078400     IF NOT MF-OK
078500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
078600             "CODE " MF-STATUT
078700         MOVE 16 TO RETURN-CODE
078800         STOP RUN
078900     END-IF.
079000     IF PASSE-APPLICATION
079100         OPEN EXTEND JOURNAL
079200         IF JN-STATUT = "35"
079300             OPEN OUTPUT JOURNAL
079400         END-IF
079500     END-IF.
079600     IF PASSE-CONTROLE
079700         PERFORM 3500-AMORCER-REFERENCE
079800             THRU 3500-AMORCER-REFERENCE-EXIT
079900         MOVE LIGNE-ENTETE-ECHANTILLON TO LIGNE-ETAT
080000         WRITE LIGNE-ETAT
080100         MOVE LIGNE-ENTETE-DOSSIER TO LIGNE-ETAT
080200         WRITE LIGNE-ETAT
080300     END-IF.
080400     IF SOURCE-LISTE
080500         OPEN INPUT LISTE-IDENTIFIANTS
080600         IF NOT LI-OK
080700             DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER LISTEID - "
080800                 "CODE " LI-STATUT
080900             MOVE 16 TO RETURN-CODE
081000             STOP RUN
081100         END-IF
081200         PERFORM 3200-LIRE-LISTE
081300             THRU 3200-LIRE-LISTE-EXIT
081400             UNTIL PLUS-DE-DOSSIERS
081500         CLOSE LISTE-IDENTIFIANTS
081600     ELSE
081700         PERFORM 3100-LIRE-MAITRE
081800             THRU 3100-LIRE-MAITRE-EXIT
081900             UNTIL PLUS-DE-DOSSIERS
082000     END-IF.
082100     CLOSE FICHIER-MAITRE.
082200     IF PASSE-APPLICATION
082300         CLOSE JOURNAL
082400     ELSE
082500         MOVE CH-CONTROLE-PRECEDENT TO REFERENCE-CALCULEE
082600         MOVE SPACES TO LIGNE-ETAT
082700         WRITE LIGNE-ETAT
082800     END-IF.
082900 3000-PARCOURIR-DOSSIERS-EXIT.
083000     EXIT.
083100*----------------------------------------------------------------
083200* 3100-LIRE-MAITRE : DOSSIER SUIVANT DU FICHIER MAITRE
083300*----------------------------------------------------------------
083400 3100-LIRE-MAITRE.
083500     READ FICHIER-MAITRE NEXT RECORD
083600         AT END
083700             MOVE "O" TO FIN-DOSSIERS
083800             GO TO 3100-LIRE-MAITRE-EXIT
083900     END-READ.
084000     ADD 1 TO NB-LUS.
084100     PERFORM 4000-TRAITER-DOSSIER
084200         THRU 4000-TRAITER-DOSSIER-EXIT.
084300 3100-LIRE-MAITRE-EXIT.
084400     EXIT.
084500*----------------------------------------------------------------
084600* 3200-LIRE-LISTE : IDENTIFIANT SUIVANT DE LA LISTE, PUIS LECTURE
084700*                   DIRECTE DE SON DOSSIER
084800*----------------------------------------------------------------
084900 3200-LIRE-LISTE.
085000     READ LISTE-IDENTIFIANTS
085100         AT END
085200             MOVE "O" TO FIN-DOSSIERS
085300             GO TO 3200-LIRE-LISTE-EXIT
085400     END-READ.
085500     ADD 1 TO NB-LUS.
085600     IF LI-ID-CITOYEN NOT NUMERIC
085700         ADD 1 TO NB-ID-INVALIDES
085800         IF PASSE-CONTROLE
085900             DISPLAY "IDENTIFIANT INVALIDE DANS LA LISTE : "
086000                 LI-ID-CITOYEN
086100         END-IF
086200         GO TO 3200-LIRE-LISTE-EXIT
086300     END-IF.
086400     MOVE LI-ID-NUM TO MF-ID-CITOYEN.
086500     READ FICHIER-MAITRE
086600         KEY IS MF-ID-CITOYEN
086700         INVALID KEY
086800             ADD 1 TO NB-INTROUVABLES
086900             IF PASSE-CONTROLE
087000                 DISPLAY "IDENTIFIANT " LI-ID-NUM
087100                     " ABSENT DU FICHIER MAITRE"
087200             END-IF
087300             GO TO 3200-LIRE-LISTE-EXIT
087400     END-READ.
087500     PERFORM 4000-TRAITER-DOSSIER
087600         THRU 4000-TRAITER-DOSSIER-EXIT.
087700 3200-LIRE-LISTE-EXIT.
087800     EXIT.
087900*----------------------------------------------------------------
088000* 3500-AMORCER-REFERENCE : LA REFERENCE PART DU CODE DU DEMANDEUR
088100*                          ET DE CHAQUE CARTE DE CONTROLE
088200*----------------------------------------------------------------
088300 3500-AMORCER-REFERENCE.
088400     MOVE ZERO TO CH-CONTROLE-PRECEDENT.
088500     MOVE SPACES    TO ZONE-CALCUL-CLE.
088600     MOVE DEMANDEUR TO ZONE-CALCUL-CLE(1:8).
088700     PERFORM 3600-ENCHAINER-REFERENCE
088800         THRU 3600-ENCHAINER-REFERENCE-EXIT.
088900     PERFORM 3510-ENCHAINER-CARTE
089000         THRU 3510-ENCHAINER-CARTE-EXIT
089100         VARYING IDX-CARTE FROM 1 BY 1
089200         UNTIL IDX-CARTE > NB-CARTES.
089300 3500-AMORCER-REFERENCE-EXIT.
089400     EXIT.
089500*----------------------------------------------------------------
089600* 3510-ENCHAINER-CARTE : UNE CARTE DANS LA REFERENCE
089700*----------------------------------------------------------------
089800 3510-ENCHAINER-CARTE.
089900     MOVE SPACES              TO ZONE-CALCUL-CLE.
090000     MOVE TK-IMAGE(IDX-CARTE) TO ZONE-CALCUL-CLE(1:80).
090100     PERFORM 3600-ENCHAINER-REFERENCE
090200         THRU 3600-ENCHAINER-REFERENCE-EXIT.
090300 3510-ENCHAINER-CARTE-EXIT.
090400     EXIT.
090500*----------------------------------------------------------------
090600* 3600-ENCHAINER-REFERENCE : VALEUR DE LA ZONE DE CALCUL
090700*                            ENCHAINEE SUR LA PRECEDENTE
090800*----------------------------------------------------------------
090900 3600-ENCHAINER-REFERENCE.
091000     SET CH-CALCULER TO TRUE.
091100     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE
091200         ZONE-CALCUL-CLE.
091300     MOVE CH-CONTROLE-CALCULE TO CH-CONTROLE-PRECEDENT.
091400 3600-ENCHAINER-REFERENCE-EXIT.
091500     EXIT.
091600*----------------------------------------------------------------
091700* 4000-TRAITER-DOSSIER : CRITERES, PUIS AFFECTATIONS APPLIQUEES
091800*                        AU DOSSIER EN MEMOIRE - A LA PASSE DE
091900*                        CONTROLE LE DOSSIER N'EST QUE COMPTE,
092000*                        ENCHAINE DANS LA REFERENCE ET EVENTUEL-
092100*                        LEMENT EDITE ; A LA PASSE D'APPLICATION
092200*                        IL EST REECRIT ET JOURNALISE
092300*----------------------------------------------------------------
092400 4000-TRAITER-DOSSIER.
092500     MOVE "O" TO DOSSIER-RETENU.
092600     PERFORM 4100-EVALUER-CRITERE
092700         THRU 4100-EVALUER-CRITERE-EXIT
092800         VARYING IDX-CRITERE FROM 1 BY 1
092900         UNTIL IDX-CRITERE > NB-CRITERES
093000             OR NOT DOSSIER-EST-RETENU.
093100     IF NOT DOSSIER-EST-RETENU
093200         GO TO 4000-TRAITER-DOSSIER-EXIT
093300     END-IF.
093400     ADD 1 TO NB-RETENUS.
093500     MOVE ENR-MAITRE TO IMAGE-AVANT-TRAVAIL.
093600     MOVE "N" TO DOSSIER-A-MODIFIER.
093700     PERFORM 4200-APPLIQUER-AFFECTATION
093800         THRU 4200-APPLIQUER-AFFECTATION-EXIT
093900         VARYING IDX-AFFECTATION FROM 1 BY 1
094000         UNTIL IDX-AFFECTATION > NB-AFFECTATIONS.
094100     IF NOT DOSSIER-EST-A-MODIFIER
094200         ADD 1 TO NB-DEJA-CONFORMES
094300         GO TO 4000-TRAITER-DOSSIER-EXIT
094400     END-IF.
094500     ADD 1 TO NB-A-MODIFIER.
094600     IF PASSE-CONTROLE
094700         MOVE SPACES        TO ZONE-CALCUL-CLE
094800         MOVE MF-ID-CITOYEN TO ZONE-CALCUL-CLE(1:9)
094900         PERFORM 3600-ENCHAINER-REFERENCE
095000             THRU 3600-ENCHAINER-REFERENCE-EXIT
095100         GO TO 4000-TRAITER-DOSSIER-EXIT
095200     END-IF.
095300     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-MAJ.
095400     REWRITE ENR-MAITRE
095500         INVALID KEY
095600             ADD 1 TO NB-ERREURS
095700             DISPLAY "REECRITURE EN ECHEC POUR L'ID "
095800                 MF-ID-CITOYEN
095900             GO TO 4000-TRAITER-DOSSIER-EXIT
096000     END-REWRITE.
096100     ADD 1 TO NB-MODIFIES.
096200     PERFORM 5000-JOURNALISER
096300         THRU 5000-JOURNALISER-EXIT.
096400 4000-TRAITER-DOSSIER-EXIT.
096500     EXIT.
096600*----------------------------------------------------------------
096700* 4100-EVALUER-CRITERE : LE DOSSIER SATISFAIT-IL LE CRITERE ?
096800*----------------------------------------------------------------
096900 4100-EVALUER-CRITERE.
097000     MOVE TS-ZONE(IDX-CRITERE) TO IDX-ZONE.
097100     PERFORM 5100-EXTRAIRE-ZONE
097200         THRU 5100-EXTRAIRE-ZONE-EXIT.
097300     EVALUATE TS-OPERATEUR(IDX-CRITERE)
097400         WHEN "EQ"
097500             IF VALEUR-DOSSIER NOT = TS-VALEUR(IDX-CRITERE)
097600                 MOVE "N" TO DOSSIER-RETENU
097700             END-IF
097800         WHEN "NE"
097900             IF VALEUR-DOSSIER = TS-VALEUR(IDX-CRITERE)
098000                 MOVE "N" TO DOSSIER-RETENU
098100             END-IF
098200         WHEN "LT"
098300             IF VALEUR-DOSSIER NOT < TS-VALEUR(IDX-CRITERE)
098400                 MOVE "N" TO DOSSIER-RETENU
098500             END-IF
098600         WHEN "GT"
098700             IF VALEUR-DOSSIER NOT > TS-VALEUR(IDX-CRITERE)
098800                 MOVE "N" TO DOSSIER-RETENU
098900             END-IF
099000     END-EVALUATE.
099100 4100-EVALUER-CRITERE-EXIT.
099200     EXIT.
099300*----------------------------------------------------------------
099400* 4200-APPLIQUER-AFFECTATION : ZONE DEJA A LA VALEUR VOULUE, RIEN
099500*                              A FAIRE ; SINON NOUVELLE VALEUR
099600*                              POSEE (LIGNE D'ECHANTILLON A LA
099700*                              PASSE DE CONTROLE)
099800*----------------------------------------------------------------
099900 4200-APPLIQUER-AFFECTATION.
100000     MOVE TP-ZONE(IDX-AFFECTATION) TO IDX-ZONE.
100100     PERFORM 5100-EXTRAIRE-ZONE
100200         THRU 5100-EXTRAIRE-ZONE-EXIT.
100300     IF VALEUR-DOSSIER = TP-VALEUR(IDX-AFFECTATION)
100400         GO TO 4200-APPLIQUER-AFFECTATION-EXIT
100500     END-IF.
100600     IF PASSE-CONTROLE
100700             AND NB-A-MODIFIER < MAXI-ECHANTILLON
100800         MOVE MF-ID-CITOYEN             TO LE-ID-CITOYEN
100900         MOVE MF-NOM                    TO LE-NOM
101000         MOVE MF-PRENOM                 TO LE-PRENOM
101100         MOVE ZC-NOM(IDX-ZONE)          TO LE-ZONE
101200         MOVE VALEUR-DOSSIER            TO LE-AVANT
101300         MOVE TP-VALEUR(IDX-AFFECTATION) TO LE-APRES
101400         MOVE LIGNE-ECHANTILLON TO LIGNE-ETAT
101500         WRITE LIGNE-ETAT
101600     END-IF.
101700     MOVE "O" TO DOSSIER-A-MODIFIER.
101800     EVALUATE IDX-ZONE
101900         WHEN 1
102000             MOVE TP-VALEUR(IDX-AFFECTATION) TO MF-CODE-SITE
102100         WHEN 2
102200             MOVE TP-VALEUR(IDX-AFFECTATION)
102300                 TO MF-ADRESSE-INVALIDE
102400     END-EVALUATE.
102500 4200-APPLIQUER-AFFECTATION-EXIT.
102600     EXIT.
102700*----------------------------------------------------------------
102800* 5000-JOURNALISER : LIGNE MODIF DU DOSSIER CORRIGE, AVEC SES
102900*                    IMAGES AVANT ET APRES, HORODATEE A LA
103000*                    REFERENCE DE LOT ET PORTANT LES DEUX
103100*                    OPERATEURS
103200*----------------------------------------------------------------
103300 5000-JOURNALISER.
103400     MOVE REFERENCE-LOT       TO JN-DATE-HEURE.
103500     MOVE "MODIF"             TO JN-ACTION.
103600     MOVE MF-NOM              TO JN-NOM.
103700     MOVE MF-PRENOM           TO JN-PRENOM.
103800     MOVE MF-AGE              TO JN-AGE-AVANT.
103900     MOVE MF-AGE              TO JN-AGE-APRES.
104000     MOVE MF-ID-CITOYEN       TO JN-ID-CITOYEN.
104100     MOVE DEMANDEUR           TO JN-OPERATEUR.
104200     MOVE SPACES              TO JN-CODE-SITE.
104300     MOVE APPROBATEUR         TO JN-OPERATEUR-VALIDE.
104400     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
104500     MOVE ENR-MAITRE          TO JN-IMAGE-APRES.
104600     SET CH-ENCHAINER TO TRUE.
104700     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
104800     WRITE ENR-JOURNAL.
104825     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
104850     SET CH-VALIDER TO TRUE.
104875     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
104900 5000-JOURNALISER-EXIT.
105000     EXIT.
105100*----------------------------------------------------------------
105200* 5100-EXTRAIRE-ZONE : VALEUR DE LA ZONE IDX-ZONE DU DOSSIER,
105300*                      SOUS LA FORME OU LES CARTES L'EXPRIMENT
105400*                      (PND ET STATUT A BLANC RAMENES A LEUR
105500*                      VALEUR, COMMUNE NORMALISEE)
105600*----------------------------------------------------------------
105700 5100-EXTRAIRE-ZONE.
105800     MOVE SPACES TO VALEUR-DOSSIER.
105900     EVALUATE IDX-ZONE
106000         WHEN 1
106100             MOVE MF-CODE-SITE TO VALEUR-DOSSIER
106200         WHEN 2
106300             IF MF-ADRESSE-EN-PND
106400                 MOVE "O" TO VALEUR-DOSSIER
106500             ELSE
106600                 MOVE "N" TO VALEUR-DOSSIER
106700             END-IF
106800         WHEN 3
106900             MOVE MF-CODE-POSTAL TO VALEUR-DOSSIER
107000         WHEN 4
107100             MOVE MF-COMMUNE TO NR-ENTREE
107200             CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION
107300             MOVE NR-SORTIE TO VALEUR-DOSSIER
107400         WHEN 5
107500             IF MF-DOSSIER-ACTIF
107600                 MOVE "A" TO VALEUR-DOSSIER
107700             ELSE
107800                 MOVE MF-STATUT-DOSSIER TO VALEUR-DOSSIER
107900             END-IF
108000         WHEN 6
108100             MOVE MF-DATE-MAJ TO VALEUR-DATE-MAJ
108200             MOVE VALEUR-DATE-MAJ TO VALEUR-DOSSIER
108300     END-EVALUATE.
108400 5100-EXTRAIRE-ZONE-EXIT.
108500     EXIT.
108600*----------------------------------------------------------------
108700* 6000-APPROUVER-PASSAGE : LA REFERENCE RECALCULEE PAR LA PASSE DE
108800*                          CONTROLE DOIT ETRE CELLE DE LA CARTE
108900*                          D'APPROBATION, ET LE PASSAGE DOIT
109000*                          RESTER DEFAISABLE PAR BACKOUT-LOT ;
109100*                          LA REFERENCE DE LOT EST ALORS FIXEE
109200*----------------------------------------------------------------
109300 6000-APPROUVER-PASSAGE.
109400     IF REFERENCE-CALCULEE NOT = CP-REFERENCE-NUM
109500         MOVE "REFERENCE D'APPROBATION DISCORDANTE - RESIMULER"
109600             TO MOTIF-REFUS
109700         PERFORM 7000-REFUSER-PASSAGE
109800             THRU 7000-REFUSER-PASSAGE-EXIT
109900     END-IF.
110000     IF NB-A-MODIFIER > MAXI-DOSSIERS-LOT
110100         MOVE "TROP DE DOSSIERS POUR UN LOT DEFAISABLE - SCINDER"
110200             TO MOTIF-REFUS
110300         PERFORM 7000-REFUSER-PASSAGE
110400             THRU 7000-REFUSER-PASSAGE-EXIT
110500     END-IF.
110600     MOVE FUNCTION CURRENT-DATE(1:14) TO REFERENCE-LOT.
110700 6000-APPROUVER-PASSAGE-EXIT.
110800     EXIT.
110900*----------------------------------------------------------------
111000* 7000-REFUSER-PASSAGE : MOTIF DU REFUS A L'ETAT ET A LA CONSOLE,
111100*                        ARRET SANS RIEN ECRIRE AU FICHIER MAITRE
111200*----------------------------------------------------------------
111300 7000-REFUSER-PASSAGE.
111400     MOVE MOTIF-REFUS TO LR-MOTIF.
111500     MOVE LIGNE-REFUS TO LIGNE-ETAT.
111600     WRITE LIGNE-ETAT.
111700     CLOSE ETAT-CORRECTION.
111800     DISPLAY "CORRIGE-MASSE - PASSAGE REFUSE : " MOTIF-REFUS.
111900     MOVE 16 TO RETURN-CODE.
112000     STOP RUN.
112100 7000-REFUSER-PASSAGE-EXIT.
112200     EXIT.
112300*----------------------------------------------------------------
112400* 8000-RAPPORT-CONTROLE : TOTAUX, REFERENCE D'APPROBATION OU DE
112500*                         LOT, ET CODE RETOUR GRADUE
112600*----------------------------------------------------------------
112700 8000-RAPPORT-CONTROLE.
112800     IF SOURCE-LISTE
112900         MOVE "IDENTIFIANTS DE LA LISTE LUS     :" TO LT-LIBELLE
113000     ELSE
113100         MOVE "DOSSIERS MAITRE LUS              :" TO LT-LIBELLE
113200     END-IF.
113300     MOVE NB-LUS TO LT-COMPTEUR.
113400     PERFORM 8100-EDITER-TOTAL
113500         THRU 8100-EDITER-TOTAL-EXIT.
113600     IF SOURCE-LISTE
113700         MOVE "  IDENTIFIANTS INVALIDES         :" TO LT-LIBELLE
113800         MOVE NB-ID-INVALIDES TO LT-COMPTEUR
113900         PERFORM 8100-EDITER-TOTAL
114000             THRU 8100-EDITER-TOTAL-EXIT
114100         MOVE "  ABSENTS DU FICHIER MAITRE      :" TO LT-LIBELLE
114200         MOVE NB-INTROUVABLES TO LT-COMPTEUR
114300         PERFORM 8100-EDITER-TOTAL
114400             THRU 8100-EDITER-TOTAL-EXIT
114500     END-IF.
114600     MOVE "DOSSIERS SELECTIONNES            :" TO LT-LIBELLE.
114700     MOVE NB-RETENUS TO LT-COMPTEUR.
114800     PERFORM 8100-EDITER-TOTAL
114900         THRU 8100-EDITER-TOTAL-EXIT.
115000     MOVE "  DEJA CONFORMES                 :" TO LT-LIBELLE.
115100     MOVE NB-DEJA-CONFORMES TO LT-COMPTEUR.
115200     PERFORM 8100-EDITER-TOTAL
115300         THRU 8100-EDITER-TOTAL-EXIT.
115400     MOVE "  A MODIFIER                     :" TO LT-LIBELLE.
115500     MOVE NB-A-MODIFIER TO LT-COMPTEUR.
115600     PERFORM 8100-EDITER-TOTAL
115700         THRU 8100-EDITER-TOTAL-EXIT.
115800     IF MODE-REEL
115900         MOVE "DOSSIERS MODIFIES ET JOURNALISES :" TO LT-LIBELLE
116000         MOVE NB-MODIFIES TO LT-COMPTEUR
116100         PERFORM 8100-EDITER-TOTAL
116200             THRU 8100-EDITER-TOTAL-EXIT
116300         MOVE "REECRITURES EN ECHEC             :" TO LT-LIBELLE
116400         MOVE NB-ERREURS TO LT-COMPTEUR
116500         PERFORM 8100-EDITER-TOTAL
116600             THRU 8100-EDITER-TOTAL-EXIT
116700     END-IF.
116800     MOVE SPACES TO LIGNE-ETAT.
116900     WRITE LIGNE-ETAT.
117000     IF MODE-SIMULATION
117100         MOVE REFERENCE-CALCULEE TO LRF-REFERENCE
117200         MOVE LIGNE-REFERENCE TO LIGNE-ETAT
117300         WRITE LIGNE-ETAT
117400         MOVE LIGNE-AVIS-SIMULATION TO LIGNE-ETAT
117500         WRITE LIGNE-ETAT
117600         IF NB-A-MODIFIER > MAXI-DOSSIERS-LOT
117700             MOVE LIGNE-AVIS-CAPACITE TO LIGNE-ETAT
117800             WRITE LIGNE-ETAT
117900         END-IF
118000     ELSE
118100         MOVE REFERENCE-LOT TO LL-REFERENCE
118200         MOVE LIGNE-LOT TO LIGNE-ETAT
118300         WRITE LIGNE-ETAT
118400         MOVE REFERENCE-LOT TO LRA-DEBUT LRA-FIN
118500         MOVE LIGNE-RETOUR-ARRIERE TO LIGNE-ETAT
118600         WRITE LIGNE-ETAT
118700     END-IF.
118800     DISPLAY "CORRIGE-MASSE - " LTI-MODE " - SELECTIONNES "
118900         NB-RETENUS " - A MODIFIER " NB-A-MODIFIER
119000         " - MODIFIES " NB-MODIFIES " - ERREURS " NB-ERREURS.
119100     IF MODE-SIMULATION
119200         DISPLAY "REFERENCE D'APPROBATION : " REFERENCE-CALCULEE
119300     ELSE
119400         DISPLAY "REFERENCE DE LOT : " REFERENCE-LOT
119500     END-IF.
119600     IF NB-ERREURS > ZERO
119700         MOVE 8 TO RETURN-CODE
119800     ELSE
119900         IF NB-ID-INVALIDES > ZERO OR NB-INTROUVABLES > ZERO
120000             MOVE 4 TO RETURN-CODE
120100         END-IF
120200     END-IF.
120300 8000-RAPPORT-CONTROLE-EXIT.
120400     EXIT.
120500*----------------------------------------------------------------
120600* 8100-EDITER-TOTAL : UNE LIGNE DE TOTAL A L'ETAT
120700*----------------------------------------------------------------
120800 8100-EDITER-TOTAL.
120900     MOVE SPACES TO LIGNE-ETAT.
121000     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
121100     WRITE LIGNE-ETAT.
121200 8100-EDITER-TOTAL-EXIT.
121300     EXIT.
121400*----------------------------------------------------------------
121500* 9999-TERMINER : FERMETURE DE L'ETAT
121600*----------------------------------------------------------------
121700 9999-TERMINER.
121800     CLOSE ETAT-CORRECTION.
121900 9999-TERMINER-EXIT.
122000     EXIT.
