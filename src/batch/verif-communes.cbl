000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VERIF-COMMUNES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* VERIF-COMMUNES EST LE BALAYAGE DES ADRESSES DEJA AU FICHIER
000900* MAITRE CONTRE LE REFERENTIEL OFFICIEL DES COMMUNES (COMMUNES,
001000* COPY RCCOMMUN) : LES ADRESSES ENREGISTREES AVANT LE CONTROLE
001100* COMMUN (CONTROLE-COMMUNE) PEUVENT PORTER UN CODE POSTAL
001200* INEXISTANT ("75OO1"), UNE COMMUNE QUI N'EST PAS DESSERVIE PAR
001300* LE CODE POSTAL, OU UNE GRAPHIE LIBRE ("PARIS 15EME", "ST
001400* DENIS"). CE PROGRAMME LISTE CHAQUE DOSSIER EN ANOMALIE
001500* (IDENTIFIANT, NOM, SITE, CODE POSTAL, COMMUNE, CAUSE, ET LA
001600* GRAPHIE OFFICIELLE QUAND SEULE L'ORTHOGRAPHE DIFFERE) POUR QUE
001700* LES CLERCS LES CORRIGENT (MAJ-DOSSIER CHOIX "R" OU TRANSACTION
001800* "M"), ET REND LE CODE RETOUR 4 S'IL EN RESTE - A PASSER UNE
001900* FOIS AU DEPLOIEMENT DU REFERENTIEL PUIS A LA DEMANDE. LES
002000* DOSSIERS SANS ADRESSE SONT COMPTES A PART.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - BALAYAGE DES ADRESSES DU FICHIER
002600*                    MAITRE CONTRE LE REFERENTIEL DES COMMUNES,
002700*                    SUR LE MODELE DE VERIF-DATES.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.    IBM-370.
003200 OBJECT-COMPUTER.    IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS MF-ID-CITOYEN
003900         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
004100         FILE STATUS IS MF-STATUT.
004200     SELECT ETAT-COMMUNES ASSIGN TO "ETATCOM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS ET-STATUT.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  FICHIER-MAITRE
004800     LABEL RECORDS ARE STANDARD.
004900 01  ENR-MAITRE.
005000     COPY RCMAITRE.
005100 FD  ETAT-COMMUNES
005200     LABEL RECORDS ARE STANDARD.
005300 01  LIGNE-ETAT                  PIC X(132).
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600* ZONES DE TRAVAIL
005700*----------------------------------------------------------------
005800 01  MF-STATUT                   PIC X(02).
005900     88 MF-OK                    VALUE "00".
006000 01  ET-STATUT                   PIC X(02).
006100     88 ET-OK                    VALUE "00".
006200 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
006300     88 PLUS-DE-CITOYENS         VALUE "O".
006400 01  DEMANDE-CONTROLE-COMMUNE.
006500     COPY RCCOMMD.
006600 01  LIBELLE-CAUSE               PIC X(24).
006700*----------------------------------------------------------------
006800* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
006900*----------------------------------------------------------------
007000 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
007100 01  NB-SANS-ADRESSE             PIC 9(07) COMP VALUE ZERO.
007200 01  NB-CONFORMES                PIC 9(07) COMP VALUE ZERO.
007300 01  NB-CP-INCONNUS              PIC 9(07) COMP VALUE ZERO.
007400 01  NB-DISCORDANTES             PIC 9(07) COMP VALUE ZERO.
007500 01  NB-GRAPHIES                 PIC 9(07) COMP VALUE ZERO.
007600*----------------------------------------------------------------
007700* LIGNES EDITEES DE L'ETAT
007800*----------------------------------------------------------------
007900 01  LIGNE-ANOMALIE.
008000     05 FILLER                   PIC X(02) VALUE SPACES.
008100     05 LA-ID                    PIC 9(09).
008200     05 FILLER                   PIC X(01) VALUE SPACE.
008300     05 LA-NOM                   PIC X(20).
008400     05 FILLER                   PIC X(01) VALUE SPACE.
008500     05 LA-SITE                  PIC X(03).
008600     05 FILLER                   PIC X(01) VALUE SPACE.
008700     05 LA-CODE-POSTAL           PIC X(05).
008800     05 FILLER                   PIC X(01) VALUE SPACE.
008900     05 LA-COMMUNE               PIC X(25).
009000     05 FILLER                   PIC X(01) VALUE SPACE.
009100     05 LA-CAUSE                 PIC X(24).
009200     05 FILLER                   PIC X(01) VALUE SPACE.
009300     05 LA-NOM-OFFICIEL          PIC X(25).
009400 01  LIGNE-TOTAL.
009500     05 LT-LIBELLE               PIC X(34).
009600     05 LT-COMPTEUR              PIC ZZZZZZ9.
009700 PROCEDURE DIVISION.
009800*================================================================
009900* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
010000*================================================================
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALISATION
010300         THRU 1000-INITIALISATION-EXIT.
010400     PERFORM 2000-CONTROLER-CITOYEN
010500         THRU 2000-CONTROLER-CITOYEN-EXIT
010600         UNTIL PLUS-DE-CITOYENS.
010700     PERFORM 8000-PIED-DE-PAGE
010800         THRU 8000-PIED-DE-PAGE-EXIT.
010900     PERFORM 9999-TERMINER
011000         THRU 9999-TERMINER-EXIT.
011100     STOP RUN.
011200*----------------------------------------------------------------
011300* 1000-INITIALISATION : OUVERTURE DES FICHIERS ET EN-TETE
011400*----------------------------------------------------------------
011500 1000-INITIALISATION.
011600     OPEN INPUT FICHIER-MAITRE.
011700     IF NOT MF-OK
011800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
011900             "CODE " MF-STATUT
012000         MOVE 16 TO RETURN-CODE
012100         STOP RUN
012200     END-IF.
012300     OPEN OUTPUT ETAT-COMMUNES.
012400     IF NOT ET-OK
012500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATCOM - "
012600             "CODE " ET-STATUT
012700         MOVE 16 TO RETURN-CODE
012800         STOP RUN
012900     END-IF.
013000     MOVE "ADRESSES DU FICHIER MAITRE HORS REFERENTIEL COMMUNES"
013100         TO LIGNE-ETAT.
013300     WRITE LIGNE-ETAT.
013400     MOVE SPACES TO LIGNE-ETAT.
013500     WRITE LIGNE-ETAT.
013600     PERFORM 3000-LIRE-CITOYEN
013700         THRU 3000-LIRE-CITOYEN-EXIT.
013800 1000-INITIALISATION-EXIT.
013900     EXIT.
014000*----------------------------------------------------------------
014100* 2000-CONTROLER-CITOYEN : CONTROLE DE L'ADRESSE DU DOSSIER
014200*                          COURANT PUIS LECTURE DU SUIVANT - LES
014300*                          DOSSIERS SANS CODE POSTAL NI COMMUNE
014400*                          SONT COMPTES A PART ; UN REFERENTIEL
014500*                          ABSENT ARRETE LE BALAYAGE
014600*----------------------------------------------------------------
014700 2000-CONTROLER-CITOYEN.
014800     ADD 1 TO NB-LUS.
014900     MOVE MF-CODE-POSTAL TO CC-CODE-POSTAL.
015000     MOVE MF-COMMUNE     TO CC-COMMUNE.
015100     CALL "CONTROLE-COMMUNE" USING DEMANDE-CONTROLE-COMMUNE.
015200     IF CC-REFERENTIEL-ABSENT
015300         DISPLAY "REFERENTIEL DES COMMUNES INDISPONIBLE - "
015400             "BALAYAGE IMPOSSIBLE"
015500         MOVE 16 TO RETURN-CODE
015600         PERFORM 9999-TERMINER
015700             THRU 9999-TERMINER-EXIT
015800         STOP RUN
015900     END-IF.
016000     IF CC-ADRESSE-ABSENTE
016100         ADD 1 TO NB-SANS-ADRESSE
016200         GO TO 2000-CONTROLER-CITOYEN-CONTINUER
016300     END-IF.
016400     MOVE SPACES TO LA-NOM-OFFICIEL.
016500     EVALUATE TRUE
016600         WHEN CC-ADRESSE-CONFORME
016700                 AND CC-NOM-OFFICIEL = MF-COMMUNE
016800             ADD 1 TO NB-CONFORMES
016900             GO TO 2000-CONTROLER-CITOYEN-CONTINUER
017000         WHEN CC-ADRESSE-CONFORME
017100             ADD 1 TO NB-GRAPHIES
017200             MOVE "GRAPHIE NON OFFICIELLE" TO LIBELLE-CAUSE
017300             MOVE CC-NOM-OFFICIEL TO LA-NOM-OFFICIEL
017400         WHEN CC-CODE-POSTAL-INCONNU
017500             ADD 1 TO NB-CP-INCONNUS
017600             MOVE "CODE POSTAL INCONNU" TO LIBELLE-CAUSE
017700         WHEN OTHER
017800             ADD 1 TO NB-DISCORDANTES
017900             MOVE "COMMUNE HORS CODE POSTAL" TO LIBELLE-CAUSE
018000     END-EVALUATE.
018100     MOVE MF-ID-CITOYEN  TO LA-ID.
018200     MOVE MF-NOM         TO LA-NOM.
018300     MOVE MF-CODE-SITE   TO LA-SITE.
018400     MOVE MF-CODE-POSTAL TO LA-CODE-POSTAL.
018500     MOVE MF-COMMUNE     TO LA-COMMUNE.
018600     MOVE LIBELLE-CAUSE  TO LA-CAUSE.
018700     MOVE LIGNE-ANOMALIE TO LIGNE-ETAT.
018800     WRITE LIGNE-ETAT.
018900 2000-CONTROLER-CITOYEN-CONTINUER.
019000     PERFORM 3000-LIRE-CITOYEN
019100         THRU 3000-LIRE-CITOYEN-EXIT.
019200 2000-CONTROLER-CITOYEN-EXIT.
019300     EXIT.
019400*----------------------------------------------------------------
019500* 3000-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
019600*----------------------------------------------------------------
019700 3000-LIRE-CITOYEN.
019800     READ FICHIER-MAITRE NEXT RECORD
019900         AT END
020000             MOVE "O" TO FIN-FICHIER-MAITRE
020100     END-READ.
020200 3000-LIRE-CITOYEN-EXIT.
020300     EXIT.
020400*----------------------------------------------------------------
020500* 8000-PIED-DE-PAGE : TOTAUX DU BALAYAGE ET CODE RETOUR 4 S'IL
020600*                     RESTE DES ADRESSES HORS REFERENTIEL
020700*----------------------------------------------------------------
020800 8000-PIED-DE-PAGE.
020900     MOVE SPACES TO LIGNE-ETAT.
021000     WRITE LIGNE-ETAT.
021100     MOVE "DOSSIERS EXAMINES                :" TO LT-LIBELLE.
021200     MOVE NB-LUS TO LT-COMPTEUR.
021300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
021400     WRITE LIGNE-ETAT.
021500     MOVE "SANS ADRESSE                     :" TO LT-LIBELLE.
021600     MOVE NB-SANS-ADRESSE TO LT-COMPTEUR.
021700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
021800     WRITE LIGNE-ETAT.
021900     MOVE "ADRESSES CONFORMES               :" TO LT-LIBELLE.
022000     MOVE NB-CONFORMES TO LT-COMPTEUR.
022100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
022200     WRITE LIGNE-ETAT.
022300     MOVE "CODES POSTAUX INCONNUS           :" TO LT-LIBELLE.
022400     MOVE NB-CP-INCONNUS TO LT-COMPTEUR.
022500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
022600     WRITE LIGNE-ETAT.
022700     MOVE "COMMUNES HORS CODE POSTAL        :" TO LT-LIBELLE.
022800     MOVE NB-DISCORDANTES TO LT-COMPTEUR.
022900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
023000     WRITE LIGNE-ETAT.
023100     MOVE "GRAPHIES NON OFFICIELLES         :" TO LT-LIBELLE.
023200     MOVE NB-GRAPHIES TO LT-COMPTEUR.
023300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
023400     WRITE LIGNE-ETAT.
023500     IF NB-CP-INCONNUS > ZERO OR NB-DISCORDANTES > ZERO
023600             OR NB-GRAPHIES > ZERO
023700         MOVE 4 TO RETURN-CODE
023800     END-IF.
023900 8000-PIED-DE-PAGE-EXIT.
024000     EXIT.
024100*----------------------------------------------------------------
024200* 9999-TERMINER : FERMETURE DES FICHIERS
024300*----------------------------------------------------------------
024400 9999-TERMINER.
024500     CLOSE FICHIER-MAITRE.
024600     CLOSE ETAT-COMMUNES.
024700 9999-TERMINER-EXIT.
024800     EXIT.
