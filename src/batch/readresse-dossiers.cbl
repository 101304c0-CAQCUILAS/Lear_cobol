000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     READRESSE-DOSSIERS.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* READRESSE-DOSSIERS REPORTE SUR LES DOSSIERS UNE FUSION DE
000900* COMMUNES EN COMMUNE NOUVELLE (ARRETE PREFECTORAL) OU UNE
001000* REATTRIBUTION DE CODE POSTAL PAR LA POSTE : JUSQU'ICI IL
001100* FALLAIT POUSSER A LA MAIN DES CENTAINES DE TRANSACTIONS "M"
001200* DANS CHARGEMENT-LOT, QUI NE TOUCHENT MEME PAS L'ADRESSE.
001300*
001400* LE FICHIER DE CORRESPONDANCE (CORRESP, COPY RCREADR) PORTE UNE
001500* LIGNE PAR ANCIENNE ADRESSE (CODE POSTAL + COMMUNE) AVEC LA
001600* NOUVELLE ET SA DATE D'EFFET. CHAQUE LIGNE EST CONTROLEE AVANT
001700* TOUTE ECRITURE : ZONES RENSEIGNEES, DATE D'EFFET CALENDAIRE,
001800* NOUVELLE ADRESSE CONNUE DU REFERENTIEL DES COMMUNES
001900* (CONTROLE-COMMUNE, GRAPHIE OFFICIELLE RETENUE), ANCIENNE
002000* ADRESSE NON REPETEE. UNE LIGNE DONT LA DATE D'EFFET N'EST PAS
002100* ATTEINTE EST ECARTEE SANS ERREUR ET S'APPLIQUERA AU PASSAGE
002200* SUIVANT ; UNE LIGNE EN ERREUR EST ECARTEE AVEC SON MOTIF.
002300*
002400* LE FICHIER MAITRE PUIS LE FICHIER MAITRE HISTORIQUE (HISTMAIT)
002500* SONT PARCOURUS EN ENTIER : TOUT DOSSIER, QUEL QUE SOIT SON
002600* STATUT, DONT LE CODE POSTAL EST CELUI D'UNE LIGNE RETENUE ET
002700* DONT LA COMMUNE NORMALISEE (NORMALISE-NOM) EST L'ANCIENNE
002800* COMMUNE DE CETTE LIGNE RECOIT LE NOUVEAU CODE POSTAL ET LA
002900* NOUVELLE COMMUNE ; LA RUE EST CONSERVEE. CHAQUE REECRITURE EST
003000* JOURNALISEE AVEC LES IMAGES AVANT ET APRES DU DOSSIER : MODIF
003100* POUR LE FICHIER MAITRE (BACKOUT-LOT ET REJOUE-JOURNAL LA
003200* TRAITENT COMME TOUTE CORRECTION), MODHI POUR LE FICHIER
003300* HISTORIQUE (VOIR RCJOURNAL).
003400*
003500* CARTE SYSIN : "R" POUR LE PASSAGE REEL ; TOUTE AUTRE VALEUR
003600* (OU CARTE ABSENTE) DONNE UNE SIMULATION, QUI COMPTE LES
003700* DOSSIERS QUE CHAQUE LIGNE TOUCHERAIT SANS RIEN ECRIRE. L'ETAT
003800* DE CONTROLE (ETATREAD) DONNE, LIGNE PAR LIGNE DE
003900* CORRESPONDANCE, SON SORT ET LES DOSSIERS TOUCHES DANS CHAQUE
004000* FICHIER. CODE RETOUR 4 SI DES LIGNES SONT EN ERREUR, 8 SI DES
004100* REECRITURES ONT ECHOUE, 16 SUR FICHIER INDISPONIBLE.
004200*
004300* HISTORIQUE DES MODIFICATIONS
004400* DATE       AUTEUR  DESCRIPTION
004500* ---------- ------- ---------------------------------------------
004600* 2026-10-15 SI      CREATION - READRESSAGE EN LOT DES DOSSIERS
004700*                    SUR FUSION DE COMMUNES OU CHANGEMENT DE
004800*                    CODE POSTAL, AVEC MODE SIMULATION.
004810* 2026-10-15 SI      LA NOUVELLE ADRESSE D'UN DOSSIER DU FICHIER
004820*                    MAITRE EST PORTEE A L'HISTORIQUE DES
004830*                    ADRESSES A LA DATE D'EFFET DE LA
004840*                    CORRESPONDANCE (SOUS-PROGRAMME
004850*                    HISTO-ADRESSE, FICHIER ADRHIST).
004860* 2026-10-15 SI      IMAGE DU DOSSIER PORTEE A 197 OCTETS (NOM
004870*                    D'USAGE MF-NOM-USAGE AJOUTE AU FICHIER
004880*                    MAITRE).
004884* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
004888*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
004892*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
004896*                    RCCHAIND).
004897* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
004898*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
004900*----------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.    IBM-370.
005300 OBJECT-COMPUTER.    IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CORRESPONDANCES ASSIGN TO "CORRESP"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS RA-STATUT.
005900     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS MF-ID-CITOYEN
006300         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
006400         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
006500         FILE STATUS IS MF-STATUT.
006600     SELECT MAITRE-HISTORIQUE ASSIGN TO "HISTMAIT"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS HM-ID-CITOYEN
007000         ALTERNATE RECORD KEY IS HM-CLE WITH DUPLICATES
007100         ALTERNATE RECORD KEY IS HM-NO-NATIONAL WITH DUPLICATES
007200         FILE STATUS IS HM-STATUT.
007300     SELECT JOURNAL ASSIGN TO "JOURNAL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS JN-STATUT.
007600     SELECT ETAT-READRESSAGE ASSIGN TO "ETATREAD"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS ET-STATUT.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CORRESPONDANCES
008200     LABEL RECORDS ARE STANDARD.
008300 01  ENR-CORRESPONDANCE.
008400     COPY RCREADR.
008500 FD  FICHIER-MAITRE
008600     LABEL RECORDS ARE STANDARD.
008700 01  ENR-MAITRE.
008800     COPY RCMAITRE.
008900 FD  MAITRE-HISTORIQUE
009000     LABEL RECORDS ARE STANDARD.
009100 01  ENR-MAITRE-HISTO.
009200     COPY RCMAITRE REPLACING LEADING ==MF== BY ==HM==.
009300 FD  JOURNAL
009400     LABEL RECORDS ARE STANDARD.
009500 01  ENR-JOURNAL.
009600     COPY RCJOURNAL.
009700 FD  ETAT-READRESSAGE
009800     LABEL RECORDS ARE STANDARD.
009900 01  LIGNE-ETAT                  PIC X(132).
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------------
010200* ZONES DE TRAVAIL
010300*----------------------------------------------------------------
010400 01  RA-STATUT                   PIC X(02).
010500     88 RA-OK                    VALUE "00".
010600 01  MF-STATUT                   PIC X(02).
010700     88 MF-OK                    VALUE "00".
010800 01  HM-STATUT                   PIC X(02).
010900     88 HM-OK                    VALUE "00".
011000 01  JN-STATUT                   PIC X(02).
011100 01  ET-STATUT                   PIC X(02).
011200     88 ET-OK                    VALUE "00".
011300 01  FIN-CORRESPONDANCES         PIC X(01) VALUE "N".
011400     88 PLUS-DE-CORRESPONDANCES  VALUE "O".
011500 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
011600     88 PLUS-DE-CITOYENS         VALUE "O".
011700 01  FIN-HISTORIQUE              PIC X(01) VALUE "N".
011800     88 PLUS-D-HISTORISES        VALUE "O".
011900 01  CARTE-MODE                  PIC X(01) VALUE SPACE.
012000 01  MODE-READRESSAGE            PIC X(01) VALUE "S".
012100     88 MODE-REEL                VALUE "R".
012200     88 MODE-SIMULATION          VALUE "S".
012300 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
012400 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
012500 01  CODE-POSTAL-EXAMINE         PIC X(05).
012600 01  COMMUNE-EXAMINEE            PIC X(25).
012700 01  COMMUNE-NORMALISEE          PIC X(25).
012800 01  COMMUNE-DEJA-NORMALISEE     PIC X(01) VALUE "N".
012900     88 COMMUNE-EST-NORMALISEE   VALUE "O".
013000 01  CORRESPONDANCE-TROUVEE      PIC X(01) VALUE "N".
013100     88 CORRESPONDANCE-EST-TROUVEE VALUE "O".
013200 01  DEMANDE-NORMALISATION.
013300     COPY RCNORM.
013400 01  DEMANDE-CONTROLE-COMMUNE.
013500     COPY RCCOMMD.
013600 01  DEMANDE-CONTROLE-DATE.
013700     COPY RCCTRLD.
013710 01  DEMANDE-HISTO-ADRESSE.
013720     COPY RCADRHD.
013800*----------------------------------------------------------------
013900* TABLE DES LIGNES DE CORRESPONDANCE - ETAT DE LA LIGNE : "A"
014000* APPLICABLE, "F" DATE D'EFFET FUTURE, "E" EN ERREUR. AU-DELA DE
014100* LA CAPACITE LE PROGRAMME S'ARRETE SANS RIEN ECRIRE PLUTOT QUE
014200* DE NE READRESSER QU'UNE PARTIE DES COMMUNES
014300*----------------------------------------------------------------
014400 01  NB-CORRESPONDANCES          PIC 9(04) COMP VALUE ZERO.
014500 01  MAXI-CORRESPONDANCES        PIC 9(04) COMP VALUE 500.
014600 01  IDX-CORRESP                 PIC 9(04) COMP VALUE ZERO.
014700 01  IDX-RETENUE                 PIC 9(04) COMP VALUE ZERO.
014800 01  IDX-CONTROLE                PIC 9(04) COMP VALUE ZERO.
014900 01  TABLE-CORRESPONDANCES.
015000     05 LIGNE-CORRESP            OCCURS 500 TIMES.
015100         10 TC-ANCIEN-CODE-POSTAL  PIC X(05).
015200         10 TC-ANCIENNE-COMMUNE    PIC X(25).
015300         10 TC-ANCIENNE-NORMALISEE PIC X(25).
015400         10 TC-NOUVEAU-CODE-POSTAL PIC X(05).
015500         10 TC-NOUVELLE-COMMUNE    PIC X(25).
015600         10 TC-DATE-EFFET          PIC X(08).
015700         10 TC-ETAT                PIC X(01).
015800             88 TC-APPLICABLE      VALUE "A".
015900             88 TC-NON-ECHUE       VALUE "F".
016000             88 TC-EN-ERREUR       VALUE "E".
016100         10 TC-MOTIF               PIC X(40).
016200         10 TC-NB-MAITRE           PIC 9(07) COMP.
016300         10 TC-NB-HISTO            PIC 9(07) COMP.
016400         10 TC-NB-ERREURS          PIC 9(07) COMP.
016500*----------------------------------------------------------------
016600* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
016700*----------------------------------------------------------------
016800 01  NB-LIGNES-APPLICABLES       PIC 9(07) COMP VALUE ZERO.
016900 01  NB-LIGNES-NON-ECHUES        PIC 9(07) COMP VALUE ZERO.
017000 01  NB-LIGNES-EN-ERREUR         PIC 9(07) COMP VALUE ZERO.
017100 01  NB-MAITRE-LUS               PIC 9(07) COMP VALUE ZERO.
017200 01  NB-MAITRE-READRESSES        PIC 9(07) COMP VALUE ZERO.
017300 01  NB-HISTO-LUS                PIC 9(07) COMP VALUE ZERO.
017400 01  NB-HISTO-READRESSES         PIC 9(07) COMP VALUE ZERO.
017500 01  NB-ERREURS                  PIC 9(07) COMP VALUE ZERO.
017600*----------------------------------------------------------------
017700* LIGNES EDITEES DE L'ETAT
017800*----------------------------------------------------------------
017900 01  LIGNE-TITRE.
018000     05 FILLER                   PIC X(40)
018100         VALUE "READRESSAGE DES DOSSIERS - PASSAGE DU ".
018200     05 LTI-DATE                 PIC 9(08).
018300     05 FILLER                   PIC X(03) VALUE " - ".
018400     05 LTI-MODE                 PIC X(20).
018500 01  LIGNE-ENTETE.
018600     05 FILLER                   PIC X(05) VALUE "LIGNE".
018700     05 FILLER                   PIC X(32)
018800         VALUE " ANCIENNE ADRESSE".
018900     05 FILLER                   PIC X(32)
019000         VALUE "    NOUVELLE ADRESSE".
019100     05 FILLER                   PIC X(09) VALUE " EFFET".
019200     05 FILLER                   PIC X(11) VALUE " SORT".
019300     05 FILLER                   PIC X(08) VALUE "  MAITRE".
019400     05 FILLER                   PIC X(08) VALUE " HISTMAI".
019500     05 FILLER                   PIC X(08) VALUE " ERREURS".
019600 01  LIGNE-CORRESPONDANCE.
019700     05 LC-NUMERO                PIC ZZZ9.
019800     05 FILLER                   PIC X(02) VALUE SPACES.
019900     05 LC-ANCIEN-CODE-POSTAL    PIC X(05).
020000     05 FILLER                   PIC X(01) VALUE SPACE.
020100     05 LC-ANCIENNE-COMMUNE      PIC X(25).
020200     05 FILLER                   PIC X(04) VALUE " -> ".
020300     05 LC-NOUVEAU-CODE-POSTAL   PIC X(05).
020400     05 FILLER                   PIC X(01) VALUE SPACE.
020500     05 LC-NOUVELLE-COMMUNE      PIC X(25).
020600     05 FILLER                   PIC X(01) VALUE SPACE.
020700     05 LC-DATE-EFFET            PIC X(08).
020800     05 FILLER                   PIC X(01) VALUE SPACE.
020900     05 LC-SORT                  PIC X(10).
021000     05 FILLER                   PIC X(01) VALUE SPACE.
021100     05 LC-NB-MAITRE             PIC ZZZZZZ9.
021200     05 FILLER                   PIC X(01) VALUE SPACE.
021300     05 LC-NB-HISTO              PIC ZZZZZZ9.
021400     05 FILLER                   PIC X(01) VALUE SPACE.
021500     05 LC-NB-ERREURS            PIC ZZZZZZ9.
021600 01  LIGNE-MOTIF.
021700     05 FILLER                   PIC X(06) VALUE SPACES.
021800     05 FILLER                   PIC X(08) VALUE "MOTIF : ".
021900     05 LM-MOTIF                 PIC X(40).
021910 01  LIGNE-AVIS-SIMULATION.
021920     05 FILLER                   PIC X(36)
021930         VALUE "SIMULATION : AUCUNE ECRITURE - LES ".
021940     05 FILLER                   PIC X(44)
021950         VALUE "COMPTES SONT CEUX DU PASSAGE REEL (CARTE R)".
022000 01  LIGNE-TOTAL.
022100     05 LT-LIBELLE               PIC X(34).
022200     05 LT-COMPTEUR              PIC ZZZZZZ9.
022210 01  DEMANDE-CHAINAGE.
022220     COPY RCCHAIND.
022300 PROCEDURE DIVISION.
022400*================================================================
022500* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
022600*================================================================
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALISATION
022900         THRU 1000-INITIALISATION-EXIT.
023000     PERFORM 2000-CHARGER-CORRESPONDANCE
023100         THRU 2000-CHARGER-CORRESPONDANCE-EXIT
023200         UNTIL PLUS-DE-CORRESPONDANCES.
023300     CLOSE CORRESPONDANCES.
023400     IF NB-LIGNES-APPLICABLES > ZERO
023500         PERFORM 3000-PASSE-MAITRE
023600             THRU 3000-PASSE-MAITRE-EXIT
023700         PERFORM 4000-PASSE-HISTORIQUE
023800             THRU 4000-PASSE-HISTORIQUE-EXIT
023900     ELSE
024000         DISPLAY "AUCUNE LIGNE DE CORRESPONDANCE APPLICABLE - "
024100             "AUCUN DOSSIER EXAMINE"
024200     END-IF.
024300     PERFORM 8000-RAPPORT-CONTROLE
024400         THRU 8000-RAPPORT-CONTROLE-EXIT.
024500     PERFORM 9999-TERMINER
024600         THRU 9999-TERMINER-EXIT.
024700     STOP RUN.
024800*----------------------------------------------------------------
024900* 1000-INITIALISATION : CARTE DE MODE, OUVERTURE DU FICHIER DE
025000*                       CORRESPONDANCE ET DE L'ETAT, PREMIERE
025100*                       LECTURE
025200*----------------------------------------------------------------
025300 1000-INITIALISATION.
025400     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
025500     ACCEPT CARTE-MODE.
025600     IF CARTE-MODE = "R"
025700         MOVE "R" TO MODE-READRESSAGE
025800         MOVE "PASSAGE REEL" TO LTI-MODE
025900     ELSE
026000         MOVE "S" TO MODE-READRESSAGE
026100         MOVE "SIMULATION" TO LTI-MODE
026200         DISPLAY "MODE SIMULATION - COMPTAGE SEUL, AUCUNE "
026300             "ECRITURE AU FICHIER MAITRE NI AU JOURNAL"
026400     END-IF.
026500     OPEN INPUT CORRESPONDANCES.
026600     IF NOT RA-OK
026700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER CORRESP - "
026800             "CODE " RA-STATUT
026900         MOVE 16 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200     OPEN OUTPUT ETAT-READRESSAGE.
027300     IF NOT ET-OK
027400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATREAD - "
027500             "CODE " ET-STATUT
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF.
027900     MOVE DATE-DU-JOUR-AAAAMMJJ TO LTI-DATE.
028000     MOVE LIGNE-TITRE TO LIGNE-ETAT.
028100     WRITE LIGNE-ETAT.
028200     MOVE SPACES TO LIGNE-ETAT.
028300     WRITE LIGNE-ETAT.
028400     PERFORM 2900-LIRE-CORRESPONDANCE
028500         THRU 2900-LIRE-CORRESPONDANCE-EXIT.
028600 1000-INITIALISATION-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900* 2000-CHARGER-CORRESPONDANCE : MISE EN TABLE ET CONTROLE DE LA
029000*                               LIGNE COURANTE, PUIS LECTURE DE
029100*                               LA SUIVANTE
029200*----------------------------------------------------------------
029300 2000-CHARGER-CORRESPONDANCE.
029400     IF NB-CORRESPONDANCES = MAXI-CORRESPONDANCES
029500         DISPLAY "PLUS DE " MAXI-CORRESPONDANCES " LIGNES DE "
029600             "CORRESPONDANCE - READRESSAGE NON ENGAGE, "
029700             "SCINDER LE FICHIER"
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     ADD 1 TO NB-CORRESPONDANCES.
030200     MOVE NB-CORRESPONDANCES TO IDX-CORRESP.
030300     MOVE RA-ANCIEN-CODE-POSTAL
030400         TO TC-ANCIEN-CODE-POSTAL(IDX-CORRESP).
030500     MOVE RA-ANCIENNE-COMMUNE
030600         TO TC-ANCIENNE-COMMUNE(IDX-CORRESP).
030700     MOVE RA-NOUVEAU-CODE-POSTAL
030800         TO TC-NOUVEAU-CODE-POSTAL(IDX-CORRESP).
030900     MOVE RA-NOUVELLE-COMMUNE
031000         TO TC-NOUVELLE-COMMUNE(IDX-CORRESP).
031100     MOVE RA-DATE-EFFET TO TC-DATE-EFFET(IDX-CORRESP).
031200     MOVE "A"    TO TC-ETAT(IDX-CORRESP).
031300     MOVE SPACES TO TC-MOTIF(IDX-CORRESP).
031400     MOVE ZERO   TO TC-NB-MAITRE(IDX-CORRESP)
031500                    TC-NB-HISTO(IDX-CORRESP)
031600                    TC-NB-ERREURS(IDX-CORRESP).
031700     MOVE RA-ANCIENNE-COMMUNE TO NR-ENTREE.
031800     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
031900     MOVE NR-SORTIE TO TC-ANCIENNE-NORMALISEE(IDX-CORRESP).
032000     PERFORM 2100-CONTROLER-CORRESPONDANCE
032100         THRU 2100-CONTROLER-CORRESPONDANCE-EXIT.
032200     EVALUATE TRUE
032300         WHEN TC-APPLICABLE(IDX-CORRESP)
032400             ADD 1 TO NB-LIGNES-APPLICABLES
032500         WHEN TC-NON-ECHUE(IDX-CORRESP)
032600             ADD 1 TO NB-LIGNES-NON-ECHUES
032700         WHEN OTHER
032800             ADD 1 TO NB-LIGNES-EN-ERREUR
032900     END-EVALUATE.
033000     PERFORM 2900-LIRE-CORRESPONDANCE
033100         THRU 2900-LIRE-CORRESPONDANCE-EXIT.
033200 2000-CHARGER-CORRESPONDANCE-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500* 2100-CONTROLER-CORRESPONDANCE : ZONES RENSEIGNEES, DATE D'EFFET,
033600*                                 NOUVELLE ADRESSE AU REFERENTIEL
033700*                                 (GRAPHIE OFFICIELLE RETENUE) ET
033800*                                 ANCIENNE ADRESSE NON REPETEE -
033900*                                 LE PREMIER DEFAUT FAIT LE MOTIF
034000*----------------------------------------------------------------
034100 2100-CONTROLER-CORRESPONDANCE.
034200     IF RA-ANCIEN-CODE-POSTAL = SPACES
034300             OR RA-ANCIENNE-COMMUNE = SPACES
034400         MOVE "E" TO TC-ETAT(IDX-CORRESP)
034500         MOVE "ANCIENNE ADRESSE INCOMPLETE"
034600             TO TC-MOTIF(IDX-CORRESP)
034700         GO TO 2100-CONTROLER-CORRESPONDANCE-EXIT
034800     END-IF.
034900     IF RA-NOUVEAU-CODE-POSTAL = SPACES
035000             OR RA-NOUVELLE-COMMUNE = SPACES
035100         MOVE "E" TO TC-ETAT(IDX-CORRESP)
035200         MOVE "NOUVELLE ADRESSE INCOMPLETE"
035300             TO TC-MOTIF(IDX-CORRESP)
035400         GO TO 2100-CONTROLER-CORRESPONDANCE-EXIT
035500     END-IF.
035600     IF RA-DATE-EFFET NOT NUMERIC
035700         MOVE "E" TO TC-ETAT(IDX-CORRESP)
035800         MOVE "DATE D'EFFET NON NUMERIQUE"
035900             TO TC-MOTIF(IDX-CORRESP)
036000         GO TO 2100-CONTROLER-CORRESPONDANCE-EXIT
036100     END-IF.
036200     MOVE RA-DATE-EFFET-NUM TO CD-DATE-AAAAMMJJ.
036300     MOVE ZERO TO CD-AGE-MINIMUM.
036400     MOVE 999  TO CD-AGE-MAXIMUM.
036500     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
036600     IF CD-MOIS-INVALIDE OR CD-JOUR-INVALIDE
036700             OR CD-ANNEE-INVALIDE
036800         MOVE "E" TO TC-ETAT(IDX-CORRESP)
036900         MOVE "DATE D'EFFET INVALIDE"
037000             TO TC-MOTIF(IDX-CORRESP)
037100         GO TO 2100-CONTROLER-CORRESPONDANCE-EXIT
037200     END-IF.
037300     MOVE RA-NOUVEAU-CODE-POSTAL TO CC-CODE-POSTAL.
037400     MOVE RA-NOUVELLE-COMMUNE    TO CC-COMMUNE.
037500     CALL "CONTROLE-COMMUNE" USING DEMANDE-CONTROLE-COMMUNE.
037600     IF CC-CODE-POSTAL-INCONNU
037700         MOVE "E" TO TC-ETAT(IDX-CORRESP)
037800         MOVE "NOUVEAU CODE POSTAL INCONNU AU REFERENTIEL"
037900             TO TC-MOTIF(IDX-CORRESP)
038000         GO TO 2100-CONTROLER-CORRESPONDANCE-EXIT
038100     END-IF.
038200     IF CC-COMMUNE-DISCORDANTE
038300         MOVE "E" TO TC-ETAT(IDX-CORRESP)
038400         MOVE "NOUVELLE COMMUNE HORS CODE POSTAL"
038500             TO TC-MOTIF(IDX-CORRESP)
038600         GO TO 2100-CONTROLER-CORRESPONDANCE-EXIT
038700     END-IF.
038800     IF CC-ADRESSE-CONFORME
038900         MOVE CC-NOM-OFFICIEL TO TC-NOUVELLE-COMMUNE(IDX-CORRESP)
039000     END-IF.
039100     IF TC-NOUVEAU-CODE-POSTAL(IDX-CORRESP) =
039200             TC-ANCIEN-CODE-POSTAL(IDX-CORRESP)
039300         AND TC-NOUVELLE-COMMUNE(IDX-CORRESP) =
039400             TC-ANCIENNE-COMMUNE(IDX-CORRESP)
039500         MOVE "E" TO TC-ETAT(IDX-CORRESP)
039600         MOVE "NOUVELLE ADRESSE IDENTIQUE A L'ANCIENNE"
039700             TO TC-MOTIF(IDX-CORRESP)
039800         GO TO 2100-CONTROLER-CORRESPONDANCE-EXIT
039900     END-IF.
040000     MOVE "N" TO CORRESPONDANCE-TROUVEE.
040100     PERFORM 2200-CHERCHER-DOUBLON
040200         THRU 2200-CHERCHER-DOUBLON-EXIT
040300         VARYING IDX-CONTROLE FROM 1 BY 1
040400         UNTIL IDX-CONTROLE NOT < IDX-CORRESP
040500             OR CORRESPONDANCE-EST-TROUVEE.
040600     IF CORRESPONDANCE-EST-TROUVEE
040700         MOVE "E" TO TC-ETAT(IDX-CORRESP)
040800         MOVE "ANCIENNE ADRESSE DEJA EN CORRESPONDANCE"
040900             TO TC-MOTIF(IDX-CORRESP)
041000         GO TO 2100-CONTROLER-CORRESPONDANCE-EXIT
041100     END-IF.
041200     IF CD-DATE-FUTURE
041300         MOVE "F" TO TC-ETAT(IDX-CORRESP)
041400         MOVE "DATE D'EFFET NON ATTEINTE"
041500             TO TC-MOTIF(IDX-CORRESP)
041600     END-IF.
041700 2100-CONTROLER-CORRESPONDANCE-EXIT.
041800     EXIT.
041900*----------------------------------------------------------------
042000* 2200-CHERCHER-DOUBLON : UNE LIGNE PRECEDENTE NON REJETEE PORTE
042100*                         DEJA LA MEME ANCIENNE ADRESSE - LE SORT
042200*                         DU DOSSIER SERAIT AMBIGU
042300*----------------------------------------------------------------
042400 2200-CHERCHER-DOUBLON.
042500     IF TC-EN-ERREUR(IDX-CONTROLE)
042600         GO TO 2200-CHERCHER-DOUBLON-EXIT
042700     END-IF.
042800     IF TC-ANCIEN-CODE-POSTAL(IDX-CONTROLE) =
042900             TC-ANCIEN-CODE-POSTAL(IDX-CORRESP)
043000         AND TC-ANCIENNE-NORMALISEE(IDX-CONTROLE) =
043100             TC-ANCIENNE-NORMALISEE(IDX-CORRESP)
043200         MOVE "O" TO CORRESPONDANCE-TROUVEE
043300     END-IF.
043400 2200-CHERCHER-DOUBLON-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700* 2900-LIRE-CORRESPONDANCE : LECTURE D'UNE LIGNE DU FICHIER DE
043800*                            CORRESPONDANCE
043900*----------------------------------------------------------------
044000 2900-LIRE-CORRESPONDANCE.
044100     READ CORRESPONDANCES
044200         AT END
044300             MOVE "O" TO FIN-CORRESPONDANCES
044400     END-READ.
044500 2900-LIRE-CORRESPONDANCE-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------
044800* 3000-PASSE-MAITRE : PARCOURS DU FICHIER MAITRE - OUVERT EN
044900*                     LECTURE SEULE EN SIMULATION, EN MISE A JOUR
045000*                     (AVEC LE JOURNAL) AU PASSAGE REEL
045100*----------------------------------------------------------------
045200 3000-PASSE-MAITRE.
045300     IF MODE-REEL
045400         OPEN I-O FICHIER-MAITRE
045500     ELSE
045600         OPEN INPUT FICHIER-MAITRE
045700     END-IF.
045800     IF NOT MF-OK
045900         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
046000             "CODE " MF-STATUT
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN
046300     END-IF.
046400     IF MODE-REEL
046500         OPEN EXTEND JOURNAL
046600         IF JN-STATUT = "35"
046700             OPEN OUTPUT JOURNAL
046800         END-IF
046900     END-IF.
047000     PERFORM 3100-EXAMINER-CITOYEN
047100         THRU 3100-EXAMINER-CITOYEN-EXIT
047200         UNTIL PLUS-DE-CITOYENS.
047300     CLOSE FICHIER-MAITRE.
047400 3000-PASSE-MAITRE-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700* 3100-EXAMINER-CITOYEN : LECTURE DU DOSSIER SUIVANT, RECHERCHE
047800*                         DE SA LIGNE DE CORRESPONDANCE, PUIS
047900*                         READRESSAGE (OU SIMPLE COMPTAGE)
048000*----------------------------------------------------------------
048100 3100-EXAMINER-CITOYEN.
048200     READ FICHIER-MAITRE NEXT RECORD
048300         AT END
048400             MOVE "O" TO FIN-FICHIER-MAITRE
048500             GO TO 3100-EXAMINER-CITOYEN-EXIT
048600     END-READ.
048700     ADD 1 TO NB-MAITRE-LUS.
048800     MOVE MF-CODE-POSTAL TO CODE-POSTAL-EXAMINE.
048900     MOVE MF-COMMUNE     TO COMMUNE-EXAMINEE.
049000     PERFORM 5000-CHERCHER-CORRESPONDANCE
049100         THRU 5000-CHERCHER-CORRESPONDANCE-EXIT.
049200     IF NOT CORRESPONDANCE-EST-TROUVEE
049300         GO TO 3100-EXAMINER-CITOYEN-EXIT
049400     END-IF.
049500     IF MODE-SIMULATION
049600         ADD 1 TO TC-NB-MAITRE(IDX-RETENUE)
049700         ADD 1 TO NB-MAITRE-READRESSES
049800         GO TO 3100-EXAMINER-CITOYEN-EXIT
049900     END-IF.
050000     MOVE ENR-MAITRE TO IMAGE-AVANT-TRAVAIL.
050100     MOVE TC-NOUVEAU-CODE-POSTAL(IDX-RETENUE) TO MF-CODE-POSTAL.
050200     MOVE TC-NOUVELLE-COMMUNE(IDX-RETENUE)    TO MF-COMMUNE.
050300     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-MAJ.
050400     REWRITE ENR-MAITRE
050500         INVALID KEY
050600             ADD 1 TO TC-NB-ERREURS(IDX-RETENUE)
050700             ADD 1 TO NB-ERREURS
050800             DISPLAY "REECRITURE EN ECHEC POUR L'ID "
050900                 MF-ID-CITOYEN
051000             GO TO 3100-EXAMINER-CITOYEN-EXIT
051100     END-REWRITE.
051200     ADD 1 TO TC-NB-MAITRE(IDX-RETENUE).
051300     ADD 1 TO NB-MAITRE-READRESSES.
051400     MOVE "MODIF"            TO JN-ACTION.
051500     MOVE MF-NOM             TO JN-NOM.
051600     MOVE MF-PRENOM          TO JN-PRENOM.
051700     MOVE MF-AGE             TO JN-AGE-AVANT.
051800     MOVE MF-AGE             TO JN-AGE-APRES.
051900     MOVE MF-ID-CITOYEN      TO JN-ID-CITOYEN.
052000     MOVE ENR-MAITRE         TO JN-IMAGE-APRES.
052100     PERFORM 6000-JOURNALISER
052200         THRU 6000-JOURNALISER-EXIT.
052210     PERFORM 6100-HISTORISER-ADRESSE
052220         THRU 6100-HISTORISER-ADRESSE-EXIT.
052300 3100-EXAMINER-CITOYEN-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------
052600* 4000-PASSE-HISTORIQUE : MEME PARCOURS SUR LE FICHIER MAITRE
052700*                         HISTORIQUE (UN FICHIER ABSENT EST
052800*                         SIMPLEMENT SAUTE)
052900*----------------------------------------------------------------
053000 4000-PASSE-HISTORIQUE.
053100     IF MODE-REEL
053200         OPEN I-O MAITRE-HISTORIQUE
053300     ELSE
053400         OPEN INPUT MAITRE-HISTORIQUE
053500     END-IF.
053600     IF NOT HM-OK
053700         DISPLAY "FICHIER HISTMAIT ABSENT OU ILLISIBLE - PASSE "
053800             "HISTORIQUE SAUTEE (CODE " HM-STATUT ")"
053900         GO TO 4000-PASSE-HISTORIQUE-EXIT
054000     END-IF.
054100     PERFORM 4100-EXAMINER-HISTORISE
054200         THRU 4100-EXAMINER-HISTORISE-EXIT
054300         UNTIL PLUS-D-HISTORISES.
054400     CLOSE MAITRE-HISTORIQUE.
054500 4000-PASSE-HISTORIQUE-EXIT.
054600     EXIT.
054700*----------------------------------------------------------------
054800* 4100-EXAMINER-HISTORISE : MEMES REGLES QUE LE FICHIER VIVANT,
054900*                           JOURNALISEES EN MODHI
055000*----------------------------------------------------------------
055100 4100-EXAMINER-HISTORISE.
055200     READ MAITRE-HISTORIQUE NEXT RECORD
055300         AT END
055400             MOVE "O" TO FIN-HISTORIQUE
055500             GO TO 4100-EXAMINER-HISTORISE-EXIT
055600     END-READ.
055700     ADD 1 TO NB-HISTO-LUS.
055800     MOVE HM-CODE-POSTAL TO CODE-POSTAL-EXAMINE.
055900     MOVE HM-COMMUNE     TO COMMUNE-EXAMINEE.
056000     PERFORM 5000-CHERCHER-CORRESPONDANCE
056100         THRU 5000-CHERCHER-CORRESPONDANCE-EXIT.
056200     IF NOT CORRESPONDANCE-EST-TROUVEE
056300         GO TO 4100-EXAMINER-HISTORISE-EXIT
056400     END-IF.
056500     IF MODE-SIMULATION
056600         ADD 1 TO TC-NB-HISTO(IDX-RETENUE)
056700         ADD 1 TO NB-HISTO-READRESSES
056800         GO TO 4100-EXAMINER-HISTORISE-EXIT
056900     END-IF.
057000     MOVE ENR-MAITRE-HISTO TO IMAGE-AVANT-TRAVAIL.
057100     MOVE TC-NOUVEAU-CODE-POSTAL(IDX-RETENUE) TO HM-CODE-POSTAL.
057200     MOVE TC-NOUVELLE-COMMUNE(IDX-RETENUE)    TO HM-COMMUNE.
057300     MOVE DATE-DU-JOUR-AAAAMMJJ TO HM-DATE-MAJ.
057400     REWRITE ENR-MAITRE-HISTO
057500         INVALID KEY
057600             ADD 1 TO TC-NB-ERREURS(IDX-RETENUE)
057700             ADD 1 TO NB-ERREURS
057800             DISPLAY "REECRITURE HISTMAIT EN ECHEC POUR L'ID "
057900                 HM-ID-CITOYEN
058000             GO TO 4100-EXAMINER-HISTORISE-EXIT
058100     END-REWRITE.
058200     ADD 1 TO TC-NB-HISTO(IDX-RETENUE).
058300     ADD 1 TO NB-HISTO-READRESSES.
058400     MOVE "MODHI"            TO JN-ACTION.
058500     MOVE HM-NOM             TO JN-NOM.
058600     MOVE HM-PRENOM          TO JN-PRENOM.
058700     MOVE HM-AGE             TO JN-AGE-AVANT.
058800     MOVE HM-AGE             TO JN-AGE-APRES.
058900     MOVE HM-ID-CITOYEN      TO JN-ID-CITOYEN.
059000     MOVE ENR-MAITRE-HISTO   TO JN-IMAGE-APRES.
059100     PERFORM 6000-JOURNALISER
059200         THRU 6000-JOURNALISER-EXIT.
059300 4100-EXAMINER-HISTORISE-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------
059600* 5000-CHERCHER-CORRESPONDANCE : PREMIERE LIGNE APPLICABLE DONT
059700*                                LE CODE POSTAL EST CELUI DU
059800*                                DOSSIER ET L'ANCIENNE COMMUNE SA
059900*                                COMMUNE NORMALISEE (NORMALISEE
060000*                                UNE FOIS, AU PREMIER CODE POSTAL
060100*                                CONCORDANT)
060200*----------------------------------------------------------------
060300 5000-CHERCHER-CORRESPONDANCE.
060400     MOVE "N" TO CORRESPONDANCE-TROUVEE.
060500     MOVE "N" TO COMMUNE-DEJA-NORMALISEE.
060600     IF CODE-POSTAL-EXAMINE = SPACES
060700         GO TO 5000-CHERCHER-CORRESPONDANCE-EXIT
060800     END-IF.
060900     PERFORM 5100-COMPARER-CORRESPONDANCE
061000         THRU 5100-COMPARER-CORRESPONDANCE-EXIT
061100         VARYING IDX-CORRESP FROM 1 BY 1
061200         UNTIL IDX-CORRESP > NB-CORRESPONDANCES
061300             OR CORRESPONDANCE-EST-TROUVEE.
061400 5000-CHERCHER-CORRESPONDANCE-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700* 5100-COMPARER-CORRESPONDANCE : RAPPROCHEMENT DE L'ADRESSE DU
061800*                                DOSSIER AVEC UNE LIGNE DE LA
061900*                                TABLE
062000*----------------------------------------------------------------
062100 5100-COMPARER-CORRESPONDANCE.
062200     IF NOT TC-APPLICABLE(IDX-CORRESP)
062300         GO TO 5100-COMPARER-CORRESPONDANCE-EXIT
062400     END-IF.
062500     IF TC-ANCIEN-CODE-POSTAL(IDX-CORRESP) NOT =
062600             CODE-POSTAL-EXAMINE
062700         GO TO 5100-COMPARER-CORRESPONDANCE-EXIT
062800     END-IF.
062900     IF NOT COMMUNE-EST-NORMALISEE
063000         MOVE COMMUNE-EXAMINEE TO NR-ENTREE
063100         CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION
063200         MOVE NR-SORTIE TO COMMUNE-NORMALISEE
063300         MOVE "O" TO COMMUNE-DEJA-NORMALISEE
063400     END-IF.
063500     IF TC-ANCIENNE-NORMALISEE(IDX-CORRESP) = COMMUNE-NORMALISEE
063600         MOVE "O" TO CORRESPONDANCE-TROUVEE
063700         MOVE IDX-CORRESP TO IDX-RETENUE
063800     END-IF.
063900 5100-COMPARER-CORRESPONDANCE-EXIT.
064000     EXIT.
064100*----------------------------------------------------------------
064200* 6000-JOURNALISER : LIGNE D'AUDIT DU READRESSAGE, AVEC LES
064300*                    IMAGES AVANT ET APRES DU DOSSIER (ACTION ET
064400*                    IDENTITE POSEES PAR L'APPELANT)
064500*----------------------------------------------------------------
064600 6000-JOURNALISER.
064700     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
064800     MOVE "BATCH"             TO JN-OPERATEUR.
064900     MOVE SPACES              TO JN-CODE-SITE.
065000     MOVE SPACES TO JN-OPERATEUR-VALIDE.
065100     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
065110     SET CH-ENCHAINER TO TRUE.
065120     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
065200     WRITE ENR-JOURNAL.
065225     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
065250     SET CH-VALIDER TO TRUE.
065275     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
065300 6000-JOURNALISER-EXIT.
065400     EXIT.
065406*----------------------------------------------------------------
065412* 6100-HISTORISER-ADRESSE : REPORT DE L'ADRESSE READRESSEE A
065418*                           L'HISTORIQUE DES ADRESSES, A LA DATE
065424*                           D'EFFET DE LA CORRESPONDANCE
065430*----------------------------------------------------------------
065436 6100-HISTORISER-ADRESSE.
065442     MOVE "M"                         TO HA-ACTION.
065448     MOVE MF-ID-CITOYEN               TO HA-ID-CITOYEN.
065454     MOVE MF-ADRESSE                  TO HA-ADRESSE.
065460     MOVE TC-DATE-EFFET(IDX-RETENUE)  TO HA-DATE-EFFET.
065466     MOVE "READRESSE-DOSSIERS"        TO HA-PROGRAMME.
065472     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
065478 6100-HISTORISER-ADRESSE-EXIT.
065484     EXIT.
065500*----------------------------------------------------------------
065600* 8000-RAPPORT-CONTROLE : UNE LIGNE D'ETAT PAR LIGNE DE
065700*                         CORRESPONDANCE (AVEC SON MOTIF QUAND
065800*                         ELLE EST ECARTEE), TOTAUX ET CODE
065900*                         RETOUR GRADUE
066000*----------------------------------------------------------------
066100 8000-RAPPORT-CONTROLE.
066200     MOVE LIGNE-ENTETE TO LIGNE-ETAT.
066300     WRITE LIGNE-ETAT.
066400     PERFORM 8100-EDITER-CORRESPONDANCE
066500         THRU 8100-EDITER-CORRESPONDANCE-EXIT
066600         VARYING IDX-CORRESP FROM 1 BY 1
066700         UNTIL IDX-CORRESP > NB-CORRESPONDANCES.
066800     MOVE SPACES TO LIGNE-ETAT.
066900     WRITE LIGNE-ETAT.
067000     MOVE "LIGNES DE CORRESPONDANCE LUES    :" TO LT-LIBELLE.
067100     MOVE NB-CORRESPONDANCES TO LT-COMPTEUR.
067200     PERFORM 8200-EDITER-TOTAL
067300         THRU 8200-EDITER-TOTAL-EXIT.
067400     MOVE "  APPLICABLES                    :" TO LT-LIBELLE.
067500     MOVE NB-LIGNES-APPLICABLES TO LT-COMPTEUR.
067600     PERFORM 8200-EDITER-TOTAL
067700         THRU 8200-EDITER-TOTAL-EXIT.
067800     MOVE "  DATE D'EFFET NON ATTEINTE      :" TO LT-LIBELLE.
067900     MOVE NB-LIGNES-NON-ECHUES TO LT-COMPTEUR.
068000     PERFORM 8200-EDITER-TOTAL
068100         THRU 8200-EDITER-TOTAL-EXIT.
068200     MOVE "  EN ERREUR                      :" TO LT-LIBELLE.
068300     MOVE NB-LIGNES-EN-ERREUR TO LT-COMPTEUR.
068400     PERFORM 8200-EDITER-TOTAL
068500         THRU 8200-EDITER-TOTAL-EXIT.
068600     MOVE "DOSSIERS MAITRE LUS              :" TO LT-LIBELLE.
068700     MOVE NB-MAITRE-LUS TO LT-COMPTEUR.
068800     PERFORM 8200-EDITER-TOTAL
068900         THRU 8200-EDITER-TOTAL-EXIT.
069000     MOVE "DOSSIERS MAITRE READRESSES       :" TO LT-LIBELLE.
069100     MOVE NB-MAITRE-READRESSES TO LT-COMPTEUR.
069200     PERFORM 8200-EDITER-TOTAL
069300         THRU 8200-EDITER-TOTAL-EXIT.
069400     MOVE "DOSSIERS HISTMAIT LUS            :" TO LT-LIBELLE.
069500     MOVE NB-HISTO-LUS TO LT-COMPTEUR.
069600     PERFORM 8200-EDITER-TOTAL
069700         THRU 8200-EDITER-TOTAL-EXIT.
069800     MOVE "DOSSIERS HISTMAIT READRESSES     :" TO LT-LIBELLE.
069900     MOVE NB-HISTO-READRESSES TO LT-COMPTEUR.
070000     PERFORM 8200-EDITER-TOTAL
070100         THRU 8200-EDITER-TOTAL-EXIT.
070200     MOVE "REECRITURES EN ECHEC             :" TO LT-LIBELLE.
070300     MOVE NB-ERREURS TO LT-COMPTEUR.
070400     PERFORM 8200-EDITER-TOTAL
070500         THRU 8200-EDITER-TOTAL-EXIT.
070600     IF MODE-SIMULATION
070700         MOVE SPACES TO LIGNE-ETAT
070800         WRITE LIGNE-ETAT
070900         MOVE LIGNE-AVIS-SIMULATION TO LIGNE-ETAT
071100         WRITE LIGNE-ETAT
071200     END-IF.
071300     DISPLAY "READRESSE-DOSSIERS - " LTI-MODE " - LIGNES "
071400         NB-CORRESPONDANCES " - MAITRE " NB-MAITRE-READRESSES
071500         " - HISTMAIT " NB-HISTO-READRESSES
071600         " - ERREURS " NB-ERREURS.
071700     IF NB-ERREURS > ZERO
071800         MOVE 8 TO RETURN-CODE
071900     ELSE
072000         IF NB-LIGNES-EN-ERREUR > ZERO
072100             MOVE 4 TO RETURN-CODE
072200         END-IF
072300     END-IF.
072400 8000-RAPPORT-CONTROLE-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------
072700* 8100-EDITER-CORRESPONDANCE : LIGNE D'ETAT D'UNE LIGNE DE
072800*                              CORRESPONDANCE ET SON SORT
072900*----------------------------------------------------------------
073000 8100-EDITER-CORRESPONDANCE.
073100     MOVE IDX-CORRESP TO LC-NUMERO.
073200     MOVE TC-ANCIEN-CODE-POSTAL(IDX-CORRESP)
073300         TO LC-ANCIEN-CODE-POSTAL.
073400     MOVE TC-ANCIENNE-COMMUNE(IDX-CORRESP)
073500         TO LC-ANCIENNE-COMMUNE.
073600     MOVE TC-NOUVEAU-CODE-POSTAL(IDX-CORRESP)
073700         TO LC-NOUVEAU-CODE-POSTAL.
073800     MOVE TC-NOUVELLE-COMMUNE(IDX-CORRESP)
073900         TO LC-NOUVELLE-COMMUNE.
074000     MOVE TC-DATE-EFFET(IDX-CORRESP) TO LC-DATE-EFFET.
074100     MOVE TC-NB-MAITRE(IDX-CORRESP)  TO LC-NB-MAITRE.
074200     MOVE TC-NB-HISTO(IDX-CORRESP)   TO LC-NB-HISTO.
074300     MOVE TC-NB-ERREURS(IDX-CORRESP) TO LC-NB-ERREURS.
074400     EVALUATE TRUE
074500         WHEN TC-EN-ERREUR(IDX-CORRESP)
074600             MOVE "REJETEE" TO LC-SORT
074700         WHEN TC-NON-ECHUE(IDX-CORRESP)
074800             MOVE "NON ECHUE" TO LC-SORT
074900         WHEN MODE-SIMULATION
075000             MOVE "SIMULEE" TO LC-SORT
075100         WHEN OTHER
075200             MOVE "APPLIQUEE" TO LC-SORT
075300     END-EVALUATE.
075400     MOVE LIGNE-CORRESPONDANCE TO LIGNE-ETAT.
075500     WRITE LIGNE-ETAT.
075600     IF TC-MOTIF(IDX-CORRESP) NOT = SPACES
075700         MOVE TC-MOTIF(IDX-CORRESP) TO LM-MOTIF
075800         MOVE LIGNE-MOTIF TO LIGNE-ETAT
075900         WRITE LIGNE-ETAT
076000     END-IF.
076100 8100-EDITER-CORRESPONDANCE-EXIT.
076200     EXIT.
076300*----------------------------------------------------------------
076400* 8200-EDITER-TOTAL : ECRITURE D'UNE LIGNE DE TOTAL
076500*----------------------------------------------------------------
076600 8200-EDITER-TOTAL.
076700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
076800     WRITE LIGNE-ETAT.
076900 8200-EDITER-TOTAL-EXIT.
077000     EXIT.
077100*----------------------------------------------------------------
077200* 9999-TERMINER : FERMETURE DES FICHIERS
077300*----------------------------------------------------------------
077400 9999-TERMINER.
077500     IF MODE-REEL AND NB-LIGNES-APPLICABLES > ZERO
077600         CLOSE JOURNAL
077700     END-IF.
077800     CLOSE ETAT-READRESSAGE.
077900 9999-TERMINER-EXIT.
078000     EXIT.
