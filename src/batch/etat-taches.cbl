000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ETAT-TACHES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ETAT-TACHES EST L'ETAT DE SUIVI DU SUPERVISEUR SUR LA FILE
000900* UNIQUE DES TACHES DES CLERCS (FICHIER TACHES, COPY RCTACHE) :
001000* RESTE A FAIRE (TACHES OUVERTES ET PRISES, NON CLOSES) VENTILE
001100* PAR TYPE, PAR SITE ET PAR TRANCHE D'ANCIENNETE (0-7, 8-30,
001200* 31-90, PLUS DE 90 JOURS OUVRES DEPUIS LA CREATION, COMPTES PAR
001210* JOURS-OUVRES SUR LE CALENDRIER DU SITE DE LA TACHE), TACHE LA
001300* PLUS ANCIENNE, TACHES PRISES PAR OPERATEUR ET TACHES CLOSES
001400* DANS LA JOURNEE. LECTURE SEULE.
001500*
001600* HISTORIQUE DES MODIFICATIONS
001700* DATE       AUTEUR  DESCRIPTION
001800* ---------- ------- ---------------------------------------------
001900* 2026-10-15 SI      CREATION - FILE UNIQUE DES TACHES DES CLERCS.
001910* 2026-10-15 SI      TRANCHES D'ANCIENNETE COMPTEES EN JOURS
001920*                    OUVRES DU SITE DE LA TACHE (JOURS-OUVRES).
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.    IBM-370.
002400 OBJECT-COMPUTER.    IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FICHIER-TACHES ASSIGN TO "TACHES"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS TQ-NO-TACHE
003100         ALTERNATE RECORD KEY IS TQ-CLE-SOURCE
003200         FILE STATUS IS TQ-STATUT.
003300     SELECT ETAT-TACHES ASSIGN TO "ETATTACH"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS ET-STATUT.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  FICHIER-TACHES
003900     LABEL RECORDS ARE STANDARD.
004000 01  ENR-TACHE.
004100     COPY RCTACHE.
004200 FD  ETAT-TACHES
004300     LABEL RECORDS ARE STANDARD.
004400 01  LIGNE-ETAT                  PIC X(80).
004500 WORKING-STORAGE SECTION.
004600*----------------------------------------------------------------
004700* ZONES DE TRAVAIL
004800*----------------------------------------------------------------
004900 01  TQ-STATUT                   PIC X(02).
005000     88 TQ-OK                    VALUE "00".
005100     88 TQ-ABSENT                VALUE "35".
005200 01  ET-STATUT                   PIC X(02).
005300     88 ET-OK                    VALUE "00".
005400 01  FIN-TACHES                  PIC X(01) VALUE "N".
005500     88 PLUS-DE-TACHES           VALUE "O".
005600 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
005700 01  JOUR-JULIEN-CREATION        PIC 9(09) COMP.
005800 01  JOUR-JULIEN-AUJOURDHUI      PIC 9(09) COMP.
005900 01  ANCIENNETE-EN-JOURS         PIC 9(05) COMP VALUE ZERO.
005910 01  DEMANDE-JOURS-OUVRES.
005920     COPY RCOUVRD.
006000 01  DATE-PLUS-ANCIENNE          PIC 9(08) VALUE 99999999.
006100 01  NO-PLUS-ANCIENNE            PIC 9(09) VALUE ZERO.
006200 01  RANG-TYPE                   PIC 9(02) COMP VALUE ZERO.
006300 01  RANG-TRANCHE                PIC 9(02) COMP VALUE ZERO.
006400*----------------------------------------------------------------
006500* TABLE DES TYPES DE TACHE (ORDRE D'EDITION) ET DE LEURS COMPTEURS
006600*----------------------------------------------------------------
006700 01  TABLE-TYPES-VALEURS.
006800     05 FILLER                   PIC X(25)
006900                            VALUE "REJREJETS DE SAISIE      ".
007000     05 FILLER                   PIC X(25)
007100                            VALUE "DECAVIS DE DECES A REVOIR".
007200     05 FILLER                   PIC X(25)
007300                            VALUE "PNDPLIS NON DISTRIBUES   ".
007400     05 FILLER                   PIC X(25)
007500                            VALUE "ATTDEMANDES A CONFIRMER  ".
007600     05 FILLER                   PIC X(25)
007700                            VALUE "PROPROPOSITIONS PRESTAT. ".
007800     05 FILLER                   PIC X(25)
007900                            VALUE "DBLDOUBLONS PRESUMES     ".
008000     05 FILLER                   PIC X(25)
008100                            VALUE "RETRETOURS PRESTATIONS   ".
008200     05 FILLER                   PIC X(25)
008300                            VALUE "QUADOSSIERS INCOMPLETS   ".
008400 01  TABLE-TYPES REDEFINES TABLE-TYPES-VALEURS.
008500     05 ENTREE-TYPE              OCCURS 8 TIMES
008600                                 INDEXED BY IDX-TYPE.
008700         10 TT-TYPE              PIC X(03).
008800         10 TT-LIBELLE           PIC X(22).
008900 01  TABLE-COMPTEURS-TYPES.
009000     05 COMPTEUR-TYPE            OCCURS 8 TIMES.
009100         10 CT-OUVERTES          PIC 9(07) COMP.
009200         10 CT-PRISES            PIC 9(07) COMP.
009300 01  NB-TYPE-INCONNU             PIC 9(07) COMP VALUE ZERO.
009400*----------------------------------------------------------------
009500* TRANCHES D'ANCIENNETE - BORNE HAUTE EN JOURS OUVRES (LA DERNIERE
009600* TRANCHE EST OUVERTE)
009700*----------------------------------------------------------------
009800 01  TABLE-TRANCHES-VALEURS.
009900     05 FILLER                   PIC X(25)
010000                            VALUE "00007DE 0 A 7 J. OUVRES  ".
010100     05 FILLER                   PIC X(25)
010200                            VALUE "00030DE 8 A 30 J. OUVRES ".
010300     05 FILLER                   PIC X(25)
010400                            VALUE "00090DE 31 A 90 J. OUVRES".
010500     05 FILLER                   PIC X(25)
010600                            VALUE "99999PLUS DE 90 J. OUVRES".
010700 01  TABLE-TRANCHES REDEFINES TABLE-TRANCHES-VALEURS.
010800     05 ENTREE-TRANCHE           OCCURS 4 TIMES.
010900         10 TR-BORNE             PIC 9(05).
011000         10 TR-LIBELLE           PIC X(20).
011100 01  TABLE-COMPTEURS-TRANCHES.
011200     05 COMPTEUR-TRANCHE         OCCURS 4 TIMES.
011300         10 CR-OUVERTES          PIC 9(07) COMP.
011400         10 CR-PRISES            PIC 9(07) COMP.
011500*----------------------------------------------------------------
011600* TABLE DES COMPTEURS PAR SITE - TACHES SANS SITE SOUS "---"
011700*----------------------------------------------------------------
011800 01  NB-SITES-DISTINCTS          PIC 9(02) COMP VALUE ZERO.
011900 01  NB-SITES-DEBORDES           PIC 9(07) COMP VALUE ZERO.
012000 01  TABLE-SITES.
012100     05 ENTREE-SITE              OCCURS 20 TIMES
012200                                 INDEXED BY IDX-SITE.
012300         10 TS-CODE              PIC X(03).
012400         10 TS-OUVERTES          PIC 9(07) COMP.
012500         10 TS-PRISES            PIC 9(07) COMP.
012600*----------------------------------------------------------------
012700* TABLE DES TACHES PRISES PAR OPERATEUR
012800*----------------------------------------------------------------
012900 01  NB-OPERATEURS-DISTINCTS     PIC 9(02) COMP VALUE ZERO.
013000 01  NB-OPERATEURS-DEBORDES      PIC 9(07) COMP VALUE ZERO.
013100 01  TABLE-OPERATEURS.
013200     05 ENTREE-OPERATEUR         OCCURS 50 TIMES
013300                                 INDEXED BY IDX-OPER.
013400         10 TO-CODE              PIC X(08).
013500         10 TO-PRISES            PIC 9(07) COMP.
013600         10 TO-CLOSES-DU-JOUR    PIC 9(07) COMP.
013700*----------------------------------------------------------------
013800* COMPTEURS GENERAUX
013900*----------------------------------------------------------------
014000 01  NB-LUES                     PIC 9(07) COMP VALUE ZERO.
014100 01  NB-OUVERTES                 PIC 9(07) COMP VALUE ZERO.
014200 01  NB-PRISES                   PIC 9(07) COMP VALUE ZERO.
014300 01  NB-CLOSES                   PIC 9(07) COMP VALUE ZERO.
014400 01  NB-CLOSES-DU-JOUR           PIC 9(07) COMP VALUE ZERO.
014500 01  OPERATEUR-COURANT           PIC X(08).
014600*----------------------------------------------------------------
014700* LIGNES EDITEES DE L'ETAT
014800*----------------------------------------------------------------
014900 01  LIGNE-TITRE.
015000     05 FILLER                   PIC X(35)
015100                     VALUE "ETAT DE LA FILE DES TACHES AU     ".
015200     05 LTI-DATE                 PIC 9(08).
015300 01  LIGNE-ENTETE.
015400     05 LE-RUBRIQUE              PIC X(30).
015500     05 FILLER                   PIC X(30)
015600                     VALUE "  OUVERTES    PRISES     TOTAL".
015700 01  LIGNE-VENTILATION.
015800     05 FILLER                   PIC X(02) VALUE SPACES.
015900     05 LV-CODE                  PIC X(04).
016000     05 LV-LIBELLE               PIC X(24).
016100     05 LV-OUVERTES              PIC ZZZZZZZZZ9.
016200     05 LV-PRISES                PIC ZZZZZZZZZ9.
016300     05 LV-TOTAL                 PIC ZZZZZZZZZ9.
016400 01  LIGNE-OPERATEUR.
016500     05 FILLER                   PIC X(02) VALUE SPACES.
016600     05 LO-CODE                  PIC X(08).
016700     05 FILLER                   PIC X(14) VALUE "  EN COURS :  ".
016800     05 LO-PRISES                PIC ZZZZZZ9.
016900     05 FILLER                   PIC X(19)
017000                                 VALUE "  CLOSES DU JOUR : ".
017100     05 LO-CLOSES                PIC ZZZZZZ9.
017200 01  LIGNE-TOTAL.
017300     05 LT-LIBELLE               PIC X(34).
017400     05 LT-COMPTEUR              PIC ZZZZZZ9.
017500 PROCEDURE DIVISION.
017600*================================================================
017700* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
017800*================================================================
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALISATION
018100         THRU 1000-INITIALISATION-EXIT.
018200     PERFORM 2000-VENTILER-TACHE
018300         THRU 2000-VENTILER-TACHE-EXIT
018400         UNTIL PLUS-DE-TACHES.
018500     PERFORM 8000-IMPRIMER-ETAT
018600         THRU 8000-IMPRIMER-ETAT-EXIT.
018700     PERFORM 9999-TERMINER
018800         THRU 9999-TERMINER-EXIT.
018900     STOP RUN.
019000*----------------------------------------------------------------
019100* 1000-INITIALISATION : OUVERTURE DES FICHIERS, REMISE A ZERO DES
019200*                       TABLES ET POSITIONNEMENT EN DEBUT DE FILE
019300*                       - SANS FICHIER TACHES L'ETAT SORT A ZERO
019400*----------------------------------------------------------------
019500 1000-INITIALISATION.
019600     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
019700     COMPUTE JOUR-JULIEN-AUJOURDHUI =
019800         FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-AAAAMMJJ).
019900     PERFORM 1050-RAZ-TYPE
020000         THRU 1050-RAZ-TYPE-EXIT
020100         VARYING RANG-TYPE FROM 1 BY 1
020200         UNTIL RANG-TYPE > 8.
020300     PERFORM 1060-RAZ-TRANCHE
020400         THRU 1060-RAZ-TRANCHE-EXIT
020500         VARYING RANG-TRANCHE FROM 1 BY 1
020600         UNTIL RANG-TRANCHE > 4.
020700     MOVE SPACES TO TABLE-SITES.
020800     MOVE SPACES TO TABLE-OPERATEURS.
020900     OPEN OUTPUT ETAT-TACHES.
021000     IF NOT ET-OK
021100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATTACH - "
021200             "CODE " ET-STATUT
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600     OPEN INPUT FICHIER-TACHES.
021700     IF TQ-ABSENT
021800         MOVE "O" TO FIN-TACHES
021900         GO TO 1000-INITIALISATION-EXIT
022000     END-IF.
022100     IF NOT TQ-OK
022200         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER TACHES - "
022300             "CODE " TQ-STATUT
022400         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022600     END-IF.
022700     MOVE ZERO TO TQ-NO-TACHE.
022800     START FICHIER-TACHES
022900         KEY IS NOT LESS THAN TQ-NO-TACHE
023000         INVALID KEY
023100             MOVE "O" TO FIN-TACHES
023200     END-START.
023300 1000-INITIALISATION-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600* 1050-RAZ-TYPE / 1060-RAZ-TRANCHE : REMISE A ZERO DES COMPTEURS
023700*----------------------------------------------------------------
023800 1050-RAZ-TYPE.
023900     MOVE ZERO TO CT-OUVERTES(RANG-TYPE).
024000     MOVE ZERO TO CT-PRISES(RANG-TYPE).
024100 1050-RAZ-TYPE-EXIT.
024200     EXIT.
024300 1060-RAZ-TRANCHE.
024400     MOVE ZERO TO CR-OUVERTES(RANG-TRANCHE).
024500     MOVE ZERO TO CR-PRISES(RANG-TRANCHE).
024600 1060-RAZ-TRANCHE-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900* 2000-VENTILER-TACHE : LECTURE DE LA TACHE SUIVANTE - UNE TACHE
025000*                       CLOSE N'EST COMPTEE QU'AU TITRE DES
025100*                       CLOTURES DU JOUR, LES AUTRES SONT
025200*                       VENTILEES PAR TYPE, SITE ET ANCIENNETE
025300*----------------------------------------------------------------
025400 2000-VENTILER-TACHE.
025500     READ FICHIER-TACHES NEXT RECORD
025600         AT END
025700             MOVE "O" TO FIN-TACHES
025800             GO TO 2000-VENTILER-TACHE-EXIT
025900     END-READ.
026000     ADD 1 TO NB-LUES.
026100     IF TQ-CLOSE
026200         ADD 1 TO NB-CLOSES
026300         IF TQ-DATE-HEURE-CLOTURE(1:8) = DATE-DU-JOUR-AAAAMMJJ
026400             ADD 1 TO NB-CLOSES-DU-JOUR
026500             MOVE TQ-OPERATEUR-CLOTURE TO OPERATEUR-COURANT
026600             PERFORM 2400-COMPTER-OPERATEUR
026700                 THRU 2400-COMPTER-OPERATEUR-EXIT
026800         END-IF
026900         GO TO 2000-VENTILER-TACHE-EXIT
027000     END-IF.
027100     IF TQ-PRISE
027200         ADD 1 TO NB-PRISES
027300         MOVE TQ-OPERATEUR-ASSIGNE TO OPERATEUR-COURANT
027400         PERFORM 2400-COMPTER-OPERATEUR
027500             THRU 2400-COMPTER-OPERATEUR-EXIT
027600     ELSE
027700         ADD 1 TO NB-OUVERTES
027800     END-IF.
027900     PERFORM 2100-COMPTER-TYPE
028000         THRU 2100-COMPTER-TYPE-EXIT.
028100     PERFORM 2200-COMPTER-SITE
028200         THRU 2200-COMPTER-SITE-EXIT.
028300     PERFORM 2300-COMPTER-ANCIENNETE
028400         THRU 2300-COMPTER-ANCIENNETE-EXIT.
028500 2000-VENTILER-TACHE-EXIT.
028600     EXIT.
028700*----------------------------------------------------------------
028800* 2100-COMPTER-TYPE : VENTILATION PAR TYPE DE TACHE
028900*----------------------------------------------------------------
029000 2100-COMPTER-TYPE.
029100     SET IDX-TYPE TO 1.
029200     SEARCH ENTREE-TYPE
029300         AT END
029400             ADD 1 TO NB-TYPE-INCONNU
029500             GO TO 2100-COMPTER-TYPE-EXIT
029600         WHEN TT-TYPE(IDX-TYPE) = TQ-TYPE-TACHE
029700             SET RANG-TYPE TO IDX-TYPE
029800     END-SEARCH.
029900     IF TQ-PRISE
030000         ADD 1 TO CT-PRISES(RANG-TYPE)
030100     ELSE
030200         ADD 1 TO CT-OUVERTES(RANG-TYPE)
030300     END-IF.
030400 2100-COMPTER-TYPE-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------
030700* 2200-COMPTER-SITE : VENTILATION PAR SITE (AJOUT DU SITE A LA
030800*                     TABLE S'IL EST NOUVEAU)
030900*----------------------------------------------------------------
031000 2200-COMPTER-SITE.
031100     IF TQ-CODE-SITE = SPACES
031200         MOVE "---" TO TQ-CODE-SITE
031300     END-IF.
031400     SET IDX-SITE TO 1.
031500     SEARCH ENTREE-SITE
031600         AT END
031700             ADD 1 TO NB-SITES-DEBORDES
031800         WHEN TS-CODE(IDX-SITE) = TQ-CODE-SITE
031900             PERFORM 2210-AJOUTER-AU-SITE
032000                 THRU 2210-AJOUTER-AU-SITE-EXIT
032100         WHEN TS-CODE(IDX-SITE) = SPACES
032200             MOVE TQ-CODE-SITE TO TS-CODE(IDX-SITE)
032300             MOVE ZERO TO TS-OUVERTES(IDX-SITE)
032400             MOVE ZERO TO TS-PRISES(IDX-SITE)
032500             ADD 1 TO NB-SITES-DISTINCTS
032600             PERFORM 2210-AJOUTER-AU-SITE
032700                 THRU 2210-AJOUTER-AU-SITE-EXIT
032800     END-SEARCH.
032900 2200-COMPTER-SITE-EXIT.
033000     EXIT.
033100 2210-AJOUTER-AU-SITE.
033200     IF TQ-PRISE
033300         ADD 1 TO TS-PRISES(IDX-SITE)
033400     ELSE
033500         ADD 1 TO TS-OUVERTES(IDX-SITE)
033600     END-IF.
033700 2210-AJOUTER-AU-SITE-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000* 2300-COMPTER-ANCIENNETE : TRANCHE D'ANCIENNETE EN JOURS OUVRES
034010*                           DEPUIS LA DATE DE
034100*                           CREATION, ET SUIVI DE LA TACHE LA PLUS
034200*                           ANCIENNE - UNE DATE ILLISIBLE EST
034300*                           COMPTEE DANS LA DERNIERE TRANCHE
034400*----------------------------------------------------------------
034500 2300-COMPTER-ANCIENNETE.
034600     IF TQ-DATE-CREATION NOT NUMERIC OR TQ-DATE-CREATION = ZERO
034700         MOVE 4 TO RANG-TRANCHE
034800         GO TO 2300-COMPTER-ANCIENNETE-AJOUTER
034900     END-IF.
035000     IF TQ-DATE-CREATION < DATE-PLUS-ANCIENNE
035100         MOVE TQ-DATE-CREATION TO DATE-PLUS-ANCIENNE
035200         MOVE TQ-NO-TACHE      TO NO-PLUS-ANCIENNE
035300     END-IF.
035400     COMPUTE JOUR-JULIEN-CREATION =
035500         FUNCTION INTEGER-OF-DATE(TQ-DATE-CREATION).
035600     IF JOUR-JULIEN-CREATION > JOUR-JULIEN-AUJOURDHUI
035700         MOVE ZERO TO ANCIENNETE-EN-JOURS
035800     ELSE
035900         COMPUTE ANCIENNETE-EN-JOURS =
036000             JOUR-JULIEN-AUJOURDHUI - JOUR-JULIEN-CREATION
036100     END-IF.
036106     MOVE "C"                   TO JO-FONCTION.
036112     MOVE TQ-CODE-SITE          TO JO-CODE-SITE.
036118     IF TQ-CODE-SITE = "---"
036124         MOVE SPACES TO JO-CODE-SITE
036130     END-IF.
036136     MOVE TQ-DATE-CREATION      TO JO-DATE.
036142     MOVE DATE-DU-JOUR-AAAAMMJJ TO JO-DATE-FIN.
036148     CALL "JOURS-OUVRES" USING DEMANDE-JOURS-OUVRES.
036154     IF JO-OK
036160         MOVE ZERO TO ANCIENNETE-EN-JOURS
036166         IF JO-NB-RESULTAT > ZERO
036172             MOVE JO-NB-RESULTAT TO ANCIENNETE-EN-JOURS
036178         END-IF
036184     END-IF.
036200     MOVE 1 TO RANG-TRANCHE.
036300     PERFORM 2310-CHERCHER-TRANCHE
036400         THRU 2310-CHERCHER-TRANCHE-EXIT
036500         UNTIL RANG-TRANCHE = 4
036600         OR ANCIENNETE-EN-JOURS NOT > TR-BORNE(RANG-TRANCHE).
036700 2300-COMPTER-ANCIENNETE-AJOUTER.
036800     IF TQ-PRISE
036900         ADD 1 TO CR-PRISES(RANG-TRANCHE)
037000     ELSE
037100         ADD 1 TO CR-OUVERTES(RANG-TRANCHE)
037200     END-IF.
037300 2300-COMPTER-ANCIENNETE-EXIT.
037400     EXIT.
037500 2310-CHERCHER-TRANCHE.
037600     ADD 1 TO RANG-TRANCHE.
037700 2310-CHERCHER-TRANCHE-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000* 2400-COMPTER-OPERATEUR : TACHE PRISE OU CLOSE DANS LA JOURNEE
038100*                          PORTEE AU COMPTE DE L'OPERATEUR
038200*----------------------------------------------------------------
038300 2400-COMPTER-OPERATEUR.
038400     SET IDX-OPER TO 1.
038500     SEARCH ENTREE-OPERATEUR
038600         AT END
038700             ADD 1 TO NB-OPERATEURS-DEBORDES
038800         WHEN TO-CODE(IDX-OPER) = OPERATEUR-COURANT
038900             PERFORM 2410-AJOUTER-A-OPERATEUR
039000                 THRU 2410-AJOUTER-A-OPERATEUR-EXIT
039100         WHEN TO-CODE(IDX-OPER) = SPACES
039200             MOVE OPERATEUR-COURANT TO TO-CODE(IDX-OPER)
039300             MOVE ZERO TO TO-PRISES(IDX-OPER)
039400             MOVE ZERO TO TO-CLOSES-DU-JOUR(IDX-OPER)
039500             ADD 1 TO NB-OPERATEURS-DISTINCTS
039600             PERFORM 2410-AJOUTER-A-OPERATEUR
039700                 THRU 2410-AJOUTER-A-OPERATEUR-EXIT
039800     END-SEARCH.
039900 2400-COMPTER-OPERATEUR-EXIT.
040000     EXIT.
040100 2410-AJOUTER-A-OPERATEUR.
040200     IF TQ-CLOSE
040300         ADD 1 TO TO-CLOSES-DU-JOUR(IDX-OPER)
040400     ELSE
040500         ADD 1 TO TO-PRISES(IDX-OPER)
040600     END-IF.
040700 2410-AJOUTER-A-OPERATEUR-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000* 8000-IMPRIMER-ETAT : IMPRESSION DE L'ETAT - RESTE A FAIRE PAR
041100*                      TYPE, PAR SITE, PAR ANCIENNETE, PUIS
041200*                      CHARGE PAR OPERATEUR ET TOTAUX
041300*----------------------------------------------------------------
041400 8000-IMPRIMER-ETAT.
041500     MOVE DATE-DU-JOUR-AAAAMMJJ TO LTI-DATE.
041600     MOVE LIGNE-TITRE TO LIGNE-ETAT.
041700     WRITE LIGNE-ETAT.
041800     MOVE SPACES TO LIGNE-ETAT.
041900     WRITE LIGNE-ETAT.
042000     MOVE "RESTE A FAIRE PAR TYPE" TO LE-RUBRIQUE.
042100     MOVE LIGNE-ENTETE TO LIGNE-ETAT.
042200     WRITE LIGNE-ETAT.
042300     PERFORM 8100-IMPRIMER-TYPE
042400         THRU 8100-IMPRIMER-TYPE-EXIT
042500         VARYING RANG-TYPE FROM 1 BY 1
042600         UNTIL RANG-TYPE > 8.
042700     IF NB-TYPE-INCONNU > ZERO
042800         MOVE "  TYPE INCONNU                   :" TO LT-LIBELLE
042900         MOVE NB-TYPE-INCONNU TO LT-COMPTEUR
043000         MOVE LIGNE-TOTAL TO LIGNE-ETAT
043100         WRITE LIGNE-ETAT
043200     END-IF.
043300     MOVE SPACES TO LIGNE-ETAT.
043400     WRITE LIGNE-ETAT.
043500     MOVE "RESTE A FAIRE PAR SITE" TO LE-RUBRIQUE.
043600     MOVE LIGNE-ENTETE TO LIGNE-ETAT.
043700     WRITE LIGNE-ETAT.
043800     IF NB-SITES-DISTINCTS > ZERO
043900         PERFORM 8200-IMPRIMER-SITE
044000             THRU 8200-IMPRIMER-SITE-EXIT
044100             VARYING IDX-SITE FROM 1 BY 1
044200             UNTIL IDX-SITE > NB-SITES-DISTINCTS
044300     END-IF.
044400     IF NB-SITES-DEBORDES > ZERO
044500         MOVE "  AU-DELA DE 20 SITES            :" TO LT-LIBELLE
044600         MOVE NB-SITES-DEBORDES TO LT-COMPTEUR
044700         MOVE LIGNE-TOTAL TO LIGNE-ETAT
044800         WRITE LIGNE-ETAT
044900     END-IF.
045000     MOVE SPACES TO LIGNE-ETAT.
045100     WRITE LIGNE-ETAT.
045200     MOVE "RESTE A FAIRE PAR ANCIENNETE" TO LE-RUBRIQUE.
045300     MOVE LIGNE-ENTETE TO LIGNE-ETAT.
045400     WRITE LIGNE-ETAT.
045500     PERFORM 8300-IMPRIMER-TRANCHE
045600         THRU 8300-IMPRIMER-TRANCHE-EXIT
045700         VARYING RANG-TRANCHE FROM 1 BY 1
045800         UNTIL RANG-TRANCHE > 4.
045900     IF DATE-PLUS-ANCIENNE NOT = 99999999
046000         MOVE SPACES TO LIGNE-ETAT
046100         STRING "TACHE LA PLUS ANCIENNE : " DELIMITED BY SIZE
046200             NO-PLUS-ANCIENNE DELIMITED BY SIZE
046300             " DU " DELIMITED BY SIZE
046400             DATE-PLUS-ANCIENNE DELIMITED BY SIZE
046500             INTO LIGNE-ETAT
046600         WRITE LIGNE-ETAT
046700     END-IF.
046800     MOVE SPACES TO LIGNE-ETAT.
046900     WRITE LIGNE-ETAT.
047000     MOVE "CHARGE PAR OPERATEUR" TO LIGNE-ETAT.
047100     WRITE LIGNE-ETAT.
047200     IF NB-OPERATEURS-DISTINCTS > ZERO
047300         PERFORM 8400-IMPRIMER-OPERATEUR
047400             THRU 8400-IMPRIMER-OPERATEUR-EXIT
047500             VARYING IDX-OPER FROM 1 BY 1
047600             UNTIL IDX-OPER > NB-OPERATEURS-DISTINCTS
047700     END-IF.
047800     IF NB-OPERATEURS-DEBORDES > ZERO
047900         MOVE "  AU-DELA DE 50 OPERATEURS       :" TO LT-LIBELLE
048000         MOVE NB-OPERATEURS-DEBORDES TO LT-COMPTEUR
048100         MOVE LIGNE-TOTAL TO LIGNE-ETAT
048200         WRITE LIGNE-ETAT
048300     END-IF.
048400     MOVE SPACES TO LIGNE-ETAT.
048500     WRITE LIGNE-ETAT.
048600     MOVE "TACHES OUVERTES (NON PRISES)     :" TO LT-LIBELLE.
048700     MOVE NB-OUVERTES TO LT-COMPTEUR.
048800     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
048900     WRITE LIGNE-ETAT.
049000     MOVE "TACHES PRISES EN COURS           :" TO LT-LIBELLE.
049100     MOVE NB-PRISES TO LT-COMPTEUR.
049200     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
049300     WRITE LIGNE-ETAT.
049400     MOVE "TACHES CLOSES DANS LA JOURNEE    :" TO LT-LIBELLE.
049500     MOVE NB-CLOSES-DU-JOUR TO LT-COMPTEUR.
049600     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
049700     WRITE LIGNE-ETAT.
049800     MOVE "TACHES CLOSES AU TOTAL           :" TO LT-LIBELLE.
049900     MOVE NB-CLOSES TO LT-COMPTEUR.
050000     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
050100     WRITE LIGNE-ETAT.
050200     MOVE "TACHES AU FICHIER                :" TO LT-LIBELLE.
050300     MOVE NB-LUES TO LT-COMPTEUR.
050400     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
050500     WRITE LIGNE-ETAT.
050600 8000-IMPRIMER-ETAT-EXIT.
050700     EXIT.
050800*----------------------------------------------------------------
050900* 8100-IMPRIMER-TYPE : LIGNE DE RESTE A FAIRE D'UN TYPE
051000*----------------------------------------------------------------
051100 8100-IMPRIMER-TYPE.
051200     MOVE TT-TYPE(RANG-TYPE)     TO LV-CODE.
051300     MOVE TT-LIBELLE(RANG-TYPE)  TO LV-LIBELLE.
051400     MOVE CT-OUVERTES(RANG-TYPE) TO LV-OUVERTES.
051500     MOVE CT-PRISES(RANG-TYPE)   TO LV-PRISES.
051600     COMPUTE LV-TOTAL =
051700         CT-OUVERTES(RANG-TYPE) + CT-PRISES(RANG-TYPE).
051800     MOVE LIGNE-VENTILATION TO LIGNE-ETAT.
051900     WRITE LIGNE-ETAT.
052000 8100-IMPRIMER-TYPE-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300* 8200-IMPRIMER-SITE : LIGNE DE RESTE A FAIRE D'UN SITE
052400*----------------------------------------------------------------
052500 8200-IMPRIMER-SITE.
052600     MOVE TS-CODE(IDX-SITE)     TO LV-CODE.
052700     MOVE SPACES                TO LV-LIBELLE.
052800     MOVE TS-OUVERTES(IDX-SITE) TO LV-OUVERTES.
052900     MOVE TS-PRISES(IDX-SITE)   TO LV-PRISES.
053000     COMPUTE LV-TOTAL =
053100         TS-OUVERTES(IDX-SITE) + TS-PRISES(IDX-SITE).
053200     MOVE LIGNE-VENTILATION TO LIGNE-ETAT.
053300     WRITE LIGNE-ETAT.
053400 8200-IMPRIMER-SITE-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 8300-IMPRIMER-TRANCHE : LIGNE DE RESTE A FAIRE D'UNE TRANCHE
053800*                         D'ANCIENNETE
053900*----------------------------------------------------------------
054000 8300-IMPRIMER-TRANCHE.
054100     MOVE SPACES                    TO LV-CODE.
054200     MOVE TR-LIBELLE(RANG-TRANCHE)  TO LV-LIBELLE.
054300     MOVE CR-OUVERTES(RANG-TRANCHE) TO LV-OUVERTES.
054400     MOVE CR-PRISES(RANG-TRANCHE)   TO LV-PRISES.
054500     COMPUTE LV-TOTAL =
054600         CR-OUVERTES(RANG-TRANCHE) + CR-PRISES(RANG-TRANCHE).
054700     MOVE LIGNE-VENTILATION TO LIGNE-ETAT.
054800     WRITE LIGNE-ETAT.
054900 8300-IMPRIMER-TRANCHE-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200* 8400-IMPRIMER-OPERATEUR : TACHES EN COURS ET CLOSES DU JOUR
055300*                           D'UN OPERATEUR
055400*----------------------------------------------------------------
055500 8400-IMPRIMER-OPERATEUR.
055600     MOVE TO-CODE(IDX-OPER)           TO LO-CODE.
055700     MOVE TO-PRISES(IDX-OPER)         TO LO-PRISES.
055800     MOVE TO-CLOSES-DU-JOUR(IDX-OPER) TO LO-CLOSES.
055900     MOVE LIGNE-OPERATEUR TO LIGNE-ETAT.
056000     WRITE LIGNE-ETAT.
056100 8400-IMPRIMER-OPERATEUR-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400* 9999-TERMINER : FERMETURE DES FICHIERS
056500*----------------------------------------------------------------
056600 9999-TERMINER.
056700     IF NOT TQ-ABSENT
056800         CLOSE FICHIER-TACHES
056900     END-IF.
057000     CLOSE ETAT-TACHES.
057100 9999-TERMINER-EXIT.
057200     EXIT.
