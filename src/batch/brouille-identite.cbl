000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BROUILLE-IDENTITE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* BROUILLE-IDENTITE SUBSTITUE UNE IDENTITE FICTIVE A UNE IDENTITE
000900* REELLE (VOIR COPY RCBROUIL) POUR LES COPIES DE FORMATION ET DE
001000* TEST DU REGISTRE.
001100*
001200* CHAQUE VALEUR REELLE EST CONDENSEE AVEC LA GRAINE DE LA COPIE,
001300* A LA MANIERE DE CONDENSE-MDP (ACCUMULATION POSITIONNELLE DES
001400* CODES DE CARACTERE REDUITE MODULO UN GRAND PREMIER), ET LE
001500* CONDENSAT CHOISIT LA VALEUR FICTIVE DANS DES TABLES :
001600*   - NOM (NAISSANCE OU USAGE) : CONDENSAT DU NOM NORMALISE
001700*     (NORMALISE-NOM), ASSEMBLE EN DEBUT + MILIEU + FIN DE NOM -
001800*     DEUX GRAPHIES D'UN MEME NOM DONNENT LE MEME NOM FICTIF, LES
001900*     GROUPES DE RAPPROCH-DOUBLONS SE RETROUVENT DONC ;
002000*   - PRENOM : CONDENSAT DU PRENOM NORMALISE, PRENOM MIXTE
002100*     (LE SEXE DU DOSSIER N'EST PAS CONNU EN FONCTION "N"), SIMPLE
002200*     OU COMPOSE ;
002300*   - RUE : CONDENSAT DE LA RUE NORMALISEE ET DU CODE POSTAL,
002400*     NUMERO + TYPE + NOM DE VOIE - LES MENAGES D'UNE MEME
002500*     ADRESSE RESTENT ENSEMBLE ; CODE POSTAL ET COMMUNE GARDES ;
002600*   - JOUR DE NAISSANCE : CONDENSAT DE LA DATE COMPLETE, JOUR DE
002700*     1 A 28 - ANNEE ET MOIS GARDES (AGE ET COHORTES INTACTS) ;
002800*   - NUMERO NATIONAL : LES 7 PREMIERS CHIFFRES (SEXE, ANNEE,
002900*     MOIS, DEPARTEMENT) SONT GARDES, LES 6 SUIVANTS VIENNENT DU
003000*     CONDENSAT DU NUMERO REEL ET LA CLE EST RECALCULEE (97 MOINS
003100*     LE RESTE MODULO 97, COMME CONTROLE-NONAT).
003200* IDENTIFIANT, AGE, SEXE, SITE, STATUT ET DATES DE GESTION NE SONT
003300* PAS TOUCHES. SANS LA GRAINE, LA VALEUR REELLE NE SE RETROUVE PAS
003400* A PARTIR DE LA VALEUR FICTIVE.
003500*
003600* HISTORIQUE DES MODIFICATIONS
003700* DATE       AUTEUR  DESCRIPTION
003800* ---------- ------- ---------------------------------------------
003900* 2026-10-15 SI      CREATION - IDENTITES FICTIVES DES COPIES DE
004000*                    FORMATION DU REGISTRE (BROUILLE-REGISTRE).
004100*----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------------
004900* ZONES DE TRAVAIL
005000*----------------------------------------------------------------
005100 01  DOSSIER-A-BROUILLER.
005200     COPY RCMAITRE REPLACING LEADING ==MF== BY ==DB==.
005300 01  NOM-A-BROUILLER             PIC X(20).
005400 01  NOM-FICTIF                  PIC X(20).
005500 01  PRENOM-A-BROUILLER          PIC X(20).
005600 01  PRENOM-FICTIF               PIC X(20).
005700 01  DEMANDE-NORMALISATION.
005800     COPY RCNORM.
005900 01  ZONE-A-CONDENSER.
006000     05 ZC-GRAINE                PIC X(12).
006100     05 ZC-TYPE                  PIC X(01).
006200     05 ZC-DONNEE                PIC X(47).
006300 01  ACCUMULATEUR                PIC 9(18) COMP.
006400 01  QUOTIENT-DIVISION           PIC 9(18) COMP.
006500 01  RESTE-DIVISION              PIC 9(09) COMP.
006600 01  CONDENSAT                   PIC 9(09) COMP.
006700 01  IDX-CARACTERE               PIC 9(02) COMP.
006800 01  CODE-CARACTERE              PIC 9(03) COMP.
006900 01  PREMIER-DE-REDUCTION        PIC 9(09) COMP VALUE 999999937.
007000 01  NO-ENTREE-1                 PIC 9(02) COMP.
007100 01  NO-ENTREE-2                 PIC 9(02) COMP.
007200 01  NO-ENTREE-3                 PIC 9(02) COMP.
007300 01  NUMERO-RUE                  PIC 9(03).
007400 01  NUMERO-RUE-X REDEFINES NUMERO-RUE
007500                                 PIC X(03).
007600 01  POS-NUMERO                  PIC 9(02) COMP.
007700 01  NUMERO-FICTIF.
007800     05 NF-BASE.
007900         10 NF-DEBUT             PIC 9(07).
008000         10 NF-FIN               PIC 9(06).
008100     05 NF-CLE                   PIC 9(02).
008200 01  NUMERO-FICTIF-DETAIL REDEFINES NUMERO-FICTIF.
008300     05 NF-BASE-NUM              PIC 9(13).
008400     05 FILLER                   PIC 9(02).
008500 01  NUMERO-FICTIF-NUM REDEFINES NUMERO-FICTIF
008600                                 PIC 9(15).
008700 01  QUOTIENT-NUMERO             PIC 9(13) COMP.
008800 01  RESTE-NUMERO                PIC 9(02) COMP.
008900*----------------------------------------------------------------
009000* TABLES DES NOMS FICTIFS : DEBUT (32) + MILIEU (16, DONT 4 VIDES)
009100* + FIN (32), SOIT 13 312 NOMS DIFFERENTS
009200*----------------------------------------------------------------
009300 01  TABLE-DEBUTS-VALEURS.
009400     05 FILLER                   PIC X(32)
009500                 VALUE "BER MAR CHARDU  LE  FON BOU GAR ".
009600     05 FILLER                   PIC X(32)
009700                 VALUE "ROU LAM DEL MON VIL BAR COR PER ".
009800     05 FILLER                   PIC X(32)
009900                 VALUE "LAV GIR BRI CAS SAU TOU FAU MAS ".
010000     05 FILLER                   PIC X(32)
010100                 VALUE "BEL JOU DAU RIV LAF POU GUI VER ".
010200 01  TABLE-DEBUTS REDEFINES TABLE-DEBUTS-VALEURS.
010300     05 DEBUT-NOM                PIC X(04) OCCURS 32 TIMES.
010400 01  TABLE-MILIEUX-VALEURS.
010500     05 FILLER                   PIC X(32)
010600                 VALUE "        NELORATIMADEVENILIGEROSE".
010700 01  TABLE-MILIEUX REDEFINES TABLE-MILIEUX-VALEURS.
010800     05 MILIEU-NOM               PIC X(02) OCCURS 16 TIMES.
010900 01  TABLE-FINS-VALEURS.
011000     05 FILLER                   PIC X(40)
011100         VALUE "TIN  RAND MONT VAL  GER  NIER CHET LOT  ".
011200     05 FILLER                   PIC X(40)
011300         VALUE "DIER RET  NARD VIN  MAS  REAU TEAU LARD ".
011400     05 FILLER                   PIC X(40)
011500         VALUE "CHON DOT  LIN  RIER GNON BERT ZAC  QUET ".
011600     05 FILLER                   PIC X(40)
011700         VALUE "SSON ILLE OUX  AUD  ET   ON   IER  AN   ".
011800 01  TABLE-FINS REDEFINES TABLE-FINS-VALEURS.
011900     05 FIN-NOM                  PIC X(05) OCCURS 32 TIMES.
012000*----------------------------------------------------------------
012100* TABLE DES PRENOMS FICTIFS (PRENOMS MIXTES), COMPOSES UNE FOIS
012200* SUR QUATRE
012300*----------------------------------------------------------------
012400 01  TABLE-PRENOMS-VALEURS.
012500     05 FILLER                   PIC X(36)
012600         VALUE "ALIX     ANGE     CAMILLE  CHARLIE  ".
012700     05 FILLER                   PIC X(36)
012800         VALUE "CLAUDE   DOMINIQUEEDEN     GAEL     ".
012900     05 FILLER                   PIC X(36)
013000         VALUE "LOU      MAEL     MORGAN   NOA      ".
013100     05 FILLER                   PIC X(36)
013200         VALUE "SACHA    SWANN    YANNICK  ALEXIS   ".
013300     05 FILLER                   PIC X(36)
013400         VALUE "ARIEL    ANDREA   KIM      LILIAN   ".
013500     05 FILLER                   PIC X(36)
013600         VALUE "LOAN     JORDAN   SAM      ROBIN    ".
013700     05 FILLER                   PIC X(36)
013800         VALUE "YAEL     MAE      LOIS     HYACINTHE".
013900     05 FILLER                   PIC X(36)
014000         VALUE "SASHA    ALEX     ELOAN    CHRIS    ".
014100 01  TABLE-PRENOMS REDEFINES TABLE-PRENOMS-VALEURS.
014200     05 PRENOM-TABLE             PIC X(09) OCCURS 32 TIMES.
014300*----------------------------------------------------------------
014400* TABLES DES VOIES FICTIVES : NUMERO (1 A 150) + TYPE (8, LA RUE
014500* TROIS FOIS) + NOM DE VOIE (32)
014600*----------------------------------------------------------------
014700 01  TABLE-TYPES-VOIE-VALEURS.
014800     05 FILLER                   PIC X(28)
014900         VALUE "RUE    RUE    RUE    AVENUE ".
015000     05 FILLER                   PIC X(28)
015100         VALUE "CHEMIN IMPASSEALLEE  PLACE  ".
015200 01  TABLE-TYPES-VOIE REDEFINES TABLE-TYPES-VOIE-VALEURS.
015300     05 TYPE-VOIE                PIC X(07) OCCURS 8 TIMES.
015400 01  TABLE-NOMS-VOIE-VALEURS.
015500     05 FILLER                   PIC X(34)
015600         VALUE "DES LILAS        DU MOULIN        ".
015700     05 FILLER                   PIC X(34)
015800         VALUE "DE LA GARE       DES ECOLES       ".
015900     05 FILLER                   PIC X(34)
016000         VALUE "DU CHATEAU       DE L'EGLISE      ".
016100     05 FILLER                   PIC X(34)
016200         VALUE "DES TILLEULS     DU STADE         ".
016300     05 FILLER                   PIC X(34)
016400         VALUE "DE LA FONTAINE   DES VIGNES       ".
016500     05 FILLER                   PIC X(34)
016600         VALUE "DU PONT          DES ACACIAS      ".
016700     05 FILLER                   PIC X(34)
016800         VALUE "DE LA MAIRIE     DU LAVOIR        ".
016900     05 FILLER                   PIC X(34)
017000         VALUE "DES PEUPLIERS    DU COMMERCE      ".
017100     05 FILLER                   PIC X(34)
017200         VALUE "DE LA REPUBLIQUE DES JARDINS      ".
017300     05 FILLER                   PIC X(34)
017400         VALUE "DU MARCHE        DE LA POSTE      ".
017500     05 FILLER                   PIC X(34)
017600         VALUE "DES PRES         DU CANAL         ".
017700     05 FILLER                   PIC X(34)
017800         VALUE "DES VERGERS      DU BOIS          ".
017900     05 FILLER                   PIC X(34)
018000         VALUE "DE LA CROIX      DES CERISIERS    ".
018100     05 FILLER                   PIC X(34)
018200         VALUE "DU MOULIN NEUF   DES ROSIERS      ".
018300     05 FILLER                   PIC X(34)
018400         VALUE "DU PRIEURE       DE LA LIBERATION ".
018500     05 FILLER                   PIC X(34)
018600         VALUE "DES SAULES       DU PUITS         ".
018700 01  TABLE-NOMS-VOIE REDEFINES TABLE-NOMS-VOIE-VALEURS.
018800     05 NOM-VOIE                 PIC X(17) OCCURS 32 TIMES.
018900 LINKAGE SECTION.
019000 01  DEMANDE-BROUILLAGE.
019100     COPY RCBROUIL.
019200 PROCEDURE DIVISION USING DEMANDE-BROUILLAGE.
019300*================================================================
019400* 0000-MAINLINE : NOM ET PRENOM SEULS (FONCTION "N") OU DOSSIER
019500*                 COMPLET (FONCTION "D")
019600*================================================================
019700 0000-MAINLINE.
019800     MOVE BR-GRAINE TO ZC-GRAINE.
019900     IF BR-NOM-SEUL
020000         MOVE BR-NOM TO NOM-A-BROUILLER
020100         PERFORM 2000-BROUILLER-NOM
020200             THRU 2000-BROUILLER-NOM-EXIT
020300         MOVE NOM-FICTIF TO BR-NOM
020400         MOVE BR-PRENOM TO PRENOM-A-BROUILLER
020500         PERFORM 2100-BROUILLER-PRENOM
020600             THRU 2100-BROUILLER-PRENOM-EXIT
020700         MOVE PRENOM-FICTIF TO BR-PRENOM
020800         GOBACK
020900     END-IF.
021000     IF NOT BR-DOSSIER-COMPLET OR BR-DOSSIER = SPACES
021100         GOBACK
021200     END-IF.
021300     PERFORM 1000-BROUILLER-DOSSIER
021400         THRU 1000-BROUILLER-DOSSIER-EXIT.
021500     GOBACK.
021600*----------------------------------------------------------------
021700* 1000-BROUILLER-DOSSIER : REMPLACEMENT DES ZONES NOMINATIVES D'UN
021800*                          ENREGISTREMENT MAITRE COMPLET
021900*----------------------------------------------------------------
022000 1000-BROUILLER-DOSSIER.
022100     MOVE BR-DOSSIER TO DOSSIER-A-BROUILLER.
022200     MOVE DB-NOM TO NOM-A-BROUILLER.
022300     PERFORM 2000-BROUILLER-NOM
022400         THRU 2000-BROUILLER-NOM-EXIT.
022500     MOVE NOM-FICTIF TO DB-NOM.
022600     MOVE DB-NOM-USAGE TO NOM-A-BROUILLER.
022700     PERFORM 2000-BROUILLER-NOM
022800         THRU 2000-BROUILLER-NOM-EXIT.
022900     MOVE NOM-FICTIF TO DB-NOM-USAGE.
023000     MOVE DB-PRENOM TO PRENOM-A-BROUILLER.
023100     PERFORM 2100-BROUILLER-PRENOM
023200         THRU 2100-BROUILLER-PRENOM-EXIT.
023300     MOVE PRENOM-FICTIF TO DB-PRENOM.
023400     PERFORM 2200-BROUILLER-RUE
023500         THRU 2200-BROUILLER-RUE-EXIT.
023600     PERFORM 2300-BROUILLER-JOUR
023700         THRU 2300-BROUILLER-JOUR-EXIT.
023800     PERFORM 2400-BROUILLER-NUMERO
023900         THRU 2400-BROUILLER-NUMERO-EXIT.
024000     MOVE DOSSIER-A-BROUILLER TO BR-DOSSIER.
024100 1000-BROUILLER-DOSSIER-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------
024400* 2000-BROUILLER-NOM : NOM FICTIF DEBUT + MILIEU + FIN CHOISI PAR
024500*                      LE CONDENSAT DU NOM NORMALISE (UN NOM A
024600*                      BLANC RESTE A BLANC)
024700*----------------------------------------------------------------
024800 2000-BROUILLER-NOM.
024900     MOVE SPACES TO NOM-FICTIF.
025000     IF NOM-A-BROUILLER = SPACES
025100         GO TO 2000-BROUILLER-NOM-EXIT
025200     END-IF.
025300     MOVE NOM-A-BROUILLER TO NR-ENTREE.
025400     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
025500     MOVE "N" TO ZC-TYPE.
025600     MOVE NR-SORTIE TO ZC-DONNEE.
025700     PERFORM 7000-CONDENSER
025800         THRU 7000-CONDENSER-EXIT.
025900     DIVIDE CONDENSAT BY 32
026000         GIVING CONDENSAT
026100         REMAINDER RESTE-DIVISION.
026200     COMPUTE NO-ENTREE-1 = RESTE-DIVISION + 1.
026300     DIVIDE CONDENSAT BY 16
026400         GIVING CONDENSAT
026500         REMAINDER RESTE-DIVISION.
026600     COMPUTE NO-ENTREE-2 = RESTE-DIVISION + 1.
026700     DIVIDE CONDENSAT BY 32
026800         GIVING CONDENSAT
026900         REMAINDER RESTE-DIVISION.
027000     COMPUTE NO-ENTREE-3 = RESTE-DIVISION + 1.
027100     STRING DEBUT-NOM(NO-ENTREE-1)  DELIMITED BY SPACE
027200            MILIEU-NOM(NO-ENTREE-2) DELIMITED BY SPACE
027300            FIN-NOM(NO-ENTREE-3)    DELIMITED BY SPACE
027400         INTO NOM-FICTIF.
027500 2000-BROUILLER-NOM-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800* 2100-BROUILLER-PRENOM : PRENOM FICTIF CHOISI PAR LE CONDENSAT DU
027900*                         PRENOM NORMALISE, COMPOSE UNE FOIS SUR
028000*                         QUATRE (UN PRENOM A BLANC LE RESTE)
028100*----------------------------------------------------------------
028200 2100-BROUILLER-PRENOM.
028300     MOVE SPACES TO PRENOM-FICTIF.
028400     IF PRENOM-A-BROUILLER = SPACES
028500         GO TO 2100-BROUILLER-PRENOM-EXIT
028600     END-IF.
028700     MOVE PRENOM-A-BROUILLER TO NR-ENTREE.
028800     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
028900     MOVE "P" TO ZC-TYPE.
029000     MOVE NR-SORTIE TO ZC-DONNEE.
029100     PERFORM 7000-CONDENSER
029200         THRU 7000-CONDENSER-EXIT.
029300     DIVIDE CONDENSAT BY 32
029400         GIVING CONDENSAT
029500         REMAINDER RESTE-DIVISION.
029600     COMPUTE NO-ENTREE-1 = RESTE-DIVISION + 1.
029700     DIVIDE CONDENSAT BY 4
029800         GIVING CONDENSAT
029900         REMAINDER RESTE-DIVISION.
030000     IF RESTE-DIVISION NOT = ZERO
030100         MOVE PRENOM-TABLE(NO-ENTREE-1) TO PRENOM-FICTIF
030200         GO TO 2100-BROUILLER-PRENOM-EXIT
030300     END-IF.
030400     DIVIDE CONDENSAT BY 32
030500         GIVING CONDENSAT
030600         REMAINDER RESTE-DIVISION.
030700     COMPUTE NO-ENTREE-2 = RESTE-DIVISION + 1.
030800     IF NO-ENTREE-2 = NO-ENTREE-1
030900         MOVE PRENOM-TABLE(NO-ENTREE-1) TO PRENOM-FICTIF
031000         GO TO 2100-BROUILLER-PRENOM-EXIT
031100     END-IF.
031200     STRING PRENOM-TABLE(NO-ENTREE-1) DELIMITED BY SPACE
031300            "-"                       DELIMITED BY SIZE
031400            PRENOM-TABLE(NO-ENTREE-2) DELIMITED BY SPACE
031500         INTO PRENOM-FICTIF.
031600 2100-BROUILLER-PRENOM-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------
031900* 2200-BROUILLER-RUE : VOIE FICTIVE CHOISIE PAR LE CONDENSAT DE LA
032000*                      RUE NORMALISEE ET DU CODE POSTAL - CODE
032100*                      POSTAL ET COMMUNE SONT GARDES
032200*----------------------------------------------------------------
032300 2200-BROUILLER-RUE.
032400     IF DB-RUE = SPACES
032500         GO TO 2200-BROUILLER-RUE-EXIT
032600     END-IF.
032700     MOVE DB-RUE TO NR-ENTREE.
032800     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
032900     MOVE "R" TO ZC-TYPE.
033000     MOVE NR-SORTIE TO ZC-DONNEE.
033100     MOVE DB-CODE-POSTAL TO ZC-DONNEE(41:5).
033200     PERFORM 7000-CONDENSER
033300         THRU 7000-CONDENSER-EXIT.
033400     DIVIDE CONDENSAT BY 150
033500         GIVING CONDENSAT
033600         REMAINDER RESTE-DIVISION.
033700     COMPUTE NUMERO-RUE = RESTE-DIVISION + 1.
033800     DIVIDE CONDENSAT BY 8
033900         GIVING CONDENSAT
034000         REMAINDER RESTE-DIVISION.
034100     COMPUTE NO-ENTREE-1 = RESTE-DIVISION + 1.
034200     DIVIDE CONDENSAT BY 32
034300         GIVING CONDENSAT
034400         REMAINDER RESTE-DIVISION.
034500     COMPUTE NO-ENTREE-2 = RESTE-DIVISION + 1.
034600     MOVE 1 TO POS-NUMERO.
034700     IF NUMERO-RUE < 100
034800         MOVE 2 TO POS-NUMERO
034900     END-IF.
035000     IF NUMERO-RUE < 10
035100         MOVE 3 TO POS-NUMERO
035200     END-IF.
035300     MOVE SPACES TO DB-RUE.
035400     STRING NUMERO-RUE-X(POS-NUMERO:) DELIMITED BY SIZE
035500            " "                       DELIMITED BY SIZE
035600            TYPE-VOIE(NO-ENTREE-1)    DELIMITED BY SPACE
035700            " "                       DELIMITED BY SIZE
035800            NOM-VOIE(NO-ENTREE-2)     DELIMITED BY "  "
035900         INTO DB-RUE.
036000 2200-BROUILLER-RUE-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------
036300* 2300-BROUILLER-JOUR : JOUR DE NAISSANCE FICTIF (1 A 28) CHOISI
036400*                       PAR LE CONDENSAT DE LA DATE COMPLETE - UN
036500*                       JOUR INCONNU (ZERO) LE RESTE
036600*----------------------------------------------------------------
036700 2300-BROUILLER-JOUR.
036800     IF DB-DATE-NAISSANCE NOT NUMERIC
036900             OR DB-JOUR-NAISSANCE = ZERO
037000         GO TO 2300-BROUILLER-JOUR-EXIT
037100     END-IF.
037200     MOVE "J" TO ZC-TYPE.
037300     MOVE DB-DATE-NAISSANCE TO ZC-DONNEE.
037400     PERFORM 7000-CONDENSER
037500         THRU 7000-CONDENSER-EXIT.
037600     DIVIDE CONDENSAT BY 28
037700         GIVING CONDENSAT
037800         REMAINDER RESTE-DIVISION.
037900     COMPUTE DB-JOUR-NAISSANCE = RESTE-DIVISION + 1.
038000 2300-BROUILLER-JOUR-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300* 2400-BROUILLER-NUMERO : NUMERO NATIONAL FICTIF - SEXE, ANNEE,
038400*                         MOIS ET DEPARTEMENT GARDES, 6 CHIFFRES
038500*                         TIRES DU CONDENSAT DU NUMERO REEL, CLE
038600*                         RECALCULEE (UN NUMERO ABSENT LE RESTE)
038700*----------------------------------------------------------------
038800 2400-BROUILLER-NUMERO.
038900     IF DB-NO-NATIONAL NOT NUMERIC
039000             OR DB-NO-NATIONAL = ZERO
039100         GO TO 2400-BROUILLER-NUMERO-EXIT
039200     END-IF.
039300     MOVE DB-NO-NATIONAL TO NUMERO-FICTIF-NUM.
039400     MOVE "S" TO ZC-TYPE.
039500     MOVE NUMERO-FICTIF TO ZC-DONNEE.
039600     PERFORM 7000-CONDENSER
039700         THRU 7000-CONDENSER-EXIT.
039800     DIVIDE CONDENSAT BY 1000000
039900         GIVING CONDENSAT
040000         REMAINDER NF-FIN.
040100     DIVIDE NF-BASE-NUM BY 97
040200         GIVING QUOTIENT-NUMERO
040300         REMAINDER RESTE-NUMERO.
040400     COMPUTE NF-CLE = 97 - RESTE-NUMERO.
040500     MOVE NUMERO-FICTIF-NUM TO DB-NO-NATIONAL.
040600 2400-BROUILLER-NUMERO-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------
040900* 7000-CONDENSER : CONDENSAT SUR 9 CHIFFRES DE LA GRAINE, DU TYPE
041000*                  DE ZONE ET DE LA DONNEE (ZONE-A-CONDENSER)
041100*----------------------------------------------------------------
041200 7000-CONDENSER.
041300     MOVE ZERO TO ACCUMULATEUR.
041400     PERFORM 7100-ACCUMULER-CARACTERE
041500         THRU 7100-ACCUMULER-CARACTERE-EXIT
041600         VARYING IDX-CARACTERE FROM 1 BY 1
041700         UNTIL IDX-CARACTERE > 60.
041800     MOVE ACCUMULATEUR TO CONDENSAT.
041900     MOVE SPACES TO ZC-DONNEE.
042000 7000-CONDENSER-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300* 7100-ACCUMULER-CARACTERE : UN CARACTERE DE LA ZONE ENTRE DANS
042400*                            L'ACCUMULATEUR, PUIS REDUCTION
042500*----------------------------------------------------------------
042600 7100-ACCUMULER-CARACTERE.
042700     COMPUTE CODE-CARACTERE =
042800         FUNCTION ORD(ZONE-A-CONDENSER(IDX-CARACTERE:1)).
042900     COMPUTE ACCUMULATEUR =
043000         ACCUMULATEUR * 131 + CODE-CARACTERE * IDX-CARACTERE.
043100     DIVIDE ACCUMULATEUR BY PREMIER-DE-REDUCTION
043200         GIVING QUOTIENT-DIVISION
043300         REMAINDER RESTE-DIVISION.
043400     MOVE RESTE-DIVISION TO ACCUMULATEUR.
043500 7100-ACCUMULER-CARACTERE-EXIT.
043600     EXIT.
