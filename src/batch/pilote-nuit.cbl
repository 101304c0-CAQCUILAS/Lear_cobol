000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PILOTE-NUIT.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* PILOTE-NUIT TIENT LE FICHIER D'ETAT DU FLOT DE NUIT REGPIPE
000900* (ETATNUIT, COPY RCETNUI) : QUELLES ETAPES ONT ETE LANCEES,
001000* LESQUELLES SE SONT TERMINEES, AVEC QUEL CODE RETOUR ET A QUELLE
001100* HEURE. QUAND UNE ETAPE TOMBE EN PLEINE NUIT, LA RESOUMISSION DU
001200* FLOT EN REPRISE SAUTE LES ETAPES DEJA TERMINEES ET REPART DE
001300* L'ETAPE EN ECHEC - PLUS DE COPIE DU JCL CORRIGEE A LA MAIN, NI
001400* DE SAUVEGARDE ET DE CHARGEMENT REJOUES PAR MEGARDE.
001500*
001600* UNE CARTE SYSIN PAR ETAPE DU FLOT, FONCTION EN COLONNE 1 :
001700*
001800*   "O" OUVERTURE (ETAPE 001), MODE EN COLONNE 3 :
001900*       N - NUIT NORMALE. REFUSEE SI LA NUIT PRECEDENTE N'EST PAS
002000*           COMPLETE OU SI UNE NUIT COMPLETE A DEJA TOURNE CE
002100*           JOUR ; SINON LE FICHIER D'ETAT EST REECRIT ;
002200*       R - REPRISE DE LA NUIT INCOMPLETE. LE FICHIER MAITRE NE
002300*           DOIT PAS AVOIR BOUGE DEPUIS L'INCIDENT : NOMBRE DE
002400*           DOSSIERS ET DERNIER NUMERO DU JOURNAL D'AUDIT
002500*           (JNCHAIN) EGAUX A CEUX DU SCEAU DE LA SOUMISSION
002600*           TOMBEE, SINON REFUS ;
002700*       F - REPRISE FORCEE, SANS SCEAU (TRAVAIL ANNULE AVANT SON
002800*           ETAPE FINALE) - CODE RETOUR 4, A N'EMPLOYER QU'APRES
002900*           AVOIR VERIFIE LE FICHIER MAITRE ;
003000*       I - NOUVELLE NUIT IMPOSEE, LA NUIT INCOMPLETE EST
003100*           ABANDONNEE (APRES RESTAURATION PAR REGREST, PAR
003200*           EXEMPLE) - CODE RETOUR 4.
003300*       UN REFUS REND 16 ET EST PORTE AU FICHIER : TOUTES LES
003400*       ETAPES DE LA SOUMISSION REFUSEE SONT ALORS ECARTEES ;
003500*
003600*   "E" ENTREE D'ETAPE, PLACEE JUSTE AVANT L'ETAPE QU'ELLE GARDE
003700*       ET PORTANT LE MEME COND : ETAPE (COLONNES 3-10),
003800*       PROGRAMME (12-31), ETAPE LIEE (38-45), OPTION (47).
003900*       CODE RETOUR 0 : L'ETAPE EST LANCEE ; 4 : EN REPRISE,
004000*       L'ETAPE EST DEJA TERMINEE ET SAUTEE (COND (4,LE,...) DE
004100*       L'ETAPE GARDEE) ; 16 : SOUMISSION REFUSEE. UNE ETAPE LIEE
004200*       N'EST SAUTEE QUE SI SON ETAPE LIEE EST TERMINEE ELLE AUSSI
004300*       (SAUVEGARDE REFAITE SI SON CONTROLE N'EST PAS PASSE) ;
004400*       L'OPTION "J" FAIT REJOUER L'ETAPE A CHAQUE SOUMISSION
004500*       (DECISION DU JOUR, CALENDRIER-NUIT) ;
004600*
004700*   "T" FIN D'ETAPE : MEME ETAPE ET MEME PROGRAMME, CODE RETOUR
004800*       (COLONNES 33-36). LE COND DE CHAQUE CARTE "T" NE LA
004900*       LAISSE PASSER QUE POUR CE CODE RETOUR (0000 OU 0004) ;
005000*       UNE ETAPE QUE CETTE SOUMISSION N'A PAS LANCEE EST IGNOREE.
005100*       UNE ETAPE LANCEE SANS FIN ENREGISTREE A ECHOUE ;
005200*
005300*   "S" SCEAU DE FIN DE SOUMISSION (DERNIERE ETAPE, COND=EVEN,
005400*       DONC EXECUTEE MEME APRES UN ARRET ANORMAL) : BILAN DES
005500*       ETAPES, NOMBRE DE DOSSIERS ET DERNIER NUMERO DU JOURNAL
005600*       D'AUDIT, NUIT COMPLETE OU NON. CODE RETOUR 4 SI LA NUIT
005700*       EST INCOMPLETE.
005800*
005900* HISTORIQUE DES MODIFICATIONS
006000* DATE       AUTEUR  DESCRIPTION
006100* ---------- ------- ---------------------------------------------
006200* 2026-10-15 SI      CREATION - SUIVI DES ETAPES DU FLOT DE NUIT
006300*                    ET REPRISE A L'ETAPE EN ECHEC.
006400*----------------------------------------------------------------
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.    IBM-370.
006800 OBJECT-COMPUTER.    IBM-370.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT ETAT-NUIT ASSIGN TO "ETATNUIT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS ET-STATUT.
007400     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS MF-ID-CITOYEN
007800         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
007900         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
008000         FILE STATUS IS MF-STATUT.
008100     SELECT CHAINAGE-JOURNAL ASSIGN TO "JNCHAIN"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS CJ-STATUT.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  ETAT-NUIT
008700     LABEL RECORDS ARE STANDARD.
008800 01  ENR-ETAT-NUIT.
008900     COPY RCETNUI.
009000 FD  FICHIER-MAITRE
009100     LABEL RECORDS ARE STANDARD.
009200 01  ENR-MAITRE.
009300     COPY RCMAITRE.
009400 FD  CHAINAGE-JOURNAL
009500     LABEL RECORDS ARE STANDARD.
009600 01  ENR-CHAINAGE.
009700     COPY RCCHAINE.
009800 WORKING-STORAGE SECTION.
009900*----------------------------------------------------------------
010000* ZONES DE TRAVAIL
010100*----------------------------------------------------------------
010200 01  ET-STATUT                   PIC X(02).
010300     88 ET-OK                    VALUE "00".
010400     88 ET-ABSENT                VALUE "35".
010500 01  MF-STATUT                   PIC X(02).
010600     88 MF-OK                    VALUE "00".
010700 01  CJ-STATUT                   PIC X(02).
010800     88 CJ-OK                    VALUE "00".
010900     88 CJ-ABSENT                VALUE "35".
011000 01  FIN-ETAT-NUIT               PIC X(01) VALUE "N".
011100     88 PLUS-D-EVENEMENTS        VALUE "O".
011200 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
011300     88 PLUS-DE-CITOYENS         VALUE "O".
011400 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
011500 01  HORODATE-COURANTE           PIC X(14) VALUE SPACES.
011600*----------------------------------------------------------------
011700* CARTE SYSIN (VOIR EN TETE) - POUR L'OUVERTURE, LE MODE OCCUPE
011800* LA PREMIERE POSITION DE LA ZONE ETAPE
011900*----------------------------------------------------------------
012000 01  CARTE-PILOTE.
012100     05 CP-FONCTION              PIC X(01).
012200         88 CP-OUVRIR            VALUE "O".
012300         88 CP-ENTRER-ETAPE      VALUE "E".
012400         88 CP-TERMINER-ETAPE    VALUE "T".
012500         88 CP-SCELLER           VALUE "S".
012600     05 FILLER                   PIC X(01).
012700     05 CP-ETAPE                 PIC X(08).
012800     05 CP-MODE REDEFINES CP-ETAPE.
012900         10 CP-MODE-NUIT         PIC X(01).
013000             88 CP-NUIT-NORMALE  VALUE "N".
013100             88 CP-NUIT-IMPOSEE  VALUE "I".
013200             88 CP-REPRISE       VALUE "R".
013300             88 CP-REPRISE-FORCEE VALUE "F".
013400         10 FILLER               PIC X(07).
013500     05 FILLER                   PIC X(01).
013600     05 CP-PROGRAMME             PIC X(20).
013700     05 FILLER                   PIC X(01).
013800     05 CP-CODE-RETOUR           PIC X(04).
013900     05 CP-CODE-RETOUR-N REDEFINES CP-CODE-RETOUR
014000                                 PIC 9(04).
014100     05 FILLER                   PIC X(01).
014200     05 CP-ETAPE-LIEE            PIC X(08).
014300     05 FILLER                   PIC X(01).
014400     05 CP-OPTION                PIC X(01).
014500         88 CP-TOUJOURS-REJOUEE  VALUE "J".
014600     05 FILLER                   PIC X(33).
014700*----------------------------------------------------------------
014800* ETAT DE LA NUIT EN COURS, RELU AU FICHIER ETATNUIT
014900*----------------------------------------------------------------
015000 01  OUVERTURE-LUE               PIC X(01) VALUE "N".
015100     88 NUIT-OUVERTE             VALUE "O".
015200 01  MODE-SOUMISSION             PIC X(01) VALUE SPACE.
015300     88 SOUMISSION-NORMALE       VALUE "N" "I".
015400     88 SOUMISSION-EN-REPRISE    VALUE "R" "F".
015500     88 SOUMISSION-REFUSEE       VALUE "X".
015600 01  DATE-NUIT                   PIC 9(08) VALUE ZERO.
015700 01  HORODATE-OUVERTURE          PIC X(14) VALUE SPACES.
015800 01  NB-REPRISES                 PIC 9(02) VALUE ZERO.
015900*    BILAN DU DERNIER SCEAU : "C" COMPLETE, "I" INCOMPLETE, "?"
016000*    SOUMISSION OUVERTE OU REPRISE SANS SCEAU DEPUIS
016100 01  BILAN-NUIT                  PIC X(01) VALUE SPACE.
016200     88 NUIT-COMPLETE            VALUE "C".
016300     88 NUIT-INCOMPLETE          VALUE "I".
016400     88 NUIT-NON-SCELLEE         VALUE "?".
016500 01  SCEAU-NB-MAITRE             PIC 9(09) VALUE ZERO.
016600 01  SCEAU-NO-JOURNAL            PIC 9(09) VALUE ZERO.
016700 01  SCEAU-HORODATE              PIC X(14) VALUE SPACES.
016800 01  NB-ETAPES                   PIC 9(02) COMP VALUE ZERO.
016900 01  TABLE-ETAPES.
017000     05 ENTREE-ETAPE             OCCURS 60 TIMES
017100                                 INDEXED BY IDX-ETAPE.
017200         10 TE-ETAPE             PIC X(08).
017300         10 TE-PROGRAMME         PIC X(20).
017400         10 TE-ETAT              PIC X(01).
017500             88 TE-LANCEE        VALUE "D".
017600             88 TE-TERMINEE      VALUE "T".
017700         10 TE-CODE-RETOUR       PIC 9(04).
017800         10 TE-HORODATE          PIC X(14).
017900         10 TE-PASSAGE           PIC X(01).
018000             88 TE-LANCEE-CE-PASSAGE VALUE "O".
018100 01  ETAPE-CHERCHEE              PIC X(08) VALUE SPACES.
018200 01  ETAPE-TROUVEE               PIC X(01) VALUE "N".
018300     88 ETAPE-CONNUE             VALUE "O".
018400 01  CREATION-ETAPE              PIC X(01) VALUE "N".
018500     88 CREER-SI-ABSENTE         VALUE "O".
018600 01  ETAPE-A-SAUTER              PIC X(01) VALUE "N".
018700     88 SAUTER-ETAPE             VALUE "O".
018800 01  ETAPE-LIEE-FAITE            PIC X(01) VALUE "O".
018900     88 ETAPE-LIEE-TERMINEE      VALUE "O".
019000 01  NB-ETAPES-TERMINEES         PIC 9(02) COMP VALUE ZERO.
019100 01  NB-ETAPES-EN-ECHEC          PIC 9(02) COMP VALUE ZERO.
019200*----------------------------------------------------------------
019300* ETAT ACTUEL DU FICHIER MAITRE, COMPARE AU SCEAU EN REPRISE
019400*----------------------------------------------------------------
019500 01  NB-MAITRE                   PIC 9(09) VALUE ZERO.
019600 01  NO-JOURNAL                  PIC 9(09) VALUE ZERO.
019700 01  CONSTAT-POSSIBLE            PIC X(01) VALUE "N".
019800     88 CONSTAT-FAIT             VALUE "O".
019900*----------------------------------------------------------------
020000* EVENEMENT A PORTER AU FICHIER D'ETAT
020100*----------------------------------------------------------------
020200 01  EV-TYPE                     PIC X(01) VALUE SPACE.
020300 01  EV-MODE                     PIC X(01) VALUE SPACE.
020400 01  EV-ETAPE                    PIC X(08) VALUE SPACES.
020500 01  EV-PROGRAMME                PIC X(20) VALUE SPACES.
020600 01  EV-CODE-RETOUR              PIC 9(04) VALUE ZERO.
020700 01  EV-BILAN                    PIC X(01) VALUE SPACE.
020800 01  EV-NOUVELLE-NUIT            PIC X(01) VALUE "N".
020900     88 EV-REECRIRE-FICHIER      VALUE "O".
021000 01  MOTIF-REFUS                 PIC X(20) VALUE SPACES.
021100*----------------------------------------------------------------
021200* LIGNE D'EDITION D'UNE ETAPE
021300*----------------------------------------------------------------
021400 01  LIGNE-ETAPE.
021500     05 LE-ETAPE                 PIC X(08).
021600     05 FILLER                   PIC X(01) VALUE SPACE.
021700     05 LE-PROGRAMME             PIC X(20).
021800     05 FILLER                   PIC X(01) VALUE SPACE.
021900     05 LE-ETAT                  PIC X(24).
022000     05 FILLER                   PIC X(01) VALUE SPACE.
022100     05 LE-HORODATE              PIC X(14).
022200 PROCEDURE DIVISION.
022300*================================================================
022400* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
022500*================================================================
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALISATION
022800         THRU 1000-INITIALISATION-EXIT.
022900     EVALUATE TRUE
023000         WHEN CP-OUVRIR
023100             PERFORM 2000-OUVRIR-NUIT
023200                 THRU 2000-OUVRIR-NUIT-EXIT
023300         WHEN CP-ENTRER-ETAPE
023400             PERFORM 3000-ENTRER-ETAPE
023500                 THRU 3000-ENTRER-ETAPE-EXIT
023600         WHEN CP-TERMINER-ETAPE
023700             PERFORM 4000-TERMINER-ETAPE
023800                 THRU 4000-TERMINER-ETAPE-EXIT
023900         WHEN CP-SCELLER
024000             PERFORM 6000-SCELLER-SOUMISSION
024100                 THRU 6000-SCELLER-SOUMISSION-EXIT
024200     END-EVALUATE.
024300     STOP RUN.
024400*----------------------------------------------------------------
024500* 1000-INITIALISATION : CARTE DE FONCTION ET RELECTURE DE L'ETAT
024600*                       DE LA NUIT EN COURS
024700*----------------------------------------------------------------
024800 1000-INITIALISATION.
024900     MOVE FUNCTION CURRENT-DATE(1:14) TO HORODATE-COURANTE.
025000     MOVE HORODATE-COURANTE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
025100     MOVE SPACES TO CARTE-PILOTE.
025200     ACCEPT CARTE-PILOTE.
025300     IF NOT CP-OUVRIR AND NOT CP-ENTRER-ETAPE
025400             AND NOT CP-TERMINER-ETAPE AND NOT CP-SCELLER
025500         DISPLAY "PILOTE-NUIT : FONCTION INVALIDE (O, E, T OU S) "
025600             ": " CP-FONCTION
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000     MOVE SPACES TO TABLE-ETAPES.
026100     OPEN INPUT ETAT-NUIT.
026200     IF NOT ET-OK
026300         GO TO 1000-INITIALISATION-EXIT
026400     END-IF.
026500     PERFORM 1100-LIRE-EVENEMENT
026600         THRU 1100-LIRE-EVENEMENT-EXIT.
026700     PERFORM 1200-PRENDRE-EVENEMENT
026800         THRU 1200-PRENDRE-EVENEMENT-EXIT
026900         UNTIL PLUS-D-EVENEMENTS.
027000     CLOSE ETAT-NUIT.
027100 1000-INITIALISATION-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400* 1100-LIRE-EVENEMENT : LECTURE D'UNE LIGNE DU FICHIER D'ETAT
027500*----------------------------------------------------------------
027600 1100-LIRE-EVENEMENT.
027700     READ ETAT-NUIT
027800         AT END
027900             MOVE "O" TO FIN-ETAT-NUIT
028000     END-READ.
028100 1100-LIRE-EVENEMENT-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400* 1200-PRENDRE-EVENEMENT : MISE A JOUR DE L'ETAT DE LA NUIT PAR
028500*                          LA LIGNE LUE - UNE OUVERTURE REPART DE
028600*                          ZERO, UNE REPRISE OU UN REFUS OUVRE UNE
028700*                          NOUVELLE SOUMISSION DE LA MEME NUIT
028800*----------------------------------------------------------------
028900 1200-PRENDRE-EVENEMENT.
029000     EVALUATE TRUE
029100         WHEN EN-OUVERTURE
029200             MOVE "O"            TO OUVERTURE-LUE
029300             MOVE EN-MODE        TO MODE-SOUMISSION
029400             MOVE EN-DATE-NUIT   TO DATE-NUIT
029500             MOVE EN-HORODATE    TO HORODATE-OUVERTURE
029600             MOVE ZERO           TO NB-REPRISES NB-ETAPES
029700             MOVE "?"            TO BILAN-NUIT
029800             MOVE SPACES         TO TABLE-ETAPES
029900         WHEN EN-REPRISE
030000             MOVE EN-MODE        TO MODE-SOUMISSION
030100             ADD 1               TO NB-REPRISES
030200             MOVE "?"            TO BILAN-NUIT
030300             PERFORM 1300-OUBLIER-PASSAGE
030400                 THRU 1300-OUBLIER-PASSAGE-EXIT
030500                 VARYING IDX-ETAPE FROM 1 BY 1
030600                 UNTIL IDX-ETAPE > NB-ETAPES
030700         WHEN EN-REFUS
030800             MOVE "X"            TO MODE-SOUMISSION
030900             PERFORM 1300-OUBLIER-PASSAGE
031000                 THRU 1300-OUBLIER-PASSAGE-EXIT
031100                 VARYING IDX-ETAPE FROM 1 BY 1
031200                 UNTIL IDX-ETAPE > NB-ETAPES
031300         WHEN EN-ETAPE-LANCEE
031400             MOVE EN-ETAPE TO ETAPE-CHERCHEE
031500             MOVE "O"      TO CREATION-ETAPE
031600             PERFORM 5000-CHERCHER-ETAPE
031700                 THRU 5000-CHERCHER-ETAPE-EXIT
031800             MOVE "N"      TO CREATION-ETAPE
031900             IF ETAPE-CONNUE
032000                 MOVE EN-PROGRAMME TO TE-PROGRAMME(IDX-ETAPE)
032100                 MOVE "D"          TO TE-ETAT(IDX-ETAPE)
032200                 MOVE ZERO         TO TE-CODE-RETOUR(IDX-ETAPE)
032300                 MOVE EN-HORODATE  TO TE-HORODATE(IDX-ETAPE)
032400                 MOVE "O"          TO TE-PASSAGE(IDX-ETAPE)
032500             END-IF
032600         WHEN EN-ETAPE-TERMINEE
032700             MOVE EN-ETAPE TO ETAPE-CHERCHEE
032800             PERFORM 5000-CHERCHER-ETAPE
032900                 THRU 5000-CHERCHER-ETAPE-EXIT
033000             IF ETAPE-CONNUE
033100                 MOVE "T"            TO TE-ETAT(IDX-ETAPE)
033200                 MOVE EN-CODE-RETOUR TO TE-CODE-RETOUR(IDX-ETAPE)
033300                 MOVE EN-HORODATE    TO TE-HORODATE(IDX-ETAPE)
033400             END-IF
033500         WHEN EN-SCEAU
033600             MOVE EN-BILAN       TO BILAN-NUIT
033700             MOVE EN-NB-MAITRE   TO SCEAU-NB-MAITRE
033800             MOVE EN-NO-JOURNAL  TO SCEAU-NO-JOURNAL
033900             MOVE EN-HORODATE    TO SCEAU-HORODATE
034000     END-EVALUATE.
034100     PERFORM 1100-LIRE-EVENEMENT
034200         THRU 1100-LIRE-EVENEMENT-EXIT.
034300 1200-PRENDRE-EVENEMENT-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600* 1300-OUBLIER-PASSAGE : UNE NOUVELLE SOUMISSION N'A ENCORE LANCE
034700*                        AUCUNE ETAPE
034800*----------------------------------------------------------------
034900 1300-OUBLIER-PASSAGE.
035000     MOVE "N" TO TE-PASSAGE(IDX-ETAPE).
035100 1300-OUBLIER-PASSAGE-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 2000-OUVRIR-NUIT : CONTROLES D'OUVERTURE SELON LE MODE DEMANDE,
035500*                    PUIS OUVERTURE OU REPRISE DE LA NUIT - TOUT
035600*                    REFUS EST PORTE AU FICHIER D'ETAT
035700*----------------------------------------------------------------
035800 2000-OUVRIR-NUIT.
035900     DISPLAY "----------------------------------------".
036000     DISPLAY "PILOTE-NUIT - OUVERTURE DU FLOT DE NUIT".
036100     DISPLAY "----------------------------------------".
036200     IF NUIT-OUVERTE
036300         DISPLAY "DERNIERE NUIT            : " DATE-NUIT
036400             " (" NB-REPRISES " REPRISE(S))"
036500         PERFORM 8000-EDITER-ETAPES
036600             THRU 8000-EDITER-ETAPES-EXIT
036700     END-IF.
036800     EVALUATE TRUE
036900         WHEN CP-NUIT-NORMALE
037000             PERFORM 2100-OUVRIR-NUIT-NORMALE
037100                 THRU 2100-OUVRIR-NUIT-NORMALE-EXIT
037200         WHEN CP-NUIT-IMPOSEE
037300             PERFORM 2200-IMPOSER-NUIT
037400                 THRU 2200-IMPOSER-NUIT-EXIT
037500         WHEN CP-REPRISE
037600         WHEN CP-REPRISE-FORCEE
037700             PERFORM 2300-REPRENDRE-NUIT
037800                 THRU 2300-REPRENDRE-NUIT-EXIT
037900         WHEN OTHER
038000             DISPLAY "MODE INVALIDE (N, R, F OU I) : "
038100                 CP-MODE-NUIT
038200             MOVE "MODE INVALIDE" TO MOTIF-REFUS
038300             PERFORM 2900-REFUSER-SOUMISSION
038400                 THRU 2900-REFUSER-SOUMISSION-EXIT
038500     END-EVALUATE.
038600     DISPLAY "----------------------------------------".
038700 2000-OUVRIR-NUIT-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------
039000* 2100-OUVRIR-NUIT-NORMALE : LA NUIT PRECEDENTE DOIT ETRE
039100*                            COMPLETE ET D'UN AUTRE JOUR
039200*----------------------------------------------------------------
039300 2100-OUVRIR-NUIT-NORMALE.
039400     IF NUIT-OUVERTE AND NOT NUIT-COMPLETE
039500         IF NUIT-NON-SCELLEE
039600             DISPLAY "NUIT DU " DATE-NUIT " NON SCELLEE : "
039700                 "SOUMISSION ENCORE EN COURS, OU ANNULEE"
039800         ELSE
039900             DISPLAY "NUIT DU " DATE-NUIT " INCOMPLETE"
040000         END-IF
040100         DISPLAY "SOUMETTRE EN REPRISE (MODE R) OU IMPOSER UNE "
040200             "NOUVELLE NUIT (MODE I)"
040300         MOVE "NUIT PREC INCOMPLETE" TO MOTIF-REFUS
040400         PERFORM 2900-REFUSER-SOUMISSION
040500             THRU 2900-REFUSER-SOUMISSION-EXIT
040600         GO TO 2100-OUVRIR-NUIT-NORMALE-EXIT
040700     END-IF.
040800     IF NUIT-OUVERTE AND DATE-NUIT = DATE-DU-JOUR-AAAAMMJJ
040900         DISPLAY "NUIT DU " DATE-NUIT " DEJA PASSEE COMPLETE - "
041000             "DEUXIEME SOUMISSION REFUSEE"
041100         MOVE "NUIT DEJA PASSEE" TO MOTIF-REFUS
041200         PERFORM 2900-REFUSER-SOUMISSION
041300             THRU 2900-REFUSER-SOUMISSION-EXIT
041400         GO TO 2100-OUVRIR-NUIT-NORMALE-EXIT
041500     END-IF.
041600     MOVE "O" TO EV-TYPE.
041700     MOVE "N" TO EV-MODE.
041800     MOVE "O" TO EV-NOUVELLE-NUIT.
041900     PERFORM 7000-ECRIRE-EVENEMENT
042000         THRU 7000-ECRIRE-EVENEMENT-EXIT.
042100     DISPLAY "NUIT DU " DATE-DU-JOUR-AAAAMMJJ " OUVERTE".
042200 2100-OUVRIR-NUIT-NORMALE-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500* 2200-IMPOSER-NUIT : NOUVELLE NUIT SUR DECISION DE
042600*                     L'EXPLOITATION, LA NUIT INCOMPLETE EST
042700*                     ABANDONNEE
042800*----------------------------------------------------------------
042900 2200-IMPOSER-NUIT.
043000     IF NUIT-OUVERTE AND NOT NUIT-COMPLETE
043100         DISPLAY "NUIT DU " DATE-NUIT " ABANDONNEE INCOMPLETE "
043200             "SUR DEMANDE - CODE RETOUR 4"
043300         MOVE 4 TO RETURN-CODE
043400     END-IF.
043500     MOVE "O" TO EV-TYPE.
043600     MOVE "I" TO EV-MODE.
043700     MOVE "O" TO EV-NOUVELLE-NUIT.
043800     PERFORM 7000-ECRIRE-EVENEMENT
043900         THRU 7000-ECRIRE-EVENEMENT-EXIT.
044000     DISPLAY "NUIT DU " DATE-DU-JOUR-AAAAMMJJ
044100         " OUVERTE (IMPOSEE)".
044200 2200-IMPOSER-NUIT-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------
044500* 2300-REPRENDRE-NUIT : REPRISE DE LA NUIT INCOMPLETE - EN MODE
044600*                       R, LE FICHIER MAITRE DOIT ETRE TEL QUE
044700*                       LE SCEAU L'A TROUVE APRES L'INCIDENT
044800*----------------------------------------------------------------
044900 2300-REPRENDRE-NUIT.
045000     IF NOT NUIT-OUVERTE
045100         DISPLAY "AUCUNE NUIT SUIVIE A REPRENDRE"
045200         MOVE "AUCUNE NUIT" TO MOTIF-REFUS
045300         PERFORM 2900-REFUSER-SOUMISSION
045400             THRU 2900-REFUSER-SOUMISSION-EXIT
045500         GO TO 2300-REPRENDRE-NUIT-EXIT
045600     END-IF.
045700     IF NUIT-COMPLETE
045800         DISPLAY "NUIT DU " DATE-NUIT " COMPLETE - RIEN A "
045900             "REPRENDRE"
046000         MOVE "NUIT DEJA COMPLETE" TO MOTIF-REFUS
046100         PERFORM 2900-REFUSER-SOUMISSION
046200             THRU 2900-REFUSER-SOUMISSION-EXIT
046300         GO TO 2300-REPRENDRE-NUIT-EXIT
046400     END-IF.
046500     PERFORM 5100-CONSTATER-MAITRE
046600         THRU 5100-CONSTATER-MAITRE-EXIT.
046700     IF CP-REPRISE-FORCEE
046800         DISPLAY "REPRISE FORCEE SANS CONTROLE DU SCEAU - "
046900             "CODE RETOUR 4"
047000         DISPLAY "DOSSIERS AU FICHIER MAITRE : " NB-MAITRE
047100             "  DERNIER NUMERO DU JOURNAL : " NO-JOURNAL
047200         MOVE 4 TO RETURN-CODE
047300         GO TO 2350-ECRIRE-REPRISE
047400     END-IF.
047500     IF NUIT-NON-SCELLEE
047600         DISPLAY "LA DERNIERE SOUMISSION DU " DATE-NUIT
047700             " N'A PAS ETE SCELLEE (ENCORE EN COURS, OU ANNULEE"
047800             ")"
047900         DISPLAY "CONTROLE DU FICHIER MAITRE IMPOSSIBLE - MODE F "
048000             "APRES VERIFICATION"
048100         MOVE "NUIT NON SCELLEE" TO MOTIF-REFUS
048200         PERFORM 2900-REFUSER-SOUMISSION
048300             THRU 2900-REFUSER-SOUMISSION-EXIT
048400         GO TO 2300-REPRENDRE-NUIT-EXIT
048500     END-IF.
048600     DISPLAY "SCEAU DU " SCEAU-HORODATE " : " SCEAU-NB-MAITRE
048700         " DOSSIERS, JOURNAL AU NUMERO " SCEAU-NO-JOURNAL.
048800     DISPLAY "CONSTAT ACTUEL          : " NB-MAITRE
048900         " DOSSIERS, JOURNAL AU NUMERO " NO-JOURNAL.
049000     IF NOT CONSTAT-FAIT
049100             OR NB-MAITRE NOT = SCEAU-NB-MAITRE
049200             OR NO-JOURNAL NOT = SCEAU-NO-JOURNAL
049300         DISPLAY "FICHIER MAITRE MODIFIE OU ILLISIBLE DEPUIS "
049400             "L'INCIDENT - REPRISE REFUSEE"
049500         MOVE "MAITRE MODIFIE" TO MOTIF-REFUS
049600         PERFORM 2900-REFUSER-SOUMISSION
049700             THRU 2900-REFUSER-SOUMISSION-EXIT
049800         GO TO 2300-REPRENDRE-NUIT-EXIT
049900     END-IF.
050000 2350-ECRIRE-REPRISE.
050100     MOVE "R"          TO EV-TYPE.
050200     MOVE CP-MODE-NUIT TO EV-MODE.
050300     MOVE "N"          TO EV-NOUVELLE-NUIT.
050400     PERFORM 7000-ECRIRE-EVENEMENT
050500         THRU 7000-ECRIRE-EVENEMENT-EXIT.
050600     DISPLAY "NUIT DU " DATE-NUIT " REPRISE - LES ETAPES "
050700         "TERMINEES CI-DESSUS SERONT SAUTEES".
050800 2300-REPRENDRE-NUIT-EXIT.
050900     EXIT.
051000*----------------------------------------------------------------
051100* 2900-REFUSER-SOUMISSION : LE REFUS EST PORTE AU FICHIER D'ETAT,
051200*                           LES ENTREES D'ETAPE LE LIRONT ET
051300*                           ECARTERONT TOUT LE FLOT
051400*----------------------------------------------------------------
051500 2900-REFUSER-SOUMISSION.
051600     DISPLAY "SOUMISSION REFUSEE - " MOTIF-REFUS
051700         " - CODE RETOUR 16".
051800     MOVE "X"          TO EV-TYPE.
051900     MOVE CP-MODE-NUIT TO EV-MODE.
052000     MOVE MOTIF-REFUS  TO EV-PROGRAMME.
052100     MOVE "N"          TO EV-NOUVELLE-NUIT.
052200     PERFORM 7000-ECRIRE-EVENEMENT
052300         THRU 7000-ECRIRE-EVENEMENT-EXIT.
052400     MOVE 16 TO RETURN-CODE.
052500 2900-REFUSER-SOUMISSION-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800* 3000-ENTRER-ETAPE : L'ETAPE GARDEE EST-ELLE A LANCER ?
052900*                     CODE RETOUR 0 OUI, 4 DEJA TERMINEE
053000*                     (REPRISE), 16 SOUMISSION REFUSEE
053100*----------------------------------------------------------------
053200 3000-ENTRER-ETAPE.
053300     IF NOT NUIT-OUVERTE OR SOUMISSION-REFUSEE
053400         DISPLAY "PILOTE-NUIT : SOUMISSION REFUSEE A L'OUVERTURE "
053500             "OU ETAT DU FLOT ILLISIBLE - " CP-ETAPE " "
053600             CP-PROGRAMME " NON LANCEE"
053700         MOVE 16 TO RETURN-CODE
053800         GO TO 3000-ENTRER-ETAPE-EXIT
053900     END-IF.
054000     MOVE "O" TO ETAPE-LIEE-FAITE.
054100     IF CP-ETAPE-LIEE NOT = SPACES
054200         MOVE CP-ETAPE-LIEE TO ETAPE-CHERCHEE
054300         PERFORM 5000-CHERCHER-ETAPE
054400             THRU 5000-CHERCHER-ETAPE-EXIT
054500         MOVE "N" TO ETAPE-LIEE-FAITE
054600         IF ETAPE-CONNUE
054700             IF TE-TERMINEE(IDX-ETAPE)
054800                 MOVE "O" TO ETAPE-LIEE-FAITE
054900             END-IF
055000         END-IF
055100     END-IF.
055200     MOVE CP-ETAPE TO ETAPE-CHERCHEE.
055300     PERFORM 5000-CHERCHER-ETAPE
055400         THRU 5000-CHERCHER-ETAPE-EXIT.
055500     MOVE "N" TO ETAPE-A-SAUTER.
055600     IF ETAPE-CONNUE
055700         IF TE-TERMINEE(IDX-ETAPE)
055800             MOVE "O" TO ETAPE-A-SAUTER
055900         END-IF
056000     END-IF.
056100     IF NOT SOUMISSION-EN-REPRISE OR CP-TOUJOURS-REJOUEE
056200             OR NOT ETAPE-LIEE-TERMINEE
056300         MOVE "N" TO ETAPE-A-SAUTER
056400     END-IF.
056500     IF SAUTER-ETAPE
056600         DISPLAY "PILOTE-NUIT : " CP-ETAPE " " CP-PROGRAMME
056700             " DEJA TERMINEE LE " TE-HORODATE(IDX-ETAPE)
056800             " (CODE RETOUR " TE-CODE-RETOUR(IDX-ETAPE)
056900             ") - SAUTEE"
057000         MOVE "S" TO EV-TYPE
057100         MOVE 4   TO RETURN-CODE
057200     ELSE
057300         DISPLAY "PILOTE-NUIT : " CP-ETAPE " " CP-PROGRAMME
057400             " LANCEE"
057500         MOVE "D" TO EV-TYPE
057600     END-IF.
057700     MOVE MODE-SOUMISSION TO EV-MODE.
057800     MOVE CP-ETAPE        TO EV-ETAPE.
057900     MOVE CP-PROGRAMME    TO EV-PROGRAMME.
058000     MOVE "N"             TO EV-NOUVELLE-NUIT.
058100     PERFORM 7000-ECRIRE-EVENEMENT
058200         THRU 7000-ECRIRE-EVENEMENT-EXIT.
058300 3000-ENTRER-ETAPE-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------
058600* 4000-TERMINER-ETAPE : FIN D'UNE ETAPE LANCEE PAR CETTE
058700*                       SOUMISSION, AVEC LE CODE RETOUR QUE SON
058800*                       COND A LAISSE PASSER
058900*----------------------------------------------------------------
059000 4000-TERMINER-ETAPE.
059100     IF NOT NUIT-OUVERTE OR SOUMISSION-REFUSEE
059200         GO TO 4000-TERMINER-ETAPE-EXIT
059300     END-IF.
059400     IF CP-CODE-RETOUR NOT NUMERIC
059500         DISPLAY "PILOTE-NUIT : CODE RETOUR INVALIDE POUR "
059600             CP-ETAPE " : " CP-CODE-RETOUR
059700         MOVE 16 TO RETURN-CODE
059800         GO TO 4000-TERMINER-ETAPE-EXIT
059900     END-IF.
060000     MOVE CP-ETAPE TO ETAPE-CHERCHEE.
060100     PERFORM 5000-CHERCHER-ETAPE
060200         THRU 5000-CHERCHER-ETAPE-EXIT.
060300     IF ETAPE-CONNUE
060400         IF NOT TE-LANCEE(IDX-ETAPE)
060500                 OR NOT TE-LANCEE-CE-PASSAGE(IDX-ETAPE)
060600             MOVE "N" TO ETAPE-TROUVEE
060700         END-IF
060800     END-IF.
060900     IF NOT ETAPE-CONNUE
061000         DISPLAY "PILOTE-NUIT : " CP-ETAPE " NON LANCEE PAR "
061100             "CETTE SOUMISSION - RIEN A ENREGISTRER"
061200         GO TO 4000-TERMINER-ETAPE-EXIT
061300     END-IF.
061400     DISPLAY "PILOTE-NUIT : " CP-ETAPE " " CP-PROGRAMME
061500         " TERMINEE - CODE RETOUR " CP-CODE-RETOUR.
061600     MOVE "T"              TO EV-TYPE.
061700     MOVE MODE-SOUMISSION  TO EV-MODE.
061800     MOVE CP-ETAPE         TO EV-ETAPE.
061900     MOVE CP-PROGRAMME     TO EV-PROGRAMME.
062000     MOVE CP-CODE-RETOUR-N TO EV-CODE-RETOUR.
062100     MOVE "N"              TO EV-NOUVELLE-NUIT.
062200     PERFORM 7000-ECRIRE-EVENEMENT
062300         THRU 7000-ECRIRE-EVENEMENT-EXIT.
062400 4000-TERMINER-ETAPE-EXIT.
062500     EXIT.
062600*----------------------------------------------------------------
062700* 5000-CHERCHER-ETAPE : POSTE DE L'ETAPE DANS LA TABLE DE LA NUIT,
062800*                       CREE A LA PREMIERE LIGNE "D" QUI LA CITE
062900*----------------------------------------------------------------
063000 5000-CHERCHER-ETAPE.
063100     MOVE "N" TO ETAPE-TROUVEE.
063200     SET IDX-ETAPE TO 1.
063300     SEARCH ENTREE-ETAPE
063400         AT END
063500             DISPLAY "PILOTE-NUIT : TABLE DES ETAPES PLEINE - "
063600                 ETAPE-CHERCHEE " NON SUIVIE"
063700             GO TO 5000-CHERCHER-ETAPE-EXIT
063800         WHEN TE-ETAPE(IDX-ETAPE) = ETAPE-CHERCHEE
063900             MOVE "O" TO ETAPE-TROUVEE
064000         WHEN TE-ETAPE(IDX-ETAPE) = SPACES
064100             IF CREER-SI-ABSENTE
064200                 MOVE ETAPE-CHERCHEE TO TE-ETAPE(IDX-ETAPE)
064300                 ADD 1 TO NB-ETAPES
064400                 MOVE "O" TO ETAPE-TROUVEE
064500             END-IF
064600     END-SEARCH.
064700 5000-CHERCHER-ETAPE-EXIT.
064800     EXIT.
064900*----------------------------------------------------------------
065000* 5100-CONSTATER-MAITRE : NOMBRE DE DOSSIERS DU FICHIER MAITRE ET
065100*                         DERNIER NUMERO DU JOURNAL D'AUDIT
065200*                         (JNCHAIN ABSENT : ZERO, COMME POUR
065300*                         CHAINE-JOURNAL)
065400*----------------------------------------------------------------
065500 5100-CONSTATER-MAITRE.
065600     MOVE "N"  TO CONSTAT-POSSIBLE.
065700     MOVE ZERO TO NB-MAITRE NO-JOURNAL.
065800     OPEN INPUT FICHIER-MAITRE.
065900     IF NOT MF-OK
066000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
066100             "CODE " MF-STATUT
066200         GO TO 5100-CONSTATER-MAITRE-EXIT
066300     END-IF.
066400     MOVE "N" TO FIN-FICHIER-MAITRE.
066500     PERFORM 5200-COMPTER-DOSSIER
066600         THRU 5200-COMPTER-DOSSIER-EXIT
066700         UNTIL PLUS-DE-CITOYENS.
066800     CLOSE FICHIER-MAITRE.
066900     OPEN INPUT CHAINAGE-JOURNAL.
067000     IF CJ-ABSENT
067100         MOVE "O" TO CONSTAT-POSSIBLE
067200         GO TO 5100-CONSTATER-MAITRE-EXIT
067300     END-IF.
067400     IF NOT CJ-OK
067500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER JNCHAIN - "
067600             "CODE " CJ-STATUT
067700         GO TO 5100-CONSTATER-MAITRE-EXIT
067800     END-IF.
067900     READ CHAINAGE-JOURNAL
068000         AT END
068100             MOVE ZERO TO CJ-DERNIER-NUMERO
068200     END-READ.
068300     MOVE CJ-DERNIER-NUMERO TO NO-JOURNAL.
068400     CLOSE CHAINAGE-JOURNAL.
068500     MOVE "O" TO CONSTAT-POSSIBLE.
068600 5100-CONSTATER-MAITRE-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900* 5200-COMPTER-DOSSIER : LECTURE SEQUENTIELLE DU FICHIER MAITRE
069000*----------------------------------------------------------------
069100 5200-COMPTER-DOSSIER.
069200     READ FICHIER-MAITRE NEXT RECORD
069300         AT END
069400             MOVE "O" TO FIN-FICHIER-MAITRE
069500             GO TO 5200-COMPTER-DOSSIER-EXIT
069600     END-READ.
069700     ADD 1 TO NB-MAITRE.
069800 5200-COMPTER-DOSSIER-EXIT.
069900     EXIT.
070000*----------------------------------------------------------------
070100* 6000-SCELLER-SOUMISSION : BILAN DE LA NUIT ET CONSTAT DU
070200*                           FICHIER MAITRE EN FIN DE SOUMISSION,
070300*                           REFERENCE D'UNE REPRISE EVENTUELLE
070400*----------------------------------------------------------------
070500 6000-SCELLER-SOUMISSION.
070600     DISPLAY "----------------------------------------".
070700     DISPLAY "PILOTE-NUIT - BILAN DU FLOT DE NUIT".
070800     DISPLAY "----------------------------------------".
070900     IF NOT NUIT-OUVERTE
071000         DISPLAY "AUCUNE NUIT OUVERTE - PAS DE SCEAU"
071100         GO TO 6000-SCELLER-SOUMISSION-EXIT
071200     END-IF.
071300     IF SOUMISSION-REFUSEE
071400         DISPLAY "SOUMISSION REFUSEE A L'OUVERTURE - LE SCEAU "
071500             "PRECEDENT DE LA NUIT DU " DATE-NUIT " EST CONSERVE"
071600         GO TO 6000-SCELLER-SOUMISSION-EXIT
071700     END-IF.
071800     DISPLAY "NUIT DU " DATE-NUIT " - " NB-REPRISES
071900         " REPRISE(S)".
072000     PERFORM 8000-EDITER-ETAPES
072100         THRU 8000-EDITER-ETAPES-EXIT.
072200     PERFORM 5100-CONSTATER-MAITRE
072300         THRU 5100-CONSTATER-MAITRE-EXIT.
072400     DISPLAY "DOSSIERS AU FICHIER MAITRE : " NB-MAITRE.
072500     DISPLAY "DERNIER NUMERO DU JOURNAL  : " NO-JOURNAL.
072600     MOVE "F" TO EV-TYPE.
072700     MOVE MODE-SOUMISSION TO EV-MODE.
072800     IF NB-ETAPES-EN-ECHEC > ZERO
072900         MOVE "I" TO EV-BILAN
073000         DISPLAY "NUIT INCOMPLETE - " NB-ETAPES-EN-ECHEC
073100             " ETAPE(S) EN ECHEC - CODE RETOUR 4"
073200         DISPLAY "RESOUMETTRE REGPIPE EN REPRISE (MODE R) : LES "
073300             "ETAPES TERMINEES SERONT SAUTEES"
073400         MOVE 4 TO RETURN-CODE
073500     ELSE
073600         MOVE "C" TO EV-BILAN
073700         DISPLAY "NUIT COMPLETE - " NB-ETAPES-TERMINEES
073800             " ETAPE(S) TERMINEE(S)"
073900     END-IF.
074000     MOVE "N" TO EV-NOUVELLE-NUIT.
074100     PERFORM 7000-ECRIRE-EVENEMENT
074200         THRU 7000-ECRIRE-EVENEMENT-EXIT.
074300     DISPLAY "----------------------------------------".
074400 6000-SCELLER-SOUMISSION-EXIT.
074500     EXIT.
074600*----------------------------------------------------------------
074700* 7000-ECRIRE-EVENEMENT : AJOUT D'UNE LIGNE AU FICHIER D'ETAT, OU
074800*                         REECRITURE DU FICHIER A L'OUVERTURE
074900*                         D'UNE NOUVELLE NUIT
075000*----------------------------------------------------------------
075100 7000-ECRIRE-EVENEMENT.
075200     IF EV-REECRIRE-FICHIER
075300         OPEN OUTPUT ETAT-NUIT
075400     ELSE
075500         OPEN EXTEND ETAT-NUIT
075600         IF ET-ABSENT
075700             OPEN OUTPUT ETAT-NUIT
075800         END-IF
075900     END-IF.
076000     IF NOT ET-OK
076100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATNUIT - "
076200             "CODE " ET-STATUT
076300         MOVE 16 TO RETURN-CODE
076400         GO TO 7000-ECRIRE-EVENEMENT-EXIT
076500     END-IF.
076600     MOVE SPACES            TO ENR-ETAT-NUIT.
076700     MOVE EV-TYPE           TO EN-TYPE.
076800     MOVE EV-MODE           TO EN-MODE.
076900     IF EV-REECRIRE-FICHIER OR NOT NUIT-OUVERTE
077000         MOVE DATE-DU-JOUR-AAAAMMJJ TO EN-DATE-NUIT
077100     ELSE
077200         MOVE DATE-NUIT     TO EN-DATE-NUIT
077300     END-IF.
077400     MOVE FUNCTION CURRENT-DATE(1:14) TO EN-HORODATE.
077500     MOVE EV-ETAPE          TO EN-ETAPE.
077600     MOVE EV-PROGRAMME      TO EN-PROGRAMME.
077700     MOVE EV-CODE-RETOUR    TO EN-CODE-RETOUR.
077800     MOVE NB-MAITRE         TO EN-NB-MAITRE.
077900     MOVE NO-JOURNAL        TO EN-NO-JOURNAL.
078000     MOVE EV-BILAN          TO EN-BILAN.
078100     WRITE ENR-ETAT-NUIT.
078200     IF NOT ET-OK
078300         DISPLAY "ECRITURE AU FICHIER ETATNUIT EN ECHEC - "
078400             "CODE " ET-STATUT
078500         MOVE 16 TO RETURN-CODE
078600     END-IF.
078700     CLOSE ETAT-NUIT.
078800 7000-ECRIRE-EVENEMENT-EXIT.
078900     EXIT.
079000*----------------------------------------------------------------
079100* 8000-EDITER-ETAPES : UNE LIGNE PAR ETAPE DE LA NUIT, AVEC LE
079200*                      DECOMPTE DES ETAPES TERMINEES ET EN ECHEC
079300*----------------------------------------------------------------
079400 8000-EDITER-ETAPES.
079500     MOVE ZERO TO NB-ETAPES-TERMINEES NB-ETAPES-EN-ECHEC.
079600     IF NB-ETAPES = ZERO
079700         DISPLAY "AUCUNE ETAPE LANCEE"
079800         GO TO 8000-EDITER-ETAPES-EXIT
079900     END-IF.
080000     PERFORM 8100-EDITER-ETAPE
080100         THRU 8100-EDITER-ETAPE-EXIT
080200         VARYING IDX-ETAPE FROM 1 BY 1
080300         UNTIL IDX-ETAPE > NB-ETAPES.
080400 8000-EDITER-ETAPES-EXIT.
080500     EXIT.
080600*----------------------------------------------------------------
080700* 8100-EDITER-ETAPE : ETAT D'UNE ETAPE - UNE ETAPE LANCEE SANS
080800*                     FIN ENREGISTREE A RENDU PLUS DE 4 OU S'EST
080900*                     ARRETEE EN ANOMALIE
081000*----------------------------------------------------------------
081100 8100-EDITER-ETAPE.
081200     MOVE TE-ETAPE(IDX-ETAPE)     TO LE-ETAPE.
081300     MOVE TE-PROGRAMME(IDX-ETAPE) TO LE-PROGRAMME.
081400     MOVE TE-HORODATE(IDX-ETAPE)  TO LE-HORODATE.
081500     IF TE-TERMINEE(IDX-ETAPE)
081600         ADD 1 TO NB-ETAPES-TERMINEES
081700         MOVE SPACES TO LE-ETAT
081800         STRING "TERMINEE - CR " DELIMITED BY SIZE
081900             TE-CODE-RETOUR(IDX-ETAPE) DELIMITED BY SIZE
082000             INTO LE-ETAT
082100         END-STRING
082200     ELSE
082300         ADD 1 TO NB-ETAPES-EN-ECHEC
082400         MOVE "EN ECHEC - CR > 4/ARRET" TO LE-ETAT
082500     END-IF.
082600     DISPLAY LIGNE-ETAPE.
082700 8100-EDITER-ETAPE-EXIT.
082800     EXIT.
