000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RAPPORT-QUALITE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* RAPPORT-QUALITE TOTALISE LES VERDICTS PORTES PAR LES
000900* SUPERVISEURS (REVUE-QUALITE) SUR L'ECHANTILLON MENSUEL DE
001000* CONTROLE QUALITE (ECHQUAL, COPY RCECHQC, TIRE PAR
001100* ECHANT-QUALITE) ET EDITE (ETATQUAL) :
001200*   - LES TAUX D'ERREUR PAR OPERATEUR, PAR SITE ET PAR ACTION,
001300*     PUIS POUR L'ENSEMBLE : ELEMENTS TIRES, REVUS, NON REVUS,
001400*     CORRECTS, ERREURS MINEURES ET MAJEURES, TAUX OBSERVE (SUR
001500*     LES ELEMENTS REVUS) ET TAUX ESTIME (CHAQUE ELEMENT REVU
001600*     PESE LES LIGNES DE SA STRATE QU'IL REPRESENTE, EQ-POPULATION
001700*     / EQ-TAILLE, CE QUI CORRIGE LE SUR-ECHANTILLONNAGE DES
001800*     PETITES STRATES) ;
001900*   - LA REPARTITION DES ERREURS PAR ZONE POUR CHAQUE OPERATEUR ;
002000*   - LA TENDANCE DES TAUX SUR LE MOIS ET LES CINQ MOIS
002100*     PRECEDENTS, RELUE DE L'HISTORIQUE HISTQUAL (COPY RCHISTQ)
002200*     AUQUEL LES TAUX DU MOIS SONT AJOUTES ;
002300*   - LES BESOINS DE FORMATION : OPERATEURS DONT LE TAUX OBSERVE
002400*     ATTEINT LE SEUIL, AVEC LA ZONE OU ILS SE TROMPENT LE PLUS,
002500*     ECRITS AUSSI AU FICHIER BESFORM (COPY RCBESFO) QUE LES
002600*     FORMATEURS EXPLOITENT.
002700*
002800* CARTES SYSIN, UNE PAR ZONE :
002900*   1 - MOIS AAAAMM (BLANC = AVANT-DERNIER MOIS : L'ECHANTILLON
003000*       DU MOIS M-1 EST TIRE DEBUT M ET REVU PENDANT LE MOIS M) ;
003100*   2 - SEUIL DES BESOINS DE FORMATION EN POUR CENT, 2 CHIFFRES
003200*       (BLANC = 10).
003300* DES ELEMENTS ENCORE NON REVUS DONNENT LE CODE RETOUR 4 : LES
003400* TAUX NE PORTENT QUE SUR LES ELEMENTS REVUS.
003500*
003600* HISTORIQUE DES MODIFICATIONS
003700* DATE       AUTEUR  DESCRIPTION
003800* ---------- ------- ---------------------------------------------
003900* 2026-10-15 SI      CREATION - TAUX D'ERREUR DU CONTROLE QUALITE
004000*                    PAR OPERATEUR, SITE ET ACTION.
004100*----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 SPECIAL-NAMES.
004700     DECIMAL-POINT IS COMMA.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ECHANTILLON-QUALITE ASSIGN TO "ECHQUAL"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS EQ-CLE
005400         FILE STATUS IS EQ-STATUT.
005500     SELECT HISTORIQUE-QUALITE ASSIGN TO "HISTQUAL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS HQ-STATUT.
005800     SELECT BESOINS-FORMATION ASSIGN TO "BESFORM"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS BF-STATUT.
006100     SELECT ETAT-QUALITE ASSIGN TO "ETATQUAL"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS ET-STATUT.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ECHANTILLON-QUALITE
006700     LABEL RECORDS ARE STANDARD.
006800 01  ENR-ECHANTILLON.
006900     COPY RCECHQC.
007000 FD  HISTORIQUE-QUALITE
007100     LABEL RECORDS ARE STANDARD.
007200 01  ENR-HISTO-QUALITE.
007300     COPY RCHISTQ.
007400 FD  BESOINS-FORMATION
007500     LABEL RECORDS ARE STANDARD.
007600 01  ENR-BESOIN-FORMATION.
007700     COPY RCBESFO.
007800 FD  ETAT-QUALITE
007900     LABEL RECORDS ARE STANDARD.
008000 01  LIGNE-ETAT                  PIC X(110).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300* ZONES DE TRAVAIL
008400*----------------------------------------------------------------
008500 01  EQ-STATUT                   PIC X(02).
008600     88 EQ-OK                    VALUE "00".
008700     88 EQ-ABSENT                VALUE "35".
008800 01  HQ-STATUT                   PIC X(02).
008900     88 HQ-OK                    VALUE "00".
009000     88 HQ-ABSENT                VALUE "35".
009100 01  BF-STATUT                   PIC X(02).
009200     88 BF-OK                    VALUE "00".
009300 01  ET-STATUT                   PIC X(02).
009400     88 ET-OK                    VALUE "00".
009500 01  FIN-ECHANTILLON             PIC X(01) VALUE "N".
009600     88 PLUS-D-ELEMENTS          VALUE "O".
009700 01  FIN-HISTORIQUE              PIC X(01) VALUE "N".
009800     88 PLUS-DE-LIGNES-HISTO     VALUE "O".
009900 01  HISTORIQUE-OUVERT           PIC X(01) VALUE "N".
010000     88 HISTORISATION-POSSIBLE   VALUE "O".
010100 01  BESOINS-OUVERT              PIC X(01) VALUE "N".
010200     88 BESOINS-A-ECRIRE         VALUE "O".
010300 01  DATE-DU-JOUR.
010400     05 DJ-ANNEE                 PIC 9(04).
010500     05 DJ-MOIS                  PIC 9(02).
010600     05 DJ-JOUR                  PIC 9(02).
010700 01  MOIS-DEMANDE.
010800     05 MD-ANNEE                 PIC 9(04).
010900     05 MD-MOIS                  PIC 9(02).
011000 01  MOIS-DEMANDE-9 REDEFINES MOIS-DEMANDE
011100                                 PIC 9(06).
011200 01  MOIS-CALCUL.
011300     05 MC-ANNEE                 PIC 9(04).
011400     05 MC-MOIS                  PIC 9(02).
011500 01  MOIS-CALCUL-9 REDEFINES MOIS-CALCUL
011600                                 PIC 9(06).
011700*----------------------------------------------------------------
011800* CARTES DE PARAMETRES
011900*----------------------------------------------------------------
012000 01  CARTE-MOIS                  PIC X(06) VALUE SPACES.
012100 01  CARTE-SEUIL                 PIC X(02) VALUE SPACES.
012200 01  CARTE-SEUIL-9 REDEFINES CARTE-SEUIL
012300                                 PIC 9(02).
012400 01  SEUIL-FORMATION             PIC 9(02) VALUE 10.
012500*----------------------------------------------------------------
012600* MOIS DE LA TENDANCE : LES CINQ MOIS PRECEDENTS PUIS LE MOIS
012700* DEMANDE (RANG 6)
012800*----------------------------------------------------------------
012900 01  TABLE-MOIS.
013000     05 ENTREE-MOIS              OCCURS 6 TIMES
013100                                 INDEXED BY IDX-MOIS.
013200         10 TM-MOIS              PIC 9(06).
013300 01  RANG-MOIS                   PIC 9(02) COMP VALUE ZERO.
013400*----------------------------------------------------------------
013500* CODES DES ZONES EN ERREUR (MEMES CODES QUE ECART-IMAGES)
013600*----------------------------------------------------------------
013700 01  LISTE-CHAMPS.
013800     05 FILLER                   PIC X(16) VALUE "NONOM".
013900     05 FILLER                   PIC X(16) VALUE "PRPRENOM".
014000     05 FILLER                   PIC X(16) VALUE "NUNOM D'USAGE".
014100     05 FILLER                   PIC X(16) VALUE "NNNO NATIONAL".
014200     05 FILLER                   PIC X(16)
014300                                 VALUE "DNDATE NAISSANCE".
014400     05 FILLER                   PIC X(16) VALUE "SXSEXE".
014500     05 FILLER                   PIC X(16) VALUE "RURUE".
014600     05 FILLER                   PIC X(16) VALUE "CPCODE POSTAL".
014700     05 FILLER                   PIC X(16) VALUE "COCOMMUNE".
014800     05 FILLER                   PIC X(16) VALUE "STSTATUT".
014900     05 FILLER                   PIC X(16) VALUE "AUAUTRE".
015000 01  TABLE-CHAMPS REDEFINES LISTE-CHAMPS.
015100     05 ENTREE-CHAMP             OCCURS 11 TIMES
015200                                 INDEXED BY IDX-CHAMP.
015300         10 TC-CODE              PIC X(02).
015400         10 TC-LIBELLE           PIC X(14).
015500 01  RANG-CHAMP                  PIC 9(02) COMP VALUE ZERO.
015600 01  RANG-CHAMP-PRINCIPAL        PIC 9(02) COMP VALUE ZERO.
015700 01  NB-CHAMP-PRINCIPAL          PIC 9(05) COMP VALUE ZERO.
015800*----------------------------------------------------------------
015900* CUMULS PAR OPERATEUR, PAR SITE ET PAR ACTION
016000*----------------------------------------------------------------
016100 01  NB-OPERATEURS               PIC 9(03) COMP VALUE ZERO.
016200 01  TABLE-OPERATEURS.
016300     05 ENTREE-OPERATEUR         OCCURS 100 TIMES
016400                                 INDEXED BY IDX-OPERATEUR.
016500         10 TO-OPERATEUR         PIC X(08).
016600         10 TO-ELEMENTS          PIC 9(05) COMP.
016700         10 TO-REVUS             PIC 9(05) COMP.
016800         10 TO-CORRECTS          PIC 9(05) COMP.
016900         10 TO-MINEURES          PIC 9(05) COMP.
017000         10 TO-MAJEURES          PIC 9(05) COMP.
017100         10 TO-POIDS-REVUS       PIC 9(09)V9(04) COMP-3.
017200         10 TO-POIDS-ERREURS     PIC 9(09)V9(04) COMP-3.
017300         10 TO-CHAMP             PIC 9(05) COMP
017400                                 OCCURS 11 TIMES.
017500 01  NB-SITES                    PIC 9(03) COMP VALUE ZERO.
017600 01  TABLE-SITES.
017700     05 ENTREE-SITE              OCCURS 100 TIMES
017800                                 INDEXED BY IDX-SITE.
017900         10 TS-CODE-SITE         PIC X(03).
018000         10 TS-ELEMENTS          PIC 9(05) COMP.
018100         10 TS-REVUS             PIC 9(05) COMP.
018200         10 TS-CORRECTS          PIC 9(05) COMP.
018300         10 TS-MINEURES          PIC 9(05) COMP.
018400         10 TS-MAJEURES          PIC 9(05) COMP.
018500         10 TS-POIDS-REVUS       PIC 9(09)V9(04) COMP-3.
018600         10 TS-POIDS-ERREURS     PIC 9(09)V9(04) COMP-3.
018700 01  TABLE-ACTIONS.
018800     05 ENTREE-ACTION            OCCURS 3 TIMES
018900                                 INDEXED BY IDX-ACTION.
019000         10 TA-ACTION            PIC X(05).
019100         10 TA-ELEMENTS          PIC 9(05) COMP.
019200         10 TA-REVUS             PIC 9(05) COMP.
019300         10 TA-CORRECTS          PIC 9(05) COMP.
019400         10 TA-MINEURES          PIC 9(05) COMP.
019500         10 TA-MAJEURES          PIC 9(05) COMP.
019600         10 TA-POIDS-REVUS       PIC 9(09)V9(04) COMP-3.
019700         10 TA-POIDS-ERREURS     PIC 9(09)V9(04) COMP-3.
019800 01  CUMUL-ENSEMBLE.
019900     05 TE-ELEMENTS              PIC 9(05) COMP VALUE ZERO.
020000     05 TE-REVUS                 PIC 9(05) COMP VALUE ZERO.
020100     05 TE-CORRECTS              PIC 9(05) COMP VALUE ZERO.
020200     05 TE-MINEURES              PIC 9(05) COMP VALUE ZERO.
020300     05 TE-MAJEURES              PIC 9(05) COMP VALUE ZERO.
020400     05 TE-POIDS-REVUS           PIC 9(09)V9(04) COMP-3
020500                                 VALUE ZERO.
020600     05 TE-POIDS-ERREURS         PIC 9(09)V9(04) COMP-3
020700                                 VALUE ZERO.
020800*----------------------------------------------------------------
020900* CUMUL EN COURS D'EDITION (OPERATEUR, SITE, ACTION OU
021000* ENSEMBLE) ET TAUX CALCULES
021100*----------------------------------------------------------------
021200 01  CUMUL-COURANT.
021300     05 SC-TYPE                  PIC X(01).
021400     05 SC-CLE                   PIC X(08).
021500     05 SC-ELEMENTS              PIC 9(05) COMP.
021600     05 SC-REVUS                 PIC 9(05) COMP.
021700     05 SC-CORRECTS              PIC 9(05) COMP.
021800     05 SC-MINEURES              PIC 9(05) COMP.
021900     05 SC-MAJEURES              PIC 9(05) COMP.
022000     05 SC-POIDS-REVUS           PIC 9(09)V9(04) COMP-3.
022100     05 SC-POIDS-ERREURS         PIC 9(09)V9(04) COMP-3.
022200     05 SC-TAUX-OBSERVE          PIC 9(03)V9(01).
022300     05 SC-TAUX-ESTIME           PIC 9(03)V9(01).
022400 01  POIDS-ELEMENT               PIC 9(07)V9(04) COMP-3
022500                                 VALUE ZERO.
022600 01  ELEMENT-EN-ERREUR           PIC X(01) VALUE "N".
022700     88 ERREUR-CONSTATEE         VALUE "O".
022800*----------------------------------------------------------------
022900* TENDANCE : TAUX PAR CLE SUR LES SIX MOIS (LA DERNIERE LIGNE
023000* D'UN MOIS ET D'UNE CLE DANS HISTQUAL L'EMPORTE ; LE MOIS
023100* DEMANDE EST PRIS DU CALCUL COURANT)
023200*----------------------------------------------------------------
023300 01  NB-TENDANCES                PIC 9(03) COMP VALUE ZERO.
023400 01  TABLE-TENDANCE.
023500     05 ENTREE-TENDANCE          OCCURS 400 TIMES
023600                                 INDEXED BY IDX-TENDANCE.
023700         10 TT-TYPE              PIC X(01).
023800         10 TT-CLE               PIC X(08).
023900         10 TT-MOIS              OCCURS 6 TIMES.
024000             15 TT-PRESENT       PIC X(01).
024100             15 TT-TAUX          PIC 9(03)V9(01).
024200 01  TYPE-EDITE                  PIC X(01).
024300*----------------------------------------------------------------
024400* COMPTEURS DE CONTROLE
024500*----------------------------------------------------------------
024600 01  NB-LUS                      PIC 9(05) COMP VALUE ZERO.
024700 01  NB-NON-REVUS                PIC 9(05) COMP VALUE ZERO.
024800 01  NB-HORS-TABLE               PIC 9(05) COMP VALUE ZERO.
024900 01  NB-HISTO-LUES               PIC 9(07) COMP VALUE ZERO.
025000 01  NB-HISTO-ECRITES            PIC 9(05) COMP VALUE ZERO.
025100 01  NB-TENDANCES-PERDUES        PIC 9(05) COMP VALUE ZERO.
025200 01  NB-BESOINS                  PIC 9(05) COMP VALUE ZERO.
025300*----------------------------------------------------------------
025400* LIGNES EDITEES DE L'ETAT
025500*----------------------------------------------------------------
025600 01  LIGNE-ENTETE-TAUX.
025700     05 FILLER                   PIC X(34)
025800         VALUE "CLE       ELEMS REVUS N.REV CORR. ".
025900     05 FILLER                   PIC X(25)
026000         VALUE "MINEU MAJEU  OBS.%  EST.%".
026100 01  LIGNE-TAUX.
026200     05 LX-CLE                   PIC X(08).
026300     05 FILLER                   PIC X(02) VALUE SPACES.
026400     05 LX-ELEMENTS              PIC ZZZZ9.
026500     05 FILLER                   PIC X(01) VALUE SPACE.
026600     05 LX-REVUS                 PIC ZZZZ9.
026700     05 FILLER                   PIC X(01) VALUE SPACE.
026800     05 LX-NON-REVUS             PIC ZZZZ9.
026900     05 FILLER                   PIC X(01) VALUE SPACE.
027000     05 LX-CORRECTS              PIC ZZZZ9.
027100     05 FILLER                   PIC X(01) VALUE SPACE.
027200     05 LX-MINEURES              PIC ZZZZ9.
027300     05 FILLER                   PIC X(01) VALUE SPACE.
027400     05 LX-MAJEURES              PIC ZZZZ9.
027500     05 FILLER                   PIC X(02) VALUE SPACES.
027600     05 LX-TAUX-OBSERVE          PIC ZZ9,9.
027700     05 FILLER                   PIC X(02) VALUE SPACES.
027800     05 LX-TAUX-ESTIME           PIC ZZ9,9.
027900 01  LIGNE-ENTETE-ZONES.
028000     05 FILLER                   PIC X(33)
028100         VALUE "OPERAT.    NO   PR   NU   NN   DN".
028200     05 FILLER                   PIC X(30)
028300         VALUE "   SX   RU   CP   CO   ST   AU".
028400 01  LIGNE-ZONES.
028500     05 LZ-OPERATEUR             PIC X(08).
028600     05 LZ-COLONNE               OCCURS 11 TIMES.
028700         10 FILLER               PIC X(01).
028800         10 LZ-NOMBRE            PIC ZZZ9.
028900 01  LIGNE-ENTETE-TENDANCE.
029000     05 LET-TITRE                PIC X(18).
029100     05 LET-COLONNE              OCCURS 6 TIMES.
029200         10 LET-BLANC            PIC X(02).
029300         10 LET-MOIS             PIC 9(06).
029400 01  LIGNE-TENDANCE.
029500     05 LN-TYPE                  PIC X(10).
029600     05 LN-CLE                   PIC X(08).
029700     05 LN-COLONNE               OCCURS 6 TIMES.
029800         10 LN-BLANC             PIC X(02).
029900         10 LN-VALEUR            PIC X(06).
030000 01  TAUX-EDITE                  PIC ZZ9,9.
030100 01  LIGNE-BESOIN.
030200     05 LB-OPERATEUR             PIC X(08).
030300     05 FILLER                   PIC X(02) VALUE SPACES.
030400     05 LB-REVUS                 PIC ZZZZ9.
030500     05 FILLER                   PIC X(01) VALUE SPACE.
030600     05 LB-MINEURES              PIC ZZZZ9.
030700     05 FILLER                   PIC X(01) VALUE SPACE.
030800     05 LB-MAJEURES              PIC ZZZZ9.
030900     05 FILLER                   PIC X(02) VALUE SPACES.
031000     05 LB-TAUX                  PIC ZZ9,9.
031100     05 FILLER                   PIC X(02) VALUE SPACES.
031200     05 LB-CHAMP                 PIC X(02).
031300     05 FILLER                   PIC X(01) VALUE SPACE.
031400     05 LB-LIBELLE               PIC X(14).
031500     05 FILLER                   PIC X(01) VALUE SPACE.
031600     05 LB-NB-CHAMP              PIC ZZZZ9.
031700 01  LIGNE-TOTAL.
031800     05 LT-LIBELLE               PIC X(34).
031900     05 LT-COMPTEUR              PIC ZZZZZZ9.
032000 PROCEDURE DIVISION.
032100*================================================================
032200* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
032300*================================================================
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALISATION
032600         THRU 1000-INITIALISATION-EXIT.
032700     PERFORM 2000-CUMULER-ELEMENT
032800         THRU 2000-CUMULER-ELEMENT-EXIT
032900         UNTIL PLUS-D-ELEMENTS.
033000     PERFORM 3000-LIRE-HISTORIQUE
033100         THRU 3000-LIRE-HISTORIQUE-EXIT.
033200     PERFORM 4000-EDITER-TAUX
033300         THRU 4000-EDITER-TAUX-EXIT.
033400     PERFORM 5000-EDITER-ZONES
033500         THRU 5000-EDITER-ZONES-EXIT.
033600     PERFORM 6000-EDITER-TENDANCE
033700         THRU 6000-EDITER-TENDANCE-EXIT.
033800     PERFORM 7000-EDITER-BESOINS
033900         THRU 7000-EDITER-BESOINS-EXIT.
034000     PERFORM 8000-PIED-DE-PAGE
034100         THRU 8000-PIED-DE-PAGE-EXIT.
034200     PERFORM 9999-TERMINER
034300         THRU 9999-TERMINER-EXIT.
034400     STOP RUN.
034500*----------------------------------------------------------------
034600* 1000-INITIALISATION : CARTES DE PARAMETRES, MOIS DE LA
034700*                       TENDANCE, OUVERTURE DES FICHIERS ET
034800*                       PREMIER ELEMENT DU MOIS
034900*----------------------------------------------------------------
035000 1000-INITIALISATION.
035100     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
035200     ACCEPT CARTE-MOIS.
035300     ACCEPT CARTE-SEUIL.
035400     IF CARTE-MOIS = SPACES
035500         MOVE DJ-ANNEE TO MC-ANNEE
035600         MOVE DJ-MOIS  TO MC-MOIS
035700         PERFORM 1100-MOIS-PRECEDENT
035800             THRU 1100-MOIS-PRECEDENT-EXIT
035900         PERFORM 1100-MOIS-PRECEDENT
036000             THRU 1100-MOIS-PRECEDENT-EXIT
036100         MOVE MOIS-CALCUL TO MOIS-DEMANDE
036200     ELSE
036300         IF CARTE-MOIS NOT NUMERIC
036400             DISPLAY "CARTE MOIS INVALIDE : " CARTE-MOIS
036500                 " (BLANC OU AAAAMM)"
036600             MOVE 16 TO RETURN-CODE
036700             STOP RUN
036800         END-IF
036900         MOVE CARTE-MOIS TO MOIS-DEMANDE
037000         IF MD-MOIS < 1 OR MD-MOIS > 12
037100             DISPLAY "CARTE MOIS INVALIDE : " CARTE-MOIS
037200                 " (BLANC OU AAAAMM)"
037300             MOVE 16 TO RETURN-CODE
037400             STOP RUN
037500         END-IF
037600     END-IF.
037700     IF CARTE-SEUIL NUMERIC AND CARTE-SEUIL-9 > ZERO
037800         MOVE CARTE-SEUIL-9 TO SEUIL-FORMATION
037900     END-IF.
038000     MOVE MOIS-DEMANDE TO MOIS-CALCUL.
038100     MOVE MOIS-CALCUL-9 TO TM-MOIS(6).
038200     PERFORM 1200-MOIS-DE-TENDANCE
038300         THRU 1200-MOIS-DE-TENDANCE-EXIT
038400         VARYING RANG-MOIS FROM 5 BY -1
038500         UNTIL RANG-MOIS < 1.
038600     MOVE SPACES TO TABLE-OPERATEURS.
038700     MOVE SPACES TO TABLE-SITES.
038800     MOVE SPACES TO TABLE-TENDANCE.
038900     MOVE "AJOUT" TO TA-ACTION(1).
039000     MOVE "MODIF" TO TA-ACTION(2).
039100     MOVE "STATU" TO TA-ACTION(3).
039200     PERFORM 1300-RAZ-ACTION
039300         THRU 1300-RAZ-ACTION-EXIT
039400         VARYING IDX-ACTION FROM 1 BY 1
039500         UNTIL IDX-ACTION > 3.
039600     OPEN OUTPUT ETAT-QUALITE.
039700     IF NOT ET-OK
039800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATQUAL - "
039900             "CODE " ET-STATUT
040000         MOVE 16 TO RETURN-CODE
040100         STOP RUN
040200     END-IF.
040300     OPEN INPUT ECHANTILLON-QUALITE.
040400     IF EQ-ABSENT
040500         DISPLAY "AUCUN ECHANTILLON QUALITE TIRE"
040600         MOVE "O" TO FIN-ECHANTILLON
040700         GO TO 1000-INITIALISATION-EXIT
040800     END-IF.
040900     IF NOT EQ-OK
041000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ECHQUAL - "
041100             "CODE " EQ-STATUT
041200         MOVE 16 TO RETURN-CODE
041300         STOP RUN
041400     END-IF.
041500     MOVE MOIS-DEMANDE-9 TO EQ-MOIS.
041600     MOVE ZERO TO EQ-NO-ECHANT.
041700     START ECHANTILLON-QUALITE
041800         KEY IS NOT LESS THAN EQ-CLE
041900         INVALID KEY
042000             MOVE "O" TO FIN-ECHANTILLON
042100             GO TO 1000-INITIALISATION-EXIT
042200     END-START.
042300     PERFORM 2900-ELEMENT-SUIVANT
042400         THRU 2900-ELEMENT-SUIVANT-EXIT.
042500 1000-INITIALISATION-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800* 1100-MOIS-PRECEDENT : RECUL D'UN MOIS DE MOIS-CALCUL
042900*----------------------------------------------------------------
043000 1100-MOIS-PRECEDENT.
043100     IF MC-MOIS = 1
043200         SUBTRACT 1 FROM MC-ANNEE
043300         MOVE 12 TO MC-MOIS
043400     ELSE
043500         SUBTRACT 1 FROM MC-MOIS
043600     END-IF.
043700 1100-MOIS-PRECEDENT-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000* 1200-MOIS-DE-TENDANCE : MOIS DU RANG COURANT DE LA TENDANCE
044100*----------------------------------------------------------------
044200 1200-MOIS-DE-TENDANCE.
044300     PERFORM 1100-MOIS-PRECEDENT
044400         THRU 1100-MOIS-PRECEDENT-EXIT.
044500     MOVE MOIS-CALCUL-9 TO TM-MOIS(RANG-MOIS).
044600 1200-MOIS-DE-TENDANCE-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------
044900* 1300-RAZ-ACTION : REMISE A ZERO DES CUMULS D'UNE ACTION
045000*----------------------------------------------------------------
045100 1300-RAZ-ACTION.
045200     MOVE ZERO TO TA-ELEMENTS(IDX-ACTION) TA-REVUS(IDX-ACTION)
045300                  TA-CORRECTS(IDX-ACTION) TA-MINEURES(IDX-ACTION)
045400                  TA-MAJEURES(IDX-ACTION)
045500                  TA-POIDS-REVUS(IDX-ACTION)
045600                  TA-POIDS-ERREURS(IDX-ACTION).
045700 1300-RAZ-ACTION-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000* 2000-CUMULER-ELEMENT : ELEMENT DU MOIS CUMULE POUR SON
046100*                        OPERATEUR, SON SITE, SON ACTION ET
046200*                        L'ENSEMBLE
046300*----------------------------------------------------------------
046400 2000-CUMULER-ELEMENT.
046500     ADD 1 TO NB-LUS.
046600     IF NOT EQ-REVU
046700         ADD 1 TO NB-NON-REVUS
046800     END-IF.
046900     MOVE "N" TO ELEMENT-EN-ERREUR.
047000     IF EQ-ERREUR-MINEURE OR EQ-ERREUR-MAJEURE
047100         MOVE "O" TO ELEMENT-EN-ERREUR
047200     END-IF.
047300     IF EQ-TAILLE > ZERO
047400         COMPUTE POIDS-ELEMENT = EQ-POPULATION / EQ-TAILLE
047500     ELSE
047600         MOVE 1 TO POIDS-ELEMENT
047700     END-IF.
047800     PERFORM 2100-CUMULER-OPERATEUR
047900         THRU 2100-CUMULER-OPERATEUR-EXIT.
048000     PERFORM 2200-CUMULER-SITE
048100         THRU 2200-CUMULER-SITE-EXIT.
048200     PERFORM 2300-CUMULER-ACTION
048300         THRU 2300-CUMULER-ACTION-EXIT.
048400     ADD 1 TO TE-ELEMENTS.
048500     IF EQ-REVU
048600         ADD 1 TO TE-REVUS
048700         ADD POIDS-ELEMENT TO TE-POIDS-REVUS
048800     END-IF.
048900     EVALUATE TRUE
049000         WHEN EQ-CORRECT
049100             ADD 1 TO TE-CORRECTS
049200         WHEN EQ-ERREUR-MINEURE
049300             ADD 1 TO TE-MINEURES
049400         WHEN EQ-ERREUR-MAJEURE
049500             ADD 1 TO TE-MAJEURES
049600     END-EVALUATE.
049700     IF ERREUR-CONSTATEE
049800         ADD POIDS-ELEMENT TO TE-POIDS-ERREURS
049900     END-IF.
050000     PERFORM 2900-ELEMENT-SUIVANT
050100         THRU 2900-ELEMENT-SUIVANT-EXIT.
050200 2000-CUMULER-ELEMENT-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------
050500* 2100-CUMULER-OPERATEUR : CUMUL DE L'OPERATEUR DE L'ELEMENT ET
050600*                          DE LA ZONE EN ERREUR
050700*----------------------------------------------------------------
050800 2100-CUMULER-OPERATEUR.
050900     SET IDX-OPERATEUR TO 1.
051000     SEARCH ENTREE-OPERATEUR
051100         AT END
051200             ADD 1 TO NB-HORS-TABLE
051300             GO TO 2100-CUMULER-OPERATEUR-EXIT
051400         WHEN TO-OPERATEUR(IDX-OPERATEUR) = EQ-OPERATEUR
051500             CONTINUE
051600         WHEN TO-OPERATEUR(IDX-OPERATEUR) = SPACES
051700             MOVE EQ-OPERATEUR TO TO-OPERATEUR(IDX-OPERATEUR)
051800             MOVE ZERO TO TO-ELEMENTS(IDX-OPERATEUR)
051900                          TO-REVUS(IDX-OPERATEUR)
052000                          TO-CORRECTS(IDX-OPERATEUR)
052100                          TO-MINEURES(IDX-OPERATEUR)
052200                          TO-MAJEURES(IDX-OPERATEUR)
052300                          TO-POIDS-REVUS(IDX-OPERATEUR)
052400                          TO-POIDS-ERREURS(IDX-OPERATEUR)
052500             PERFORM 2150-RAZ-CHAMP
052600                 THRU 2150-RAZ-CHAMP-EXIT
052700                 VARYING RANG-CHAMP FROM 1 BY 1
052800                 UNTIL RANG-CHAMP > 11
052900             ADD 1 TO NB-OPERATEURS
053000     END-SEARCH.
053100     ADD 1 TO TO-ELEMENTS(IDX-OPERATEUR).
053200     IF EQ-REVU
053300         ADD 1 TO TO-REVUS(IDX-OPERATEUR)
053400         ADD POIDS-ELEMENT TO TO-POIDS-REVUS(IDX-OPERATEUR)
053500     END-IF.
053600     EVALUATE TRUE
053700         WHEN EQ-CORRECT
053800             ADD 1 TO TO-CORRECTS(IDX-OPERATEUR)
053900         WHEN EQ-ERREUR-MINEURE
054000             ADD 1 TO TO-MINEURES(IDX-OPERATEUR)
054100         WHEN EQ-ERREUR-MAJEURE
054200             ADD 1 TO TO-MAJEURES(IDX-OPERATEUR)
054300     END-EVALUATE.
054400     IF NOT ERREUR-CONSTATEE
054500         GO TO 2100-CUMULER-OPERATEUR-EXIT
054600     END-IF.
054700     ADD POIDS-ELEMENT TO TO-POIDS-ERREURS(IDX-OPERATEUR).
054800     SET IDX-CHAMP TO 1.
054900     SEARCH ENTREE-CHAMP
055000         AT END
055100             SET IDX-CHAMP TO 11
055200         WHEN TC-CODE(IDX-CHAMP) = EQ-CHAMP-ERREUR
055300             CONTINUE
055400     END-SEARCH.
055500     SET RANG-CHAMP TO IDX-CHAMP.
055600     ADD 1 TO TO-CHAMP(IDX-OPERATEUR, RANG-CHAMP).
055700 2100-CUMULER-OPERATEUR-EXIT.
055800     EXIT.
055900*----------------------------------------------------------------
056000* 2150-RAZ-CHAMP : REMISE A ZERO D'UN COMPTEUR DE ZONE D'UN
056100*                  NOUVEL OPERATEUR
056200*----------------------------------------------------------------
056300 2150-RAZ-CHAMP.
056400     MOVE ZERO TO TO-CHAMP(IDX-OPERATEUR, RANG-CHAMP).
056500 2150-RAZ-CHAMP-EXIT.
056600     EXIT.
056700*----------------------------------------------------------------
056800* 2200-CUMULER-SITE : CUMUL DU SITE EMETTEUR DE L'ELEMENT
056900*----------------------------------------------------------------
057000 2200-CUMULER-SITE.
057100     SET IDX-SITE TO 1.
057200     SEARCH ENTREE-SITE
057300         AT END
057400             ADD 1 TO NB-HORS-TABLE
057500             GO TO 2200-CUMULER-SITE-EXIT
057600         WHEN TS-CODE-SITE(IDX-SITE) = EQ-CODE-SITE
057700             CONTINUE
057800         WHEN TS-CODE-SITE(IDX-SITE) = SPACES
057900             MOVE EQ-CODE-SITE TO TS-CODE-SITE(IDX-SITE)
058000             MOVE ZERO TO TS-ELEMENTS(IDX-SITE)
058100                          TS-REVUS(IDX-SITE)
058200                          TS-CORRECTS(IDX-SITE)
058300                          TS-MINEURES(IDX-SITE)
058400                          TS-MAJEURES(IDX-SITE)
058500                          TS-POIDS-REVUS(IDX-SITE)
058600                          TS-POIDS-ERREURS(IDX-SITE)
058700             ADD 1 TO NB-SITES
058800     END-SEARCH.
058900     ADD 1 TO TS-ELEMENTS(IDX-SITE).
059000     IF EQ-REVU
059100         ADD 1 TO TS-REVUS(IDX-SITE)
059200         ADD POIDS-ELEMENT TO TS-POIDS-REVUS(IDX-SITE)
059300     END-IF.
059400     EVALUATE TRUE
059500         WHEN EQ-CORRECT
059600             ADD 1 TO TS-CORRECTS(IDX-SITE)
059700         WHEN EQ-ERREUR-MINEURE
059800             ADD 1 TO TS-MINEURES(IDX-SITE)
059900         WHEN EQ-ERREUR-MAJEURE
060000             ADD 1 TO TS-MAJEURES(IDX-SITE)
060100     END-EVALUATE.
060200     IF ERREUR-CONSTATEE
060300         ADD POIDS-ELEMENT TO TS-POIDS-ERREURS(IDX-SITE)
060400     END-IF.
060500 2200-CUMULER-SITE-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------
060800* 2300-CUMULER-ACTION : CUMUL DE L'ACTION DE L'ELEMENT
060900*----------------------------------------------------------------
061000 2300-CUMULER-ACTION.
061100     SET IDX-ACTION TO 1.
061200     SEARCH ENTREE-ACTION
061300         AT END
061400             GO TO 2300-CUMULER-ACTION-EXIT
061500         WHEN TA-ACTION(IDX-ACTION) = EQ-ACTION
061600             CONTINUE
061700     END-SEARCH.
061800     ADD 1 TO TA-ELEMENTS(IDX-ACTION).
061900     IF EQ-REVU
062000         ADD 1 TO TA-REVUS(IDX-ACTION)
062100         ADD POIDS-ELEMENT TO TA-POIDS-REVUS(IDX-ACTION)
062200     END-IF.
062300     EVALUATE TRUE
062400         WHEN EQ-CORRECT
062500             ADD 1 TO TA-CORRECTS(IDX-ACTION)
062600         WHEN EQ-ERREUR-MINEURE
062700             ADD 1 TO TA-MINEURES(IDX-ACTION)
062800         WHEN EQ-ERREUR-MAJEURE
062900             ADD 1 TO TA-MAJEURES(IDX-ACTION)
063000     END-EVALUATE.
063100     IF ERREUR-CONSTATEE
063200         ADD POIDS-ELEMENT TO TA-POIDS-ERREURS(IDX-ACTION)
063300     END-IF.
063400 2300-CUMULER-ACTION-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700* 2900-ELEMENT-SUIVANT : LECTURE DE L'ELEMENT SUIVANT, FIN AU
063800*                        PREMIER ELEMENT D'UN AUTRE MOIS
063900*----------------------------------------------------------------
064000 2900-ELEMENT-SUIVANT.
064100     READ ECHANTILLON-QUALITE NEXT RECORD
064200         AT END
064300             MOVE "O" TO FIN-ECHANTILLON
064400             GO TO 2900-ELEMENT-SUIVANT-EXIT
064500     END-READ.
064600     IF EQ-MOIS NOT = MOIS-DEMANDE-9
064700         MOVE "O" TO FIN-ECHANTILLON
064800     END-IF.
064900 2900-ELEMENT-SUIVANT-EXIT.
065000     EXIT.
065100*----------------------------------------------------------------
065200* 3000-LIRE-HISTORIQUE : TAUX DES CINQ MOIS PRECEDENTS RELUS DE
065300*                        HISTQUAL, PUIS OUVERTURE EN AJOUT POUR
065400*                        Y PORTER CEUX DU MOIS
065500*----------------------------------------------------------------
065600 3000-LIRE-HISTORIQUE.
065700     OPEN INPUT HISTORIQUE-QUALITE.
065800     IF HQ-OK
065900         PERFORM 3100-LIRE-LIGNE-HISTO
066000             THRU 3100-LIRE-LIGNE-HISTO-EXIT
066100         PERFORM 3200-RETENIR-LIGNE-HISTO
066200             THRU 3200-RETENIR-LIGNE-HISTO-EXIT
066300             UNTIL PLUS-DE-LIGNES-HISTO
066400         CLOSE HISTORIQUE-QUALITE
066500     END-IF.
066600     OPEN EXTEND HISTORIQUE-QUALITE.
066700     IF HQ-ABSENT
066800         OPEN OUTPUT HISTORIQUE-QUALITE
066900     END-IF.
067000     IF NOT HQ-OK
067100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER HISTQUAL - "
067200             "CODE " HQ-STATUT " - TAUX DU MOIS NON HISTORISES"
067300         MOVE 4 TO RETURN-CODE
067400         GO TO 3000-LIRE-HISTORIQUE-EXIT
067500     END-IF.
067600     MOVE "O" TO HISTORIQUE-OUVERT.
067700 3000-LIRE-HISTORIQUE-EXIT.
067800     EXIT.
067900*----------------------------------------------------------------
068000* 3100-LIRE-LIGNE-HISTO : LECTURE D'UNE LIGNE DE L'HISTORIQUE
068100*----------------------------------------------------------------
068200 3100-LIRE-LIGNE-HISTO.
068300     READ HISTORIQUE-QUALITE
068400         AT END
068500             MOVE "O" TO FIN-HISTORIQUE
068600     END-READ.
068700 3100-LIRE-LIGNE-HISTO-EXIT.
068800     EXIT.
068900*----------------------------------------------------------------
069000* 3200-RETENIR-LIGNE-HISTO : LIGNE D'UN DES CINQ MOIS PRECEDENTS
069100*                            PORTEE DANS LA TENDANCE (LA DERNIERE
069200*                            LUE L'EMPORTE)
069300*----------------------------------------------------------------
069400 3200-RETENIR-LIGNE-HISTO.
069500     ADD 1 TO NB-HISTO-LUES.
069600     IF HQ-MOIS NOT NUMERIC OR HQ-MOIS = MOIS-DEMANDE-9
069700         GO TO 3200-RETENIR-LIGNE-HISTO-CONTINUER
069800     END-IF.
069900     SET IDX-MOIS TO 1.
070000     SEARCH ENTREE-MOIS
070100         AT END
070200             GO TO 3200-RETENIR-LIGNE-HISTO-CONTINUER
070300         WHEN TM-MOIS(IDX-MOIS) = HQ-MOIS
070400             CONTINUE
070500     END-SEARCH.
070600     SET RANG-MOIS TO IDX-MOIS.
070700     MOVE HQ-TYPE TO SC-TYPE.
070800     MOVE HQ-CLE  TO SC-CLE.
070900     MOVE HQ-TAUX TO SC-TAUX-OBSERVE.
071000     PERFORM 4900-PORTER-TENDANCE
071100         THRU 4900-PORTER-TENDANCE-EXIT.
071200 3200-RETENIR-LIGNE-HISTO-CONTINUER.
071300     PERFORM 3100-LIRE-LIGNE-HISTO
071400         THRU 3100-LIRE-LIGNE-HISTO-EXIT.
071500 3200-RETENIR-LIGNE-HISTO-EXIT.
071600     EXIT.
071700*----------------------------------------------------------------
071800* 4000-EDITER-TAUX : TAUX D'ERREUR PAR OPERATEUR, PAR SITE, PAR
071900*                    ACTION ET POUR L'ENSEMBLE, HISTORISES ET
072000*                    PORTES AU RANG 6 DE LA TENDANCE
072100*----------------------------------------------------------------
072200 4000-EDITER-TAUX.
072300     MOVE SPACES TO LIGNE-ETAT.
072400     STRING "CONTROLE QUALITE DES SAISIES - TAUX D'ERREUR "
072500         "DU MOIS " DELIMITED BY SIZE
072600         MOIS-DEMANDE DELIMITED BY SIZE
072700         INTO LIGNE-ETAT.
072800     WRITE LIGNE-ETAT.
072900     MOVE "OBS. = ERREURS / ELEMENTS REVUS ; EST. = TAUX PONDERE"
073000         TO LIGNE-ETAT.
073100     MOVE " PAR LA TAILLE DES STRATES DU TIRAGE"
073200         TO LIGNE-ETAT(54:).
073300     WRITE LIGNE-ETAT.
073400     MOVE 6 TO RANG-MOIS.
073500     MOVE SPACES TO LIGNE-ETAT.
073600     WRITE LIGNE-ETAT.
073700     MOVE "PAR OPERATEUR" TO LIGNE-ETAT.
073800     WRITE LIGNE-ETAT.
073900     MOVE LIGNE-ENTETE-TAUX TO LIGNE-ETAT.
074000     WRITE LIGNE-ETAT.
074100     IF NB-OPERATEURS > ZERO
074200         PERFORM 4100-TAUX-OPERATEUR
074300             THRU 4100-TAUX-OPERATEUR-EXIT
074400             VARYING IDX-OPERATEUR FROM 1 BY 1
074500             UNTIL IDX-OPERATEUR > NB-OPERATEURS
074600     END-IF.
074700     MOVE SPACES TO LIGNE-ETAT.
074800     WRITE LIGNE-ETAT.
074900     MOVE "PAR SITE EMETTEUR" TO LIGNE-ETAT.
075000     WRITE LIGNE-ETAT.
075100     MOVE LIGNE-ENTETE-TAUX TO LIGNE-ETAT.
075200     WRITE LIGNE-ETAT.
075300     IF NB-SITES > ZERO
075400         PERFORM 4200-TAUX-SITE
075500             THRU 4200-TAUX-SITE-EXIT
075600             VARYING IDX-SITE FROM 1 BY 1
075700             UNTIL IDX-SITE > NB-SITES
075800     END-IF.
075900     MOVE SPACES TO LIGNE-ETAT.
076000     WRITE LIGNE-ETAT.
076100     MOVE "PAR ACTION" TO LIGNE-ETAT.
076200     WRITE LIGNE-ETAT.
076300     MOVE LIGNE-ENTETE-TAUX TO LIGNE-ETAT.
076400     WRITE LIGNE-ETAT.
076500     PERFORM 4300-TAUX-ACTION
076600         THRU 4300-TAUX-ACTION-EXIT
076700         VARYING IDX-ACTION FROM 1 BY 1
076800         UNTIL IDX-ACTION > 3.
076900     MOVE SPACES TO LIGNE-ETAT.
077000     WRITE LIGNE-ETAT.
077100     MOVE "T"              TO SC-TYPE.
077200     MOVE "ENSEMBLE"       TO SC-CLE.
077300     MOVE TE-ELEMENTS      TO SC-ELEMENTS.
077400     MOVE TE-REVUS         TO SC-REVUS.
077500     MOVE TE-CORRECTS      TO SC-CORRECTS.
077600     MOVE TE-MINEURES      TO SC-MINEURES.
077700     MOVE TE-MAJEURES      TO SC-MAJEURES.
077800     MOVE TE-POIDS-REVUS   TO SC-POIDS-REVUS.
077900     MOVE TE-POIDS-ERREURS TO SC-POIDS-ERREURS.
078000     PERFORM 4800-EDITER-CUMUL
078100         THRU 4800-EDITER-CUMUL-EXIT.
078200 4000-EDITER-TAUX-EXIT.
078300     EXIT.
078400*----------------------------------------------------------------
078500* 4100-TAUX-OPERATEUR : LIGNE D'UN OPERATEUR
078600*----------------------------------------------------------------
078700 4100-TAUX-OPERATEUR.
078800     MOVE "O"                               TO SC-TYPE.
078900     MOVE TO-OPERATEUR(IDX-OPERATEUR)       TO SC-CLE.
079000     MOVE TO-ELEMENTS(IDX-OPERATEUR)        TO SC-ELEMENTS.
079100     MOVE TO-REVUS(IDX-OPERATEUR)           TO SC-REVUS.
079200     MOVE TO-CORRECTS(IDX-OPERATEUR)        TO SC-CORRECTS.
079300     MOVE TO-MINEURES(IDX-OPERATEUR)        TO SC-MINEURES.
079400     MOVE TO-MAJEURES(IDX-OPERATEUR)        TO SC-MAJEURES.
079500     MOVE TO-POIDS-REVUS(IDX-OPERATEUR)     TO SC-POIDS-REVUS.
079600     MOVE TO-POIDS-ERREURS(IDX-OPERATEUR)   TO SC-POIDS-ERREURS.
079700     PERFORM 4800-EDITER-CUMUL
079800         THRU 4800-EDITER-CUMUL-EXIT.
079900 4100-TAUX-OPERATEUR-EXIT.
080000     EXIT.
080100*----------------------------------------------------------------
080200* 4200-TAUX-SITE : LIGNE D'UN SITE EMETTEUR
080300*----------------------------------------------------------------
080400 4200-TAUX-SITE.
080500     MOVE "S"                        TO SC-TYPE.
080600     MOVE TS-CODE-SITE(IDX-SITE)     TO SC-CLE.
080700     MOVE TS-ELEMENTS(IDX-SITE)      TO SC-ELEMENTS.
080800     MOVE TS-REVUS(IDX-SITE)         TO SC-REVUS.
080900     MOVE TS-CORRECTS(IDX-SITE)      TO SC-CORRECTS.
081000     MOVE TS-MINEURES(IDX-SITE)      TO SC-MINEURES.
081100     MOVE TS-MAJEURES(IDX-SITE)      TO SC-MAJEURES.
081200     MOVE TS-POIDS-REVUS(IDX-SITE)   TO SC-POIDS-REVUS.
081300     MOVE TS-POIDS-ERREURS(IDX-SITE) TO SC-POIDS-ERREURS.
081400     PERFORM 4800-EDITER-CUMUL
081500         THRU 4800-EDITER-CUMUL-EXIT.
081600 4200-TAUX-SITE-EXIT.
081700     EXIT.
081800*----------------------------------------------------------------
081900* 4300-TAUX-ACTION : LIGNE D'UNE ACTION
082000*----------------------------------------------------------------
082100 4300-TAUX-ACTION.
082200     MOVE "A"                            TO SC-TYPE.
082300     MOVE TA-ACTION(IDX-ACTION)          TO SC-CLE.
082400     MOVE TA-ELEMENTS(IDX-ACTION)        TO SC-ELEMENTS.
082500     MOVE TA-REVUS(IDX-ACTION)           TO SC-REVUS.
082600     MOVE TA-CORRECTS(IDX-ACTION)        TO SC-CORRECTS.
082700     MOVE TA-MINEURES(IDX-ACTION)        TO SC-MINEURES.
082800     MOVE TA-MAJEURES(IDX-ACTION)        TO SC-MAJEURES.
082900     MOVE TA-POIDS-REVUS(IDX-ACTION)     TO SC-POIDS-REVUS.
083000     MOVE TA-POIDS-ERREURS(IDX-ACTION)   TO SC-POIDS-ERREURS.
083100     PERFORM 4800-EDITER-CUMUL
083200         THRU 4800-EDITER-CUMUL-EXIT.
083300 4300-TAUX-ACTION-EXIT.
083400     EXIT.
083500*----------------------------------------------------------------
083600* 4800-EDITER-CUMUL : TAUX DU CUMUL COURANT, LIGNE DE L'ETAT,
083700*                     LIGNE D'HISTORIQUE ET RANG 6 DE LA
083800*                     TENDANCE. SANS ELEMENT REVU, LES TAUX
083900*                     RESTENT A BLANC ET RIEN N'EST HISTORISE.
084000*----------------------------------------------------------------
084100 4800-EDITER-CUMUL.
084200     MOVE ZERO TO SC-TAUX-OBSERVE SC-TAUX-ESTIME.
084300     MOVE SC-CLE      TO LX-CLE.
084400     MOVE SC-ELEMENTS TO LX-ELEMENTS.
084500     MOVE SC-REVUS    TO LX-REVUS.
084600     COMPUTE LX-NON-REVUS = SC-ELEMENTS - SC-REVUS.
084700     MOVE SC-CORRECTS TO LX-CORRECTS.
084800     MOVE SC-MINEURES TO LX-MINEURES.
084900     MOVE SC-MAJEURES TO LX-MAJEURES.
085000     IF SC-REVUS = ZERO
085100         MOVE LIGNE-TAUX TO LIGNE-ETAT
085200         MOVE SPACES TO LIGNE-ETAT(46:)
085300         WRITE LIGNE-ETAT
085400         GO TO 4800-EDITER-CUMUL-EXIT
085500     END-IF.
085600     COMPUTE SC-TAUX-OBSERVE ROUNDED =
085700         (SC-MINEURES + SC-MAJEURES) * 100 / SC-REVUS.
085800     IF SC-POIDS-REVUS > ZERO
085900         COMPUTE SC-TAUX-ESTIME ROUNDED =
086000             SC-POIDS-ERREURS * 100 / SC-POIDS-REVUS
086100     END-IF.
086200     MOVE SC-TAUX-OBSERVE TO LX-TAUX-OBSERVE.
086300     MOVE SC-TAUX-ESTIME  TO LX-TAUX-ESTIME.
086400     MOVE LIGNE-TAUX TO LIGNE-ETAT.
086500     WRITE LIGNE-ETAT.
086600     IF SC-TYPE NOT = "O"
086700         MOVE SC-TAUX-ESTIME TO SC-TAUX-OBSERVE
086800     END-IF.
086900     PERFORM 4900-PORTER-TENDANCE
087000         THRU 4900-PORTER-TENDANCE-EXIT.
087100     IF NOT HISTORISATION-POSSIBLE
087200         GO TO 4800-EDITER-CUMUL-EXIT
087300     END-IF.
087400     MOVE MOIS-DEMANDE-9  TO HQ-MOIS.
087500     MOVE SC-TYPE         TO HQ-TYPE.
087600     MOVE SC-CLE          TO HQ-CLE.
087700     MOVE SC-REVUS        TO HQ-REVUS.
087800     MOVE SC-CORRECTS     TO HQ-CORRECTS.
087900     MOVE SC-MINEURES     TO HQ-MINEURES.
088000     MOVE SC-MAJEURES     TO HQ-MAJEURES.
088100     MOVE SC-TAUX-OBSERVE TO HQ-TAUX.
088200     WRITE ENR-HISTO-QUALITE.
088300     ADD 1 TO NB-HISTO-ECRITES.
088400 4800-EDITER-CUMUL-EXIT.
088500     EXIT.
088600*----------------------------------------------------------------
088700* 4900-PORTER-TENDANCE : TAUX SC-TAUX-OBSERVE DE LA CLE
088800*                        SC-TYPE / SC-CLE PORTE AU RANG
088900*                        RANG-MOIS DE LA TENDANCE
089000*----------------------------------------------------------------
089100 4900-PORTER-TENDANCE.
089200     SET IDX-TENDANCE TO 1.
089300     SEARCH ENTREE-TENDANCE
089400         AT END
089500             ADD 1 TO NB-TENDANCES-PERDUES
089600             GO TO 4900-PORTER-TENDANCE-EXIT
089700         WHEN TT-TYPE(IDX-TENDANCE) = SC-TYPE
089800                 AND TT-CLE(IDX-TENDANCE) = SC-CLE
089900             CONTINUE
090000         WHEN TT-TYPE(IDX-TENDANCE) = SPACE
090100             MOVE SC-TYPE TO TT-TYPE(IDX-TENDANCE)
090200             MOVE SC-CLE  TO TT-CLE(IDX-TENDANCE)
090300             ADD 1 TO NB-TENDANCES
090400     END-SEARCH.
090500     MOVE "O" TO TT-PRESENT(IDX-TENDANCE, RANG-MOIS).
090600     MOVE SC-TAUX-OBSERVE TO TT-TAUX(IDX-TENDANCE, RANG-MOIS).
090700 4900-PORTER-TENDANCE-EXIT.
090800     EXIT.
090900*----------------------------------------------------------------
091000* 5000-EDITER-ZONES : REPARTITION DES ERREURS PAR ZONE POUR LES
091100*                     OPERATEURS EN ERREUR
091200*----------------------------------------------------------------
091300 5000-EDITER-ZONES.
091400     MOVE SPACES TO LIGNE-ETAT.
091500     WRITE LIGNE-ETAT.
091600     MOVE "ERREURS PAR ZONE ET PAR OPERATEUR" TO LIGNE-ETAT.
091700     WRITE LIGNE-ETAT.
091800     MOVE LIGNE-ENTETE-ZONES TO LIGNE-ETAT.
091900     WRITE LIGNE-ETAT.
092000     IF NB-OPERATEURS > ZERO
092100         PERFORM 5100-ZONES-OPERATEUR
092200             THRU 5100-ZONES-OPERATEUR-EXIT
092300             VARYING IDX-OPERATEUR FROM 1 BY 1
092400             UNTIL IDX-OPERATEUR > NB-OPERATEURS
092500     END-IF.
092600 5000-EDITER-ZONES-EXIT.
092700     EXIT.
092800*----------------------------------------------------------------
092900* 5100-ZONES-OPERATEUR : LIGNE D'UN OPERATEUR AYANT DES ERREURS
093000*----------------------------------------------------------------
093100 5100-ZONES-OPERATEUR.
093200     IF TO-MINEURES(IDX-OPERATEUR) + TO-MAJEURES(IDX-OPERATEUR)
093300             = ZERO
093400         GO TO 5100-ZONES-OPERATEUR-EXIT
093500     END-IF.
093600     MOVE SPACES TO LIGNE-ZONES.
093700     MOVE TO-OPERATEUR(IDX-OPERATEUR) TO LZ-OPERATEUR.
093800     PERFORM 5200-ZONE-OPERATEUR
093900         THRU 5200-ZONE-OPERATEUR-EXIT
094000         VARYING RANG-CHAMP FROM 1 BY 1
094100         UNTIL RANG-CHAMP > 11.
094200     MOVE LIGNE-ZONES TO LIGNE-ETAT.
094300     WRITE LIGNE-ETAT.
094400 5100-ZONES-OPERATEUR-EXIT.
094500     EXIT.
094600*----------------------------------------------------------------
094700* 5200-ZONE-OPERATEUR : NOMBRE D'ERREURS D'UNE ZONE
094800*----------------------------------------------------------------
094900 5200-ZONE-OPERATEUR.
095000     MOVE TO-CHAMP(IDX-OPERATEUR, RANG-CHAMP)
095100         TO LZ-NOMBRE(RANG-CHAMP).
095200 5200-ZONE-OPERATEUR-EXIT.
095300     EXIT.
095400*----------------------------------------------------------------
095500* 6000-EDITER-TENDANCE : TAUX DES SIX DERNIERS MOIS, ENSEMBLE,
095600*                        ACTIONS, SITES PUIS OPERATEURS
095700*----------------------------------------------------------------
095800 6000-EDITER-TENDANCE.
095900     MOVE SPACES TO LIGNE-ETAT.
096000     WRITE LIGNE-ETAT.
096100     MOVE "TENDANCE DES TAUX D'ERREUR (OPERATEURS : OBS. ;"
096200         TO LIGNE-ETAT.
096300     MOVE " SITES, ACTIONS, ENSEMBLE : EST.)" TO LIGNE-ETAT(48:).
096400     WRITE LIGNE-ETAT.
096500     MOVE SPACES TO LIGNE-ENTETE-TENDANCE.
096600     MOVE "TYPE      CLE" TO LET-TITRE.
096700     PERFORM 6100-MOIS-ENTETE
096800         THRU 6100-MOIS-ENTETE-EXIT
096900         VARYING RANG-MOIS FROM 1 BY 1
097000         UNTIL RANG-MOIS > 6.
097100     MOVE LIGNE-ENTETE-TENDANCE TO LIGNE-ETAT.
097200     WRITE LIGNE-ETAT.
097300     IF NB-TENDANCES = ZERO
097400         MOVE "  AUCUN TAUX HISTORISE" TO LIGNE-ETAT
097500         WRITE LIGNE-ETAT
097600         GO TO 6000-EDITER-TENDANCE-EXIT
097700     END-IF.
097800     MOVE "T" TO TYPE-EDITE.
097900     PERFORM 6200-TENDANCE-DU-TYPE
098000         THRU 6200-TENDANCE-DU-TYPE-EXIT
098100         VARYING IDX-TENDANCE FROM 1 BY 1
098200         UNTIL IDX-TENDANCE > NB-TENDANCES.
098300     MOVE "A" TO TYPE-EDITE.
098400     PERFORM 6200-TENDANCE-DU-TYPE
098500         THRU 6200-TENDANCE-DU-TYPE-EXIT
098600         VARYING IDX-TENDANCE FROM 1 BY 1
098700         UNTIL IDX-TENDANCE > NB-TENDANCES.
098800     MOVE "S" TO TYPE-EDITE.
098900     PERFORM 6200-TENDANCE-DU-TYPE
099000         THRU 6200-TENDANCE-DU-TYPE-EXIT
099100         VARYING IDX-TENDANCE FROM 1 BY 1
099200         UNTIL IDX-TENDANCE > NB-TENDANCES.
099300     MOVE "O" TO TYPE-EDITE.
099400     PERFORM 6200-TENDANCE-DU-TYPE
099500         THRU 6200-TENDANCE-DU-TYPE-EXIT
099600         VARYING IDX-TENDANCE FROM 1 BY 1
099700         UNTIL IDX-TENDANCE > NB-TENDANCES.
099800 6000-EDITER-TENDANCE-EXIT.
099900     EXIT.
100000*----------------------------------------------------------------
100100* 6100-MOIS-ENTETE : MOIS D'UNE COLONNE DE LA TENDANCE
100200*----------------------------------------------------------------
100300 6100-MOIS-ENTETE.
100400     MOVE TM-MOIS(RANG-MOIS) TO LET-MOIS(RANG-MOIS).
100500 6100-MOIS-ENTETE-EXIT.
100600     EXIT.
100700*----------------------------------------------------------------
100800* 6200-TENDANCE-DU-TYPE : LIGNE D'UNE CLE DU TYPE EDITE
100900*----------------------------------------------------------------
101000 6200-TENDANCE-DU-TYPE.
101100     IF TT-TYPE(IDX-TENDANCE) NOT = TYPE-EDITE
101200         GO TO 6200-TENDANCE-DU-TYPE-EXIT
101300     END-IF.
101400     MOVE SPACES TO LIGNE-TENDANCE.
101500     EVALUATE TYPE-EDITE
101600         WHEN "T"
101700             MOVE "ENSEMBLE"  TO LN-TYPE
101800         WHEN "A"
101900             MOVE "ACTION"    TO LN-TYPE
102000         WHEN "S"
102100             MOVE "SITE"      TO LN-TYPE
102200         WHEN OTHER
102300             MOVE "OPERATEUR" TO LN-TYPE
102400     END-EVALUATE.
102500     IF TYPE-EDITE NOT = "T"
102600         MOVE TT-CLE(IDX-TENDANCE) TO LN-CLE
102700     END-IF.
102800     PERFORM 6300-TAUX-DU-MOIS
102900         THRU 6300-TAUX-DU-MOIS-EXIT
103000         VARYING RANG-MOIS FROM 1 BY 1
103100         UNTIL RANG-MOIS > 6.
103200     MOVE LIGNE-TENDANCE TO LIGNE-ETAT.
103300     WRITE LIGNE-ETAT.
103400 6200-TENDANCE-DU-TYPE-EXIT.
103500     EXIT.
103600*----------------------------------------------------------------
103700* 6300-TAUX-DU-MOIS : TAUX D'UN MOIS, "-" SI AUCUN
103800*----------------------------------------------------------------
103900 6300-TAUX-DU-MOIS.
104000     IF TT-PRESENT(IDX-TENDANCE, RANG-MOIS) = "O"
104100         MOVE TT-TAUX(IDX-TENDANCE, RANG-MOIS) TO TAUX-EDITE
104200         MOVE TAUX-EDITE TO LN-VALEUR(RANG-MOIS)(2:5)
104300     ELSE
104400         MOVE "-" TO LN-VALEUR(RANG-MOIS)(6:1)
104500     END-IF.
104600 6300-TAUX-DU-MOIS-EXIT.
104700     EXIT.
104800*----------------------------------------------------------------
104900* 7000-EDITER-BESOINS : OPERATEURS DONT LE TAUX OBSERVE ATTEINT
105000*                       LE SEUIL, AVEC LEUR ZONE LA PLUS FAUTIVE,
105100*                       EDITES ET ECRITS AU FICHIER BESFORM
105200*----------------------------------------------------------------
105300 7000-EDITER-BESOINS.
105400     MOVE SPACES TO LIGNE-ETAT.
105500     WRITE LIGNE-ETAT.
105600     MOVE SPACES TO LIGNE-ETAT.
105700     STRING "BESOINS DE FORMATION - TAUX OBSERVE D'AU MOINS "
105800         DELIMITED BY SIZE
105900         SEUIL-FORMATION DELIMITED BY SIZE
106000         " %" DELIMITED BY SIZE
106100         INTO LIGNE-ETAT.
106200     WRITE LIGNE-ETAT.
106300     MOVE "OPERAT.   REVUS MINEU MAJEU  OBS.%  ZONE LA PLUS FAUTI"
106400         TO LIGNE-ETAT.
106500     MOVE "VE       NB" TO LIGNE-ETAT(55:).
106600     WRITE LIGNE-ETAT.
106700     OPEN EXTEND BESOINS-FORMATION.
106800     IF BF-STATUT = "35"
106900         OPEN OUTPUT BESOINS-FORMATION
107000     END-IF.
107100     IF BF-OK
107200         MOVE "O" TO BESOINS-OUVERT
107300     ELSE
107400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER BESFORM - "
107500             "CODE " BF-STATUT " - BESOINS NON TRANSMIS"
107600         MOVE 4 TO RETURN-CODE
107700     END-IF.
107800     IF NB-OPERATEURS > ZERO
107900         PERFORM 7100-BESOIN-OPERATEUR
108000             THRU 7100-BESOIN-OPERATEUR-EXIT
108100             VARYING IDX-OPERATEUR FROM 1 BY 1
108200             UNTIL IDX-OPERATEUR > NB-OPERATEURS
108300     END-IF.
108400     IF NB-BESOINS = ZERO
108500         MOVE "  AUCUN OPERATEUR AU SEUIL" TO LIGNE-ETAT
108600         WRITE LIGNE-ETAT
108700     END-IF.
108800     IF BESOINS-A-ECRIRE
108900         CLOSE BESOINS-FORMATION
109000     END-IF.
109100 7000-EDITER-BESOINS-EXIT.
109200     EXIT.
109300*----------------------------------------------------------------
109400* 7100-BESOIN-OPERATEUR : OPERATEUR AU SEUIL ET SA ZONE LA PLUS
109500*                         FAUTIVE (LA PREMIERE EN CAS D'EGALITE)
109600*----------------------------------------------------------------
109700 7100-BESOIN-OPERATEUR.
109800     IF TO-REVUS(IDX-OPERATEUR) = ZERO
109900         GO TO 7100-BESOIN-OPERATEUR-EXIT
110000     END-IF.
110100     COMPUTE SC-TAUX-OBSERVE ROUNDED =
110200         (TO-MINEURES(IDX-OPERATEUR) + TO-MAJEURES(IDX-OPERATEUR))
110300         * 100 / TO-REVUS(IDX-OPERATEUR).
110400     IF SC-TAUX-OBSERVE < SEUIL-FORMATION
110500         GO TO 7100-BESOIN-OPERATEUR-EXIT
110600     END-IF.
110700     ADD 1 TO NB-BESOINS.
110800     MOVE 1 TO RANG-CHAMP-PRINCIPAL.
110900     MOVE TO-CHAMP(IDX-OPERATEUR, 1) TO NB-CHAMP-PRINCIPAL.
111000     PERFORM 7200-COMPARER-CHAMP
111100         THRU 7200-COMPARER-CHAMP-EXIT
111200         VARYING RANG-CHAMP FROM 2 BY 1
111300         UNTIL RANG-CHAMP > 11.
111400     MOVE TO-OPERATEUR(IDX-OPERATEUR) TO LB-OPERATEUR.
111500     MOVE TO-REVUS(IDX-OPERATEUR)     TO LB-REVUS.
111600     MOVE TO-MINEURES(IDX-OPERATEUR)  TO LB-MINEURES.
111700     MOVE TO-MAJEURES(IDX-OPERATEUR)  TO LB-MAJEURES.
111800     MOVE SC-TAUX-OBSERVE             TO LB-TAUX.
111900     MOVE TC-CODE(RANG-CHAMP-PRINCIPAL)    TO LB-CHAMP.
112000     MOVE TC-LIBELLE(RANG-CHAMP-PRINCIPAL) TO LB-LIBELLE.
112100     MOVE NB-CHAMP-PRINCIPAL          TO LB-NB-CHAMP.
112200     MOVE LIGNE-BESOIN TO LIGNE-ETAT.
112300     WRITE LIGNE-ETAT.
112400     IF NOT BESOINS-A-ECRIRE
112500         GO TO 7100-BESOIN-OPERATEUR-EXIT
112600     END-IF.
112700     MOVE MOIS-DEMANDE-9                    TO BF-MOIS.
112800     MOVE TO-OPERATEUR(IDX-OPERATEUR)       TO BF-OPERATEUR.
112900     MOVE TO-REVUS(IDX-OPERATEUR)           TO BF-REVUS.
113000     MOVE TO-MINEURES(IDX-OPERATEUR)        TO BF-MINEURES.
113100     MOVE TO-MAJEURES(IDX-OPERATEUR)        TO BF-MAJEURES.
113200     MOVE SC-TAUX-OBSERVE                   TO BF-TAUX.
113300     MOVE SEUIL-FORMATION                   TO BF-SEUIL.
113400     MOVE TC-CODE(RANG-CHAMP-PRINCIPAL)     TO BF-CHAMP-PRINCIPAL.
113500     MOVE NB-CHAMP-PRINCIPAL TO BF-NB-CHAMP-PRINCIPAL.
113600     WRITE ENR-BESOIN-FORMATION.
113700 7100-BESOIN-OPERATEUR-EXIT.
113800     EXIT.
113900*----------------------------------------------------------------
114000* 7200-COMPARER-CHAMP : ZONE PLUS FAUTIVE QUE LA MEILLEURE
114100*                       TROUVEE JUSQU'ICI
114200*----------------------------------------------------------------
114300 7200-COMPARER-CHAMP.
114400     IF TO-CHAMP(IDX-OPERATEUR, RANG-CHAMP) > NB-CHAMP-PRINCIPAL
114500         MOVE RANG-CHAMP TO RANG-CHAMP-PRINCIPAL
114600         MOVE TO-CHAMP(IDX-OPERATEUR, RANG-CHAMP)
114700             TO NB-CHAMP-PRINCIPAL
114800     END-IF.
114900 7200-COMPARER-CHAMP-EXIT.
115000     EXIT.
115100*----------------------------------------------------------------
115200* 8000-PIED-DE-PAGE : TOTAUX DE CONTROLE ET CODE RETOUR
115300*----------------------------------------------------------------
115400 8000-PIED-DE-PAGE.
115500     MOVE SPACES TO LIGNE-ETAT.
115600     WRITE LIGNE-ETAT.
115700     MOVE "ELEMENTS DE L'ECHANTILLON        :" TO LT-LIBELLE.
115800     MOVE NB-LUS TO LT-COMPTEUR.
115900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
116000     WRITE LIGNE-ETAT.
116100     MOVE "ELEMENTS NON REVUS               :" TO LT-LIBELLE.
116200     MOVE NB-NON-REVUS TO LT-COMPTEUR.
116300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
116400     WRITE LIGNE-ETAT.
116500     MOVE "LIGNES D'HISTORIQUE LUES         :" TO LT-LIBELLE.
116600     MOVE NB-HISTO-LUES TO LT-COMPTEUR.
116700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
116800     WRITE LIGNE-ETAT.
116900     MOVE "LIGNES D'HISTORIQUE AJOUTEES     :" TO LT-LIBELLE.
117000     MOVE NB-HISTO-ECRITES TO LT-COMPTEUR.
117100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
117200     WRITE LIGNE-ETAT.
117300     MOVE "BESOINS DE FORMATION SIGNALES    :" TO LT-LIBELLE.
117400     MOVE NB-BESOINS TO LT-COMPTEUR.
117500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
117600     WRITE LIGNE-ETAT.
117700     IF NB-LUS = ZERO
117800         DISPLAY "AUCUN ELEMENT D'ECHANTILLON POUR LE MOIS "
117900             MOIS-DEMANDE
118000         MOVE 4 TO RETURN-CODE
118100     END-IF.
118200     IF NB-NON-REVUS > ZERO
118300         DISPLAY NB-NON-REVUS " ELEMENT(S) NON REVU(S) POUR LE "
118400             "MOIS " MOIS-DEMANDE " - TAUX SUR LES SEULS REVUS"
118500         MOVE 4 TO RETURN-CODE
118600     END-IF.
118700     IF NB-HORS-TABLE > ZERO
118800         MOVE "AU-DELA DE 100 OPERATEURS OU SITES:" TO LT-LIBELLE
118900         MOVE NB-HORS-TABLE TO LT-COMPTEUR
119000         MOVE LIGNE-TOTAL TO LIGNE-ETAT
119100         WRITE LIGNE-ETAT
119200         MOVE 4 TO RETURN-CODE
119300     END-IF.
119400     IF NB-TENDANCES-PERDUES > ZERO
119500         MOVE "CLES DE TENDANCE AU-DELA DE 400  :" TO LT-LIBELLE
119600         MOVE NB-TENDANCES-PERDUES TO LT-COMPTEUR
119700         MOVE LIGNE-TOTAL TO LIGNE-ETAT
119800         WRITE LIGNE-ETAT
119900     END-IF.
120000 8000-PIED-DE-PAGE-EXIT.
120100     EXIT.
120200*----------------------------------------------------------------
120300* 9999-TERMINER : FERMETURE DES FICHIERS
120400*----------------------------------------------------------------
120500 9999-TERMINER.
120600     IF NOT EQ-ABSENT
120700         CLOSE ECHANTILLON-QUALITE
120800     END-IF.
120900     IF HISTORISATION-POSSIBLE
121000         CLOSE HISTORIQUE-QUALITE
121100     END-IF.
121200     CLOSE ETAT-QUALITE.
121300 9999-TERMINER-EXIT.
121400     EXIT.
