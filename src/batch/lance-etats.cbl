000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LANCE-ETATS.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* LANCE-ETATS PRODUIT LES ETATS DEMANDES AU GUICHET (CHOIX R DE
000900* MENU-OPERATEUR, DEMANDE-ETATS) : LA FILE DES DEMANDES
001000* (DEMETATS, COPY RCDEMET) EST PARCOURUE ET, POUR CHAQUE DEMANDE
001100* EN ATTENTE, UN TRAVAIL EST ECRIT AU LECTEUR INTERNE (JOBETATS)
001200* QUI EXECUTE LE PROGRAMME D'ETAT AVEC LES PARAMETRES DE LA
001300* DEMANDE EN CARTES SYSIN ; LA DEMANDE PASSE LANCEE. LES
001400* FICHIERS PRODUITS SONT RANGES SOUS LE NOM DU DEMANDEUR, A LA
001500* RACINE DE-DSN-SORTIE :
001600*   ACTI  RAPPORT-ACTIVITE      .ETAT (ETATACT)
001700*   PUBL  EXTRAIT-PUBLIPOSTAGE  .ETAT (TOTAUX DE CONTROLE), .ADR,
001800*                               .ETQ, .SSA ET .MSG (L'EXTRAIT DE
001900*                               MESSAGERIE RESTE CHEZ LE
002000*                               DEMANDEUR : IL N'EST PAS REMIS A
002100*                               LA PASSERELLE)
002200*   HIST  HISTO-ARCHIVE         .ETAT - LA CONSULTATION EST
002300*                               PORTEE AU JOURNAL DES ACCES AU
002400*                               NOM DU DEMANDEUR
002500*   QUAL  QUALITE-DOSSIERS      .ETAT (ETATQUAL) - LA LISTE DE
002600*                               TRAVAIL QUALWRK DE PRODUCTION
002700*                               N'EST PAS TOUCHEE
002800* LES DERNIERES ETAPES DU TRAVAIL RAPPELLENT LANCE-ETATS POUR
002900* PASSER LA DEMANDE TERMINEE (CODE RETOUR DE L'ETAT 0 OU 4) OU
003000* EN ECHEC (AU-DELA, OU FIN ANORMALE).
003100*
003200* CARTE SYSIN : "L" OU BLANC = LANCEMENT DES DEMANDES EN ATTENTE,
003300* AVEC L'ETAT ETATLANC ; "T NNNNNNN" OU "E NNNNNNN" = DEMANDE
003400* NNNNNNN TERMINEE OU EN ECHEC (ETAPES FINALES DU TRAVAIL).
003500* CODE RETOUR 4 AU LANCEMENT SI DES DEMANDES LANCEES UN JOUR
003600* PRECEDENT SONT RESTEES SANS RETOUR (TRAVAIL PERDU OU EN ERREUR
003700* DE JCL - A VOIR PAR L'EXPLOITATION).
003800*
003900* HISTORIQUE DES MODIFICATIONS
004000* DATE       AUTEUR  DESCRIPTION
004100* ---------- ------- ---------------------------------------------
004200* 2026-10-15 SI      CREATION - ETATS A LA DEMANDE DEPOSES AU
004300*                    GUICHET ET PRODUITS PAR LE BATCH.
004400*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.    IBM-370.
004800 OBJECT-COMPUTER.    IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT FICHIER-DEMANDES ASSIGN TO "DEMETATS"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DE-NO-DEMANDE
005500         FILE STATUS IS DM-STATUT.
005600     SELECT TRAVAUX ASSIGN TO "JOBETATS"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS TR-STATUT.
005900     SELECT ETAT-LANCEMENT ASSIGN TO "ETATLANC"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS EL-STATUT.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  FICHIER-DEMANDES
006500     LABEL RECORDS ARE STANDARD.
006600 01  ENR-DEMANDE.
006700     COPY RCDEMET.
006800 FD  TRAVAUX
006900     LABEL RECORDS ARE STANDARD.
007000 01  CARTE-TRAVAIL               PIC X(80).
007100 FD  ETAT-LANCEMENT
007200     LABEL RECORDS ARE STANDARD.
007300 01  LIGNE-ETAT                  PIC X(132).
007400 WORKING-STORAGE SECTION.
007500*----------------------------------------------------------------
007600* ZONES DE TRAVAIL
007700*----------------------------------------------------------------
007800 01  DM-STATUT                   PIC X(02).
007900     88 DM-OK                    VALUE "00".
008000 01  TR-STATUT                   PIC X(02).
008100     88 TR-OK                    VALUE "00".
008200 01  EL-STATUT                   PIC X(02).
008300     88 EL-OK                    VALUE "00".
008400 01  FIN-DEMANDES                PIC X(01) VALUE "N".
008500     88 PLUS-DE-DEMANDES         VALUE "O".
008600 01  DATE-DU-JOUR-AAAAMMJJ       PIC X(08).
008700 01  NO-DEMANDE-EDITE            PIC 9(07).
008800 01  NOM-TRAVAIL                 PIC X(08).
008900 01  PROGRAMME-ETAT              PIC X(20).
009000 01  CARTE-JCL                   PIC X(80).
009100 01  DD-SORTIE                   PIC X(08).
009200 01  SUFFIXE-SORTIE              PIC X(04).
009300 01  COMPTE-RENDU-FIN            PIC X(40).
009400*----------------------------------------------------------------
009500* CARTE DE COMMANDE (SYSIN)
009600*----------------------------------------------------------------
009700 01  CARTE-COMMANDE.
009800     05 CC-ACTION                PIC X(01).
009900         88 CC-LANCER            VALUES "L" SPACE.
010000         88 CC-TERMINER          VALUE "T".
010100         88 CC-ECHOUER           VALUE "E".
010200     05 FILLER                   PIC X(01).
010300     05 CC-NO-DEMANDE            PIC X(07).
010400     05 CC-NO-DEMANDE-9 REDEFINES CC-NO-DEMANDE
010500                                 PIC 9(07).
010600     05 FILLER                   PIC X(71).
010700*----------------------------------------------------------------
010800* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
010900*----------------------------------------------------------------
011000 01  NB-LUES                     PIC 9(07) COMP VALUE ZERO.
011100 01  NB-LANCEES                  PIC 9(07) COMP VALUE ZERO.
011200 01  NB-INCONNUES                PIC 9(07) COMP VALUE ZERO.
011300 01  NB-SANS-RETOUR              PIC 9(07) COMP VALUE ZERO.
011400 01  NB-CARTES-ECRITES           PIC 9(07) COMP VALUE ZERO.
011500*----------------------------------------------------------------
011600* LIGNES EDITEES DE L'ETAT
011700*----------------------------------------------------------------
011800 01  LIGNE-DEMANDE.
011900     05 FILLER                   PIC X(02) VALUE SPACES.
012000     05 LD-NO-DEMANDE            PIC 9(07).
012100     05 FILLER                   PIC X(01) VALUE SPACE.
012200     05 LD-CODE-ETAT             PIC X(04).
012300     05 FILLER                   PIC X(01) VALUE SPACE.
012400     05 LD-OPERATEUR             PIC X(08).
012500     05 FILLER                   PIC X(01) VALUE SPACE.
012600     05 LD-DATE-HEURE            PIC X(14).
012700     05 FILLER                   PIC X(01) VALUE SPACE.
012800     05 LD-NOM-TRAVAIL           PIC X(08).
012900     05 FILLER                   PIC X(01) VALUE SPACE.
013000     05 LD-OBSERVATION           PIC X(44).
013100 01  LIGNE-TOTAL.
013200     05 LT-LIBELLE               PIC X(34).
013300     05 LT-COMPTEUR              PIC ZZZZZZ9.
013400 PROCEDURE DIVISION.
013500*================================================================
013600* 0000-MAINLINE : LANCEMENT DES DEMANDES EN ATTENTE OU RETOUR
013700*                 D'UN TRAVAIL SELON LA CARTE DE COMMANDE
013800*================================================================
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALISATION
014100         THRU 1000-INITIALISATION-EXIT.
014200     IF CC-LANCER
014300         PERFORM 2000-LANCER-DEMANDES
014400             THRU 2000-LANCER-DEMANDES-EXIT
014500         PERFORM 8000-IMPRIMER-TOTAUX
014600             THRU 8000-IMPRIMER-TOTAUX-EXIT
014700     ELSE
014800         PERFORM 5000-RETOUR-TRAVAIL
014900             THRU 5000-RETOUR-TRAVAIL-EXIT
015000     END-IF.
015100     PERFORM 9999-TERMINER
015200         THRU 9999-TERMINER-EXIT.
015300     STOP RUN.
015400*----------------------------------------------------------------
015500* 1000-INITIALISATION : LECTURE ET CONTROLE DE LA CARTE DE
015600*                       COMMANDE, OUVERTURE DES FICHIERS
015700*----------------------------------------------------------------
015800 1000-INITIALISATION.
015900     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
016000     MOVE SPACES TO CARTE-COMMANDE.
016100     ACCEPT CARTE-COMMANDE.
016200     IF NOT CC-LANCER AND NOT CC-TERMINER AND NOT CC-ECHOUER
016300         DISPLAY "CARTE DE COMMANDE INVALIDE : " CARTE-COMMANDE
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN
016600     END-IF.
016700     IF NOT CC-LANCER AND CC-NO-DEMANDE NOT NUMERIC
016800         DISPLAY "NUMERO DE DEMANDE INVALIDE : " CC-NO-DEMANDE
016900         MOVE 16 TO RETURN-CODE
017000         STOP RUN
017100     END-IF.
017200     OPEN I-O FICHIER-DEMANDES.
017300     IF NOT DM-OK
017400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DEMETATS - "
017500             "CODE " DM-STATUT
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     IF NOT CC-LANCER
018000         GO TO 1000-INITIALISATION-EXIT
018100     END-IF.
018200     OPEN OUTPUT TRAVAUX.
018300     IF NOT TR-OK
018400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER JOBETATS - "
018500             "CODE " TR-STATUT
018600         MOVE 16 TO RETURN-CODE
018700         STOP RUN
018800     END-IF.
018900     OPEN OUTPUT ETAT-LANCEMENT.
019000     IF NOT EL-OK
019100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATLANC - "
019200             "CODE " EL-STATUT
019300         MOVE 16 TO RETURN-CODE
019400         STOP RUN
019500     END-IF.
019600     MOVE "ETATS A LA DEMANDE - LANCEMENT DU" TO LIGNE-ETAT.
019700     MOVE DATE-DU-JOUR-AAAAMMJJ TO LIGNE-ETAT(35:8).
019800     WRITE LIGNE-ETAT.
019900     MOVE SPACES TO LIGNE-ETAT.
020000     WRITE LIGNE-ETAT.
020100     MOVE "  DEMANDE ETAT OPERAT. DEPOSEE LE     TRAVAIL  SORTIE"
020200         TO LIGNE-ETAT.
020300     WRITE LIGNE-ETAT.
020400 1000-INITIALISATION-EXIT.
020500     EXIT.
020600*----------------------------------------------------------------
020700* 2000-LANCER-DEMANDES : PARCOURS DE LA FILE DANS L'ORDRE DES
020800*                        NUMEROS (LES PLUS ANCIENNES D'ABORD)
020900*----------------------------------------------------------------
021000 2000-LANCER-DEMANDES.
021100     MOVE "N" TO FIN-DEMANDES.
021200     MOVE ZERO TO DE-NO-DEMANDE.
021300     START FICHIER-DEMANDES
021400         KEY IS NOT LESS THAN DE-NO-DEMANDE
021500         INVALID KEY
021600             MOVE "O" TO FIN-DEMANDES
021700     END-START.
021800     PERFORM 2100-EXAMINER-DEMANDE
021900         THRU 2100-EXAMINER-DEMANDE-EXIT
022000         UNTIL PLUS-DE-DEMANDES.
022100 2000-LANCER-DEMANDES-EXIT.
022200     EXIT.
022300*----------------------------------------------------------------
022400* 2100-EXAMINER-DEMANDE : UNE DEMANDE EN ATTENTE EST LANCEE ;
022500*                         UNE DEMANDE LANCEE UN JOUR PRECEDENT ET
022600*                         SANS RETOUR EST SIGNALEE
022700*----------------------------------------------------------------
022800 2100-EXAMINER-DEMANDE.
022900     READ FICHIER-DEMANDES NEXT RECORD
023000         AT END
023100             MOVE "O" TO FIN-DEMANDES
023200             GO TO 2100-EXAMINER-DEMANDE-EXIT
023300     END-READ.
023400     ADD 1 TO NB-LUES.
023500     IF DE-LANCEE
023600             AND DE-DATE-HEURE-LANCEMENT(1:8)
023700                 < DATE-DU-JOUR-AAAAMMJJ
023800         ADD 1 TO NB-SANS-RETOUR
023900         MOVE "LANCEE LE            - SANS RETOUR"
024000             TO LD-OBSERVATION
024100         MOVE DE-DATE-HEURE-LANCEMENT(1:8)
024200             TO LD-OBSERVATION(11:8)
024300         PERFORM 2900-IMPRIMER-DEMANDE
024400             THRU 2900-IMPRIMER-DEMANDE-EXIT
024500         GO TO 2100-EXAMINER-DEMANDE-EXIT
024600     END-IF.
024700     IF NOT DE-EN-ATTENTE
024800         GO TO 2100-EXAMINER-DEMANDE-EXIT
024900     END-IF.
025000     MOVE DE-NO-DEMANDE TO NO-DEMANDE-EDITE.
025100     MOVE SPACES TO NOM-TRAVAIL.
025200     STRING "ET" NO-DEMANDE-EDITE(2:6) DELIMITED BY SIZE
025300         INTO NOM-TRAVAIL
025400     END-STRING.
025500     EVALUATE TRUE
025600         WHEN DE-ETAT-ACTIVITE
025700             MOVE "RAPPORT-ACTIVITE"     TO PROGRAMME-ETAT
025800         WHEN DE-ETAT-PUBLIPOSTAGE
025900             MOVE "EXTRAIT-PUBLIPOSTAGE" TO PROGRAMME-ETAT
026000         WHEN DE-ETAT-HISTORIQUE
026100             MOVE "HISTO-ARCHIVE"        TO PROGRAMME-ETAT
026200         WHEN DE-ETAT-QUALITE
026300             MOVE "QUALITE-DOSSIERS"     TO PROGRAMME-ETAT
026400         WHEN OTHER
026500             PERFORM 2200-REFUSER-DEMANDE
026600                 THRU 2200-REFUSER-DEMANDE-EXIT
026700             GO TO 2100-EXAMINER-DEMANDE-EXIT
026800     END-EVALUATE.
026900     PERFORM 3000-ECRIRE-TRAVAIL
027000         THRU 3000-ECRIRE-TRAVAIL-EXIT.
027100     MOVE "L"         TO DE-STATUT.
027200     MOVE FUNCTION CURRENT-DATE(1:14) TO DE-DATE-HEURE-LANCEMENT.
027300     MOVE NOM-TRAVAIL TO DE-NOM-TRAVAIL.
027400     REWRITE ENR-DEMANDE
027500         INVALID KEY
027600             DISPLAY "MISE A JOUR EN ECHEC - DEMANDE "
027700                 DE-NO-DEMANDE " CODE " DM-STATUT
027800     END-REWRITE.
027900     ADD 1 TO NB-LANCEES.
028000     MOVE DE-DSN-SORTIE TO LD-OBSERVATION.
028100     PERFORM 2900-IMPRIMER-DEMANDE
028200         THRU 2900-IMPRIMER-DEMANDE-EXIT.
028300 2100-EXAMINER-DEMANDE-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600* 2200-REFUSER-DEMANDE : CODE D'ETAT HORS CATALOGUE - LA DEMANDE
028700*                        PASSE EN ECHEC SANS TRAVAIL
028800*----------------------------------------------------------------
028900 2200-REFUSER-DEMANDE.
029000     ADD 1 TO NB-INCONNUES.
029100     MOVE SPACES TO NOM-TRAVAIL.
029200     MOVE "E" TO DE-STATUT.
029300     MOVE FUNCTION CURRENT-DATE(1:14) TO DE-DATE-HEURE-FIN.
029400     MOVE "ETAT INCONNU AU CATALOGUE" TO DE-COMPTE-RENDU.
029500     REWRITE ENR-DEMANDE
029600         INVALID KEY
029700             DISPLAY "MISE A JOUR EN ECHEC - DEMANDE "
029800                 DE-NO-DEMANDE " CODE " DM-STATUT
029900     END-REWRITE.
030000     MOVE "ETAT INCONNU AU CATALOGUE - EN ECHEC"
030100         TO LD-OBSERVATION.
030200     PERFORM 2900-IMPRIMER-DEMANDE
030300         THRU 2900-IMPRIMER-DEMANDE-EXIT.
030400 2200-REFUSER-DEMANDE-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------
030700* 2900-IMPRIMER-DEMANDE : LIGNE D'ETAT D'UNE DEMANDE
030800*----------------------------------------------------------------
030900 2900-IMPRIMER-DEMANDE.
031000     MOVE DE-NO-DEMANDE         TO LD-NO-DEMANDE.
031100     MOVE DE-CODE-ETAT          TO LD-CODE-ETAT.
031200     MOVE DE-OPERATEUR          TO LD-OPERATEUR.
031300     MOVE DE-DATE-HEURE-DEMANDE TO LD-DATE-HEURE.
031400     IF DE-LANCEE
031500         MOVE DE-NOM-TRAVAIL    TO LD-NOM-TRAVAIL
031600     ELSE
031700         MOVE NOM-TRAVAIL       TO LD-NOM-TRAVAIL
031800     END-IF.
031900     MOVE LIGNE-DEMANDE TO LIGNE-ETAT.
032000     WRITE LIGNE-ETAT.
032100 2900-IMPRIMER-DEMANDE-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------
032400* 3000-ECRIRE-TRAVAIL : CARTES DU TRAVAIL D'UNE DEMANDE - CARTE
032500*                       JOB, ETAPE DE L'ETAT (PROPRE A CHAQUE
032600*                       PROGRAMME) ET ETAPES DE RETOUR
032700*----------------------------------------------------------------
032800 3000-ECRIRE-TRAVAIL.
032900     MOVE SPACES TO CARTE-JCL.
033000     STRING "//" NOM-TRAVAIL
033100            " JOB (ACCT),'ETAT A LA DEMANDE',CLASS=A,MSGCLASS=A,"
033200            DELIMITED BY SIZE
033300         INTO CARTE-JCL
033400     END-STRING.
033500     PERFORM 6000-ECRIRE-CARTE
033600         THRU 6000-ECRIRE-CARTE-EXIT.
033700     MOVE "//             MSGLEVEL=(1,1)" TO CARTE-JCL.
033800     PERFORM 6000-ECRIRE-CARTE
033900         THRU 6000-ECRIRE-CARTE-EXIT.
034000     MOVE SPACES TO CARTE-JCL.
034100     STRING "//* DEMANDE " NO-DEMANDE-EDITE " DE " DE-OPERATEUR
034200            " DEPOSEE LE " DE-DATE-HEURE-DEMANDE
034300            " - ETAT " DE-CODE-ETAT
034400            DELIMITED BY SIZE
034500         INTO CARTE-JCL
034600     END-STRING.
034700     PERFORM 6000-ECRIRE-CARTE
034800         THRU 6000-ECRIRE-CARTE-EXIT.
034900     MOVE SPACES TO CARTE-JCL.
035000     STRING "//STEP010  EXEC PGM=" DELIMITED BY SIZE
035100            PROGRAMME-ETAT         DELIMITED BY SPACE
035200         INTO CARTE-JCL
035300     END-STRING.
035400     PERFORM 6000-ECRIRE-CARTE
035500         THRU 6000-ECRIRE-CARTE-EXIT.
035600     MOVE "//STEPLIB  DD DISP=SHR,DSN=PROD.CITOYENS.LOADLIB"
035700         TO CARTE-JCL.
035800     PERFORM 6000-ECRIRE-CARTE
035900         THRU 6000-ECRIRE-CARTE-EXIT.
036000     EVALUATE TRUE
036100         WHEN DE-ETAT-ACTIVITE
036200             PERFORM 3100-ETAPE-ACTIVITE
036300                 THRU 3100-ETAPE-ACTIVITE-EXIT
036400         WHEN DE-ETAT-PUBLIPOSTAGE
036500             PERFORM 3200-ETAPE-PUBLIPOSTAGE
036600                 THRU 3200-ETAPE-PUBLIPOSTAGE-EXIT
036700         WHEN DE-ETAT-HISTORIQUE
036800             PERFORM 3300-ETAPE-HISTORIQUE
036900                 THRU 3300-ETAPE-HISTORIQUE-EXIT
037000         WHEN DE-ETAT-QUALITE
037100             PERFORM 3400-ETAPE-QUALITE
037200                 THRU 3400-ETAPE-QUALITE-EXIT
037300     END-EVALUATE.
037400     MOVE "/*" TO CARTE-JCL.
037500     PERFORM 6000-ECRIRE-CARTE
037600         THRU 6000-ECRIRE-CARTE-EXIT.
037700     PERFORM 3900-ETAPES-RETOUR
037800         THRU 3900-ETAPES-RETOUR-EXIT.
037900 3000-ECRIRE-TRAVAIL-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200* 3100-ETAPE-ACTIVITE : RAPPORT-ACTIVITE - JOURNAL EN LECTURE,
038300*                       CARTE = JOURNEE DEMANDEE
038400*----------------------------------------------------------------
038500 3100-ETAPE-ACTIVITE.
038600     MOVE "//JOURNAL  DD DISP=SHR,DSN=PROD.CITOYENS.JOURNAL"
038700         TO CARTE-JCL.
038800     PERFORM 6000-ECRIRE-CARTE
038900         THRU 6000-ECRIRE-CARTE-EXIT.
039000     MOVE "ETATACT" TO DD-SORTIE.
039100     MOVE "ETAT"    TO SUFFIXE-SORTIE.
039200     PERFORM 6100-CARTES-SORTIE
039300         THRU 6100-CARTES-SORTIE-EXIT.
039400     MOVE "//SYSIN    DD *" TO CARTE-JCL.
039500     PERFORM 6000-ECRIRE-CARTE
039600         THRU 6000-ECRIRE-CARTE-EXIT.
039700     MOVE DE-PA-DATE TO CARTE-JCL.
039800     PERFORM 6000-ECRIRE-CARTE
039900         THRU 6000-ECRIRE-CARTE-EXIT.
040000 3100-ETAPE-ACTIVITE-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300* 3200-ETAPE-PUBLIPOSTAGE : EXTRAIT-PUBLIPOSTAGE - TOUTES LES
040400*                           SORTIES CHEZ LE DEMANDEUR, CARTES =
040500*                           CRITERES, LIBELLE ET DATE
040600*----------------------------------------------------------------
040700 3200-ETAPE-PUBLIPOSTAGE.
040800     MOVE "//MAITRE   DD DISP=SHR,DSN=PROD.CITOYENS.MAITRE"
040900         TO CARTE-JCL.
041000     PERFORM 6000-ECRIRE-CARTE
041100         THRU 6000-ECRIRE-CARTE-EXIT.
041200     MOVE "//LIENS    DD DISP=SHR,DSN=PROD.CITOYENS.LIENS"
041300         TO CARTE-JCL.
041400     PERFORM 6000-ECRIRE-CARTE
041500         THRU 6000-ECRIRE-CARTE-EXIT.
041600     MOVE "//CONTACTS DD DISP=SHR,DSN=PROD.CITOYENS.CONTACTS"
041700         TO CARTE-JCL.
041800     PERFORM 6000-ECRIRE-CARTE
041900         THRU 6000-ECRIRE-CARTE-EXIT.
042000     MOVE "//PARAMS   DD DISP=SHR,DSN=PROD.CITOYENS.PARAMS"
042100         TO CARTE-JCL.
042200     PERFORM 6000-ECRIRE-CARTE
042300         THRU 6000-ECRIRE-CARTE-EXIT.
042400     MOVE "//TRIWORK  DD UNIT=SYSDA,SPACE=(CYL,(10,10))"
042500         TO CARTE-JCL.
042600     PERFORM 6000-ECRIRE-CARTE
042700         THRU 6000-ECRIRE-CARTE-EXIT.
042800     MOVE "ADRESSES" TO DD-SORTIE.
042900     MOVE "ADR"      TO SUFFIXE-SORTIE.
043000     PERFORM 6100-CARTES-SORTIE
043100         THRU 6100-CARTES-SORTIE-EXIT.
043200     MOVE "ETIQUET"  TO DD-SORTIE.
043300     MOVE "ETQ"      TO SUFFIXE-SORTIE.
043400     PERFORM 6100-CARTES-SORTIE
043500         THRU 6100-CARTES-SORTIE-EXIT.
043600     MOVE "SANSADR"  TO DD-SORTIE.
043700     MOVE "SSA"      TO SUFFIXE-SORTIE.
043800     PERFORM 6100-CARTES-SORTIE
043900         THRU 6100-CARTES-SORTIE-EXIT.
044000     MOVE "NOTIFMSG" TO DD-SORTIE.
044100     MOVE "MSG"      TO SUFFIXE-SORTIE.
044200     PERFORM 6100-CARTES-SORTIE
044300         THRU 6100-CARTES-SORTIE-EXIT.
044400     MOVE "SYSOUT"   TO DD-SORTIE.
044500     MOVE "ETAT"     TO SUFFIXE-SORTIE.
044600     PERFORM 6100-CARTES-SORTIE
044700         THRU 6100-CARTES-SORTIE-EXIT.
044800     MOVE "//SYSIN    DD *" TO CARTE-JCL.
044900     PERFORM 6000-ECRIRE-CARTE
045000         THRU 6000-ECRIRE-CARTE-EXIT.
045100     MOVE DE-PP-AGE-MIN TO CARTE-JCL.
045200     PERFORM 6000-ECRIRE-CARTE
045300         THRU 6000-ECRIRE-CARTE-EXIT.
045400     MOVE DE-PP-AGE-MAX TO CARTE-JCL.
045500     PERFORM 6000-ECRIRE-CARTE
045600         THRU 6000-ECRIRE-CARTE-EXIT.
045700     MOVE DE-PP-SEXE TO CARTE-JCL.
045800     PERFORM 6000-ECRIRE-CARTE
045900         THRU 6000-ECRIRE-CARTE-EXIT.
046000     MOVE DE-PP-STATUT TO CARTE-JCL.
046100     PERFORM 6000-ECRIRE-CARTE
046200         THRU 6000-ECRIRE-CARTE-EXIT.
046300     MOVE DE-PP-LIBELLE TO CARTE-JCL.
046400     PERFORM 6000-ECRIRE-CARTE
046500         THRU 6000-ECRIRE-CARTE-EXIT.
046600     MOVE DE-PP-DATE-CONVOC TO CARTE-JCL.
046700     PERFORM 6000-ECRIRE-CARTE
046800         THRU 6000-ECRIRE-CARTE-EXIT.
046900 3200-ETAPE-PUBLIPOSTAGE-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 3300-ETAPE-HISTORIQUE : HISTO-ARCHIVE - TROIS DERNIERES
047300*                         GENERATIONS D'ARCHIVE PLUS JOURNAL
047400*                         VIVANT (COMME REGHISTO), CARTES = CODE
047500*                         DU DEMANDEUR, DOSSIER ET FENETRE
047600*----------------------------------------------------------------
047700 3300-ETAPE-HISTORIQUE.
047800     MOVE "//MAITRE   DD DISP=SHR,DSN=PROD.CITOYENS.MAITRE"
047900         TO CARTE-JCL.
048000     PERFORM 6000-ECRIRE-CARTE
048100         THRU 6000-ECRIRE-CARTE-EXIT.
048200     MOVE "//ACCESLOG DD DISP=(MOD,KEEP),"
048300         TO CARTE-JCL.
048400     PERFORM 6000-ECRIRE-CARTE
048500         THRU 6000-ECRIRE-CARTE-EXIT.
048600     MOVE "//             DSN=PROD.CITOYENS.ACCESLOG"
048700         TO CARTE-JCL.
048800     PERFORM 6000-ECRIRE-CARTE
048900         THRU 6000-ECRIRE-CARTE-EXIT.
049000     MOVE "//ARCHIVES DD DISP=SHR,"
049100         TO CARTE-JCL.
049200     PERFORM 6000-ECRIRE-CARTE
049300         THRU 6000-ECRIRE-CARTE-EXIT.
049400     MOVE "//             DSN=PROD.CITOYENS.JOURNAL.ARCHIVE(-2)"
049500         TO CARTE-JCL.
049600     PERFORM 6000-ECRIRE-CARTE
049700         THRU 6000-ECRIRE-CARTE-EXIT.
049800     MOVE "//         DD DISP=SHR,"
049900         TO CARTE-JCL.
050000     PERFORM 6000-ECRIRE-CARTE
050100         THRU 6000-ECRIRE-CARTE-EXIT.
050200     MOVE "//             DSN=PROD.CITOYENS.JOURNAL.ARCHIVE(-1)"
050300         TO CARTE-JCL.
050400     PERFORM 6000-ECRIRE-CARTE
050500         THRU 6000-ECRIRE-CARTE-EXIT.
050600     MOVE "//         DD DISP=SHR,"
050700         TO CARTE-JCL.
050800     PERFORM 6000-ECRIRE-CARTE
050900         THRU 6000-ECRIRE-CARTE-EXIT.
051000     MOVE "//             DSN=PROD.CITOYENS.JOURNAL.ARCHIVE(0)"
051100         TO CARTE-JCL.
051200     PERFORM 6000-ECRIRE-CARTE
051300         THRU 6000-ECRIRE-CARTE-EXIT.
051400     MOVE "//JOURNAL  DD DISP=SHR,DSN=PROD.CITOYENS.JOURNAL"
051500         TO CARTE-JCL.
051600     PERFORM 6000-ECRIRE-CARTE
051700         THRU 6000-ECRIRE-CARTE-EXIT.
051800     MOVE "SYSOUT"   TO DD-SORTIE.
051900     MOVE "ETAT"     TO SUFFIXE-SORTIE.
052000     PERFORM 6100-CARTES-SORTIE
052100         THRU 6100-CARTES-SORTIE-EXIT.
052200     MOVE "//SYSIN    DD *" TO CARTE-JCL.
052300     PERFORM 6000-ECRIRE-CARTE
052400         THRU 6000-ECRIRE-CARTE-EXIT.
052500     MOVE DE-OPERATEUR TO CARTE-JCL.
052600     PERFORM 6000-ECRIRE-CARTE
052700         THRU 6000-ECRIRE-CARTE-EXIT.
052800     MOVE DE-PH-ID-CITOYEN TO CARTE-JCL.
052900     PERFORM 6000-ECRIRE-CARTE
053000         THRU 6000-ECRIRE-CARTE-EXIT.
053100     IF DE-PH-ID-CITOYEN = SPACES
053200         MOVE DE-PH-NOM TO CARTE-JCL
053300         PERFORM 6000-ECRIRE-CARTE
053400             THRU 6000-ECRIRE-CARTE-EXIT
053500         MOVE DE-PH-PRENOM TO CARTE-JCL
053600         PERFORM 6000-ECRIRE-CARTE
053700             THRU 6000-ECRIRE-CARTE-EXIT
053800     END-IF.
053900     MOVE DE-PH-DATE-DEBUT TO CARTE-JCL.
054000     PERFORM 6000-ECRIRE-CARTE
054100         THRU 6000-ECRIRE-CARTE-EXIT.
054200     MOVE DE-PH-DATE-FIN TO CARTE-JCL.
054300     PERFORM 6000-ECRIRE-CARTE
054400         THRU 6000-ECRIRE-CARTE-EXIT.
054500 3300-ETAPE-HISTORIQUE-EXIT.
054600     EXIT.
054700*----------------------------------------------------------------
054800* 3400-ETAPE-QUALITE : QUALITE-DOSSIERS - LISTE DE TRAVAIL EN
054900*                      DUMMY, CARTE = SITE DEMANDE (BLANC = TOUS)
055000*----------------------------------------------------------------
055100 3400-ETAPE-QUALITE.
055200     MOVE "//MAITRE   DD DISP=SHR,DSN=PROD.CITOYENS.MAITRE"
055300         TO CARTE-JCL.
055400     PERFORM 6000-ECRIRE-CARTE
055500         THRU 6000-ECRIRE-CARTE-EXIT.
055600     MOVE "ETATQUAL" TO DD-SORTIE.
055700     MOVE "ETAT"     TO SUFFIXE-SORTIE.
055800     PERFORM 6100-CARTES-SORTIE
055900         THRU 6100-CARTES-SORTIE-EXIT.
056000     MOVE "//QUALWRK  DD DUMMY" TO CARTE-JCL.
056100     PERFORM 6000-ECRIRE-CARTE
056200         THRU 6000-ECRIRE-CARTE-EXIT.
056300     MOVE "//SYSIN    DD *" TO CARTE-JCL.
056400     PERFORM 6000-ECRIRE-CARTE
056500         THRU 6000-ECRIRE-CARTE-EXIT.
056600     MOVE DE-PQ-CODE-SITE TO CARTE-JCL.
056700     PERFORM 6000-ECRIRE-CARTE
056800         THRU 6000-ECRIRE-CARTE-EXIT.
056900 3400-ETAPE-QUALITE-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------
057200* 3900-ETAPES-RETOUR : LANCE-ETATS RAPPELE EN FIN DE TRAVAIL -
057300*                      TERMINEE SI L'ETAT A RENDU 0 OU 4, EN
057400*                      ECHEC AU-DELA OU SUR FIN ANORMALE (EVEN)
057500*----------------------------------------------------------------
057600 3900-ETAPES-RETOUR.
057700     MOVE "//STEP020  EXEC PGM=LANCE-ETATS,COND=(4,LT,STEP010)"
057800         TO CARTE-JCL.
057900     PERFORM 6000-ECRIRE-CARTE
058000         THRU 6000-ECRIRE-CARTE-EXIT.
058100     PERFORM 3910-CARTES-RETOUR
058200         THRU 3910-CARTES-RETOUR-EXIT.
058300     MOVE SPACES TO CARTE-JCL.
058400     STRING "T " NO-DEMANDE-EDITE DELIMITED BY SIZE
058500         INTO CARTE-JCL
058600     END-STRING.
058700     PERFORM 6000-ECRIRE-CARTE
058800         THRU 6000-ECRIRE-CARTE-EXIT.
058900     MOVE "/*" TO CARTE-JCL.
059000     PERFORM 6000-ECRIRE-CARTE
059100         THRU 6000-ECRIRE-CARTE-EXIT.
059200     MOVE "//STEP030  EXEC PGM=LANCE-ETATS,"
059300         TO CARTE-JCL.
059400     PERFORM 6000-ECRIRE-CARTE
059500         THRU 6000-ECRIRE-CARTE-EXIT.
059600     MOVE "//             COND=((4,GE,STEP010),EVEN)"
059700         TO CARTE-JCL.
059800     PERFORM 6000-ECRIRE-CARTE
059900         THRU 6000-ECRIRE-CARTE-EXIT.
060000     PERFORM 3910-CARTES-RETOUR
060100         THRU 3910-CARTES-RETOUR-EXIT.
060200     MOVE SPACES TO CARTE-JCL.
060300     STRING "E " NO-DEMANDE-EDITE DELIMITED BY SIZE
060400         INTO CARTE-JCL
060500     END-STRING.
060600     PERFORM 6000-ECRIRE-CARTE
060700         THRU 6000-ECRIRE-CARTE-EXIT.
060800     MOVE "/*" TO CARTE-JCL.
060900     PERFORM 6000-ECRIRE-CARTE
061000         THRU 6000-ECRIRE-CARTE-EXIT.
061100 3900-ETAPES-RETOUR-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------
061400* 3910-CARTES-RETOUR : DD D'UNE ETAPE DE RETOUR
061500*----------------------------------------------------------------
061600 3910-CARTES-RETOUR.
061700     MOVE "//STEPLIB  DD DISP=SHR,DSN=PROD.CITOYENS.LOADLIB"
061800         TO CARTE-JCL.
061900     PERFORM 6000-ECRIRE-CARTE
062000         THRU 6000-ECRIRE-CARTE-EXIT.
062100     MOVE "//DEMETATS DD DISP=SHR,DSN=PROD.CITOYENS.DEMETATS"
062200         TO CARTE-JCL.
062300     PERFORM 6000-ECRIRE-CARTE
062400         THRU 6000-ECRIRE-CARTE-EXIT.
062500     MOVE "//SYSIN    DD *" TO CARTE-JCL.
062600     PERFORM 6000-ECRIRE-CARTE
062700         THRU 6000-ECRIRE-CARTE-EXIT.
062800 3910-CARTES-RETOUR-EXIT.
062900     EXIT.
063000*----------------------------------------------------------------
063100* 5000-RETOUR-TRAVAIL : LA DEMANDE DE LA CARTE PASSE TERMINEE OU
063200*                       EN ECHEC - ELLE DOIT ETRE LANCEE
063300*----------------------------------------------------------------
063400 5000-RETOUR-TRAVAIL.
063500     MOVE CC-NO-DEMANDE-9 TO DE-NO-DEMANDE.
063600     READ FICHIER-DEMANDES
063700         INVALID KEY
063800             DISPLAY "DEMANDE " CC-NO-DEMANDE " INTROUVABLE"
063900             MOVE 8 TO RETURN-CODE
064000             GO TO 5000-RETOUR-TRAVAIL-EXIT
064100     END-READ.
064200     IF NOT DE-LANCEE
064300         DISPLAY "DEMANDE " CC-NO-DEMANDE " NON LANCEE (STATUT "
064400             DE-STATUT ") - RETOUR IGNORE"
064500         MOVE 4 TO RETURN-CODE
064600         GO TO 5000-RETOUR-TRAVAIL-EXIT
064700     END-IF.
064800     MOVE SPACES TO COMPTE-RENDU-FIN.
064900     IF CC-TERMINER
065000         MOVE "T" TO DE-STATUT
065100         STRING "ETAT PRODUIT - TRAVAIL " DE-NOM-TRAVAIL
065200             DELIMITED BY SIZE
065300             INTO COMPTE-RENDU-FIN
065400         END-STRING
065500     ELSE
065600         MOVE "E" TO DE-STATUT
065700         STRING "ECHEC - VOIR LE TRAVAIL " DE-NOM-TRAVAIL
065800             DELIMITED BY SIZE
065900             INTO COMPTE-RENDU-FIN
066000         END-STRING
066100     END-IF.
066200     MOVE COMPTE-RENDU-FIN TO DE-COMPTE-RENDU.
066300     MOVE FUNCTION CURRENT-DATE(1:14) TO DE-DATE-HEURE-FIN.
066400     REWRITE ENR-DEMANDE
066500         INVALID KEY
066600             DISPLAY "MISE A JOUR EN ECHEC - DEMANDE "
066700                 DE-NO-DEMANDE " CODE " DM-STATUT
066800             MOVE 8 TO RETURN-CODE
066900             GO TO 5000-RETOUR-TRAVAIL-EXIT
067000     END-REWRITE.
067100     DISPLAY "DEMANDE " DE-NO-DEMANDE " - " DE-COMPTE-RENDU.
067200 5000-RETOUR-TRAVAIL-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------
067500* 6000-ECRIRE-CARTE : UNE CARTE AU LECTEUR INTERNE
067600*----------------------------------------------------------------
067700 6000-ECRIRE-CARTE.
067800     MOVE CARTE-JCL TO CARTE-TRAVAIL.
067900     WRITE CARTE-TRAVAIL.
068000     ADD 1 TO NB-CARTES-ECRITES.
068100     MOVE SPACES TO CARTE-JCL.
068200 6000-ECRIRE-CARTE-EXIT.
068300     EXIT.
068400*----------------------------------------------------------------
068500* 6100-CARTES-SORTIE : DD D'UN FICHIER PRODUIT, CATALOGUE SOUS LA
068600*                      RACINE DE LA DEMANDE SUIVIE DU SUFFIXE
068700*----------------------------------------------------------------
068800 6100-CARTES-SORTIE.
068900     MOVE SPACES TO CARTE-JCL.
069000     STRING "//" DD-SORTIE " DD DISP=(NEW,CATLG,DELETE),"
069100            DELIMITED BY SIZE
069200         INTO CARTE-JCL
069300     END-STRING.
069400     PERFORM 6000-ECRIRE-CARTE
069500         THRU 6000-ECRIRE-CARTE-EXIT.
069600     STRING "//             DSN=" DELIMITED BY SIZE
069700            DE-DSN-SORTIE         DELIMITED BY SPACE
069800            "."                   DELIMITED BY SIZE
069900            SUFFIXE-SORTIE        DELIMITED BY SPACE
070000            ","                   DELIMITED BY SIZE
070100         INTO CARTE-JCL
070200     END-STRING.
070300     PERFORM 6000-ECRIRE-CARTE
070400         THRU 6000-ECRIRE-CARTE-EXIT.
070500     MOVE "//             UNIT=SYSDA,SPACE=(TRK,(15,15))"
070600         TO CARTE-JCL.
070700     PERFORM 6000-ECRIRE-CARTE
070800         THRU 6000-ECRIRE-CARTE-EXIT.
070900 6100-CARTES-SORTIE-EXIT.
071000     EXIT.
071100*----------------------------------------------------------------
071200* 8000-IMPRIMER-TOTAUX : TOTAUX DE CONTROLE DU LANCEMENT
071300*----------------------------------------------------------------
071400 8000-IMPRIMER-TOTAUX.
071500     MOVE SPACES TO LIGNE-ETAT.
071600     WRITE LIGNE-ETAT.
071700     MOVE "DEMANDES LUES                    :" TO LT-LIBELLE.
071800     MOVE NB-LUES TO LT-COMPTEUR.
071900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
072000     WRITE LIGNE-ETAT.
072100     MOVE "DEMANDES LANCEES                 :" TO LT-LIBELLE.
072200     MOVE NB-LANCEES TO LT-COMPTEUR.
072300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
072400     WRITE LIGNE-ETAT.
072500     MOVE "ETATS HORS CATALOGUE (EN ECHEC)  :" TO LT-LIBELLE.
072600     MOVE NB-INCONNUES TO LT-COMPTEUR.
072700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
072800     WRITE LIGNE-ETAT.
072900     MOVE "LANCEES SANS RETOUR              :" TO LT-LIBELLE.
073000     MOVE NB-SANS-RETOUR TO LT-COMPTEUR.
073100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
073200     WRITE LIGNE-ETAT.
073300     MOVE "CARTES ECRITES AU LECTEUR        :" TO LT-LIBELLE.
073400     MOVE NB-CARTES-ECRITES TO LT-COMPTEUR.
073500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
073600     WRITE LIGNE-ETAT.
073700     IF NB-SANS-RETOUR > ZERO OR NB-INCONNUES > ZERO
073800         MOVE 4 TO RETURN-CODE
073900     END-IF.
074000 8000-IMPRIMER-TOTAUX-EXIT.
074100     EXIT.
074200*----------------------------------------------------------------
074300* 9999-TERMINER : FERMETURE DES FICHIERS
074400*----------------------------------------------------------------
074500 9999-TERMINER.
074600     CLOSE FICHIER-DEMANDES.
074700     IF CC-LANCER
074800         CLOSE TRAVAUX
074900         CLOSE ETAT-LANCEMENT
075000     END-IF.
075100 9999-TERMINER-EXIT.
075200     EXIT.
