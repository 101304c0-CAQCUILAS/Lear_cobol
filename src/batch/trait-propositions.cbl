000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRAIT-PROPOSITIONS.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* TRAIT-PROPOSITIONS RECOIT LE SECOND FICHIER DU SYSTEME DES
000900* PRESTATIONS (DD PROPPRES, A COTE DE L'ACQUITTEMENT LU PAR
001000* TRAIT-RETOUR) : DES CHANGEMENTS QU'IL A APPRIS AVANT NOUS ET
001100* QU'IL PROPOSE POUR UN DOSSIER - NOUVELLE ADRESSE (TYPE "A"),
001200* DATE DE DECES ("D") OU DATE DE NAISSANCE CORRIGEE ("N"). UNE
001300* LIGNE PAR PROPOSITION : REFERENCE DE LA PROPOSITION CHEZ EUX,
001400* EX-ID-CITOYEN, NUMERO NATIONAL, TYPE, ADRESSE PROPOSEE, DATE
001500* (DECES, NAISSANCE OU EMMENAGEMENT - A BLANC SI INCONNUE).
001600*
001700* RIEN N'EST APPLIQUE AU FICHIER MAITRE ICI : LA PROPOSITION EST
001800* RAPPROCHEE DU DOSSIER COMME DANS TRAIT-RETOUR (PAR
001900* L'IDENTIFIANT, PUIS PAR LA CLE ALTERNATIVE MF-NO-NATIONAL),
002000* CONTROLEE, PUIS DEPOSEE DANS LA FILE DES PROPOSITIONS
002100* (PROPOSIT, COPY RCPROPOS) OU UN CLERC L'ACCEPTE OU LA REJETTE
002200* AU GUICHET (VALIDE-PROPOSITIONS). SONT REFUSEES D'EMBLEE ET
002300* DEPOSEES DEJA REJETEES : LE DOSSIER INCONNU, NON ACTIF, OU DONT
002400* LE NUMERO NATIONAL CONTREDIT L'IDENTIFIANT, LE TYPE INCONNU,
002500* LA DATE ABSENTE OU INVALIDE, L'ADRESSE INCOMPLETE OU HORS DU
002600* REFERENTIEL DES COMMUNES, ET LA VALEUR DEJA AU DOSSIER. UNE
002700* REFERENCE DEJA EN FILE EST SEULEMENT COMPTEE, DE SORTE QU'UN
002800* FICHIER PEUT ETRE REPASSE SANS DOMMAGE.
002900*
003000* EN FIN DE TRAITEMENT, TOUTES LES PROPOSITIONS REJETEES (D'EMBLEE
003100* OU PAR UN CLERC) ET PAS ENCORE RENVOYEES PARTENT AU FICHIER
003200* REPONSE DES PRESTATIONS (DD REPPRES) AVEC LEUR MOTIF, PUIS SONT
003300* MARQUEES RENVOYEES. LE CODE RETOUR EST 4 S'IL Y A EU DES REFUS
003400* A LA RECEPTION.
003500*
003600* HISTORIQUE DES MODIFICATIONS
003700* DATE       AUTEUR  DESCRIPTION
003800* ---------- ------- ---------------------------------------------
003900* 2026-10-15 SI      CREATION - PROPOSITIONS DE CHANGEMENT DU
004000*                    SYSTEME DES PRESTATIONS SOUMISES AU CLERC.
004100*----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PROPOSITIONS-RECUES ASSIGN TO "PROPPRES"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS PR-STATUT.
005100     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS MF-ID-CITOYEN
005500         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005600         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005700         FILE STATUS IS MF-STATUT.
005800     SELECT FICHIER-PROPOSITIONS ASSIGN TO "PROPOSIT"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PQ-REFERENCE
006200         FILE STATUS IS PQ-STATUT.
006300     SELECT REPONSES ASSIGN TO "REPPRES"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS RP-STATUT.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PROPOSITIONS-RECUES
006900     LABEL RECORDS ARE STANDARD.
007000 01  ENR-PROPOSITION-RECUE.
007100     05 PR-REFERENCE             PIC X(15).
007200     05 PR-ID-CITOYEN            PIC X(09).
007300     05 PR-ID-CITOYEN-9 REDEFINES PR-ID-CITOYEN
007400                                 PIC 9(09).
007500     05 PR-NO-NATIONAL           PIC X(15).
007600     05 PR-NO-NATIONAL-9 REDEFINES PR-NO-NATIONAL
007700                                 PIC 9(15).
007800     05 PR-TYPE-CHANGEMENT       PIC X(01).
007900         88 PR-CHANGEMENT-ADRESSE VALUE "A".
008000         88 PR-CHANGEMENT-DECES  VALUE "D".
008100         88 PR-CHANGEMENT-NAISSANCE VALUE "N".
008200     05 PR-ADRESSE.
008300         10 PR-RUE               PIC X(30).
008400         10 PR-CODE-POSTAL       PIC X(05).
008500         10 PR-COMMUNE           PIC X(25).
008600     05 PR-DATE                  PIC X(08).
008700     05 PR-DATE-9 REDEFINES PR-DATE
008800                                 PIC 9(08).
008900 FD  FICHIER-MAITRE
009000     LABEL RECORDS ARE STANDARD.
009100 01  ENR-MAITRE.
009200     COPY RCMAITRE.
009300 FD  FICHIER-PROPOSITIONS
009400     LABEL RECORDS ARE STANDARD.
009500 01  ENR-PROPOSITION.
009600     COPY RCPROPOS.
009700 FD  REPONSES
009800     LABEL RECORDS ARE STANDARD.
009900 01  ENR-REPONSE.
010000     05 RP-REFERENCE             PIC X(15).
010100     05 RP-ID-CITOYEN            PIC X(09).
010200     05 RP-NO-NATIONAL           PIC X(15).
010300     05 RP-TYPE-CHANGEMENT       PIC X(01).
010400     05 RP-DISPOSITION           PIC X(01).
010500         88 RP-REJETEE           VALUE "R".
010600     05 RP-MOTIF                 PIC X(40).
010700     05 RP-DATE-REPONSE          PIC 9(08).
010800 WORKING-STORAGE SECTION.
010900*----------------------------------------------------------------
011000* ZONES DE TRAVAIL
011100*----------------------------------------------------------------
011200 01  PR-STATUT                   PIC X(02).
011300     88 PR-OK                    VALUE "00".
011400     88 PR-ABSENT                VALUE "35".
011500 01  MF-STATUT                   PIC X(02).
011600     88 MF-OK                    VALUE "00".
011700 01  PQ-STATUT                   PIC X(02).
011800     88 PQ-OK                    VALUE "00".
011900     88 PQ-ABSENT                VALUE "35".
012000 01  RP-STATUT                   PIC X(02).
012100     88 RP-OK                    VALUE "00".
012200 01  FIN-PROPOSITIONS            PIC X(01) VALUE "N".
012300     88 PLUS-DE-PROPOSITIONS     VALUE "O".
012400 01  FIN-FILE                    PIC X(01) VALUE "N".
012500     88 PLUS-DE-FILE             VALUE "O".
012600 01  DOSSIER-TROUVE              PIC X(01) VALUE "N".
012700     88 DOSSIER-EST-TROUVE       VALUE "O".
012800 01  NO-NATIONAL-PROPOSE         PIC 9(15) VALUE ZERO.
012900 01  DATE-PROPOSEE               PIC 9(08) VALUE ZERO.
013000 01  MOTIF-REFUS                 PIC X(40) VALUE SPACES.
013100 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
013200 01  DEMANDE-CONTROLE-DATE.
013300     COPY RCCTRLD.
013400 01  DEMANDE-CONTROLE-COMMUNE.
013500     COPY RCCOMMD.
013600 01  PARAMETRES-SITE.
013700     COPY RCPARVAL.
013800*----------------------------------------------------------------
013900* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
014000*----------------------------------------------------------------
014100 01  NB-LUES                     PIC 9(07) COMP VALUE ZERO.
014200 01  NB-MISES-EN-FILE            PIC 9(07) COMP VALUE ZERO.
014300 01  NB-DEJA-RECUES              PIC 9(07) COMP VALUE ZERO.
014400 01  NB-REFUSEES                 PIC 9(07) COMP VALUE ZERO.
014500 01  NB-RAPPROCHEES-PAR-NONAT    PIC 9(07) COMP VALUE ZERO.
014600 01  NB-REPONSES                 PIC 9(07) COMP VALUE ZERO.
014700 PROCEDURE DIVISION.
014800*================================================================
014900* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
015000*================================================================
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALISATION
015300         THRU 1000-INITIALISATION-EXIT.
015400     PERFORM 2000-TRAITER-PROPOSITION
015500         THRU 2000-TRAITER-PROPOSITION-EXIT
015600         UNTIL PLUS-DE-PROPOSITIONS.
015700     PERFORM 6000-REPONDRE-REJETS
015800         THRU 6000-REPONDRE-REJETS-EXIT.
015900     PERFORM 8000-RAPPORT-CONTROLE
016000         THRU 8000-RAPPORT-CONTROLE-EXIT.
016100     PERFORM 9999-TERMINER
016200         THRU 9999-TERMINER-EXIT.
016300     STOP RUN.
016400*----------------------------------------------------------------
016500* 1000-INITIALISATION : PARAMETRES DU SITE, OUVERTURE DES
016600*                       FICHIERS (LA FILE EST CREEE SI ELLE
016700*                       N'EXISTE PAS ENCORE) ET PREMIERE LECTURE -
016800*                       SANS FICHIER PROPPRES, SEULES LES REPONSES
016900*                       EN INSTANCE SONT PRODUITES
017000*----------------------------------------------------------------
017100 1000-INITIALISATION.
017200     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
017300     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
017400     OPEN INPUT FICHIER-MAITRE.
017500     IF NOT MF-OK
017600         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
017700             "CODE " MF-STATUT
017800         MOVE 16 TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100     OPEN I-O FICHIER-PROPOSITIONS.
018200     IF PQ-ABSENT
018300         OPEN OUTPUT FICHIER-PROPOSITIONS
018400         CLOSE FICHIER-PROPOSITIONS
018500         OPEN I-O FICHIER-PROPOSITIONS
018600     END-IF.
018700     IF NOT PQ-OK
018800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER PROPOSIT - "
018900             "CODE " PQ-STATUT
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     OPEN OUTPUT REPONSES.
019400     IF NOT RP-OK
019500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REPPRES - "
019600             "CODE " RP-STATUT
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     OPEN INPUT PROPOSITIONS-RECUES.
020100     IF PR-ABSENT
020200         DISPLAY "AUCUN FICHIER PROPPRES A TRAITER"
020300         MOVE "O" TO FIN-PROPOSITIONS
020400         GO TO 1000-INITIALISATION-EXIT
020500     END-IF.
020600     IF NOT PR-OK
020700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER PROPPRES - "
020800             "CODE " PR-STATUT
020900         MOVE 16 TO RETURN-CODE
021000         STOP RUN
021100     END-IF.
021200     PERFORM 3000-LIRE-PROPOSITION
021300         THRU 3000-LIRE-PROPOSITION-EXIT.
021400 1000-INITIALISATION-EXIT.
021500     EXIT.
021600*----------------------------------------------------------------
021700* 2000-TRAITER-PROPOSITION : RAPPROCHEMENT ET CONTROLE DE LA
021800*                            PROPOSITION COURANTE, DEPOT EN FILE
021900*                            (EN ATTENTE OU DEJA REJETEE) PUIS
022000*                            LECTURE DE LA SUIVANTE
022100*----------------------------------------------------------------
022200 2000-TRAITER-PROPOSITION.
022300     ADD 1 TO NB-LUES.
022400     MOVE SPACES TO MOTIF-REFUS.
022500     MOVE ZERO   TO DATE-PROPOSEE.
022600     IF PR-REFERENCE = SPACES
022700         PERFORM 5000-REPONDRE-SANS-REFERENCE
022800             THRU 5000-REPONDRE-SANS-REFERENCE-EXIT
022900         GO TO 2000-TRAITER-PROPOSITION-CONTINUER
023000     END-IF.
023100     MOVE PR-REFERENCE TO PQ-REFERENCE.
023200     READ FICHIER-PROPOSITIONS
023300         INVALID KEY
023400             CONTINUE
023500         NOT INVALID KEY
023600             ADD 1 TO NB-DEJA-RECUES
023700             GO TO 2000-TRAITER-PROPOSITION-CONTINUER
023800     END-READ.
023900     PERFORM 2100-RAPPROCHER-DOSSIER
024000         THRU 2100-RAPPROCHER-DOSSIER-EXIT.
024100     IF MOTIF-REFUS NOT = SPACES
024200         GO TO 2000-TRAITER-PROPOSITION-DEPOSER
024300     END-IF.
024400     EVALUATE TRUE
024500         WHEN PR-CHANGEMENT-ADRESSE
024600             PERFORM 2200-CONTROLER-ADRESSE
024700                 THRU 2200-CONTROLER-ADRESSE-EXIT
024800         WHEN PR-CHANGEMENT-DECES
024900             PERFORM 2300-CONTROLER-DECES
025000                 THRU 2300-CONTROLER-DECES-EXIT
025100         WHEN PR-CHANGEMENT-NAISSANCE
025200             PERFORM 2400-CONTROLER-NAISSANCE
025300                 THRU 2400-CONTROLER-NAISSANCE-EXIT
025400         WHEN OTHER
025500             MOVE "TYPE DE CHANGEMENT INCONNU" TO MOTIF-REFUS
025600     END-EVALUATE.
025700 2000-TRAITER-PROPOSITION-DEPOSER.
025800     PERFORM 4000-METTRE-EN-FILE
025900         THRU 4000-METTRE-EN-FILE-EXIT.
026000 2000-TRAITER-PROPOSITION-CONTINUER.
026100     PERFORM 3000-LIRE-PROPOSITION
026200         THRU 3000-LIRE-PROPOSITION-EXIT.
026300 2000-TRAITER-PROPOSITION-EXIT.
026400     EXIT.
026500*----------------------------------------------------------------
026600* 2100-RAPPROCHER-DOSSIER : RECHERCHE DU DOSSIER PAR SON
026700*                           IDENTIFIANT PUIS, A DEFAUT, PAR LA
026800*                           CLE ALTERNATIVE MF-NO-NATIONAL, COMME
026900*                           DANS TRAIT-RETOUR - UN NUMERO NATIONAL
027000*                           QUI CONTREDIT CELUI DU DOSSIER TROUVE
027100*                           PAR L'IDENTIFIANT EST REFUSE
027200*----------------------------------------------------------------
027300 2100-RAPPROCHER-DOSSIER.
027400     MOVE "N"  TO DOSSIER-TROUVE.
027500     MOVE ZERO TO NO-NATIONAL-PROPOSE.
027600     IF PR-NO-NATIONAL NUMERIC
027700         MOVE PR-NO-NATIONAL-9 TO NO-NATIONAL-PROPOSE
027800     END-IF.
027900     IF PR-ID-CITOYEN NUMERIC
028000         MOVE PR-ID-CITOYEN-9 TO MF-ID-CITOYEN
028100         READ FICHIER-MAITRE
028200             INVALID KEY
028300                 CONTINUE
028400             NOT INVALID KEY
028500                 MOVE "O" TO DOSSIER-TROUVE
028600         END-READ
028700     END-IF.
028800     IF DOSSIER-EST-TROUVE
028900             AND NO-NATIONAL-PROPOSE NOT = ZERO
029000             AND MF-NO-NATIONAL NOT = ZERO
029100             AND MF-NO-NATIONAL NOT = NO-NATIONAL-PROPOSE
029200         MOVE "IDENTIFIANT ET NO NATIONAL DISCORDANTS"
029300             TO MOTIF-REFUS
029400         GO TO 2100-RAPPROCHER-DOSSIER-EXIT
029500     END-IF.
029600     IF NOT DOSSIER-EST-TROUVE
029700             AND NO-NATIONAL-PROPOSE NOT = ZERO
029800         MOVE NO-NATIONAL-PROPOSE TO MF-NO-NATIONAL
029900         READ FICHIER-MAITRE
030000             KEY IS MF-NO-NATIONAL
030100             INVALID KEY
030200                 CONTINUE
030300             NOT INVALID KEY
030400                 MOVE "O" TO DOSSIER-TROUVE
030500                 ADD 1 TO NB-RAPPROCHEES-PAR-NONAT
030600         END-READ
030700     END-IF.
030800     IF NOT DOSSIER-EST-TROUVE
030900         MOVE "DOSSIER INCONNU DU REGISTRE" TO MOTIF-REFUS
031000         GO TO 2100-RAPPROCHER-DOSSIER-EXIT
031100     END-IF.
031200     IF NOT MF-DOSSIER-ACTIF
031300         MOVE "DOSSIER NON ACTIF AU REGISTRE" TO MOTIF-REFUS
031400     END-IF.
031500 2100-RAPPROCHER-DOSSIER-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800* 2200-CONTROLER-ADRESSE : ADRESSE COMPLETE, CODE POSTAL ET
031900*                          COMMUNE CONFORMES AU REFERENTIEL DES
032000*                          COMMUNES (LA GRAPHIE OFFICIELLE EST
032100*                          RETENUE), DATE D'EMMENAGEMENT VALIDE OU
032200*                          A BLANC, ET ADRESSE DIFFERENTE DE CELLE
032300*                          DU DOSSIER
032400*----------------------------------------------------------------
032500 2200-CONTROLER-ADRESSE.
032600     IF PR-CODE-POSTAL = SPACES OR PR-COMMUNE = SPACES
032700         MOVE "ADRESSE PROPOSEE INCOMPLETE" TO MOTIF-REFUS
032800         GO TO 2200-CONTROLER-ADRESSE-EXIT
032900     END-IF.
033000     MOVE PR-CODE-POSTAL TO CC-CODE-POSTAL.
033100     MOVE PR-COMMUNE     TO CC-COMMUNE.
033200     CALL "CONTROLE-COMMUNE" USING DEMANDE-CONTROLE-COMMUNE.
033300     IF CC-CODE-POSTAL-INCONNU
033400         MOVE "CODE POSTAL INCONNU DU REFERENTIEL"
033500             TO MOTIF-REFUS
033600         GO TO 2200-CONTROLER-ADRESSE-EXIT
033700     END-IF.
033800     IF CC-COMMUNE-DISCORDANTE
033900         MOVE "COMMUNE DISCORDANTE AVEC LE CODE POSTAL"
034000             TO MOTIF-REFUS
034100         GO TO 2200-CONTROLER-ADRESSE-EXIT
034200     END-IF.
034300     IF CC-ADRESSE-CONFORME
034400         MOVE CC-NOM-OFFICIEL TO PR-COMMUNE
034500     END-IF.
034600     IF PR-DATE NOT = SPACES AND PR-DATE NOT = ZEROS
034700         PERFORM 2500-CONTROLER-DATE-PROPOSEE
034800             THRU 2500-CONTROLER-DATE-PROPOSEE-EXIT
034900         IF MOTIF-REFUS NOT = SPACES
035000             GO TO 2200-CONTROLER-ADRESSE-EXIT
035100         END-IF
035200     END-IF.
035300     IF PR-ADRESSE = MF-ADRESSE
035400         MOVE "ADRESSE DEJA AU DOSSIER" TO MOTIF-REFUS
035500     END-IF.
035600 2200-CONTROLER-ADRESSE-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 2300-CONTROLER-DECES : DATE DE DECES OBLIGATOIRE, VALIDE ET NON
036000*                        ANTERIEURE A LA NAISSANCE
036100*----------------------------------------------------------------
036200 2300-CONTROLER-DECES.
036300     PERFORM 2500-CONTROLER-DATE-PROPOSEE
036400         THRU 2500-CONTROLER-DATE-PROPOSEE-EXIT.
036500     IF MOTIF-REFUS NOT = SPACES
036600         GO TO 2300-CONTROLER-DECES-EXIT
036700     END-IF.
036800     IF MF-DATE-NAISSANCE NOT = ZERO
036900             AND DATE-PROPOSEE < MF-DATE-NAISSANCE
037000         MOVE "DATE DE DECES ANTERIEURE A LA NAISSANCE"
037100             TO MOTIF-REFUS
037200     END-IF.
037300 2300-CONTROLER-DECES-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600* 2400-CONTROLER-NAISSANCE : DATE DE NAISSANCE OBLIGATOIRE,
037700*                            VALIDEE DANS LES BORNES D'AGE DU SITE
037800*                            COMME AU GUICHET, ET DIFFERENTE DE
037900*                            CELLE DU DOSSIER
038000*----------------------------------------------------------------
038100 2400-CONTROLER-NAISSANCE.
038200     IF PR-DATE NOT NUMERIC OR PR-DATE-9 = ZERO
038300         MOVE "DATE PROPOSEE ABSENTE OU NON NUMERIQUE"
038400             TO MOTIF-REFUS
038500         GO TO 2400-CONTROLER-NAISSANCE-EXIT
038600     END-IF.
038700     MOVE PR-DATE-9      TO CD-DATE-AAAAMMJJ.
038800     MOVE PV-AGE-MINIMUM TO CD-AGE-MINIMUM.
038900     MOVE PV-AGE-MAXIMUM TO CD-AGE-MAXIMUM.
039000     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
039100     IF NOT CD-DATE-VALIDE
039200         MOVE "DATE DE NAISSANCE INVALIDE OU HORS BORNES"
039300             TO MOTIF-REFUS
039400         GO TO 2400-CONTROLER-NAISSANCE-EXIT
039500     END-IF.
039600     MOVE PR-DATE-9 TO DATE-PROPOSEE.
039700     IF DATE-PROPOSEE = MF-DATE-NAISSANCE
039800         MOVE "DATE DE NAISSANCE DEJA AU DOSSIER" TO MOTIF-REFUS
039900     END-IF.
040000 2400-CONTROLER-NAISSANCE-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300* 2500-CONTROLER-DATE-PROPOSEE : DATE D'EVENEMENT (DECES OU
040400*                                EMMENAGEMENT) NUMERIQUE,
040500*                                EXISTANTE ET NON FUTURE
040600*----------------------------------------------------------------
040700 2500-CONTROLER-DATE-PROPOSEE.
040800     IF PR-DATE NOT NUMERIC OR PR-DATE-9 = ZERO
040900         MOVE "DATE PROPOSEE ABSENTE OU NON NUMERIQUE"
041000             TO MOTIF-REFUS
041100         GO TO 2500-CONTROLER-DATE-PROPOSEE-EXIT
041200     END-IF.
041300     MOVE PR-DATE-9 TO CD-DATE-AAAAMMJJ.
041400     MOVE ZERO      TO CD-AGE-MINIMUM.
041500     MOVE 999       TO CD-AGE-MAXIMUM.
041600     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
041700     IF NOT CD-DATE-VALIDE
041800         MOVE "DATE PROPOSEE INEXISTANTE OU FUTURE"
041900             TO MOTIF-REFUS
042000         GO TO 2500-CONTROLER-DATE-PROPOSEE-EXIT
042100     END-IF.
042200     MOVE PR-DATE-9 TO DATE-PROPOSEE.
042300 2500-CONTROLER-DATE-PROPOSEE-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600* 3000-LIRE-PROPOSITION : LECTURE DE LA PROPOSITION SUIVANTE
042700*----------------------------------------------------------------
042800 3000-LIRE-PROPOSITION.
042900     READ PROPOSITIONS-RECUES
043000         AT END
043100             MOVE "O" TO FIN-PROPOSITIONS
043200     END-READ.
043300 3000-LIRE-PROPOSITION-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600* 4000-METTRE-EN-FILE : DEPOT DE LA PROPOSITION EN FILE - EN
043700*                       ATTENTE DU CLERC SI ELLE A PASSE LES
043800*                       CONTROLES, DEJA REJETEE AVEC SON MOTIF
043900*                       SINON (ELLE SERA RENVOYEE EN FIN DE
044000*                       TRAITEMENT)
044100*----------------------------------------------------------------
044200 4000-METTRE-EN-FILE.
044300     MOVE PR-REFERENCE          TO PQ-REFERENCE.
044400     MOVE DATE-DU-JOUR-AAAAMMJJ TO PQ-DATE-RECEPTION.
044500     IF DOSSIER-EST-TROUVE
044600         MOVE MF-ID-CITOYEN     TO PQ-ID-CITOYEN
044700     ELSE
044800         IF PR-ID-CITOYEN NUMERIC
044900             MOVE PR-ID-CITOYEN-9 TO PQ-ID-CITOYEN
045000         ELSE
045100             MOVE ZERO          TO PQ-ID-CITOYEN
045200         END-IF
045300     END-IF.
045400     MOVE NO-NATIONAL-PROPOSE   TO PQ-NO-NATIONAL.
045500     MOVE PR-TYPE-CHANGEMENT    TO PQ-TYPE-CHANGEMENT.
045600     MOVE PR-ADRESSE            TO PQ-ADRESSE-PROPOSEE.
045700     MOVE DATE-PROPOSEE         TO PQ-DATE-PROPOSEE.
045800     MOVE "N"                   TO PQ-REPONSE-ENVOYEE.
045900     MOVE ZERO                  TO PQ-DATE-REPONSE.
046000     IF MOTIF-REFUS = SPACES
046100         MOVE "A"               TO PQ-ETAT
046200         MOVE SPACES            TO PQ-OPERATEUR-DECISION
046300         MOVE SPACES            TO PQ-DATE-HEURE-DECISION
046400         MOVE SPACES            TO PQ-MOTIF-REJET
046500     ELSE
046600         MOVE "R"               TO PQ-ETAT
046700         MOVE "CONTROLE"        TO PQ-OPERATEUR-DECISION
046800         MOVE FUNCTION CURRENT-DATE(1:14)
046900             TO PQ-DATE-HEURE-DECISION
047000         MOVE MOTIF-REFUS       TO PQ-MOTIF-REJET
047100     END-IF.
047200     WRITE ENR-PROPOSITION
047300         INVALID KEY
047400             DISPLAY "ECRITURE EN FILE EN ECHEC - REFERENCE "
047500                 PR-REFERENCE " CODE " PQ-STATUT
047600             MOVE 16 TO RETURN-CODE
047700             GO TO 4000-METTRE-EN-FILE-EXIT
047800     END-WRITE.
047900     IF MOTIF-REFUS = SPACES
048000         ADD 1 TO NB-MISES-EN-FILE
048100     ELSE
048200         ADD 1 TO NB-REFUSEES
048300     END-IF.
048400 4000-METTRE-EN-FILE-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700* 5000-REPONDRE-SANS-REFERENCE : UNE PROPOSITION SANS REFERENCE
048800*                                NE PEUT PAS ETRE MISE EN FILE -
048900*                                ELLE EST RENVOYEE AUSSITOT
049000*----------------------------------------------------------------
049100 5000-REPONDRE-SANS-REFERENCE.
049200     MOVE SPACES                TO RP-REFERENCE.
049300     MOVE PR-ID-CITOYEN         TO RP-ID-CITOYEN.
049400     MOVE PR-NO-NATIONAL        TO RP-NO-NATIONAL.
049500     MOVE PR-TYPE-CHANGEMENT    TO RP-TYPE-CHANGEMENT.
049600     MOVE "R"                   TO RP-DISPOSITION.
049700     MOVE "REFERENCE DE LA PROPOSITION ABSENTE" TO RP-MOTIF.
049800     MOVE DATE-DU-JOUR-AAAAMMJJ TO RP-DATE-REPONSE.
049900     WRITE ENR-REPONSE.
050000     ADD 1 TO NB-REFUSEES.
050100     ADD 1 TO NB-REPONSES.
050200 5000-REPONDRE-SANS-REFERENCE-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------
050500* 6000-REPONDRE-REJETS : PARCOURS DE LA FILE - CHAQUE PROPOSITION
050600*                        REJETEE PAS ENCORE RENVOYEE PART AU
050700*                        FICHIER REPONSE
050800*----------------------------------------------------------------
050900 6000-REPONDRE-REJETS.
051000     MOVE "N"        TO FIN-FILE.
051100     MOVE LOW-VALUES TO PQ-REFERENCE.
051200     START FICHIER-PROPOSITIONS
051300         KEY IS NOT LESS THAN PQ-REFERENCE
051400         INVALID KEY
051500             GO TO 6000-REPONDRE-REJETS-EXIT
051600     END-START.
051700     PERFORM 6100-REPONDRE-UN-REJET
051800         THRU 6100-REPONDRE-UN-REJET-EXIT
051900         UNTIL PLUS-DE-FILE.
052000 6000-REPONDRE-REJETS-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300* 6100-REPONDRE-UN-REJET : UNE ENTREE DE LA FILE - LA REPONSE
052400*                          ECRITE, L'ENTREE EST MARQUEE RENVOYEE
052500*----------------------------------------------------------------
052600 6100-REPONDRE-UN-REJET.
052700     READ FICHIER-PROPOSITIONS NEXT RECORD
052800         AT END
052900             MOVE "O" TO FIN-FILE
053000             GO TO 6100-REPONDRE-UN-REJET-EXIT
053100     END-READ.
053200     IF NOT PQ-REJETEE OR NOT PQ-REPONSE-A-ENVOYER
053300         GO TO 6100-REPONDRE-UN-REJET-EXIT
053400     END-IF.
053500     MOVE PQ-REFERENCE          TO RP-REFERENCE.
053600     MOVE PQ-ID-CITOYEN         TO RP-ID-CITOYEN.
053700     MOVE PQ-NO-NATIONAL        TO RP-NO-NATIONAL.
053800     MOVE PQ-TYPE-CHANGEMENT    TO RP-TYPE-CHANGEMENT.
053900     MOVE "R"                   TO RP-DISPOSITION.
054000     MOVE PQ-MOTIF-REJET        TO RP-MOTIF.
054100     MOVE DATE-DU-JOUR-AAAAMMJJ TO RP-DATE-REPONSE.
054200     WRITE ENR-REPONSE.
054300     ADD 1 TO NB-REPONSES.
054400     MOVE "O"                   TO PQ-REPONSE-ENVOYEE.
054500     MOVE DATE-DU-JOUR-AAAAMMJJ TO PQ-DATE-REPONSE.
054600     REWRITE ENR-PROPOSITION
054700         INVALID KEY
054800             DISPLAY "MARQUAGE DE LA REPONSE EN ECHEC - "
054900                 "REFERENCE " PQ-REFERENCE
055000             MOVE 16 TO RETURN-CODE
055100     END-REWRITE.
055200 6100-REPONDRE-UN-REJET-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500* 8000-RAPPORT-CONTROLE : TOTAUX DE LA RECEPTION ET CODE RETOUR 4
055600*                         QUAND DES PROPOSITIONS ONT ETE REFUSEES
055700*                         D'EMBLEE
055800*----------------------------------------------------------------
055900 8000-RAPPORT-CONTROLE.
056000     DISPLAY "----------------------------------------".
056100     DISPLAY "TRAIT-PROPOSITIONS - TOTAUX DE CONTROLE".
056200     DISPLAY "----------------------------------------".
056300     DISPLAY "PROPOSITIONS LUES        : " NB-LUES.
056400     DISPLAY "MISES EN FILE AU CLERC   : " NB-MISES-EN-FILE.
056500     DISPLAY "DEJA RECUES              : " NB-DEJA-RECUES.
056600     DISPLAY "REFUSEES A LA RECEPTION  : " NB-REFUSEES.
056700     DISPLAY "RAPPROCHEES PAR NO NATION: "
056800         NB-RAPPROCHEES-PAR-NONAT.
056900     DISPLAY "REJETS RENVOYES          : " NB-REPONSES.
057000     DISPLAY "----------------------------------------".
057100     IF NB-REFUSEES > ZERO AND RETURN-CODE < 4
057200         MOVE 4 TO RETURN-CODE
057300     END-IF.
057400 8000-RAPPORT-CONTROLE-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------
057700* 9999-TERMINER : FERMETURE DES FICHIERS
057800*----------------------------------------------------------------
057900 9999-TERMINER.
058000     IF NOT PR-ABSENT
058100         CLOSE PROPOSITIONS-RECUES
058200     END-IF.
058300     CLOSE FICHIER-MAITRE.
058400     CLOSE FICHIER-PROPOSITIONS.
058500     CLOSE REPONSES.
058600 9999-TERMINER-EXIT.
058700     EXIT.
