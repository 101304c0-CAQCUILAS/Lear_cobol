000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PRODUCTION-CARTES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* PRODUCTION-CARTES EST LE TRAITEMENT DE NUIT DES CARTES
000900* D'INSCRIPTION (REGISTRE CARTES, COPY RCCARTE). IL :
001000*   1. DEMANDE UNE CARTE POUR CHAQUE NOUVEL INSCRIT : TOUTE LIGNE
001100*      AJOUT DU JOURNAL DATEE DU JOUR D'OUVERTURE DU SERVICE OU
001200*      APRES (CARTE SYSIN AAAAMMJJ, BLANC = TOUT LE JOURNAL) DONT
001300*      LE DOSSIER EST ACTIF ET N'A ENCORE AUCUNE CARTE AU
001400*      REGISTRE. LE JOURNAL ETANT CUMULATIF, UNE NUIT SAUTEE EST
001500*      RATTRAPEE LA NUIT SUIVANTE SANS DOUBLE DEMANDE ;
001600*   2. BALAIE LE REGISTRE :
001700*      - UNE CARTE VIVANTE (DEMANDEE, PRODUITE OU LIVREE) DONT LE
001800*        DOSSIER N'EST PLUS ACTIF (DECES, RADIATION, FUSION,
001900*        TRANSFERT) OU A QUITTE LE FICHIER MAITRE EST ANNULEE ;
002000*      - UNE CARTE DEMANDEE PART EN FABRICATION (ENREGISTREMENT
002100*        02 DU FICHIER FABCARTE, COPY RCFABCAR) ET PASSE A
002200*        PRODUITE ;
002300*      - UNE CARTE DEJA FABRIQUEE PUIS PERDUE, VOLEE OU ANNULEE
002400*        EST SIGNALEE AU FABRICANT UNE SEULE FOIS (ENREGISTREMENT
002500*        03 D'OPPOSITION) POUR QUE SON NUMERO SOIT INVALIDE.
002600* LE FICHIER FABCARTE EST ENCADRE PAR UN ENTETE (01) ET UNE FIN
002700* (09) PORTANT LES NOMBRES D'ENREGISTREMENTS POUR LE CONTROLE DU
002800* FABRICANT. LES NUMEROS DE CARTE SONT PRIS AU COMPTEUR CARTCTRL,
002900* LU UNE FOIS ET REECRIT EN FIN DE PASSE COMME DANS
003000* ATTESTATION-LOT.
003100*
003200* HISTORIQUE DES MODIFICATIONS
003300* DATE       AUTEUR  DESCRIPTION
003400* ---------- ------- ---------------------------------------------
003500* 2026-10-15 SI      CREATION - CARTES D'INSCRIPTION FABRIQUEES
003600*                    PAR UN PRESTATAIRE : DEMANDE A L'INSCRIPTION,
003700*                    FICHIER DE FABRICATION ET OPPOSITIONS,
003800*                    ANNULATION A LA CLOTURE DU DOSSIER.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.    IBM-370.
004300 OBJECT-COMPUTER.    IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT REGISTRE-CARTES ASSIGN TO "CARTES"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS IC-NO-CARTE
005000         ALTERNATE RECORD KEY IS IC-ID-CITOYEN WITH DUPLICATES
005100         FILE STATUS IS IC-STATUT.
005200     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS MF-ID-CITOYEN
005600         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005700         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005800         FILE STATUS IS MF-STATUT.
005900     SELECT JOURNAL ASSIGN TO "JOURNAL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS JN-STATUT.
006200     SELECT COMPTEUR-CARTES ASSIGN TO "CARTCTRL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS NC-STATUT.
006500     SELECT FICHIER-FABRICATION ASSIGN TO "FABCARTE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FA-STATUT.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  REGISTRE-CARTES
007100     LABEL RECORDS ARE STANDARD.
007200 01  ENR-CARTE.
007300     COPY RCCARTE.
007400 FD  FICHIER-MAITRE
007500     LABEL RECORDS ARE STANDARD.
007600 01  ENR-MAITRE.
007700     COPY RCMAITRE.
007800 FD  JOURNAL
007900     LABEL RECORDS ARE STANDARD.
008000 01  ENR-JOURNAL.
008100     COPY RCJOURNAL.
008200 FD  COMPTEUR-CARTES
008300     LABEL RECORDS ARE STANDARD.
008400 01  ENR-COMPTEUR-CARTES.
008500     05 NC-DERNIER-NUMERO        PIC 9(09).
008600 FD  FICHIER-FABRICATION
008700     LABEL RECORDS ARE STANDARD.
008800 01  ENR-FABRICATION.
008900     COPY RCFABCAR.
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------
009200* ZONES DE TRAVAIL
009300*----------------------------------------------------------------
009400 01  IC-STATUT                   PIC X(02).
009500     88 IC-OK                    VALUE "00".
009600     88 IC-ABSENT                VALUE "35".
009700 01  MF-STATUT                   PIC X(02).
009800     88 MF-OK                    VALUE "00".
009900 01  JN-STATUT                   PIC X(02).
010000     88 JN-OK                    VALUE "00".
010100 01  NC-STATUT                   PIC X(02).
010200     88 NC-OK                    VALUE "00".
010300     88 NC-ABSENT                VALUE "35".
010400 01  FA-STATUT                   PIC X(02).
010500     88 FA-OK                    VALUE "00".
010600 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
010700     88 PLUS-DE-LIGNES           VALUE "O".
010800 01  FIN-REGISTRE                PIC X(01) VALUE "N".
010900     88 PLUS-DE-CARTES           VALUE "O".
011000 01  CARTE-EXISTANTE             PIC X(01) VALUE "N".
011100     88 CARTE-DEJA-CONNUE        VALUE "O".
011400 01  CARTE-DATE                  PIC X(08) VALUE SPACES.
011500 01  CARTE-DATE-9 REDEFINES CARTE-DATE
011600                                 PIC 9(08).
011700 01  DATE-OUVERTURE              PIC 9(08) VALUE ZERO.
011800 01  DATE-LIGNE-X                PIC X(08).
011900 01  DATE-LIGNE-9 REDEFINES DATE-LIGNE-X
012000                                 PIC 9(08).
012100 01  DATE-DU-JOUR                PIC 9(08).
012200 01  ID-DEMANDE                  PIC 9(09).
012300 01  DEMANDE-CLE.
012400     COPY RCCLEID.
012500*----------------------------------------------------------------
012600* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
012700*----------------------------------------------------------------
012800 01  NB-AJOUTS-LUS               PIC 9(07) COMP VALUE ZERO.
012900 01  NB-DEMANDES-CREEES          PIC 9(07) COMP VALUE ZERO.
013000 01  NB-CARTES-LUES              PIC 9(07) COMP VALUE ZERO.
013100 01  NB-ANNULEES-CLOTURE         PIC 9(07) COMP VALUE ZERO.
013200 01  NB-FABRIQUEES               PIC 9(07) COMP VALUE ZERO.
013300 01  NB-OPPOSITIONS              PIC 9(07) COMP VALUE ZERO.
013400 01  NB-ERREURS                  PIC 9(07) COMP VALUE ZERO.
013500 PROCEDURE DIVISION.
013600*================================================================
013700* 0000-MAINLINE : DEMANDES DES NOUVEAUX INSCRITS, PUIS BALAYAGE
013800*                 DU REGISTRE ET FICHIER DE FABRICATION
013900*================================================================
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALISATION
014200         THRU 1000-INITIALISATION-EXIT.
014300     PERFORM 1200-PRENDRE-COMPTEUR
014400         THRU 1200-PRENDRE-COMPTEUR-EXIT.
014500     PERFORM 2000-DEMANDES-INSCRIPTION
014600         THRU 2000-DEMANDES-INSCRIPTION-EXIT.
014700     PERFORM 6000-RENDRE-COMPTEUR
014800         THRU 6000-RENDRE-COMPTEUR-EXIT.
014900     PERFORM 3000-BALAYER-REGISTRE
015000         THRU 3000-BALAYER-REGISTRE-EXIT.
015100     PERFORM 8000-RAPPORT-CONTROLE
015200         THRU 8000-RAPPORT-CONTROLE-EXIT.
015300     PERFORM 9999-TERMINER
015400         THRU 9999-TERMINER-EXIT.
015500     STOP RUN.
015600*----------------------------------------------------------------
015700* 1000-INITIALISATION : DATE D'OUVERTURE DU SERVICE (CARTE
015800*                       SYSIN), OUVERTURE DES FICHIERS ET ENTETE
015900*                       DU FICHIER DE FABRICATION
016000*----------------------------------------------------------------
016100 1000-INITIALISATION.
016200     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
016300     ACCEPT CARTE-DATE.
016400     IF CARTE-DATE NUMERIC
016500         MOVE CARTE-DATE-9 TO DATE-OUVERTURE
016600     END-IF.
016700     OPEN I-O REGISTRE-CARTES.
016800     IF IC-ABSENT
016900         OPEN OUTPUT REGISTRE-CARTES
017000         CLOSE REGISTRE-CARTES
017100         OPEN I-O REGISTRE-CARTES
017200     END-IF.
017300     IF NOT IC-OK
017400         DISPLAY "IMPOSSIBLE D'OUVRIR LE REGISTRE DES CARTES - "
017500             "CODE " IC-STATUT
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     OPEN INPUT FICHIER-MAITRE.
018000     IF NOT MF-OK
018100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
018200             "CODE " MF-STATUT
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
018600     OPEN OUTPUT FICHIER-FABRICATION.
018700     IF NOT FA-OK
018800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER FABCARTE - "
018900             "CODE " FA-STATUT
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     MOVE SPACES TO ENR-FABRICATION.
019400     MOVE "01" TO FA-TYPE-ENR.
019500     MOVE "REGISTRE DES CITOYENS" TO FA-EMETTEUR.
019600     MOVE DATE-DU-JOUR TO FA-DATE-LOT.
019700     WRITE ENR-FABRICATION.
019800 1000-INITIALISATION-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
020100* 1200-PRENDRE-COMPTEUR : LE COMPTEUR CARTCTRL EST LU UNE FOIS
020200*                         (AMORCE S'IL EST ABSENT OU VIDE, COMME
020300*                         DANS GERE-CARTES) ET RESTE OUVERT
020400*                         JUSQU'A LA FIN DES DEMANDES
020500*----------------------------------------------------------------
020600 1200-PRENDRE-COMPTEUR.
020700     OPEN I-O COMPTEUR-CARTES.
020800     IF NC-ABSENT
020900         MOVE ZERO TO NC-DERNIER-NUMERO
021000         OPEN OUTPUT COMPTEUR-CARTES
021100         WRITE ENR-COMPTEUR-CARTES
021200         CLOSE COMPTEUR-CARTES
021300         OPEN I-O COMPTEUR-CARTES
021400     END-IF.
021500     IF NOT NC-OK
021600         DISPLAY "COMPTEUR CARTCTRL INDISPONIBLE - CODE "
021700             NC-STATUT
021800         MOVE 16 TO RETURN-CODE
021900         STOP RUN
022000     END-IF.
022100     READ COMPTEUR-CARTES
022200         AT END
022300             PERFORM 1300-AMORCER-COMPTEUR
022400                 THRU 1300-AMORCER-COMPTEUR-EXIT
022500     END-READ.
022600     IF NOT NC-OK
022700         DISPLAY "COMPTEUR CARTCTRL INUTILISABLE - CODE "
022800             NC-STATUT
022900         MOVE 16 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200 1200-PRENDRE-COMPTEUR-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023500* 1300-AMORCER-COMPTEUR : LE FICHIER CARTCTRL EXISTE MAIS EST VIDE
023600*                         - IL EST AMORCE A ZERO PUIS RELU
023700*----------------------------------------------------------------
023800 1300-AMORCER-COMPTEUR.
023900     CLOSE COMPTEUR-CARTES.
024000     MOVE ZERO TO NC-DERNIER-NUMERO.
024100     OPEN OUTPUT COMPTEUR-CARTES.
024200     WRITE ENR-COMPTEUR-CARTES.
024300     CLOSE COMPTEUR-CARTES.
024400     OPEN I-O COMPTEUR-CARTES.
024500     IF NOT NC-OK
024600         DISPLAY "AMORCAGE DU COMPTEUR CARTCTRL EN ECHEC - CODE "
024700             NC-STATUT
024800         GO TO 1300-AMORCER-COMPTEUR-EXIT
024900     END-IF.
025000     READ COMPTEUR-CARTES
025100         AT END
025200             DISPLAY "COMPTEUR CARTCTRL VIDE APRES AMORCAGE"
025300             CLOSE COMPTEUR-CARTES
025400             MOVE "99" TO NC-STATUT
025500     END-READ.
025600 1300-AMORCER-COMPTEUR-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025900* 2000-DEMANDES-INSCRIPTION : PASSE DU JOURNAL - UN JOURNAL
026000*                             ABSENT NE BLOQUE PAS LA FABRICATION
026100*                             DES DEMANDES DEJA AU REGISTRE
026200*----------------------------------------------------------------
026300 2000-DEMANDES-INSCRIPTION.
026400     OPEN INPUT JOURNAL.
026500     IF NOT JN-OK
026600         DISPLAY "JOURNAL ABSENT OU ILLISIBLE - AUCUNE DEMANDE "
026700             "DE CARTE A L'INSCRIPTION CETTE NUIT"
026800         GO TO 2000-DEMANDES-INSCRIPTION-EXIT
026900     END-IF.
027000     PERFORM 2100-EXAMINER-LIGNE
027100         THRU 2100-EXAMINER-LIGNE-EXIT
027200         UNTIL PLUS-DE-LIGNES.
027300     CLOSE JOURNAL.
027400 2000-DEMANDES-INSCRIPTION-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 2100-EXAMINER-LIGNE : UNE LIGNE AJOUT DONNE LIEU A DEMANDE SI LE
027800*                       DOSSIER EST ACTIF ET SANS AUCUNE CARTE
027900*----------------------------------------------------------------
028000 2100-EXAMINER-LIGNE.
028100     READ JOURNAL
028200         AT END
028300             MOVE "O" TO FIN-JOURNAL
028400             GO TO 2100-EXAMINER-LIGNE-EXIT
028500     END-READ.
028600     IF NOT JN-EST-AJOUT
028700             OR JN-ID-CITOYEN NOT NUMERIC
028800         GO TO 2100-EXAMINER-LIGNE-EXIT
028900     END-IF.
029000     MOVE JN-DATE-HEURE(1:8) TO DATE-LIGNE-X.
029100     IF DATE-LIGNE-X NOT NUMERIC
029200             OR DATE-LIGNE-9 < DATE-OUVERTURE
029300         GO TO 2100-EXAMINER-LIGNE-EXIT
029400     END-IF.
029500     ADD 1 TO NB-AJOUTS-LUS.
029600     MOVE JN-ID-CITOYEN TO ID-DEMANDE.
029700     PERFORM 2200-CHERCHER-CARTE
029800         THRU 2200-CHERCHER-CARTE-EXIT.
029900     IF CARTE-DEJA-CONNUE
030000         GO TO 2100-EXAMINER-LIGNE-EXIT
030100     END-IF.
030200     MOVE ID-DEMANDE TO MF-ID-CITOYEN.
030300     READ FICHIER-MAITRE
030400         INVALID KEY
030500             GO TO 2100-EXAMINER-LIGNE-EXIT
030600     END-READ.
030700     IF NOT MF-DOSSIER-ACTIF
030800         GO TO 2100-EXAMINER-LIGNE-EXIT
030900     END-IF.
031000     ADD 1 TO NC-DERNIER-NUMERO.
031100     INITIALIZE ENR-CARTE.
031200     MOVE NC-DERNIER-NUMERO TO IC-NO-CARTE.
031300     MOVE ID-DEMANDE        TO IC-ID-CITOYEN.
031400     MOVE "D"               TO IC-ETAT.
031500     MOVE "N"               TO IC-ORIGINE.
031600     MOVE ZERO              TO IC-NO-CARTE-REMPLACEE.
031700     STRING "PH" DELIMITED BY SIZE
031800         ID-DEMANDE DELIMITED BY SIZE
031900         INTO IC-REF-PHOTO.
032000     MOVE DATE-DU-JOUR      TO IC-DATE-DEMANDE.
032100     MOVE "BATCH"           TO IC-OPERATEUR.
032200     MOVE MF-CODE-SITE      TO IC-CODE-SITE.
032300     IF IC-CODE-SITE = SPACES
032400         MOVE "---" TO IC-CODE-SITE
032500     END-IF.
032600     MOVE "N"               TO IC-OPPOSITION-TRANSMISE.
032700     WRITE ENR-CARTE
032800         INVALID KEY
032900             DISPLAY "DEMANDE DE CARTE " IC-NO-CARTE " POUR "
033000                 ID-DEMANDE " EN ECHEC - CODE " IC-STATUT
033100             ADD 1 TO NB-ERREURS
033200             GO TO 2100-EXAMINER-LIGNE-EXIT
033300     END-WRITE.
033400     ADD 1 TO NB-DEMANDES-CREEES.
033500 2100-EXAMINER-LIGNE-EXIT.
033600     EXIT.
033700*----------------------------------------------------------------
033800* 2200-CHERCHER-CARTE : LE CITOYEN A-T-IL DEJA UNE CARTE, QUEL
033900*                       QU'EN SOIT L'ETAT (CLE SECONDAIRE)
034000*----------------------------------------------------------------
034100 2200-CHERCHER-CARTE.
034200     MOVE "O" TO CARTE-EXISTANTE.
034300     MOVE ID-DEMANDE TO IC-ID-CITOYEN.
034400     START REGISTRE-CARTES
034500         KEY IS EQUAL TO IC-ID-CITOYEN
034600         INVALID KEY
034700             MOVE "N" TO CARTE-EXISTANTE
034800     END-START.
034900 2200-CHERCHER-CARTE-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200* 3000-BALAYER-REGISTRE : LECTURE DU REGISTRE DANS L'ORDRE DES
035300*                         NUMEROS DE CARTE, DEMANDES DE LA NUIT
035400*                         COMPRISES
035500*----------------------------------------------------------------
035600 3000-BALAYER-REGISTRE.
035700     MOVE ZERO TO IC-NO-CARTE.
035800     START REGISTRE-CARTES
035900         KEY IS NOT LESS THAN IC-NO-CARTE
036000         INVALID KEY
036100             MOVE "O" TO FIN-REGISTRE
036200     END-START.
036300     PERFORM 3100-TRAITER-CARTE
036400         THRU 3100-TRAITER-CARTE-EXIT
036500         UNTIL PLUS-DE-CARTES.
036600 3000-BALAYER-REGISTRE-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900* 3100-TRAITER-CARTE : CLOTURE DU DOSSIER, FABRICATION OU
037000*                      OPPOSITION SELON L'ETAT DE LA CARTE
037100*----------------------------------------------------------------
037200 3100-TRAITER-CARTE.
037300     READ REGISTRE-CARTES NEXT RECORD
037400         AT END
037500             MOVE "O" TO FIN-REGISTRE
037600             GO TO 3100-TRAITER-CARTE-EXIT
037700     END-READ.
037800     ADD 1 TO NB-CARTES-LUES.
038000     IF IC-CARTE-VIVANTE
038100         PERFORM 3200-CONTROLER-DOSSIER
038200             THRU 3200-CONTROLER-DOSSIER-EXIT
038300     END-IF.
038400     IF IC-DEMANDEE
038500         PERFORM 3300-FABRIQUER
038600             THRU 3300-FABRIQUER-EXIT
038700         GO TO 3100-TRAITER-CARTE-EXIT
038800     END-IF.
038900     IF (IC-PERDUE-VOLEE OR IC-ANNULEE)
039000             AND IC-DATE-PRODUCTION NOT = ZERO
039100             AND IC-OPPOSITION-A-FAIRE
039200         PERFORM 3400-OPPOSER
039300             THRU 3400-OPPOSER-EXIT
039400     END-IF.
039500 3100-TRAITER-CARTE-EXIT.
039600     EXIT.
039700*----------------------------------------------------------------
039800* 3200-CONTROLER-DOSSIER : UNE CARTE VIVANTE DONT LE DOSSIER EST
039900*                          CLOS OU ABSENT EST ANNULEE
040000*----------------------------------------------------------------
040100 3200-CONTROLER-DOSSIER.
040200     MOVE IC-ID-CITOYEN TO MF-ID-CITOYEN.
040300     READ FICHIER-MAITRE
040400         INVALID KEY
040500             GO TO 3250-ANNULER-CARTE
040600     END-READ.
040800     IF MF-DOSSIER-ACTIF
040900         GO TO 3200-CONTROLER-DOSSIER-EXIT
041000     END-IF.
041100 3250-ANNULER-CARTE.
041200     MOVE "A"          TO IC-ETAT.
041300     MOVE DATE-DU-JOUR TO IC-DATE-INVALIDATION.
041400     MOVE "DOSSIER CLOS AU REGISTRE" TO IC-MOTIF-INVALIDATION.
041500     REWRITE ENR-CARTE
041600         INVALID KEY
041700             DISPLAY "ANNULATION DE LA CARTE " IC-NO-CARTE
041800                 " EN ECHEC - CODE " IC-STATUT
041900             ADD 1 TO NB-ERREURS
042000             GO TO 3200-CONTROLER-DOSSIER-EXIT
042100     END-REWRITE.
042200     ADD 1 TO NB-ANNULEES-CLOTURE.
042300 3200-CONTROLER-DOSSIER-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600* 3300-FABRIQUER : LA DEMANDE PART AU FABRICANT AVEC L'ETAT CIVIL
042700*                  DU DOSSIER ET L'IDENTIFIANT CLE DE CONTROLE
042800*                  COMPRISE, PUIS PASSE A PRODUITE
042900*----------------------------------------------------------------
043000 3300-FABRIQUER.
043100     MOVE SPACES TO ENR-FABRICATION.
043200     MOVE "02"                  TO FA-TYPE-ENR.
043300     MOVE IC-NO-CARTE           TO FA-NO-CARTE.
043400     MOVE IC-NO-CARTE           TO CC-ID-CITOYEN.
043500     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
043600     MOVE CC-CLE                TO FA-CLE-CARTE.
043700     MOVE MF-NOM                TO FA-NOM.
043800     MOVE MF-NOM-USAGE          TO FA-NOM-USAGE.
043900     MOVE MF-PRENOM             TO FA-PRENOM.
044000     MOVE MF-DATE-NAISSANCE     TO FA-DATE-NAISSANCE.
044100     MOVE MF-SEXE               TO FA-SEXE.
044200     MOVE MF-ID-CITOYEN         TO FA-ID-CITOYEN.
044300     MOVE MF-ID-CITOYEN         TO CC-ID-CITOYEN.
044400     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
044500     MOVE CC-CLE                TO FA-CLE-ID.
044600     MOVE IC-REF-PHOTO          TO FA-REF-PHOTO.
044700     MOVE IC-NO-CARTE-REMPLACEE TO FA-NO-CARTE-REMPLACEE.
044800     MOVE IC-CODE-SITE          TO FA-CODE-SITE.
044900     WRITE ENR-FABRICATION.
045000     IF NOT FA-OK
045100         DISPLAY "ECRITURE FABCARTE EN ECHEC - CODE " FA-STATUT
045200         MOVE 16 TO RETURN-CODE
045300         STOP RUN
045400     END-IF.
045500     MOVE "P"          TO IC-ETAT.
045600     MOVE DATE-DU-JOUR TO IC-DATE-PRODUCTION.
045700     REWRITE ENR-CARTE
045800         INVALID KEY
045900             DISPLAY "MISE EN FABRICATION DE LA CARTE "
046000                 IC-NO-CARTE " NON CONSIGNEE - CODE " IC-STATUT
046100             ADD 1 TO NB-ERREURS
046200     END-REWRITE.
046300     ADD 1 TO NB-FABRIQUEES.
046400 3300-FABRIQUER-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------
046700* 3400-OPPOSER : LE NUMERO D'UNE CARTE FABRIQUEE PUIS PERDUE,
046800*                VOLEE OU ANNULEE EST SIGNALE AU FABRICANT, UNE
046900*                SEULE FOIS
047000*----------------------------------------------------------------
047100 3400-OPPOSER.
047200     MOVE SPACES TO ENR-FABRICATION.
047300     MOVE "03"                 TO FA-TYPE-ENR.
047400     MOVE IC-NO-CARTE          TO FA-NO-CARTE-OPPOSEE.
047500     MOVE IC-NO-CARTE          TO CC-ID-CITOYEN.
047600     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
047700     MOVE CC-CLE               TO FA-CLE-CARTE-OPPOSEE.
047800     IF IC-PERDUE-VOLEE
047900         MOVE "V" TO FA-MOTIF-OPPOSITION
048000     ELSE
048100         MOVE "A" TO FA-MOTIF-OPPOSITION
048200     END-IF.
048300     MOVE IC-DATE-INVALIDATION TO FA-DATE-OPPOSITION.
048400     WRITE ENR-FABRICATION.
048500     IF NOT FA-OK
048600         DISPLAY "ECRITURE FABCARTE EN ECHEC - CODE " FA-STATUT
048700         MOVE 16 TO RETURN-CODE
048800         STOP RUN
048900     END-IF.
049000     MOVE "O" TO IC-OPPOSITION-TRANSMISE.
049100     REWRITE ENR-CARTE
049200         INVALID KEY
049300             DISPLAY "OPPOSITION DE LA CARTE " IC-NO-CARTE
049400                 " NON CONSIGNEE - CODE " IC-STATUT
049500             ADD 1 TO NB-ERREURS
049600     END-REWRITE.
049700     ADD 1 TO NB-OPPOSITIONS.
049800 3400-OPPOSER-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 6000-RENDRE-COMPTEUR : LE COMPTEUR CARTCTRL EST REECRIT AVEC LE
050200*                        DERNIER NUMERO ATTRIBUE DE LA PASSE
050300*----------------------------------------------------------------
050400 6000-RENDRE-COMPTEUR.
050500     REWRITE ENR-COMPTEUR-CARTES.
050600     IF NOT NC-OK
050700         DISPLAY "REECRITURE DU COMPTEUR CARTCTRL EN ECHEC - "
050800             "CODE " NC-STATUT
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200     CLOSE COMPTEUR-CARTES.
051300 6000-RENDRE-COMPTEUR-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600* 8000-RAPPORT-CONTROLE : FIN DU FICHIER DE FABRICATION, TOTAUX DE
051700*                         LA PASSE ET CODE RETOUR 4 EN CAS
051800*                         D'ECRITURE REFUSEE AU REGISTRE
051900*----------------------------------------------------------------
052000 8000-RAPPORT-CONTROLE.
052100     MOVE SPACES TO ENR-FABRICATION.
052200     MOVE "09"           TO FA-TYPE-ENR.
052300     MOVE NB-FABRIQUEES  TO FA-NB-CARTES.
052400     MOVE NB-OPPOSITIONS TO FA-NB-OPPOSITIONS.
052500     WRITE ENR-FABRICATION.
052600     DISPLAY "----------------------------------------".
052700     DISPLAY "PRODUCTION-CARTES - TOTAUX DE CONTROLE".
052800     DISPLAY "----------------------------------------".
052900     DISPLAY "LIGNES AJOUT EXAMINEES   : " NB-AJOUTS-LUS.
053000     DISPLAY "DEMANDES A L'INSCRIPTION : " NB-DEMANDES-CREEES.
053100     DISPLAY "CARTES AU REGISTRE       : " NB-CARTES-LUES.
053200     DISPLAY "ANNULEES (DOSSIER CLOS)  : " NB-ANNULEES-CLOTURE.
053300     DISPLAY "CARTES A FABRIQUER       : " NB-FABRIQUEES.
053400     DISPLAY "OPPOSITIONS TRANSMISES   : " NB-OPPOSITIONS.
053500     DISPLAY "ECRITURES EN ECHEC       : " NB-ERREURS.
053600     DISPLAY "----------------------------------------".
053700     IF NB-ERREURS > ZERO
053800         MOVE 4 TO RETURN-CODE
053900     END-IF.
054000 8000-RAPPORT-CONTROLE-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300* 9999-TERMINER : FERMETURE DES FICHIERS
054400*----------------------------------------------------------------
054500 9999-TERMINER.
054600     CLOSE REGISTRE-CARTES.
054700     CLOSE FICHIER-MAITRE.
054800     CLOSE FICHIER-FABRICATION.
054900 9999-TERMINER-EXIT.
055000     EXIT.
