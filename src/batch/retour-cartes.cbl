000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RETOUR-CARTES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* RETOUR-CARTES RELIT LE FICHIER DE CONFIRMATION DE LIVRAISON DU
000900* FABRICANT (LIVCARTE, COPY RCLIVCAR) ET MET A JOUR LE REGISTRE
001000* DES CARTES (COPY RCCARTE) :
001100*   L - CARTE REMISE AU CITOYEN : PRODUITE -> LIVREE ;
001200*   R - CARTE NON DISTRIBUEE, REVENUE AU FABRICANT : PRODUITE ->
001300*       ANNULEE (LE SUPPORT EST DETRUIT CHEZ LE FABRICANT, AUCUNE
001400*       OPPOSITION A TRANSMETTRE) ET LA CARTE EST LISTEE POUR QUE
001500*       LE CLERC REPRENNE CONTACT AVEC LE CITOYEN ;
001600*   E - CARTE NON FABRIQUEE (PHOTO ILLISIBLE, ETC.) : PRODUITE ->
001700*       DEMANDEE, ELLE REPART A LA PRODUCTION SUIVANTE.
001800* LE NUMERO DE CARTE EST CONTROLE PAR SA CLE (CLE-CITOYEN). TOUT
001900* RETOUR INCOHERENT AVEC L'ETAT DU REGISTRE (CARTE INCONNUE, CLE
002000* FAUSSE, LIVRAISON D'UNE CARTE PERDUE OU ANNULEE, ETC.) EST
002100* LISTE AU FICHIER ANOCARTE SANS MISE A JOUR, CODE RETOUR 4. UNE
002200* LIVRAISON DEJA CONSIGNEE (FICHIER REPASSE) EST SIMPLEMENT
002300* COMPTEE.
002400*
002500* HISTORIQUE DES MODIFICATIONS
002600* DATE       AUTEUR  DESCRIPTION
002700* ---------- ------- ---------------------------------------------
002800* 2026-10-15 SI      CREATION - CARTES D'INSCRIPTION FABRIQUEES
002900*                    PAR UN PRESTATAIRE : RETOUR DES CONFIRMATIONS
003000*                    DE LIVRAISON.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FICHIER-LIVRAISON ASSIGN TO "LIVCARTE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS RL-STATUT.
004100     SELECT REGISTRE-CARTES ASSIGN TO "CARTES"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS IC-NO-CARTE
004500         ALTERNATE RECORD KEY IS IC-ID-CITOYEN WITH DUPLICATES
004600         FILE STATUS IS IC-STATUT.
004700     SELECT ANOMALIES-CARTES ASSIGN TO "ANOCARTE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS AN-STATUT.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  FICHIER-LIVRAISON
005300     LABEL RECORDS ARE STANDARD.
005400 01  ENR-LIVRAISON.
005500     COPY RCLIVCAR.
005600 FD  REGISTRE-CARTES
005700     LABEL RECORDS ARE STANDARD.
005800 01  ENR-CARTE.
005900     COPY RCCARTE.
006000 FD  ANOMALIES-CARTES
006100     LABEL RECORDS ARE STANDARD.
006200 01  ENR-ANOMALIE.
006300     05 AN-NO-CARTE              PIC X(10).
006400     05 FILLER                   PIC X(01).
006500     05 AN-ID-CITOYEN            PIC X(09).
006600     05 FILLER                   PIC X(01).
006700     05 AN-MOTIF                 PIC X(40).
006800     05 FILLER                   PIC X(01).
006900     05 AN-MOTIF-FABRICANT       PIC X(30).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200* ZONES DE TRAVAIL
007300*----------------------------------------------------------------
007400 01  RL-STATUT                   PIC X(02).
007500     88 RL-OK                    VALUE "00".
007600 01  IC-STATUT                   PIC X(02).
007700     88 IC-OK                    VALUE "00".
007800 01  AN-STATUT                   PIC X(02).
007900     88 AN-OK                    VALUE "00".
008000 01  FIN-LIVRAISON               PIC X(01) VALUE "N".
008100     88 PLUS-DE-RETOURS          VALUE "O".
008200 01  DATE-DU-JOUR                PIC 9(08).
008300 01  DEMANDE-CLE.
008400     COPY RCCLEID.
008500*----------------------------------------------------------------
008600* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
008700*----------------------------------------------------------------
008800 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
008900 01  NB-LIVREES                  PIC 9(07) COMP VALUE ZERO.
009000 01  NB-DEJA-LIVREES             PIC 9(07) COMP VALUE ZERO.
009100 01  NB-NON-DISTRIBUEES          PIC 9(07) COMP VALUE ZERO.
009200 01  NB-REPRODUCTIONS            PIC 9(07) COMP VALUE ZERO.
009300 01  NB-ANOMALIES                PIC 9(07) COMP VALUE ZERO.
009400 PROCEDURE DIVISION.
009500*================================================================
009600* 0000-MAINLINE : UN RETOUR DU FABRICANT A LA FOIS
009700*================================================================
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALISATION
010000         THRU 1000-INITIALISATION-EXIT.
010100     PERFORM 2000-TRAITER-RETOUR
010200         THRU 2000-TRAITER-RETOUR-EXIT
010300         UNTIL PLUS-DE-RETOURS.
010400     PERFORM 8000-RAPPORT-CONTROLE
010500         THRU 8000-RAPPORT-CONTROLE-EXIT.
010600     PERFORM 9999-TERMINER
010700         THRU 9999-TERMINER-EXIT.
010800     STOP RUN.
010900*----------------------------------------------------------------
011000* 1000-INITIALISATION : OUVERTURE DES FICHIERS
011100*----------------------------------------------------------------
011200 1000-INITIALISATION.
011300     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
011400     OPEN INPUT FICHIER-LIVRAISON.
011500     IF NOT RL-OK
011600         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER LIVCARTE - "
011700             "CODE " RL-STATUT
011800         MOVE 16 TO RETURN-CODE
011900         STOP RUN
012000     END-IF.
012100     OPEN I-O REGISTRE-CARTES.
012200     IF NOT IC-OK
012300         DISPLAY "IMPOSSIBLE D'OUVRIR LE REGISTRE DES CARTES - "
012400             "CODE " IC-STATUT
012500         MOVE 16 TO RETURN-CODE
012600         STOP RUN
012700     END-IF.
012800     OPEN OUTPUT ANOMALIES-CARTES.
012900     IF NOT AN-OK
013000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ANOCARTE - "
013100             "CODE " AN-STATUT
013200         MOVE 16 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500 1000-INITIALISATION-EXIT.
013600     EXIT.
013700*----------------------------------------------------------------
013800* 2000-TRAITER-RETOUR : CONTROLE DU NUMERO ET DE SA CLE, LECTURE
013900*                       DE LA CARTE PUIS AIGUILLAGE SUR LE CODE
014000*                       RETOUR
014100*----------------------------------------------------------------
014200 2000-TRAITER-RETOUR.
014300     READ FICHIER-LIVRAISON
014400         AT END
014500             MOVE "O" TO FIN-LIVRAISON
014600             GO TO 2000-TRAITER-RETOUR-EXIT
014700     END-READ.
014800     ADD 1 TO NB-LUS.
014900     MOVE SPACES TO ENR-ANOMALIE.
015000     MOVE ENR-LIVRAISON(1:10) TO AN-NO-CARTE.
015100     MOVE RL-MOTIF TO AN-MOTIF-FABRICANT.
015200     IF RL-NO-CARTE NOT NUMERIC
015300             OR RL-CLE-CARTE NOT NUMERIC
015400         MOVE "NUMERO DE CARTE NON NUMERIQUE" TO AN-MOTIF
015500         GO TO 2900-ECRIRE-ANOMALIE
015600     END-IF.
015700     MOVE RL-NO-CARTE TO CC-ID-CITOYEN.
015800     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
015900     IF CC-CLE NOT = RL-CLE-CARTE
016000         MOVE "CLE DU NUMERO DE CARTE FAUSSE" TO AN-MOTIF
016100         GO TO 2900-ECRIRE-ANOMALIE
016200     END-IF.
016300     MOVE RL-NO-CARTE TO IC-NO-CARTE.
016400     READ REGISTRE-CARTES
016500         INVALID KEY
016600             MOVE "CARTE INCONNUE AU REGISTRE" TO AN-MOTIF
016700             GO TO 2900-ECRIRE-ANOMALIE
016800     END-READ.
016900     MOVE IC-ID-CITOYEN TO AN-ID-CITOYEN.
017000     IF RL-DATE NOT NUMERIC OR RL-DATE = ZERO
017100         MOVE DATE-DU-JOUR TO RL-DATE
017200     END-IF.
017300     EVALUATE TRUE
017400         WHEN RL-REMISE
017500             PERFORM 2100-LIVRER
017600                 THRU 2100-LIVRER-EXIT
017700         WHEN RL-NON-DISTRIBUEE
017800             PERFORM 2200-NON-DISTRIBUER
017900                 THRU 2200-NON-DISTRIBUER-EXIT
018000         WHEN RL-NON-FABRIQUEE
018100             PERFORM 2300-REPRODUIRE
018200                 THRU 2300-REPRODUIRE-EXIT
018300         WHEN OTHER
018400             MOVE "CODE RETOUR FABRICANT INCONNU" TO AN-MOTIF
018500     END-EVALUATE.
018600     IF AN-MOTIF = SPACES
018700         GO TO 2000-TRAITER-RETOUR-EXIT
018800     END-IF.
018900 2900-ECRIRE-ANOMALIE.
019000     WRITE ENR-ANOMALIE.
019100     ADD 1 TO NB-ANOMALIES.
019200 2000-TRAITER-RETOUR-EXIT.
019300     EXIT.
019400*----------------------------------------------------------------
019500* 2100-LIVRER : SEULE UNE CARTE PRODUITE PEUT ETRE LIVREE - UNE
019600*               CARTE DEJA LIVREE EST UN FICHIER REPASSE
019700*----------------------------------------------------------------
019800 2100-LIVRER.
019900     IF IC-LIVREE
020000         ADD 1 TO NB-DEJA-LIVREES
020100         GO TO 2100-LIVRER-EXIT
020200     END-IF.
020300     IF IC-PERDUE-VOLEE OR IC-ANNULEE
020400         MOVE "LIVREE APRES INVALIDATION" TO AN-MOTIF
020500         GO TO 2100-LIVRER-EXIT
020600     END-IF.
020700     IF NOT IC-PRODUITE
020800         MOVE "LIVREE SANS AVOIR ETE MISE EN FABRICATION"
020900             TO AN-MOTIF
021000         GO TO 2100-LIVRER-EXIT
021100     END-IF.
021200     MOVE "L"     TO IC-ETAT.
021300     MOVE RL-DATE TO IC-DATE-LIVRAISON.
021400     PERFORM 2800-REECRIRE-CARTE
021500         THRU 2800-REECRIRE-CARTE-EXIT.
021600     IF AN-MOTIF = SPACES
021700         ADD 1 TO NB-LIVREES
021800     END-IF.
021900 2100-LIVRER-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200* 2200-NON-DISTRIBUER : CARTE PRODUITE REVENUE AU FABRICANT -
022300*                       ANNULEE ET LISTEE POUR LE CLERC
022400*----------------------------------------------------------------
022500 2200-NON-DISTRIBUER.
022600     IF NOT IC-PRODUITE
022700         MOVE "NON DISTRIBUEE - CARTE PAS EN FABRICATION"
022800             TO AN-MOTIF
022900         GO TO 2200-NON-DISTRIBUER-EXIT
023000     END-IF.
023100     MOVE "A"     TO IC-ETAT.
023200     MOVE RL-DATE TO IC-DATE-INVALIDATION.
023300     MOVE "NON DISTRIBUEE - RETOUR FABRICANT"
023400         TO IC-MOTIF-INVALIDATION.
023500     MOVE "O"     TO IC-OPPOSITION-TRANSMISE.
023600     PERFORM 2800-REECRIRE-CARTE
023700         THRU 2800-REECRIRE-CARTE-EXIT.
023800     IF AN-MOTIF NOT = SPACES
023900         GO TO 2200-NON-DISTRIBUER-EXIT
024000     END-IF.
024100     ADD 1 TO NB-NON-DISTRIBUEES.
024200     MOVE "NON DISTRIBUEE - CONTACTER LE CITOYEN" TO AN-MOTIF.
024300     WRITE ENR-ANOMALIE.
024400     MOVE SPACES TO AN-MOTIF.
024500 2200-NON-DISTRIBUER-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800* 2300-REPRODUIRE : CARTE NON FABRIQUEE - LA DEMANDE REPART A LA
024900*                   PRODUCTION SUIVANTE
025000*----------------------------------------------------------------
025100 2300-REPRODUIRE.
025200     IF NOT IC-PRODUITE
025300         MOVE "NON FABRIQUEE - CARTE PAS EN FABRICATION"
025400             TO AN-MOTIF
025500         GO TO 2300-REPRODUIRE-EXIT
025600     END-IF.
025700     MOVE "D"  TO IC-ETAT.
025800     MOVE ZERO TO IC-DATE-PRODUCTION.
025900     PERFORM 2800-REECRIRE-CARTE
026000         THRU 2800-REECRIRE-CARTE-EXIT.
026100     IF AN-MOTIF NOT = SPACES
026200         GO TO 2300-REPRODUIRE-EXIT
026300     END-IF.
026400     ADD 1 TO NB-REPRODUCTIONS.
026500     DISPLAY "CARTE " RL-NO-CARTE " NON FABRIQUEE, REDEMANDEE - "
026600         RL-MOTIF.
026700 2300-REPRODUIRE-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000* 2800-REECRIRE-CARTE : MISE A JOUR DU REGISTRE - UN REFUS EST
027100*                       PORTE EN ANOMALIE
027200*----------------------------------------------------------------
027300 2800-REECRIRE-CARTE.
027400     REWRITE ENR-CARTE
027500         INVALID KEY
027600             MOVE "REGISTRE NON MIS A JOUR - CODE"
027700                 TO AN-MOTIF
027800             MOVE IC-STATUT TO AN-MOTIF(32:2)
027900     END-REWRITE.
028000 2800-REECRIRE-CARTE-EXIT.
028100     EXIT.
028200*----------------------------------------------------------------
028300* 8000-RAPPORT-CONTROLE : TOTAUX DE LA PASSE ET CODE RETOUR 4
028400*                         S'IL Y A DES ANOMALIES
028500*----------------------------------------------------------------
028600 8000-RAPPORT-CONTROLE.
028700     DISPLAY "----------------------------------------".
028800     DISPLAY "RETOUR-CARTES - TOTAUX DE CONTROLE".
028900     DISPLAY "----------------------------------------".
029000     DISPLAY "RETOURS LUS              : " NB-LUS.
029100     DISPLAY "CARTES LIVREES           : " NB-LIVREES.
029200     DISPLAY "LIVRAISONS DEJA CONNUES  : " NB-DEJA-LIVREES.
029300     DISPLAY "NON DISTRIBUEES          : " NB-NON-DISTRIBUEES.
029400     DISPLAY "REMISES EN FABRICATION   : " NB-REPRODUCTIONS.
029500     DISPLAY "ANOMALIES                : " NB-ANOMALIES.
029600     DISPLAY "----------------------------------------".
029700     IF NB-ANOMALIES > ZERO
029800         MOVE 4 TO RETURN-CODE
029900     END-IF.
030000 8000-RAPPORT-CONTROLE-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300* 9999-TERMINER : FERMETURE DES FICHIERS
030400*----------------------------------------------------------------
030500 9999-TERMINER.
030600     CLOSE FICHIER-LIVRAISON.
030700     CLOSE REGISTRE-CARTES.
030800     CLOSE ANOMALIES-CARTES.
030900 9999-TERMINER-EXIT.
031000     EXIT.
