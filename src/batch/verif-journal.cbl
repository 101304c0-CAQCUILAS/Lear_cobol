000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VERIF-JOURNAL.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* VERIF-JOURNAL RELIT LE JOURNAL D'AUDIT VIVANT ET EN CONTROLE LE
000900* CHAINAGE (VOIR CHAINE-JOURNAL) : LA PREMIERE LIGNE CHAINEE DOIT
001000* SUIVRE L'ORIGINE PORTEE AU FICHIER JNCHAIN (DERNIERE LIGNE
001100* ARCHIVEE PAR ARCHIVE-JOURNAL), CHAQUE LIGNE DOIT PORTER LE
001200* NUMERO QUI SUIT CELUI DE LA PRECEDENTE ET SA VALEUR DE CONTROLE
001300* DOIT SE RECALCULER A L'IDENTIQUE, LA DERNIERE LIGNE ENFIN DOIT
001400* ETRE CELLE QUE JNCHAIN A ENREGISTREE. SONT AINSI SIGNALEES :
001500*   - LA LIGNE RETOUCHEE (VALEUR DE CONTROLE DIFFERENTE) ;
001600*   - LA LIGNE SUPPRIMEE (TROU DANS LES NUMEROS), Y COMPRIS EN
001700*     TETE OU EN FIN DE JOURNAL ;
001800*   - LA LIGNE AJOUTEE A LA MAIN OU DEPLACEE (NUMERO HORS SUITE,
001900*     OU LIGNE SANS NUMERO APRES LE DEBUT DU CHAINAGE - CE PEUT
002000*     AUSSI ETRE UNE LIGNE ECRITE PENDANT UNE INDISPONIBILITE DE
002100*     JNCHAIN, SIGNALEE ALORS PAR LE PROGRAMME QUI L'A ECRITE).
002200* LES LIGNES ANTERIEURES AU CHAINAGE (NUMERO A BLANC) NE SONT
002300* ADMISES QU'EN TETE DU JOURNAL, AVANT TOUTE LIGNE CHAINEE.
002400* APRES UNE RUPTURE, LE CONTROLE REPART DE LA LIGNE SUIVANTE POUR
002500* LOCALISER LES AUTRES. CODE RETOUR 8 A LA MOINDRE RUPTURE.
002600*
002700* PREVU EN TETE DE REGPIPE, AVANT LA SAUVEGARDE ; JNCHAIN Y EST
002800* MONTE DISP=OLD, CE QUI SUSPEND LES ECRITURES AU JOURNAL DES
002900* AUTRES TRAVAUX LE TEMPS DU CONTROLE.
003000*
003100* HISTORIQUE DES MODIFICATIONS
003200* DATE       AUTEUR  DESCRIPTION
003300* ---------- ------- ---------------------------------------------
003400* 2026-10-15 SI      CREATION - CONTROLE NOCTURNE DU CHAINAGE DU
003500*                    JOURNAL D'AUDIT.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.    IBM-370.
004000 OBJECT-COMPUTER.    IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT JOURNAL ASSIGN TO "JOURNAL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS JN-STATUT.
004600     SELECT CHAINAGE-JOURNAL ASSIGN TO "JNCHAIN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CJ-STATUT.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  JOURNAL
005200     LABEL RECORDS ARE STANDARD.
005300 01  ENR-JOURNAL.
005400     COPY RCJOURNAL.
005500 FD  CHAINAGE-JOURNAL
005600     LABEL RECORDS ARE STANDARD.
005700 01  ENR-CHAINAGE.
005800     COPY RCCHAINE.
005900 WORKING-STORAGE SECTION.
006000*----------------------------------------------------------------
006100* ZONES DE TRAVAIL
006200*----------------------------------------------------------------
006300 01  JN-STATUT                   PIC X(02).
006400     88 JN-OK                    VALUE "00".
006500     88 JN-ABSENT                VALUE "35".
006600 01  CJ-STATUT                   PIC X(02).
006700     88 CJ-OK                    VALUE "00".
006800     88 CJ-ABSENT                VALUE "35".
006900 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
007000     88 PLUS-DE-LIGNES           VALUE "O".
007100 01  CHAINAGE-CONNU              PIC X(01) VALUE "N".
007200     88 CHAINAGE-EST-CONNU       VALUE "O".
007300 01  CHAINE-COMMENCEE            PIC X(01) VALUE "N".
007400     88 CHAINE-EST-COMMENCEE     VALUE "O".
007500 01  DEMANDE-CHAINAGE.
007600     COPY RCCHAIND.
007700*----------------------------------------------------------------
007800* DERNIERE LIGNE CHAINEE VUE (AU DEPART, L'ORIGINE DE JNCHAIN)
007900*----------------------------------------------------------------
008000 01  PRECEDENT-NUMERO            PIC 9(09) VALUE ZERO.
008100 01  PRECEDENT-CONTROLE          PIC 9(09) VALUE ZERO.
008200 01  NUMERO-ATTENDU              PIC 9(09) VALUE ZERO.
008300 01  NO-LIGNE                    PIC 9(09) VALUE ZERO.
008400 01  NB-LUES                     PIC 9(07) COMP VALUE ZERO.
008500 01  NB-ANTERIEURES              PIC 9(07) COMP VALUE ZERO.
008600 01  NB-VERIFIEES                PIC 9(07) COMP VALUE ZERO.
008700 01  NB-ALTEREES                 PIC 9(07) COMP VALUE ZERO.
008800 01  NB-HORS-SUITE               PIC 9(07) COMP VALUE ZERO.
008900 01  NB-NON-CHAINEES             PIC 9(07) COMP VALUE ZERO.
009000 01  NB-RUPTURES                 PIC 9(07) COMP VALUE ZERO.
009100 PROCEDURE DIVISION.
009200*================================================================
009300* 0000-MAINLINE : LECTURE DE JNCHAIN, PARCOURS DU JOURNAL PUIS
009400*                 RAPPROCHEMENT DE LA DERNIERE LIGNE
009500*================================================================
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALISATION
009800         THRU 1000-INITIALISATION-EXIT.
009900     PERFORM 2000-CONTROLER-LIGNE
010000         THRU 2000-CONTROLER-LIGNE-EXIT
010100         UNTIL PLUS-DE-LIGNES.
010200     PERFORM 8000-RAPPORT-CONTROLE
010300         THRU 8000-RAPPORT-CONTROLE-EXIT.
010400     PERFORM 9999-TERMINER
010500         THRU 9999-TERMINER-EXIT.
010600     STOP RUN.
010700*----------------------------------------------------------------
010800* 1000-INITIALISATION : ORIGINE ET DERNIERE LIGNE ENREGISTREES
010900*                       A JNCHAIN, OUVERTURE DU JOURNAL ET
011000*                       PREMIERE LECTURE
011100*----------------------------------------------------------------
011200 1000-INITIALISATION.
011300     MOVE ZERO TO CJ-DERNIER-NUMERO CJ-DERNIER-CONTROLE
011400         CJ-ORIGINE-NUMERO CJ-ORIGINE-CONTROLE.
011500     OPEN INPUT CHAINAGE-JOURNAL.
011600     IF CJ-OK
011700         READ CHAINAGE-JOURNAL
011800             AT END
011900                 MOVE ZERO TO CJ-DERNIER-NUMERO
012000                     CJ-DERNIER-CONTROLE CJ-ORIGINE-NUMERO
012100                     CJ-ORIGINE-CONTROLE
012200             NOT AT END
012300                 MOVE "O" TO CHAINAGE-CONNU
012400         END-READ
012500         CLOSE CHAINAGE-JOURNAL
012600     ELSE
012700         IF NOT CJ-ABSENT
012800             DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER JNCHAIN - "
012900                 "CODE " CJ-STATUT
013000             MOVE 16 TO RETURN-CODE
013100             STOP RUN
013200         END-IF
013300     END-IF.
013400     MOVE CJ-ORIGINE-NUMERO   TO PRECEDENT-NUMERO.
013500     MOVE CJ-ORIGINE-CONTROLE TO PRECEDENT-CONTROLE.
013600     IF CJ-ORIGINE-NUMERO NOT = ZERO
013700         MOVE "O" TO CHAINE-COMMENCEE
013800     END-IF.
013900     OPEN INPUT JOURNAL.
014000     IF JN-ABSENT
014100         MOVE "O" TO FIN-JOURNAL
014200         GO TO 1000-INITIALISATION-EXIT
014300     END-IF.
014400     IF NOT JN-OK
014500         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL - CODE "
014600             JN-STATUT
014700         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014900     END-IF.
015000     PERFORM 3000-LIRE-LIGNE
015100         THRU 3000-LIRE-LIGNE-EXIT.
015200 1000-INITIALISATION-EXIT.
015300     EXIT.
015400*----------------------------------------------------------------
015500* 2000-CONTROLER-LIGNE : PLACE DE LA LIGNE DANS LA CHAINE PUIS
015600*                        RECALCUL DE SA VALEUR DE CONTROLE
015700*----------------------------------------------------------------
015800 2000-CONTROLER-LIGNE.
015900     ADD 1 TO NB-LUES.
016000     ADD 1 TO NO-LIGNE.
016100     IF JN-NO-SEQUENCE NOT NUMERIC OR JN-NO-SEQUENCE = ZERO
016200         PERFORM 4000-LIGNE-NON-CHAINEE
016300             THRU 4000-LIGNE-NON-CHAINEE-EXIT
016400         GO TO 2000-CONTROLER-LIGNE-SUIVANTE
016500     END-IF.
016600     COMPUTE NUMERO-ATTENDU = PRECEDENT-NUMERO + 1.
016700     IF JN-NO-SEQUENCE NOT = NUMERO-ATTENDU
016800         PERFORM 5000-LIGNE-HORS-SUITE
016900             THRU 5000-LIGNE-HORS-SUITE-EXIT
017000         GO TO 2000-CONTROLER-LIGNE-REPRISE
017100     END-IF.
017200     SET CH-CALCULER TO TRUE.
017300     MOVE PRECEDENT-CONTROLE TO CH-CONTROLE-PRECEDENT.
017400     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
017500     ADD 1 TO NB-VERIFIEES.
017600     IF JN-CONTROLE NOT NUMERIC
017700             OR CH-CONTROLE-CALCULE NOT = JN-CONTROLE
017800         ADD 1 TO NB-ALTEREES
017900         ADD 1 TO NB-RUPTURES
018000         DISPLAY "LIGNE ALTEREE       : LIGNE " NO-LIGNE
018100             " NO " JN-NO-SEQUENCE " " JN-DATE-HEURE " "
018200             JN-ACTION " ID " JN-ID-CITOYEN
018300     END-IF.
018400 2000-CONTROLER-LIGNE-REPRISE.
018500     MOVE "O"            TO CHAINE-COMMENCEE.
018600     MOVE JN-NO-SEQUENCE TO PRECEDENT-NUMERO.
018700     MOVE JN-CONTROLE    TO PRECEDENT-CONTROLE.
018800 2000-CONTROLER-LIGNE-SUIVANTE.
018900     PERFORM 3000-LIRE-LIGNE
019000         THRU 3000-LIRE-LIGNE-EXIT.
019100 2000-CONTROLER-LIGNE-EXIT.
019200     EXIT.
019300*----------------------------------------------------------------
019400* 3000-LIRE-LIGNE : LECTURE D'UNE LIGNE DU JOURNAL
019500*----------------------------------------------------------------
019600 3000-LIRE-LIGNE.
019700     READ JOURNAL
019800         AT END
019900             MOVE "O" TO FIN-JOURNAL
020000     END-READ.
020100 3000-LIRE-LIGNE-EXIT.
020200     EXIT.
020300*----------------------------------------------------------------
020400* 4000-LIGNE-NON-CHAINEE : LIGNE SANS NUMERO - ADMISE EN TETE DE
020500*                          JOURNAL TANT QUE LE CHAINAGE N'A PAS
020600*                          COMMENCE, RUPTURE AU-DELA
020700*----------------------------------------------------------------
020800 4000-LIGNE-NON-CHAINEE.
020900     IF NOT CHAINE-EST-COMMENCEE
021000         ADD 1 TO NB-ANTERIEURES
021100         GO TO 4000-LIGNE-NON-CHAINEE-EXIT
021200     END-IF.
021300     ADD 1 TO NB-NON-CHAINEES.
021400     ADD 1 TO NB-RUPTURES.
021500     DISPLAY "LIGNE NON CHAINEE   : LIGNE " NO-LIGNE
021600         " APRES NO " PRECEDENT-NUMERO " " JN-DATE-HEURE " "
021700         JN-ACTION " ID " JN-ID-CITOYEN.
021800 4000-LIGNE-NON-CHAINEE-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------
022100* 5000-LIGNE-HORS-SUITE : NUMERO QUI NE SUIT PAS LA LIGNE
022200*                         PRECEDENTE - LIGNES SUPPRIMEES (NUMERO
022300*                         EN AVANCE) OU LIGNE AJOUTEE OU DEPLACEE
022400*                         (NUMERO DEJA PASSE)
022500*----------------------------------------------------------------
022600 5000-LIGNE-HORS-SUITE.
022700     ADD 1 TO NB-HORS-SUITE.
022800     ADD 1 TO NB-RUPTURES.
022900     IF JN-NO-SEQUENCE > NUMERO-ATTENDU
023000         DISPLAY "LIGNES MANQUANTES   : NO " NUMERO-ATTENDU
023100             " ET SUIVANTES, AVANT LA LIGNE " NO-LIGNE
023200             " NO " JN-NO-SEQUENCE " " JN-DATE-HEURE
023300     ELSE
023400         DISPLAY "NUMERO HORS SUITE   : LIGNE " NO-LIGNE
023500             " NO " JN-NO-SEQUENCE " ATTENDU " NUMERO-ATTENDU
023600             " " JN-DATE-HEURE " " JN-ACTION
023700     END-IF.
023800 5000-LIGNE-HORS-SUITE-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100* 8000-RAPPORT-CONTROLE : RAPPROCHEMENT DE LA DERNIERE LIGNE AVEC
024200*                         JNCHAIN, TOTAUX ET CODE RETOUR
024300*----------------------------------------------------------------
024400 8000-RAPPORT-CONTROLE.
024500     IF NOT CHAINAGE-EST-CONNU AND CHAINE-EST-COMMENCEE
024600         ADD 1 TO NB-RUPTURES
024700         DISPLAY "FICHIER JNCHAIN ABSENT OU VIDE ALORS QUE LE "
024800             "JOURNAL PORTE DES LIGNES CHAINEES"
024900     END-IF.
025000     IF CHAINAGE-EST-CONNU
025100             AND (PRECEDENT-NUMERO NOT = CJ-DERNIER-NUMERO
025200              OR PRECEDENT-CONTROLE NOT = CJ-DERNIER-CONTROLE)
025300         ADD 1 TO NB-RUPTURES
025400         DISPLAY "FIN DE JOURNAL      : DERNIERE LIGNE NO "
025500             PRECEDENT-NUMERO " - JNCHAIN ATTEND NO "
025600             CJ-DERNIER-NUMERO " CONTROLE " CJ-DERNIER-CONTROLE
025700     END-IF.
025800     DISPLAY "----------------------------------------".
025900     DISPLAY "VERIF-JOURNAL - TOTAUX DE CONTROLE".
026000     DISPLAY "----------------------------------------".
026100     IF CHAINAGE-EST-CONNU
026200         DISPLAY "ORIGINE (JNCHAIN)        : NO "
026300             CJ-ORIGINE-NUMERO
026400         DISPLAY "DERNIERE LIGNE (JNCHAIN) : NO "
026500             CJ-DERNIER-NUMERO " DU " CJ-DATE-HEURE
026600     ELSE
026700         DISPLAY "CHAINAGE NON AMORCE (PAS DE FICHIER JNCHAIN)"
026800     END-IF.
026900     DISPLAY "LIGNES LUES              : " NB-LUES.
027000     DISPLAY "  ANTERIEURES AU CHAINAGE: " NB-ANTERIEURES.
027100     DISPLAY "  VERIFIEES              : " NB-VERIFIEES.
027200     DISPLAY "  ALTEREES               : " NB-ALTEREES.
027300     DISPLAY "  HORS SUITE             : " NB-HORS-SUITE.
027400     DISPLAY "  NON CHAINEES           : " NB-NON-CHAINEES.
027500     IF NB-RUPTURES = ZERO
027600         DISPLAY "CHAINAGE INTACT"
027700     ELSE
027800         DISPLAY "CHAINAGE ROMPU - " NB-RUPTURES
027900             " RUPTURE(S), JOURNAL A EXAMINER AVANT TOUTE "
028000             "ARCHIVE OU PURGE"
028100         MOVE 8 TO RETURN-CODE
028200     END-IF.
028300     DISPLAY "----------------------------------------".
028400 8000-RAPPORT-CONTROLE-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700* 9999-TERMINER : FERMETURE DU JOURNAL
028800*----------------------------------------------------------------
028900 9999-TERMINER.
029000     IF NOT JN-ABSENT
029100         CLOSE JOURNAL
029200     END-IF.
029300 9999-TERMINER-EXIT.
029400     EXIT.
