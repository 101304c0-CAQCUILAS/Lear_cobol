000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AMORCE-ADRESSES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* AMORCE-ADRESSES CONSTITUE UNE FOIS POUR TOUTES L'HISTORIQUE DES
000900* ADRESSES (ADRHIST, COPY RCADRHI) A SA MISE EN SERVICE, AVANT
001000* QUE HISTO-ADRESSE NE LE TIENNE A JOUR AU FIL DES PROGRAMMES QUI
001100* CHANGENT MF-ADRESSE :
001200*   - LES IMAGES AVANT ET APRES DU JOURNAL (JN-IMAGE-AVANT ET
001300*     JN-IMAGE-APRES, VOIR RCJOURNAL) SONT RELACHEES A UN TRI
001400*     PAR CITOYEN, DANS L'ORDRE DU JOURNAL ; CHAQUE CHANGEMENT
001500*     D'ADRESSE FERME L'ENTREE EN COURS ET OUVRE LA SUIVANTE A
001600*     LA DATE DE LA LIGNE. LA PREMIERE ADRESSE CONNUE PAR UNE
001700*     IMAGE AVANT EST PRISE AVEC UNE DATE D'ENTREE A ZERO
001800*     (EMMENAGEMENT INCONNU) ;
001900*   - UNE ANONYMISATION (ANONY) EFFACE CE QUI PRECEDE POUR LE
002000*     CITOYEN, COMME ANONYMISE-DOSSIERS LE FAIT EN EXPLOITATION ;
002100*   - CHAQUE DOSSIER DU FICHIER MAITRE FERME LA MARCHE : SI SON
002200*     ADRESSE N'EST PAS L'ENTREE EN COURS, ELLE EST AJOUTEE A LA
002300*     DATE DE DERNIERE MISE A JOUR DU DOSSIER ; UN DOSSIER ABSENT
002400*     DU JOURNAL REPART DE SON ADRESSE ACTUELLE, EMMENAGEMENT
002500*     INCONNU.
002600* LES LIGNES MODHI (FICHIER MAITRE HISTORIQUE) SONT ECARTEES.
002700*
002800* LE FICHIER EST ECRIT EN ENTIER (OPEN OUTPUT), EN SEQUENCE DE
002900* CLE : LE TRAITEMENT NE SE PASSE QU'UNE FOIS, SUR UN ADRHIST
003000* FRAICHEMENT DEFINI (VOIR REGADRHI).
003100*
003200* HISTORIQUE DES MODIFICATIONS
003300* DATE       AUTEUR  DESCRIPTION
003400* ---------- ------- ---------------------------------------------
003500* 2026-10-15 SI      CREATION - AMORCAGE DE L'HISTORIQUE DES
003600*                    ADRESSES DEPUIS LE JOURNAL ET LE FICHIER
003700*                    MAITRE.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.    IBM-370.
004200 OBJECT-COMPUTER.    IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT JOURNAL ASSIGN TO "JOURNAL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS JN-STATUT.
004800     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS MF-ID-CITOYEN
005200         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005300         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005400         FILE STATUS IS MF-STATUT.
005500     SELECT HISTORIQUE-ADRESSES ASSIGN TO "ADRHIST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS AH-CLE
005900         FILE STATUS IS AH-STATUT.
006000     SELECT FICHIER-TRI ASSIGN TO "TRIWORK".
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  JOURNAL
006400     LABEL RECORDS ARE STANDARD.
006500 01  ENR-JOURNAL.
006600     COPY RCJOURNAL.
006700 FD  FICHIER-MAITRE
006800     LABEL RECORDS ARE STANDARD.
006900 01  ENR-MAITRE.
007000     COPY RCMAITRE.
007100 FD  HISTORIQUE-ADRESSES
007200     LABEL RECORDS ARE STANDARD.
007300 01  ENR-ADRESSE-HISTO.
007400     COPY RCADRHI.
007500 SD  FICHIER-TRI.
007600 01  ENR-TRI.
007700     05 TRI-CLE.
007800         10 TRI-ID-CITOYEN       PIC 9(09).
007900         10 TRI-ORIGINE          PIC X(01).
008000         10 TRI-NO-LIGNE         PIC 9(09).
008100         10 TRI-RANG             PIC 9(01).
008200     05 TRI-NATURE               PIC X(01).
008300         88 TRI-EST-IMAGE-AVANT  VALUE "A".
008400         88 TRI-EST-IMAGE-APRES  VALUE "P".
008500         88 TRI-EST-EFFACEMENT   VALUE "E".
008600         88 TRI-EST-DOSSIER      VALUE "M".
008700     05 TRI-DATE                 PIC 9(08).
008800     05 TRI-ADRESSE              PIC X(60).
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------------
009100* ZONES DE TRAVAIL
009200*----------------------------------------------------------------
009300 01  JN-STATUT                   PIC X(02).
009400     88 JN-OK                    VALUE "00".
009500 01  MF-STATUT                   PIC X(02).
009600     88 MF-OK                    VALUE "00".
009700 01  AH-STATUT                   PIC X(02).
009800     88 AH-OK                    VALUE "00".
009900 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
010000     88 PLUS-DE-LIGNES           VALUE "O".
010100 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
010200     88 PLUS-DE-CITOYENS         VALUE "O".
010300 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
010400     88 PLUS-D-ENREG-TRIES       VALUE "O".
010500 01  DATE-DU-JOUR.
010600     05 DATE-DU-JOUR-AAAAMMJJ    PIC 9(08).
010700     05 FILLER                   PIC X(13).
010800 01  IMAGE-DOSSIER.
010900     COPY RCMAITRE REPLACING LEADING ==MF== BY ==IM==.
011000 01  CITOYEN-EN-COURS            PIC 9(09) VALUE ZERO.
011100 01  DATE-MOUVEMENT              PIC 9(08).
011200 01  ADRESSE-MOUVEMENT           PIC X(60).
011300 01  NO-ADRESSE                  PIC 9(03).
011400 01  NB-ADRESSES                 PIC 9(03) COMP VALUE ZERO.
011500 01  MAXI-ADRESSES               PIC 9(03) COMP VALUE 200.
011600 01  HISTORIQUE-TRONQUE          PIC X(01) VALUE "N".
011700     88 HISTORIQUE-EST-TRONQUE   VALUE "O".
011800 01  TABLE-ADRESSES.
011900     05 ENTREE-ADRESSE           OCCURS 200 TIMES
012000                                 INDEXED BY IDX-ADRESSE.
012100         10 TA-ADRESSE           PIC X(60).
012200         10 TA-DATE-ENTREE       PIC 9(08).
012300         10 TA-DATE-SORTIE       PIC 9(08).
012400 01  NB-LIGNES-LUES              PIC 9(07) COMP VALUE ZERO.
012500 01  NB-IMAGES-RETENUES          PIC 9(07) COMP VALUE ZERO.
012600 01  NB-ANONYMISATIONS           PIC 9(07) COMP VALUE ZERO.
012700 01  NB-DOSSIERS-LUS             PIC 9(07) COMP VALUE ZERO.
012800 01  NB-CITOYENS-HISTORISES      PIC 9(07) COMP VALUE ZERO.
012900 01  NB-ENTREES-ECRITES          PIC 9(07) COMP VALUE ZERO.
013000 01  NB-HISTORIQUES-TRONQUES     PIC 9(07) COMP VALUE ZERO.
013100 PROCEDURE DIVISION.
013200*================================================================
013300* 0000-MAINLINE : LES IMAGES DU JOURNAL PUIS LES DOSSIERS DU
013400*                 FICHIER MAITRE SONT RELACHES A UN TRI PAR
013500*                 CITOYEN, PUIS L'HISTORIQUE EST CONSTITUE
013600*                 CITOYEN PAR CITOYEN EN SEQUENCE DE CLE
013700*================================================================
013800 0000-MAINLINE.
013900     MOVE FUNCTION CURRENT-DATE TO DATE-DU-JOUR.
014000     SORT FICHIER-TRI
014100         ON ASCENDING KEY TRI-CLE
014200         INPUT PROCEDURE IS 2000-RELACHER-MOUVEMENTS
014300             THRU 2000-RELACHER-MOUVEMENTS-EXIT
014400         OUTPUT PROCEDURE IS 5000-CONSTITUER-HISTORIQUE
014500             THRU 5000-CONSTITUER-HISTORIQUE-EXIT.
014600     PERFORM 8000-RAPPORT-CONTROLE
014700         THRU 8000-RAPPORT-CONTROLE-EXIT.
014800     STOP RUN.
014900*----------------------------------------------------------------
015000* 2000-RELACHER-MOUVEMENTS : PARCOURS DU JOURNAL PUIS DU FICHIER
015100*                            MAITRE - UN JOURNAL ABSENT LAISSE
015200*                            L'AMORCAGE AUX SEULES ADRESSES
015300*                            ACTUELLES (CODE RETOUR 4)
015400*----------------------------------------------------------------
015500 2000-RELACHER-MOUVEMENTS.
015600     OPEN INPUT FICHIER-MAITRE.
015700     IF NOT MF-OK
015800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
015900             "CODE " MF-STATUT
016000         MOVE 16 TO RETURN-CODE
016100         STOP RUN
016200     END-IF.
016300     OPEN INPUT JOURNAL.
016400     IF JN-OK
016500         PERFORM 2100-LIRE-LIGNE
016600             THRU 2100-LIRE-LIGNE-EXIT
016700         PERFORM 2200-RELACHER-LIGNE
016800             THRU 2200-RELACHER-LIGNE-EXIT
016900             UNTIL PLUS-DE-LIGNES
017000         CLOSE JOURNAL
017100     ELSE
017200         DISPLAY "JOURNAL ABSENT OU ILLISIBLE - CODE " JN-STATUT
017300             " - AMORCAGE SUR LES SEULES ADRESSES ACTUELLES"
017400         MOVE 4 TO RETURN-CODE
017500     END-IF.
017600     PERFORM 2300-LIRE-CITOYEN
017700         THRU 2300-LIRE-CITOYEN-EXIT.
017800     PERFORM 2400-RELACHER-CITOYEN
017900         THRU 2400-RELACHER-CITOYEN-EXIT
018000         UNTIL PLUS-DE-CITOYENS.
018100     CLOSE FICHIER-MAITRE.
018200 2000-RELACHER-MOUVEMENTS-EXIT.
018300     EXIT.
018400*----------------------------------------------------------------
018500* 2100-LIRE-LIGNE : LECTURE D'UNE LIGNE DU JOURNAL
018600*----------------------------------------------------------------
018700 2100-LIRE-LIGNE.
018800     READ JOURNAL
018900         AT END
019000             MOVE "O" TO FIN-JOURNAL
019100             GO TO 2100-LIRE-LIGNE-EXIT
019200     END-READ.
019300     ADD 1 TO NB-LIGNES-LUES.
019400 2100-LIRE-LIGNE-EXIT.
019500     EXIT.
019600*----------------------------------------------------------------
019700* 2200-RELACHER-LIGNE : UNE LIGNE DU JOURNAL DONNE AU PLUS DEUX
019800*                       MOUVEMENTS (IMAGE AVANT PUIS IMAGE APRES),
019900*                       OU UN EFFACEMENT POUR UNE ANONYMISATION ;
020000*                       LE NUMERO DE LIGNE GARDE L'ORDRE DU
020100*                       JOURNAL AU SEIN D'UN MEME CITOYEN
020200*----------------------------------------------------------------
020300 2200-RELACHER-LIGNE.
020400     IF JN-ID-CITOYEN NOT NUMERIC
020500         OR JN-EST-MODIF-HISTO
020600         GO TO 2200-RELACHER-LIGNE-SUITE
020700     END-IF.
020800     MOVE JN-ID-CITOYEN  TO TRI-ID-CITOYEN.
020900     MOVE "1"            TO TRI-ORIGINE.
021000     MOVE NB-LIGNES-LUES TO TRI-NO-LIGNE.
021100     IF JN-DATE-HEURE(1:8) NUMERIC
021200         MOVE JN-DATE-HEURE(1:8) TO TRI-DATE
021300     ELSE
021400         MOVE ZERO TO TRI-DATE
021500     END-IF.
021600     IF JN-EST-ANONYMISATION
021700         MOVE 1      TO TRI-RANG
021800         MOVE "E"    TO TRI-NATURE
021900         MOVE SPACES TO TRI-ADRESSE
022000         RELEASE ENR-TRI
022100         ADD 1 TO NB-ANONYMISATIONS
022200         GO TO 2200-RELACHER-LIGNE-SUITE
022300     END-IF.
022400     IF JN-IMAGE-AVANT NOT = SPACES
022500         MOVE JN-IMAGE-AVANT TO IMAGE-DOSSIER
022600         MOVE 1              TO TRI-RANG
022700         MOVE "A"            TO TRI-NATURE
022800         MOVE IM-ADRESSE     TO TRI-ADRESSE
022900         RELEASE ENR-TRI
023000         ADD 1 TO NB-IMAGES-RETENUES
023100     END-IF.
023200     IF JN-IMAGE-APRES NOT = SPACES
023300         MOVE JN-IMAGE-APRES TO IMAGE-DOSSIER
023400         MOVE 2              TO TRI-RANG
023500         MOVE "P"            TO TRI-NATURE
023600         MOVE IM-ADRESSE     TO TRI-ADRESSE
023700         RELEASE ENR-TRI
023800         ADD 1 TO NB-IMAGES-RETENUES
023900     END-IF.
024000 2200-RELACHER-LIGNE-SUITE.
024100     PERFORM 2100-LIRE-LIGNE
024200         THRU 2100-LIRE-LIGNE-EXIT.
024300 2200-RELACHER-LIGNE-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600* 2300-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
024700*----------------------------------------------------------------
024800 2300-LIRE-CITOYEN.
024900     READ FICHIER-MAITRE NEXT RECORD
025000         AT END
025100             MOVE "O" TO FIN-FICHIER-MAITRE
025200     END-READ.
025300 2300-LIRE-CITOYEN-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------
025600* 2400-RELACHER-CITOYEN : L'ADRESSE ACTUELLE DU DOSSIER EST
025700*                         RELACHEE APRES TOUTES LES LIGNES DU
025800*                         JOURNAL DU MEME CITOYEN
025900*----------------------------------------------------------------
026000 2400-RELACHER-CITOYEN.
026100     ADD 1 TO NB-DOSSIERS-LUS.
026200     MOVE MF-ID-CITOYEN TO TRI-ID-CITOYEN.
026300     MOVE "2"           TO TRI-ORIGINE.
026400     MOVE ZERO          TO TRI-NO-LIGNE.
026500     MOVE 1             TO TRI-RANG.
026600     MOVE "M"           TO TRI-NATURE.
026700     MOVE MF-DATE-MAJ   TO TRI-DATE.
026800     MOVE MF-ADRESSE    TO TRI-ADRESSE.
026900     RELEASE ENR-TRI.
027000     PERFORM 2300-LIRE-CITOYEN
027100         THRU 2300-LIRE-CITOYEN-EXIT.
027200 2400-RELACHER-CITOYEN-EXIT.
027300     EXIT.
027400*----------------------------------------------------------------
027500* 5000-CONSTITUER-HISTORIQUE : SORTIE DU TRI - LES MOUVEMENTS
027600*                              D'UN CITOYEN SONT CUMULES EN TABLE
027700*                              PUIS ECRITS A LA RUPTURE
027800*----------------------------------------------------------------
027900 5000-CONSTITUER-HISTORIQUE.
028000     OPEN OUTPUT HISTORIQUE-ADRESSES.
028100     IF NOT AH-OK
028200         DISPLAY "IMPOSSIBLE D'OUVRIR L'HISTORIQUE ADRHIST - "
028300             "CODE " AH-STATUT
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     PERFORM 5100-TRAITER-MOUVEMENT
028800         THRU 5100-TRAITER-MOUVEMENT-EXIT
028900         UNTIL PLUS-D-ENREG-TRIES.
029000     PERFORM 5400-ECRIRE-CITOYEN
029100         THRU 5400-ECRIRE-CITOYEN-EXIT.
029200     CLOSE HISTORIQUE-ADRESSES.
029300 5000-CONSTITUER-HISTORIQUE-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600* 5100-TRAITER-MOUVEMENT : UN MOUVEMENT TRIE, APRES ECRITURE DU
029700*                          CITOYEN PRECEDENT SUR RUPTURE
029800*----------------------------------------------------------------
029900 5100-TRAITER-MOUVEMENT.
030000     RETURN FICHIER-TRI
030100         AT END
030200             MOVE "O" TO FIN-DU-TRI
030300             GO TO 5100-TRAITER-MOUVEMENT-EXIT
030400     END-RETURN.
030500     IF TRI-ID-CITOYEN NOT = CITOYEN-EN-COURS
030600         PERFORM 5400-ECRIRE-CITOYEN
030700             THRU 5400-ECRIRE-CITOYEN-EXIT
030800         MOVE TRI-ID-CITOYEN TO CITOYEN-EN-COURS
030900         MOVE ZERO TO NB-ADRESSES
031000         MOVE "N"  TO HISTORIQUE-TRONQUE
031100     END-IF.
031200     MOVE TRI-DATE    TO DATE-MOUVEMENT.
031300     MOVE TRI-ADRESSE TO ADRESSE-MOUVEMENT.
031400     EVALUATE TRUE
031500         WHEN TRI-EST-EFFACEMENT
031600             MOVE ZERO TO NB-ADRESSES
031700         WHEN NB-ADRESSES = ZERO
031800             AND (TRI-EST-IMAGE-AVANT OR TRI-EST-DOSSIER)
031900             MOVE ZERO TO DATE-MOUVEMENT
032000             PERFORM 5300-DEMENAGER
032100                 THRU 5300-DEMENAGER-EXIT
032200         WHEN OTHER
032300             PERFORM 5300-DEMENAGER
032400                 THRU 5300-DEMENAGER-EXIT
032500     END-EVALUATE.
032600 5100-TRAITER-MOUVEMENT-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900* 5300-DEMENAGER : MEMES REGLES QUE HISTO-ADRESSE - UNE ADRESSE
033000*                  INCHANGEE NE FAIT RIEN ; SINON L'ENTREE EN
033100*                  COURS EST FERMEE ET, SI L'ADRESSE N'EST PAS A
033200*                  BLANC, UNE NOUVELLE ENTREE EST OUVERTE
033300*----------------------------------------------------------------
033400 5300-DEMENAGER.
033500     IF NB-ADRESSES = ZERO
033600         IF ADRESSE-MOUVEMENT = SPACES
033700             GO TO 5300-DEMENAGER-EXIT
033800         END-IF
033900     ELSE
034000         SET IDX-ADRESSE TO NB-ADRESSES
034100         IF TA-DATE-SORTIE(IDX-ADRESSE) = ZERO
034200             AND TA-ADRESSE(IDX-ADRESSE) = ADRESSE-MOUVEMENT
034300             GO TO 5300-DEMENAGER-EXIT
034400         END-IF
034500         IF DATE-MOUVEMENT < TA-DATE-ENTREE(IDX-ADRESSE)
034600             MOVE TA-DATE-ENTREE(IDX-ADRESSE) TO DATE-MOUVEMENT
034700         END-IF
034800         IF TA-DATE-SORTIE(IDX-ADRESSE) = ZERO
034900             MOVE DATE-MOUVEMENT TO TA-DATE-SORTIE(IDX-ADRESSE)
035000         END-IF
035100     END-IF.
035200     IF ADRESSE-MOUVEMENT = SPACES
035300         GO TO 5300-DEMENAGER-EXIT
035400     END-IF.
035500     IF NB-ADRESSES = MAXI-ADRESSES
035600         IF NOT HISTORIQUE-EST-TRONQUE
035700             DISPLAY "PLUS DE " MAXI-ADRESSES " ADRESSES POUR ID "
035800                 CITOYEN-EN-COURS " - LES SUIVANTES SONT IGNOREES"
035900             MOVE "O" TO HISTORIQUE-TRONQUE
036000             ADD 1 TO NB-HISTORIQUES-TRONQUES
036100         END-IF
036200         GO TO 5300-DEMENAGER-EXIT
036300     END-IF.
036400     ADD 1 TO NB-ADRESSES.
036500     SET IDX-ADRESSE TO NB-ADRESSES.
036600     MOVE ADRESSE-MOUVEMENT TO TA-ADRESSE(IDX-ADRESSE).
036700     MOVE DATE-MOUVEMENT    TO TA-DATE-ENTREE(IDX-ADRESSE).
036800     MOVE ZERO              TO TA-DATE-SORTIE(IDX-ADRESSE).
036900 5300-DEMENAGER-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200* 5400-ECRIRE-CITOYEN : LES ENTREES CUMULEES DU CITOYEN PARTENT A
037300*                       L'HISTORIQUE, NUMEROTEES DANS L'ORDRE
037400*----------------------------------------------------------------
037500 5400-ECRIRE-CITOYEN.
037600     IF NB-ADRESSES = ZERO
037700         GO TO 5400-ECRIRE-CITOYEN-EXIT
037800     END-IF.
037900     ADD 1 TO NB-CITOYENS-HISTORISES.
038000     PERFORM 5410-ECRIRE-ADRESSE
038100         THRU 5410-ECRIRE-ADRESSE-EXIT
038200         VARYING IDX-ADRESSE FROM 1 BY 1
038300         UNTIL IDX-ADRESSE > NB-ADRESSES.
038400 5400-ECRIRE-CITOYEN-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700* 5410-ECRIRE-ADRESSE : UNE ENTREE DE L'HISTORIQUE
038800*----------------------------------------------------------------
038900 5410-ECRIRE-ADRESSE.
039000     SET NO-ADRESSE TO IDX-ADRESSE.
039100     MOVE CITOYEN-EN-COURS          TO AH-ID-CITOYEN.
039200     MOVE NO-ADRESSE                TO AH-NO-ADRESSE.
039300     MOVE TA-ADRESSE(IDX-ADRESSE)   TO AH-ADRESSE.
039400     MOVE TA-DATE-ENTREE(IDX-ADRESSE) TO AH-DATE-ENTREE.
039500     MOVE TA-DATE-SORTIE(IDX-ADRESSE) TO AH-DATE-SORTIE.
039600     MOVE "AMORCE-ADRESSES"         TO AH-PROGRAMME.
039700     MOVE DATE-DU-JOUR-AAAAMMJJ     TO AH-DATE-MAJ.
039800     WRITE ENR-ADRESSE-HISTO
039900         INVALID KEY
040000             DISPLAY "CLE D'HISTORIQUE EN DOUBLE IGNOREE : "
040100                 AH-CLE
040200             GO TO 5410-ECRIRE-ADRESSE-EXIT
040300     END-WRITE.
040400     ADD 1 TO NB-ENTREES-ECRITES.
040500 5410-ECRIRE-ADRESSE-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800* 8000-RAPPORT-CONTROLE : TOTAUX DE L'AMORCAGE
040900*----------------------------------------------------------------
041000 8000-RAPPORT-CONTROLE.
041100     DISPLAY "----------------------------------------".
041200     DISPLAY "AMORCE-ADRESSES - TOTAUX DE CONTROLE".
041300     DISPLAY "----------------------------------------".
041400     DISPLAY "LIGNES DE JOURNAL LUES    : " NB-LIGNES-LUES.
041500     DISPLAY "IMAGES RETENUES           : " NB-IMAGES-RETENUES.
041600     DISPLAY "ANONYMISATIONS            : " NB-ANONYMISATIONS.
041700     DISPLAY "DOSSIERS DU MAITRE LUS    : " NB-DOSSIERS-LUS.
041800     DISPLAY "CITOYENS HISTORISES       : "
041900         NB-CITOYENS-HISTORISES.
042000     DISPLAY "ENTREES ECRITES           : " NB-ENTREES-ECRITES.
042100     DISPLAY "HISTORIQUES TRONQUES      : "
042200         NB-HISTORIQUES-TRONQUES.
042300     DISPLAY "----------------------------------------".
042400     IF NB-HISTORIQUES-TRONQUES > ZERO
042500         MOVE 4 TO RETURN-CODE
042600     END-IF.
042700 8000-RAPPORT-CONTROLE-EXIT.
042800     EXIT.
