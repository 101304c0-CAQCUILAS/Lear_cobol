000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ECHEANCES-PIECES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ECHEANCES-PIECES EDITE CHAQUE MOIS, SITE PAR SITE, LES DOSSIERS
000900* ACTIFS DONT LA COUVERTURE EN PIECES D'IDENTITE (FICHIER PIECES,
001000* COPY RCPIECE) EST A SUIVRE :
001100*   - SANS PIECE     : AUCUNE PIECE AU FICHIER ;
001200*   - EXPIREE        : TOUTES LES PIECES SONT EXPIREES (LA DATE
001300*                      EDITEE EST LA DERNIERE EXPIRATION) ;
001400*   - A ECHEANCE     : LA DERNIERE PIECE ENCORE VALABLE EXPIRE
001500*                      D'ICI LA FIN DE LA FENETRE.
001600* UNE PIECE SANS DATE D'EXPIRATION COUVRE LE DOSSIER. LA FENETRE
001700* VA DE LA DATE DU JOUR AU MEME JOUR N MOIS PLUS TARD
001800* (COMPARAISON EN AAAAMMJJ), N ETANT LU EN CARTE SYSIN SUR DEUX
001900* CHIFFRES (A BLANC OU NUL : 3 MOIS).
002000*
002100* LES TITRES DE SEJOUR, A SUIVRE AVANT QU'ILS NE TOMBENT, SONT
002200* MARQUES D'UNE ETOILE ET COMPTES A PART. LES DOSSIERS SANS SITE
002300* D'ORIGINE SONT EDITES SOUS LE SITE "---". FICHIER PIECES
002400* ABSENT : TOUS LES DOSSIERS ACTIFS SONT EDITES SANS PIECE.
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
002800* ---------- ------- ---------------------------------------------
002900* 2026-10-15 SI      CREATION - DOSSIERS ACTIFS SANS PIECE
003000*                    D'IDENTITE VALABLE OU DONT LA DERNIERE PIECE
003100*                    EXPIRE DANS LES MOIS A VENIR, PAR SITE.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
003600 OBJECT-COMPUTER.    IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS MF-ID-CITOYEN
004300         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
004400         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
004500         FILE STATUS IS MF-STATUT.
004600     SELECT FICHIER-PIECES ASSIGN TO "PIECES"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PI-CLE
005000         FILE STATUS IS PI-STATUT.
005100     SELECT TRI-PIECES ASSIGN TO "TRIWORK".
005200     SELECT ETAT-PIECES ASSIGN TO "ETATPIEC"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS ET-STATUT.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FICHIER-MAITRE
005800     LABEL RECORDS ARE STANDARD.
005900 01  ENR-MAITRE.
006000     COPY RCMAITRE.
006100 FD  FICHIER-PIECES
006200     LABEL RECORDS ARE STANDARD.
006300 01  ENR-PIECE.
006400     COPY RCPIECE.
006500 SD  TRI-PIECES.
006600 01  ENR-TRI.
006700     05 TRI-CODE-SITE            PIC X(03).
006800     05 TRI-SITUATION            PIC X(01).
006900         88 TRI-SANS-PIECE       VALUE "1".
007000         88 TRI-EXPIREE          VALUE "2".
007100         88 TRI-A-ECHEANCE       VALUE "3".
007200     05 TRI-DATE-EXPIRATION      PIC 9(08).
007300     05 TRI-ID-CITOYEN           PIC 9(09).
007400     05 TRI-NOM                  PIC X(20).
007500     05 TRI-PRENOM               PIC X(20).
007600     05 TRI-TYPE-PIECE           PIC X(01).
007700         88 TRI-TITRE-SEJOUR     VALUE "T".
007800 FD  ETAT-PIECES
007900     LABEL RECORDS ARE STANDARD.
008000 01  LIGNE-ETAT                  PIC X(80).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300* ZONES DE TRAVAIL
008400*----------------------------------------------------------------
008500 01  MF-STATUT                   PIC X(02).
008600     88 MF-OK                    VALUE "00".
008700 01  PI-STATUT                   PIC X(02).
008800     88 PI-OK                    VALUE "00".
008900     88 PI-ABSENT                VALUE "35".
009000 01  ET-STATUT                   PIC X(02).
009100     88 ET-OK                    VALUE "00".
009200 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
009300     88 PLUS-DE-CITOYENS         VALUE "O".
009400 01  FIN-PIECES-DOSSIER          PIC X(01) VALUE "N".
009500     88 PLUS-DE-PIECES           VALUE "O".
009600 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
009700     88 PLUS-D-ENREG-TRIES       VALUE "O".
009800 01  PIECES-DISPONIBLES          PIC X(01) VALUE "N".
009900     88 PIECES-SONT-DISPONIBLES  VALUE "O".
010000 01  SITE-COURANT                PIC X(03).
010100 01  SAISIE-HORIZON              PIC X(02) VALUE SPACES.
010200 01  SAISIE-HORIZON-9 REDEFINES SAISIE-HORIZON
010300                                 PIC 9(02).
010400 01  HORIZON-MOIS                PIC 9(02) VALUE 3.
010500 01  NB-MOIS-CUMULES             PIC 9(04) COMP VALUE ZERO.
010600 01  NB-ANNEES-FENETRE           PIC 9(04) COMP VALUE ZERO.
010700 01  RANG-MOIS-FENETRE           PIC 9(04) COMP VALUE ZERO.
010800*----------------------------------------------------------------
010900* COUVERTURE DU DOSSIER COURANT EN PIECES
011000*----------------------------------------------------------------
011100 01  NB-PIECES-DOSSIER           PIC 9(03) COMP VALUE ZERO.
011200 01  PIECE-SANS-EXPIRATION       PIC X(01) VALUE "N".
011300     88 DOSSIER-COUVERT          VALUE "O".
011400 01  DERNIERE-VALABLE            PIC 9(08) VALUE ZERO.
011500 01  TYPE-DERNIERE-VALABLE       PIC X(01) VALUE SPACE.
011600 01  DERNIERE-EXPIREE            PIC 9(08) VALUE ZERO.
011700 01  TYPE-DERNIERE-EXPIREE       PIC X(01) VALUE SPACE.
011800*----------------------------------------------------------------
011900* FENETRE DES MOIS A VENIR
012000*----------------------------------------------------------------
012100 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08).
012200 01  FIN-DE-FENETRE.
012300     05 FF-ANNEE                 PIC 9(04).
012400     05 FF-MOIS                  PIC 9(02).
012500     05 FF-JOUR                  PIC 9(02).
012600 01  FIN-DE-FENETRE-AAAAMMJJ REDEFINES FIN-DE-FENETRE
012700                                 PIC 9(08).
012800*----------------------------------------------------------------
012900* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
013000*----------------------------------------------------------------
013100 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
013200 01  NB-NON-ACTIFS               PIC 9(07) COMP VALUE ZERO.
013300 01  NB-COUVERTS                 PIC 9(07) COMP VALUE ZERO.
013400 01  NB-SANS-PIECE               PIC 9(07) COMP VALUE ZERO.
013500 01  NB-EXPIREES                 PIC 9(07) COMP VALUE ZERO.
013600 01  NB-A-ECHEANCE               PIC 9(07) COMP VALUE ZERO.
013700 01  NB-TITRES-SEJOUR            PIC 9(07) COMP VALUE ZERO.
013800 01  NB-EDITES                   PIC 9(07) COMP VALUE ZERO.
013900 01  NB-SITES                    PIC 9(07) COMP VALUE ZERO.
014000 01  NB-EDITES-SITE              PIC 9(07) COMP VALUE ZERO.
014100 01  NB-TITRES-SEJOUR-SITE       PIC 9(07) COMP VALUE ZERO.
014200*----------------------------------------------------------------
014300* LIGNES EDITEES DE L'ETAT
014400*----------------------------------------------------------------
014500 01  LIGNE-TITRE-SITE.
014600     05 FILLER                   PIC X(05) VALUE "SITE ".
014700     05 LS-CODE-SITE             PIC X(03).
014800 01  LIGNE-ENTETE.
014900     05 FILLER                   PIC X(10) VALUE "ID".
015000     05 FILLER                   PIC X(21) VALUE "NOM".
015100     05 FILLER                   PIC X(21) VALUE "PRENOM".
015200     05 FILLER                   PIC X(11) VALUE "SITUATION".
015300     05 FILLER                   PIC X(04) VALUE "PCE".
015400     05 FILLER                   PIC X(10) VALUE "EXPIRATION".
015500 01  LIGNE-PIECE.
015600     05 LP-ID                    PIC 9(09).
015700     05 FILLER                   PIC X(01) VALUE SPACE.
015800     05 LP-NOM                   PIC X(20).
015900     05 FILLER                   PIC X(01) VALUE SPACE.
016000     05 LP-PRENOM                PIC X(20).
016100     05 FILLER                   PIC X(01) VALUE SPACE.
016200     05 LP-SITUATION             PIC X(10).
016300     05 FILLER                   PIC X(01) VALUE SPACE.
016400     05 LP-TYPE-PIECE            PIC X(01).
016500     05 LP-TITRE-SEJOUR          PIC X(01).
016600     05 FILLER                   PIC X(02) VALUE SPACES.
016700     05 LP-DATE-EXPIRATION       PIC X(08).
016800 01  LIGNE-TOTAL.
016900     05 LT-LIBELLE               PIC X(34).
017000     05 LT-COMPTEUR              PIC ZZZZZZ9.
017100 PROCEDURE DIVISION.
017200*================================================================
017300* 0000-MAINLINE : TRI DES DOSSIERS A SUIVRE PAR SITE, EDITION
017400*                 PAR SITE
017500*================================================================
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALISATION
017800         THRU 1000-INITIALISATION-EXIT.
017900     SORT TRI-PIECES
018000         ON ASCENDING KEY TRI-CODE-SITE TRI-SITUATION
018100                          TRI-DATE-EXPIRATION TRI-ID-CITOYEN
018200         INPUT PROCEDURE IS 2000-RELACHER-DOSSIERS
018300             THRU 2000-RELACHER-DOSSIERS-EXIT
018400         OUTPUT PROCEDURE IS 3000-EDITER-DOSSIERS
018500             THRU 3000-EDITER-DOSSIERS-EXIT.
018600     PERFORM 8000-RAPPORT-CONTROLE
018700         THRU 8000-RAPPORT-CONTROLE-EXIT.
018800     PERFORM 9999-TERMINER
018900         THRU 9999-TERMINER-EXIT.
019000     STOP RUN.
019100*----------------------------------------------------------------
019200* 1000-INITIALISATION : HORIZON EN MOIS (CARTE SYSIN), CALCUL DE
019300*                       LA FENETRE, OUVERTURE DES FICHIERS ET
019400*                       EN-TETE
019500*----------------------------------------------------------------
019600 1000-INITIALISATION.
019700     ACCEPT SAISIE-HORIZON.
019800     IF SAISIE-HORIZON NUMERIC
019900         IF SAISIE-HORIZON-9 > ZERO
020000             MOVE SAISIE-HORIZON-9 TO HORIZON-MOIS
020100         END-IF
020200     END-IF.
020300     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
020400     MOVE DATE-DU-JOUR-AAAAMMJJ TO FIN-DE-FENETRE-AAAAMMJJ.
020500     COMPUTE NB-MOIS-CUMULES = FF-MOIS - 1 + HORIZON-MOIS.
020600     DIVIDE NB-MOIS-CUMULES BY 12
020700         GIVING NB-ANNEES-FENETRE
020800         REMAINDER RANG-MOIS-FENETRE.
020900     ADD NB-ANNEES-FENETRE TO FF-ANNEE.
021000     COMPUTE FF-MOIS = RANG-MOIS-FENETRE + 1.
021100     OPEN INPUT FICHIER-MAITRE.
021200     IF NOT MF-OK
021300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
021400             "CODE " MF-STATUT
021500         MOVE 16 TO RETURN-CODE
021600         STOP RUN
021700     END-IF.
021800     OPEN INPUT FICHIER-PIECES.
021900     IF PI-OK
022000         MOVE "O" TO PIECES-DISPONIBLES
022100     ELSE
022200         IF NOT PI-ABSENT
022300             DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER PIECES - "
022400                 "CODE " PI-STATUT
022500             MOVE 16 TO RETURN-CODE
022600             STOP RUN
022700         END-IF
022800     END-IF.
022900     OPEN OUTPUT ETAT-PIECES.
023000     IF NOT ET-OK
023100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATPIEC - "
023200             "CODE " ET-STATUT
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     MOVE SPACES TO LIGNE-ETAT.
023700     STRING "PIECES D'IDENTITE A SUIVRE - ECHEANCES DU "
023800         DELIMITED BY SIZE
023900         DATE-DU-JOUR-AAAAMMJJ DELIMITED BY SIZE
024000         " AU " DELIMITED BY SIZE
024100         FIN-DE-FENETRE-AAAAMMJJ DELIMITED BY SIZE
024200         INTO LIGNE-ETAT.
024300     WRITE LIGNE-ETAT.
024400     MOVE "(* = TITRE DE SEJOUR)" TO LIGNE-ETAT.
024500     WRITE LIGNE-ETAT.
024600 1000-INITIALISATION-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900* 2000-RELACHER-DOSSIERS : PARCOURS DU FICHIER MAITRE ET
025000*                          RELACHEMENT AU TRI DES DOSSIERS ACTIFS
025100*                          A SUIVRE
025200*----------------------------------------------------------------
025300 2000-RELACHER-DOSSIERS.
025400     PERFORM 2100-LIRE-CITOYEN
025500         THRU 2100-LIRE-CITOYEN-EXIT.
025600     PERFORM 2200-EXAMINER-CITOYEN
025700         THRU 2200-EXAMINER-CITOYEN-EXIT
025800         UNTIL PLUS-DE-CITOYENS.
025900 2000-RELACHER-DOSSIERS-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200* 2100-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
026300*----------------------------------------------------------------
026400 2100-LIRE-CITOYEN.
026500     READ FICHIER-MAITRE NEXT RECORD
026600         AT END
026700             MOVE "O" TO FIN-FICHIER-MAITRE
026800     END-READ.
026900 2100-LIRE-CITOYEN-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200* 2200-EXAMINER-CITOYEN : COUVERTURE DU DOSSIER ACTIF COURANT ET
027300*                         RELACHEMENT AU TRI S'IL EST A SUIVRE
027400*----------------------------------------------------------------
027500 2200-EXAMINER-CITOYEN.
027600     ADD 1 TO NB-LUS.
027700     IF NOT MF-DOSSIER-ACTIF
027800         ADD 1 TO NB-NON-ACTIFS
027900         GO TO 2200-EXAMINER-CITOYEN-SUITE
028000     END-IF.
028100     PERFORM 2300-RELEVER-PIECES
028200         THRU 2300-RELEVER-PIECES-EXIT.
028300     EVALUATE TRUE
028400         WHEN NB-PIECES-DOSSIER = ZERO
028500             ADD 1 TO NB-SANS-PIECE
028600             MOVE "1"    TO TRI-SITUATION
028700             MOVE ZERO   TO TRI-DATE-EXPIRATION
028800             MOVE SPACE  TO TRI-TYPE-PIECE
028900         WHEN DOSSIER-COUVERT
029000             ADD 1 TO NB-COUVERTS
029100             GO TO 2200-EXAMINER-CITOYEN-SUITE
029200         WHEN DERNIERE-VALABLE = ZERO
029300             ADD 1 TO NB-EXPIREES
029400             MOVE "2"    TO TRI-SITUATION
029500             MOVE DERNIERE-EXPIREE      TO TRI-DATE-EXPIRATION
029600             MOVE TYPE-DERNIERE-EXPIREE TO TRI-TYPE-PIECE
029700         WHEN DERNIERE-VALABLE NOT > FIN-DE-FENETRE-AAAAMMJJ
029800             ADD 1 TO NB-A-ECHEANCE
029900             MOVE "3"    TO TRI-SITUATION
030000             MOVE DERNIERE-VALABLE      TO TRI-DATE-EXPIRATION
030100             MOVE TYPE-DERNIERE-VALABLE TO TRI-TYPE-PIECE
030200         WHEN OTHER
030300             ADD 1 TO NB-COUVERTS
030400             GO TO 2200-EXAMINER-CITOYEN-SUITE
030500     END-EVALUATE.
030600     IF MF-CODE-SITE = SPACES
030700         MOVE "---" TO TRI-CODE-SITE
030800     ELSE
030900         MOVE MF-CODE-SITE TO TRI-CODE-SITE
031000     END-IF.
031100     MOVE MF-ID-CITOYEN TO TRI-ID-CITOYEN.
031200     MOVE MF-NOM        TO TRI-NOM.
031300     MOVE MF-PRENOM     TO TRI-PRENOM.
031400     RELEASE ENR-TRI.
031500 2200-EXAMINER-CITOYEN-SUITE.
031600     PERFORM 2100-LIRE-CITOYEN
031700         THRU 2100-LIRE-CITOYEN-EXIT.
031800 2200-EXAMINER-CITOYEN-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------
032100* 2300-RELEVER-PIECES : PARCOURS DES PIECES DU DOSSIER COURANT -
032200*                       DERNIERE EXPIRATION DES PIECES VALABLES
032300*                       ET DES PIECES EXPIREES, PIECE SANS
032400*                       EXPIRATION
032500*----------------------------------------------------------------
032600 2300-RELEVER-PIECES.
032700     MOVE ZERO  TO NB-PIECES-DOSSIER.
032800     MOVE "N"   TO PIECE-SANS-EXPIRATION.
032900     MOVE ZERO  TO DERNIERE-VALABLE DERNIERE-EXPIREE.
033000     MOVE SPACE TO TYPE-DERNIERE-VALABLE TYPE-DERNIERE-EXPIREE.
033100     IF NOT PIECES-SONT-DISPONIBLES
033200         GO TO 2300-RELEVER-PIECES-EXIT
033300     END-IF.
033400     MOVE "N" TO FIN-PIECES-DOSSIER.
033500     MOVE MF-ID-CITOYEN TO PI-ID-CITOYEN.
033600     MOVE ZERO          TO PI-NO-PIECE.
033700     START FICHIER-PIECES KEY IS NOT LESS THAN PI-CLE
033800         INVALID KEY
033900             MOVE "O" TO FIN-PIECES-DOSSIER
034000     END-START.
034100     PERFORM 2310-EXAMINER-PIECE
034200         THRU 2310-EXAMINER-PIECE-EXIT
034300         UNTIL PLUS-DE-PIECES.
034400 2300-RELEVER-PIECES-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700* 2310-EXAMINER-PIECE : LECTURE DE LA PIECE SUIVANTE - LE
034800*                       PARCOURS S'ARRETE AU DOSSIER SUIVANT
034900*----------------------------------------------------------------
035000 2310-EXAMINER-PIECE.
035100     READ FICHIER-PIECES NEXT RECORD
035200         AT END
035300             MOVE "O" TO FIN-PIECES-DOSSIER
035400             GO TO 2310-EXAMINER-PIECE-EXIT
035500     END-READ.
035600     IF PI-ID-CITOYEN NOT = MF-ID-CITOYEN
035700         MOVE "O" TO FIN-PIECES-DOSSIER
035800         GO TO 2310-EXAMINER-PIECE-EXIT
035900     END-IF.
036000     ADD 1 TO NB-PIECES-DOSSIER.
036100     IF PI-SANS-EXPIRATION
036200         MOVE "O" TO PIECE-SANS-EXPIRATION
036300         GO TO 2310-EXAMINER-PIECE-EXIT
036400     END-IF.
036500     IF PI-DATE-EXPIRATION < DATE-DU-JOUR-AAAAMMJJ
036600         IF PI-DATE-EXPIRATION > DERNIERE-EXPIREE
036700             MOVE PI-DATE-EXPIRATION TO DERNIERE-EXPIREE
036800             MOVE PI-TYPE-PIECE      TO TYPE-DERNIERE-EXPIREE
036900         END-IF
037000     ELSE
037100         IF PI-DATE-EXPIRATION > DERNIERE-VALABLE
037200             MOVE PI-DATE-EXPIRATION TO DERNIERE-VALABLE
037300             MOVE PI-TYPE-PIECE      TO TYPE-DERNIERE-VALABLE
037400         END-IF
037500     END-IF.
037600 2310-EXAMINER-PIECE-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900* 3000-EDITER-DOSSIERS : SORTIE DU TRI - EDITION PAR SITE ET
038000*                        TOTAL GENERAL
038100*----------------------------------------------------------------
038200 3000-EDITER-DOSSIERS.
038300     MOVE LOW-VALUES TO SITE-COURANT.
038400     PERFORM 3100-EDITER-DOSSIER
038500         THRU 3100-EDITER-DOSSIER-EXIT
038600         UNTIL PLUS-D-ENREG-TRIES.
038700     PERFORM 3200-CLORE-SITE
038800         THRU 3200-CLORE-SITE-EXIT.
038900     MOVE SPACES TO LIGNE-ETAT.
039000     WRITE LIGNE-ETAT.
039100     MOVE "TOTAL DES DOSSIERS A SUIVRE      :" TO LT-LIBELLE.
039200     MOVE NB-EDITES TO LT-COMPTEUR.
039300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
039400     WRITE LIGNE-ETAT.
039500     MOVE "  DONT TITRES DE SEJOUR          :" TO LT-LIBELLE.
039600     MOVE NB-TITRES-SEJOUR TO LT-COMPTEUR.
039700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
039800     WRITE LIGNE-ETAT.
039900 3000-EDITER-DOSSIERS-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200* 3100-EDITER-DOSSIER : RETRAIT D'UN DOSSIER DU TRI - UN NOUVEAU
040300*                       SITE CLOT LE PRECEDENT
040400*----------------------------------------------------------------
040500 3100-EDITER-DOSSIER.
040600     RETURN TRI-PIECES
040700         AT END
040800             MOVE "O" TO FIN-DU-TRI
040900             GO TO 3100-EDITER-DOSSIER-EXIT
041000     END-RETURN.
041100     IF TRI-CODE-SITE NOT = SITE-COURANT
041200         PERFORM 3200-CLORE-SITE
041300             THRU 3200-CLORE-SITE-EXIT
041400         MOVE TRI-CODE-SITE TO SITE-COURANT
041500         MOVE ZERO TO NB-EDITES-SITE NB-TITRES-SEJOUR-SITE
041600         ADD 1 TO NB-SITES
041700         MOVE TRI-CODE-SITE TO LS-CODE-SITE
041800         MOVE SPACES TO LIGNE-ETAT
041900         WRITE LIGNE-ETAT
042000         MOVE LIGNE-TITRE-SITE TO LIGNE-ETAT
042100         WRITE LIGNE-ETAT
042200         MOVE LIGNE-ENTETE TO LIGNE-ETAT
042300         WRITE LIGNE-ETAT
042400     END-IF.
042500     ADD 1 TO NB-EDITES-SITE.
042600     ADD 1 TO NB-EDITES.
042700     MOVE TRI-ID-CITOYEN TO LP-ID.
042800     MOVE TRI-NOM        TO LP-NOM.
042900     MOVE TRI-PRENOM     TO LP-PRENOM.
043000     MOVE TRI-TYPE-PIECE TO LP-TYPE-PIECE.
043100     MOVE SPACE          TO LP-TITRE-SEJOUR.
043200     IF TRI-TITRE-SEJOUR
043300         MOVE "*" TO LP-TITRE-SEJOUR
043400         ADD 1 TO NB-TITRES-SEJOUR-SITE
043500         ADD 1 TO NB-TITRES-SEJOUR
043600     END-IF.
043700     EVALUATE TRUE
043800         WHEN TRI-SANS-PIECE
043900             MOVE "SANS PIECE" TO LP-SITUATION
044000             MOVE SPACES       TO LP-DATE-EXPIRATION
044100         WHEN TRI-EXPIREE
044200             MOVE "EXPIREE"    TO LP-SITUATION
044300             MOVE TRI-DATE-EXPIRATION TO LP-DATE-EXPIRATION
044400         WHEN OTHER
044500             MOVE "A ECHEANCE" TO LP-SITUATION
044600             MOVE TRI-DATE-EXPIRATION TO LP-DATE-EXPIRATION
044700     END-EVALUATE.
044800     MOVE LIGNE-PIECE TO LIGNE-ETAT.
044900     WRITE LIGNE-ETAT.
045000 3100-EDITER-DOSSIER-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300* 3200-CLORE-SITE : NOMBRE DE DOSSIERS A SUIVRE DU SITE QUI SE
045400*                   TERMINE, DONT TITRES DE SEJOUR
045500*----------------------------------------------------------------
045600 3200-CLORE-SITE.
045700     IF NB-EDITES-SITE = ZERO
045800         GO TO 3200-CLORE-SITE-EXIT
045900     END-IF.
046000     MOVE "DOSSIERS A SUIVRE DU SITE        :" TO LT-LIBELLE.
046100     MOVE NB-EDITES-SITE TO LT-COMPTEUR.
046200     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
046300     WRITE LIGNE-ETAT.
046400     MOVE "  DONT TITRES DE SEJOUR          :" TO LT-LIBELLE.
046500     MOVE NB-TITRES-SEJOUR-SITE TO LT-COMPTEUR.
046600     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
046700     WRITE LIGNE-ETAT.
046800 3200-CLORE-SITE-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100* 8000-RAPPORT-CONTROLE : TOTAUX DE CONTROLE EN SYSOUT
047200*----------------------------------------------------------------
047300 8000-RAPPORT-CONTROLE.
047400     DISPLAY "----------------------------------------".
047500     DISPLAY "ECHEANCES-PIECES - TOTAUX DE CONTROLE".
047600     DISPLAY "----------------------------------------".
047700     DISPLAY "HORIZON (MOIS)           : " HORIZON-MOIS.
047800     DISPLAY "FIN DE FENETRE           : "
047810         FIN-DE-FENETRE-AAAAMMJJ.
047900     IF NOT PIECES-SONT-DISPONIBLES
048000         DISPLAY "FICHIER PIECES ABSENT - AUCUNE PIECE CONNUE"
048100     END-IF.
048200     DISPLAY "DOSSIERS LUS             : " NB-LUS.
048300     DISPLAY "DOSSIERS NON ACTIFS      : " NB-NON-ACTIFS.
048400     DISPLAY "DOSSIERS COUVERTS        : " NB-COUVERTS.
048500     DISPLAY "SANS PIECE               : " NB-SANS-PIECE.
048600     DISPLAY "PIECES TOUTES EXPIREES   : " NB-EXPIREES.
048700     DISPLAY "A ECHEANCE               : " NB-A-ECHEANCE.
048800     DISPLAY "  DONT TITRES DE SEJOUR  : " NB-TITRES-SEJOUR.
048900     DISPLAY "DOSSIERS EDITES          : " NB-EDITES.
049000     DISPLAY "SITES                    : " NB-SITES.
049100     DISPLAY "----------------------------------------".
049200 8000-RAPPORT-CONTROLE-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500* 9999-TERMINER : FERMETURE DES FICHIERS
049600*----------------------------------------------------------------
049700 9999-TERMINER.
049800     CLOSE FICHIER-MAITRE.
049900     IF PIECES-SONT-DISPONIBLES
050000         CLOSE FICHIER-PIECES
050100     END-IF.
050200     CLOSE ETAT-PIECES.
050300 9999-TERMINER-EXIT.
050400     EXIT.
