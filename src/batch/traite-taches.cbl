000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRAITE-TACHES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* TRAITE-TACHES EST LE POSTE DE TRAVAIL DU CLERC SUR LA FILE
000900* UNIQUE DES TACHES (FICHIER TACHES, COPY RCTACHE) ALIMENTEE
001000* CHAQUE NUIT PAR ALIMENTE-TACHES :
001100*   S - PRENDRE LA PLUS ANCIENNE TACHE OUVERTE (TOUS TYPES OU UN
001200*       TYPE DONNE) : ELLE PASSE "PRISE" A SON NOM ;
001300*   M - LISTER SES TACHES PRISES ;
001400*   C - CLORE UNE TACHE AVEC UN COMPTE RENDU OBLIGATOIRE - LA
001500*       CLOTURE PORTE LE CODE OPERATEUR ET L'HORODATAGE, COMME UNE
001600*       LIGNE DE JOURNAL ;
001700*   L - LIBERER UNE TACHE PRISE (REMISE EN FILE).
001800* UN CLERC NE CLOT ET NE LIBERE QUE SES PROPRES TACHES (OU UNE
001900* TACHE ENCORE OUVERTE, QU'IL PREND ALORS EN LA CLOSANT) ; UN
002000* ADMINISTRATEUR PEUT LIBERER LA TACHE D'UN AUTRE POUR LA
002100* REAFFECTER. LES TACHES ATT ET PRO NE SE CLOSENT PAS ICI : LA
002200* DECISION SE PREND PAR LES CHOIX V ET P DU MENU ET LA TACHE EST
002300* CLOSE AU PASSAGE DE NUIT SUIVANT.
002400*
002500* HISTORIQUE DES MODIFICATIONS
002600* DATE       AUTEUR  DESCRIPTION
002700* ---------- ------- ---------------------------------------------
002800* 2026-10-15 SI      CREATION - FILE UNIQUE DES TACHES DES CLERCS.
002810* 2026-10-15 SI      LA TACHE SUIVANTE EST PRISE DANS LE PERIMETRE
002820*                    DE SITES DE L'OPERATEUR (PERIMETRE-SITE) :
002830*                    LES TACHES DES AUTRES SITES NE LUI SONT PLUS
002840*                    PRESENTEES.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FICHIER-TACHES ASSIGN TO "TACHES"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS TQ-NO-TACHE
004000         ALTERNATE RECORD KEY IS TQ-CLE-SOURCE
004100         FILE STATUS IS TQ-STATUT.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  FICHIER-TACHES
004500     LABEL RECORDS ARE STANDARD.
004600 01  ENR-TACHE.
004700     COPY RCTACHE.
004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------------
005000* ZONES DE TRAVAIL
005100*----------------------------------------------------------------
005200 01  TQ-STATUT                   PIC X(02).
005300     88 TQ-OK                    VALUE "00".
005400     88 TQ-ABSENT                VALUE "35".
005500 01  FIN-TACHES                  PIC X(01) VALUE "N".
005600     88 PLUS-DE-TACHES           VALUE "O".
005700 01  FIN-RECHERCHE               PIC X(01) VALUE "N".
005800     88 RECHERCHE-TERMINEE       VALUE "O".
005900 01  FIN-DE-SESSION              PIC X(01) VALUE "N".
006000     88 SESSION-TERMINEE         VALUE "O".
006100 01  CHOIX-TACHE                 PIC X(01).
006200     88 CHOIX-SUIVANTE           VALUE "S".
006300     88 CHOIX-MES-TACHES         VALUE "M".
006400     88 CHOIX-CLORE              VALUE "C".
006500     88 CHOIX-LIBERER            VALUE "L".
006600     88 CHOIX-FIN                VALUE "F".
006700 01  REPONSE-PRISE               PIC X(01).
006800     88 PRISE-ACCEPTEE           VALUE "O".
006900     88 PRISE-SUIVANTE           VALUE "N".
007000     88 PRISE-ABANDONNEE         VALUE "F".
007100 01  TYPE-DEMANDE                PIC X(03).
007200 01  NO-TACHE-SAISI              PIC 9(09).
007300 01  COMPTE-RENDU-SAISI          PIC X(40).
007400 01  NB-TACHES-VUES              PIC 9(05) COMP VALUE ZERO.
007500*----------------------------------------------------------------
007600* COMPTEURS DE FIN DE SESSION
007700*----------------------------------------------------------------
007800 01  NB-PRISES                   PIC 9(05) COMP VALUE ZERO.
007900 01  NB-CLOSES                   PIC 9(05) COMP VALUE ZERO.
008000 01  NB-LIBEREES                 PIC 9(05) COMP VALUE ZERO.
008010 01  DEMANDE-PERIMETRE.
008020     COPY RCPERIM.
008100     COPY RCOPER.
008200     COPY RCSIGNON.
008300 01  DEMANDE-VERROU.
008400     COPY RCVERRD.
008500 PROCEDURE DIVISION.
008600*================================================================
008700* 0000-MAINLINE : SIGNEMENT, VERROU DE NUIT (LA FILE EST
008800*                 ALIMENTEE DANS LE FLOT), OUVERTURE DE LA FILE
008900*                 PUIS BOUCLE SUR LES CHOIX DU CLERC
009000*================================================================
009100 0000-MAINLINE.
009200     MOVE "C" TO SGN-NIVEAU-REQUIS.
009300     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
009400     IF NOT SGN-ACCEPTE
009500         MOVE 16 TO RETURN-CODE
009600         GOBACK
009700     END-IF.
009800     MOVE "C" TO VN-ACTION.
009900     CALL "VERROU-NUIT" USING DEMANDE-VERROU.
010000     IF VN-DEJA-POSE
010100         DISPLAY "TRAITEMENT DE NUIT EN COURS (VERROU "
010200             "POSE LE " VN-DATE-POSE ") - FILE DES TACHES "
010300             "INDISPONIBLE, REESSAYER APRES LA FIN DU FLOT"
010400         MOVE 8 TO RETURN-CODE
010500         GOBACK
010600     END-IF.
010700     OPEN I-O FICHIER-TACHES.
010800     IF TQ-ABSENT
010900         DISPLAY "AUCUNE TACHE EN FILE"
011000         GOBACK
011100     END-IF.
011200     IF NOT TQ-OK
011300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER TACHES - "
011400             "CODE " TQ-STATUT
011500         MOVE 16 TO RETURN-CODE
011600         GOBACK
011700     END-IF.
011800     PERFORM 2000-TRAITER-CHOIX
011900         THRU 2000-TRAITER-CHOIX-EXIT
012000         UNTIL SESSION-TERMINEE.
012100     CLOSE FICHIER-TACHES.
012200     DISPLAY "FIN DE SESSION - " NB-PRISES " PRISE(S), "
012300         NB-CLOSES " CLOSE(S), " NB-LIBEREES " LIBEREE(S)".
012400     GOBACK.
012500*----------------------------------------------------------------
012600* 2000-TRAITER-CHOIX : PRESENTATION DES CHOIX ET APPEL DU
012700*                      TRAITEMENT CORRESPONDANT
012800*----------------------------------------------------------------
012900 2000-TRAITER-CHOIX.
013000     DISPLAY "----------------------------------------".
013100     DISPLAY "FILE DES TACHES - OPERATEUR " OP-CODE-OPERATEUR.
013200     DISPLAY "S - PRENDRE LA TACHE SUIVANTE".
013300     DISPLAY "M - MES TACHES EN COURS".
013400     DISPLAY "C - CLORE UNE TACHE".
013500     DISPLAY "L - LIBERER UNE TACHE".
013600     DISPLAY "F - FIN".
013700     DISPLAY "CHOIX : ".
013800     MOVE SPACES TO CHOIX-TACHE.
013900     ACCEPT CHOIX-TACHE.
014000     EVALUATE TRUE
014100         WHEN CHOIX-FIN
014200             MOVE "O" TO FIN-DE-SESSION
014300         WHEN CHOIX-SUIVANTE
014400             PERFORM 3000-PRENDRE-SUIVANTE
014500                 THRU 3000-PRENDRE-SUIVANTE-EXIT
014600         WHEN CHOIX-MES-TACHES
014700             PERFORM 4000-LISTER-MES-TACHES
014800                 THRU 4000-LISTER-MES-TACHES-EXIT
014900         WHEN CHOIX-CLORE
015000             PERFORM 5000-CLORE-TACHE
015100                 THRU 5000-CLORE-TACHE-EXIT
015200         WHEN CHOIX-LIBERER
015300             PERFORM 6000-LIBERER-TACHE
015400                 THRU 6000-LIBERER-TACHE-EXIT
015500         WHEN OTHER
015600             DISPLAY "CHOIX INVALIDE (S, M, C, L OU F)"
015700     END-EVALUATE.
015800 2000-TRAITER-CHOIX-EXIT.
015900     EXIT.
016000*----------------------------------------------------------------
016100* 3000-PRENDRE-SUIVANTE : PARCOURS DE LA FILE DANS L'ORDRE DES
016200*                         NUMEROS (LES PLUS ANCIENNES D'ABORD)
016300*                         JUSQU'A CE QUE LE CLERC PRENNE UNE
016400*                         TACHE OUVERTE OU ABANDONNE
016500*----------------------------------------------------------------
016600 3000-PRENDRE-SUIVANTE.
016700     DISPLAY "TYPE DE TACHE (REJ, DEC, PND, ATT, PRO, DBL, RET, "
016800         "QUA - BLANC = TOUS) : ".
016900     MOVE SPACES TO TYPE-DEMANDE.
017000     ACCEPT TYPE-DEMANDE.
017100     MOVE ZERO TO NB-TACHES-VUES.
017200     MOVE "N" TO FIN-RECHERCHE.
017300     PERFORM 7000-DEBUT-DE-FILE
017400         THRU 7000-DEBUT-DE-FILE-EXIT.
017500     PERFORM 3100-EXAMINER-TACHE
017600         THRU 3100-EXAMINER-TACHE-EXIT
017700         UNTIL PLUS-DE-TACHES OR RECHERCHE-TERMINEE.
017800     IF NB-TACHES-VUES = ZERO
017900         DISPLAY "AUCUNE TACHE OUVERTE DE CE TYPE"
018000     END-IF.
018100 3000-PRENDRE-SUIVANTE-EXIT.
018200     EXIT.
018300*----------------------------------------------------------------
018400* 3100-EXAMINER-TACHE : PRESENTATION D'UNE TACHE OUVERTE DU TYPE
018500*                       DEMANDE ET PRISE SUR CONFIRMATION
018600*----------------------------------------------------------------
018700 3100-EXAMINER-TACHE.
018800     READ FICHIER-TACHES NEXT RECORD
018900         AT END
019000             MOVE "O" TO FIN-TACHES
019100             GO TO 3100-EXAMINER-TACHE-EXIT
019200     END-READ.
019300     IF NOT TQ-OUVERTE
019400         GO TO 3100-EXAMINER-TACHE-EXIT
019500     END-IF.
019600     IF TYPE-DEMANDE NOT = SPACES
019700             AND TYPE-DEMANDE NOT = TQ-TYPE-TACHE
019800         GO TO 3100-EXAMINER-TACHE-EXIT
019900     END-IF.
019910     MOVE "F"               TO PT-ACTION.
019920     MOVE TQ-CODE-SITE      TO PT-CODE-SITE.
019930     MOVE TQ-ID-CITOYEN     TO PT-ID-CITOYEN.
019940     MOVE "TRAITE-TACHES"   TO PT-PROGRAMME.
019950     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
019960     IF PT-HORS-PERIMETRE
019970         GO TO 3100-EXAMINER-TACHE-EXIT
019980     END-IF.
020000     ADD 1 TO NB-TACHES-VUES.
020100     PERFORM 8000-AFFICHER-TACHE
020200         THRU 8000-AFFICHER-TACHE-EXIT.
020300     DISPLAY "PRENDRE CETTE TACHE (O), SUIVANTE (N) OU "
020400         "ABANDON (F) ? ".
020500     MOVE SPACES TO REPONSE-PRISE.
020600     ACCEPT REPONSE-PRISE.
020700     EVALUATE TRUE
020800         WHEN PRISE-ACCEPTEE
020900             MOVE "O" TO FIN-RECHERCHE
021000             PERFORM 3200-MARQUER-PRISE
021100                 THRU 3200-MARQUER-PRISE-EXIT
021200         WHEN PRISE-SUIVANTE
021300             CONTINUE
021400         WHEN OTHER
021500             MOVE "O" TO FIN-RECHERCHE
021600     END-EVALUATE.
021700 3100-EXAMINER-TACHE-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000* 3200-MARQUER-PRISE : LA TACHE PASSE PRISE AU NOM DU CLERC
022100*----------------------------------------------------------------
022200 3200-MARQUER-PRISE.
022300     MOVE "P"               TO TQ-ETAT.
022400     MOVE OP-CODE-OPERATEUR TO TQ-OPERATEUR-ASSIGNE.
022500     MOVE FUNCTION CURRENT-DATE(1:14) TO TQ-DATE-HEURE-PRISE.
022600     REWRITE ENR-TACHE
022700         INVALID KEY
022800             DISPLAY "PRISE EN ECHEC - CODE " TQ-STATUT
022900             GO TO 3200-MARQUER-PRISE-EXIT
023000     END-REWRITE.
023100     ADD 1 TO NB-PRISES.
023200     DISPLAY "TACHE " TQ-NO-TACHE " PRISE".
023300 3200-MARQUER-PRISE-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600* 4000-LISTER-MES-TACHES : TACHES PRISES PAR LE CLERC, NON CLOSES
023700*----------------------------------------------------------------
023800 4000-LISTER-MES-TACHES.
023900     MOVE ZERO TO NB-TACHES-VUES.
024000     PERFORM 7000-DEBUT-DE-FILE
024100         THRU 7000-DEBUT-DE-FILE-EXIT.
024200     PERFORM 4100-LISTER-UNE-TACHE
024300         THRU 4100-LISTER-UNE-TACHE-EXIT
024400         UNTIL PLUS-DE-TACHES.
024500     IF NB-TACHES-VUES = ZERO
024600         DISPLAY "AUCUNE TACHE EN COURS A VOTRE NOM"
024700     ELSE
024800         DISPLAY NB-TACHES-VUES " TACHE(S) EN COURS"
024900     END-IF.
025000 4000-LISTER-MES-TACHES-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300* 4100-LISTER-UNE-TACHE : LIGNE COURTE D'UNE TACHE DU CLERC
025400*----------------------------------------------------------------
025500 4100-LISTER-UNE-TACHE.
025600     READ FICHIER-TACHES NEXT RECORD
025700         AT END
025800             MOVE "O" TO FIN-TACHES
025900             GO TO 4100-LISTER-UNE-TACHE-EXIT
026000     END-READ.
026100     IF NOT TQ-PRISE
026200             OR TQ-OPERATEUR-ASSIGNE NOT = OP-CODE-OPERATEUR
026300         GO TO 4100-LISTER-UNE-TACHE-EXIT
026400     END-IF.
026500     ADD 1 TO NB-TACHES-VUES.
026600     DISPLAY TQ-NO-TACHE " " TQ-TYPE-TACHE " " TQ-CODE-SITE " "
026700         TQ-ID-CITOYEN " " TQ-NOM " " TQ-LIBELLE.
026800 4100-LISTER-UNE-TACHE-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100* 5000-CLORE-TACHE : CLOTURE D'UNE TACHE DU CLERC (OU D'UNE TACHE
027200*                    OUVERTE) AVEC COMPTE RENDU OBLIGATOIRE,
027300*                    CODE OPERATEUR ET HORODATAGE
027400*----------------------------------------------------------------
027500 5000-CLORE-TACHE.
027600     PERFORM 7100-LIRE-TACHE-SAISIE
027700         THRU 7100-LIRE-TACHE-SAISIE-EXIT.
027800     IF NOT TQ-OK
027900         GO TO 5000-CLORE-TACHE-EXIT
028000     END-IF.
028100     IF TQ-CLOSE
028200         DISPLAY "TACHE DEJA CLOSE LE " TQ-DATE-HEURE-CLOTURE
028300             " PAR " TQ-OPERATEUR-CLOTURE
028400         GO TO 5000-CLORE-TACHE-EXIT
028500     END-IF.
028600     IF TQ-PRISE AND TQ-OPERATEUR-ASSIGNE NOT = OP-CODE-OPERATEUR
028700         DISPLAY "TACHE PRISE PAR " TQ-OPERATEUR-ASSIGNE
028800             " - CLOTURE REFUSEE"
028900         GO TO 5000-CLORE-TACHE-EXIT
029000     END-IF.
029100     IF TQ-TACHE-ATTENTE OR TQ-TACHE-PROPOSITION
029200         DISPLAY "TACHE CLOSE AUTOMATIQUEMENT A LA DECISION "
029300             "(CHOIX V OU P DU MENU) - CLOTURE REFUSEE"
029400         GO TO 5000-CLORE-TACHE-EXIT
029500     END-IF.
029600     PERFORM 8000-AFFICHER-TACHE
029700         THRU 8000-AFFICHER-TACHE-EXIT.
029800     DISPLAY "COMPTE RENDU : ".
029900     MOVE SPACES TO COMPTE-RENDU-SAISI.
030000     ACCEPT COMPTE-RENDU-SAISI.
030100     IF COMPTE-RENDU-SAISI = SPACES
030200         DISPLAY "COMPTE RENDU OBLIGATOIRE - TACHE NON CLOSE"
030300         GO TO 5000-CLORE-TACHE-EXIT
030400     END-IF.
030500     IF TQ-OUVERTE
030600         MOVE OP-CODE-OPERATEUR TO TQ-OPERATEUR-ASSIGNE
030700         MOVE FUNCTION CURRENT-DATE(1:14) TO TQ-DATE-HEURE-PRISE
030800     END-IF.
030900     MOVE "C"                TO TQ-ETAT.
031000     MOVE OP-CODE-OPERATEUR  TO TQ-OPERATEUR-CLOTURE.
031100     MOVE FUNCTION CURRENT-DATE(1:14) TO TQ-DATE-HEURE-CLOTURE.
031200     MOVE COMPTE-RENDU-SAISI TO TQ-COMPTE-RENDU.
031300     REWRITE ENR-TACHE
031400         INVALID KEY
031500             DISPLAY "CLOTURE EN ECHEC - CODE " TQ-STATUT
031600             GO TO 5000-CLORE-TACHE-EXIT
031700     END-REWRITE.
031800     ADD 1 TO NB-CLOSES.
031900     DISPLAY "TACHE " TQ-NO-TACHE " CLOSE".
032000 5000-CLORE-TACHE-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300* 6000-LIBERER-TACHE : REMISE EN FILE D'UNE TACHE PRISE - PAR LE
032400*                      CLERC QUI LA TIENT OU PAR UN
032500*                      ADMINISTRATEUR
032600*----------------------------------------------------------------
032700 6000-LIBERER-TACHE.
032800     PERFORM 7100-LIRE-TACHE-SAISIE
032900         THRU 7100-LIRE-TACHE-SAISIE-EXIT.
033000     IF NOT TQ-OK
033100         GO TO 6000-LIBERER-TACHE-EXIT
033200     END-IF.
033300     IF NOT TQ-PRISE
033400         DISPLAY "TACHE NON PRISE - RIEN A LIBERER"
033500         GO TO 6000-LIBERER-TACHE-EXIT
033600     END-IF.
033700     IF TQ-OPERATEUR-ASSIGNE NOT = OP-CODE-OPERATEUR
033800             AND NOT OP-NIVEAU-ADMINISTRATEUR
033900         DISPLAY "TACHE PRISE PAR " TQ-OPERATEUR-ASSIGNE
034000             " - LIBERATION REFUSEE"
034100         GO TO 6000-LIBERER-TACHE-EXIT
034200     END-IF.
034300     MOVE "O"    TO TQ-ETAT.
034400     MOVE SPACES TO TQ-OPERATEUR-ASSIGNE.
034500     MOVE SPACES TO TQ-DATE-HEURE-PRISE.
034600     REWRITE ENR-TACHE
034700         INVALID KEY
034800             DISPLAY "LIBERATION EN ECHEC - CODE " TQ-STATUT
034900             GO TO 6000-LIBERER-TACHE-EXIT
035000     END-REWRITE.
035100     ADD 1 TO NB-LIBEREES.
035200     DISPLAY "TACHE " TQ-NO-TACHE " REMISE EN FILE".
035300 6000-LIBERER-TACHE-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600* 7000-DEBUT-DE-FILE : POSITIONNEMENT SUR LA PREMIERE TACHE
035700*----------------------------------------------------------------
035800 7000-DEBUT-DE-FILE.
035900     MOVE "N" TO FIN-TACHES.
036000     MOVE ZERO TO TQ-NO-TACHE.
036100     START FICHIER-TACHES
036200         KEY IS NOT LESS THAN TQ-NO-TACHE
036300         INVALID KEY
036400             MOVE "O" TO FIN-TACHES
036500     END-START.
036600 7000-DEBUT-DE-FILE-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900* 7100-LIRE-TACHE-SAISIE : SAISIE DU NUMERO ET LECTURE DE LA
037000*                          TACHE (TQ-STATUT NON "00" SI ELLE
037100*                          N'EXISTE PAS)
037200*----------------------------------------------------------------
037300 7100-LIRE-TACHE-SAISIE.
037400     DISPLAY "NUMERO DE LA TACHE : ".
037500     MOVE ZERO TO NO-TACHE-SAISI.
037600     ACCEPT NO-TACHE-SAISI.
037700     MOVE NO-TACHE-SAISI TO TQ-NO-TACHE.
037800     READ FICHIER-TACHES
037900         INVALID KEY
038000             DISPLAY "TACHE " NO-TACHE-SAISI " INTROUVABLE"
038100     END-READ.
038200 7100-LIRE-TACHE-SAISIE-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 8000-AFFICHER-TACHE : PRESENTATION DETAILLEE D'UNE TACHE
038600*----------------------------------------------------------------
038700 8000-AFFICHER-TACHE.
038800     DISPLAY "----------------------------------------".
038900     DISPLAY "TACHE " TQ-NO-TACHE " TYPE " TQ-TYPE-TACHE
039000         " SITE " TQ-CODE-SITE " CREEE LE " TQ-DATE-CREATION.
039100     IF TQ-ID-CITOYEN > ZERO
039200         DISPLAY "DOSSIER : " TQ-ID-CITOYEN " " TQ-NOM " "
039300             TQ-PRENOM
039400     ELSE
039500         DISPLAY "SANS DOSSIER DESIGNE : " TQ-NOM " " TQ-PRENOM
039600     END-IF.
039700     DISPLAY "OBJET   : " TQ-LIBELLE.
039800     IF TQ-PRISE
039900         DISPLAY "PRISE PAR " TQ-OPERATEUR-ASSIGNE " LE "
040000             TQ-DATE-HEURE-PRISE
040100     END-IF.
040200 8000-AFFICHER-TACHE-EXIT.
040300     EXIT.
