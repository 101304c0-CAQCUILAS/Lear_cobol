000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VALIDE-PROPOSITIONS.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* VALIDE-PROPOSITIONS PRESENTE A UN CLERC DE NIVEAU "M", UNE A
000900* UNE, LES PROPOSITIONS DE CHANGEMENT DU SYSTEME DES PRESTATIONS
001000* MISES EN FILE PAR TRAIT-PROPOSITIONS (FICHIER PROPOSIT, COPY
001100* RCPROPOS), AVEC LA VALEUR ACTUELLE DU DOSSIER EN REGARD DE LA
001200* VALEUR PROPOSEE. LE CLERC ACCEPTE OU REJETTE CHACUNE ; RIEN
001300* N'EST APPLIQUE SANS SA DECISION.
001400*
001500* L'ACCEPTATION PASSE PAR LA MISE A JOUR ORDINAIRE DU GUICHET :
001600* - ADRESSE : REPORT AU DOSSIER (TEMOIN PND REMIS A BLANC), LIGNE
001700*   MODIF AU JOURNAL AVEC LES IMAGES AVANT/APRES ET REPORT A
001800*   L'HISTORIQUE DES ADRESSES A LA DATE D'EMMENAGEMENT PROPOSEE
001900*   (A DEFAUT, LA DATE DU JOUR), COMME MAJ-DOSSIER ;
002000* - DATE DE NAISSANCE : REPORT AU DOSSIER, RECALCUL DE L'AGE ET
002100*   LIGNE MODIF AU JOURNAL, COMME MAJ-DOSSIER ;
002200* - DECES : IRREVERSIBLE, IL RESTE SOUMIS AU CONTROLE A QUATRE
002300*   YEUX - UNE DEMANDE DE DECES EST DEPOSEE AU FICHIER ATTENTE AU
002400*   NOM DU CLERC, COMME PAR DEMANDE-CLOTURE, ET UN SECOND
002500*   OPERATEUR LA CONFIRME PAR VALIDE-ATTENTE.
002600* LE REJET EXIGE UN MOTIF ; LA PROPOSITION REJETEE EST RENVOYEE
002700* AU SYSTEME DES PRESTATIONS PAR LE PROCHAIN TRAIT-PROPOSITIONS.
002800*
002900* HISTORIQUE DES MODIFICATIONS
003000* DATE       AUTEUR  DESCRIPTION
003100* ---------- ------- ---------------------------------------------
003200* 2026-10-15 SI      CREATION - PROPOSITIONS DE CHANGEMENT DU
003300*                    SYSTEME DES PRESTATIONS SOUMISES AU CLERC.
003310* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
003320*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
003330*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
003340*                    RCCHAIND).
003360* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
003380*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.    IBM-370.
003800 OBJECT-COMPUTER.    IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT FICHIER-PROPOSITIONS ASSIGN TO "PROPOSIT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PQ-REFERENCE
004500         FILE STATUS IS PQ-STATUT.
004600     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS MF-ID-CITOYEN
005000         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005100         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005200         FILE STATUS IS MF-STATUT.
005300     SELECT ACTIONS-EN-ATTENTE ASSIGN TO "ATTENTE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS AT-STATUT.
005600     SELECT JOURNAL ASSIGN TO "JOURNAL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS JN-STATUT.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  FICHIER-PROPOSITIONS
006200     LABEL RECORDS ARE STANDARD.
006300 01  ENR-PROPOSITION.
006400     COPY RCPROPOS.
006500 FD  FICHIER-MAITRE
006600     LABEL RECORDS ARE STANDARD.
006700 01  ENR-MAITRE.
006800     COPY RCMAITRE.
006900 FD  ACTIONS-EN-ATTENTE
007000     LABEL RECORDS ARE STANDARD.
007100 01  ENR-ATTENTE.
007200     COPY RCATTENTE.
007300 FD  JOURNAL
007400     LABEL RECORDS ARE STANDARD.
007500 01  ENR-JOURNAL.
007600     COPY RCJOURNAL.
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* ZONES DE TRAVAIL
008000*----------------------------------------------------------------
008100 01  PQ-STATUT                   PIC X(02).
008200     88 PQ-OK                    VALUE "00".
008300     88 PQ-ABSENT                VALUE "35".
008400 01  MF-STATUT                   PIC X(02).
008500     88 MF-OK                    VALUE "00".
008600 01  AT-STATUT                   PIC X(02).
008700     88 AT-OK                    VALUE "00".
008800     88 AT-ABSENT                VALUE "35".
008900 01  JN-STATUT                   PIC X(02).
009000 01  FIN-PROPOSITIONS            PIC X(01) VALUE "N".
009100     88 PLUS-DE-PROPOSITIONS     VALUE "O".
009200 01  FIN-DE-REVUE                PIC X(01) VALUE "N".
009300     88 REVUE-TERMINEE           VALUE "O".
009400 01  DOSSIER-TROUVE              PIC X(01) VALUE "N".
009500     88 DOSSIER-EST-TROUVE       VALUE "O".
009600 01  DEPOT-DECES                 PIC X(01) VALUE "N".
009700     88 DECES-DEPOSE             VALUE "O".
009800 01  CHOIX-DECISION              PIC X(01).
009900     88 DECISION-ACCEPTER        VALUE "A".
010000     88 DECISION-REJETER         VALUE "R".
010100     88 DECISION-PASSER          VALUE "P".
010200     88 DECISION-FIN             VALUE "F".
010300 01  MOTIF-SAISI                 PIC X(40).
010400 01  AGE-AVANT-ACTION            PIC 9(03) VALUE ZERO.
010500 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
010600 01  DATE-EMMENAGEMENT           PIC 9(08) VALUE ZERO.
010700 01  DEMANDE-HISTO-ADRESSE.
010800     COPY RCADRHD.
010900*----------------------------------------------------------------
011000* ZONES DE CALCUL DE L'AGE A PARTIR DE LA DATE DE NAISSANCE
011100* (MEME METHODE QUE MAJ-DOSSIER)
011200*----------------------------------------------------------------
011300 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
011400 01  JOUR-JULIEN-NAISSANCE       PIC 9(09) COMP.
011500 01  JOUR-JULIEN-AUJOURDHUI      PIC 9(09) COMP.
011600 01  ECART-EN-JOURS              PIC 9(09) COMP.
011700*----------------------------------------------------------------
011800* COMPTEURS DE FIN DE REVUE
011900*----------------------------------------------------------------
012000 01  NB-PRESENTEES               PIC 9(05) COMP VALUE ZERO.
012100 01  NB-ACCEPTEES                PIC 9(05) COMP VALUE ZERO.
012200 01  NB-REJETEES                 PIC 9(05) COMP VALUE ZERO.
012300 01  NB-ERREURS                  PIC 9(05) COMP VALUE ZERO.
012400     COPY RCOPER.
012500     COPY RCSIGNON.
012600 01  DEMANDE-VERROU.
012700     COPY RCVERRD.
012710 01  DEMANDE-CHAINAGE.
012720     COPY RCCHAIND.
012800 PROCEDURE DIVISION.
012900*================================================================
013000* 0000-MAINLINE : SIGNEMENT, VERROU DE NUIT, OUVERTURE DES
013100*                 FICHIERS PUIS REVUE DE LA FILE DANS L'ORDRE DES
013200*                 REFERENCES
013300*================================================================
013400 0000-MAINLINE.
013500     MOVE "M" TO SGN-NIVEAU-REQUIS.
013600     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
013700     IF NOT SGN-ACCEPTE
013800         MOVE 16 TO RETURN-CODE
013900         GOBACK
014000     END-IF.
014100     MOVE "C" TO VN-ACTION.
014200     CALL "VERROU-NUIT" USING DEMANDE-VERROU.
014300     IF VN-DEJA-POSE
014400         DISPLAY "TRAITEMENT DE NUIT EN COURS (VERROU "
014500             "POSE LE " VN-DATE-POSE ") - MISE A JOUR "
014600             "REFUSEE, REESSAYER APRES LA FIN DU FLOT"
014700         MOVE 8 TO RETURN-CODE
014800         GOBACK
014900     END-IF.
015000     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
015100     OPEN I-O FICHIER-PROPOSITIONS.
015200     IF PQ-ABSENT
015300         DISPLAY "AUCUNE PROPOSITION EN FILE"
015400         GOBACK
015500     END-IF.
015600     IF NOT PQ-OK
015700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER PROPOSIT - "
015800             "CODE " PQ-STATUT
015900         MOVE 16 TO RETURN-CODE
016000         GOBACK
016100     END-IF.
016200     OPEN I-O FICHIER-MAITRE.
016300     IF NOT MF-OK
016400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
016500             "CODE " MF-STATUT
016600         CLOSE FICHIER-PROPOSITIONS
016700         MOVE 16 TO RETURN-CODE
016800         GOBACK
016900     END-IF.
017000     OPEN EXTEND JOURNAL.
017100     IF JN-STATUT = "35"
017200         OPEN OUTPUT JOURNAL
017300     END-IF.
017400     MOVE LOW-VALUES TO PQ-REFERENCE.
017500     START FICHIER-PROPOSITIONS
017600         KEY IS NOT LESS THAN PQ-REFERENCE
017700         INVALID KEY
017800             MOVE "O" TO FIN-PROPOSITIONS
017900     END-START.
018000     PERFORM 2000-REVOIR-PROPOSITION
018100         THRU 2000-REVOIR-PROPOSITION-EXIT
018200         UNTIL REVUE-TERMINEE OR PLUS-DE-PROPOSITIONS.
018300     CLOSE FICHIER-PROPOSITIONS.
018400     CLOSE FICHIER-MAITRE.
018500     CLOSE JOURNAL.
018600     IF NB-PRESENTEES = ZERO
018700         DISPLAY "AUCUNE PROPOSITION EN ATTENTE"
018800     END-IF.
018900     DISPLAY "FIN DE REVUE - " NB-ACCEPTEES " ACCEPTEE(S), "
019000         NB-REJETEES " REJETEE(S), " NB-ERREURS " ERREUR(S)".
019100     GOBACK.
019200*----------------------------------------------------------------
019300* 2000-REVOIR-PROPOSITION : LECTURE DE LA PROPOSITION SUIVANTE,
019400*                           PRESENTATION DE LA VALEUR ACTUELLE ET
019500*                           DE LA VALEUR PROPOSEE, DECISION DU
019600*                           CLERC
019700*----------------------------------------------------------------
019800 2000-REVOIR-PROPOSITION.
019900     READ FICHIER-PROPOSITIONS NEXT RECORD
020000         AT END
020100             MOVE "O" TO FIN-PROPOSITIONS
020200             GO TO 2000-REVOIR-PROPOSITION-EXIT
020300     END-READ.
020400     IF NOT PQ-EN-ATTENTE
020500         GO TO 2000-REVOIR-PROPOSITION-EXIT
020600     END-IF.
020700     ADD 1 TO NB-PRESENTEES.
020800     DISPLAY "----------------------------------------".
020900     DISPLAY "PROPOSITION " PQ-REFERENCE " RECUE LE "
021000         PQ-DATE-RECEPTION.
021100     MOVE "O" TO DOSSIER-TROUVE.
021200     MOVE PQ-ID-CITOYEN TO MF-ID-CITOYEN.
021300     READ FICHIER-MAITRE
021400         INVALID KEY
021500             MOVE "N" TO DOSSIER-TROUVE
021600     END-READ.
021700     PERFORM 2100-AFFICHER-COMPARAISON
021800         THRU 2100-AFFICHER-COMPARAISON-EXIT.
021900     DISPLAY "ACCEPTER (A), REJETER (R), PASSER (P) OU "
022000         "FIN (F) ? ".
022100     ACCEPT CHOIX-DECISION.
022200     EVALUATE TRUE
022300         WHEN DECISION-FIN
022400             MOVE "O" TO FIN-DE-REVUE
022500         WHEN DECISION-ACCEPTER
022600             PERFORM 3000-ACCEPTER
022700                 THRU 3000-ACCEPTER-EXIT
022800         WHEN DECISION-REJETER
022900             PERFORM 5000-REJETER
023000                 THRU 5000-REJETER-EXIT
023100         WHEN DECISION-PASSER
023200             CONTINUE
023300         WHEN OTHER
023400             DISPLAY "CHOIX INVALIDE - PROPOSITION PASSEE"
023500     END-EVALUATE.
023600 2000-REVOIR-PROPOSITION-EXIT.
023700     EXIT.
023800*----------------------------------------------------------------
023900* 2100-AFFICHER-COMPARAISON : VALEUR ACTUELLE DU DOSSIER EN
024000*                             REGARD DE LA VALEUR PROPOSEE
024100*----------------------------------------------------------------
024200 2100-AFFICHER-COMPARAISON.
024300     IF NOT DOSSIER-EST-TROUVE
024400         DISPLAY "DOSSIER " PQ-ID-CITOYEN " INTROUVABLE AU "
024500             "FICHIER MAITRE"
024600         GO TO 2100-AFFICHER-COMPARAISON-EXIT
024700     END-IF.
024800     DISPLAY "DOSSIER : " MF-ID-CITOYEN " " MF-NOM " "
024900         MF-PRENOM " NE(E) LE " MF-DATE-NAISSANCE.
025000     IF NOT MF-DOSSIER-ACTIF
025100         DISPLAY "DOSSIER NON ACTIF (STATUT " MF-STATUT-DOSSIER
025200             " DEPUIS LE " MF-DATE-STATUT ")"
025300     END-IF.
025400     EVALUATE TRUE
025500         WHEN PQ-CHANGEMENT-ADRESSE
025600             DISPLAY "ADRESSE ACTUELLE   : " MF-ADRESSE
025700             DISPLAY "ADRESSE PROPOSEE   : " PQ-ADRESSE-PROPOSEE
025800             IF PQ-DATE-PROPOSEE = ZERO
025900                 DISPLAY "EMMENAGEMENT       : INCONNU (DATE "
026000                     "DU JOUR RETENUE)"
026100             ELSE
026200                 DISPLAY "EMMENAGEMENT LE    : "
026300                     PQ-DATE-PROPOSEE
026400             END-IF
026500         WHEN PQ-CHANGEMENT-NAISSANCE
026600             DISPLAY "NAISSANCE ACTUELLE : " MF-DATE-NAISSANCE
026700                 " (AGE " MF-AGE ")"
026800             DISPLAY "NAISSANCE PROPOSEE : " PQ-DATE-PROPOSEE
026900         WHEN PQ-CHANGEMENT-DECES
027000             DISPLAY "STATUT ACTUEL      : " MF-STATUT-DOSSIER
027100             DISPLAY "DECES PROPOSE LE   : " PQ-DATE-PROPOSEE
027200         WHEN OTHER
027300             DISPLAY "TYPE DE CHANGEMENT INCONNU : "
027400                 PQ-TYPE-CHANGEMENT
027500     END-EVALUATE.
027600 2100-AFFICHER-COMPARAISON-EXIT.
027700     EXIT.
027800*----------------------------------------------------------------
027900* 3000-ACCEPTER : APPLICATION DE LA PROPOSITION ACCEPTEE PAR LA
028000*                 MISE A JOUR JOURNALISEE DU DOSSIER (ADRESSE,
028100*                 DATE DE NAISSANCE) OU PAR LE DEPOT D'UNE
028200*                 DEMANDE DE DECES EN ATTENTE, PUIS MARQUAGE DE
028300*                 LA PROPOSITION
028400*----------------------------------------------------------------
028500 3000-ACCEPTER.
028600     IF NOT DOSSIER-EST-TROUVE OR NOT MF-DOSSIER-ACTIF
028700         DISPLAY "DOSSIER INTROUVABLE OU NON ACTIF - "
028800             "PROPOSITION NON APPLIQUEE, A REJETER"
028900         ADD 1 TO NB-ERREURS
029000         GO TO 3000-ACCEPTER-EXIT
029100     END-IF.
029200     IF PQ-CHANGEMENT-DECES
029300         PERFORM 3300-DEPOSER-DECES
029400             THRU 3300-DEPOSER-DECES-EXIT
029500         IF NOT DECES-DEPOSE
029600             ADD 1 TO NB-ERREURS
029700             GO TO 3000-ACCEPTER-EXIT
029800         END-IF
029900         GO TO 3000-ACCEPTER-MARQUER
030000     END-IF.
030100     MOVE ENR-MAITRE TO IMAGE-AVANT-TRAVAIL.
030200     MOVE MF-AGE TO AGE-AVANT-ACTION.
030300     IF PQ-CHANGEMENT-ADRESSE
030400         IF PQ-ADRESSE-PROPOSEE = MF-ADRESSE
030500             DISPLAY "ADRESSE DEJA AU DOSSIER - PROPOSITION "
030600                 "NON APPLIQUEE, A REJETER"
030700             ADD 1 TO NB-ERREURS
030800             GO TO 3000-ACCEPTER-EXIT
030900         END-IF
031000         MOVE PQ-ADRESSE-PROPOSEE TO MF-ADRESSE
031100         MOVE "N" TO MF-ADRESSE-INVALIDE
031200     ELSE
031300         IF PQ-DATE-PROPOSEE = MF-DATE-NAISSANCE
031400             DISPLAY "DATE DE NAISSANCE DEJA AU DOSSIER - "
031500                 "PROPOSITION NON APPLIQUEE, A REJETER"
031600             ADD 1 TO NB-ERREURS
031700             GO TO 3000-ACCEPTER-EXIT
031800         END-IF
031900         PERFORM 3200-RECALCULER-AGE
032000             THRU 3200-RECALCULER-AGE-EXIT
032100     END-IF.
032200     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-MAJ.
032300     REWRITE ENR-MAITRE
032400         INVALID KEY
032500             DISPLAY "REECRITURE EN ECHEC - PROPOSITION NON "
032600                 "APPLIQUEE, ELLE RESTE EN ATTENTE"
032700             ADD 1 TO NB-ERREURS
032800             GO TO 3000-ACCEPTER-EXIT
032900     END-REWRITE.
033000     PERFORM 3500-JOURNALISER
033100         THRU 3500-JOURNALISER-EXIT.
033200     IF PQ-CHANGEMENT-ADRESSE
033300         PERFORM 3600-HISTORISER-ADRESSE
033400             THRU 3600-HISTORISER-ADRESSE-EXIT
033500     END-IF.
033600     DISPLAY "PROPOSITION ACCEPTEE ET APPLIQUEE AU DOSSIER".
033700 3000-ACCEPTER-MARQUER.
033800     MOVE "C" TO PQ-ETAT.
033900     MOVE OP-CODE-OPERATEUR TO PQ-OPERATEUR-DECISION.
034000     MOVE FUNCTION CURRENT-DATE(1:14) TO PQ-DATE-HEURE-DECISION.
034100     MOVE SPACES TO PQ-MOTIF-REJET.
034200     REWRITE ENR-PROPOSITION
034300         INVALID KEY
034400             DISPLAY "MARQUAGE DE LA PROPOSITION EN ECHEC - "
034500                 "CODE " PQ-STATUT
034600     END-REWRITE.
034700     ADD 1 TO NB-ACCEPTEES.
034800 3000-ACCEPTER-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100* 3200-RECALCULER-AGE : REPORT DE LA DATE DE NAISSANCE PROPOSEE
035200*                       ET RECALCUL IMMEDIAT DE L'AGE
035300*----------------------------------------------------------------
035400 3200-RECALCULER-AGE.
035500     MOVE PQ-DATE-PROPOSEE TO MF-DATE-NAISSANCE.
035600     COMPUTE JOUR-JULIEN-NAISSANCE =
035700         FUNCTION INTEGER-OF-DATE(PQ-DATE-PROPOSEE).
035800     COMPUTE JOUR-JULIEN-AUJOURDHUI =
035900         FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-AAAAMMJJ).
036000     COMPUTE ECART-EN-JOURS =
036100         JOUR-JULIEN-AUJOURDHUI - JOUR-JULIEN-NAISSANCE.
036200     COMPUTE MF-AGE = ECART-EN-JOURS / 365.
036300 3200-RECALCULER-AGE-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600* 3300-DEPOSER-DECES : DEPOT D'UNE DEMANDE DE DECES AU FICHIER
036700*                      ATTENTE AU NOM DU CLERC, COMME PAR
036800*                      DEMANDE-CLOTURE - UN SECOND OPERATEUR LA
036900*                      CONFIRME PAR VALIDE-ATTENTE
037000*----------------------------------------------------------------
037100 3300-DEPOSER-DECES.
037200     MOVE "N" TO DEPOT-DECES.
037300     OPEN EXTEND ACTIONS-EN-ATTENTE.
037400     IF AT-ABSENT
037500         OPEN OUTPUT ACTIONS-EN-ATTENTE
037600     END-IF.
037700     IF NOT AT-OK
037800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ATTENTE - "
037900             "CODE " AT-STATUT " - PROPOSITION NON APPLIQUEE"
038000         GO TO 3300-DEPOSER-DECES-EXIT
038100     END-IF.
038200     MOVE FUNCTION CURRENT-DATE(1:14) TO AT-DATE-HEURE.
038300     MOVE OP-CODE-OPERATEUR  TO AT-OPERATEUR-DEMANDE.
038400     MOVE "D"                TO AT-TYPE-ACTION.
038500     MOVE MF-ID-CITOYEN      TO AT-ID-CITOYEN.
038600     MOVE MF-NOM             TO AT-NOM.
038700     MOVE MF-PRENOM          TO AT-PRENOM.
038800     MOVE PQ-DATE-PROPOSEE   TO AT-DATE-EVENEMENT.
038900     MOVE "SIGNALE PRESTATIONS" TO AT-MOTIF.
039000     MOVE "A"                TO AT-ETAT.
039100     MOVE SPACES             TO AT-OPERATEUR-DECISION.
039200     MOVE SPACES             TO AT-DATE-HEURE-DECISION.
039300     WRITE ENR-ATTENTE.
039400     CLOSE ACTIONS-EN-ATTENTE.
039500     MOVE "O" TO DEPOT-DECES.
039600     DISPLAY "DEMANDE DE DECES DEPOSEE - ELLE NE SERA APPLIQUEE "
039700         "QU'APRES CONFIRMATION PAR UN SECOND OPERATEUR".
039800 3300-DEPOSER-DECES-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100* 3500-JOURNALISER : LIGNE MODIF AVEC LES IMAGES AVANT ET APRES
040200*                    DU DOSSIER
040300*----------------------------------------------------------------
040400 3500-JOURNALISER.
040500     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
040600     MOVE "MODIF"                TO JN-ACTION.
040700     MOVE MF-NOM                 TO JN-NOM.
040800     MOVE MF-PRENOM              TO JN-PRENOM.
040900     MOVE AGE-AVANT-ACTION       TO JN-AGE-AVANT.
041000     MOVE MF-AGE                 TO JN-AGE-APRES.
041100     MOVE MF-ID-CITOYEN          TO JN-ID-CITOYEN.
041200     MOVE OP-CODE-OPERATEUR      TO JN-OPERATEUR.
041300     MOVE SPACES                 TO JN-CODE-SITE.
041400     MOVE SPACES                 TO JN-OPERATEUR-VALIDE.
041500     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
041600     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
041700     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
041710     SET CH-ENCHAINER TO TRUE.
041720     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
041800     WRITE ENR-JOURNAL.
041825     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
041850     SET CH-VALIDER TO TRUE.
041875     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
041900 3500-JOURNALISER-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 3600-HISTORISER-ADRESSE : REPORT DE LA NOUVELLE ADRESSE A
042300*                           L'HISTORIQUE DES ADRESSES, A LA DATE
042400*                           D'EMMENAGEMENT PROPOSEE OU, A DEFAUT,
042500*                           A LA DATE DU JOUR
042600*----------------------------------------------------------------
042700 3600-HISTORISER-ADRESSE.
042800     IF PQ-DATE-PROPOSEE = ZERO
042900         MOVE DATE-DU-JOUR-AAAAMMJJ TO DATE-EMMENAGEMENT
043000     ELSE
043100         MOVE PQ-DATE-PROPOSEE TO DATE-EMMENAGEMENT
043200     END-IF.
043300     MOVE "M"                   TO HA-ACTION.
043400     MOVE MF-ID-CITOYEN         TO HA-ID-CITOYEN.
043500     MOVE MF-ADRESSE            TO HA-ADRESSE.
043600     MOVE DATE-EMMENAGEMENT     TO HA-DATE-EFFET.
043700     MOVE "VALIDE-PROPOSITIONS" TO HA-PROGRAMME.
043800     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
043900 3600-HISTORISER-ADRESSE-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------
044200* 5000-REJETER : REJET AVEC MOTIF OBLIGATOIRE - LA PROPOSITION
044300*                SERA RENVOYEE PAR LE PROCHAIN
044400*                TRAIT-PROPOSITIONS
044500*----------------------------------------------------------------
044600 5000-REJETER.
044700     DISPLAY "MOTIF DU REJET : ".
044800     MOVE SPACES TO MOTIF-SAISI.
044900     ACCEPT MOTIF-SAISI.
045000     IF MOTIF-SAISI = SPACES
045100         DISPLAY "MOTIF OBLIGATOIRE - PROPOSITION PASSEE"
045200         GO TO 5000-REJETER-EXIT
045300     END-IF.
045400     MOVE "R" TO PQ-ETAT.
045500     MOVE OP-CODE-OPERATEUR TO PQ-OPERATEUR-DECISION.
045600     MOVE FUNCTION CURRENT-DATE(1:14) TO PQ-DATE-HEURE-DECISION.
045700     MOVE MOTIF-SAISI TO PQ-MOTIF-REJET.
045800     MOVE "N" TO PQ-REPONSE-ENVOYEE.
045900     REWRITE ENR-PROPOSITION
046000         INVALID KEY
046100             DISPLAY "MARQUAGE DE LA PROPOSITION EN ECHEC - "
046200                 "CODE " PQ-STATUT
046300             ADD 1 TO NB-ERREURS
046400             GO TO 5000-REJETER-EXIT
046500     END-REWRITE.
046600     ADD 1 TO NB-REJETEES.
046700     DISPLAY "PROPOSITION REJETEE".
046800 5000-REJETER-EXIT.
046900     EXIT.
