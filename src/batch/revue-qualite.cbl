000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REVUE-QUALITE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* REVUE-QUALITE EST L'ECRAN DU SUPERVISEUR POUR LA REVUE DE
000900* L'ECHANTILLON MENSUEL DE CONTROLE QUALITE TIRE PAR
001000* ECHANT-QUALITE (FICHIER ECHQUAL, COPY RCECHQC). POUR LE MOIS
001100* DEMANDE (BLANC = MOIS PRECEDENT, CELUI QUE LE FLOT MENSUEL
001200* VIENT DE TIRER) :
001300*   S - PRESENTER L'ELEMENT SUIVANT NON REVU ;
001400*   N - REVOIR UN ELEMENT PAR SON NUMERO (Y COMPRIS POUR
001500*       CORRIGER UN VERDICT DEJA PORTE) ;
001600*   E - ETAT D'AVANCEMENT DE LA REVUE DU MOIS.
001700* L'ELEMENT EST PRESENTE AVEC SES ZONES CHANGEES AVANT / APRES
001800* (ECART-IMAGES, COMME SUR LA FEUILLE DE REVUE). LE VERDICT EST
001900* C (CORRECT), M (ERREUR MINEURE) OU G (ERREUR MAJEURE) ; UNE
002000* ERREUR PORTE LE CODE DE LA ZONE FAUTIVE (NO PR NU NN DN SX RU
002100* CP CO ST, AU POUR UNE AUTRE ERREUR) ET UNE ERREUR MAJEURE UN
002200* COMMENTAIRE OBLIGATOIRE. LE VERDICT PORTE LE CODE DU
002300* REVISEUR ET L'HORODATAGE.
002400*
002500* COMME LA CONFIRMATION A QUATRE YEUX DE VALIDE-ATTENTE, LA
002600* REVUE DEMANDE LE NIVEAU "M" ET UN OPERATEUR NE REVOIT JAMAIS
002700* SES PROPRES SAISIES.
002800*
002900* HISTORIQUE DES MODIFICATIONS
003000* DATE       AUTEUR  DESCRIPTION
003100* ---------- ------- ---------------------------------------------
003200* 2026-10-15 SI      CREATION - REVUE DE L'ECHANTILLON MENSUEL DE
003300*                    CONTROLE QUALITE DES SAISIES.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.    IBM-370.
003800 OBJECT-COMPUTER.    IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ECHANTILLON-QUALITE ASSIGN TO "ECHQUAL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS EQ-CLE
004500         FILE STATUS IS EQ-STATUT.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ECHANTILLON-QUALITE
004900     LABEL RECORDS ARE STANDARD.
005000 01  ENR-ECHANTILLON.
005100     COPY RCECHQC.
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400* ZONES DE TRAVAIL
005500*----------------------------------------------------------------
005600 01  EQ-STATUT                   PIC X(02).
005700     88 EQ-OK                    VALUE "00".
005800     88 EQ-ABSENT                VALUE "35".
005900 01  FIN-ECHANTILLON             PIC X(01) VALUE "N".
006000     88 PLUS-D-ELEMENTS          VALUE "O".
006100 01  FIN-RECHERCHE               PIC X(01) VALUE "N".
006200     88 RECHERCHE-TERMINEE       VALUE "O".
006300 01  FIN-DE-SESSION              PIC X(01) VALUE "N".
006400     88 SESSION-TERMINEE         VALUE "O".
006500 01  SAISIE-MOIS-FAITE           PIC X(01) VALUE "N".
006600     88 MOIS-VALIDE              VALUE "O".
006700 01  CHOIX-REVUE                 PIC X(01).
006800     88 CHOIX-SUIVANT            VALUE "S".
006900     88 CHOIX-NUMERO             VALUE "N".
007000     88 CHOIX-ETAT               VALUE "E".
007100     88 CHOIX-FIN                VALUE "F".
007200 01  REPONSE-REVUE               PIC X(01).
007300     88 REVUE-ACCEPTEE           VALUE "O".
007400     88 REVUE-SUIVANTE           VALUE "N".
007500 01  VERDICT-SAISI               PIC X(01).
007600     88 VERDICT-CORRECT          VALUE "C".
007700     88 VERDICT-MINEUR           VALUE "M".
007800     88 VERDICT-MAJEUR           VALUE "G".
007900 01  CHAMP-SAISI                 PIC X(02).
008000     88 CHAMP-VALIDE             VALUES "NO" "PR" "NU" "NN" "DN"
008100                                        "SX" "RU" "CP" "CO" "ST"
008200                                        "AU".
008300 01  COMMENTAIRE-SAISI           PIC X(40).
008400 01  CARTE-MOIS                  PIC X(06).
008500 01  NO-ECHANT-SAISI             PIC 9(05).
008600 01  DATE-DU-JOUR.
008700     05 DJ-ANNEE                 PIC 9(04).
008800     05 DJ-MOIS                  PIC 9(02).
008900     05 DJ-JOUR                  PIC 9(02).
009000 01  MOIS-DEMANDE.
009100     05 MD-ANNEE                 PIC 9(04).
009200     05 MD-MOIS                  PIC 9(02).
009300 01  MOIS-DEMANDE-9 REDEFINES MOIS-DEMANDE
009400                                 PIC 9(06).
009500 01  NB-ELEMENTS                 PIC 9(05) COMP VALUE ZERO.
009600 01  NB-A-REVOIR                 PIC 9(05) COMP VALUE ZERO.
009700 01  NB-CORRECTS                 PIC 9(05) COMP VALUE ZERO.
009800 01  NB-MINEURES                 PIC 9(05) COMP VALUE ZERO.
009900 01  NB-MAJEURES                 PIC 9(05) COMP VALUE ZERO.
010000 01  NB-PROPRES                  PIC 9(05) COMP VALUE ZERO.
010100 01  NB-ELEMENTS-VUS             PIC 9(05) COMP VALUE ZERO.
010200*----------------------------------------------------------------
010300* COMPTEURS DE FIN DE SESSION
010400*----------------------------------------------------------------
010500 01  NB-VERDICTS                 PIC 9(05) COMP VALUE ZERO.
010600 01  NB-CORRIGES                 PIC 9(05) COMP VALUE ZERO.
010700 01  DEMANDE-ECART.
010800     COPY RCECARTD.
010900     COPY RCOPER.
011000     COPY RCSIGNON.
011100 PROCEDURE DIVISION.
011200*================================================================
011300* 0000-MAINLINE : SIGNEMENT, OUVERTURE DE L'ECHANTILLON, CHOIX
011400*                 DU MOIS PUIS BOUCLE SUR LES CHOIX DU
011500*                 SUPERVISEUR
011600*================================================================
011700 0000-MAINLINE.
011800     MOVE "M" TO SGN-NIVEAU-REQUIS.
011900     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
012000     IF NOT SGN-ACCEPTE
012100         MOVE 16 TO RETURN-CODE
012200         GOBACK
012300     END-IF.
012400     OPEN I-O ECHANTILLON-QUALITE.
012500     IF EQ-ABSENT
012600         DISPLAY "AUCUN ECHANTILLON QUALITE TIRE"
012700         GOBACK
012800     END-IF.
012900     IF NOT EQ-OK
013000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ECHQUAL - "
013100             "CODE " EQ-STATUT
013200         MOVE 16 TO RETURN-CODE
013300         GOBACK
013400     END-IF.
013500     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
013600     PERFORM 1000-SAISIR-MOIS
013700         THRU 1000-SAISIR-MOIS-EXIT
013800         UNTIL MOIS-VALIDE.
013900     PERFORM 7000-DEBUT-DU-MOIS
014000         THRU 7000-DEBUT-DU-MOIS-EXIT.
014100     IF PLUS-D-ELEMENTS
014200         DISPLAY "AUCUN ECHANTILLON POUR LE MOIS " MOIS-DEMANDE
014300         CLOSE ECHANTILLON-QUALITE
014400         GOBACK
014500     END-IF.
014600     PERFORM 6000-ETAT-AVANCEMENT
014700         THRU 6000-ETAT-AVANCEMENT-EXIT.
014800     PERFORM 2000-TRAITER-CHOIX
014900         THRU 2000-TRAITER-CHOIX-EXIT
015000         UNTIL SESSION-TERMINEE.
015100     CLOSE ECHANTILLON-QUALITE.
015200     DISPLAY "FIN DE SESSION - " NB-VERDICTS " VERDICT(S)"
015300         ", DONT " NB-CORRIGES " CORRIGE(S)".
015400     GOBACK.
015500*----------------------------------------------------------------
015600* 1000-SAISIR-MOIS : MOIS DE L'ECHANTILLON A REVOIR (BLANC =
015700*                    MOIS PRECEDENT)
015800*----------------------------------------------------------------
015900 1000-SAISIR-MOIS.
016000     DISPLAY "MOIS DE L'ECHANTILLON AAAAMM (BLANC = MOIS "
016100         "PRECEDENT) : ".
016200     MOVE SPACES TO CARTE-MOIS.
016300     ACCEPT CARTE-MOIS.
016400     IF CARTE-MOIS = SPACES
016500         MOVE DJ-ANNEE TO MD-ANNEE
016600         MOVE DJ-MOIS  TO MD-MOIS
016700         IF MD-MOIS = 1
016800             SUBTRACT 1 FROM MD-ANNEE
016900             MOVE 12 TO MD-MOIS
017000         ELSE
017100             SUBTRACT 1 FROM MD-MOIS
017200         END-IF
017300         MOVE "O" TO SAISIE-MOIS-FAITE
017400         GO TO 1000-SAISIR-MOIS-EXIT
017500     END-IF.
017600     IF CARTE-MOIS NOT NUMERIC
017700         DISPLAY "MOIS INVALIDE (AAAAMM)"
017800         GO TO 1000-SAISIR-MOIS-EXIT
017900     END-IF.
018000     MOVE CARTE-MOIS TO MOIS-DEMANDE.
018100     IF MD-MOIS < 1 OR MD-MOIS > 12
018200         DISPLAY "MOIS INVALIDE (AAAAMM)"
018300         GO TO 1000-SAISIR-MOIS-EXIT
018400     END-IF.
018500     MOVE "O" TO SAISIE-MOIS-FAITE.
018600 1000-SAISIR-MOIS-EXIT.
018700     EXIT.
018800*----------------------------------------------------------------
018900* 2000-TRAITER-CHOIX : PRESENTATION DES CHOIX ET APPEL DU
019000*                      TRAITEMENT CORRESPONDANT
019100*----------------------------------------------------------------
019200 2000-TRAITER-CHOIX.
019300     DISPLAY "----------------------------------------".
019400     DISPLAY "REVUE QUALITE DU MOIS " MOIS-DEMANDE
019500         " - REVISEUR " OP-CODE-OPERATEUR.
019600     DISPLAY "S - ELEMENT SUIVANT A REVOIR".
019700     DISPLAY "N - REVOIR UN ELEMENT PAR SON NUMERO".
019800     DISPLAY "E - ETAT D'AVANCEMENT".
019900     DISPLAY "F - FIN".
020000     DISPLAY "CHOIX : ".
020100     MOVE SPACES TO CHOIX-REVUE.
020200     ACCEPT CHOIX-REVUE.
020300     EVALUATE TRUE
020400         WHEN CHOIX-FIN
020500             MOVE "O" TO FIN-DE-SESSION
020600         WHEN CHOIX-SUIVANT
020700             PERFORM 3000-REVOIR-SUIVANT
020800                 THRU 3000-REVOIR-SUIVANT-EXIT
020900         WHEN CHOIX-NUMERO
021000             PERFORM 4000-REVOIR-PAR-NUMERO
021100                 THRU 4000-REVOIR-PAR-NUMERO-EXIT
021200         WHEN CHOIX-ETAT
021300             PERFORM 6000-ETAT-AVANCEMENT
021400                 THRU 6000-ETAT-AVANCEMENT-EXIT
021500         WHEN OTHER
021600             DISPLAY "CHOIX INVALIDE (S, N, E OU F)"
021700     END-EVALUATE.
021800 2000-TRAITER-CHOIX-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------
022100* 3000-REVOIR-SUIVANT : PARCOURS DES ELEMENTS DU MOIS DANS
022200*                       L'ORDRE DES NUMEROS JUSQU'A CE QUE LE
022300*                       SUPERVISEUR PORTE UN VERDICT OU ABANDONNE
022400*----------------------------------------------------------------
022500 3000-REVOIR-SUIVANT.
022600     MOVE ZERO TO NB-ELEMENTS-VUS.
022700     MOVE "N" TO FIN-RECHERCHE.
022800     PERFORM 7000-DEBUT-DU-MOIS
022900         THRU 7000-DEBUT-DU-MOIS-EXIT.
023000     PERFORM 3100-EXAMINER-ELEMENT
023100         THRU 3100-EXAMINER-ELEMENT-EXIT
023200         UNTIL PLUS-D-ELEMENTS OR RECHERCHE-TERMINEE.
023300     IF NB-ELEMENTS-VUS = ZERO
023400         DISPLAY "PLUS AUCUN ELEMENT A REVOIR POUR VOUS CE MOIS"
023500     END-IF.
023600 3000-REVOIR-SUIVANT-EXIT.
023700     EXIT.
023800*----------------------------------------------------------------
023900* 3100-EXAMINER-ELEMENT : PRESENTATION D'UN ELEMENT NON REVU,
024000*                         SAISI PAR UN AUTRE OPERATEUR, ET
024100*                         VERDICT SUR CONFIRMATION
024200*----------------------------------------------------------------
024300 3100-EXAMINER-ELEMENT.
024400     IF EQ-REVU OR EQ-OPERATEUR = OP-CODE-OPERATEUR
024500         GO TO 3100-EXAMINER-ELEMENT-CONTINUER
024600     END-IF.
024700     ADD 1 TO NB-ELEMENTS-VUS.
024800     PERFORM 8000-AFFICHER-ELEMENT
024900         THRU 8000-AFFICHER-ELEMENT-EXIT.
025000     DISPLAY "REVOIR CET ELEMENT (O), SUIVANT (N) OU "
025100         "ABANDON (F) ? ".
025200     MOVE SPACES TO REPONSE-REVUE.
025300     ACCEPT REPONSE-REVUE.
025400     EVALUATE TRUE
025500         WHEN REVUE-ACCEPTEE
025600             MOVE "O" TO FIN-RECHERCHE
025700             PERFORM 5000-PORTER-VERDICT
025800                 THRU 5000-PORTER-VERDICT-EXIT
025900             GO TO 3100-EXAMINER-ELEMENT-EXIT
026000         WHEN REVUE-SUIVANTE
026100             CONTINUE
026200         WHEN OTHER
026300             MOVE "O" TO FIN-RECHERCHE
026400             GO TO 3100-EXAMINER-ELEMENT-EXIT
026500     END-EVALUATE.
026600 3100-EXAMINER-ELEMENT-CONTINUER.
026700     PERFORM 7100-ELEMENT-SUIVANT
026800         THRU 7100-ELEMENT-SUIVANT-EXIT.
026900 3100-EXAMINER-ELEMENT-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200* 4000-REVOIR-PAR-NUMERO : REVUE D'UN ELEMENT DESIGNE - UN
027300*                          VERDICT DEJA PORTE PEUT Y ETRE CORRIGE
027400*----------------------------------------------------------------
027500 4000-REVOIR-PAR-NUMERO.
027600     DISPLAY "NUMERO DE L'ELEMENT : ".
027700     MOVE ZERO TO NO-ECHANT-SAISI.
027800     ACCEPT NO-ECHANT-SAISI.
027900     MOVE MOIS-DEMANDE-9  TO EQ-MOIS.
028000     MOVE NO-ECHANT-SAISI TO EQ-NO-ECHANT.
028100     READ ECHANTILLON-QUALITE
028200         INVALID KEY
028300             DISPLAY "ELEMENT " NO-ECHANT-SAISI
028400                 " INTROUVABLE POUR LE MOIS " MOIS-DEMANDE
028500             GO TO 4000-REVOIR-PAR-NUMERO-EXIT
028600     END-READ.
028700     IF EQ-OPERATEUR = OP-CODE-OPERATEUR
028800         DISPLAY "SAISIE DE " EQ-OPERATEUR
028900             " - UN OPERATEUR NE REVOIT PAS SES PROPRES SAISIES"
029000         GO TO 4000-REVOIR-PAR-NUMERO-EXIT
029100     END-IF.
029200     PERFORM 8000-AFFICHER-ELEMENT
029300         THRU 8000-AFFICHER-ELEMENT-EXIT.
029400     IF EQ-REVU
029500         DISPLAY "CORRIGER CE VERDICT (O/N) ? "
029600     ELSE
029700         DISPLAY "REVOIR CET ELEMENT (O/N) ? "
029800     END-IF.
029900     MOVE SPACES TO REPONSE-REVUE.
030000     ACCEPT REPONSE-REVUE.
030100     IF REVUE-ACCEPTEE
030200         PERFORM 5000-PORTER-VERDICT
030300             THRU 5000-PORTER-VERDICT-EXIT
030400     END-IF.
030500 4000-REVOIR-PAR-NUMERO-EXIT.
030600     EXIT.
030700*----------------------------------------------------------------
030800* 5000-PORTER-VERDICT : SAISIE DU VERDICT, DE LA ZONE FAUTIVE ET
030900*                       DU COMMENTAIRE, REECRITURE DE L'ELEMENT
031000*                       AVEC LE REVISEUR ET L'HORODATAGE
031100*----------------------------------------------------------------
031200 5000-PORTER-VERDICT.
031300     DISPLAY "VERDICT : C CORRECT, M ERREUR MINEURE, "
031400         "G ERREUR MAJEURE (BLANC = ABANDON) : ".
031500     MOVE SPACES TO VERDICT-SAISI.
031600     ACCEPT VERDICT-SAISI.
031700     IF VERDICT-SAISI = SPACES
031800         DISPLAY "VERDICT NON PORTE"
031900         GO TO 5000-PORTER-VERDICT-EXIT
032000     END-IF.
032100     IF NOT VERDICT-CORRECT AND NOT VERDICT-MINEUR
032200             AND NOT VERDICT-MAJEUR
032300         DISPLAY "VERDICT INVALIDE (C, M OU G) - NON PORTE"
032400         GO TO 5000-PORTER-VERDICT-EXIT
032500     END-IF.
032600     MOVE SPACES TO CHAMP-SAISI.
032700     IF NOT VERDICT-CORRECT
032800         DISPLAY "ZONE EN ERREUR (NO PR NU NN DN SX RU CP CO ST, "
032900             "AU = AUTRE) : "
033000         ACCEPT CHAMP-SAISI
033100         IF NOT CHAMP-VALIDE
033200             DISPLAY "ZONE INVALIDE - VERDICT NON PORTE"
033300             GO TO 5000-PORTER-VERDICT-EXIT
033400         END-IF
033500     END-IF.
033600     DISPLAY "COMMENTAIRE : ".
033700     MOVE SPACES TO COMMENTAIRE-SAISI.
033800     ACCEPT COMMENTAIRE-SAISI.
033900     IF VERDICT-MAJEUR AND COMMENTAIRE-SAISI = SPACES
034000         DISPLAY "COMMENTAIRE OBLIGATOIRE POUR UNE ERREUR MAJEURE"
034100             " - VERDICT NON PORTE"
034200         GO TO 5000-PORTER-VERDICT-EXIT
034300     END-IF.
034400     IF EQ-REVU
034500         ADD 1 TO NB-CORRIGES
034600     END-IF.
034700     MOVE VERDICT-SAISI     TO EQ-VERDICT.
034800     MOVE CHAMP-SAISI       TO EQ-CHAMP-ERREUR.
034900     MOVE COMMENTAIRE-SAISI TO EQ-COMMENTAIRE.
035000     MOVE OP-CODE-OPERATEUR TO EQ-REVISEUR.
035100     MOVE FUNCTION CURRENT-DATE(1:14) TO EQ-DATE-HEURE-REVUE.
035200     REWRITE ENR-ECHANTILLON
035300         INVALID KEY
035400             DISPLAY "VERDICT EN ECHEC - CODE " EQ-STATUT
035500             GO TO 5000-PORTER-VERDICT-EXIT
035600     END-REWRITE.
035700     ADD 1 TO NB-VERDICTS.
035800     DISPLAY "ELEMENT " EQ-NO-ECHANT " REVU : " EQ-VERDICT.
035900 5000-PORTER-VERDICT-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200* 6000-ETAT-AVANCEMENT : ELEMENTS DU MOIS REVUS ET RESTANT A
036300*                        REVOIR
036400*----------------------------------------------------------------
036500 6000-ETAT-AVANCEMENT.
036600     MOVE ZERO TO NB-ELEMENTS NB-A-REVOIR NB-CORRECTS
036700                  NB-MINEURES NB-MAJEURES NB-PROPRES.
036800     PERFORM 7000-DEBUT-DU-MOIS
036900         THRU 7000-DEBUT-DU-MOIS-EXIT.
037000     PERFORM 6100-COMPTER-ELEMENT
037100         THRU 6100-COMPTER-ELEMENT-EXIT
037200         UNTIL PLUS-D-ELEMENTS.
037300     DISPLAY "ECHANTILLON DU MOIS " MOIS-DEMANDE " : "
037400         NB-ELEMENTS " ELEMENT(S), " NB-A-REVOIR " A REVOIR".
037500     DISPLAY "  CORRECTS " NB-CORRECTS "  ERREURS MINEURES "
037600         NB-MINEURES "  ERREURS MAJEURES " NB-MAJEURES.
037700     IF NB-PROPRES > ZERO
037800         DISPLAY "  DONT " NB-PROPRES " A REVOIR SAISI(S) PAR "
037900             OP-CODE-OPERATEUR " (A CONFIER A UN AUTRE "
038000             "SUPERVISEUR)"
038100     END-IF.
038200 6000-ETAT-AVANCEMENT-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 6100-COMPTER-ELEMENT : ELEMENT COMPTE SELON SON VERDICT
038600*----------------------------------------------------------------
038700 6100-COMPTER-ELEMENT.
038800     ADD 1 TO NB-ELEMENTS.
038900     EVALUATE TRUE
039000         WHEN EQ-CORRECT
039100             ADD 1 TO NB-CORRECTS
039200         WHEN EQ-ERREUR-MINEURE
039300             ADD 1 TO NB-MINEURES
039400         WHEN EQ-ERREUR-MAJEURE
039500             ADD 1 TO NB-MAJEURES
039600         WHEN OTHER
039700             ADD 1 TO NB-A-REVOIR
039800             IF EQ-OPERATEUR = OP-CODE-OPERATEUR
039900                 ADD 1 TO NB-PROPRES
040000             END-IF
040100     END-EVALUATE.
040200     PERFORM 7100-ELEMENT-SUIVANT
040300         THRU 7100-ELEMENT-SUIVANT-EXIT.
040400 6100-COMPTER-ELEMENT-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700* 7000-DEBUT-DU-MOIS : POSITIONNEMENT ET LECTURE DU PREMIER
040800*                      ELEMENT DU MOIS DEMANDE
040900*----------------------------------------------------------------
041000 7000-DEBUT-DU-MOIS.
041100     MOVE "N" TO FIN-ECHANTILLON.
041200     MOVE MOIS-DEMANDE-9 TO EQ-MOIS.
041300     MOVE ZERO TO EQ-NO-ECHANT.
041400     START ECHANTILLON-QUALITE
041500         KEY IS NOT LESS THAN EQ-CLE
041600         INVALID KEY
041700             MOVE "O" TO FIN-ECHANTILLON
041800             GO TO 7000-DEBUT-DU-MOIS-EXIT
041900     END-START.
042000     PERFORM 7100-ELEMENT-SUIVANT
042100         THRU 7100-ELEMENT-SUIVANT-EXIT.
042200 7000-DEBUT-DU-MOIS-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500* 7100-ELEMENT-SUIVANT : LECTURE DE L'ELEMENT SUIVANT, FIN AU
042600*                        PREMIER ELEMENT D'UN AUTRE MOIS
042700*----------------------------------------------------------------
042800 7100-ELEMENT-SUIVANT.
042900     READ ECHANTILLON-QUALITE NEXT RECORD
043000         AT END
043100             MOVE "O" TO FIN-ECHANTILLON
043200             GO TO 7100-ELEMENT-SUIVANT-EXIT
043300     END-READ.
043400     IF EQ-MOIS NOT = MOIS-DEMANDE-9
043500         MOVE "O" TO FIN-ECHANTILLON
043600     END-IF.
043700 7100-ELEMENT-SUIVANT-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000* 8000-AFFICHER-ELEMENT : PRESENTATION D'UN ELEMENT ET DE SES
044100*                         ZONES CHANGEES AVANT / APRES
044200*----------------------------------------------------------------
044300 8000-AFFICHER-ELEMENT.
044400     DISPLAY "----------------------------------------".
044500     DISPLAY "ELEMENT " EQ-NO-ECHANT " OPERATEUR " EQ-OPERATEUR
044600         " SITE " EQ-CODE-SITE " ACTION " EQ-ACTION.
044700     DISPLAY "JOURNAL " EQ-NO-SEQUENCE " DU " EQ-DATE-HEURE.
044800     DISPLAY "DOSSIER : " EQ-ID-CITOYEN " " EQ-NOM " " EQ-PRENOM.
044900     MOVE EQ-IMAGE-AVANT TO EC-IMAGE-AVANT.
045000     MOVE EQ-IMAGE-APRES TO EC-IMAGE-APRES.
045100     CALL "ECART-IMAGES" USING DEMANDE-ECART.
045200     IF EC-NB-ECARTS = ZERO
045300         DISPLAY "AUCUNE ZONE SAISIE NE DIFFERE"
045400     ELSE
045500         PERFORM 8100-AFFICHER-ECART
045600             THRU 8100-AFFICHER-ECART-EXIT
045700             VARYING IDX-ECART FROM 1 BY 1
045800             UNTIL IDX-ECART > EC-NB-ECARTS
045900     END-IF.
046000     IF EQ-REVU
046100         DISPLAY "VERDICT " EQ-VERDICT " ZONE " EQ-CHAMP-ERREUR
046200             " PAR " EQ-REVISEUR " LE " EQ-DATE-HEURE-REVUE
046300         IF EQ-COMMENTAIRE NOT = SPACES
046400             DISPLAY "COMMENTAIRE : " EQ-COMMENTAIRE
046500         END-IF
046600     END-IF.
046700 8000-AFFICHER-ELEMENT-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000* 8100-AFFICHER-ECART : UNE ZONE CHANGEE
047100*----------------------------------------------------------------
047200 8100-AFFICHER-ECART.
047300     DISPLAY "  " EC-CHAMP(IDX-ECART) " " EC-LIBELLE(IDX-ECART).
047400     DISPLAY "     AVANT : " EC-AVANT(IDX-ECART).
047500     DISPLAY "     APRES : " EC-APRES(IDX-ECART).
047600 8100-AFFICHER-ECART-EXIT.
047700     EXIT.
