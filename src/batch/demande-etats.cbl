000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DEMANDE-ETATS.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* DEMANDE-ETATS EST LE GUICHET DES ETATS A LA DEMANDE (CHOIX R
000900* DE MENU-OPERATEUR) : AU LIEU DE FAIRE CORRIGER DES CARTES
001000* SYSIN ET SOUMETTRE UN TRAVAIL A LA MAIN PAR L'EXPLOITATION,
001100* L'OPERATEUR DEPOSE SA DEMANDE DANS LA FILE DES DEMANDES
001200* D'ETATS (FICHIER DEMETATS, COPY RCDEMET) :
001300*   D - DEPOSER UNE DEMANDE : CHOIX DE L'ETAT AU CATALOGUE, PUIS
001400*       SAISIE ET CONTROLE DE SES PARAMETRES ; LA DEMANDE EST
001500*       ENREGISTREE EN ATTENTE A SON CODE OPERATEUR, HORODATEE ;
001600*   M - MES DEMANDES : STATUT DE CHACUNE (EN ATTENTE, LANCEE,
001700*       TERMINEE, EN ECHEC, ANNULEE) ET FICHIER DE SORTIE ;
001800*   A - ANNULER UNE DEMANDE ENCORE EN ATTENTE ;
001900*   F - FIN.
002000* LE BATCH (LANCE-ETATS, TRAVAIL REGETATS) SOUMET CHAQUE
002100* DEMANDE EN ATTENTE ET RANGE LA SORTIE SOUS LE NOM DU
002200* DEMANDEUR (PROD.CITOYENS.ETATS.<OPERATEUR>.D<NUMERO>).
002300*
002400* CATALOGUE ET HABILITATION : L'ACTIVITE DU JOURNAL ET LA
002500* COMPLETUDE DES DOSSIERS SONT OUVERTES AU NIVEAU C ; LE
002600* PUBLIPOSTAGE ET L'HISTORIQUE PROFOND, QUI RESTITUENT DES
002700* DONNEES NOMINATIVES, SONT RESERVES AU NIVEAU M. LA COMPLETUDE
002800* D'UN SITE N'EST ACCORDEE QUE DANS LE PERIMETRE DE L'OPERATEUR
002900* (PERIMETRE-SITE) ; CELLE DE TOUS LES SITES DEMANDE LE
003000* RATTACHEMENT "***" OU LE NIVEAU ADMINISTRATEUR.
003100*
003200* HISTORIQUE DES MODIFICATIONS
003300* DATE       AUTEUR  DESCRIPTION
003400* ---------- ------- ---------------------------------------------
003500* 2026-10-15 SI      CREATION - ETATS A LA DEMANDE DEPOSES AU
003600*                    GUICHET ET PRODUITS PAR LE BATCH.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.    IBM-370.
004100 OBJECT-COMPUTER.    IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FICHIER-DEMANDES ASSIGN TO "DEMETATS"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS DE-NO-DEMANDE
004800         FILE STATUS IS DM-STATUT.
004900     SELECT CONTROLE-SITES ASSIGN TO "SITELIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CS-STATUT.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  FICHIER-DEMANDES
005500     LABEL RECORDS ARE STANDARD.
005600 01  ENR-DEMANDE.
005700     COPY RCDEMET.
005800 FD  CONTROLE-SITES
005900     LABEL RECORDS ARE STANDARD.
006000 01  ENR-CONTROLE-SITE.
006100     COPY RCSITE.
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------
006400* ZONES DE TRAVAIL
006500*----------------------------------------------------------------
006600 01  DM-STATUT                   PIC X(02).
006700     88 DM-OK                    VALUE "00".
006800     88 DM-DOUBLON               VALUE "22".
006900     88 DM-ABSENT                VALUE "35".
007000 01  CS-STATUT                   PIC X(02).
007100     88 CS-OK                    VALUE "00".
007200 01  FIN-DEMANDES                PIC X(01) VALUE "N".
007300     88 PLUS-DE-DEMANDES         VALUE "O".
007400 01  FIN-REFERENTIEL             PIC X(01) VALUE "N".
007500     88 PLUS-DE-SITES            VALUE "O".
007600 01  FIN-DE-SESSION              PIC X(01) VALUE "N".
007700     88 SESSION-TERMINEE         VALUE "O".
007800 01  CHOIX-DEMANDE               PIC X(01).
007900     88 CHOIX-DEPOSER            VALUE "D".
008000     88 CHOIX-MES-DEMANDES       VALUE "M".
008100     88 CHOIX-ANNULER            VALUE "A".
008200     88 CHOIX-FIN                VALUE "F".
008300 01  REPONSE-CONFIRMATION        PIC X(01).
008400     88 CONFIRMATION-DONNEE      VALUE "O".
008500 01  SAISIE-VALIDE               PIC X(01) VALUE "N".
008600     88 SAISIE-EST-VALIDE        VALUE "O".
008700 01  VALIDITE-DATE               PIC X(01) VALUE "N".
008800     88 DATE-EST-VALIDE          VALUE "O".
008900 01  SITE-TROUVE                 PIC X(01) VALUE "N".
009000     88 SITE-EST-CONNU           VALUE "O".
009100 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08).
009200 01  DERNIER-NO-DEMANDE          PIC 9(07) VALUE ZERO.
009300 01  NO-DEMANDE-SAISI            PIC 9(07).
009400 01  NO-DEMANDE-EDITE            PIC 9(07).
009500 01  NB-ESSAIS-ECRITURE          PIC 9(02) COMP VALUE ZERO.
009600 01  NB-DEMANDES-VUES            PIC 9(05) COMP VALUE ZERO.
009700 01  LIBELLE-STATUT              PIC X(10).
009800*----------------------------------------------------------------
009900* SAISIES DE L'OPERATEUR
010000*----------------------------------------------------------------
010100 01  SAISIE-RANG-ETAT            PIC X(01).
010200 01  SAISIE-RANG-ETAT-9 REDEFINES SAISIE-RANG-ETAT
010300                                 PIC 9(01).
010400 01  SAISIE-DATE                 PIC X(08).
010500 01  SAISIE-DATE-9 REDEFINES SAISIE-DATE
010600                                 PIC 9(08).
010700 01  SAISIE-AGE-MIN              PIC X(03).
010800 01  SAISIE-AGE-MIN-9 REDEFINES SAISIE-AGE-MIN
010900                                 PIC 9(03).
011000 01  SAISIE-AGE-MAX              PIC X(03).
011100 01  SAISIE-AGE-MAX-9 REDEFINES SAISIE-AGE-MAX
011200                                 PIC 9(03).
011300*----------------------------------------------------------------
011400* CATALOGUE DES ETATS A LA DEMANDE - CODE (DE-CODE-ETAT), NIVEAU
011500* D'HABILITATION REQUIS ET LIBELLE ; LE RANG EST LE NUMERO
011600* PROPOSE A L'OPERATEUR
011700*----------------------------------------------------------------
011800 01  CATALOGUE-VALEURS.
011900     05 FILLER                   PIC X(40)
012000         VALUE "ACTICACTIVITE DU JOURNAL D'UNE JOURNEE".
012100     05 FILLER                   PIC X(40)
012200         VALUE "PUBLMEXTRAIT DE PUBLIPOSTAGE".
012300     05 FILLER                   PIC X(40)
012400         VALUE "HISTMHISTORIQUE PROFOND D'UN DOSSIER".
012500     05 FILLER                   PIC X(40)
012600         VALUE "QUALCCOMPLETUDE DES DOSSIERS PAR SITE".
012700 01  CATALOGUE-ETATS REDEFINES CATALOGUE-VALEURS.
012800     05 ETAT-CATALOGUE           OCCURS 4 TIMES
012900                                 INDEXED BY IDX-ETAT.
013000         10 CE-CODE              PIC X(04).
013100         10 CE-NIVEAU            PIC X(01).
013200             88 CE-RESERVE-MAJ   VALUE "M".
013300         10 CE-LIBELLE           PIC X(35).
013400 01  NB-ETATS-CATALOGUE          PIC 9(01) VALUE 4.
013500*----------------------------------------------------------------
013600* DEMANDE EN COURS DE SAISIE
013700*----------------------------------------------------------------
013800 01  DEMANDE-EN-SAISIE.
013900     COPY RCDEMET REPLACING LEADING ==DE== BY ==DS==.
014000*----------------------------------------------------------------
014100* COMPTEURS DE FIN DE SESSION
014200*----------------------------------------------------------------
014300 01  NB-DEPOSEES                 PIC 9(05) COMP VALUE ZERO.
014400 01  NB-ANNULEES                 PIC 9(05) COMP VALUE ZERO.
014500 01  DEMANDE-CONTROLE-DATE.
014600     COPY RCCTRLD.
014700 01  DEMANDE-PERIMETRE.
014800     COPY RCPERIM.
014900     COPY RCOPER.
015000     COPY RCSIGNON.
015100 PROCEDURE DIVISION.
015200*================================================================
015300* 0000-MAINLINE : SIGNEMENT, OUVERTURE DE LA FILE DES DEMANDES
015400*                 (CREEE SI ELLE N'EXISTE PAS ENCORE) PUIS
015500*                 BOUCLE SUR LES CHOIX DE L'OPERATEUR
015600*================================================================
015700 0000-MAINLINE.
015800     MOVE "C" TO SGN-NIVEAU-REQUIS.
015900     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
016000     IF NOT SGN-ACCEPTE
016100         MOVE 16 TO RETURN-CODE
016200         GOBACK
016300     END-IF.
016400     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
016500     OPEN I-O FICHIER-DEMANDES.
016600     IF DM-ABSENT
016700         OPEN OUTPUT FICHIER-DEMANDES
016800         CLOSE FICHIER-DEMANDES
016900         OPEN I-O FICHIER-DEMANDES
017000     END-IF.
017100     IF NOT DM-OK
017200         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DEMETATS - "
017300             "CODE " DM-STATUT
017400         MOVE 16 TO RETURN-CODE
017500         GOBACK
017600     END-IF.
017700     PERFORM 2000-TRAITER-CHOIX
017800         THRU 2000-TRAITER-CHOIX-EXIT
017900         UNTIL SESSION-TERMINEE.
018000     CLOSE FICHIER-DEMANDES.
018100     DISPLAY "FIN DE SESSION - " NB-DEPOSEES " DEMANDE(S) "
018200         "DEPOSEE(S), " NB-ANNULEES " ANNULEE(S)".
018300     GOBACK.
018400*----------------------------------------------------------------
018500* 2000-TRAITER-CHOIX : PRESENTATION DES CHOIX ET APPEL DU
018600*                      TRAITEMENT CORRESPONDANT
018700*----------------------------------------------------------------
018800 2000-TRAITER-CHOIX.
018900     DISPLAY "----------------------------------------".
019000     DISPLAY "ETATS A LA DEMANDE - OPERATEUR " OP-CODE-OPERATEUR.
019100     DISPLAY "D - DEPOSER UNE DEMANDE D'ETAT".
019200     DISPLAY "M - MES DEMANDES".
019300     DISPLAY "A - ANNULER UNE DEMANDE EN ATTENTE".
019400     DISPLAY "F - FIN".
019500     DISPLAY "CHOIX : ".
019600     MOVE SPACES TO CHOIX-DEMANDE.
019700     ACCEPT CHOIX-DEMANDE.
019800     EVALUATE TRUE
019900         WHEN CHOIX-FIN
020000             MOVE "O" TO FIN-DE-SESSION
020100         WHEN CHOIX-DEPOSER
020200             PERFORM 3000-DEPOSER-DEMANDE
020300                 THRU 3000-DEPOSER-DEMANDE-EXIT
020400         WHEN CHOIX-MES-DEMANDES
020500             PERFORM 4000-LISTER-MES-DEMANDES
020600                 THRU 4000-LISTER-MES-DEMANDES-EXIT
020700         WHEN CHOIX-ANNULER
020800             PERFORM 5000-ANNULER-DEMANDE
020900                 THRU 5000-ANNULER-DEMANDE-EXIT
021000         WHEN OTHER
021100             DISPLAY "CHOIX INVALIDE (D, M, A OU F)"
021200     END-EVALUATE.
021300 2000-TRAITER-CHOIX-EXIT.
021400     EXIT.
021500*----------------------------------------------------------------
021600* 3000-DEPOSER-DEMANDE : CHOIX DE L'ETAT AU CATALOGUE, CONTROLE
021700*                        DU NIVEAU, SAISIE DES PARAMETRES PUIS
021800*                        ENREGISTREMENT SUR CONFIRMATION
021900*----------------------------------------------------------------
022000 3000-DEPOSER-DEMANDE.
022100     PERFORM 3100-AFFICHER-ETAT
022200         THRU 3100-AFFICHER-ETAT-EXIT
022300         VARYING IDX-ETAT FROM 1 BY 1
022400         UNTIL IDX-ETAT > NB-ETATS-CATALOGUE.
022500     DISPLAY "NUMERO DE L'ETAT (BLANC = ABANDON) : ".
022600     MOVE SPACES TO SAISIE-RANG-ETAT.
022700     ACCEPT SAISIE-RANG-ETAT.
022800     IF SAISIE-RANG-ETAT = SPACES
022900         GO TO 3000-DEPOSER-DEMANDE-EXIT
023000     END-IF.
023100     IF SAISIE-RANG-ETAT NOT NUMERIC
023200             OR SAISIE-RANG-ETAT-9 = ZERO
023300             OR SAISIE-RANG-ETAT-9 > NB-ETATS-CATALOGUE
023400         DISPLAY "ETAT INCONNU AU CATALOGUE"
023500         GO TO 3000-DEPOSER-DEMANDE-EXIT
023600     END-IF.
023700     SET IDX-ETAT TO SAISIE-RANG-ETAT-9.
023800     IF CE-RESERVE-MAJ(IDX-ETAT) AND NOT OP-NIVEAU-MISE-A-JOUR
023900         DISPLAY "ETAT RESERVE AU NIVEAU M - DEMANDE REFUSEE"
024000         GO TO 3000-DEPOSER-DEMANDE-EXIT
024100     END-IF.
024200     MOVE SPACES TO DEMANDE-EN-SAISIE.
024300     MOVE CE-CODE(IDX-ETAT) TO DS-CODE-ETAT.
024400     MOVE "N" TO SAISIE-VALIDE.
024500     EVALUATE TRUE
024600         WHEN DS-ETAT-ACTIVITE
024700             PERFORM 3200-SAISIR-ACTIVITE
024800                 THRU 3200-SAISIR-ACTIVITE-EXIT
024900         WHEN DS-ETAT-PUBLIPOSTAGE
025000             PERFORM 3300-SAISIR-PUBLIPOSTAGE
025100                 THRU 3300-SAISIR-PUBLIPOSTAGE-EXIT
025200         WHEN DS-ETAT-HISTORIQUE
025300             PERFORM 3400-SAISIR-HISTORIQUE
025400                 THRU 3400-SAISIR-HISTORIQUE-EXIT
025500         WHEN DS-ETAT-QUALITE
025600             PERFORM 3500-SAISIR-QUALITE
025700                 THRU 3500-SAISIR-QUALITE-EXIT
025800     END-EVALUATE.
025900     IF NOT SAISIE-EST-VALIDE
026000         DISPLAY "DEMANDE NON DEPOSEE"
026100         GO TO 3000-DEPOSER-DEMANDE-EXIT
026200     END-IF.
026300     DISPLAY "DEPOSER LA DEMANDE (O/N) ? ".
026400     MOVE SPACES TO REPONSE-CONFIRMATION.
026500     ACCEPT REPONSE-CONFIRMATION.
026600     IF NOT CONFIRMATION-DONNEE
026700         DISPLAY "DEMANDE ABANDONNEE"
026800         GO TO 3000-DEPOSER-DEMANDE-EXIT
026900     END-IF.
027000     PERFORM 3900-ENREGISTRER-DEMANDE
027100         THRU 3900-ENREGISTRER-DEMANDE-EXIT.
027200 3000-DEPOSER-DEMANDE-EXIT.
027300     EXIT.
027400*----------------------------------------------------------------
027500* 3100-AFFICHER-ETAT : UNE LIGNE DU CATALOGUE, AVEC LE NIVEAU
027600*                      REQUIS QUAND IL DEPASSE LA CONSULTATION
027700*----------------------------------------------------------------
027800 3100-AFFICHER-ETAT.
027900     SET SAISIE-RANG-ETAT-9 TO IDX-ETAT.
028000     IF CE-RESERVE-MAJ(IDX-ETAT)
028100         DISPLAY SAISIE-RANG-ETAT " - " CE-LIBELLE(IDX-ETAT)
028200             " (NIVEAU M)"
028300     ELSE
028400         DISPLAY SAISIE-RANG-ETAT " - " CE-LIBELLE(IDX-ETAT)
028500     END-IF.
028600 3100-AFFICHER-ETAT-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900* 3200-SAISIR-ACTIVITE : JOURNEE DU JOURNAL A EDITER - A BLANC,
029000*                        LA DATE DU DEPOT (ET NON CELLE DU
029100*                        PASSAGE DU BATCH) ; PAS DE DATE FUTURE
029200*----------------------------------------------------------------
029300 3200-SAISIR-ACTIVITE.
029400     DISPLAY "DATE DU JOURNAL (AAAAMMJJ, BLANC = AUJOURD'HUI) : ".
029500     MOVE SPACES TO SAISIE-DATE.
029600     ACCEPT SAISIE-DATE.
029700     IF SAISIE-DATE = SPACES
029800         MOVE DATE-DU-JOUR-AAAAMMJJ TO SAISIE-DATE-9
029900     END-IF.
030000     PERFORM 7000-CONTROLER-DATE
030100         THRU 7000-CONTROLER-DATE-EXIT.
030200     IF NOT DATE-EST-VALIDE
030300         DISPLAY "DATE INVALIDE : " SAISIE-DATE
030400         GO TO 3200-SAISIR-ACTIVITE-EXIT
030500     END-IF.
030600     IF SAISIE-DATE-9 > DATE-DU-JOUR-AAAAMMJJ
030700         DISPLAY "DATE FUTURE : " SAISIE-DATE
030800         GO TO 3200-SAISIR-ACTIVITE-EXIT
030900     END-IF.
031000     MOVE SAISIE-DATE TO DS-PA-DATE.
031100     MOVE "O" TO SAISIE-VALIDE.
031200 3200-SAISIR-ACTIVITE-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500* 3300-SAISIR-PUBLIPOSTAGE : CRITERES D'AGE, DE SEXE ET DE
031600*                            STATUT, LIBELLE ET DATE DU MESSAGE
031700*                            (BLANC = DEFAUT DE
031800*                            EXTRAIT-PUBLIPOSTAGE)
031900*----------------------------------------------------------------
032000 3300-SAISIR-PUBLIPOSTAGE.
032100     DISPLAY "AGE MINIMUM (3 CHIFFRES, BLANC = SANS BORNE) : ".
032200     MOVE SPACES TO SAISIE-AGE-MIN.
032300     ACCEPT SAISIE-AGE-MIN.
032400     IF SAISIE-AGE-MIN NOT = SPACES
032500             AND SAISIE-AGE-MIN NOT NUMERIC
032600         DISPLAY "AGE MINIMUM NON NUMERIQUE : " SAISIE-AGE-MIN
032700         GO TO 3300-SAISIR-PUBLIPOSTAGE-EXIT
032800     END-IF.
032900     DISPLAY "AGE MAXIMUM (3 CHIFFRES, BLANC = SANS BORNE) : ".
033000     MOVE SPACES TO SAISIE-AGE-MAX.
033100     ACCEPT SAISIE-AGE-MAX.
033200     IF SAISIE-AGE-MAX NOT = SPACES
033300             AND SAISIE-AGE-MAX NOT NUMERIC
033400         DISPLAY "AGE MAXIMUM NON NUMERIQUE : " SAISIE-AGE-MAX
033500         GO TO 3300-SAISIR-PUBLIPOSTAGE-EXIT
033600     END-IF.
033700     IF SAISIE-AGE-MIN NUMERIC AND SAISIE-AGE-MAX NUMERIC
033800         IF SAISIE-AGE-MIN-9 > SAISIE-AGE-MAX-9
033900             DISPLAY "AGE MINIMUM SUPERIEUR A L'AGE MAXIMUM"
034000             GO TO 3300-SAISIR-PUBLIPOSTAGE-EXIT
034100         END-IF
034200     END-IF.
034300     MOVE SAISIE-AGE-MIN TO DS-PP-AGE-MIN.
034400     MOVE SAISIE-AGE-MAX TO DS-PP-AGE-MAX.
034500     DISPLAY "SEXE (H, F OU * POUR TOUS, BLANC = TOUS) : ".
034600     ACCEPT DS-PP-SEXE.
034700     IF DS-PP-SEXE = SPACE
034800         MOVE "*" TO DS-PP-SEXE
034900     END-IF.
035000     IF DS-PP-SEXE NOT = "H" AND NOT = "F" AND NOT = "*"
035100         DISPLAY "SEXE INVALIDE : " DS-PP-SEXE
035200         GO TO 3300-SAISIR-PUBLIPOSTAGE-EXIT
035300     END-IF.
035400     DISPLAY "STATUT (A, D, R OU * POUR TOUS, BLANC = A) : ".
035500     ACCEPT DS-PP-STATUT.
035600     IF DS-PP-STATUT = SPACE
035700         MOVE "A" TO DS-PP-STATUT
035800     END-IF.
035900     IF DS-PP-STATUT NOT = "A" AND NOT = "D" AND NOT = "R"
036000             AND NOT = "*"
036100         DISPLAY "STATUT INVALIDE : " DS-PP-STATUT
036200         GO TO 3300-SAISIR-PUBLIPOSTAGE-EXIT
036300     END-IF.
036400     DISPLAY "LIBELLE DU MESSAGE (BLANC = CONVOCATION DE LA "
036500         "PREFECTURE) : ".
036600     ACCEPT DS-PP-LIBELLE.
036700     DISPLAY "DATE DE CONVOCATION (AAAAMMJJ, BLANC = DATE DU "
036800         "PASSAGE) : ".
036900     MOVE SPACES TO SAISIE-DATE.
037000     ACCEPT SAISIE-DATE.
037100     IF SAISIE-DATE NOT = SPACES
037200         PERFORM 7000-CONTROLER-DATE
037300             THRU 7000-CONTROLER-DATE-EXIT
037400         IF NOT DATE-EST-VALIDE
037500             DISPLAY "DATE INVALIDE : " SAISIE-DATE
037600             GO TO 3300-SAISIR-PUBLIPOSTAGE-EXIT
037700         END-IF
037800     END-IF.
037900     MOVE SAISIE-DATE TO DS-PP-DATE-CONVOC.
038000     MOVE "O" TO SAISIE-VALIDE.
038100 3300-SAISIR-PUBLIPOSTAGE-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400* 3400-SAISIR-HISTORIQUE : DOSSIER PAR IDENTIFIANT OU, A BLANC,
038500*                          PAR NOM ET PRENOM (OBLIGATOIRES), PUIS
038600*                          FENETRE DE DATES (BLANC = SANS BORNE)
038700*----------------------------------------------------------------
038800 3400-SAISIR-HISTORIQUE.
038900     DISPLAY "IDENTIFIANT DU DOSSIER (BLANC = PAR NOM) : ".
039000     ACCEPT DS-PH-ID-CITOYEN.
039100     IF DS-PH-ID-CITOYEN = SPACES
039200         DISPLAY "NOM : "
039300         ACCEPT DS-PH-NOM
039400         DISPLAY "PRENOM : "
039500         ACCEPT DS-PH-PRENOM
039600         IF DS-PH-NOM = SPACES OR DS-PH-PRENOM = SPACES
039700             DISPLAY "NOM ET PRENOM OBLIGATOIRES"
039800             GO TO 3400-SAISIR-HISTORIQUE-EXIT
039900         END-IF
040000     ELSE
040100         IF DS-PH-ID-CITOYEN NOT NUMERIC
040200             DISPLAY "IDENTIFIANT NON NUMERIQUE : "
040300                 DS-PH-ID-CITOYEN
040400             GO TO 3400-SAISIR-HISTORIQUE-EXIT
040500         END-IF
040600     END-IF.
040700     DISPLAY "DATE DE DEBUT (AAAAMMJJ, BLANC = SANS BORNE) : ".
040800     MOVE SPACES TO SAISIE-DATE.
040900     ACCEPT SAISIE-DATE.
041000     IF SAISIE-DATE NOT = SPACES
041100         PERFORM 7000-CONTROLER-DATE
041200             THRU 7000-CONTROLER-DATE-EXIT
041300         IF NOT DATE-EST-VALIDE
041400             DISPLAY "DATE INVALIDE : " SAISIE-DATE
041500             GO TO 3400-SAISIR-HISTORIQUE-EXIT
041600         END-IF
041700     END-IF.
041800     MOVE SAISIE-DATE TO DS-PH-DATE-DEBUT.
041900     DISPLAY "DATE DE FIN (AAAAMMJJ, BLANC = SANS BORNE) : ".
042000     MOVE SPACES TO SAISIE-DATE.
042100     ACCEPT SAISIE-DATE.
042200     IF SAISIE-DATE NOT = SPACES
042300         PERFORM 7000-CONTROLER-DATE
042400             THRU 7000-CONTROLER-DATE-EXIT
042500         IF NOT DATE-EST-VALIDE
042600             DISPLAY "DATE INVALIDE : " SAISIE-DATE
042700             GO TO 3400-SAISIR-HISTORIQUE-EXIT
042800         END-IF
042900         IF DS-PH-DATE-DEBUT NOT = SPACES
043000                 AND SAISIE-DATE < DS-PH-DATE-DEBUT
043100             DISPLAY "DATE DE FIN ANTERIEURE AU DEBUT"
043200             GO TO 3400-SAISIR-HISTORIQUE-EXIT
043300         END-IF
043400     END-IF.
043500     MOVE SAISIE-DATE TO DS-PH-DATE-FIN.
043600     MOVE "O" TO SAISIE-VALIDE.
043700 3400-SAISIR-HISTORIQUE-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000* 3500-SAISIR-QUALITE : SITE D'ORIGINE (BLANC = TOUS LES SITES),
044100*                       CONNU DU REFERENTIEL SITELIST ET DANS LE
044200*                       PERIMETRE DE L'OPERATEUR - TOUS LES SITES
044300*                       VALENT LE RATTACHEMENT "***"
044400*----------------------------------------------------------------
044500 3500-SAISIR-QUALITE.
044600     DISPLAY "CODE SITE (BLANC = TOUS LES SITES) : ".
044700     ACCEPT DS-PQ-CODE-SITE.
044800     IF DS-PQ-CODE-SITE = SPACES
044900         MOVE "***" TO PT-CODE-SITE
045000     ELSE
045100         PERFORM 3510-CONTROLER-SITE
045200             THRU 3510-CONTROLER-SITE-EXIT
045300         IF NOT SITE-EST-CONNU
045400             DISPLAY "SITE INCONNU DU REFERENTIEL : "
045500                 DS-PQ-CODE-SITE
045600             GO TO 3500-SAISIR-QUALITE-EXIT
045700         END-IF
045800         MOVE DS-PQ-CODE-SITE TO PT-CODE-SITE
045900     END-IF.
046000     MOVE "C"               TO PT-ACTION.
046100     MOVE ZERO              TO PT-ID-CITOYEN.
046200     MOVE "DEMANDE-ETATS"   TO PT-PROGRAMME.
046300     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
046400     IF PT-HORS-PERIMETRE
046500         DISPLAY "SITE " PT-CODE-SITE " HORS DE VOTRE PERIMETRE"
046600         GO TO 3500-SAISIR-QUALITE-EXIT
046700     END-IF.
046800     MOVE "O" TO SAISIE-VALIDE.
046900 3500-SAISIR-QUALITE-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 3510-CONTROLER-SITE : RECHERCHE DU CODE SAISI DANS LE
047300*                       REFERENTIEL - UN REFERENTIEL ABSENT
047400*                       DEBRAYE LE CONTROLE AVEC UN MESSAGE
047500*----------------------------------------------------------------
047600 3510-CONTROLER-SITE.
047700     MOVE "N" TO SITE-TROUVE.
047800     MOVE "N" TO FIN-REFERENTIEL.
047900     OPEN INPUT CONTROLE-SITES.
048000     IF NOT CS-OK
048100         DISPLAY "REFERENTIEL SITELIST ABSENT OU ILLISIBLE - "
048200             "CONTROLE DE SITE DEBRAYE (CODE " CS-STATUT ")"
048300         MOVE "O" TO SITE-TROUVE
048400         GO TO 3510-CONTROLER-SITE-EXIT
048500     END-IF.
048600     PERFORM 3520-LIRE-SITE
048700         THRU 3520-LIRE-SITE-EXIT
048800         UNTIL PLUS-DE-SITES OR SITE-EST-CONNU.
048900     CLOSE CONTROLE-SITES.
049000 3510-CONTROLER-SITE-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------
049300* 3520-LIRE-SITE : UN SITE DU REFERENTIEL COMPARE AU CODE SAISI
049400*----------------------------------------------------------------
049500 3520-LIRE-SITE.
049600     READ CONTROLE-SITES
049700         AT END
049800             MOVE "O" TO FIN-REFERENTIEL
049900             GO TO 3520-LIRE-SITE-EXIT
050000     END-READ.
050100     IF SI-CODE-SITE = DS-PQ-CODE-SITE
050200         MOVE "O" TO SITE-TROUVE
050300     END-IF.
050400 3520-LIRE-SITE-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------
050700* 3900-ENREGISTRER-DEMANDE : NUMERO SUIVANT DE LA FILE, CODE
050800*                            OPERATEUR, HORODATAGE ET RACINE DES
050900*                            FICHIERS DE SORTIE - UN NUMERO PRIS
051000*                            ENTRE-TEMPS A UN AUTRE GUICHET FAIT
051100*                            PASSER AU SUIVANT
051200*----------------------------------------------------------------
051300 3900-ENREGISTRER-DEMANDE.
051400     PERFORM 3910-DERNIER-NUMERO
051500         THRU 3910-DERNIER-NUMERO-EXIT.
051600     MOVE OP-CODE-OPERATEUR TO DS-OPERATEUR.
051700     MOVE FUNCTION CURRENT-DATE(1:14) TO DS-DATE-HEURE-DEMANDE.
051800     MOVE "A" TO DS-STATUT.
051900     MOVE ZERO TO NB-ESSAIS-ECRITURE.
052000     MOVE "22" TO DM-STATUT.
052100     PERFORM 3920-ECRIRE-DEMANDE
052200         THRU 3920-ECRIRE-DEMANDE-EXIT
052300         UNTIL NOT DM-DOUBLON OR NB-ESSAIS-ECRITURE = 10.
052400     IF NOT DM-OK
052500         DISPLAY "DEPOT EN ECHEC - CODE " DM-STATUT
052600         GO TO 3900-ENREGISTRER-DEMANDE-EXIT
052700     END-IF.
052800     ADD 1 TO NB-DEPOSEES.
052900     DISPLAY "DEMANDE " DE-NO-DEMANDE " DEPOSEE EN ATTENTE".
053000     DISPLAY "SORTIE : " DE-DSN-SORTIE.
053100 3900-ENREGISTRER-DEMANDE-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400* 3910-DERNIER-NUMERO : PARCOURS DE LA FILE DANS L'ORDRE DES
053500*                       NUMEROS - LE DERNIER LU EST LE PLUS GRAND
053600*----------------------------------------------------------------
053700 3910-DERNIER-NUMERO.
053800     MOVE ZERO TO DERNIER-NO-DEMANDE.
053900     PERFORM 7100-DEBUT-DE-FILE
054000         THRU 7100-DEBUT-DE-FILE-EXIT.
054100     PERFORM 3911-LIRE-NUMERO
054200         THRU 3911-LIRE-NUMERO-EXIT
054300         UNTIL PLUS-DE-DEMANDES.
054400 3910-DERNIER-NUMERO-EXIT.
054500     EXIT.
054600*----------------------------------------------------------------
054700* 3911-LIRE-NUMERO : UNE DEMANDE DE LA FILE
054800*----------------------------------------------------------------
054900 3911-LIRE-NUMERO.
055000     READ FICHIER-DEMANDES NEXT RECORD
055100         AT END
055200             MOVE "O" TO FIN-DEMANDES
055300             GO TO 3911-LIRE-NUMERO-EXIT
055400     END-READ.
055500     MOVE DE-NO-DEMANDE TO DERNIER-NO-DEMANDE.
055600 3911-LIRE-NUMERO-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900* 3920-ECRIRE-DEMANDE : ESSAI D'ECRITURE SOUS LE NUMERO SUIVANT
056000*----------------------------------------------------------------
056100 3920-ECRIRE-DEMANDE.
056200     ADD 1 TO NB-ESSAIS-ECRITURE.
056300     ADD 1 TO DERNIER-NO-DEMANDE.
056400     MOVE DERNIER-NO-DEMANDE TO DS-NO-DEMANDE.
056500     MOVE DERNIER-NO-DEMANDE TO NO-DEMANDE-EDITE.
056600     MOVE SPACES TO DS-DSN-SORTIE.
056700     STRING "PROD.CITOYENS.ETATS." DELIMITED BY SIZE
056800            OP-CODE-OPERATEUR     DELIMITED BY SPACE
056900            ".D"                  DELIMITED BY SIZE
057000            NO-DEMANDE-EDITE      DELIMITED BY SIZE
057100         INTO DS-DSN-SORTIE
057200     END-STRING.
057300     MOVE DEMANDE-EN-SAISIE TO ENR-DEMANDE.
057400     WRITE ENR-DEMANDE
057500         INVALID KEY
057600             CONTINUE
057700     END-WRITE.
057800 3920-ECRIRE-DEMANDE-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100* 4000-LISTER-MES-DEMANDES : DEMANDES DE L'OPERATEUR, AVEC LEUR
058200*                            STATUT ET LEUR FICHIER DE SORTIE
058300*----------------------------------------------------------------
058400 4000-LISTER-MES-DEMANDES.
058500     MOVE ZERO TO NB-DEMANDES-VUES.
058600     PERFORM 7100-DEBUT-DE-FILE
058700         THRU 7100-DEBUT-DE-FILE-EXIT.
058800     PERFORM 4100-LISTER-UNE-DEMANDE
058900         THRU 4100-LISTER-UNE-DEMANDE-EXIT
059000         UNTIL PLUS-DE-DEMANDES.
059100     IF NB-DEMANDES-VUES = ZERO
059200         DISPLAY "AUCUNE DEMANDE A VOTRE NOM"
059300     ELSE
059400         DISPLAY NB-DEMANDES-VUES " DEMANDE(S)"
059500     END-IF.
059600 4000-LISTER-MES-DEMANDES-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------
059900* 4100-LISTER-UNE-DEMANDE : LIGNES D'UNE DEMANDE DE L'OPERATEUR
060000*----------------------------------------------------------------
060100 4100-LISTER-UNE-DEMANDE.
060200     READ FICHIER-DEMANDES NEXT RECORD
060300         AT END
060400             MOVE "O" TO FIN-DEMANDES
060500             GO TO 4100-LISTER-UNE-DEMANDE-EXIT
060600     END-READ.
060700     IF DE-OPERATEUR NOT = OP-CODE-OPERATEUR
060800         GO TO 4100-LISTER-UNE-DEMANDE-EXIT
060900     END-IF.
061000     ADD 1 TO NB-DEMANDES-VUES.
061100     EVALUATE TRUE
061200         WHEN DE-EN-ATTENTE
061300             MOVE "EN ATTENTE" TO LIBELLE-STATUT
061400         WHEN DE-LANCEE
061500             MOVE "LANCEE"     TO LIBELLE-STATUT
061600         WHEN DE-TERMINEE
061700             MOVE "TERMINEE"   TO LIBELLE-STATUT
061800         WHEN DE-EN-ECHEC
061900             MOVE "EN ECHEC"   TO LIBELLE-STATUT
062000         WHEN DE-ANNULEE
062100             MOVE "ANNULEE"    TO LIBELLE-STATUT
062200         WHEN OTHER
062300             MOVE DE-STATUT    TO LIBELLE-STATUT
062400     END-EVALUATE.
062500     DISPLAY DE-NO-DEMANDE " " DE-CODE-ETAT " "
062600         DE-DATE-HEURE-DEMANDE " " LIBELLE-STATUT " "
062700         DE-PARAMETRES(1:30).
062800     IF DE-TERMINEE OR DE-EN-ECHEC
062900         DISPLAY "        " DE-DATE-HEURE-FIN " " DE-COMPTE-RENDU
063000     END-IF.
063100     IF DE-TERMINEE
063200         DISPLAY "        SORTIE : " DE-DSN-SORTIE
063300     END-IF.
063400 4100-LISTER-UNE-DEMANDE-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700* 5000-ANNULER-DEMANDE : ANNULATION D'UNE DEMANDE DE L'OPERATEUR
063800*                        ENCORE EN ATTENTE (UNE DEMANDE LANCEE
063900*                        SUIT SON COURS)
064000*----------------------------------------------------------------
064100 5000-ANNULER-DEMANDE.
064200     DISPLAY "NUMERO DE LA DEMANDE : ".
064300     MOVE ZERO TO NO-DEMANDE-SAISI.
064400     ACCEPT NO-DEMANDE-SAISI.
064500     MOVE NO-DEMANDE-SAISI TO DE-NO-DEMANDE.
064600     READ FICHIER-DEMANDES
064700         INVALID KEY
064800             DISPLAY "DEMANDE " NO-DEMANDE-SAISI " INTROUVABLE"
064900             GO TO 5000-ANNULER-DEMANDE-EXIT
065000     END-READ.
065100     IF DE-OPERATEUR NOT = OP-CODE-OPERATEUR
065200         DISPLAY "DEMANDE DEPOSEE PAR " DE-OPERATEUR
065300             " - ANNULATION REFUSEE"
065400         GO TO 5000-ANNULER-DEMANDE-EXIT
065500     END-IF.
065600     IF NOT DE-EN-ATTENTE
065700         DISPLAY "DEMANDE PLUS EN ATTENTE - ANNULATION REFUSEE"
065800         GO TO 5000-ANNULER-DEMANDE-EXIT
065900     END-IF.
066000     MOVE "N" TO DE-STATUT.
066100     MOVE FUNCTION CURRENT-DATE(1:14) TO DE-DATE-HEURE-FIN.
066200     MOVE "ANNULEE PAR LE DEMANDEUR" TO DE-COMPTE-RENDU.
066300     REWRITE ENR-DEMANDE
066400         INVALID KEY
066500             DISPLAY "ANNULATION EN ECHEC - CODE " DM-STATUT
066600             GO TO 5000-ANNULER-DEMANDE-EXIT
066700     END-REWRITE.
066800     ADD 1 TO NB-ANNULEES.
066900     DISPLAY "DEMANDE " DE-NO-DEMANDE " ANNULEE".
067000 5000-ANNULER-DEMANDE-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------
067300* 7000-CONTROLER-DATE : SAISIE-DATE EST-ELLE UNE DATE DU
067400*                       CALENDRIER ? (CONTROLE-DATE, SANS BORNES
067500*                       D'AGE - PASSE ET FUTUR SONT ADMIS)
067600*----------------------------------------------------------------
067700 7000-CONTROLER-DATE.
067800     MOVE "N" TO VALIDITE-DATE.
067900     IF SAISIE-DATE NOT NUMERIC
068000         GO TO 7000-CONTROLER-DATE-EXIT
068100     END-IF.
068200     MOVE SAISIE-DATE-9 TO CD-DATE-AAAAMMJJ.
068300     MOVE ZERO TO CD-AGE-MINIMUM.
068400     MOVE 999  TO CD-AGE-MAXIMUM.
068500     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
068600     IF CD-DATE-VALIDE OR CD-DATE-FUTURE OR CD-AGE-HORS-BORNES
068700         MOVE "O" TO VALIDITE-DATE
068800     END-IF.
068900 7000-CONTROLER-DATE-EXIT.
069000     EXIT.
069100*----------------------------------------------------------------
069200* 7100-DEBUT-DE-FILE : POSITIONNEMENT SUR LA PREMIERE DEMANDE
069300*----------------------------------------------------------------
069400 7100-DEBUT-DE-FILE.
069500     MOVE "N" TO FIN-DEMANDES.
069600     MOVE ZERO TO DE-NO-DEMANDE.
069700     START FICHIER-DEMANDES
069800         KEY IS NOT LESS THAN DE-NO-DEMANDE
069900         INVALID KEY
070000             MOVE "O" TO FIN-DEMANDES
070100     END-START.
070200 7100-DEBUT-DE-FILE-EXIT.
070300     EXIT.
