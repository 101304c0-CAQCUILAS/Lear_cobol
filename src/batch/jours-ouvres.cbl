000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     JOURS-OUVRES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* JOURS-OUVRES EST LE CALCUL COMMUN DES JOURS OUVRES (VOIR COPY
000900* RCOUVRD) : UN JOUR EST OUVRE S'IL N'EST NI UN SAMEDI, NI UN
001000* DIMANCHE, NI PORTE AU CALENDRIER DES JOURS FERIES ET DES
001100* FERMETURES (FICHIER CALENDR, COPY RCCALEN) POUR TOUS LES SITES
001200* ("***") OU POUR LE SITE DEMANDE. LES FENETRES DE DATES DES
001300* TRAITEMENTS (RELANCES, ANCIENNETES, ECHEANCES) ET LE FLOT DE
001400* NUIT S'EN SERVENT POUR NE PLUS COMPTER LES JOURS CHOMES.
001500*
001600* LE CALENDRIER EST CHARGE EN TABLE AU PREMIER APPEL, RANGE PAR
001700* DATE, ET RESTE EN MEMOIRE POUR LES APPELS SUIVANTS DU MEME
001800* TRAITEMENT. UN CALENDRIER ABSENT OU VIDE LAISSE LE CALCUL SUR
001900* LES SEULS SAMEDIS ET DIMANCHES, AVEC UN MESSAGE UNIQUE.
002000*
002100* LE JOUR DE LA SEMAINE SE TIRE DU RANG DU JOUR DONNE PAR
002200* INTEGER-OF-DATE : LE JOUR 1 (1ER JANVIER 1601) EST UN LUNDI.
002300*
002400* HISTORIQUE DES MODIFICATIONS
002500* DATE       AUTEUR  DESCRIPTION
002600* ---------- ------- ---------------------------------------------
002700* 2026-10-15 SI      CREATION - CALCUL DES JOURS OUVRES CONTRE LE
002800*                    CALENDRIER DES FERIES ET DES FERMETURES, SUR
002900*                    LE MODELE DE CONTROLE-COMMUNE.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CALENDRIER ASSIGN TO "CALENDR"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS CA-STATUT.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CALENDRIER
004300     LABEL RECORDS ARE STANDARD.
004400 01  ENR-CALENDRIER.
004500     COPY RCCALEN.
004600 WORKING-STORAGE SECTION.
004700*----------------------------------------------------------------
004800* ZONES DE TRAVAIL
004900*----------------------------------------------------------------
005000 01  CA-STATUT                   PIC X(02).
005100     88 CA-OK                    VALUE "00".
005200 01  ETAT-CALENDRIER             PIC X(01) VALUE "N".
005300     88 CALENDRIER-A-CHARGER     VALUE "N".
005400     88 CALENDRIER-CHARGE        VALUE "O".
005500     88 CALENDRIER-INDISPONIBLE  VALUE "I".
005600 01  FIN-CALENDRIER              PIC X(01) VALUE "N".
005700     88 PLUS-DE-LIGNES           VALUE "O".
005800 01  FIN-RECHERCHE               PIC X(01) VALUE "N".
005900     88 RECHERCHE-TERMINEE       VALUE "O".
006000 01  FIN-DECALAGE                PIC X(01) VALUE "N".
006100     88 DECALAGE-TERMINE         VALUE "O".
006200 01  VALIDITE-DATE               PIC X(01) VALUE "N".
006300     88 DATE-EST-VALIDE          VALUE "O".
006400 01  DATE-A-CONTROLER            PIC 9(08) VALUE ZERO.
006500 01  DEMANDE-CONTROLE-DATE.
006600     COPY RCCTRLD.
006700*----------------------------------------------------------------
006800* JOUR EXAMINE ET REPONSE DU TEST D'UN JOUR
006900*----------------------------------------------------------------
007000 01  JOUR-JULIEN-DEBUT           PIC S9(09) COMP VALUE ZERO.
007100 01  JOUR-JULIEN-FIN             PIC S9(09) COMP VALUE ZERO.
007200 01  JOUR-JULIEN-COURANT         PIC S9(09) COMP VALUE ZERO.
007300 01  JOUR-JULIEN-CALCUL          PIC S9(09) COMP VALUE ZERO.
007400 01  JOUR-DE-SEMAINE             PIC 9(01) VALUE ZERO.
007500 01  QUOTIENT-SEMAINES           PIC 9(09) COMP VALUE ZERO.
007600 01  ETAT-JOUR                   PIC X(01) VALUE "O".
007700     88 JOUR-EST-OUVRE           VALUE "O".
007800     88 JOUR-EST-CHOME           VALUE "N".
007900 01  MOTIF-JOUR                  PIC X(01) VALUE SPACE.
008000 01  LIBELLE-JOUR                PIC X(30) VALUE SPACES.
008100*----------------------------------------------------------------
008200* AJOUT ET DECOMPTE DE JOURS OUVRES - LA MARCHE JOUR PAR JOUR DE
008300* L'AJOUT EST BORNEE A DIX ANS
008400*----------------------------------------------------------------
008500 01  PAS-JOUR                    PIC S9(01) COMP VALUE +1.
008600 01  JOURS-RESTANTS              PIC 9(05) COMP VALUE ZERO.
008700 01  NB-PAS                      PIC 9(05) COMP VALUE ZERO.
008800 01  MAXI-PAS                    PIC 9(05) COMP VALUE 3660.
008900 01  BORNE-BASSE                 PIC S9(09) COMP VALUE ZERO.
009000 01  BORNE-HAUTE                 PIC S9(09) COMP VALUE ZERO.
009100 01  NB-JOURS-SEMAINE            PIC S9(09) COMP VALUE ZERO.
009200 01  NB-JOURS-BASSE              PIC S9(09) COMP VALUE ZERO.
009300 01  NB-JOURS-DECOMPTES          PIC S9(09) COMP VALUE ZERO.
009400 01  DERNIER-JOUR-DEDUIT         PIC S9(09) COMP VALUE ZERO.
009500*----------------------------------------------------------------
009600* TABLE DU CALENDRIER, RANGEE PAR RANG DE JOUR CROISSANT
009700*----------------------------------------------------------------
009800 01  NB-LIGNES-CALENDRIER        PIC 9(04) COMP VALUE ZERO.
009900 01  MAXI-LIGNES-CALENDRIER      PIC 9(04) COMP VALUE 2000.
010000 01  NB-LIGNES-IGNOREES          PIC 9(04) COMP VALUE ZERO.
010100 01  RANG-INSERTION              PIC 9(04) COMP VALUE ZERO.
010200 01  RANG-SUIVANT                PIC 9(04) COMP VALUE ZERO.
010300 01  NOUVELLE-LIGNE.
010400     05 NL-JULIEN                PIC S9(09) COMP.
010500     05 NL-JOUR-DE-SEMAINE       PIC 9(01).
010600     05 NL-CODE-SITE             PIC X(03).
010700     05 NL-NATURE                PIC X(01).
010800     05 NL-LIBELLE               PIC X(30).
010900 01  TABLE-CALENDRIER.
011000     05 ENTREE-CALENDRIER        OCCURS 2000 TIMES
011100                                 INDEXED BY IDX-CAL.
011200         10 TC-JULIEN            PIC S9(09) COMP.
011300         10 TC-JOUR-DE-SEMAINE   PIC 9(01).
011400         10 TC-CODE-SITE         PIC X(03).
011500         10 TC-NATURE            PIC X(01).
011600         10 TC-LIBELLE           PIC X(30).
011700 LINKAGE SECTION.
011800 01  DEMANDE-JOURS-OUVRES.
011900     COPY RCOUVRD.
012000 PROCEDURE DIVISION USING DEMANDE-JOURS-OUVRES.
012100*================================================================
012200* 0000-MAINLINE : CHARGEMENT DU CALENDRIER AU PREMIER APPEL,
012300*                 CONTROLE DE LA DATE PUIS EXECUTION DE LA
012400*                 FONCTION DEMANDEE
012500*================================================================
012600 0000-MAINLINE.
012700     MOVE ZERO   TO JO-DATE-RESULTAT.
012800     MOVE ZERO   TO JO-NB-RESULTAT.
012900     MOVE SPACE  TO JO-OUVRE.
013000     MOVE SPACE  TO JO-MOTIF.
013100     MOVE SPACES TO JO-LIBELLE.
013200     MOVE "0"    TO JO-CODE-RETOUR.
013300     IF CALENDRIER-A-CHARGER
013400         PERFORM 1000-CHARGER-CALENDRIER
013500             THRU 1000-CHARGER-CALENDRIER-EXIT
013600     END-IF.
013700     IF CALENDRIER-CHARGE
013800         MOVE "O" TO JO-CALENDRIER
013900     ELSE
014000         MOVE "9" TO JO-CALENDRIER
014100     END-IF.
014200     MOVE JO-DATE TO DATE-A-CONTROLER.
014300     PERFORM 1500-CONTROLER-DATE
014400         THRU 1500-CONTROLER-DATE-EXIT.
014500     IF NOT DATE-EST-VALIDE
014600         MOVE "1" TO JO-CODE-RETOUR
014700         GOBACK
014800     END-IF.
014900     COMPUTE JOUR-JULIEN-DEBUT =
015000         FUNCTION INTEGER-OF-DATE(JO-DATE).
015100     EVALUATE TRUE
015200         WHEN JO-TESTER-JOUR
015300             MOVE JOUR-JULIEN-DEBUT TO JOUR-JULIEN-COURANT
015400             PERFORM 2000-TESTER-JOUR
015500                 THRU 2000-TESTER-JOUR-EXIT
015600             MOVE JO-DATE TO JO-DATE-RESULTAT
015700             PERFORM 2900-RENDRE-JOUR
015800                 THRU 2900-RENDRE-JOUR-EXIT
015900         WHEN JO-AJOUTER-JOURS
016000             PERFORM 3000-AJOUTER-JOURS
016100                 THRU 3000-AJOUTER-JOURS-EXIT
016200         WHEN JO-COMPTER-JOURS
016300             PERFORM 4000-COMPTER-JOURS
016400                 THRU 4000-COMPTER-JOURS-EXIT
016500         WHEN OTHER
016600             MOVE "1" TO JO-CODE-RETOUR
016700     END-EVALUATE.
016800     GOBACK.
016900*----------------------------------------------------------------
017000* 1000-CHARGER-CALENDRIER : CHARGEMENT EN TABLE DU CALENDRIER,
017100*                           RANGE PAR DATE - UN CALENDRIER ABSENT
017200*                           OU VIDE LAISSE LES SEULS SAMEDIS ET
017300*                           DIMANCHES CHOMES
017400*----------------------------------------------------------------
017500 1000-CHARGER-CALENDRIER.
017600     MOVE "I"  TO ETAT-CALENDRIER.
017700     MOVE "N"  TO FIN-CALENDRIER.
017800     MOVE ZERO TO NB-LIGNES-CALENDRIER.
017900     MOVE ZERO TO NB-LIGNES-IGNOREES.
018000     OPEN INPUT CALENDRIER.
018100     IF NOT CA-OK
018200         DISPLAY "JOURS-OUVRES : CALENDRIER CALENDR ABSENT OU "
018300             "ILLISIBLE - CODE " CA-STATUT
018400             " - SEULS LES SAMEDIS ET DIMANCHES SONT CHOMES"
018500         GO TO 1000-CHARGER-CALENDRIER-EXIT
018600     END-IF.
018700     PERFORM 1100-CHARGER-UNE-LIGNE
018800         THRU 1100-CHARGER-UNE-LIGNE-EXIT
018900         UNTIL PLUS-DE-LIGNES.
019000     CLOSE CALENDRIER.
019100     IF NB-LIGNES-IGNOREES > ZERO
019200         DISPLAY "JOURS-OUVRES : " NB-LIGNES-IGNOREES
019300             " LIGNE(S) DU CALENDRIER IGNOREE(S) - DATE, SITE "
019400             "OU NATURE INVALIDE"
019500     END-IF.
019600     IF NB-LIGNES-CALENDRIER > ZERO
019700         MOVE "O" TO ETAT-CALENDRIER
019800     ELSE
019900         DISPLAY "JOURS-OUVRES : CALENDRIER CALENDR VIDE - "
020000             "SEULS LES SAMEDIS ET DIMANCHES SONT CHOMES"
020100     END-IF.
020200 1000-CHARGER-CALENDRIER-EXIT.
020300     EXIT.
020400*----------------------------------------------------------------
020500* 1100-CHARGER-UNE-LIGNE : UNE LIGNE VALIDE DU CALENDRIER ENTRE
020600*                          EN TABLE A SON RANG DE DATE
020700*----------------------------------------------------------------
020800 1100-CHARGER-UNE-LIGNE.
020900     READ CALENDRIER
021000         AT END
021100             MOVE "O" TO FIN-CALENDRIER
021200             GO TO 1100-CHARGER-UNE-LIGNE-EXIT
021300     END-READ.
021400     MOVE CA-DATE TO DATE-A-CONTROLER.
021500     PERFORM 1500-CONTROLER-DATE
021600         THRU 1500-CONTROLER-DATE-EXIT.
021700     IF NOT DATE-EST-VALIDE OR CA-CODE-SITE = SPACES
021800             OR NOT (CA-JOUR-FERIE OR CA-FERMETURE)
021900         ADD 1 TO NB-LIGNES-IGNOREES
022000         GO TO 1100-CHARGER-UNE-LIGNE-EXIT
022100     END-IF.
022200     IF NB-LIGNES-CALENDRIER = MAXI-LIGNES-CALENDRIER
022300         DISPLAY "JOURS-OUVRES : PLUS DE "
022400             MAXI-LIGNES-CALENDRIER " LIGNES AU CALENDRIER - "
022500             "LES SUIVANTES SONT IGNOREES"
022600         MOVE "O" TO FIN-CALENDRIER
022700         GO TO 1100-CHARGER-UNE-LIGNE-EXIT
022800     END-IF.
022900     COMPUTE NL-JULIEN = FUNCTION INTEGER-OF-DATE(CA-DATE).
023000     MOVE NL-JULIEN TO JOUR-JULIEN-CALCUL.
023100     PERFORM 2800-JOUR-DE-SEMAINE
023200         THRU 2800-JOUR-DE-SEMAINE-EXIT.
023300     MOVE JOUR-DE-SEMAINE TO NL-JOUR-DE-SEMAINE.
023400     MOVE CA-CODE-SITE    TO NL-CODE-SITE.
023500     MOVE CA-NATURE       TO NL-NATURE.
023600     MOVE CA-LIBELLE      TO NL-LIBELLE.
023700     MOVE NB-LIGNES-CALENDRIER TO RANG-INSERTION.
023800     MOVE "N" TO FIN-DECALAGE.
023900     PERFORM 1110-DECALER-LIGNE
024000         THRU 1110-DECALER-LIGNE-EXIT
024100         UNTIL RANG-INSERTION = ZERO OR DECALAGE-TERMINE.
024200     ADD 1 TO RANG-INSERTION.
024300     MOVE NOUVELLE-LIGNE TO ENTREE-CALENDRIER(RANG-INSERTION).
024400     ADD 1 TO NB-LIGNES-CALENDRIER.
024500 1100-CHARGER-UNE-LIGNE-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800* 1110-DECALER-LIGNE : UNE LIGNE DE DATE POSTERIEURE DESCEND D'UN
024900*                      RANG POUR FAIRE PLACE A LA NOUVELLE
025000*----------------------------------------------------------------
025100 1110-DECALER-LIGNE.
025200     IF TC-JULIEN(RANG-INSERTION) NOT > NL-JULIEN
025300         MOVE "O" TO FIN-DECALAGE
025400         GO TO 1110-DECALER-LIGNE-EXIT
025500     END-IF.
025600     COMPUTE RANG-SUIVANT = RANG-INSERTION + 1.
025700     MOVE ENTREE-CALENDRIER(RANG-INSERTION)
025800         TO ENTREE-CALENDRIER(RANG-SUIVANT).
025900     SUBTRACT 1 FROM RANG-INSERTION.
026000 1110-DECALER-LIGNE-EXIT.
026100     EXIT.
026200*----------------------------------------------------------------
026300* 1500-CONTROLER-DATE : DATE CALENDAIRE VALIDE (CONTROLE-DATE -
026400*                       SEULS LES VERDICTS MOIS, JOUR ET ANNEE
026500*                       COMPTENT, UNE DATE FUTURE EST ADMISE)
026600*----------------------------------------------------------------
026700 1500-CONTROLER-DATE.
026800     MOVE "N" TO VALIDITE-DATE.
026900     IF DATE-A-CONTROLER NOT NUMERIC
027000         GO TO 1500-CONTROLER-DATE-EXIT
027100     END-IF.
027200     MOVE DATE-A-CONTROLER TO CD-DATE-AAAAMMJJ.
027300     MOVE ZERO TO CD-AGE-MINIMUM.
027400     MOVE 999  TO CD-AGE-MAXIMUM.
027500     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
027600     IF CD-DATE-VALIDE OR CD-DATE-FUTURE OR CD-AGE-HORS-BORNES
027700         MOVE "O" TO VALIDITE-DATE
027800     END-IF.
027900 1500-CONTROLER-DATE-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200* 2000-TESTER-JOUR : LE JOUR DE RANG JOUR-JULIEN-COURANT EST-IL
028300*                    OUVRE ? SAMEDI ET DIMANCHE D'ABORD, PUIS
028400*                    LIGNES DU CALENDRIER DE CETTE DATE QUI
028500*                    VALENT POUR TOUS LES SITES OU POUR LE SITE
028600*                    DEMANDE
028700*----------------------------------------------------------------
028800 2000-TESTER-JOUR.
028900     MOVE "O"    TO ETAT-JOUR.
029000     MOVE SPACE  TO MOTIF-JOUR.
029100     MOVE SPACES TO LIBELLE-JOUR.
029200     MOVE JOUR-JULIEN-COURANT TO JOUR-JULIEN-CALCUL.
029300     PERFORM 2800-JOUR-DE-SEMAINE
029400         THRU 2800-JOUR-DE-SEMAINE-EXIT.
029500     IF JOUR-DE-SEMAINE = 5
029600         MOVE "N"      TO ETAT-JOUR
029700         MOVE "S"      TO MOTIF-JOUR
029800         MOVE "SAMEDI" TO LIBELLE-JOUR
029900         GO TO 2000-TESTER-JOUR-EXIT
030000     END-IF.
030100     IF JOUR-DE-SEMAINE = 6
030200         MOVE "N"        TO ETAT-JOUR
030300         MOVE "S"        TO MOTIF-JOUR
030400         MOVE "DIMANCHE" TO LIBELLE-JOUR
030500         GO TO 2000-TESTER-JOUR-EXIT
030600     END-IF.
030700     IF NOT CALENDRIER-CHARGE
030800         GO TO 2000-TESTER-JOUR-EXIT
030900     END-IF.
031000     MOVE "N" TO FIN-RECHERCHE.
031100     PERFORM 2100-CHERCHER-LIGNE
031200         THRU 2100-CHERCHER-LIGNE-EXIT
031300         VARYING IDX-CAL FROM 1 BY 1
031400         UNTIL IDX-CAL > NB-LIGNES-CALENDRIER
031500             OR RECHERCHE-TERMINEE.
031600 2000-TESTER-JOUR-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------
031900* 2100-CHERCHER-LIGNE : UNE LIGNE DU CALENDRIER RAPPROCHEE DU
032000*                       JOUR TESTE - LA TABLE ETANT RANGEE PAR
032100*                       DATE, LA RECHERCHE S'ARRETE AU-DELA
032200*----------------------------------------------------------------
032300 2100-CHERCHER-LIGNE.
032400     IF TC-JULIEN(IDX-CAL) < JOUR-JULIEN-COURANT
032500         GO TO 2100-CHERCHER-LIGNE-EXIT
032600     END-IF.
032700     IF TC-JULIEN(IDX-CAL) > JOUR-JULIEN-COURANT
032800         MOVE "O" TO FIN-RECHERCHE
032900         GO TO 2100-CHERCHER-LIGNE-EXIT
033000     END-IF.
033100     IF TC-CODE-SITE(IDX-CAL) NOT = "***"
033200             AND (JO-CODE-SITE = SPACES
033300                  OR TC-CODE-SITE(IDX-CAL) NOT = JO-CODE-SITE)
033400         GO TO 2100-CHERCHER-LIGNE-EXIT
033500     END-IF.
033600     MOVE "N"                   TO ETAT-JOUR.
033700     MOVE TC-NATURE(IDX-CAL)    TO MOTIF-JOUR.
033800     MOVE TC-LIBELLE(IDX-CAL)   TO LIBELLE-JOUR.
033900     MOVE "O"                   TO FIN-RECHERCHE.
034000 2100-CHERCHER-LIGNE-EXIT.
034100     EXIT.
034200*----------------------------------------------------------------
034300* 2800-JOUR-DE-SEMAINE : RANG DU JOUR DANS LA SEMAINE, DE 0 POUR
034400*                        LE LUNDI A 6 POUR LE DIMANCHE
034500*----------------------------------------------------------------
034600 2800-JOUR-DE-SEMAINE.
034700     SUBTRACT 1 FROM JOUR-JULIEN-CALCUL.
034800     DIVIDE JOUR-JULIEN-CALCUL BY 7
034900         GIVING QUOTIENT-SEMAINES
035000         REMAINDER JOUR-DE-SEMAINE.
035100 2800-JOUR-DE-SEMAINE-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 2900-RENDRE-JOUR : REPONSE DU DERNIER JOUR TESTE A L'APPELANT
035500*----------------------------------------------------------------
035600 2900-RENDRE-JOUR.
035700     MOVE ETAT-JOUR    TO JO-OUVRE.
035800     MOVE MOTIF-JOUR   TO JO-MOTIF.
035900     MOVE LIBELLE-JOUR TO JO-LIBELLE.
036000 2900-RENDRE-JOUR-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------
036300* 3000-AJOUTER-JOURS : MARCHE JOUR PAR JOUR, DANS LE SENS DU
036400*                      SIGNE DE JO-NB-JOURS, JUSQU'A AVOIR
036500*                      FRANCHI AUTANT DE JOURS OUVRES - A ZERO,
036600*                      UN JOUR CHOME EST REPORTE AU PREMIER JOUR
036700*                      OUVRE SUIVANT
036800*----------------------------------------------------------------
036900 3000-AJOUTER-JOURS.
037000     MOVE JOUR-JULIEN-DEBUT TO JOUR-JULIEN-COURANT.
037100     MOVE ZERO TO NB-PAS.
037200     IF JO-NB-JOURS < ZERO
037300         MOVE -1 TO PAS-JOUR
037400         COMPUTE JOURS-RESTANTS = ZERO - JO-NB-JOURS
037500     ELSE
037600         MOVE +1 TO PAS-JOUR
037700         MOVE JO-NB-JOURS TO JOURS-RESTANTS
037800     END-IF.
037900     IF JO-NB-JOURS = ZERO
038000         PERFORM 2000-TESTER-JOUR
038100             THRU 2000-TESTER-JOUR-EXIT
038200         IF JOUR-EST-CHOME
038300             MOVE 1 TO JOURS-RESTANTS
038400         END-IF
038500     END-IF.
038600     PERFORM 3100-FAIRE-UN-PAS
038700         THRU 3100-FAIRE-UN-PAS-EXIT
038800         UNTIL JOURS-RESTANTS = ZERO OR JO-HORS-CALENDRIER.
038900     IF JO-HORS-CALENDRIER
039000         GO TO 3000-AJOUTER-JOURS-EXIT
039100     END-IF.
039200     COMPUTE JO-DATE-RESULTAT =
039300         FUNCTION DATE-OF-INTEGER(JOUR-JULIEN-COURANT).
039400     PERFORM 2900-RENDRE-JOUR
039500         THRU 2900-RENDRE-JOUR-EXIT.
039600 3000-AJOUTER-JOURS-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900* 3100-FAIRE-UN-PAS : UN JOUR DE PLUS (OU DE MOINS) - UN JOUR
040000*                     OUVRE FRANCHI EST DECOMPTE ; AU-DELA DE LA
040100*                     BORNE, CODE RETOUR 2 (HORS CALENDRIER)
040200*----------------------------------------------------------------
040300 3100-FAIRE-UN-PAS.
040400     ADD 1 TO NB-PAS.
040500     ADD PAS-JOUR TO JOUR-JULIEN-COURANT.
040600     IF NB-PAS > MAXI-PAS OR JOUR-JULIEN-COURANT < 1
040700         MOVE "2" TO JO-CODE-RETOUR
040800         GO TO 3100-FAIRE-UN-PAS-EXIT
040900     END-IF.
041000     PERFORM 2000-TESTER-JOUR
041100         THRU 2000-TESTER-JOUR-EXIT.
041200     IF JOUR-EST-OUVRE
041300         SUBTRACT 1 FROM JOURS-RESTANTS
041400     END-IF.
041500 3100-FAIRE-UN-PAS-EXIT.
041600     EXIT.
041700*----------------------------------------------------------------
041800* 4000-COMPTER-JOURS : JOURS DU LUNDI AU VENDREDI ENTRE LES DEUX
041900*                      BORNES PAR CALCUL DIRECT, MOINS LES DATES
042000*                      DU CALENDRIER QUI S'APPLIQUENT ET TOMBENT
042100*                      EN SEMAINE DANS L'INTERVALLE (CHACUNE UNE
042200*                      SEULE FOIS)
042300*----------------------------------------------------------------
042400 4000-COMPTER-JOURS.
042500     MOVE JO-DATE-FIN TO DATE-A-CONTROLER.
042600     PERFORM 1500-CONTROLER-DATE
042700         THRU 1500-CONTROLER-DATE-EXIT.
042800     IF NOT DATE-EST-VALIDE
042900         MOVE "1" TO JO-CODE-RETOUR
043000         GO TO 4000-COMPTER-JOURS-EXIT
043100     END-IF.
043200     COMPUTE JOUR-JULIEN-FIN =
043300         FUNCTION INTEGER-OF-DATE(JO-DATE-FIN).
043400     IF JOUR-JULIEN-FIN < JOUR-JULIEN-DEBUT
043500         MOVE JOUR-JULIEN-FIN   TO BORNE-BASSE
043600         MOVE JOUR-JULIEN-DEBUT TO BORNE-HAUTE
043700     ELSE
043800         MOVE JOUR-JULIEN-DEBUT TO BORNE-BASSE
043900         MOVE JOUR-JULIEN-FIN   TO BORNE-HAUTE
044000     END-IF.
044100     MOVE BORNE-BASSE TO JOUR-JULIEN-CALCUL.
044200     PERFORM 4100-JOURS-DE-SEMAINE
044300         THRU 4100-JOURS-DE-SEMAINE-EXIT.
044400     MOVE NB-JOURS-SEMAINE TO NB-JOURS-BASSE.
044500     MOVE BORNE-HAUTE TO JOUR-JULIEN-CALCUL.
044600     PERFORM 4100-JOURS-DE-SEMAINE
044700         THRU 4100-JOURS-DE-SEMAINE-EXIT.
044800     COMPUTE NB-JOURS-DECOMPTES =
044900         NB-JOURS-SEMAINE - NB-JOURS-BASSE.
045000     IF CALENDRIER-CHARGE
045100         MOVE ZERO TO DERNIER-JOUR-DEDUIT
045200         MOVE "N"  TO FIN-RECHERCHE
045300         PERFORM 4200-DEDUIRE-LIGNE
045400             THRU 4200-DEDUIRE-LIGNE-EXIT
045500             VARYING IDX-CAL FROM 1 BY 1
045600             UNTIL IDX-CAL > NB-LIGNES-CALENDRIER
045700                 OR RECHERCHE-TERMINEE
045800     END-IF.
045900     IF JOUR-JULIEN-FIN < JOUR-JULIEN-DEBUT
046000         COMPUTE JO-NB-RESULTAT = ZERO - NB-JOURS-DECOMPTES
046100     ELSE
046200         MOVE NB-JOURS-DECOMPTES TO JO-NB-RESULTAT
046300     END-IF.
046400     MOVE JO-DATE-FIN TO JO-DATE-RESULTAT.
046500 4000-COMPTER-JOURS-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800* 4100-JOURS-DE-SEMAINE : NOMBRE DE JOURS DU LUNDI AU VENDREDI
046900*                         DU JOUR 1 AU JOUR JOUR-JULIEN-CALCUL
047000*                         INCLUS (CINQ PAR SEMAINE PLEINE, PLUS
047100*                         LES JOURS DE LA SEMAINE ENTAMEE)
047200*----------------------------------------------------------------
047300 4100-JOURS-DE-SEMAINE.
047400     DIVIDE JOUR-JULIEN-CALCUL BY 7
047500         GIVING QUOTIENT-SEMAINES
047600         REMAINDER JOUR-DE-SEMAINE.
047700     IF JOUR-DE-SEMAINE > 5
047800         MOVE 5 TO JOUR-DE-SEMAINE
047900     END-IF.
048000     COMPUTE NB-JOURS-SEMAINE =
048100         QUOTIENT-SEMAINES * 5 + JOUR-DE-SEMAINE.
048200 4100-JOURS-DE-SEMAINE-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500* 4200-DEDUIRE-LIGNE : UNE LIGNE DU CALENDRIER QUI S'APPLIQUE,
048600*                      TOMBE EN SEMAINE APRES LA BORNE BASSE ET
048700*                      AU PLUS TARD A LA BORNE HAUTE, RETIRE UN
048800*                      JOUR - DEUX LIGNES DE MEME DATE (TOUS
048900*                      SITES ET SITE) N'EN RETIRENT QU'UN
049000*----------------------------------------------------------------
049100 4200-DEDUIRE-LIGNE.
049200     IF TC-JULIEN(IDX-CAL) NOT > BORNE-BASSE
049300         GO TO 4200-DEDUIRE-LIGNE-EXIT
049400     END-IF.
049500     IF TC-JULIEN(IDX-CAL) > BORNE-HAUTE
049600         MOVE "O" TO FIN-RECHERCHE
049700         GO TO 4200-DEDUIRE-LIGNE-EXIT
049800     END-IF.
049900     IF TC-JOUR-DE-SEMAINE(IDX-CAL) > 4
050000             OR TC-JULIEN(IDX-CAL) = DERNIER-JOUR-DEDUIT
050100         GO TO 4200-DEDUIRE-LIGNE-EXIT
050200     END-IF.
050300     IF TC-CODE-SITE(IDX-CAL) NOT = "***"
050400             AND (JO-CODE-SITE = SPACES
050500                  OR TC-CODE-SITE(IDX-CAL) NOT = JO-CODE-SITE)
050600         GO TO 4200-DEDUIRE-LIGNE-EXIT
050700     END-IF.
050800     SUBTRACT 1 FROM NB-JOURS-DECOMPTES.
050900     MOVE TC-JULIEN(IDX-CAL) TO DERNIER-JOUR-DEDUIT.
051000 4200-DEDUIRE-LIGNE-EXIT.
051100     EXIT.
