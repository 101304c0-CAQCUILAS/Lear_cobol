000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MAJ-CALENDRIER.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MAJ-CALENDRIER EST L'ECRAN D'ENTRETIEN DU CALENDRIER DES JOURS
000900* NON OUVRES (CALENDR, COPY RCCALEN) LU PAR LE SOUS-PROGRAMME
001000* JOURS-OUVRES : JOURS FERIES ET FERMETURES DE SITE. LE FICHIER
001100* EST CHARGE EN TABLE TRIEE PAR DATE PUIS SITE ; L'OPERATEUR
001200* AJOUTE (A) OU SUPPRIME (S) UNE LIGNE, FEUILLETTE LE CALENDRIER
001300* PAR PAGES DE 10 A PARTIR D'UNE DATE (L), PUIS ENREGISTRE EN
001400* FIN DE SEANCE (F) : LE FICHIER EST ALORS REECRIT EN ENTIER,
001500* TRIE. PF3 QUITTE SANS RIEN ECRIRE, COMME DANS MAJ-PARAMS.
001600*
001700* UNE LIGNE PORTE UNE DATE VALIDE (CONTROLE-DATE), UN SITE "***"
001800* (TOUS LES SITES) OU UN CODE DU REFERENTIEL SITELIST (CONTROLE
001900* DEBRAYE AVEC UN MESSAGE SI LE REFERENTIEL EST ABSENT), UNE
002000* NATURE F (FERIE) OU C (FERMETURE) ET UN LIBELLE ; UNE SEULE
002100* LIGNE PAR DATE ET PAR SITE. LES LIGNES INVALIDES TROUVEES AU
002200* CHARGEMENT SONT SIGNALEES ET DISPARAISSENT A L'ENREGISTREMENT
002300* (JOURS-OUVRES LES IGNORE DEJA). UN CALENDRIER PLUS GRAND QUE
002400* LA TABLE N'EST PAS OUVERT EN MISE A JOUR (CODE RETOUR 8) : SA
002500* REECRITURE LE TRONQUERAIT.
002600*
002700* HISTORIQUE DES MODIFICATIONS
002800* DATE       AUTEUR  DESCRIPTION
002900* ---------- ------- ---------------------------------------------
003000* 2026-10-15 SI      CREATION - ENTRETIEN DU CALENDRIER DES JOURS
003100*                    FERIES ET DES FERMETURES DE SITE.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
003600 OBJECT-COMPUTER.    IBM-370.
003700 SPECIAL-NAMES.
003800     CRT STATUS IS TOUCHE-FONCTION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CALENDRIER ASSIGN TO "CALENDR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CA-STATUT.
004400     SELECT CONTROLE-SITES ASSIGN TO "SITELIST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CS-STATUT.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CALENDRIER
005000     LABEL RECORDS ARE STANDARD.
005100 01  ENR-CALENDRIER.
005200     COPY RCCALEN.
005300 FD  CONTROLE-SITES
005400     LABEL RECORDS ARE STANDARD.
005500 01  ENR-CONTROLE-SITE.
005600     COPY RCSITE.
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------
005900* ZONES DE TRAVAIL
006000*----------------------------------------------------------------
006100 01  CA-STATUT                   PIC X(02).
006200     88 CA-OK                    VALUE "00".
006300     88 CA-ABSENT                VALUE "35".
006400 01  CS-STATUT                   PIC X(02).
006500     88 CS-OK                    VALUE "00".
006600 01  TOUCHE-FONCTION             PIC 9(04).
006700     88 TOUCHE-PF3               VALUE 1003.
006800 01  ABANDON-DEMANDE             PIC X(01) VALUE "N".
006900     88 SAISIE-ABANDONNEE        VALUE "O".
007000 01  FIN-SEANCE                  PIC X(01) VALUE "N".
007100     88 SEANCE-TERMINEE          VALUE "O".
007200 01  MODIFICATIONS               PIC X(01) VALUE "N".
007300     88 CALENDRIER-MODIFIE       VALUE "O".
007400 01  FIN-CALENDRIER              PIC X(01) VALUE "N".
007500     88 PLUS-DE-LIGNES           VALUE "O".
007600 01  FIN-REFERENTIEL             PIC X(01) VALUE "N".
007700     88 PLUS-DE-SITES            VALUE "O".
007800 01  FIN-DECALAGE                PIC X(01) VALUE "N".
007900     88 DECALAGE-TERMINE         VALUE "O".
008000 01  FIN-RECHERCHE               PIC X(01) VALUE "N".
008100     88 RECHERCHE-TERMINEE       VALUE "O".
008200 01  CONTROLE-SITES-ACTIF        PIC X(01) VALUE "N".
008300     88 SITES-CONTROLES          VALUE "O".
008400 01  SITE-TROUVE                 PIC X(01) VALUE "N".
008500     88 SITE-EST-CONNU           VALUE "O".
008600 01  VALIDITE-DATE               PIC X(01) VALUE "N".
008700     88 DATE-EST-VALIDE          VALUE "O".
008800 01  DEMANDE-CONTROLE-DATE.
008900     COPY RCCTRLD.
009000     COPY RCOPER.
009100     COPY RCSIGNON.
009200 01  DATE-DU-JOUR                PIC 9(08) VALUE ZERO.
009300 01  NB-LIGNES-CALENDRIER        PIC 9(04) COMP VALUE ZERO.
009400 01  MAXI-LIGNES-CALENDRIER      PIC 9(04) COMP VALUE 2000.
009500 01  NB-LIGNES-IGNOREES          PIC 9(04) COMP VALUE ZERO.
009600 01  NB-LIGNES-IGNOREES-ED       PIC ZZZ9.
009700 01  NB-LIGNES-ECRITES           PIC 9(04) COMP VALUE ZERO.
009800 01  RANG-INSERTION              PIC 9(04) COMP VALUE ZERO.
009900 01  RANG-SUIVANT                PIC 9(04) COMP VALUE ZERO.
010000 01  RANG-TROUVE                 PIC 9(04) COMP VALUE ZERO.
010100 01  RANG-PAGE                   PIC 9(04) COMP VALUE ZERO.
010200 01  NB-SITES-REFERENTIEL        PIC 9(03) COMP VALUE ZERO.
010300 01  TABLE-REFERENTIEL.
010400     05 REF-SITE-CODE            PIC X(03) OCCURS 50 TIMES
010500                                 INDEXED BY IDX-REF.
010600*----------------------------------------------------------------
010700* CALENDRIER EN TABLE, TRIE SUR LA CLE DATE + SITE ("***" SE
010800* RANGE AVANT LES CODES DE SITE D'UNE MEME DATE)
010900*----------------------------------------------------------------
011000 01  NOUVELLE-LIGNE.
011100     05 NL-CLE.
011200         10 NL-DATE              PIC 9(08).
011300         10 NL-CODE-SITE         PIC X(03).
011400     05 NL-NATURE                PIC X(01).
011500     05 NL-LIBELLE               PIC X(30).
011600 01  TABLE-CALENDRIER.
011700     05 ENTREE-CALENDRIER        OCCURS 2000 TIMES
011800                                 INDEXED BY IDX-CAL.
011900         10 TC-CLE.
012000             15 TC-DATE          PIC 9(08).
012100             15 TC-CODE-SITE     PIC X(03).
012200         10 TC-NATURE            PIC X(01).
012300         10 TC-LIBELLE           PIC X(30).
012400*----------------------------------------------------------------
012500* ZONES DE SAISIE DE L'ECRAN
012600*----------------------------------------------------------------
012700 01  SAISIE-ACTION               PIC X(01).
012800     88 ACTION-AJOUTER           VALUE "A".
012900     88 ACTION-SUPPRIMER         VALUE "S".
013000     88 ACTION-LISTER            VALUE "L".
013100     88 ACTION-FIN               VALUE "F".
013200 01  SAISIE-DATE                 PIC 9(08).
013300 01  SAISIE-SITE                 PIC X(03).
013400 01  SAISIE-NATURE               PIC X(01).
013500     88 SAISIE-NATURE-VALIDE     VALUES "F" "C".
013600 01  SAISIE-LIBELLE              PIC X(30).
013700 01  MESSAGE-ECRAN               PIC X(70) VALUE SPACES.
013800*----------------------------------------------------------------
013900* LIGNES AFFICHEES DE LA PAGE (10 ZONES NOMMEES POUR L'ECRAN,
014000* RECOUVERTES PAR UNE TABLE POUR LE GARNISSAGE PAR INDICE)
014100*----------------------------------------------------------------
014200 01  LIGNES-PAGE.
014300     05 LIGNE-PAGE-01            PIC X(50).
014400     05 LIGNE-PAGE-02            PIC X(50).
014500     05 LIGNE-PAGE-03            PIC X(50).
014600     05 LIGNE-PAGE-04            PIC X(50).
014700     05 LIGNE-PAGE-05            PIC X(50).
014800     05 LIGNE-PAGE-06            PIC X(50).
014900     05 LIGNE-PAGE-07            PIC X(50).
015000     05 LIGNE-PAGE-08            PIC X(50).
015100     05 LIGNE-PAGE-09            PIC X(50).
015200     05 LIGNE-PAGE-10            PIC X(50).
015300 01  TABLE-LIGNES-PAGE REDEFINES LIGNES-PAGE.
015400     05 LIGNE-PAGE               PIC X(50) OCCURS 10 TIMES
015500                                 INDEXED BY IDX-LIGNE.
015600 01  LIGNE-COMPOSEE.
015700     05 LC-DATE                  PIC 9(08).
015800     05 FILLER                   PIC X(02) VALUE SPACES.
015900     05 LC-CODE-SITE             PIC X(03).
016000     05 FILLER                   PIC X(03) VALUE SPACES.
016100     05 LC-NATURE                PIC X(01).
016200     05 FILLER                   PIC X(03) VALUE SPACES.
016300     05 LC-LIBELLE               PIC X(30).
016400 SCREEN SECTION.
016500*----------------------------------------------------------------
016600* ECRAN-CALENDRIER : SAISIE D'UNE ACTION SUR LE CALENDRIER ET
016700*                    PAGE DE 10 LIGNES A PARTIR DE LA DATE SAISIE
016800*----------------------------------------------------------------
016900 01  ECRAN-CALENDRIER.
017000     05 BLANK SCREEN.
017100     05 LINE 01 COL 01
017200         VALUE "CALENDRIER DES JOURS FERIES ET FERMETURES".
017300     05 LINE 03 COL 01 VALUE "ACTION (A/S/L/F)      :".
017400     05 LINE 03 COL 26 PIC X(01) USING SAISIE-ACTION.
017500     05 LINE 04 COL 01 VALUE "DATE (AAAAMMJJ)       :".
017600     05 LINE 04 COL 26 PIC 9(08) USING SAISIE-DATE.
017700     05 LINE 05 COL 01 VALUE "SITE (*** = TOUS)     :".
017800     05 LINE 05 COL 26 PIC X(03) USING SAISIE-SITE.
017900     05 LINE 06 COL 01 VALUE "NATURE (F/C)          :".
018000     05 LINE 06 COL 26 PIC X(01) USING SAISIE-NATURE.
018100     05 LINE 07 COL 01 VALUE "LIBELLE               :".
018200     05 LINE 07 COL 26 PIC X(30) USING SAISIE-LIBELLE.
018300     05 LINE 09 COL 01 PIC X(70) FROM MESSAGE-ECRAN.
018400     05 LINE 11 COL 01 VALUE "DATE      SITE NAT LIBELLE".
018500     05 LINE 12 COL 01 PIC X(50) FROM LIGNE-PAGE-01.
018600     05 LINE 13 COL 01 PIC X(50) FROM LIGNE-PAGE-02.
018700     05 LINE 14 COL 01 PIC X(50) FROM LIGNE-PAGE-03.
018800     05 LINE 15 COL 01 PIC X(50) FROM LIGNE-PAGE-04.
018900     05 LINE 16 COL 01 PIC X(50) FROM LIGNE-PAGE-05.
019000     05 LINE 17 COL 01 PIC X(50) FROM LIGNE-PAGE-06.
019100     05 LINE 18 COL 01 PIC X(50) FROM LIGNE-PAGE-07.
019200     05 LINE 19 COL 01 PIC X(50) FROM LIGNE-PAGE-08.
019300     05 LINE 20 COL 01 PIC X(50) FROM LIGNE-PAGE-09.
019400     05 LINE 21 COL 01 PIC X(50) FROM LIGNE-PAGE-10.
019500     05 LINE 23 COL 01
019600         VALUE "A=AJOUTER S=SUPPRIMER L=LISTER F=ENREGISTRER".
019700     05 LINE 23 COL 48 VALUE "PF3=QUITTER".
019800 PROCEDURE DIVISION.
019900*================================================================
020000* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
020100*================================================================
020200 0000-MAINLINE.
020300     MOVE "M" TO SGN-NIVEAU-REQUIS.
020400     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
020500     IF NOT SGN-ACCEPTE
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     PERFORM 1000-INITIALISATION
021000         THRU 1000-INITIALISATION-EXIT.
021100     PERFORM 2000-SAISIE-ACTION
021200         THRU 2000-SAISIE-ACTION-EXIT
021300         UNTIL SEANCE-TERMINEE.
021400     IF NOT SAISIE-ABANDONNEE
021500         PERFORM 4000-ENREGISTRER
021600             THRU 4000-ENREGISTRER-EXIT
021700     END-IF.
021800     STOP RUN.
021900*----------------------------------------------------------------
022000* 1000-INITIALISATION : CHARGEMENT DU REFERENTIEL DES SITES ET DU
022100*                       CALENDRIER, PREMIERE PAGE A PARTIR DU
022200*                       JOUR
022300*----------------------------------------------------------------
022400 1000-INITIALISATION.
022500     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
022600     PERFORM 1200-CHARGER-REFERENTIEL
022700         THRU 1200-CHARGER-REFERENTIEL-EXIT.
022800     PERFORM 1050-LIRE-CALENDRIER
022900         THRU 1050-LIRE-CALENDRIER-EXIT.
023000     MOVE DATE-DU-JOUR TO SAISIE-DATE.
023100     PERFORM 3400-GARNIR-PAGE
023200         THRU 3400-GARNIR-PAGE-EXIT.
023300     MOVE SPACE  TO SAISIE-ACTION.
023400     MOVE SPACES TO SAISIE-SITE.
023500     MOVE SPACE  TO SAISIE-NATURE.
023600     MOVE SPACES TO SAISIE-LIBELLE.
023700 1000-INITIALISATION-EXIT.
023800     EXIT.
023900*----------------------------------------------------------------
024000* 1050-LIRE-CALENDRIER : CHARGEMENT DU CALENDRIER EN TABLE - UN
024100*                        CALENDRIER ABSENT EST CREE A
024200*                        L'ENREGISTREMENT
024300*----------------------------------------------------------------
024400 1050-LIRE-CALENDRIER.
024500     MOVE "N"  TO FIN-CALENDRIER.
024600     MOVE ZERO TO NB-LIGNES-CALENDRIER.
024700     MOVE ZERO TO NB-LIGNES-IGNOREES.
024800     OPEN INPUT CALENDRIER.
024900     IF CA-ABSENT
025000         MOVE "CALENDRIER ABSENT - CREE A L'ENREGISTREMENT"
025100             TO MESSAGE-ECRAN
025200         GO TO 1050-LIRE-CALENDRIER-EXIT
025300     END-IF.
025400     IF NOT CA-OK
025500         DISPLAY "IMPOSSIBLE D'OUVRIR LE CALENDRIER CALENDR - "
025600             "CODE " CA-STATUT
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000     PERFORM 1100-CHARGER-UNE-LIGNE
026100         THRU 1100-CHARGER-UNE-LIGNE-EXIT
026200         UNTIL PLUS-DE-LIGNES.
026300     CLOSE CALENDRIER.
026400     IF NB-LIGNES-IGNOREES > ZERO
026500         MOVE NB-LIGNES-IGNOREES TO NB-LIGNES-IGNOREES-ED
026600         STRING NB-LIGNES-IGNOREES-ED
026700             " LIGNE(S) INVALIDE(S) ECARTEE(S) DU CALENDRIER"
026800             DELIMITED BY SIZE INTO MESSAGE-ECRAN
026900     END-IF.
027000 1050-LIRE-CALENDRIER-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300* 1100-CHARGER-UNE-LIGNE : UNE LIGNE VALIDE DU CALENDRIER ENTRE
027400*                          EN TABLE A SON RANG ; UN CALENDRIER
027500*                          PLUS GRAND QUE LA TABLE ARRETE LA
027600*                          SEANCE
027700*----------------------------------------------------------------
027800 1100-CHARGER-UNE-LIGNE.
027900     READ CALENDRIER
028000         AT END
028100             MOVE "O" TO FIN-CALENDRIER
028200             GO TO 1100-CHARGER-UNE-LIGNE-EXIT
028300     END-READ.
028400     MOVE CA-DATE TO SAISIE-DATE.
028500     PERFORM 3500-CONTROLER-DATE
028600         THRU 3500-CONTROLER-DATE-EXIT.
028700     IF NOT DATE-EST-VALIDE OR CA-CODE-SITE = SPACES
028800             OR NOT (CA-JOUR-FERIE OR CA-FERMETURE)
028900         ADD 1 TO NB-LIGNES-IGNOREES
029000         GO TO 1100-CHARGER-UNE-LIGNE-EXIT
029100     END-IF.
029200     IF NB-LIGNES-CALENDRIER = MAXI-LIGNES-CALENDRIER
029300         CLOSE CALENDRIER
029400         DISPLAY "PLUS DE " MAXI-LIGNES-CALENDRIER
029500             " LIGNES AU CALENDRIER - MISE A JOUR IMPOSSIBLE, "
029600             "LE FICHIER SERAIT TRONQUE"
029700         MOVE 8 TO RETURN-CODE
029800         STOP RUN
029900     END-IF.
030000     MOVE CA-DATE      TO NL-DATE.
030100     MOVE CA-CODE-SITE TO NL-CODE-SITE.
030200     MOVE CA-NATURE    TO NL-NATURE.
030300     MOVE CA-LIBELLE   TO NL-LIBELLE.
030400     PERFORM 3200-CHERCHER-CLE
030500         THRU 3200-CHERCHER-CLE-EXIT.
030600     IF RANG-TROUVE NOT = ZERO
030700         ADD 1 TO NB-LIGNES-IGNOREES
030800         GO TO 1100-CHARGER-UNE-LIGNE-EXIT
030900     END-IF.
031000     PERFORM 3100-INSERER-LIGNE
031100         THRU 3100-INSERER-LIGNE-EXIT.
031200 1100-CHARGER-UNE-LIGNE-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500* 1200-CHARGER-REFERENTIEL : CODES DU REFERENTIEL DES SITES EN
031600*                            TABLE - UN REFERENTIEL ABSENT
031700*                            DEBRAYE LE CONTROLE DE SITE AVEC UN
031800*                            MESSAGE
031900*----------------------------------------------------------------
032000 1200-CHARGER-REFERENTIEL.
032100     MOVE "N"  TO FIN-REFERENTIEL.
032200     MOVE ZERO TO NB-SITES-REFERENTIEL.
032300     OPEN INPUT CONTROLE-SITES.
032400     IF NOT CS-OK
032500         DISPLAY "REFERENTIEL SITELIST ABSENT OU ILLISIBLE - "
032600             "CONTROLE DE SITE DEBRAYE (CODE " CS-STATUT ")"
032700         GO TO 1200-CHARGER-REFERENTIEL-EXIT
032800     END-IF.
032900     PERFORM 1210-CHARGER-UN-SITE
033000         THRU 1210-CHARGER-UN-SITE-EXIT
033100         UNTIL PLUS-DE-SITES.
033200     CLOSE CONTROLE-SITES.
033300     IF NB-SITES-REFERENTIEL > ZERO
033400         MOVE "O" TO CONTROLE-SITES-ACTIF
033500     END-IF.
033600 1200-CHARGER-REFERENTIEL-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900* 1210-CHARGER-UN-SITE : UN CODE DU REFERENTIEL ENTRE EN TABLE
034000*----------------------------------------------------------------
034100 1210-CHARGER-UN-SITE.
034200     READ CONTROLE-SITES
034300         AT END
034400             MOVE "O" TO FIN-REFERENTIEL
034500             GO TO 1210-CHARGER-UN-SITE-EXIT
034600     END-READ.
034700     IF NB-SITES-REFERENTIEL = 50
034800         DISPLAY "PLUS DE 50 SITES AU REFERENTIEL - LES "
034900             "SUIVANTS SONT IGNORES"
035000         MOVE "O" TO FIN-REFERENTIEL
035100         GO TO 1210-CHARGER-UN-SITE-EXIT
035200     END-IF.
035300     ADD 1 TO NB-SITES-REFERENTIEL.
035400     SET IDX-REF TO NB-SITES-REFERENTIEL.
035500     MOVE SI-CODE-SITE TO REF-SITE-CODE(IDX-REF).
035600 1210-CHARGER-UN-SITE-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 2000-SAISIE-ACTION : PRESENTATION DE L'ECRAN ET EXECUTION DE
036000*                      L'ACTION SAISIE ; PF3 ABANDONNE SANS RIEN
036100*                      ECRIRE
036200*----------------------------------------------------------------
036300 2000-SAISIE-ACTION.
036400     DISPLAY ECRAN-CALENDRIER.
036500     ACCEPT ECRAN-CALENDRIER.
036600     MOVE SPACES TO MESSAGE-ECRAN.
036700     IF TOUCHE-PF3
036800         MOVE "O" TO ABANDON-DEMANDE
036900         MOVE "O" TO FIN-SEANCE
037000         GO TO 2000-SAISIE-ACTION-EXIT
037100     END-IF.
037200     EVALUATE TRUE
037300         WHEN ACTION-AJOUTER
037400             PERFORM 2100-AJOUTER
037500                 THRU 2100-AJOUTER-EXIT
037600         WHEN ACTION-SUPPRIMER
037700             PERFORM 2200-SUPPRIMER
037800                 THRU 2200-SUPPRIMER-EXIT
037900         WHEN ACTION-LISTER
038000             IF SAISIE-DATE NOT NUMERIC OR SAISIE-DATE = ZERO
038100                 MOVE DATE-DU-JOUR TO SAISIE-DATE
038200             END-IF
038300             PERFORM 3400-GARNIR-PAGE
038400                 THRU 3400-GARNIR-PAGE-EXIT
038500         WHEN ACTION-FIN
038600             MOVE "O" TO FIN-SEANCE
038700         WHEN OTHER
038800             MOVE "ACTION INVALIDE (A, S, L OU F)"
038900                 TO MESSAGE-ECRAN
039000     END-EVALUATE.
039100 2000-SAISIE-ACTION-EXIT.
039200     EXIT.
039300*----------------------------------------------------------------
039400* 2100-AJOUTER : CONTROLE DE LA LIGNE SAISIE PUIS INSERTION A SON
039500*                RANG DANS LA TABLE
039600*----------------------------------------------------------------
039700 2100-AJOUTER.
039800     PERFORM 3500-CONTROLER-DATE
039900         THRU 3500-CONTROLER-DATE-EXIT.
040000     IF NOT DATE-EST-VALIDE
040100         MOVE "DATE INVALIDE" TO MESSAGE-ECRAN
040200         GO TO 2100-AJOUTER-EXIT
040300     END-IF.
040400     PERFORM 3600-CONTROLER-SITE
040500         THRU 3600-CONTROLER-SITE-EXIT.
040600     IF NOT SITE-EST-CONNU
040700         MOVE "SITE INCONNU AU REFERENTIEL (*** = TOUS LES SITES)"
040800             TO MESSAGE-ECRAN
040900         GO TO 2100-AJOUTER-EXIT
041000     END-IF.
041100     IF NOT SAISIE-NATURE-VALIDE
041200         MOVE "NATURE INVALIDE (F = FERIE, C = FERMETURE)"
041300             TO MESSAGE-ECRAN
041400         GO TO 2100-AJOUTER-EXIT
041500     END-IF.
041600     IF SAISIE-LIBELLE = SPACES
041700         MOVE "LIBELLE OBLIGATOIRE" TO MESSAGE-ECRAN
041800         GO TO 2100-AJOUTER-EXIT
041900     END-IF.
042000     MOVE SAISIE-DATE    TO NL-DATE.
042100     MOVE SAISIE-SITE    TO NL-CODE-SITE.
042200     MOVE SAISIE-NATURE  TO NL-NATURE.
042300     MOVE SAISIE-LIBELLE TO NL-LIBELLE.
042400     PERFORM 3200-CHERCHER-CLE
042500         THRU 3200-CHERCHER-CLE-EXIT.
042600     IF RANG-TROUVE NOT = ZERO
042700         MOVE "LIGNE DEJA SAISIE POUR CETTE DATE ET CE SITE"
042800             TO MESSAGE-ECRAN
042900         GO TO 2100-AJOUTER-EXIT
043000     END-IF.
043100     IF NB-LIGNES-CALENDRIER = MAXI-LIGNES-CALENDRIER
043200         MOVE "CALENDRIER PLEIN - SUPPRIMER D'ABORD DES LIGNES"
043300             TO MESSAGE-ECRAN
043400         GO TO 2100-AJOUTER-EXIT
043500     END-IF.
043600     PERFORM 3100-INSERER-LIGNE
043700         THRU 3100-INSERER-LIGNE-EXIT.
043800     MOVE "O" TO MODIFICATIONS.
043900     MOVE "LIGNE AJOUTEE" TO MESSAGE-ECRAN.
044000     MOVE SPACE  TO SAISIE-NATURE.
044100     MOVE SPACES TO SAISIE-LIBELLE.
044200     PERFORM 3400-GARNIR-PAGE
044300         THRU 3400-GARNIR-PAGE-EXIT.
044400 2100-AJOUTER-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700* 2200-SUPPRIMER : RETRAIT DE LA LIGNE DE MEME DATE ET DE MEME
044800*                  SITE, LES SUIVANTES REMONTANT D'UN RANG
044900*----------------------------------------------------------------
045000 2200-SUPPRIMER.
045100     IF SAISIE-DATE NOT NUMERIC
045200         MOVE "DATE INVALIDE" TO MESSAGE-ECRAN
045300         GO TO 2200-SUPPRIMER-EXIT
045400     END-IF.
045500     MOVE SAISIE-DATE TO NL-DATE.
045600     MOVE SAISIE-SITE TO NL-CODE-SITE.
045700     PERFORM 3200-CHERCHER-CLE
045800         THRU 3200-CHERCHER-CLE-EXIT.
045900     IF RANG-TROUVE = ZERO
046000         MOVE "AUCUNE LIGNE POUR CETTE DATE ET CE SITE"
046100             TO MESSAGE-ECRAN
046200         GO TO 2200-SUPPRIMER-EXIT
046300     END-IF.
046400     PERFORM 3300-REMONTER-LIGNE
046500         THRU 3300-REMONTER-LIGNE-EXIT
046600         VARYING RANG-INSERTION FROM RANG-TROUVE BY 1
046700         UNTIL RANG-INSERTION NOT < NB-LIGNES-CALENDRIER.
046800     SUBTRACT 1 FROM NB-LIGNES-CALENDRIER.
046900     MOVE "O" TO MODIFICATIONS.
047000     MOVE "LIGNE SUPPRIMEE" TO MESSAGE-ECRAN.
047100     PERFORM 3400-GARNIR-PAGE
047200         THRU 3400-GARNIR-PAGE-EXIT.
047300 2200-SUPPRIMER-EXIT.
047400     EXIT.
047500*----------------------------------------------------------------
047600* 3100-INSERER-LIGNE : NOUVELLE-LIGNE RANGEE DANS LA TABLE A SON
047700*                      RANG, LES LIGNES DE CLE SUPERIEURE
047800*                      DESCENDANT D'UN RANG
047900*----------------------------------------------------------------
048000 3100-INSERER-LIGNE.
048100     MOVE NB-LIGNES-CALENDRIER TO RANG-INSERTION.
048200     MOVE "N" TO FIN-DECALAGE.
048300     PERFORM 3110-DECALER-LIGNE
048400         THRU 3110-DECALER-LIGNE-EXIT
048500         UNTIL RANG-INSERTION = ZERO OR DECALAGE-TERMINE.
048600     ADD 1 TO RANG-INSERTION.
048700     MOVE NOUVELLE-LIGNE TO ENTREE-CALENDRIER(RANG-INSERTION).
048800     ADD 1 TO NB-LIGNES-CALENDRIER.
048900 3100-INSERER-LIGNE-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200* 3110-DECALER-LIGNE : UNE LIGNE DE CLE SUPERIEURE DESCEND D'UN
049300*                     RANG
049400*----------------------------------------------------------------
049500 3110-DECALER-LIGNE.
049600     IF TC-CLE(RANG-INSERTION) NOT > NL-CLE
049700         MOVE "O" TO FIN-DECALAGE
049800         GO TO 3110-DECALER-LIGNE-EXIT
049900     END-IF.
050000     COMPUTE RANG-SUIVANT = RANG-INSERTION + 1.
050100     MOVE ENTREE-CALENDRIER(RANG-INSERTION)
050200         TO ENTREE-CALENDRIER(RANG-SUIVANT).
050300     SUBTRACT 1 FROM RANG-INSERTION.
050400 3110-DECALER-LIGNE-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------
050700* 3200-CHERCHER-CLE : RANG DE LA LIGNE DE CLE NL-CLE DANS LA
050800*                     TABLE, ZERO SI ELLE N'Y EST PAS
050900*----------------------------------------------------------------
051000 3200-CHERCHER-CLE.
051100     MOVE ZERO TO RANG-TROUVE.
051200     MOVE "N"  TO FIN-RECHERCHE.
051300     PERFORM 3210-COMPARER-CLE
051400         THRU 3210-COMPARER-CLE-EXIT
051500         VARYING IDX-CAL FROM 1 BY 1
051600         UNTIL IDX-CAL > NB-LIGNES-CALENDRIER
051700             OR RECHERCHE-TERMINEE.
051800 3200-CHERCHER-CLE-EXIT.
051900     EXIT.
052000*----------------------------------------------------------------
052100* 3210-COMPARER-CLE : LA TABLE ETANT TRIEE, LA RECHERCHE S'ARRETE
052200*                     A LA PREMIERE CLE EGALE OU SUPERIEURE
052300*----------------------------------------------------------------
052400 3210-COMPARER-CLE.
052500     IF TC-CLE(IDX-CAL) < NL-CLE
052600         GO TO 3210-COMPARER-CLE-EXIT
052700     END-IF.
052800     MOVE "O" TO FIN-RECHERCHE.
052900     IF TC-CLE(IDX-CAL) = NL-CLE
053000         SET RANG-TROUVE TO IDX-CAL
053100     END-IF.
053200 3210-COMPARER-CLE-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500* 3300-REMONTER-LIGNE : LA LIGNE SUIVANTE REMONTE D'UN RANG
053600*----------------------------------------------------------------
053700 3300-REMONTER-LIGNE.
053800     COMPUTE RANG-SUIVANT = RANG-INSERTION + 1.
053900     MOVE ENTREE-CALENDRIER(RANG-SUIVANT)
054000         TO ENTREE-CALENDRIER(RANG-INSERTION).
054100 3300-REMONTER-LIGNE-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400* 3400-GARNIR-PAGE : LES 10 PREMIERES LIGNES DU CALENDRIER DATEES
054500*                    DU JOUR SAISI OU APRES
054600*----------------------------------------------------------------
054700 3400-GARNIR-PAGE.
054800     MOVE SPACES TO LIGNES-PAGE.
054900     MOVE ZERO   TO RANG-PAGE.
055000     SET IDX-LIGNE TO 1.
055100     PERFORM 3410-GARNIR-UNE-LIGNE
055200         THRU 3410-GARNIR-UNE-LIGNE-EXIT
055300         VARYING IDX-CAL FROM 1 BY 1
055400         UNTIL IDX-CAL > NB-LIGNES-CALENDRIER
055500             OR RANG-PAGE = 10.
055600 3400-GARNIR-PAGE-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900* 3410-GARNIR-UNE-LIGNE : UNE LIGNE DE LA TABLE MISE EN PAGE SI
056000*                         ELLE N'EST PAS ANTERIEURE A LA DATE
056100*                         SAISIE
056200*----------------------------------------------------------------
056300 3410-GARNIR-UNE-LIGNE.
056400     IF TC-DATE(IDX-CAL) < SAISIE-DATE
056500         GO TO 3410-GARNIR-UNE-LIGNE-EXIT
056600     END-IF.
056700     MOVE TC-DATE(IDX-CAL)      TO LC-DATE.
056800     MOVE TC-CODE-SITE(IDX-CAL) TO LC-CODE-SITE.
056900     MOVE TC-NATURE(IDX-CAL)    TO LC-NATURE.
057000     MOVE TC-LIBELLE(IDX-CAL)   TO LC-LIBELLE.
057100     ADD 1 TO RANG-PAGE.
057200     SET IDX-LIGNE TO RANG-PAGE.
057300     MOVE LIGNE-COMPOSEE TO LIGNE-PAGE(IDX-LIGNE).
057400 3410-GARNIR-UNE-LIGNE-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------
057700* 3500-CONTROLER-DATE : SAISIE-DATE EST-ELLE UNE DATE DU
057800*                       CALENDRIER ? (CONTROLE-DATE, SANS BORNES
057900*                       D'AGE - PASSE ET FUTUR SONT ADMIS)
058000*----------------------------------------------------------------
058100 3500-CONTROLER-DATE.
058200     MOVE "N" TO VALIDITE-DATE.
058300     IF SAISIE-DATE NOT NUMERIC
058400         GO TO 3500-CONTROLER-DATE-EXIT
058500     END-IF.
058600     MOVE SAISIE-DATE TO CD-DATE-AAAAMMJJ.
058700     MOVE ZERO TO CD-AGE-MINIMUM.
058800     MOVE 999  TO CD-AGE-MAXIMUM.
058900     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
059000     IF CD-DATE-VALIDE OR CD-DATE-FUTURE OR CD-AGE-HORS-BORNES
059100         MOVE "O" TO VALIDITE-DATE
059200     END-IF.
059300 3500-CONTROLER-DATE-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------
059600* 3600-CONTROLER-SITE : "***" OU UN CODE DU REFERENTIEL (TOUT
059700*                       CODE NON BLANC SI LE CONTROLE EST
059800*                       DEBRAYE)
059900*----------------------------------------------------------------
060000 3600-CONTROLER-SITE.
060100     MOVE "N" TO SITE-TROUVE.
060200     IF SAISIE-SITE = SPACES
060300         GO TO 3600-CONTROLER-SITE-EXIT
060400     END-IF.
060500     IF SAISIE-SITE = "***" OR NOT SITES-CONTROLES
060600         MOVE "O" TO SITE-TROUVE
060700         GO TO 3600-CONTROLER-SITE-EXIT
060800     END-IF.
060900     SET IDX-REF TO 1.
061000     SEARCH REF-SITE-CODE
061100         AT END
061200             GO TO 3600-CONTROLER-SITE-EXIT
061300         WHEN IDX-REF > NB-SITES-REFERENTIEL
061400             GO TO 3600-CONTROLER-SITE-EXIT
061500         WHEN REF-SITE-CODE(IDX-REF) = SAISIE-SITE
061600             MOVE "O" TO SITE-TROUVE
061700     END-SEARCH.
061800 3600-CONTROLER-SITE-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 4000-ENREGISTRER : REECRITURE COMPLETE DU CALENDRIER, TRIE,
062200*                    SI LA SEANCE L'A MODIFIE
062300*----------------------------------------------------------------
062400 4000-ENREGISTRER.
062500     IF NOT CALENDRIER-MODIFIE AND NB-LIGNES-IGNOREES = ZERO
062600         DISPLAY "AUCUNE MODIFICATION - CALENDRIER INCHANGE"
062700         GO TO 4000-ENREGISTRER-EXIT
062800     END-IF.
062900     OPEN OUTPUT CALENDRIER.
063000     IF NOT CA-OK
063100         DISPLAY "IMPOSSIBLE D'OUVRIR LE CALENDRIER CALENDR - "
063200             "CODE " CA-STATUT
063300         MOVE 16 TO RETURN-CODE
063400         GO TO 4000-ENREGISTRER-EXIT
063500     END-IF.
063600     MOVE ZERO TO NB-LIGNES-ECRITES.
063700     PERFORM 4100-ECRIRE-LIGNE
063800         THRU 4100-ECRIRE-LIGNE-EXIT
063900         VARYING IDX-CAL FROM 1 BY 1
064000         UNTIL IDX-CAL > NB-LIGNES-CALENDRIER.
064100     CLOSE CALENDRIER.
064200     DISPLAY "CALENDRIER ENREGISTRE - " NB-LIGNES-ECRITES
064300         " LIGNE(S)".
064400 4000-ENREGISTRER-EXIT.
064500     EXIT.
064600*----------------------------------------------------------------
064700* 4100-ECRIRE-LIGNE : UNE LIGNE DE LA TABLE AU CALENDRIER
064800*----------------------------------------------------------------
064900 4100-ECRIRE-LIGNE.
065000     MOVE SPACES TO ENR-CALENDRIER.
065100     MOVE TC-DATE(IDX-CAL)      TO CA-DATE.
065200     MOVE TC-CODE-SITE(IDX-CAL) TO CA-CODE-SITE.
065300     MOVE TC-NATURE(IDX-CAL)    TO CA-NATURE.
065400     MOVE TC-LIBELLE(IDX-CAL)   TO CA-LIBELLE.
065500     WRITE ENR-CALENDRIER.
065600     ADD 1 TO NB-LIGNES-ECRITES.
065700 4100-ECRIRE-LIGNE-EXIT.
065800     EXIT.
