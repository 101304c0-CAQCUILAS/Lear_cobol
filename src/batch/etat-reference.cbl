000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ETAT-REFERENCE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ETAT-REFERENCE COMPTE LA POPULATION DU REGISTRE TEL QU'IL ETAIT
000900* A UNE DATE DE REFERENCE PASSEE, SUR LA COPIE DE TRAVAIL DU
001000* FICHIER MAITRE RECONSTITUEE PAR RECONSTITUE-MAITRE (ASSIGN
001100* "MAITREF") - RAPPORT-DEMO NE VOIT QUE LE FICHIER MAITRE DU
001200* JOUR. L'ETAT ETATREFE PORTE :
001300*   - EN TETE, LA PROVENANCE RELUE DANS REFPROV (COPY RCREFER) :
001400*     GENERATION DE SAUVEGARDE, SENS ET PLAGE DE JOURNAL
001500*     APPLIQUEE, COMPTES DE LIGNES, ET LES RESERVES EVENTUELLES ;
001600*   - LA REPARTITION DEMOGRAPHIQUE DES DOSSIERS ACTIFS, L'AGE
001700*     ETANT CALCULE A LA DATE DE REFERENCE DEPUIS LA DATE DE
001800*     NAISSANCE (SEUILS MAJORITE / SENIOR LUS PAR LECTURE-PARAMS
001900*     COMME DANS RAPPORT-DEMO) ; SANS ANNEE DE NAISSANCE, L'AGE
002000*     PORTE AU DOSSIER EST RETENU ET COMPTE A PART ; SANS AGE NON
002100*     PLUS, LE DOSSIER EST D'AGE INCONNU ;
002200*   - LA POPULATION PAR SITE (SITE "---" POUR LES DOSSIERS SANS
002300*     SITE D'ORIGINE) ET PAR COMMUNE (CODE POSTAL + COMMUNE).
002400* LES DOSSIERS NON ACTIFS (DECEDES OU RADIES) SONT EXCLUS DES
002500* COMPTES ET COMPTES A PART. CODE RETOUR 4 SI LA RECONSTITUTION
002600* EST SOUS RESERVE, 16 SI LA PROVENANCE EST ILLISIBLE.
002700*
002800* HISTORIQUE DES MODIFICATIONS
002900* DATE       AUTEUR  DESCRIPTION
003000* ---------- ------- ---------------------------------------------
003100* 2026-10-15 SI      CREATION - COMPTES DEMOGRAPHIQUES, PAR SITE
003200*                    ET PAR COMMUNE DU REGISTRE A UNE DATE DE
003300*                    REFERENCE.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.    IBM-370.
003800 OBJECT-COMPUTER.    IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT FICHIER-MAITRE ASSIGN TO "MAITREF"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS MF-ID-CITOYEN
004500         FILE STATUS IS MF-STATUT.
004600     SELECT PROVENANCE ASSIGN TO "REFPROV"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS RP-STATUT.
004900     SELECT TRI-COMMUNES ASSIGN TO "TRIWORK".
005000     SELECT ETAT-REFER ASSIGN TO "ETATREFE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS ET-STATUT.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  FICHIER-MAITRE
005600     LABEL RECORDS ARE STANDARD.
005700 01  ENR-MAITRE.
005800     COPY RCMAITRE.
005900 FD  PROVENANCE
006000     LABEL RECORDS ARE STANDARD.
006100 01  ENR-PROVENANCE.
006200     COPY RCREFER.
006300 SD  TRI-COMMUNES.
006400 01  ENR-TRI.
006500     05 TRI-CODE-POSTAL          PIC X(05).
006600     05 TRI-COMMUNE              PIC X(25).
006700 FD  ETAT-REFER
006800     LABEL RECORDS ARE STANDARD.
006900 01  LIGNE-ETAT                  PIC X(100).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200* ZONES DE TRAVAIL
007300*----------------------------------------------------------------
007400 01  MF-STATUT                   PIC X(02).
007500     88 MF-OK                    VALUE "00".
007600 01  RP-STATUT                   PIC X(02).
007700     88 RP-OK                    VALUE "00".
007800 01  ET-STATUT                   PIC X(02).
007900     88 ET-OK                    VALUE "00".
008000 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
008100     88 PLUS-DE-CITOYENS         VALUE "O".
008200 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
008300     88 PLUS-D-ENREG-TRIES       VALUE "O".
008400 01  RECONSTITUTION-A-RESERVE    PIC X(01) VALUE "N".
008500     88 CHIFFRES-SOUS-RESERVE    VALUE "O".
008600 01  AGE-MAJORITE                PIC 9(03) VALUE 18.
008700 01  AGE-SENIOR                  PIC 9(03) VALUE 65.
008800 01  PARAMETRES-SITE.
008900     COPY RCPARVAL.
009000*----------------------------------------------------------------
009100* DATE DE REFERENCE ET CALCUL DE L'AGE A CETTE DATE
009200*----------------------------------------------------------------
009300 01  DATE-REFERENCE.
009400     05 DR-ANNEE                 PIC 9(04).
009500     05 DR-MOIS-JOUR             PIC 9(04).
009600 01  MOIS-JOUR-NAISSANCE         PIC 9(04).
009700 01  AGE-A-LA-REFERENCE          PIC 9(03).
009800 01  COMMUNE-COURANTE.
009900     05 CC-CODE-POSTAL           PIC X(05).
010000     05 CC-COMMUNE               PIC X(25).
010100*----------------------------------------------------------------
010200* COMPTEURS DE L'ETAT
010300*----------------------------------------------------------------
010400 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
010500 01  NB-ACTIFS                   PIC 9(07) COMP VALUE ZERO.
010600 01  NB-NON-ACTIFS               PIC 9(07) COMP VALUE ZERO.
010700 01  NB-MINEURS                  PIC 9(07) COMP VALUE ZERO.
010800 01  NB-ADULTES                  PIC 9(07) COMP VALUE ZERO.
010900 01  NB-SENIORS                  PIC 9(07) COMP VALUE ZERO.
011000 01  NB-AGE-INCONNU              PIC 9(07) COMP VALUE ZERO.
011100 01  NB-AGE-DECLARE              PIC 9(07) COMP VALUE ZERO.
011200 01  NB-COMMUNES                 PIC 9(07) COMP VALUE ZERO.
011300 01  NB-DE-LA-COMMUNE            PIC 9(07) COMP VALUE ZERO.
011400*----------------------------------------------------------------
011500* TABLE DE VENTILATION PAR SITE D'ORIGINE DU DOSSIER
011600*----------------------------------------------------------------
011700 01  NB-SITES-DISTINCTS          PIC 9(02) COMP VALUE ZERO.
011800 01  NB-SITES-DEBORDES           PIC 9(07) COMP VALUE ZERO.
011900 01  TABLE-SITES.
012000     05 ENTREE-SITE              OCCURS 20 TIMES
012100                                 INDEXED BY IDX-SITE.
012200         10 TS-CODE              PIC X(03).
012300         10 TS-ACTIFS            PIC 9(07) COMP.
012400 01  SITE-DU-DOSSIER             PIC X(03).
012500*----------------------------------------------------------------
012600* LIGNES EDITEES DE L'ETAT
012700*----------------------------------------------------------------
012800 01  LIGNE-PROVENANCE.
012900     05 LP-LIBELLE               PIC X(34).
013000     05 LP-VALEUR                PIC X(44).
013100 01  LIGNE-PLAGE.
013200     05 FILLER                   PIC X(34)
013300                     VALUE "PLAGE DE JOURNAL APPLIQUEE       :".
013400     05 FILLER                   PIC X(04) VALUE " DU ".
013500     05 LG-PREMIERE              PIC X(14).
013600     05 FILLER                   PIC X(04) VALUE " AU ".
013700     05 LG-DERNIERE              PIC X(14).
013800 01  LIGNE-SEUILS.
013900     05 FILLER                   PIC X(34)
014000                     VALUE "SEUILS (MAJORITE / SENIOR)       :".
014100     05 FILLER                   PIC X(01) VALUE SPACE.
014200     05 LX-MAJORITE              PIC ZZ9.
014300     05 FILLER                   PIC X(03) VALUE " / ".
014400     05 LX-SENIOR                PIC ZZ9.
014500     05 FILLER                   PIC X(04) VALUE " ANS".
014600 01  LIGNE-SITE.
014700     05 FILLER                   PIC X(02) VALUE SPACES.
014800     05 LS-CODE                  PIC X(03).
014900     05 FILLER                   PIC X(29) VALUE SPACES.
015000     05 LS-ACTIFS                PIC ZZZZZZ9.
015100 01  LIGNE-COMMUNE.
015200     05 FILLER                   PIC X(02) VALUE SPACES.
015300     05 LC-CODE-POSTAL           PIC X(05).
015400     05 FILLER                   PIC X(01) VALUE SPACE.
015500     05 LC-COMMUNE               PIC X(25).
015600     05 FILLER                   PIC X(01) VALUE SPACE.
015700     05 LC-ACTIFS                PIC ZZZZZZ9.
015800 01  LIGNE-TOTAL.
015900     05 LT-LIBELLE               PIC X(34).
016000     05 LT-COMPTEUR              PIC ZZZZZZ9.
016100 PROCEDURE DIVISION.
016200*================================================================
016300* 0000-MAINLINE : PROVENANCE, COMPTES SUR LA COPIE RECONSTITUEE
016400*                 ET TRI DES DOSSIERS ACTIFS PAR COMMUNE
016500*================================================================
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALISATION
016800         THRU 1000-INITIALISATION-EXIT.
016900     PERFORM 1500-IMPRIMER-PROVENANCE
017000         THRU 1500-IMPRIMER-PROVENANCE-EXIT.
017100     SORT TRI-COMMUNES
017200         ON ASCENDING KEY TRI-CODE-POSTAL TRI-COMMUNE
017300         INPUT PROCEDURE IS 2000-COMPTER-DOSSIERS
017400             THRU 2000-COMPTER-DOSSIERS-EXIT
017500         OUTPUT PROCEDURE IS 3000-EDITER-COMPTES
017600             THRU 3000-EDITER-COMPTES-EXIT.
017700     PERFORM 8000-PIED-DE-PAGE
017800         THRU 8000-PIED-DE-PAGE-EXIT.
017900     PERFORM 9999-TERMINER
018000         THRU 9999-TERMINER-EXIT.
018100     STOP RUN.
018200*----------------------------------------------------------------
018300* 1000-INITIALISATION : SEUILS, LECTURE DE LA PROVENANCE ET
018400*                       OUVERTURE DES FICHIERS
018500*----------------------------------------------------------------
018600 1000-INITIALISATION.
018700     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
018800     MOVE PV-AGE-MAJORITE TO AGE-MAJORITE.
018900     MOVE PV-AGE-RETRAITE TO AGE-SENIOR.
019000     OPEN INPUT PROVENANCE.
019100     IF NOT RP-OK
019200         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REFPROV - "
019300             "CODE " RP-STATUT
019400         MOVE 16 TO RETURN-CODE
019500         STOP RUN
019600     END-IF.
019700     READ PROVENANCE
019800         AT END
019900             DISPLAY "FICHIER REFPROV VIDE - RECONSTITUTION "
020000                 "NON ABOUTIE"
020100             MOVE 16 TO RETURN-CODE
020200             STOP RUN
020300     END-READ.
020400     CLOSE PROVENANCE.
020500     IF RF-HORODATE-REFERENCE NOT NUMERIC
020600         DISPLAY "HORODATAGE DE REFERENCE ILLISIBLE DANS REFPROV"
020700         MOVE 16 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     MOVE RF-HORODATE-REFERENCE(1:8) TO DATE-REFERENCE.
021100     IF RF-NB-NON-RECONSTITUEES > ZERO
021200     OR RF-NB-ERREURS > ZERO
021300     OR RF-JOURNAL-DOUTEUX
021400         MOVE "O" TO RECONSTITUTION-A-RESERVE
021500     END-IF.
021600     OPEN INPUT FICHIER-MAITRE.
021700     IF NOT MF-OK
021800         DISPLAY "IMPOSSIBLE D'OUVRIR LA COPIE DE TRAVAIL "
021900             "MAITREF - CODE " MF-STATUT
022000         MOVE 16 TO RETURN-CODE
022100         STOP RUN
022200     END-IF.
022300     OPEN OUTPUT ETAT-REFER.
022400     IF NOT ET-OK
022500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATREFE - "
022600             "CODE " ET-STATUT
022700         MOVE 16 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000 1000-INITIALISATION-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300* 1500-IMPRIMER-PROVENANCE : EN-TETE DE L'ETAT - DATE DE
023400*                            REFERENCE, GENERATION ET PLAGE DE
023500*                            JOURNAL QUI FONDENT LES CHIFFRES
023600*----------------------------------------------------------------
023700 1500-IMPRIMER-PROVENANCE.
023800     MOVE SPACES TO LIGNE-ETAT.
023900     STRING "POPULATION DU REGISTRE AU " DELIMITED BY SIZE
024000         RF-HORODATE-REFERENCE DELIMITED BY SIZE
024100         " (AAAAMMJJHHMMSS)" DELIMITED BY SIZE
024200         INTO LIGNE-ETAT.
024300     WRITE LIGNE-ETAT.
024400     MOVE SPACES TO LIGNE-ETAT.
024500     WRITE LIGNE-ETAT.
024600     MOVE "GENERATION DE SAUVEGARDE         :" TO LP-LIBELLE.
024700     MOVE RF-GENERATION TO LP-VALEUR.
024800     MOVE LIGNE-PROVENANCE TO LIGNE-ETAT.
024900     WRITE LIGNE-ETAT.
025000     MOVE "HORODATAGE DE LA SAUVEGARDE      :" TO LP-LIBELLE.
025100     MOVE RF-HORODATE-SAUVEGARDE TO LP-VALEUR.
025200     MOVE LIGNE-PROVENANCE TO LIGNE-ETAT.
025300     WRITE LIGNE-ETAT.
025400     MOVE "SENS DE LA RECONSTITUTION        :" TO LP-LIBELLE.
025500     IF RF-EN-ARRIERE
025600         MOVE "ARRIERE (LIGNES DEFAITES, IMAGE AVANT)"
025700             TO LP-VALEUR
025800     ELSE
025900         MOVE "AVANT (LIGNES REJOUEES, IMAGE APRES)"
026000             TO LP-VALEUR
026100     END-IF.
026200     MOVE LIGNE-PROVENANCE TO LIGNE-ETAT.
026300     WRITE LIGNE-ETAT.
026400     IF RF-PREMIERE-LIGNE = SPACES
026500         MOVE "PLAGE DE JOURNAL APPLIQUEE       :" TO LP-LIBELLE
026600         MOVE "AUCUNE LIGNE DANS LA FENETRE" TO LP-VALEUR
026700         MOVE LIGNE-PROVENANCE TO LIGNE-ETAT
026800     ELSE
026900         MOVE RF-PREMIERE-LIGNE TO LG-PREMIERE
027000         MOVE RF-DERNIERE-LIGNE TO LG-DERNIERE
027100         MOVE LIGNE-PLAGE TO LIGNE-ETAT
027200     END-IF.
027300     WRITE LIGNE-ETAT.
027400     MOVE "LIGNES DE JOURNAL LUES           :" TO LT-LIBELLE.
027500     MOVE RF-NB-LIGNES-LUES TO LT-COMPTEUR.
027600     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
027700     WRITE LIGNE-ETAT.
027800     MOVE "  DANS LA FENETRE                :" TO LT-LIBELLE.
027900     MOVE RF-NB-FENETRE TO LT-COMPTEUR.
028000     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
028100     WRITE LIGNE-ETAT.
028200     MOVE "  APPLIQUEES                     :" TO LT-LIBELLE.
028300     MOVE RF-NB-APPLIQUEES TO LT-COMPTEUR.
028400     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
028500     WRITE LIGNE-ETAT.
028600     MOVE "  SANS INCIDENCE SUR LE REGISTRE :" TO LT-LIBELLE.
028700     MOVE RF-NB-SANS-INCIDENCE TO LT-COMPTEUR.
028800     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
028900     WRITE LIGNE-ETAT.
029000     MOVE "  NON RECONSTITUEES              :" TO LT-LIBELLE.
029100     MOVE RF-NB-NON-RECONSTITUEES TO LT-COMPTEUR.
029200     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
029300     WRITE LIGNE-ETAT.
029400     MOVE "  EN ERREUR                      :" TO LT-LIBELLE.
029500     MOVE RF-NB-ERREURS TO LT-COMPTEUR.
029600     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
029700     WRITE LIGNE-ETAT.
029800     MOVE "RECONSTITUTION EFFECTUEE LE      :" TO LP-LIBELLE.
029900     MOVE RF-HORODATE-TRAITEMENT TO LP-VALEUR.
030000     MOVE LIGNE-PROVENANCE TO LIGNE-ETAT.
030100     WRITE LIGNE-ETAT.
030200     IF NOT CHIFFRES-SOUS-RESERVE
030300         GO TO 1500-IMPRIMER-PROVENANCE-EXIT
030400     END-IF.
030500     MOVE SPACES TO LIGNE-ETAT.
030600     WRITE LIGNE-ETAT.
030700     MOVE "*** CHIFFRES SOUS RESERVE :" TO LIGNE-ETAT.
030800     WRITE LIGNE-ETAT.
030900     IF RF-NB-NON-RECONSTITUEES > ZERO
031000         MOVE "    LIGNES DE JOURNAL NON RECONSTITUEES (VOIR LE "
031100             TO LIGNE-ETAT
031200         MOVE "COMPTE RENDU DE RECONSTITUE-MAITRE)"
031300             TO LIGNE-ETAT(51:35)
031400         WRITE LIGNE-ETAT
031500     END-IF.
031600     IF RF-NB-ERREURS > ZERO
031700         MOVE "    ERREURS D'ECRITURE SUR LA COPIE DE TRAVAIL"
031800             TO LIGNE-ETAT
031900         WRITE LIGNE-ETAT
032000     END-IF.
032100     IF RF-JOURNAL-DOUTEUX
032200         MOVE "    JOURNAL MONTE NE COUVRANT PAS TOUTE LA FENETRE"
032300             TO LIGNE-ETAT
032400         MOVE "(GENERATION D'ARCHIVE MANQUANTE ?)"
032500             TO LIGNE-ETAT(52:34)
032600         WRITE LIGNE-ETAT
032700     END-IF.
032800 1500-IMPRIMER-PROVENANCE-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
033100* 2000-COMPTER-DOSSIERS : PARCOURS DE LA COPIE RECONSTITUEE,
033200*                         COMPTES DEMOGRAPHIQUES ET PAR SITE,
033300*                         RELACHEMENT AU TRI DES DOSSIERS ACTIFS
033400*----------------------------------------------------------------
033500 2000-COMPTER-DOSSIERS.
033600     PERFORM 2100-LIRE-CITOYEN
033700         THRU 2100-LIRE-CITOYEN-EXIT.
033800     PERFORM 2200-COMPTER-CITOYEN
033900         THRU 2200-COMPTER-CITOYEN-EXIT
034000         UNTIL PLUS-DE-CITOYENS.
034100 2000-COMPTER-DOSSIERS-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400* 2100-LIRE-CITOYEN : LECTURE SEQUENTIELLE DE LA COPIE
034500*----------------------------------------------------------------
034600 2100-LIRE-CITOYEN.
034700     READ FICHIER-MAITRE NEXT RECORD
034800         AT END
034900             MOVE "O" TO FIN-FICHIER-MAITRE
035000     END-READ.
035100 2100-LIRE-CITOYEN-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 2200-COMPTER-CITOYEN : CLASSEMENT DU DOSSIER COURANT PUIS
035500*                        LECTURE DU SUIVANT
035600*----------------------------------------------------------------
035700 2200-COMPTER-CITOYEN.
035800     ADD 1 TO NB-LUS.
035900     IF NOT MF-DOSSIER-ACTIF
036000         ADD 1 TO NB-NON-ACTIFS
036100         GO TO 2200-COMPTER-CITOYEN-SUITE
036200     END-IF.
036300     ADD 1 TO NB-ACTIFS.
036400     PERFORM 2300-CALCULER-AGE
036500         THRU 2300-CALCULER-AGE-EXIT.
036600     PERFORM 2400-COMPTER-SITE
036700         THRU 2400-COMPTER-SITE-EXIT.
036800     MOVE MF-CODE-POSTAL TO TRI-CODE-POSTAL.
036900     MOVE MF-COMMUNE     TO TRI-COMMUNE.
037000     RELEASE ENR-TRI.
037100 2200-COMPTER-CITOYEN-SUITE.
037200     PERFORM 2100-LIRE-CITOYEN
037300         THRU 2100-LIRE-CITOYEN-EXIT.
037400 2200-COMPTER-CITOYEN-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700* 2300-CALCULER-AGE : AGE A LA DATE DE REFERENCE DEPUIS LA DATE
037800*                     DE NAISSANCE (JOUR ET MOIS A ZERO : ANNEE
037900*                     SEULE, DOSSIERS ANONYMISES) ; A DEFAUT,
038000*                     AGE PORTE AU DOSSIER ; A DEFAUT, INCONNU -
038100*                     PUIS CLASSEMENT DANS LA TRANCHE
038200*----------------------------------------------------------------
038300 2300-CALCULER-AGE.
038400     IF MF-DATE-NAISSANCE NOT NUMERIC
038500     OR MF-AN-NAISSANCE = ZERO
038600         GO TO 2300-CALCULER-AGE-DECLARE
038700     END-IF.
038800     IF MF-AN-NAISSANCE > DR-ANNEE
038900         ADD 1 TO NB-AGE-INCONNU
039000         GO TO 2300-CALCULER-AGE-EXIT
039100     END-IF.
039200     COMPUTE AGE-A-LA-REFERENCE = DR-ANNEE - MF-AN-NAISSANCE.
039300     COMPUTE MOIS-JOUR-NAISSANCE =
039400         MF-MOIS-NAISSANCE * 100 + MF-JOUR-NAISSANCE.
039500     IF MOIS-JOUR-NAISSANCE > DR-MOIS-JOUR
039600     AND AGE-A-LA-REFERENCE > ZERO
039700         SUBTRACT 1 FROM AGE-A-LA-REFERENCE
039800     END-IF.
039900     GO TO 2300-CALCULER-AGE-TRANCHE.
040000 2300-CALCULER-AGE-DECLARE.
040100     IF MF-AGE = ZERO
040200         ADD 1 TO NB-AGE-INCONNU
040300         GO TO 2300-CALCULER-AGE-EXIT
040400     END-IF.
040500     ADD 1 TO NB-AGE-DECLARE.
040600     MOVE MF-AGE TO AGE-A-LA-REFERENCE.
040700 2300-CALCULER-AGE-TRANCHE.
040800     IF AGE-A-LA-REFERENCE < AGE-MAJORITE
040900         ADD 1 TO NB-MINEURS
041000     ELSE
041100         IF AGE-A-LA-REFERENCE >= AGE-SENIOR
041200             ADD 1 TO NB-SENIORS
041300         ELSE
041400             ADD 1 TO NB-ADULTES
041500         END-IF
041600     END-IF.
041700 2300-CALCULER-AGE-EXIT.
041800     EXIT.
041900*----------------------------------------------------------------
042000* 2400-COMPTER-SITE : RECHERCHE DU SITE DANS LA TABLE (AJOUT S'IL
042100*                     EST NOUVEAU) ET CUMUL
042200*----------------------------------------------------------------
042300 2400-COMPTER-SITE.
042400     IF MF-CODE-SITE = SPACES
042500         MOVE "---" TO SITE-DU-DOSSIER
042600     ELSE
042700         MOVE MF-CODE-SITE TO SITE-DU-DOSSIER
042800     END-IF.
042900     SET IDX-SITE TO 1.
043000     SEARCH ENTREE-SITE
043100         AT END
043200             ADD 1 TO NB-SITES-DEBORDES
043300             GO TO 2400-COMPTER-SITE-EXIT
043400         WHEN TS-CODE(IDX-SITE) = SITE-DU-DOSSIER
043500             CONTINUE
043600         WHEN TS-CODE(IDX-SITE) = SPACES
043700             MOVE SITE-DU-DOSSIER TO TS-CODE(IDX-SITE)
043800             MOVE ZERO TO TS-ACTIFS(IDX-SITE)
043900             ADD 1 TO NB-SITES-DISTINCTS
044000     END-SEARCH.
044100     ADD 1 TO TS-ACTIFS(IDX-SITE).
044200 2400-COMPTER-SITE-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------
044500* 3000-EDITER-COMPTES : SORTIE DU TRI - REPARTITION
044600*                       DEMOGRAPHIQUE ET PAR SITE (COMPTES
044700*                       ACHEVES A CE STADE), PUIS POPULATION
044800*                       COMMUNE PAR COMMUNE
044900*----------------------------------------------------------------
045000 3000-EDITER-COMPTES.
045100     PERFORM 3100-EDITER-DEMOGRAPHIE
045200         THRU 3100-EDITER-DEMOGRAPHIE-EXIT.
045300     PERFORM 3200-EDITER-SITES
045400         THRU 3200-EDITER-SITES-EXIT.
045500     MOVE SPACES TO LIGNE-ETAT.
045600     WRITE LIGNE-ETAT.
045700     MOVE "POPULATION PAR COMMUNE (DOSSIERS ACTIFS)"
045800         TO LIGNE-ETAT.
045900     WRITE LIGNE-ETAT.
046000     MOVE "  CP    COMMUNE                    NOMBRE"
046100         TO LIGNE-ETAT.
046200     WRITE LIGNE-ETAT.
046300     MOVE LOW-VALUES TO COMMUNE-COURANTE.
046400     PERFORM 3300-EDITER-COMMUNE
046500         THRU 3300-EDITER-COMMUNE-EXIT
046600         UNTIL PLUS-D-ENREG-TRIES.
046700     PERFORM 3400-CLORE-COMMUNE
046800         THRU 3400-CLORE-COMMUNE-EXIT.
046900 3000-EDITER-COMPTES-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 3100-EDITER-DEMOGRAPHIE : REPARTITION PAR TRANCHE D'AGE A LA
047300*                           DATE DE REFERENCE
047400*----------------------------------------------------------------
047500 3100-EDITER-DEMOGRAPHIE.
047600     MOVE SPACES TO LIGNE-ETAT.
047700     WRITE LIGNE-ETAT.
047800     MOVE "REPARTITION DEMOGRAPHIQUE (AGE A LA DATE DE REFERENCE)"
047900         TO LIGNE-ETAT.
048000     WRITE LIGNE-ETAT.
048100     MOVE AGE-MAJORITE TO LX-MAJORITE.
048200     MOVE AGE-SENIOR   TO LX-SENIOR.
048300     MOVE LIGNE-SEUILS TO LIGNE-ETAT.
048400     WRITE LIGNE-ETAT.
048500     MOVE "POPULATION (DOSSIERS ACTIFS)     :" TO LT-LIBELLE.
048600     MOVE NB-ACTIFS TO LT-COMPTEUR.
048700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
048800     WRITE LIGNE-ETAT.
048900     MOVE "  MINEURS                        :" TO LT-LIBELLE.
049000     MOVE NB-MINEURS TO LT-COMPTEUR.
049100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
049200     WRITE LIGNE-ETAT.
049300     MOVE "  ADULTES                        :" TO LT-LIBELLE.
049400     MOVE NB-ADULTES TO LT-COMPTEUR.
049500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
049600     WRITE LIGNE-ETAT.
049700     MOVE "  SENIORS                        :" TO LT-LIBELLE.
049800     MOVE NB-SENIORS TO LT-COMPTEUR.
049900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
050000     WRITE LIGNE-ETAT.
050100     MOVE "  AGE INCONNU                    :" TO LT-LIBELLE.
050200     MOVE NB-AGE-INCONNU TO LT-COMPTEUR.
050300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
050400     WRITE LIGNE-ETAT.
050500     MOVE "  DONT AGE DU DOSSIER (SANS DATE):" TO LT-LIBELLE.
050600     MOVE NB-AGE-DECLARE TO LT-COMPTEUR.
050700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
050800     WRITE LIGNE-ETAT.
050900     MOVE "NON ACTIFS (DECEDES OU RADIES)   :" TO LT-LIBELLE.
051000     MOVE NB-NON-ACTIFS TO LT-COMPTEUR.
051100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
051200     WRITE LIGNE-ETAT.
051300 3100-EDITER-DEMOGRAPHIE-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600* 3200-EDITER-SITES : POPULATION PAR SITE D'ORIGINE
051700*----------------------------------------------------------------
051800 3200-EDITER-SITES.
051900     MOVE SPACES TO LIGNE-ETAT.
052000     WRITE LIGNE-ETAT.
052100     MOVE "POPULATION PAR SITE (DOSSIERS ACTIFS)" TO LIGNE-ETAT.
052200     WRITE LIGNE-ETAT.
052300     IF NB-SITES-DISTINCTS > ZERO
052400         PERFORM 3250-EDITER-SITE
052500             THRU 3250-EDITER-SITE-EXIT
052600             VARYING IDX-SITE FROM 1 BY 1
052700             UNTIL IDX-SITE > NB-SITES-DISTINCTS
052800     ELSE
052900         MOVE "  AUCUN DOSSIER ACTIF" TO LIGNE-ETAT
053000         WRITE LIGNE-ETAT
053100     END-IF.
053200     IF NB-SITES-DEBORDES > ZERO
053300         MOVE "  AU-DELA DE 20 SITES            :" TO LT-LIBELLE
053400         MOVE NB-SITES-DEBORDES TO LT-COMPTEUR
053500         MOVE LIGNE-TOTAL TO LIGNE-ETAT
053600         WRITE LIGNE-ETAT
053700     END-IF.
053800 3200-EDITER-SITES-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100* 3250-EDITER-SITE : LIGNE D'UN SITE DE LA TABLE
054200*----------------------------------------------------------------
054300 3250-EDITER-SITE.
054400     MOVE TS-CODE(IDX-SITE)   TO LS-CODE.
054500     MOVE TS-ACTIFS(IDX-SITE) TO LS-ACTIFS.
054600     MOVE LIGNE-SITE TO LIGNE-ETAT.
054700     WRITE LIGNE-ETAT.
054800 3250-EDITER-SITE-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100* 3300-EDITER-COMMUNE : RETRAIT D'UN DOSSIER DU TRI - UNE
055200*                       NOUVELLE COMMUNE CLOT LA PRECEDENTE
055300*----------------------------------------------------------------
055400 3300-EDITER-COMMUNE.
055500     RETURN TRI-COMMUNES
055600         AT END
055700             MOVE "O" TO FIN-DU-TRI
055800             GO TO 3300-EDITER-COMMUNE-EXIT
055900     END-RETURN.
056000     IF TRI-CODE-POSTAL NOT = CC-CODE-POSTAL
056100     OR TRI-COMMUNE NOT = CC-COMMUNE
056200         PERFORM 3400-CLORE-COMMUNE
056300             THRU 3400-CLORE-COMMUNE-EXIT
056400         MOVE TRI-CODE-POSTAL TO CC-CODE-POSTAL
056500         MOVE TRI-COMMUNE     TO CC-COMMUNE
056600         MOVE ZERO TO NB-DE-LA-COMMUNE
056700         ADD 1 TO NB-COMMUNES
056800     END-IF.
056900     ADD 1 TO NB-DE-LA-COMMUNE.
057000 3300-EDITER-COMMUNE-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300* 3400-CLORE-COMMUNE : LIGNE DE LA COMMUNE QUI SE TERMINE
057400*                      (ADRESSE A BLANC : COMMUNE NON RENSEIGNEE)
057500*----------------------------------------------------------------
057600 3400-CLORE-COMMUNE.
057700     IF NB-DE-LA-COMMUNE = ZERO
057800         GO TO 3400-CLORE-COMMUNE-EXIT
057900     END-IF.
058000     MOVE CC-CODE-POSTAL TO LC-CODE-POSTAL.
058100     IF CC-CODE-POSTAL = SPACES
058200     AND CC-COMMUNE = SPACES
058300         MOVE "(NON RENSEIGNEE)" TO LC-COMMUNE
058400     ELSE
058500         MOVE CC-COMMUNE TO LC-COMMUNE
058600     END-IF.
058700     MOVE NB-DE-LA-COMMUNE TO LC-ACTIFS.
058800     MOVE LIGNE-COMMUNE TO LIGNE-ETAT.
058900     WRITE LIGNE-ETAT.
059000 3400-CLORE-COMMUNE-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300* 8000-PIED-DE-PAGE : TOTAUX DE L'ETAT ET CODE RETOUR 4 SI LES
059400*                     CHIFFRES SONT SOUS RESERVE
059500*----------------------------------------------------------------
059600 8000-PIED-DE-PAGE.
059700     MOVE SPACES TO LIGNE-ETAT.
059800     WRITE LIGNE-ETAT.
059900     MOVE "DOSSIERS LUS                     :" TO LT-LIBELLE.
060000     MOVE NB-LUS TO LT-COMPTEUR.
060100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
060200     WRITE LIGNE-ETAT.
060300     MOVE "COMMUNES                         :" TO LT-LIBELLE.
060400     MOVE NB-COMMUNES TO LT-COMPTEUR.
060500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
060600     WRITE LIGNE-ETAT.
060700     MOVE "SITES                            :" TO LT-LIBELLE.
060800     MOVE NB-SITES-DISTINCTS TO LT-COMPTEUR.
060900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
061000     WRITE LIGNE-ETAT.
061100     IF CHIFFRES-SOUS-RESERVE
061200         MOVE "*** CHIFFRES SOUS RESERVE - VOIR EN-TETE"
061300             TO LIGNE-ETAT
061400         WRITE LIGNE-ETAT
061500         MOVE 4 TO RETURN-CODE
061600     END-IF.
061700 8000-PIED-DE-PAGE-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------
062000* 9999-TERMINER : FERMETURE DES FICHIERS
062100*----------------------------------------------------------------
062200 9999-TERMINER.
062300     CLOSE FICHIER-MAITRE.
062400     CLOSE ETAT-REFER.
062500 9999-TERMINER-EXIT.
062600     EXIT.
