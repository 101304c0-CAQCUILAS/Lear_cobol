000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ECHANT-QUALITE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ECHANT-QUALITE TIRE CHAQUE MOIS, DANS LE JOURNAL D'AUDIT, UN
000900* ECHANTILLON DES SAISIES DU MOIS A FAIRE REVOIR PAR LES
001000* SUPERVISEURS : CREATIONS (AJOUT), CORRECTIONS (MODIF) ET
001100* CHANGEMENTS DE STATUT (STATU). RAPPORT-ACTIVITE DONNE LES
001200* VOLUMES PAR OPERATEUR, MAIS PERSONNE NE REVERIFIAIT QUE CE QUI
001300* AVAIT ETE SAISI ETAIT JUSTE.
001400*
001500* LE TIRAGE EST STRATIFIE PAR OPERATEUR ET PAR SITE EMETTEUR
001600* (JN-CODE-SITE) POUR QUE CHACUN SOIT REPRESENTE, MEME AVEC PEU
001700* DE SAISIES : DANS CHAQUE STRATE, TAUX DEMANDE DES LIGNES DU
001800* MOIS ARRONDI AU-DESSUS, AU MOINS LE MINIMUM ET AU PLUS LE
001900* MAXIMUM DEMANDES (TOUTES LES LIGNES SI LA STRATE EST PLUS
002000* PETITE). LES LIGNES SONT TIREES PAR UN GENERATEUR
002100* PSEUDO-ALEATOIRE A GRAINE (CONGRUENCE MULTIPLICATIVE DE
002200* LEHMER, MODULO 2**31-1) : MEME JOURNAL, MEMES CARTES, MEME
002300* ECHANTILLON - LE TIRAGE EST REPRODUCTIBLE ET VERIFIABLE.
002400*
002500* LES ELEMENTS TIRES SONT PORTES AU FICHIER ECHQUAL (COPY
002600* RCECHQC) AVEC LEURS IMAGES AVANT ET APRES, ET IMPRIMES SUR LA
002700* FEUILLE DE REVUE (FEUILQC) : ZONES CHANGEES EN CLAIR
002800* (ECART-IMAGES) ET CASES DU VERDICT. LE SUPERVISEUR PORTE
002900* ENSUITE SON VERDICT PAR L'ECRAN REVUE-QUALITE ET
003000* RAPPORT-QUALITE TOTALISE LES TAUX D'ERREUR.
003100*
003200* CARTES SYSIN, UNE PAR ZONE :
003300*   1 - MOIS AAAAMM (BLANC = MOIS PRECEDENT) ;
003400*   2 - TAUX DE TIRAGE EN POUR CENT, 2 CHIFFRES (BLANC = 05) ;
003500*   3 - MINIMUM PAR STRATE, 2 CHIFFRES (BLANC = 03) ;
003600*   4 - MAXIMUM PAR STRATE, 3 CHIFFRES (BLANC = 020) ;
003700*   5 - GRAINE, 9 CHIFFRES (BLANC = LE MOIS AAAAMM).
003800* UN MOIS DEJA TIRE N'EST PAS RETIRE : LA FEUILLE DE REVUE EST
003900* REIMPRIMEE DEPUIS LE FICHIER ECHQUAL, VERDICTS DEJA PORTES
004000* COMPRIS, AVEC LE CODE RETOUR 4.
004100*
004200* HISTORIQUE DES MODIFICATIONS
004300* DATE       AUTEUR  DESCRIPTION
004400* ---------- ------- ---------------------------------------------
004500* 2026-10-15 SI      CREATION - ECHANTILLON MENSUEL DE CONTROLE
004600*                    QUALITE DES SAISIES PAR OPERATEUR ET SITE.
004700*----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.    IBM-370.
005100 OBJECT-COMPUTER.    IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT JOURNAL ASSIGN TO "JOURNAL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS JN-STATUT.
005700     SELECT ECHANTILLON-QUALITE ASSIGN TO "ECHQUAL"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS EQ-CLE
006100         FILE STATUS IS EQ-STATUT.
006200     SELECT FEUILLE-REVUE ASSIGN TO "FEUILQC"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FR-STATUT.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  JOURNAL
006800     LABEL RECORDS ARE STANDARD.
006900 01  ENR-JOURNAL.
007000     COPY RCJOURNAL.
007100 FD  ECHANTILLON-QUALITE
007200     LABEL RECORDS ARE STANDARD.
007300 01  ENR-ECHANTILLON.
007400     COPY RCECHQC.
007500 FD  FEUILLE-REVUE
007600     LABEL RECORDS ARE STANDARD.
007700 01  LIGNE-FEUILLE               PIC X(100).
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------
008000* ZONES DE TRAVAIL
008100*----------------------------------------------------------------
008200 01  JN-STATUT                   PIC X(02).
008300     88 JN-OK                    VALUE "00".
008400     88 JN-ABSENT                VALUE "35".
008500 01  EQ-STATUT                   PIC X(02).
008600     88 EQ-OK                    VALUE "00".
008700     88 EQ-ABSENT                VALUE "35".
008800 01  FR-STATUT                   PIC X(02).
008900     88 FR-OK                    VALUE "00".
009000 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
009100     88 PLUS-DE-LIGNES           VALUE "O".
009200 01  FIN-ECHANTILLON             PIC X(01) VALUE "N".
009300     88 PLUS-D-ELEMENTS          VALUE "O".
009400 01  MOIS-DEJA-TIRE              PIC X(01) VALUE "N".
009500     88 ECHANTILLON-DEJA-TIRE    VALUE "O".
009600 01  LIGNE-A-RETENIR             PIC X(01) VALUE "N".
009700     88 LIGNE-RETENUE            VALUE "O".
009800 01  DATE-DU-JOUR.
009900     05 DJ-ANNEE                 PIC 9(04).
010000     05 DJ-MOIS                  PIC 9(02).
010100     05 DJ-JOUR                  PIC 9(02).
010200 01  MOIS-DEMANDE.
010300     05 MD-ANNEE                 PIC 9(04).
010400     05 MD-MOIS                  PIC 9(02).
010500 01  MOIS-DEMANDE-9 REDEFINES MOIS-DEMANDE
010600                                 PIC 9(06).
010700 01  DATE-LIGNE-X                PIC X(08).
010800*----------------------------------------------------------------
010900* CARTES DE PARAMETRES DU TIRAGE
011000*----------------------------------------------------------------
011100 01  CARTE-MOIS                  PIC X(06) VALUE SPACES.
011200 01  CARTE-TAUX                  PIC X(02) VALUE SPACES.
011300 01  CARTE-TAUX-9 REDEFINES CARTE-TAUX
011400                                 PIC 9(02).
011500 01  CARTE-MINIMUM               PIC X(02) VALUE SPACES.
011600 01  CARTE-MINIMUM-9 REDEFINES CARTE-MINIMUM
011700                                 PIC 9(02).
011800 01  CARTE-MAXIMUM               PIC X(03) VALUE SPACES.
011900 01  CARTE-MAXIMUM-9 REDEFINES CARTE-MAXIMUM
012000                                 PIC 9(03).
012100 01  CARTE-GRAINE                PIC X(09) VALUE SPACES.
012200 01  CARTE-GRAINE-9 REDEFINES CARTE-GRAINE
012300                                 PIC 9(09).
012400 01  TAUX-TIRAGE                 PIC 9(02) VALUE 5.
012500 01  MINIMUM-STRATE              PIC 9(02) VALUE 3.
012600 01  MAXIMUM-STRATE              PIC 9(03) VALUE 20.
012700 01  GRAINE-TIRAGE               PIC 9(09) VALUE ZERO.
012800*----------------------------------------------------------------
012900* GENERATEUR PSEUDO-ALEATOIRE (LEHMER : X = X * 16807 MODULO
013000* 2147483647) ET TIRAGE SEQUENTIEL SANS REMISE : LA LIGNE EST
013100* PRISE SI UN ENTIER TIRE ENTRE 0 ET (LIGNES RESTANT A VOIR DANS
013200* LA STRATE - 1) EST INFERIEUR AU NOMBRE D'ELEMENTS ENCORE A
013300* PRENDRE - LA STRATE DONNE AINSI EXACTEMENT SA TAILLE.
013400*----------------------------------------------------------------
013500 01  ALEA                        PIC 9(10) COMP VALUE ZERO.
013600 01  PRODUIT-ALEA                PIC 9(18) COMP VALUE ZERO.
013700 01  QUOTIENT-ALEA               PIC 9(18) COMP VALUE ZERO.
013800 01  MODULE-ALEA                 PIC 9(10) COMP
013900                                 VALUE 2147483647.
014000 01  LIGNES-RESTANTES            PIC 9(07) COMP VALUE ZERO.
014100 01  ELEMENTS-A-PRENDRE          PIC 9(03) COMP VALUE ZERO.
014200 01  TIRAGE                      PIC 9(07) COMP VALUE ZERO.
014300*----------------------------------------------------------------
014400* TABLE DES STRATES OPERATEUR / SITE
014500*----------------------------------------------------------------
014600 01  NB-STRATES                  PIC 9(03) COMP VALUE ZERO.
014700 01  TABLE-STRATES.
014800     05 ENTREE-STRATE            OCCURS 300 TIMES
014900                                 INDEXED BY IDX-STRATE.
015000         10 TS-OPERATEUR         PIC X(08).
015100         10 TS-CODE-SITE         PIC X(03).
015200         10 TS-POPULATION        PIC 9(07) COMP.
015300         10 TS-TAILLE            PIC 9(03) COMP.
015400         10 TS-VUES              PIC 9(07) COMP.
015500         10 TS-TIREES            PIC 9(03) COMP.
015600*----------------------------------------------------------------
015700* COMPTEURS DE CONTROLE
015800*----------------------------------------------------------------
015900 01  NB-LUES                     PIC 9(07) COMP VALUE ZERO.
016000 01  NB-RETENUES                 PIC 9(07) COMP VALUE ZERO.
016100 01  NB-HORS-TABLE               PIC 9(07) COMP VALUE ZERO.
016200 01  NB-TIREES                   PIC 9(05) COMP VALUE ZERO.
016300 01  NB-IMPRIMES                 PIC 9(05) COMP VALUE ZERO.
016400 01  NB-DEJA-REVUS               PIC 9(05) COMP VALUE ZERO.
016500 01  NO-ECHANT-COURANT           PIC 9(05) VALUE ZERO.
016600 01  DEMANDE-ECART.
016700     COPY RCECARTD.
016800*----------------------------------------------------------------
016900* LIGNES EDITEES DE LA FEUILLE DE REVUE
017000*----------------------------------------------------------------
017100 01  LIGNE-SEPARATION            PIC X(78) VALUE ALL "-".
017200 01  LIGNE-ELEMENT.
017300     05 FILLER                   PIC X(08) VALUE "ELEMENT ".
017400     05 LE-NO-ECHANT             PIC 9(05).
017500     05 FILLER                   PIC X(12) VALUE "  OPERATEUR ".
017600     05 LE-OPERATEUR             PIC X(08).
017700     05 FILLER                   PIC X(07) VALUE "  SITE ".
017800     05 LE-CODE-SITE             PIC X(03).
017900     05 FILLER                   PIC X(09) VALUE "  ACTION ".
018000     05 LE-ACTION                PIC X(05).
018100 01  LIGNE-DOSSIER.
018200     05 FILLER                   PIC X(08) VALUE "JOURNAL ".
018300     05 LD-NO-SEQUENCE           PIC 9(09).
018400     05 FILLER                   PIC X(04) VALUE " DU ".
018500     05 LD-DATE-HEURE            PIC X(14).
018600     05 FILLER                   PIC X(10) VALUE " DOSSIER ".
018700     05 LD-ID-CITOYEN            PIC 9(09).
018800     05 FILLER                   PIC X(01) VALUE SPACE.
018900     05 LD-NOM                   PIC X(20).
019000     05 FILLER                   PIC X(01) VALUE SPACE.
019100     05 LD-PRENOM                PIC X(20).
019200 01  LIGNE-ENTETE-ECARTS.
019300     05 FILLER                   PIC X(02) VALUE SPACES.
019400     05 FILLER                   PIC X(18) VALUE "ZONE".
019500     05 FILLER                   PIC X(33) VALUE "AVANT".
019600     05 FILLER                   PIC X(05) VALUE "APRES".
019700 01  LIGNE-ECART.
019800     05 FILLER                   PIC X(02) VALUE SPACES.
019900     05 LC-CHAMP                 PIC X(02).
020000     05 FILLER                   PIC X(01) VALUE SPACE.
020100     05 LC-LIBELLE               PIC X(14).
020200     05 FILLER                   PIC X(01) VALUE SPACE.
020300     05 LC-AVANT                 PIC X(32).
020400     05 FILLER                   PIC X(01) VALUE SPACE.
020500     05 LC-APRES                 PIC X(32).
020600 01  LIGNE-VERDICT.
020700     05 FILLER                   PIC X(34)
020800         VALUE "VERDICT : [ ] C CORRECT  [ ] M ERR".
020900     05 FILLER                   PIC X(34)
021000         VALUE "EUR MINEURE  [ ] G ERREUR MAJEURE ".
021100     05 FILLER                   PIC X(12)
021200         VALUE " ZONE : ____".
021300 01  LIGNE-VERDICT-PORTE.
021400     05 FILLER                   PIC X(10) VALUE "VERDICT : ".
021500     05 LV-VERDICT               PIC X(01).
021600     05 FILLER                   PIC X(08) VALUE "  ZONE ".
021700     05 LV-CHAMP                 PIC X(02).
021800     05 FILLER                   PIC X(02) VALUE SPACES.
021900     05 LV-COMMENTAIRE           PIC X(40).
022000     05 FILLER                   PIC X(06) VALUE " PAR ".
022100     05 LV-REVISEUR              PIC X(08).
022200 01  LIGNE-STRATE.
022300     05 FILLER                   PIC X(02) VALUE SPACES.
022400     05 LS-OPERATEUR             PIC X(08).
022500     05 FILLER                   PIC X(02) VALUE SPACES.
022600     05 LS-CODE-SITE             PIC X(03).
022700     05 FILLER                   PIC X(02) VALUE SPACES.
022800     05 LS-POPULATION            PIC ZZZZZZ9.
022900     05 FILLER                   PIC X(09) VALUE " LIGNES, ".
023000     05 LS-TAILLE                PIC ZZ9.
023100     05 FILLER                   PIC X(08) VALUE " TIREES".
023200 01  LIGNE-TOTAL.
023300     05 LT-LIBELLE               PIC X(34).
023400     05 LT-COMPTEUR              PIC ZZZZZZ9.
023500 PROCEDURE DIVISION.
023600*================================================================
023700* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
023800*================================================================
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALISATION
024100         THRU 1000-INITIALISATION-EXIT.
024200     IF NOT ECHANTILLON-DEJA-TIRE
024300         PERFORM 2000-COMPTER-STRATES
024400             THRU 2000-COMPTER-STRATES-EXIT
024500         PERFORM 3000-CALCULER-TAILLES
024600             THRU 3000-CALCULER-TAILLES-EXIT
024700         PERFORM 4000-TIRER-ECHANTILLON
024800             THRU 4000-TIRER-ECHANTILLON-EXIT
024900     END-IF.
025000     PERFORM 6000-IMPRIMER-FEUILLE
025100         THRU 6000-IMPRIMER-FEUILLE-EXIT.
025200     PERFORM 9999-TERMINER
025300         THRU 9999-TERMINER-EXIT.
025400     STOP RUN.
025500*----------------------------------------------------------------
025600* 1000-INITIALISATION : CARTES DE PARAMETRES, OUVERTURE DES
025700*                       FICHIERS ET RECHERCHE D'UN ECHANTILLON
025800*                       DEJA TIRE POUR LE MOIS
025900*----------------------------------------------------------------
026000 1000-INITIALISATION.
026100     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
026200     ACCEPT CARTE-MOIS.
026300     ACCEPT CARTE-TAUX.
026400     ACCEPT CARTE-MINIMUM.
026500     ACCEPT CARTE-MAXIMUM.
026600     ACCEPT CARTE-GRAINE.
026700     IF CARTE-MOIS = SPACES
026800         MOVE DJ-ANNEE TO MD-ANNEE
026900         MOVE DJ-MOIS  TO MD-MOIS
027000         IF MD-MOIS = 1
027100             SUBTRACT 1 FROM MD-ANNEE
027200             MOVE 12 TO MD-MOIS
027300         ELSE
027400             SUBTRACT 1 FROM MD-MOIS
027500         END-IF
027600     ELSE
027700         IF CARTE-MOIS NOT NUMERIC
027800             DISPLAY "CARTE MOIS INVALIDE : " CARTE-MOIS
027900                 " (BLANC OU AAAAMM)"
028000             MOVE 16 TO RETURN-CODE
028100             STOP RUN
028200         END-IF
028300         MOVE CARTE-MOIS TO MOIS-DEMANDE
028400         IF MD-MOIS < 1 OR MD-MOIS > 12
028500             DISPLAY "CARTE MOIS INVALIDE : " CARTE-MOIS
028600                 " (BLANC OU AAAAMM)"
028700             MOVE 16 TO RETURN-CODE
028800             STOP RUN
028900         END-IF
029000     END-IF.
029100     IF CARTE-TAUX NUMERIC AND CARTE-TAUX-9 > ZERO
029200         MOVE CARTE-TAUX-9 TO TAUX-TIRAGE
029300     END-IF.
029400     IF CARTE-MINIMUM NUMERIC AND CARTE-MINIMUM-9 > ZERO
029500         MOVE CARTE-MINIMUM-9 TO MINIMUM-STRATE
029600     END-IF.
029700     IF CARTE-MAXIMUM NUMERIC AND CARTE-MAXIMUM-9 > ZERO
029800         MOVE CARTE-MAXIMUM-9 TO MAXIMUM-STRATE
029900     END-IF.
030000     IF MAXIMUM-STRATE < MINIMUM-STRATE
030100         MOVE MINIMUM-STRATE TO MAXIMUM-STRATE
030200     END-IF.
030300     IF CARTE-GRAINE NUMERIC AND CARTE-GRAINE-9 > ZERO
030400         MOVE CARTE-GRAINE-9 TO GRAINE-TIRAGE
030500     ELSE
030600         MOVE MOIS-DEMANDE-9 TO GRAINE-TIRAGE
030700     END-IF.
030800     MOVE GRAINE-TIRAGE TO ALEA.
030900     MOVE SPACES TO TABLE-STRATES.
031000     OPEN OUTPUT FEUILLE-REVUE.
031100     IF NOT FR-OK
031200         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER FEUILQC - "
031300             "CODE " FR-STATUT
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     OPEN I-O ECHANTILLON-QUALITE.
031800     IF EQ-ABSENT
031900         OPEN OUTPUT ECHANTILLON-QUALITE
032000         CLOSE ECHANTILLON-QUALITE
032100         OPEN I-O ECHANTILLON-QUALITE
032200     END-IF.
032300     IF NOT EQ-OK
032400         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ECHQUAL - "
032500             "CODE " EQ-STATUT
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     PERFORM 7000-DEBUT-DU-MOIS
033000         THRU 7000-DEBUT-DU-MOIS-EXIT.
033100     IF NOT PLUS-D-ELEMENTS
033200         MOVE "O" TO MOIS-DEJA-TIRE
033300         DISPLAY "ECHANTILLON DU MOIS " MOIS-DEMANDE
033400             " DEJA TIRE - FEUILLE DE REVUE REIMPRIMEE"
033500         MOVE 4 TO RETURN-CODE
033600     END-IF.
033700 1000-INITIALISATION-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000* 2000-COMPTER-STRATES : PREMIER PASSAGE DU JOURNAL - NOMBRE DE
034100*                        LIGNES DU MOIS PAR OPERATEUR ET SITE
034200*----------------------------------------------------------------
034300 2000-COMPTER-STRATES.
034400     PERFORM 5000-OUVRIR-JOURNAL
034500         THRU 5000-OUVRIR-JOURNAL-EXIT.
034600     PERFORM 2100-COMPTER-LIGNE
034700         THRU 2100-COMPTER-LIGNE-EXIT
034800         UNTIL PLUS-DE-LIGNES.
034900     IF NOT JN-ABSENT
035000         CLOSE JOURNAL
035100     END-IF.
035200 2000-COMPTER-STRATES-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500* 2100-COMPTER-LIGNE : LIGNE RETENUE COMPTEE DANS SA STRATE
035600*                      (STRATE CREEE SI ELLE EST NOUVELLE)
035700*----------------------------------------------------------------
035800 2100-COMPTER-LIGNE.
035900     ADD 1 TO NB-LUES.
036000     PERFORM 5200-EXAMINER-LIGNE
036100         THRU 5200-EXAMINER-LIGNE-EXIT.
036200     IF NOT LIGNE-RETENUE
036300         GO TO 2100-COMPTER-LIGNE-CONTINUER
036400     END-IF.
036500     ADD 1 TO NB-RETENUES.
036600     SET IDX-STRATE TO 1.
036700     SEARCH ENTREE-STRATE
036800         AT END
036900             ADD 1 TO NB-HORS-TABLE
037000             GO TO 2100-COMPTER-LIGNE-CONTINUER
037100         WHEN TS-OPERATEUR(IDX-STRATE) = JN-OPERATEUR
037200                 AND TS-CODE-SITE(IDX-STRATE) = JN-CODE-SITE
037300             CONTINUE
037400         WHEN TS-OPERATEUR(IDX-STRATE) = SPACES
037500             MOVE JN-OPERATEUR TO TS-OPERATEUR(IDX-STRATE)
037600             MOVE JN-CODE-SITE TO TS-CODE-SITE(IDX-STRATE)
037700             MOVE ZERO TO TS-POPULATION(IDX-STRATE)
037800                          TS-TAILLE(IDX-STRATE)
037900                          TS-VUES(IDX-STRATE)
038000                          TS-TIREES(IDX-STRATE)
038100             ADD 1 TO NB-STRATES
038200     END-SEARCH.
038300     ADD 1 TO TS-POPULATION(IDX-STRATE).
038400 2100-COMPTER-LIGNE-CONTINUER.
038500     PERFORM 5100-LIRE-JOURNAL
038600         THRU 5100-LIRE-JOURNAL-EXIT.
038700 2100-COMPTER-LIGNE-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------
039000* 3000-CALCULER-TAILLES : TAILLE DE L'ECHANTILLON DE CHAQUE
039100*                         STRATE - TAUX ARRONDI AU-DESSUS, BORNE
039200*                         PAR LE MINIMUM, LE MAXIMUM ET LA
039300*                         POPULATION
039400*----------------------------------------------------------------
039500 3000-CALCULER-TAILLES.
039600     IF NB-STRATES > ZERO
039700         PERFORM 3100-CALCULER-TAILLE
039800             THRU 3100-CALCULER-TAILLE-EXIT
039900             VARYING IDX-STRATE FROM 1 BY 1
040000             UNTIL IDX-STRATE > NB-STRATES
040100     END-IF.
040200 3000-CALCULER-TAILLES-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500* 3100-CALCULER-TAILLE : TAILLE D'UNE STRATE
040600*----------------------------------------------------------------
040700 3100-CALCULER-TAILLE.
040800     IF TS-POPULATION(IDX-STRATE) > 99900
040900         MOVE MAXIMUM-STRATE TO TS-TAILLE(IDX-STRATE)
041000     ELSE
041100         COMPUTE TS-TAILLE(IDX-STRATE) =
041200             (TS-POPULATION(IDX-STRATE) * TAUX-TIRAGE + 99) / 100
041300     END-IF.
041400     IF TS-TAILLE(IDX-STRATE) < MINIMUM-STRATE
041500         MOVE MINIMUM-STRATE TO TS-TAILLE(IDX-STRATE)
041600     END-IF.
041700     IF TS-TAILLE(IDX-STRATE) > MAXIMUM-STRATE
041800         MOVE MAXIMUM-STRATE TO TS-TAILLE(IDX-STRATE)
041900     END-IF.
042000     IF TS-TAILLE(IDX-STRATE) > TS-POPULATION(IDX-STRATE)
042100         MOVE TS-POPULATION(IDX-STRATE) TO TS-TAILLE(IDX-STRATE)
042200     END-IF.
042300 3100-CALCULER-TAILLE-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600* 4000-TIRER-ECHANTILLON : SECOND PASSAGE DU JOURNAL - TIRAGE
042700*                          SANS REMISE DANS CHAQUE STRATE ET
042800*                          ECRITURE DES ELEMENTS TIRES
042900*----------------------------------------------------------------
043000 4000-TIRER-ECHANTILLON.
043100     IF NB-RETENUES = ZERO
043200         DISPLAY "AUCUNE SAISIE A ECHANTILLONNER POUR LE MOIS "
043300             MOIS-DEMANDE
043400         MOVE 4 TO RETURN-CODE
043500         GO TO 4000-TIRER-ECHANTILLON-EXIT
043600     END-IF.
043700     PERFORM 5000-OUVRIR-JOURNAL
043800         THRU 5000-OUVRIR-JOURNAL-EXIT.
043900     PERFORM 4100-TIRER-LIGNE
044000         THRU 4100-TIRER-LIGNE-EXIT
044100         UNTIL PLUS-DE-LIGNES.
044200     CLOSE JOURNAL.
044300     IF NB-HORS-TABLE > ZERO
044400         DISPLAY NB-HORS-TABLE " LIGNE(S) HORS TABLE DES STRATES"
044500             " (AU-DELA DE 300 COUPLES OPERATEUR / SITE) - NON "
044600             "ECHANTILLONNEES"
044700         MOVE 4 TO RETURN-CODE
044800     END-IF.
044900 4000-TIRER-ECHANTILLON-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200* 4100-TIRER-LIGNE : TIRAGE D'UNE LIGNE RETENUE DANS SA STRATE
045300*----------------------------------------------------------------
045400 4100-TIRER-LIGNE.
045500     PERFORM 5200-EXAMINER-LIGNE
045600         THRU 5200-EXAMINER-LIGNE-EXIT.
045700     IF NOT LIGNE-RETENUE
045800         GO TO 4100-TIRER-LIGNE-CONTINUER
045900     END-IF.
046000     SET IDX-STRATE TO 1.
046100     SEARCH ENTREE-STRATE
046200         AT END
046300             GO TO 4100-TIRER-LIGNE-CONTINUER
046400         WHEN TS-OPERATEUR(IDX-STRATE) = JN-OPERATEUR
046500                 AND TS-CODE-SITE(IDX-STRATE) = JN-CODE-SITE
046600             CONTINUE
046700     END-SEARCH.
046800     COMPUTE LIGNES-RESTANTES =
046900         TS-POPULATION(IDX-STRATE) - TS-VUES(IDX-STRATE).
047000     COMPUTE ELEMENTS-A-PRENDRE =
047100         TS-TAILLE(IDX-STRATE) - TS-TIREES(IDX-STRATE).
047200     ADD 1 TO TS-VUES(IDX-STRATE).
047300     IF ELEMENTS-A-PRENDRE = ZERO
047400         GO TO 4100-TIRER-LIGNE-CONTINUER
047500     END-IF.
047600     COMPUTE PRODUIT-ALEA = ALEA * 16807.
047700     DIVIDE PRODUIT-ALEA BY MODULE-ALEA
047800         GIVING QUOTIENT-ALEA REMAINDER ALEA.
047900     COMPUTE TIRAGE = ALEA * LIGNES-RESTANTES / MODULE-ALEA.
048000     IF TIRAGE NOT < ELEMENTS-A-PRENDRE
048100         GO TO 4100-TIRER-LIGNE-CONTINUER
048200     END-IF.
048300     ADD 1 TO TS-TIREES(IDX-STRATE).
048400     PERFORM 4200-ECRIRE-ELEMENT
048500         THRU 4200-ECRIRE-ELEMENT-EXIT.
048600 4100-TIRER-LIGNE-CONTINUER.
048700     PERFORM 5100-LIRE-JOURNAL
048800         THRU 5100-LIRE-JOURNAL-EXIT.
048900 4100-TIRER-LIGNE-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200* 4200-ECRIRE-ELEMENT : ELEMENT TIRE PORTE AU FICHIER ECHQUAL,
049300*                       VERDICT A BLANC
049400*----------------------------------------------------------------
049500 4200-ECRIRE-ELEMENT.
049600     ADD 1 TO NO-ECHANT-COURANT.
049700     MOVE SPACES                    TO ENR-ECHANTILLON.
049800     MOVE MOIS-DEMANDE-9            TO EQ-MOIS.
049900     MOVE NO-ECHANT-COURANT         TO EQ-NO-ECHANT.
050000     MOVE JN-OPERATEUR              TO EQ-OPERATEUR.
050100     MOVE JN-CODE-SITE              TO EQ-CODE-SITE.
050200     MOVE JN-ACTION                 TO EQ-ACTION.
050300     MOVE JN-DATE-HEURE             TO EQ-DATE-HEURE.
050400     IF JN-NO-SEQUENCE NUMERIC
050500         MOVE JN-NO-SEQUENCE        TO EQ-NO-SEQUENCE
050600     ELSE
050700         MOVE ZERO                  TO EQ-NO-SEQUENCE
050800     END-IF.
050900     IF JN-ID-CITOYEN NUMERIC
051000         MOVE JN-ID-CITOYEN         TO EQ-ID-CITOYEN
051100     ELSE
051200         MOVE ZERO                  TO EQ-ID-CITOYEN
051300     END-IF.
051400     MOVE JN-NOM                    TO EQ-NOM.
051500     MOVE JN-PRENOM                 TO EQ-PRENOM.
051600     MOVE TS-POPULATION(IDX-STRATE) TO EQ-POPULATION.
051700     MOVE TS-TAILLE(IDX-STRATE)     TO EQ-TAILLE.
051800     MOVE JN-IMAGE-AVANT            TO EQ-IMAGE-AVANT.
051900     MOVE JN-IMAGE-APRES            TO EQ-IMAGE-APRES.
052000     WRITE ENR-ECHANTILLON
052100         INVALID KEY
052200             DISPLAY "ECRITURE ECHQUAL EN ECHEC - ELEMENT "
052300                 EQ-CLE " - CODE " EQ-STATUT
052400             MOVE 16 TO RETURN-CODE
052500             STOP RUN
052600     END-WRITE.
052700     ADD 1 TO NB-TIREES.
052800 4200-ECRIRE-ELEMENT-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100* 5000-OUVRIR-JOURNAL : OUVERTURE DU JOURNAL ET PREMIERE LECTURE
053200*----------------------------------------------------------------
053300 5000-OUVRIR-JOURNAL.
053400     MOVE "N" TO FIN-JOURNAL.
053500     OPEN INPUT JOURNAL.
053600     IF JN-ABSENT
053700         DISPLAY "AUCUN JOURNAL A ECHANTILLONNER"
053800         MOVE "O" TO FIN-JOURNAL
053900         GO TO 5000-OUVRIR-JOURNAL-EXIT
054000     END-IF.
054100     IF NOT JN-OK
054200         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL - CODE "
054300             JN-STATUT
054400         MOVE 16 TO RETURN-CODE
054500         STOP RUN
054600     END-IF.
054700     PERFORM 5100-LIRE-JOURNAL
054800         THRU 5100-LIRE-JOURNAL-EXIT.
054900 5000-OUVRIR-JOURNAL-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200* 5100-LIRE-JOURNAL : LECTURE D'UNE LIGNE DU JOURNAL
055300*----------------------------------------------------------------
055400 5100-LIRE-JOURNAL.
055500     READ JOURNAL
055600         AT END
055700             MOVE "O" TO FIN-JOURNAL
055800     END-READ.
055900 5100-LIRE-JOURNAL-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200* 5200-EXAMINER-LIGNE : LIGNE RETENUE SI ELLE EST DU MOIS
056300*                       DEMANDE, D'UNE ACTION DE SAISIE (AJOUT,
056400*                       MODIF, STATU) ET ATTRIBUEE A UN OPERATEUR
056500*----------------------------------------------------------------
056600 5200-EXAMINER-LIGNE.
056700     MOVE "N" TO LIGNE-A-RETENIR.
056800     MOVE JN-DATE-HEURE(1:8) TO DATE-LIGNE-X.
056900     IF DATE-LIGNE-X NOT NUMERIC
057000             OR DATE-LIGNE-X(1:6) NOT = MOIS-DEMANDE
057100         GO TO 5200-EXAMINER-LIGNE-EXIT
057200     END-IF.
057300     IF NOT JN-EST-AJOUT AND NOT JN-EST-MODIF
057400             AND NOT JN-EST-STATUT
057500         GO TO 5200-EXAMINER-LIGNE-EXIT
057600     END-IF.
057700     IF JN-OPERATEUR = SPACES
057800         GO TO 5200-EXAMINER-LIGNE-EXIT
057900     END-IF.
058000     MOVE "O" TO LIGNE-A-RETENIR.
058100 5200-EXAMINER-LIGNE-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400* 6000-IMPRIMER-FEUILLE : FEUILLE DE REVUE DES ELEMENTS DU MOIS,
058500*                         LUS AU FICHIER ECHQUAL, PUIS
058600*                         RECAPITULATIF
058700*                         DES STRATES ET TOTAUX DE CONTROLE
058800*----------------------------------------------------------------
058900 6000-IMPRIMER-FEUILLE.
059000     MOVE SPACES TO LIGNE-FEUILLE.
059100     STRING "FEUILLE DE REVUE QUALITE - SAISIES DU MOIS "
059200         DELIMITED BY SIZE
059300         MOIS-DEMANDE DELIMITED BY SIZE
059400         INTO LIGNE-FEUILLE.
059500     WRITE LIGNE-FEUILLE.
059600     MOVE SPACES TO LIGNE-FEUILLE.
059700     IF ECHANTILLON-DEJA-TIRE
059800         MOVE "REIMPRESSION - VERDICTS DEJA PORTES INDIQUES"
059900             TO LIGNE-FEUILLE
060000     ELSE
060100         STRING "TAUX " DELIMITED BY SIZE
060200             TAUX-TIRAGE DELIMITED BY SIZE
060300             " %  MINIMUM " DELIMITED BY SIZE
060400             MINIMUM-STRATE DELIMITED BY SIZE
060500             "  MAXIMUM " DELIMITED BY SIZE
060600             MAXIMUM-STRATE DELIMITED BY SIZE
060700             " PAR OPERATEUR ET SITE  GRAINE " DELIMITED BY SIZE
060800             GRAINE-TIRAGE DELIMITED BY SIZE
060900             INTO LIGNE-FEUILLE
061000     END-IF.
061100     WRITE LIGNE-FEUILLE.
061200     MOVE "CODES ZONE : NO NOM, PR PRENOM, NU NOM D'USAGE, NN NO"
061300         TO LIGNE-FEUILLE.
061400     MOVE " NATIONAL, DN DATE DE NAISSANCE,"
061500         TO LIGNE-FEUILLE(54:).
061600     WRITE LIGNE-FEUILLE.
061700     MOVE "             SX SEXE, RU RUE, CP CODE POSTAL, CO COMMU"
061800         TO LIGNE-FEUILLE.
061900     MOVE "NE, ST STATUT, AU AUTRE" TO LIGNE-FEUILLE(55:).
062000     WRITE LIGNE-FEUILLE.
062100     MOVE SPACES TO TABLE-STRATES.
062200     MOVE ZERO TO NB-STRATES.
062300     PERFORM 7000-DEBUT-DU-MOIS
062400         THRU 7000-DEBUT-DU-MOIS-EXIT.
062500     PERFORM 6100-IMPRIMER-ELEMENT
062600         THRU 6100-IMPRIMER-ELEMENT-EXIT
062700         UNTIL PLUS-D-ELEMENTS.
062800     MOVE LIGNE-SEPARATION TO LIGNE-FEUILLE.
062900     WRITE LIGNE-FEUILLE.
063000     MOVE "STRATES DU TIRAGE (OPERATEUR, SITE)" TO LIGNE-FEUILLE.
063100     WRITE LIGNE-FEUILLE.
063200     IF NB-STRATES > ZERO
063300         PERFORM 6300-IMPRIMER-STRATE
063400             THRU 6300-IMPRIMER-STRATE-EXIT
063500             VARYING IDX-STRATE FROM 1 BY 1
063600             UNTIL IDX-STRATE > NB-STRATES
063700     ELSE
063800         MOVE "  AUCUN ELEMENT POUR LE MOIS" TO LIGNE-FEUILLE
063900         WRITE LIGNE-FEUILLE
064000     END-IF.
064100     MOVE SPACES TO LIGNE-FEUILLE.
064200     WRITE LIGNE-FEUILLE.
064300     IF NOT ECHANTILLON-DEJA-TIRE
064400         MOVE "LIGNES DU JOURNAL LUES           :" TO LT-LIBELLE
064500         MOVE NB-LUES TO LT-COMPTEUR
064600         MOVE LIGNE-TOTAL TO LIGNE-FEUILLE
064700         WRITE LIGNE-FEUILLE
064800         MOVE "SAISIES DU MOIS (AJOUT/MODIF/STATU):" TO LT-LIBELLE
064900         MOVE NB-RETENUES TO LT-COMPTEUR
065000         MOVE LIGNE-TOTAL TO LIGNE-FEUILLE
065100         WRITE LIGNE-FEUILLE
065200         MOVE "ELEMENTS TIRES                   :" TO LT-LIBELLE
065300         MOVE NB-TIREES TO LT-COMPTEUR
065400         MOVE LIGNE-TOTAL TO LIGNE-FEUILLE
065500         WRITE LIGNE-FEUILLE
065600     END-IF.
065700     MOVE "ELEMENTS IMPRIMES                :" TO LT-LIBELLE.
065800     MOVE NB-IMPRIMES TO LT-COMPTEUR.
065900     MOVE LIGNE-TOTAL TO LIGNE-FEUILLE.
066000     WRITE LIGNE-FEUILLE.
066100     MOVE "DONT DEJA REVUS                  :" TO LT-LIBELLE.
066200     MOVE NB-DEJA-REVUS TO LT-COMPTEUR.
066300     MOVE LIGNE-TOTAL TO LIGNE-FEUILLE.
066400     WRITE LIGNE-FEUILLE.
066500     DISPLAY "ECHANTILLON DU MOIS " MOIS-DEMANDE " : "
066600         NB-IMPRIMES " ELEMENT(S) SUR LA FEUILLE DE REVUE".
066700 6000-IMPRIMER-FEUILLE-EXIT.
066800     EXIT.
066900*----------------------------------------------------------------
067000* 6100-IMPRIMER-ELEMENT : BLOC D'UN ELEMENT - ENTETE, ZONES
067100*                         CHANGEES AVANT / APRES, CASES DU
067200*                         VERDICT OU VERDICT DEJA PORTE
067300*----------------------------------------------------------------
067400 6100-IMPRIMER-ELEMENT.
067500     ADD 1 TO NB-IMPRIMES.
067600     PERFORM 6200-RECENSER-STRATE
067700         THRU 6200-RECENSER-STRATE-EXIT.
067800     MOVE LIGNE-SEPARATION TO LIGNE-FEUILLE.
067900     WRITE LIGNE-FEUILLE.
068000     MOVE EQ-NO-ECHANT   TO LE-NO-ECHANT.
068100     MOVE EQ-OPERATEUR   TO LE-OPERATEUR.
068200     MOVE EQ-CODE-SITE   TO LE-CODE-SITE.
068300     MOVE EQ-ACTION      TO LE-ACTION.
068400     MOVE LIGNE-ELEMENT  TO LIGNE-FEUILLE.
068500     WRITE LIGNE-FEUILLE.
068600     MOVE EQ-NO-SEQUENCE TO LD-NO-SEQUENCE.
068700     MOVE EQ-DATE-HEURE  TO LD-DATE-HEURE.
068800     MOVE EQ-ID-CITOYEN  TO LD-ID-CITOYEN.
068900     MOVE EQ-NOM         TO LD-NOM.
069000     MOVE EQ-PRENOM      TO LD-PRENOM.
069100     MOVE LIGNE-DOSSIER  TO LIGNE-FEUILLE.
069200     WRITE LIGNE-FEUILLE.
069300     MOVE EQ-IMAGE-AVANT TO EC-IMAGE-AVANT.
069400     MOVE EQ-IMAGE-APRES TO EC-IMAGE-APRES.
069500     CALL "ECART-IMAGES" USING DEMANDE-ECART.
069600     IF EC-NB-ECARTS = ZERO
069700         MOVE "  AUCUNE ZONE SAISIE NE DIFFERE (IMAGES ABSENTES"
069800             TO LIGNE-FEUILLE
069900         MOVE " OU IDENTIQUES)" TO LIGNE-FEUILLE(50:)
070000         WRITE LIGNE-FEUILLE
070100     ELSE
070200         MOVE LIGNE-ENTETE-ECARTS TO LIGNE-FEUILLE
070300         WRITE LIGNE-FEUILLE
070400         PERFORM 6150-IMPRIMER-ECART
070500             THRU 6150-IMPRIMER-ECART-EXIT
070600             VARYING IDX-ECART FROM 1 BY 1
070700             UNTIL IDX-ECART > EC-NB-ECARTS
070800     END-IF.
070900     IF EQ-REVU
071000         ADD 1 TO NB-DEJA-REVUS
071100         MOVE EQ-VERDICT      TO LV-VERDICT
071200         MOVE EQ-CHAMP-ERREUR TO LV-CHAMP
071300         MOVE EQ-COMMENTAIRE  TO LV-COMMENTAIRE
071400         MOVE EQ-REVISEUR     TO LV-REVISEUR
071500         MOVE LIGNE-VERDICT-PORTE TO LIGNE-FEUILLE
071600     ELSE
071700         MOVE LIGNE-VERDICT TO LIGNE-FEUILLE
071800     END-IF.
071900     WRITE LIGNE-FEUILLE.
072000     PERFORM 7100-ELEMENT-SUIVANT
072100         THRU 7100-ELEMENT-SUIVANT-EXIT.
072200 6100-IMPRIMER-ELEMENT-EXIT.
072300     EXIT.
072400*----------------------------------------------------------------
072500* 6150-IMPRIMER-ECART : LIGNE D'UNE ZONE CHANGEE
072600*----------------------------------------------------------------
072700 6150-IMPRIMER-ECART.
072800     MOVE EC-CHAMP(IDX-ECART)   TO LC-CHAMP.
072900     MOVE EC-LIBELLE(IDX-ECART) TO LC-LIBELLE.
073000     MOVE EC-AVANT(IDX-ECART)   TO LC-AVANT.
073100     MOVE EC-APRES(IDX-ECART)   TO LC-APRES.
073200     MOVE LIGNE-ECART TO LIGNE-FEUILLE.
073300     WRITE LIGNE-FEUILLE.
073400 6150-IMPRIMER-ECART-EXIT.
073500     EXIT.
073600*----------------------------------------------------------------
073700* 6200-RECENSER-STRATE : STRATE DE L'ELEMENT POUR LE
073800*                        RECAPITULATIF (POPULATION ET TAILLE
073900*                        PORTEES PAR L'ELEMENT)
074000*----------------------------------------------------------------
074100 6200-RECENSER-STRATE.
074200     SET IDX-STRATE TO 1.
074300     SEARCH ENTREE-STRATE
074400         AT END
074500             GO TO 6200-RECENSER-STRATE-EXIT
074600         WHEN TS-OPERATEUR(IDX-STRATE) = EQ-OPERATEUR
074700                 AND TS-CODE-SITE(IDX-STRATE) = EQ-CODE-SITE
074800             CONTINUE
074900         WHEN TS-OPERATEUR(IDX-STRATE) = SPACES
075000             MOVE EQ-OPERATEUR  TO TS-OPERATEUR(IDX-STRATE)
075100             MOVE EQ-CODE-SITE  TO TS-CODE-SITE(IDX-STRATE)
075200             MOVE EQ-POPULATION TO TS-POPULATION(IDX-STRATE)
075300             MOVE EQ-TAILLE     TO TS-TAILLE(IDX-STRATE)
075400             ADD 1 TO NB-STRATES
075500     END-SEARCH.
075600 6200-RECENSER-STRATE-EXIT.
075700     EXIT.
075800*----------------------------------------------------------------
075900* 6300-IMPRIMER-STRATE : LIGNE DU RECAPITULATIF DES STRATES
076000*----------------------------------------------------------------
076100 6300-IMPRIMER-STRATE.
076200     MOVE TS-OPERATEUR(IDX-STRATE)  TO LS-OPERATEUR.
076300     MOVE TS-CODE-SITE(IDX-STRATE)  TO LS-CODE-SITE.
076400     MOVE TS-POPULATION(IDX-STRATE) TO LS-POPULATION.
076500     MOVE TS-TAILLE(IDX-STRATE)     TO LS-TAILLE.
076600     MOVE LIGNE-STRATE TO LIGNE-FEUILLE.
076700     WRITE LIGNE-FEUILLE.
076800 6300-IMPRIMER-STRATE-EXIT.
076900     EXIT.
077000*----------------------------------------------------------------
077100* 7000-DEBUT-DU-MOIS : POSITIONNEMENT SUR LE PREMIER ELEMENT DU
077200*                      MOIS DEMANDE AU FICHIER ECHQUAL
077300*----------------------------------------------------------------
077400 7000-DEBUT-DU-MOIS.
077500     MOVE "N" TO FIN-ECHANTILLON.
077600     MOVE MOIS-DEMANDE-9 TO EQ-MOIS.
077700     MOVE ZERO TO EQ-NO-ECHANT.
077800     START ECHANTILLON-QUALITE
077900         KEY IS NOT LESS THAN EQ-CLE
078000         INVALID KEY
078100             MOVE "O" TO FIN-ECHANTILLON
078200             GO TO 7000-DEBUT-DU-MOIS-EXIT
078300     END-START.
078400     PERFORM 7100-ELEMENT-SUIVANT
078500         THRU 7100-ELEMENT-SUIVANT-EXIT.
078600 7000-DEBUT-DU-MOIS-EXIT.
078700     EXIT.
078800*----------------------------------------------------------------
078900* 7100-ELEMENT-SUIVANT : LECTURE DE L'ELEMENT SUIVANT, FIN AU
079000*                        PREMIER ELEMENT D'UN AUTRE MOIS
079100*----------------------------------------------------------------
079200 7100-ELEMENT-SUIVANT.
079300     READ ECHANTILLON-QUALITE NEXT RECORD
079400         AT END
079500             MOVE "O" TO FIN-ECHANTILLON
079600             GO TO 7100-ELEMENT-SUIVANT-EXIT
079700     END-READ.
079800     IF EQ-MOIS NOT = MOIS-DEMANDE-9
079900         MOVE "O" TO FIN-ECHANTILLON
080000     END-IF.
080100 7100-ELEMENT-SUIVANT-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------
080400* 9999-TERMINER : FERMETURE DES FICHIERS
080500*----------------------------------------------------------------
080600 9999-TERMINER.
080700     CLOSE ECHANTILLON-QUALITE.
080800     CLOSE FEUILLE-REVUE.
080900 9999-TERMINER-EXIT.
081000     EXIT.
