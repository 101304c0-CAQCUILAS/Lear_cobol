000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RECONSTITUE-MAITRE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* RECONSTITUE-MAITRE REMET UNE COPIE DE TRAVAIL DU FICHIER
000900* MAITRE (ASSIGN "MAITREF", CHARGEE PAR REGREFER DEPUIS UNE
001000* GENERATION MAITRE.SAUVE) DANS L'ETAT OU ETAIT LE REGISTRE A UNE
001100* DATE DE REFERENCE PASSEE, POUR LES COMPTES D'ETAT-REFERENCE
001200* (POPULATION LEGALE AU 1ER JANVIER, DEMANDES DES STATISTICIENS
001300* OU DES TRIBUNAUX). LE FICHIER MAITRE DE PRODUCTION N'EST NI
001400* OUVERT NI LU, LE JOURNAL N'EST LU QU'EN ENTREE.
001500*
001600* CARTES SYSIN, DANS L'ORDRE : HORODATAGE DE REFERENCE, HORODATAGE
001700* DE LA SAUVEGARDE CHARGEE (AAAAMMJJHHMMSS TOUS DEUX) ET NOM DE LA
001800* GENERATION CHARGEE, REPORTE TEL QUEL A LA PROVENANCE.
001900*
002000* LA SAUVEGARDE CONTIENT L'EFFET DES LIGNES DU JOURNAL ANTERIEURES
002100* A SON HORODATAGE (VOIR REJOUE-JOURNAL). DEUX SENS :
002200*   - EN AVANT (SAUVEGARDE ANTERIEURE OU EGALE A LA REFERENCE) :
002300*     LES LIGNES DE LA SAUVEGARDE (INCLUSE) A LA REFERENCE
002400*     (INCLUSE) SONT REJOUEES DANS L'ORDRE DEPUIS LEUR IMAGE
002500*     APRES, COMME LE FAIT REJOUE-JOURNAL ; HISTO RETIRE LE
002600*     DOSSIER COMME SUPPR ;
002700*   - EN ARRIERE (SAUVEGARDE POSTERIEURE, QUAND LA GENERATION
002800*     ANTERIEURE N'EST PLUS CONSERVEE) : LES LIGNES POSTERIEURES A
002900*     LA REFERENCE ET ANTERIEURES A LA SAUVEGARDE SONT DEFAITES DE
003000*     LA PLUS RECENTE A LA PLUS ANCIENNE : AJOUT RETIRE LE
003100*     DOSSIER, MODIF / STATU / SUPPR REPOSENT L'IMAGE AVANT,
003200*     HISTO REPREND LE DOSSIER DANS LE FICHIER MAITRE HISTORIQUE
003300*     (HISTMAIT).
003400* LES LIGNES SANS EFFET SUR LE FICHIER MAITRE (REFUS, LIENS,
003500* OPERA, MODHI, RELEV) ET LES ANONYMISATIONS (DOSSIERS CLOS, HORS
003600* DES COMPTES) SONT COMPTEES SANS INCIDENCE. LES LIGNES SANS IMAGE
003700* (ANTERIEURES AUX IMAGES, ANNUL DE BACKOUT-LOT) SONT LISTEES
003800* POUR REVUE MANUELLE ET METTENT LES CHIFFRES SOUS RESERVE.
003900*
004000* EN FIN DE TRAITEMENT, L'ENREGISTREMENT DE PROVENANCE (REFPROV,
004100* COPY RCREFER) PORTE LA GENERATION, LE SENS, LA PLAGE DE JOURNAL
004200* APPLIQUEE ET LES COMPTES DE LIGNES. CODE RETOUR 4 : LIGNES NON
004300* RECONSTITUEES OU JOURNAL NE COUVRANT PAS TOUTE LA FENETRE ;
004400* 8 : ERREURS D'ECRITURE SUR LA COPIE DE TRAVAIL ; 16 : CARTES
004500* SYSIN INVALIDES, FICHIER INDISPONIBLE OU PROVENANCE NON ECRITE.
004600*
004700* HISTORIQUE DES MODIFICATIONS
004800* DATE       AUTEUR  DESCRIPTION
004900* ---------- ------- ---------------------------------------------
005000* 2026-10-15 SI      CREATION - RECONSTITUTION DU FICHIER MAITRE
005100*                    A UNE DATE DE REFERENCE PASSEE, SUR COPIE DE
005200*                    TRAVAIL.
005210* 2026-10-15 SI      TRI-LIGNE PORTEE A 505, LONGUEUR DE LA LIGNE
005220*                    DE JOURNAL CHAINEE (NUMERO DE SEQUENCE ET
005230*                    VALEUR DE CONTROLE).
005300*----------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.    IBM-370.
005700 OBJECT-COMPUTER.    IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT JOURNAL ASSIGN TO "JOURNAL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS JN-STATUT.
006300     SELECT FICHIER-MAITRE ASSIGN TO "MAITREF"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS MF-ID-CITOYEN
006700         FILE STATUS IS MF-STATUT.
006800     SELECT MAITRE-HISTORIQUE ASSIGN TO "HISTMAIT"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS HM-ID-CITOYEN
007200         ALTERNATE RECORD KEY IS HM-CLE WITH DUPLICATES
007300         ALTERNATE RECORD KEY IS HM-NO-NATIONAL WITH DUPLICATES
007400         FILE STATUS IS HM-STATUT.
007500     SELECT TRI-JOURNAL ASSIGN TO "TRIWORK".
007600     SELECT PROVENANCE ASSIGN TO "REFPROV"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS RP-STATUT.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  JOURNAL
008200     LABEL RECORDS ARE STANDARD.
008300 01  ENR-JOURNAL.
008400     COPY RCJOURNAL.
008500 FD  FICHIER-MAITRE
008600     LABEL RECORDS ARE STANDARD.
008700 01  ENR-MAITRE.
008800     COPY RCMAITRE.
008900 FD  MAITRE-HISTORIQUE
009000     LABEL RECORDS ARE STANDARD.
009100 01  ENR-MAITRE-HISTO.
009200     COPY RCMAITRE REPLACING LEADING ==MF== BY ==HM==.
009300*----------------------------------------------------------------
009400* LIGNES DE LA FENETRE, TRIEES SUR LEUR RANG DE LECTURE : RANG
009500* CROISSANT EN AVANT, COMPLEMENT DU RANG EN ARRIERE POUR LES
009600* RENDRE DE LA PLUS RECENTE A LA PLUS ANCIENNE (LE JOURNAL EST
009700* ECRIT DANS L'ORDRE CHRONOLOGIQUE). TRI-LIGNE A LA LONGUEUR
009800* D'UNE LIGNE RCJOURNAL.
009900*----------------------------------------------------------------
010000 SD  TRI-JOURNAL.
010100 01  ENR-TRI.
010200     05 TRI-RANG                 PIC 9(09).
010300     05 TRI-LIGNE                PIC X(505).
010400 FD  PROVENANCE
010500     LABEL RECORDS ARE STANDARD.
010600 01  ENR-PROVENANCE.
010700     COPY RCREFER.
010800 WORKING-STORAGE SECTION.
010900*----------------------------------------------------------------
011000* ZONES DE TRAVAIL
011100*----------------------------------------------------------------
011200 01  JN-STATUT                   PIC X(02).
011300     88 JN-OK                    VALUE "00".
011400 01  MF-STATUT                   PIC X(02).
011500     88 MF-OK                    VALUE "00".
011600 01  HM-STATUT                   PIC X(02).
011700     88 HM-OK                    VALUE "00".
011800 01  RP-STATUT                   PIC X(02).
011900     88 RP-OK                    VALUE "00".
012000 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
012100     88 PLUS-DE-LIGNES           VALUE "O".
012200 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
012300     88 PLUS-D-ENREG-TRIES       VALUE "O".
012400 01  HISTMAIT-OUVERT             PIC X(01) VALUE "N".
012500     88 HISTMAIT-DISPONIBLE      VALUE "O".
012600 01  PROVENANCE-ECRITE           PIC X(01) VALUE "N".
012700     88 PROVENANCE-OK            VALUE "O".
012800 01  HORODATE-DEBUT              PIC X(14) VALUE SPACES.
012900 01  HORODATE-REFERENCE          PIC X(14) VALUE SPACES.
013000 01  HORODATE-SAUVEGARDE         PIC X(14) VALUE SPACES.
013100 01  GENERATION-SAUVEGARDE       PIC X(44) VALUE SPACES.
013200 01  SENS-RECONSTITUTION         PIC X(01).
013300     88 EN-AVANT                 VALUE "A".
013400     88 EN-ARRIERE               VALUE "R".
013500*----------------------------------------------------------------
013600* BORNES DE LA FENETRE (LA PLUS ANCIENNE ET LA PLUS RECENTE DES
013700* DEUX DATES) ET HORODATAGES EFFECTIVEMENT RENCONTRES
013800*----------------------------------------------------------------
013900 01  DEBUT-FENETRE               PIC X(14).
014000 01  FIN-FENETRE                 PIC X(14).
014100 01  PREMIERE-LIGNE-LUE          PIC X(14) VALUE SPACES.
014200 01  DERNIERE-LIGNE-LUE          PIC X(14) VALUE SPACES.
014300 01  PREMIERE-LIGNE-FENETRE      PIC X(14) VALUE SPACES.
014400 01  DERNIERE-LIGNE-FENETRE      PIC X(14) VALUE SPACES.
014500 01  COUVERTURE-JOURNAL          PIC X(01) VALUE "O".
014600     88 COUVERTURE-COMPLETE      VALUE "O".
014700     88 COUVERTURE-DOUTEUSE      VALUE "N".
014800 01  LIGNE-JOURNAL.
014900     COPY RCJOURNAL REPLACING LEADING ==JN== BY ==LJ==.
015000*----------------------------------------------------------------
015100* COMPTEURS DU RAPPORT DE CONTROLE
015200*----------------------------------------------------------------
015300 01  NB-LIGNES-LUES              PIC 9(07) COMP VALUE ZERO.
015400 01  NB-FENETRE                  PIC 9(07) COMP VALUE ZERO.
015500 01  NB-APPLIQUEES               PIC 9(07) COMP VALUE ZERO.
015600 01  NB-SANS-INCIDENCE           PIC 9(07) COMP VALUE ZERO.
015700 01  NB-NON-RECONSTITUEES        PIC 9(07) COMP VALUE ZERO.
015800 01  NB-ERREURS                  PIC 9(07) COMP VALUE ZERO.
015900 PROCEDURE DIVISION.
016000*================================================================
016100* 0000-MAINLINE : SELECTION ET TRI DES LIGNES DE LA FENETRE,
016200*                 APPLICATION A LA COPIE DE TRAVAIL, PROVENANCE
016300*================================================================
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALISATION
016600         THRU 1000-INITIALISATION-EXIT.
016700     SORT TRI-JOURNAL
016800         ON ASCENDING KEY TRI-RANG
016900         INPUT PROCEDURE IS 2000-RELACHER-LIGNES
017000             THRU 2000-RELACHER-LIGNES-EXIT
017100         OUTPUT PROCEDURE IS 3000-APPLIQUER-LIGNES
017200             THRU 3000-APPLIQUER-LIGNES-EXIT.
017300     PERFORM 7000-ECRIRE-PROVENANCE
017400         THRU 7000-ECRIRE-PROVENANCE-EXIT.
017500     PERFORM 8000-RAPPORT-CONTROLE
017600         THRU 8000-RAPPORT-CONTROLE-EXIT.
017700     PERFORM 9999-TERMINER
017800         THRU 9999-TERMINER-EXIT.
017900     STOP RUN.
018000*----------------------------------------------------------------
018100* 1000-INITIALISATION : CARTES SYSIN, SENS DE LA RECONSTITUTION
018200*                       ET OUVERTURE DES FICHIERS
018300*----------------------------------------------------------------
018400 1000-INITIALISATION.
018500     MOVE FUNCTION CURRENT-DATE(1:14) TO HORODATE-DEBUT.
018600     ACCEPT HORODATE-REFERENCE.
018700     ACCEPT HORODATE-SAUVEGARDE.
018800     ACCEPT GENERATION-SAUVEGARDE.
018900     IF HORODATE-REFERENCE NOT NUMERIC
019000         DISPLAY "HORODATAGE DE REFERENCE OBLIGATOIRE "
019100             "(AAAAMMJJHHMMSS)"
019200         MOVE 16 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500     IF HORODATE-REFERENCE > HORODATE-DEBUT
019600         DISPLAY "HORODATAGE DE REFERENCE DANS LE FUTUR : "
019700             HORODATE-REFERENCE
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF.
020100     IF HORODATE-SAUVEGARDE NOT NUMERIC
020200         DISPLAY "HORODATAGE DE LA SAUVEGARDE OBLIGATOIRE "
020300             "(AAAAMMJJHHMMSS)"
020400         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700     IF GENERATION-SAUVEGARDE = SPACES
020800         DISPLAY "NOM DE LA GENERATION DE SAUVEGARDE OBLIGATOIRE"
020900         MOVE 16 TO RETURN-CODE
021000         STOP RUN
021100     END-IF.
021200     IF HORODATE-SAUVEGARDE > HORODATE-REFERENCE
021300         MOVE "R"                 TO SENS-RECONSTITUTION
021400         MOVE HORODATE-REFERENCE  TO DEBUT-FENETRE
021500         MOVE HORODATE-SAUVEGARDE TO FIN-FENETRE
021600     ELSE
021700         MOVE "A"                 TO SENS-RECONSTITUTION
021800         MOVE HORODATE-SAUVEGARDE TO DEBUT-FENETRE
021900         MOVE HORODATE-REFERENCE  TO FIN-FENETRE
022000     END-IF.
022100     DISPLAY "RECONSTITUTION AU " HORODATE-REFERENCE
022200         " DEPUIS " GENERATION-SAUVEGARDE.
022300     IF EN-AVANT
022400         DISPLAY "SAUVEGARDE DU " HORODATE-SAUVEGARDE
022500             " - REJEU EN AVANT"
022600     ELSE
022700         DISPLAY "SAUVEGARDE DU " HORODATE-SAUVEGARDE
022800             " - RETOUR EN ARRIERE"
022900     END-IF.
023000     OPEN INPUT JOURNAL.
023100     IF NOT JN-OK
023200         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL - CODE "
023300             JN-STATUT
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     OPEN I-O FICHIER-MAITRE.
023800     IF NOT MF-OK
023900         DISPLAY "IMPOSSIBLE D'OUVRIR LA COPIE DE TRAVAIL "
024000             "MAITREF "
024100             "- CODE " MF-STATUT
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     IF EN-AVANT
024600         GO TO 1000-INITIALISATION-EXIT
024700     END-IF.
024800     OPEN INPUT MAITRE-HISTORIQUE.
024900     IF HM-OK
025000         MOVE "O" TO HISTMAIT-OUVERT
025100     ELSE
025200         DISPLAY "FICHIER HISTMAIT INDISPONIBLE - CODE " HM-STATUT
025300             " - LES HISTORISATIONS NE SERONT PAS DEFAITES"
025400     END-IF.
025500 1000-INITIALISATION-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800* 2000-RELACHER-LIGNES : LECTURE DE TOUT LE JOURNAL MONTE ET
025900*                        RELACHEMENT AU TRI DES LIGNES DE LA
026000*                        FENETRE, PUIS CONTROLE DE COUVERTURE
026100*----------------------------------------------------------------
026200 2000-RELACHER-LIGNES.
026300     PERFORM 2100-LIRE-LIGNE
026400         THRU 2100-LIRE-LIGNE-EXIT.
026500     PERFORM 2200-SELECTIONNER-LIGNE
026600         THRU 2200-SELECTIONNER-LIGNE-EXIT
026700         UNTIL PLUS-DE-LIGNES.
026800     PERFORM 2300-CONTROLER-COUVERTURE
026900         THRU 2300-CONTROLER-COUVERTURE-EXIT.
027000 2000-RELACHER-LIGNES-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300* 2100-LIRE-LIGNE : LECTURE D'UNE LIGNE DU JOURNAL, HORODATAGES
027400*                   DE LA PREMIERE ET DE LA DERNIERE LIGNE LUES
027500*----------------------------------------------------------------
027600 2100-LIRE-LIGNE.
027700     READ JOURNAL
027800         AT END
027900             MOVE "O" TO FIN-JOURNAL
028000             GO TO 2100-LIRE-LIGNE-EXIT
028100     END-READ.
028200     ADD 1 TO NB-LIGNES-LUES.
028300     IF PREMIERE-LIGNE-LUE = SPACES
028400         MOVE JN-DATE-HEURE TO PREMIERE-LIGNE-LUE
028500     END-IF.
028600     MOVE JN-DATE-HEURE TO DERNIERE-LIGNE-LUE.
028700 2100-LIRE-LIGNE-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000* 2200-SELECTIONNER-LIGNE : RELACHEMENT DE LA LIGNE COURANTE SI
029100*                           ELLE TOMBE DANS LA FENETRE, PUIS
029200*                           LECTURE DE LA SUIVANTE
029300*                           EN AVANT  : SAUVEGARDE <= H <= REF.
029400*                           EN ARRIERE: REF. < H < SAUVEGARDE
029500*----------------------------------------------------------------
029600 2200-SELECTIONNER-LIGNE.
029700     IF EN-AVANT
029800         IF JN-DATE-HEURE < HORODATE-SAUVEGARDE
029900         OR JN-DATE-HEURE > HORODATE-REFERENCE
030000             GO TO 2200-SELECTIONNER-LIGNE-SUITE
030100         END-IF
030200     ELSE
030300         IF JN-DATE-HEURE NOT > HORODATE-REFERENCE
030400         OR JN-DATE-HEURE NOT < HORODATE-SAUVEGARDE
030500             GO TO 2200-SELECTIONNER-LIGNE-SUITE
030600         END-IF
030700     END-IF.
030800     ADD 1 TO NB-FENETRE.
030900     IF PREMIERE-LIGNE-FENETRE = SPACES
031000         MOVE JN-DATE-HEURE TO PREMIERE-LIGNE-FENETRE
031100     END-IF.
031200     MOVE JN-DATE-HEURE TO DERNIERE-LIGNE-FENETRE.
031300     IF EN-AVANT
031400         MOVE NB-LIGNES-LUES TO TRI-RANG
031500     ELSE
031600         COMPUTE TRI-RANG = 999999999 - NB-LIGNES-LUES
031700     END-IF.
031800     MOVE ENR-JOURNAL TO TRI-LIGNE.
031900     RELEASE ENR-TRI.
032000 2200-SELECTIONNER-LIGNE-SUITE.
032100     PERFORM 2100-LIRE-LIGNE
032200         THRU 2100-LIRE-LIGNE-EXIT.
032300 2200-SELECTIONNER-LIGNE-EXIT.
032400     EXIT.
032500*----------------------------------------------------------------
032600* 2300-CONTROLER-COUVERTURE : LE JOURNAL MONTE DOIT COMMENCER AU
032700*                             PLUS TARD AU DEBUT DE LA FENETRE ET
032800*                             FINIR AU PLUS TOT A SA FIN - SINON
032900*                             UNE GENERATION D'ARCHIVE (OU LE
033000*                             JOURNAL VIVANT) MANQUE PROBABLEMENT
033100*                             A LA CONCATENATION
033200*----------------------------------------------------------------
033300 2300-CONTROLER-COUVERTURE.
033400     IF DEBUT-FENETRE = FIN-FENETRE
033500         GO TO 2300-CONTROLER-COUVERTURE-EXIT
033600     END-IF.
033700     IF PREMIERE-LIGNE-LUE = SPACES
033800         MOVE "N" TO COUVERTURE-JOURNAL
033900         DISPLAY "JOURNAL VIDE - AUCUNE LIGNE NE COUVRE LA "
034000             "FENETRE"
034100         GO TO 2300-CONTROLER-COUVERTURE-EXIT
034200     END-IF.
034300     IF PREMIERE-LIGNE-LUE > DEBUT-FENETRE
034400         MOVE "N" TO COUVERTURE-JOURNAL
034500         DISPLAY "JOURNAL MONTE COMMENCANT AU " PREMIERE-LIGNE-LUE
034600             " APRES LE DEBUT DE FENETRE " DEBUT-FENETRE
034700     END-IF.
034800     IF DERNIERE-LIGNE-LUE < FIN-FENETRE
034900         MOVE "N" TO COUVERTURE-JOURNAL
035000         DISPLAY "JOURNAL MONTE S'ARRETANT AU " DERNIERE-LIGNE-LUE
035100             " AVANT LA FIN DE FENETRE " FIN-FENETRE
035200     END-IF.
035300 2300-CONTROLER-COUVERTURE-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600* 3000-APPLIQUER-LIGNES : SORTIE DU TRI - APPLICATION DES LIGNES A
035700*                         LA COPIE DE TRAVAIL DANS L'ORDRE DU SENS
035800*----------------------------------------------------------------
035900 3000-APPLIQUER-LIGNES.
036000     PERFORM 3100-APPLIQUER-LIGNE
036100         THRU 3100-APPLIQUER-LIGNE-EXIT
036200         UNTIL PLUS-D-ENREG-TRIES.
036300 3000-APPLIQUER-LIGNES-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600* 3100-APPLIQUER-LIGNE : RETRAIT D'UNE LIGNE DU TRI, REJOUEE OU
036700*                        DEFAITE SELON LE SENS
036800*----------------------------------------------------------------
036900 3100-APPLIQUER-LIGNE.
037000     RETURN TRI-JOURNAL
037100         AT END
037200             MOVE "O" TO FIN-DU-TRI
037300             GO TO 3100-APPLIQUER-LIGNE-EXIT
037400     END-RETURN.
037500     MOVE TRI-LIGNE TO LIGNE-JOURNAL.
037600     IF EN-AVANT
037700         PERFORM 4000-REJOUER-LIGNE
037800             THRU 4000-REJOUER-LIGNE-EXIT
037900     ELSE
038000         PERFORM 5000-DEFAIRE-LIGNE
038100             THRU 5000-DEFAIRE-LIGNE-EXIT
038200     END-IF.
038300 3100-APPLIQUER-LIGNE-EXIT.
038400     EXIT.
038500*----------------------------------------------------------------
038600* 4000-REJOUER-LIGNE : REJEU EN AVANT D'UNE LIGNE DEPUIS SON
038700*                      IMAGE APRES
038800*----------------------------------------------------------------
038900 4000-REJOUER-LIGNE.
039000     EVALUATE TRUE
039100         WHEN LJ-EST-AJOUT
039200         WHEN LJ-EST-MODIF
039300         WHEN LJ-EST-STATUT
039400             PERFORM 4100-POSER-IMAGE-APRES
039500                 THRU 4100-POSER-IMAGE-APRES-EXIT
039600         WHEN LJ-EST-SUPPR
039700         WHEN LJ-EST-HISTORISATION
039800             PERFORM 4200-RETIRER-DOSSIER
039900                 THRU 4200-RETIRER-DOSSIER-EXIT
040000         WHEN LJ-EST-REFUS
040100         WHEN LJ-EST-LIEN
040200         WHEN LJ-EST-ANONYMISATION
040300         WHEN LJ-EST-OPERATEUR
040400         WHEN LJ-EST-MODIF-HISTO
040500         WHEN LJ-EST-RELEVE
040600             ADD 1 TO NB-SANS-INCIDENCE
040700         WHEN OTHER
040800             PERFORM 6000-SIGNALER-LIGNE
040900                 THRU 6000-SIGNALER-LIGNE-EXIT
041000     END-EVALUATE.
041100 4000-REJOUER-LIGNE-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 4100-POSER-IMAGE-APRES : AJOUT, MODIF OU STATU REJOUE - LE
041500*                          DOSSIER PREND SON IMAGE APRES
041600*----------------------------------------------------------------
041700 4100-POSER-IMAGE-APRES.
041800     IF LJ-IMAGE-APRES = SPACES
041900         PERFORM 6000-SIGNALER-LIGNE
042000             THRU 6000-SIGNALER-LIGNE-EXIT
042100         GO TO 4100-POSER-IMAGE-APRES-EXIT
042200     END-IF.
042300     MOVE LJ-IMAGE-APRES TO ENR-MAITRE.
042400     PERFORM 4900-POSER-DOSSIER
042500         THRU 4900-POSER-DOSSIER-EXIT.
042600 4100-POSER-IMAGE-APRES-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900* 4200-RETIRER-DOSSIER : RETRAIT DU DOSSIER PAR L'IDENTIFIANT
043000*                        (SUPPR OU HISTO REJOUE, AJOUT DEFAIT) -
043100*                        UN DOSSIER DEJA ABSENT EST COMPTE
043200*                        APPLIQUE
043300*----------------------------------------------------------------
043400 4200-RETIRER-DOSSIER.
043500     IF LJ-ID-CITOYEN NOT NUMERIC
043600         PERFORM 6000-SIGNALER-LIGNE
043700             THRU 6000-SIGNALER-LIGNE-EXIT
043800         GO TO 4200-RETIRER-DOSSIER-EXIT
043900     END-IF.
044000     MOVE LJ-ID-CITOYEN TO MF-ID-CITOYEN.
044100     READ FICHIER-MAITRE
044200         INVALID KEY
044300             ADD 1 TO NB-APPLIQUEES
044400             GO TO 4200-RETIRER-DOSSIER-EXIT
044500     END-READ.
044600     DELETE FICHIER-MAITRE RECORD
044700         INVALID KEY
044800             ADD 1 TO NB-ERREURS
044900             DISPLAY "RETRAIT IMPOSSIBLE POUR ID " LJ-ID-CITOYEN
045000         NOT INVALID KEY
045100             ADD 1 TO NB-APPLIQUEES
045200     END-DELETE.
045300 4200-RETIRER-DOSSIER-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600* 4900-POSER-DOSSIER : ECRITURE DE L'ENREGISTREMENT PREPARE DANS
045700*                      ENR-MAITRE, REECRITURE S'IL EXISTE DEJA
045800*----------------------------------------------------------------
045900 4900-POSER-DOSSIER.
046000     WRITE ENR-MAITRE
046100         INVALID KEY
046200             REWRITE ENR-MAITRE
046300                 INVALID KEY
046400                     ADD 1 TO NB-ERREURS
046500                     DISPLAY "ECRITURE IMPOSSIBLE POUR ID "
046600                         MF-ID-CITOYEN
046700                     GO TO 4900-POSER-DOSSIER-EXIT
046800             END-REWRITE
046900     END-WRITE.
047000     ADD 1 TO NB-APPLIQUEES.
047100 4900-POSER-DOSSIER-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400* 5000-DEFAIRE-LIGNE : RETOUR EN ARRIERE SUR UNE LIGNE - LE
047500*                      DOSSIER REPREND SON ETAT D'AVANT LA LIGNE
047600*----------------------------------------------------------------
047700 5000-DEFAIRE-LIGNE.
047800     EVALUATE TRUE
047900         WHEN LJ-EST-AJOUT
048000             PERFORM 4200-RETIRER-DOSSIER
048100                 THRU 4200-RETIRER-DOSSIER-EXIT
048200         WHEN LJ-EST-MODIF
048300         WHEN LJ-EST-STATUT
048400         WHEN LJ-EST-SUPPR
048500             PERFORM 5100-POSER-IMAGE-AVANT
048600                 THRU 5100-POSER-IMAGE-AVANT-EXIT
048700         WHEN LJ-EST-HISTORISATION
048800             PERFORM 5200-REPRENDRE-HISTORISE
048900                 THRU 5200-REPRENDRE-HISTORISE-EXIT
049000         WHEN LJ-EST-REFUS
049100         WHEN LJ-EST-LIEN
049200         WHEN LJ-EST-ANONYMISATION
049300         WHEN LJ-EST-OPERATEUR
049400         WHEN LJ-EST-MODIF-HISTO
049500         WHEN LJ-EST-RELEVE
049600             ADD 1 TO NB-SANS-INCIDENCE
049700         WHEN OTHER
049800             PERFORM 6000-SIGNALER-LIGNE
049900                 THRU 6000-SIGNALER-LIGNE-EXIT
050000     END-EVALUATE.
050100 5000-DEFAIRE-LIGNE-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 5100-POSER-IMAGE-AVANT : MODIF, STATU OU SUPPR DEFAIT - LE
050500*                          DOSSIER REPREND SON IMAGE AVANT
050600*----------------------------------------------------------------
050700 5100-POSER-IMAGE-AVANT.
050800     IF LJ-IMAGE-AVANT = SPACES
050900         PERFORM 6000-SIGNALER-LIGNE
051000             THRU 6000-SIGNALER-LIGNE-EXIT
051100         GO TO 5100-POSER-IMAGE-AVANT-EXIT
051200     END-IF.
051300     MOVE LJ-IMAGE-AVANT TO ENR-MAITRE.
051400     PERFORM 4900-POSER-DOSSIER
051500         THRU 4900-POSER-DOSSIER-EXIT.
051600 5100-POSER-IMAGE-AVANT-EXIT.
051700     EXIT.
051800*----------------------------------------------------------------
051900* 5200-REPRENDRE-HISTORISE : HISTO DEFAIT - LA LIGNE N'A PAS
052000*                            D'IMAGE, LE DOSSIER EST REPRIS DANS
052100*                            LE FICHIER MAITRE HISTORIQUE (DANS
052200*                            SON ETAT DU JOUR : UN DOSSIER CLOS,
052300*                            HORS DES COMPTES DE POPULATION)
052400*----------------------------------------------------------------
052500 5200-REPRENDRE-HISTORISE.
052600     IF NOT HISTMAIT-DISPONIBLE
052700     OR LJ-ID-CITOYEN NOT NUMERIC
052800         PERFORM 6000-SIGNALER-LIGNE
052900             THRU 6000-SIGNALER-LIGNE-EXIT
053000         GO TO 5200-REPRENDRE-HISTORISE-EXIT
053100     END-IF.
053200     MOVE LJ-ID-CITOYEN TO HM-ID-CITOYEN.
053300     READ MAITRE-HISTORIQUE
053400         INVALID KEY
053500             PERFORM 6000-SIGNALER-LIGNE
053600                 THRU 6000-SIGNALER-LIGNE-EXIT
053700             GO TO 5200-REPRENDRE-HISTORISE-EXIT
053800     END-READ.
053900     MOVE ENR-MAITRE-HISTO TO ENR-MAITRE.
054000     PERFORM 4900-POSER-DOSSIER
054100         THRU 4900-POSER-DOSSIER-EXIT.
054200 5200-REPRENDRE-HISTORISE-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500* 6000-SIGNALER-LIGNE : LIGNE QUI NE PEUT ETRE APPLIQUEE A LA
054600*                       COPIE DE TRAVAIL - REVUE MANUELLE
054700*----------------------------------------------------------------
054800 6000-SIGNALER-LIGNE.
054900     ADD 1 TO NB-NON-RECONSTITUEES.
055000     DISPLAY "LIGNE " LJ-DATE-HEURE " " LJ-ACTION " ID "
055100         LJ-ID-CITOYEN " NON RECONSTITUEE - REVUE MANUELLE".
055200 6000-SIGNALER-LIGNE-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500* 7000-ECRIRE-PROVENANCE : ENREGISTREMENT DE PROVENANCE POUR
055600*                          ETAT-REFERENCE
055700*----------------------------------------------------------------
055800 7000-ECRIRE-PROVENANCE.
055900     OPEN OUTPUT PROVENANCE.
056000     IF NOT RP-OK
056100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REFPROV - "
056200             "CODE " RP-STATUT
056300         GO TO 7000-ECRIRE-PROVENANCE-EXIT
056400     END-IF.
056500     MOVE HORODATE-REFERENCE     TO RF-HORODATE-REFERENCE.
056600     MOVE HORODATE-SAUVEGARDE    TO RF-HORODATE-SAUVEGARDE.
056700     MOVE GENERATION-SAUVEGARDE  TO RF-GENERATION.
056800     MOVE SENS-RECONSTITUTION    TO RF-SENS.
056900     MOVE PREMIERE-LIGNE-FENETRE TO RF-PREMIERE-LIGNE.
057000     MOVE DERNIERE-LIGNE-FENETRE TO RF-DERNIERE-LIGNE.
057100     MOVE COUVERTURE-JOURNAL     TO RF-COUVERTURE.
057200     MOVE NB-LIGNES-LUES         TO RF-NB-LIGNES-LUES.
057300     MOVE NB-FENETRE             TO RF-NB-FENETRE.
057400     MOVE NB-APPLIQUEES          TO RF-NB-APPLIQUEES.
057500     MOVE NB-SANS-INCIDENCE      TO RF-NB-SANS-INCIDENCE.
057600     MOVE NB-NON-RECONSTITUEES   TO RF-NB-NON-RECONSTITUEES.
057700     MOVE NB-ERREURS             TO RF-NB-ERREURS.
057800     MOVE FUNCTION CURRENT-DATE(1:14) TO RF-HORODATE-TRAITEMENT.
057900     WRITE ENR-PROVENANCE.
058000     IF RP-OK
058100         MOVE "O" TO PROVENANCE-ECRITE
058200     ELSE
058300         DISPLAY "ECRITURE IMPOSSIBLE SUR REFPROV - CODE "
058400             RP-STATUT
058500     END-IF.
058600     CLOSE PROVENANCE.
058700 7000-ECRIRE-PROVENANCE-EXIT.
058800     EXIT.
058900*----------------------------------------------------------------
059000* 8000-RAPPORT-CONTROLE : TOTAUX DE LA RECONSTITUTION ET CODE
059100*                         RETOUR GRADUE
059200*----------------------------------------------------------------
059300 8000-RAPPORT-CONTROLE.
059400     DISPLAY "----------------------------------------".
059500     DISPLAY "RECONSTITUE-MAITRE - TOTAUX DE CONTROLE".
059600     DISPLAY "----------------------------------------".
059700     DISPLAY "GENERATION CHARGEE       : " GENERATION-SAUVEGARDE.
059800     DISPLAY "HORODATAGE SAUVEGARDE    : " HORODATE-SAUVEGARDE.
059900     DISPLAY "HORODATAGE DE REFERENCE  : " HORODATE-REFERENCE.
060000     DISPLAY "PREMIERE LIGNE APPLIQUEE : " PREMIERE-LIGNE-FENETRE.
060100     DISPLAY "DERNIERE LIGNE APPLIQUEE : " DERNIERE-LIGNE-FENETRE.
060200     DISPLAY "LIGNES LUES              : " NB-LIGNES-LUES.
060300     DISPLAY "DANS LA FENETRE          : " NB-FENETRE.
060400     DISPLAY "APPLIQUEES               : " NB-APPLIQUEES.
060500     DISPLAY "SANS INCIDENCE           : " NB-SANS-INCIDENCE.
060600     DISPLAY "NON RECONSTITUEES        : " NB-NON-RECONSTITUEES.
060700     DISPLAY "ERREURS                  : " NB-ERREURS.
060800     DISPLAY "----------------------------------------".
060900     IF NOT PROVENANCE-OK
061000         MOVE 16 TO RETURN-CODE
061100         GO TO 8000-RAPPORT-CONTROLE-EXIT
061200     END-IF.
061300     IF NB-ERREURS > ZERO
061400         MOVE 8 TO RETURN-CODE
061500     ELSE
061600         IF NB-NON-RECONSTITUEES > ZERO
061700         OR COUVERTURE-DOUTEUSE
061800             MOVE 4 TO RETURN-CODE
061900         END-IF
062000     END-IF.
062100 8000-RAPPORT-CONTROLE-EXIT.
062200     EXIT.
062300*----------------------------------------------------------------
062400* 9999-TERMINER : FERMETURE DES FICHIERS
062500*----------------------------------------------------------------
062600 9999-TERMINER.
062700     CLOSE JOURNAL.
062800     CLOSE FICHIER-MAITRE.
062900     IF HISTMAIT-DISPONIBLE
063000         CLOSE MAITRE-HISTORIQUE
063100     END-IF.
063200 9999-TERMINER-EXIT.
063300     EXIT.
