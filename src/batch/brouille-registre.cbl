000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BROUILLE-REGISTRE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* BROUILLE-REGISTRE PRODUIT LES COPIES BROUILLEES DU FICHIER
000900* MAITRE, DU FICHIER MAITRE HISTORIQUE ET DU JOURNAL QUI SERVENT
001000* A MONTER UN ENVIRONNEMENT DE FORMATION (ECOLE DU GUICHET) OU DE
001100* TEST (REGFORM.JCL) : LES AGENTS EN FORMATION ET LES ESSAIS DU
001200* SERVICE NE VOIENT PLUS DE NOMS NI D'ADRESSES REELS.
001300*
001400* CHAQUE DOSSIER (FICHIER VIVANT, HISTMAIT, IMAGES AVANT ET APRES
001500* DU JOURNAL) PASSE PAR BROUILLE-IDENTITE ; NOM ET PRENOM DES
001600* LIGNES DE JOURNAL NOMINATIVES AUSSI. LE BROUILLAGE NE DEPEND
001700* QUE DE LA VALEUR REELLE ET DE LA GRAINE : UN MEME CITOYEN
001800* DEVIENT LE MEME CITOYEN FICTIF DANS LES TROIS FICHIERS, LES
001900* LIENS (PAR IDENTIFIANT), L'HISTORIQUE ET LES GROUPES DE DOUBLONS
002000* GARDENT LEUR SENS. IDENTIFIANT, AGE, SEXE, COMMUNE, SITE ET
002100* STATUT SONT INCHANGES : LES ETATS DE LA COPIE RESSEMBLENT A CEUX
002200* DE LA PRODUCTION.
002300*
002400* LIGNES DE JOURNAL : AJOUT, MODIF, SUPPR, STATU, ANNUL, HISTO,
002500* MODHI ET RELEV SONT BROUILLEES ; REFUS, LIENS, OPERA ET ANONY NE
002600* PORTENT PAS DE NOM DE CITOYEN ET SONT RECOPIEES (IMAGES A
002700* BLANC) ; UNE ACTION INCONNUE EST RECOPIEE SANS NOM NI IMAGE.
002710* NUMERO ET VALEUR DE CONTROLE DU CHAINAGE SONT REMIS A ZERO : LES
002720* LIGNES BROUILLEES PRECEDENT LE CHAINAGE DE LA COPIE, QUI REPART
002730* DE 1 AVEC UN FICHIER JNCHAIN NEUF.
002800*
002900* CARTES SYSIN, DANS L'ORDRE :
003000*   - PREFIXE DES FICHIERS DE FORMATION (PAR EXEMPLE
003100*     FORM.CITOYENS), LE MEME QUE CELUI DES ETAPES SUIVANTES DU
003200*     JOB. UN PREFIXE DONT LE PREMIER QUALIFIANT EST PROD EST
003300*     REFUSE (CODE RETOUR 16) AVANT TOUTE ECRITURE ;
003400*   - GRAINE DU BROUILLAGE (12 CARACTERES) ; A BLANC OU "*", ELLE
003500*     EST TIREE DE L'HORLOGE ET N'EST PAS CONSERVEE. LA GRAINE
003600*     N'EST JAMAIS IMPRIMEE.
003700*
003800* CODE RETOUR 4 : LIGNES DE JOURNAL D'ACTION INCONNUE VIDEES ;
003900* 16 : PREFIXE REFUSE OU FICHIER INDISPONIBLE.
004000*
004100* HISTORIQUE DES MODIFICATIONS
004200* DATE       AUTEUR  DESCRIPTION
004300* ---------- ------- ---------------------------------------------
004400* 2026-10-15 SI      CREATION - COPIE BROUILLEE DU REGISTRE POUR
004500*                    LA FORMATION ET LES TESTS.
004510* 2026-10-15 SI      LIGNES DU JOURNAL BROUILLE SORTIES DU
004520*                    CHAINAGE (NUMERO ET CONTROLE A ZERO) : LA
004530*                    COPIE CHAINE SON PROPRE JOURNAL.
004600*----------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-370.
005000 OBJECT-COMPUTER.    IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS MF-ID-CITOYEN
005700         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005800         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005900         FILE STATUS IS MF-STATUT.
006000     SELECT MAITRE-HISTORIQUE ASSIGN TO "HISTMAIT"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS HM-ID-CITOYEN
006400         ALTERNATE RECORD KEY IS HM-CLE WITH DUPLICATES
006500         ALTERNATE RECORD KEY IS HM-NO-NATIONAL WITH DUPLICATES
006600         FILE STATUS IS HM-STATUT.
006700     SELECT JOURNAL ASSIGN TO "JOURNAL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS JN-STATUT.
007000     SELECT MAITRE-FORMATION ASSIGN TO "MAITFORM"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS MT-STATUT.
007300     SELECT HISTO-FORMATION ASSIGN TO "HISTFORM"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS HT-STATUT.
007600     SELECT JOURNAL-FORMATION ASSIGN TO "JOURFORM"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS JF-STATUT.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  FICHIER-MAITRE
008200     LABEL RECORDS ARE STANDARD.
008300 01  ENR-MAITRE.
008400     COPY RCMAITRE.
008500 FD  MAITRE-HISTORIQUE
008600     LABEL RECORDS ARE STANDARD.
008700 01  ENR-MAITRE-HISTO.
008800     COPY RCMAITRE REPLACING LEADING ==MF== BY ==HM==.
008900 FD  JOURNAL
009000     LABEL RECORDS ARE STANDARD.
009100 01  ENR-JOURNAL.
009200     COPY RCJOURNAL.
009300 FD  MAITRE-FORMATION
009400     LABEL RECORDS ARE STANDARD.
009500 01  ENR-MAITRE-FORMATION.
009600     COPY RCMAITRE REPLACING LEADING ==MF== BY ==MT==.
009700 FD  HISTO-FORMATION
009800     LABEL RECORDS ARE STANDARD.
009900 01  ENR-HISTO-FORMATION.
010000     COPY RCMAITRE REPLACING LEADING ==MF== BY ==HT==.
010100 FD  JOURNAL-FORMATION
010200     LABEL RECORDS ARE STANDARD.
010300 01  ENR-JOURNAL-FORMATION.
010400     COPY RCJOURNAL REPLACING LEADING ==JN== BY ==JF==.
010500 WORKING-STORAGE SECTION.
010600*----------------------------------------------------------------
010700* ZONES DE TRAVAIL
010800*----------------------------------------------------------------
010900 01  MF-STATUT                   PIC X(02).
011000     88 MF-OK                    VALUE "00".
011100 01  HM-STATUT                   PIC X(02).
011200     88 HM-OK                    VALUE "00".
011300 01  JN-STATUT                   PIC X(02).
011400     88 JN-OK                    VALUE "00".
011500 01  MT-STATUT                   PIC X(02).
011600     88 MT-OK                    VALUE "00".
011700 01  HT-STATUT                   PIC X(02).
011800     88 HT-OK                    VALUE "00".
011900 01  JF-STATUT                   PIC X(02).
012000     88 JF-OK                    VALUE "00".
012100 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
012200     88 PLUS-DE-CITOYENS         VALUE "O".
012300 01  FIN-HISTORIQUE              PIC X(01) VALUE "N".
012400     88 PLUS-D-HISTORISES        VALUE "O".
012500 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
012600     88 PLUS-DE-LIGNES           VALUE "O".
012700 01  CIBLE-FORMATION             PIC X(44) VALUE SPACES.
012800 01  PREMIER-QUALIFIANT          PIC X(08) VALUE SPACES.
012900 01  GRAINE-SAISIE               PIC X(12) VALUE SPACES.
013000 01  DEMANDE-BROUILLAGE.
013100     COPY RCBROUIL.
013200*----------------------------------------------------------------
013300* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
013400*----------------------------------------------------------------
013500 01  NB-CITOYENS-LUS             PIC 9(07) COMP VALUE ZERO.
013600 01  NB-CITOYENS-ECRITS          PIC 9(07) COMP VALUE ZERO.
013700 01  NB-CITOYENS-ANONYMES        PIC 9(07) COMP VALUE ZERO.
013800 01  NB-HISTO-LUS                PIC 9(07) COMP VALUE ZERO.
013900 01  NB-HISTO-ECRITS             PIC 9(07) COMP VALUE ZERO.
014000 01  NB-LIGNES-LUES              PIC 9(07) COMP VALUE ZERO.
014100 01  NB-LIGNES-BROUILLEES        PIC 9(07) COMP VALUE ZERO.
014200 01  NB-LIGNES-SANS-NOM          PIC 9(07) COMP VALUE ZERO.
014300 01  NB-LIGNES-INCONNUES         PIC 9(07) COMP VALUE ZERO.
014400 01  NB-LIGNES-ECRITES           PIC 9(07) COMP VALUE ZERO.
014500 PROCEDURE DIVISION.
014600*================================================================
014700* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
014800*================================================================
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALISATION
015100         THRU 1000-INITIALISATION-EXIT.
015200     PERFORM 2000-BROUILLER-CITOYEN
015300         THRU 2000-BROUILLER-CITOYEN-EXIT
015400         UNTIL PLUS-DE-CITOYENS.
015500     PERFORM 3000-PASSE-HISTORIQUE
015600         THRU 3000-PASSE-HISTORIQUE-EXIT.
015700     PERFORM 4000-PASSE-JOURNAL
015800         THRU 4000-PASSE-JOURNAL-EXIT.
015900     PERFORM 8000-RAPPORT-CONTROLE
016000         THRU 8000-RAPPORT-CONTROLE-EXIT.
016100     PERFORM 9999-TERMINER
016200         THRU 9999-TERMINER-EXIT.
016300     STOP RUN.
016400*----------------------------------------------------------------
016500* 1000-INITIALISATION : CARTES SYSIN, REFUS D'UNE CIBLE DE
016600*                       PRODUCTION, GRAINE ET OUVERTURE DES
016700*                       FICHIERS
016800*----------------------------------------------------------------
016900 1000-INITIALISATION.
017000     ACCEPT CIBLE-FORMATION.
017100     ACCEPT GRAINE-SAISIE.
017200     IF CIBLE-FORMATION = SPACES
017300         DISPLAY "PREFIXE DES FICHIERS DE FORMATION OBLIGATOIRE"
017400         MOVE 16 TO RETURN-CODE
017500         STOP RUN
017600     END-IF.
017700     UNSTRING CIBLE-FORMATION DELIMITED BY "." OR SPACE
017800         INTO PREMIER-QUALIFIANT.
017900     IF PREMIER-QUALIFIANT = "PROD"
018000         DISPLAY "REFUS - LE PREFIXE " CIBLE-FORMATION
018100         DISPLAY "DESIGNE DES FICHIERS DE PRODUCTION : "
018200             "AUCUNE COPIE PRODUITE"
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
018600     MOVE "D" TO BR-FONCTION.
018700     IF GRAINE-SAISIE = SPACES OR GRAINE-SAISIE = "*"
018800         MOVE FUNCTION CURRENT-DATE(5:12) TO BR-GRAINE
018900         DISPLAY "GRAINE TIREE DE L'HORLOGE (NON CONSERVEE)"
019000     ELSE
019100         MOVE GRAINE-SAISIE TO BR-GRAINE
019200         DISPLAY "GRAINE FOURNIE EN CARTE SYSIN"
019300     END-IF.
019400     DISPLAY "COPIE BROUILLEE DU REGISTRE POUR " CIBLE-FORMATION.
019500     OPEN INPUT FICHIER-MAITRE.
019600     IF NOT MF-OK
019700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
019800             "CODE " MF-STATUT
019900         MOVE 16 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200     OPEN OUTPUT MAITRE-FORMATION.
020300     IF NOT MT-OK
020400         DISPLAY "IMPOSSIBLE D'OUVRIR MAITFORM - CODE " MT-STATUT
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     OPEN OUTPUT HISTO-FORMATION.
020900     IF NOT HT-OK
021000         DISPLAY "IMPOSSIBLE D'OUVRIR HISTFORM - CODE " HT-STATUT
021100         MOVE 16 TO RETURN-CODE
021200         STOP RUN
021300     END-IF.
021400     OPEN OUTPUT JOURNAL-FORMATION.
021500     IF NOT JF-OK
021600         DISPLAY "IMPOSSIBLE D'OUVRIR JOURFORM - CODE " JF-STATUT
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000 1000-INITIALISATION-EXIT.
022100     EXIT.
022200*----------------------------------------------------------------
022300* 2000-BROUILLER-CITOYEN : LECTURE DU DOSSIER SUIVANT DU FICHIER
022400*                          MAITRE, BROUILLAGE ET ECRITURE DANS
022500*                          L'ORDRE DES IDENTIFIANTS
022600*----------------------------------------------------------------
022700 2000-BROUILLER-CITOYEN.
022800     READ FICHIER-MAITRE NEXT RECORD
022900         AT END
023000             MOVE "O" TO FIN-FICHIER-MAITRE
023100             GO TO 2000-BROUILLER-CITOYEN-EXIT
023200     END-READ.
023300     ADD 1 TO NB-CITOYENS-LUS.
023400     IF MF-NOM = SPACES
023500         ADD 1 TO NB-CITOYENS-ANONYMES
023600     END-IF.
023700     MOVE ENR-MAITRE TO BR-DOSSIER.
023800     CALL "BROUILLE-IDENTITE" USING DEMANDE-BROUILLAGE.
023900     MOVE BR-DOSSIER TO ENR-MAITRE-FORMATION.
024000     WRITE ENR-MAITRE-FORMATION.
024100     IF NOT MT-OK
024200         DISPLAY "ECRITURE MAITFORM EN ECHEC POUR L'ID "
024300             MF-ID-CITOYEN " - CODE " MT-STATUT
024400         MOVE 16 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700     ADD 1 TO NB-CITOYENS-ECRITS.
024800 2000-BROUILLER-CITOYEN-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100* 3000-PASSE-HISTORIQUE : MEME BROUILLAGE SUR LE FICHIER MAITRE
025200*                         HISTORIQUE (UN FICHIER ABSENT DONNE UNE
025300*                         COPIE VIDE)
025400*----------------------------------------------------------------
025500 3000-PASSE-HISTORIQUE.
025600     OPEN INPUT MAITRE-HISTORIQUE.
025700     IF NOT HM-OK
025800         DISPLAY "FICHIER HISTMAIT ABSENT OU ILLISIBLE - COPIE "
025900             "HISTORIQUE VIDE (CODE " HM-STATUT ")"
026000         GO TO 3000-PASSE-HISTORIQUE-EXIT
026100     END-IF.
026200     PERFORM 3100-BROUILLER-HISTORISE
026300         THRU 3100-BROUILLER-HISTORISE-EXIT
026400         UNTIL PLUS-D-HISTORISES.
026500     CLOSE MAITRE-HISTORIQUE.
026600 3000-PASSE-HISTORIQUE-EXIT.
026700     EXIT.
026800*----------------------------------------------------------------
026900* 3100-BROUILLER-HISTORISE : DOSSIER HISTORISE SUIVANT, BROUILLE
027000*                            COMME UN DOSSIER DU FICHIER VIVANT
027100*----------------------------------------------------------------
027200 3100-BROUILLER-HISTORISE.
027300     READ MAITRE-HISTORIQUE NEXT RECORD
027400         AT END
027500             MOVE "O" TO FIN-HISTORIQUE
027600             GO TO 3100-BROUILLER-HISTORISE-EXIT
027700     END-READ.
027800     ADD 1 TO NB-HISTO-LUS.
027900     MOVE ENR-MAITRE-HISTO TO BR-DOSSIER.
028000     CALL "BROUILLE-IDENTITE" USING DEMANDE-BROUILLAGE.
028100     MOVE BR-DOSSIER TO ENR-HISTO-FORMATION.
028200     WRITE ENR-HISTO-FORMATION.
028300     IF NOT HT-OK
028400         DISPLAY "ECRITURE HISTFORM EN ECHEC POUR L'ID "
028500             HM-ID-CITOYEN " - CODE " HT-STATUT
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     ADD 1 TO NB-HISTO-ECRITS.
029000 3100-BROUILLER-HISTORISE-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300* 4000-PASSE-JOURNAL : RECOPIE BROUILLEE DU JOURNAL, LIGNE A
029400*                      LIGNE DANS L'ORDRE CHRONOLOGIQUE (UN
029500*                      JOURNAL ABSENT DONNE UNE COPIE VIDE)
029600*----------------------------------------------------------------
029700 4000-PASSE-JOURNAL.
029800     OPEN INPUT JOURNAL.
029900     IF NOT JN-OK
030000         DISPLAY "JOURNAL ABSENT OU ILLISIBLE - COPIE DU JOURNAL "
030100             "VIDE (CODE " JN-STATUT ")"
030200         GO TO 4000-PASSE-JOURNAL-EXIT
030300     END-IF.
030400     PERFORM 4100-BROUILLER-LIGNE
030500         THRU 4100-BROUILLER-LIGNE-EXIT
030600         UNTIL PLUS-DE-LIGNES.
030700     CLOSE JOURNAL.
030800 4000-PASSE-JOURNAL-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031100* 4100-BROUILLER-LIGNE : LIGNE SUIVANTE DU JOURNAL - NOM, PRENOM
031200*                        ET IMAGES BROUILLES POUR LES ACTIONS
031300*                        NOMINATIVES, IMAGES VIDEES POUR LES
031400*                        AUTRES, TOUT VIDE POUR UNE ACTION
031500*                        INCONNUE
031600*----------------------------------------------------------------
031700 4100-BROUILLER-LIGNE.
031800     READ JOURNAL
031900         AT END
032000             MOVE "O" TO FIN-JOURNAL
032100             GO TO 4100-BROUILLER-LIGNE-EXIT
032200     END-READ.
032300     ADD 1 TO NB-LIGNES-LUES.
032400     EVALUATE TRUE
032500         WHEN JN-EST-AJOUT
032600         WHEN JN-EST-MODIF
032700         WHEN JN-EST-SUPPR
032800         WHEN JN-EST-STATUT
032900         WHEN JN-EST-ANNUL
033000         WHEN JN-EST-HISTORISATION
033100         WHEN JN-EST-MODIF-HISTO
033200         WHEN JN-EST-RELEVE
033300             PERFORM 4200-BROUILLER-NOMINATIVE
033400                 THRU 4200-BROUILLER-NOMINATIVE-EXIT
033500             ADD 1 TO NB-LIGNES-BROUILLEES
033600         WHEN JN-EST-REFUS
033700         WHEN JN-EST-LIEN
033800         WHEN JN-EST-OPERATEUR
033900         WHEN JN-EST-ANONYMISATION
034000             MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES
034100             ADD 1 TO NB-LIGNES-SANS-NOM
034200         WHEN OTHER
034300             MOVE SPACES TO JN-NOM JN-PRENOM
034400             MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES
034500             ADD 1 TO NB-LIGNES-INCONNUES
034600     END-EVALUATE.
034610     MOVE ZERO TO JN-NO-SEQUENCE JN-CONTROLE.
034700     MOVE ENR-JOURNAL TO ENR-JOURNAL-FORMATION.
034800     WRITE ENR-JOURNAL-FORMATION.
034900     IF NOT JF-OK
035000         DISPLAY "ECRITURE JOURFORM EN ECHEC A LA LIGNE "
035100             NB-LIGNES-LUES " - CODE " JF-STATUT
035200         MOVE 16 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500     ADD 1 TO NB-LIGNES-ECRITES.
035600 4100-BROUILLER-LIGNE-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 4200-BROUILLER-NOMINATIVE : NOM ET PRENOM DE LA LIGNE, PUIS LES
036000*                             DEUX IMAGES (UNE IMAGE A BLANC LE
036100*                             RESTE)
036200*----------------------------------------------------------------
036300 4200-BROUILLER-NOMINATIVE.
036400     MOVE "N"       TO BR-FONCTION.
036500     MOVE JN-NOM    TO BR-NOM.
036600     MOVE JN-PRENOM TO BR-PRENOM.
036700     CALL "BROUILLE-IDENTITE" USING DEMANDE-BROUILLAGE.
036800     MOVE BR-NOM    TO JN-NOM.
036900     MOVE BR-PRENOM TO JN-PRENOM.
037000     MOVE "D"       TO BR-FONCTION.
037100     MOVE JN-IMAGE-AVANT TO BR-DOSSIER.
037200     CALL "BROUILLE-IDENTITE" USING DEMANDE-BROUILLAGE.
037300     MOVE BR-DOSSIER TO JN-IMAGE-AVANT.
037400     MOVE JN-IMAGE-APRES TO BR-DOSSIER.
037500     CALL "BROUILLE-IDENTITE" USING DEMANDE-BROUILLAGE.
037600     MOVE BR-DOSSIER TO JN-IMAGE-APRES.
037700 4200-BROUILLER-NOMINATIVE-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000* 8000-RAPPORT-CONTROLE : ETAT DES TOTAUX DU BROUILLAGE
038100*----------------------------------------------------------------
038200 8000-RAPPORT-CONTROLE.
038300     DISPLAY "----------------------------------------".
038400     DISPLAY "BROUILLE-REGISTRE - TOTAUX DE CONTROLE".
038500     DISPLAY "----------------------------------------".
038600     DISPLAY "DOSSIERS MAITRE LUS       : " NB-CITOYENS-LUS.
038700     DISPLAY "DOSSIERS MAITRE ECRITS    : " NB-CITOYENS-ECRITS.
038800     DISPLAY "  DONT DEJA ANONYMISES    : " NB-CITOYENS-ANONYMES.
038900     DISPLAY "HISTORISES LUS            : " NB-HISTO-LUS.
039000     DISPLAY "HISTORISES ECRITS         : " NB-HISTO-ECRITS.
039100     DISPLAY "LIGNES DE JOURNAL LUES    : " NB-LIGNES-LUES.
039200     DISPLAY "  BROUILLEES              : " NB-LIGNES-BROUILLEES.
039300     DISPLAY "  SANS NOM DE CITOYEN     : " NB-LIGNES-SANS-NOM.
039400     DISPLAY "  D'ACTION INCONNUE VIDEES: " NB-LIGNES-INCONNUES.
039500     DISPLAY "LIGNES DE JOURNAL ECRITES : " NB-LIGNES-ECRITES.
039600     DISPLAY "----------------------------------------".
039700     IF NB-LIGNES-INCONNUES > ZERO
039800         MOVE 4 TO RETURN-CODE
039900     END-IF.
040000 8000-RAPPORT-CONTROLE-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300* 9999-TERMINER : FERMETURE DES FICHIERS
040400*----------------------------------------------------------------
040500 9999-TERMINER.
040600     CLOSE FICHIER-MAITRE.
040700     CLOSE MAITRE-FORMATION.
040800     CLOSE HISTO-FORMATION.
040900     CLOSE JOURNAL-FORMATION.
041000 9999-TERMINER-EXIT.
041100     EXIT.
