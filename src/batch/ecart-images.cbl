000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ECART-IMAGES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ECART-IMAGES COMPARE LES IMAGES AVANT ET APRES D'UN DOSSIER
000900* PORTEES AU JOURNAL D'AUDIT (COPIES DE L'ENREGISTREMENT RCMAITRE)
001000* ET REND, ZONE PAR ZONE, CELLES QUI DIFFERENT AVEC LEUR VALEUR
001100* AVANT ET APRES EN CLAIR (COPY RCECARTD) : NOM, PRENOM, NOM
001200* D'USAGE, NUMERO NATIONAL, DATE DE NAISSANCE, SEXE, RUE, CODE
001300* POSTAL, COMMUNE ET STATUT (AVEC SA DATE ET SON MOTIF). L'AGE,
001400* LA DATE DE MISE A JOUR, LE TEMOIN PND ET LE SITE, QUE LE
001500* GUICHET NE SAISIT PAS, NE SONT PAS COMPARES.
001600*
001700* SERT LA FEUILLE DE REVUE D'ECHANT-QUALITE ET L'ECRAN DE REVUE
001800* QUALITE DU SUPERVISEUR (REVUE-QUALITE), QUI PRESENTENT AINSI LA
001900* MEME LECTURE D'UNE CORRECTION. PAS DE FICHIER.
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002300* ---------- ------- ---------------------------------------------
002400* 2026-10-15 SI      CREATION - ZONES CHANGEES ENTRE DEUX IMAGES
002500*                    D'UN DOSSIER.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300*----------------------------------------------------------------
003400* IMAGES DECODEES ET ZONE EN COURS DE COMPARAISON
003500*----------------------------------------------------------------
003600 01  IMAGE-AVANT.
003700     COPY RCMAITRE REPLACING LEADING ==MF== BY ==AV==.
003800 01  IMAGE-APRES.
003900     COPY RCMAITRE REPLACING LEADING ==MF== BY ==AP==.
004000 01  ZONE-CHAMP                  PIC X(02).
004100 01  ZONE-LIBELLE                PIC X(16).
004200 01  ZONE-AVANT                  PIC X(32).
004300 01  ZONE-APRES                  PIC X(32).
004400 01  STATUT-EDITE.
004500     05 SE-STATUT                PIC X(01).
004600     05 FILLER                   PIC X(01) VALUE SPACE.
004700     05 SE-DATE                  PIC X(08).
004800     05 FILLER                   PIC X(01) VALUE SPACE.
004900     05 SE-MOTIF                 PIC X(20).
005000 LINKAGE SECTION.
005100 01  DEMANDE-ECART.
005200     COPY RCECARTD.
005300 PROCEDURE DIVISION USING DEMANDE-ECART.
005400*================================================================
005500* 0000-MAINLINE : DECODAGE DES DEUX IMAGES PUIS COMPARAISON DES
005600*                 ZONES SAISIES AU GUICHET, DANS L'ORDRE DE
005700*                 L'ECRAN DE CORRECTION
005800*================================================================
005900 0000-MAINLINE.
006000     MOVE ZERO           TO EC-NB-ECARTS.
006100     MOVE EC-IMAGE-AVANT TO IMAGE-AVANT.
006200     MOVE EC-IMAGE-APRES TO IMAGE-APRES.
006300     IF AV-NOM NOT = AP-NOM
006400         MOVE "NO"             TO ZONE-CHAMP
006500         MOVE "NOM"            TO ZONE-LIBELLE
006600         MOVE AV-NOM           TO ZONE-AVANT
006700         MOVE AP-NOM           TO ZONE-APRES
006800         PERFORM 1000-AJOUTER-ECART
006900             THRU 1000-AJOUTER-ECART-EXIT
007000     END-IF.
007100     IF AV-PRENOM NOT = AP-PRENOM
007200         MOVE "PR"             TO ZONE-CHAMP
007300         MOVE "PRENOM"         TO ZONE-LIBELLE
007400         MOVE AV-PRENOM        TO ZONE-AVANT
007500         MOVE AP-PRENOM        TO ZONE-APRES
007600         PERFORM 1000-AJOUTER-ECART
007700             THRU 1000-AJOUTER-ECART-EXIT
007800     END-IF.
007900     IF AV-NOM-USAGE NOT = AP-NOM-USAGE
008000         MOVE "NU"             TO ZONE-CHAMP
008100         MOVE "NOM D'USAGE"    TO ZONE-LIBELLE
008200         MOVE AV-NOM-USAGE     TO ZONE-AVANT
008300         MOVE AP-NOM-USAGE     TO ZONE-APRES
008400         PERFORM 1000-AJOUTER-ECART
008500             THRU 1000-AJOUTER-ECART-EXIT
008600     END-IF.
008700     IF AV-NO-NATIONAL(1:15) NOT = AP-NO-NATIONAL(1:15)
008800         MOVE "NN"             TO ZONE-CHAMP
008900         MOVE "NO NATIONAL"    TO ZONE-LIBELLE
009000         MOVE AV-NO-NATIONAL(1:15) TO ZONE-AVANT
009100         MOVE AP-NO-NATIONAL(1:15) TO ZONE-APRES
009200         PERFORM 1000-AJOUTER-ECART
009300             THRU 1000-AJOUTER-ECART-EXIT
009400     END-IF.
009500     IF AV-DATE-NAISSANCE NOT = AP-DATE-NAISSANCE
009600         MOVE "DN"             TO ZONE-CHAMP
009700         MOVE "DATE NAISSANCE" TO ZONE-LIBELLE
009800         MOVE AV-DATE-NAISSANCE TO ZONE-AVANT
009900         MOVE AP-DATE-NAISSANCE TO ZONE-APRES
010000         PERFORM 1000-AJOUTER-ECART
010100             THRU 1000-AJOUTER-ECART-EXIT
010200     END-IF.
010300     IF AV-SEXE NOT = AP-SEXE
010400         MOVE "SX"             TO ZONE-CHAMP
010500         MOVE "SEXE"           TO ZONE-LIBELLE
010600         MOVE AV-SEXE          TO ZONE-AVANT
010700         MOVE AP-SEXE          TO ZONE-APRES
010800         PERFORM 1000-AJOUTER-ECART
010900             THRU 1000-AJOUTER-ECART-EXIT
011000     END-IF.
011100     IF AV-RUE NOT = AP-RUE
011200         MOVE "RU"             TO ZONE-CHAMP
011300         MOVE "RUE"            TO ZONE-LIBELLE
011400         MOVE AV-RUE           TO ZONE-AVANT
011500         MOVE AP-RUE           TO ZONE-APRES
011600         PERFORM 1000-AJOUTER-ECART
011700             THRU 1000-AJOUTER-ECART-EXIT
011800     END-IF.
011900     IF AV-CODE-POSTAL NOT = AP-CODE-POSTAL
012000         MOVE "CP"             TO ZONE-CHAMP
012100         MOVE "CODE POSTAL"    TO ZONE-LIBELLE
012200         MOVE AV-CODE-POSTAL   TO ZONE-AVANT
012300         MOVE AP-CODE-POSTAL   TO ZONE-APRES
012400         PERFORM 1000-AJOUTER-ECART
012500             THRU 1000-AJOUTER-ECART-EXIT
012600     END-IF.
012700     IF AV-COMMUNE NOT = AP-COMMUNE
012800         MOVE "CO"             TO ZONE-CHAMP
012900         MOVE "COMMUNE"        TO ZONE-LIBELLE
013000         MOVE AV-COMMUNE       TO ZONE-AVANT
013100         MOVE AP-COMMUNE       TO ZONE-APRES
013200         PERFORM 1000-AJOUTER-ECART
013300             THRU 1000-AJOUTER-ECART-EXIT
013400     END-IF.
013500     IF AV-STATUT-DOSSIER NOT = AP-STATUT-DOSSIER
013600             OR AV-DATE-STATUT(1:8) NOT = AP-DATE-STATUT(1:8)
013700             OR AV-MOTIF-STATUT NOT = AP-MOTIF-STATUT
013800         MOVE "ST"             TO ZONE-CHAMP
013900         MOVE "STATUT"         TO ZONE-LIBELLE
014000         MOVE AV-STATUT-DOSSIER    TO SE-STATUT
014100         MOVE AV-DATE-STATUT(1:8)  TO SE-DATE
014200         MOVE AV-MOTIF-STATUT      TO SE-MOTIF
014300         MOVE STATUT-EDITE         TO ZONE-AVANT
014400         MOVE AP-STATUT-DOSSIER    TO SE-STATUT
014500         MOVE AP-DATE-STATUT(1:8)  TO SE-DATE
014600         MOVE AP-MOTIF-STATUT      TO SE-MOTIF
014700         MOVE STATUT-EDITE         TO ZONE-APRES
014800         PERFORM 1000-AJOUTER-ECART
014900             THRU 1000-AJOUTER-ECART-EXIT
015000     END-IF.
015100     GOBACK.
015200*----------------------------------------------------------------
015300* 1000-AJOUTER-ECART : PORT DE LA ZONE EN COURS A LA LISTE DES
015400*                      ECARTS RENDUE A L'APPELANT
015500*----------------------------------------------------------------
015600 1000-AJOUTER-ECART.
015700     ADD 1 TO EC-NB-ECARTS.
015800     SET IDX-ECART TO EC-NB-ECARTS.
015900     MOVE ZONE-CHAMP   TO EC-CHAMP(IDX-ECART).
016000     MOVE ZONE-LIBELLE TO EC-LIBELLE(IDX-ECART).
016100     MOVE ZONE-AVANT   TO EC-AVANT(IDX-ECART).
016200     MOVE ZONE-APRES   TO EC-APRES(IDX-ECART).
016300 1000-AJOUTER-ECART-EXIT.
016400     EXIT.
