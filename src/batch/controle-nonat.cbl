001500* UN NUMERO A ZERO EST RENDU "ABSENT" (VERDICT 3), CONVENTION
001600* DES DOSSIERS OU LE NUMERO N'EST PAS ENCORE CONNU.
001700*
001710* QUAND L'APPELANT FOURNIT LE SEXE ET/OU LA DATE DE NAISSANCE, UN
001720* NUMERO A LA CLE JUSTE EST CONFRONTE A L'IDENTITE (CHIFFRE DU
001730* SEXE, ANNEE ET MOIS CODES) AVEC LES EXCEPTIONS DECRITES DANS
001740* RCNONAT : NUMEROS PROVISOIRES, MOIS INCONNUS, NES A L'ETRANGER.
001750*
001800* HISTORIQUE DES MODIFICATIONS
001900* DATE       AUTEUR  DESCRIPTION
002000* ---------- ------- ---------------------------------------------
002100* 2026-09-02 SI      CREATION - CONTROLE DE LA CLE DU NUMERO
002200*                    NATIONAL, SUR LE MODELE DE CONTROLE-DATE.
002210* 2026-10-15 SI      CONTROLE DE COHERENCE DU NUMERO AVEC LE SEXE
002220*                    ET LA DATE DE NAISSANCE (VERDICT 2).
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003300 01  NUMERO-ECLATE.
003400     05 NE-BASE                  PIC 9(13).
003500     05 NE-CLE                   PIC 9(02).
003505 01  NUMERO-DETAILLE REDEFINES NUMERO-ECLATE.
003510     05 ND-SEXE                  PIC 9(01).
003515         88 ND-SEXE-HOMME        VALUE 1 7.
003520         88 ND-SEXE-FEMME        VALUE 2 8.
003525         88 ND-PROVISOIRE        VALUE 7 8.
003530     05 ND-ANNEE                 PIC 9(02).
003535     05 ND-MOIS                  PIC 9(02).
003540         88 ND-MOIS-INCONNU      VALUE 20 30 THRU 42 50 THRU 99.
003545     05 ND-DEPARTEMENT           PIC X(02).
003550         88 ND-NE-A-L-ETRANGER   VALUE "99".
003555     05 FILLER                   PIC X(08).
003560 01  DATE-NAISSANCE-ECLATEE.
003565     05 DN-SIECLE                PIC 9(02).
003570     05 DN-ANNEE                 PIC 9(02).
003575     05 DN-MOIS                  PIC 9(02).
003580     05 DN-JOUR                  PIC 9(02).
003600 01  QUOTIENT-DIVISION           PIC 9(13) COMP.
003700 01  RESTE-DIVISION              PIC 9(02) COMP.
003800 01  CLE-ATTENDUE                PIC 9(02).
004400* 0000-MAINLINE : ECLATEMENT DU NUMERO PUIS CONTROLE DE LA CLE
004500*================================================================
004600 0000-MAINLINE.
004610     MOVE SPACE TO NN-MOTIF.
004700     IF NN-NUMERO = ZERO
004800         MOVE "3" TO NN-VERDICT
004900         GOBACK
005300         GIVING QUOTIENT-DIVISION
005400         REMAINDER RESTE-DIVISION.
005500     COMPUTE CLE-ATTENDUE = 97 - RESTE-DIVISION.
005600     IF NE-CLE NOT = CLE-ATTENDUE
005900         MOVE "1" TO NN-VERDICT
005910         GOBACK
006000     END-IF.
006010     MOVE "0" TO NN-VERDICT.
006020     PERFORM 1000-CONTROLER-COHERENCE
006030         THRU 1000-CONTROLER-COHERENCE-EXIT.
006100     GOBACK.
006101*----------------------------------------------------------------
006102* 1000-CONTROLER-COHERENCE : CONFRONTATION DU NUMERO AU SEXE ET A
006103*                            LA DATE DE NAISSANCE FOURNIS - LE
006104*                            PREMIER DESACCORD TROUVE EST RENDU
006105*----------------------------------------------------------------
006106 1000-CONTROLER-COHERENCE.
006107     IF (NN-SEXE = "H" AND NOT ND-SEXE-HOMME)
006108             OR (NN-SEXE = "F" AND NOT ND-SEXE-FEMME)
006109         MOVE "2" TO NN-VERDICT
006110         MOVE "S" TO NN-MOTIF
006111         GO TO 1000-CONTROLER-COHERENCE-EXIT
006112     END-IF.
006113     IF NN-DATE-NAISSANCE NOT NUMERIC
006114             OR NN-DATE-NAISSANCE = ZERO
006115             OR ND-PROVISOIRE
006116         GO TO 1000-CONTROLER-COHERENCE-EXIT
006117     END-IF.
006118     MOVE NN-DATE-NAISSANCE TO DATE-NAISSANCE-ECLATEE.
006119     IF ND-ANNEE NOT = DN-ANNEE
006120         MOVE "2" TO NN-VERDICT
006121         MOVE "A" TO NN-MOTIF
006122         GO TO 1000-CONTROLER-COHERENCE-EXIT
006123     END-IF.
006124     IF ND-MOIS-INCONNU OR ND-NE-A-L-ETRANGER
006125         GO TO 1000-CONTROLER-COHERENCE-EXIT
006126     END-IF.
006127     IF ND-MOIS NOT = DN-MOIS
006128         MOVE "2" TO NN-VERDICT
006129         MOVE "M" TO NN-MOTIF
006130     END-IF.
006131 1000-CONTROLER-COHERENCE-EXIT.
006132     EXIT.
