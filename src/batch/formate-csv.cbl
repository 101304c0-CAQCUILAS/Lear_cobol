000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FORMATE-CSV.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* FORMATE-CSV EST LA MISE EN FORME COMMUNE DES LIGNES DES EXPORTS
000900* TABLEUR DES ETATS DE GESTION (VOIR COPY RCCSVD) : L'APPELANT
001000* OUVRE UNE LIGNE PUIS Y AJOUTE SES ZONES UNE A UNE - TEXTE SANS
001100* BLANCS DE FIN, ENTIER SANS ZEROS DE TETE, DECIMAL A VIRGULE,
001200* DATE AAAA-MM-JJ - SEPAREES PAR UN POINT-VIRGULE. LA REGLE EST
001300* AINSI LA MEME POUR TOUS LES EXPORTS QUE LES TABLEURS DE LA
001400* PREFECTURE LIENT A LEURS FEUILLES.
001500*
001600* LE SEPARATEUR DECIMAL EST LA VIRGULE (DECIMAL-POINT IS COMMA,
001700* COMME RAPPORT-DEMO ET TENDANCE-DEMO), D'OU LE POINT-VIRGULE
001800* COMME SEPARATEUR DE ZONES ; UN POINT-VIRGULE DANS UN TEXTE EST
001900* REMPLACE PAR UNE VIRGULE POUR NE PAS DECALER LES COLONNES.
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002300* ---------- ------- ---------------------------------------------
002400* 2026-10-15 SI      CREATION - MISE EN FORME COMMUNE DES EXPORTS
002500*                    TABLEUR, SUR LE MODELE DE NORMALISE-NOM.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------------
003600* ZONES DE TRAVAIL
003700*----------------------------------------------------------------
003800 01  ZONE-A-AJOUTER              PIC X(60).
003900 01  DEBUT-ZONE                  PIC 9(02) COMP.
004000 01  LONGUEUR-ZONE               PIC 9(02) COMP.
004100 01  NB-BLANCS-TETE              PIC 9(02) COMP.
004200 01  RANG-CARACTERE              PIC S9(02) COMP.
004300 01  FIN-RECHERCHE               PIC X(01) VALUE "N".
004400     88 RECHERCHE-TERMINEE       VALUE "O".
004500 01  LONGUEUR-MAXIMUM            PIC 9(04) COMP VALUE 250.
004600 01  POSITION-AJOUT              PIC 9(04) COMP.
004700*----------------------------------------------------------------
004800* ZONES EDITEES
004900*----------------------------------------------------------------
005000 01  NOMBRE-EDITE                PIC -(11)9.
005100 01  DECIMAL-EDITE               PIC -(09)9,99.
005200 01  DATE-AAAAMMJJ               PIC 9(08).
005300 01  DATE-AAAAMMJJ-R REDEFINES DATE-AAAAMMJJ.
005400     05 DA-ANNEE                 PIC X(04).
005500     05 DA-MOIS                  PIC X(02).
005600     05 DA-JOUR                  PIC X(02).
005700 01  DATE-EDITEE.
005800     05 DE-ANNEE                 PIC X(04).
005900     05 FILLER                   PIC X(01) VALUE "-".
006000     05 DE-MOIS                  PIC X(02).
006100     05 FILLER                   PIC X(01) VALUE "-".
006200     05 DE-JOUR                  PIC X(02).
006300 LINKAGE SECTION.
006400 01  DEMANDE-CSV.
006500     COPY RCCSVD.
006600 PROCEDURE DIVISION USING DEMANDE-CSV.
006700*================================================================
006800* 0000-MAINLINE : EXECUTION DE LA FONCTION DEMANDEE
006900*================================================================
007000 0000-MAINLINE.
007100     MOVE "0" TO CV-CODE-RETOUR.
007200     EVALUATE TRUE
007300         WHEN CV-NOUVELLE-LIGNE
007400             MOVE SPACES TO CV-LIGNE
007500             MOVE ZERO   TO CV-NB-ZONES
007600             MOVE ZERO   TO CV-LONGUEUR
007700         WHEN CV-AJOUT-TEXTE
007800             PERFORM 1000-PREPARER-TEXTE
007900                 THRU 1000-PREPARER-TEXTE-EXIT
008000             PERFORM 5000-AJOUTER-ZONE
008100                 THRU 5000-AJOUTER-ZONE-EXIT
008200         WHEN CV-AJOUT-NOMBRE
008300             MOVE CV-NOMBRE TO NOMBRE-EDITE
008400             MOVE NOMBRE-EDITE TO ZONE-A-AJOUTER
008500             PERFORM 2000-RETIRER-BLANCS-TETE
008600                 THRU 2000-RETIRER-BLANCS-TETE-EXIT
008700             PERFORM 5000-AJOUTER-ZONE
008800                 THRU 5000-AJOUTER-ZONE-EXIT
008900         WHEN CV-AJOUT-DECIMAL
009000             MOVE CV-DECIMAL TO DECIMAL-EDITE
009100             MOVE DECIMAL-EDITE TO ZONE-A-AJOUTER
009200             PERFORM 2000-RETIRER-BLANCS-TETE
009300                 THRU 2000-RETIRER-BLANCS-TETE-EXIT
009400             PERFORM 5000-AJOUTER-ZONE
009500                 THRU 5000-AJOUTER-ZONE-EXIT
009600         WHEN CV-AJOUT-DATE
009700             PERFORM 3000-PREPARER-DATE
009800                 THRU 3000-PREPARER-DATE-EXIT
009900             PERFORM 5000-AJOUTER-ZONE
010000                 THRU 5000-AJOUTER-ZONE-EXIT
010100         WHEN OTHER
010200             MOVE "2" TO CV-CODE-RETOUR
010300     END-EVALUATE.
010400     GOBACK.
010500*----------------------------------------------------------------
010600* 1000-PREPARER-TEXTE : TEXTE SANS POINT-VIRGULE, LONGUEUR UTILE
010700*                       SANS LES BLANCS DE FIN
010800*----------------------------------------------------------------
010900 1000-PREPARER-TEXTE.
011000     MOVE CV-TEXTE TO ZONE-A-AJOUTER.
011100     INSPECT ZONE-A-AJOUTER REPLACING ALL ";" BY ",".
011200     MOVE 1 TO DEBUT-ZONE.
011300     MOVE ZERO TO LONGUEUR-ZONE.
011400     MOVE "N" TO FIN-RECHERCHE.
011500     PERFORM 1100-CHERCHER-FIN-TEXTE
011600         THRU 1100-CHERCHER-FIN-TEXTE-EXIT
011700         VARYING RANG-CARACTERE FROM 60 BY -1
011800         UNTIL RANG-CARACTERE < 1 OR RECHERCHE-TERMINEE.
011900 1000-PREPARER-TEXTE-EXIT.
012000     EXIT.
012100*----------------------------------------------------------------
012200* 1100-CHERCHER-FIN-TEXTE : LE DERNIER CARACTERE NON BLANC DONNE
012300*                           LA LONGUEUR UTILE DU TEXTE
012400*----------------------------------------------------------------
012500 1100-CHERCHER-FIN-TEXTE.
012600     IF ZONE-A-AJOUTER(RANG-CARACTERE:1) NOT = SPACE
012700         MOVE RANG-CARACTERE TO LONGUEUR-ZONE
012800         MOVE "O" TO FIN-RECHERCHE
012900     END-IF.
013000 1100-CHERCHER-FIN-TEXTE-EXIT.
013100     EXIT.
013200*----------------------------------------------------------------
013300* 2000-RETIRER-BLANCS-TETE : UNE ZONE NUMERIQUE EDITEE EST CADREE
013400*                            A DROITE SUR 12 OU 13 POSITIONS - LA
013500*                            ZONE UTILE COMMENCE APRES SES BLANCS
013600*----------------------------------------------------------------
013700 2000-RETIRER-BLANCS-TETE.
013800     MOVE ZERO TO NB-BLANCS-TETE.
013900     INSPECT ZONE-A-AJOUTER TALLYING NB-BLANCS-TETE
014000         FOR LEADING SPACES.
014100     IF CV-AJOUT-NOMBRE
014200         COMPUTE LONGUEUR-ZONE = 12 - NB-BLANCS-TETE
014300     ELSE
014400         COMPUTE LONGUEUR-ZONE = 13 - NB-BLANCS-TETE
014500     END-IF.
014600     COMPUTE DEBUT-ZONE = NB-BLANCS-TETE + 1.
014700 2000-RETIRER-BLANCS-TETE-EXIT.
014800     EXIT.
014900*----------------------------------------------------------------
015000* 3000-PREPARER-DATE : AAAAMMJJ VERS AAAA-MM-JJ, ZONE VIDE POUR
015100*                      UNE DATE A ZERO
015200*----------------------------------------------------------------
015300 3000-PREPARER-DATE.
015400     MOVE SPACES TO ZONE-A-AJOUTER.
015500     MOVE 1 TO DEBUT-ZONE.
015600     IF CV-DATE = ZERO
015700         MOVE ZERO TO LONGUEUR-ZONE
015800         GO TO 3000-PREPARER-DATE-EXIT
015900     END-IF.
016000     MOVE CV-DATE  TO DATE-AAAAMMJJ.
016100     MOVE DA-ANNEE TO DE-ANNEE.
016200     MOVE DA-MOIS  TO DE-MOIS.
016300     MOVE DA-JOUR  TO DE-JOUR.
016400     MOVE DATE-EDITEE TO ZONE-A-AJOUTER.
016500     MOVE 10 TO LONGUEUR-ZONE.
016600 3000-PREPARER-DATE-EXIT.
016700     EXIT.
016800*----------------------------------------------------------------
016900* 5000-AJOUTER-ZONE : AJOUT DU SEPARATEUR (SAUF EN TETE DE LIGNE)
017000*                     PUIS DE LA ZONE PREPAREE ; UNE ZONE QUI NE
017100*                     TIENT PLUS DANS LA LIGNE N'EST PAS AJOUTEE
017200*----------------------------------------------------------------
017300 5000-AJOUTER-ZONE.
017400     MOVE CV-LONGUEUR TO POSITION-AJOUT.
017500     IF CV-NB-ZONES > ZERO
017600         ADD 1 TO POSITION-AJOUT
017700     END-IF.
017800     IF POSITION-AJOUT + LONGUEUR-ZONE > LONGUEUR-MAXIMUM
017900         MOVE "1" TO CV-CODE-RETOUR
018000         GO TO 5000-AJOUTER-ZONE-EXIT
018100     END-IF.
018200     IF CV-NB-ZONES > ZERO
018300         MOVE ";" TO CV-LIGNE(POSITION-AJOUT:1)
018400     END-IF.
018500     IF LONGUEUR-ZONE > ZERO
018600         MOVE ZONE-A-AJOUTER(DEBUT-ZONE:LONGUEUR-ZONE)
018700             TO CV-LIGNE(POSITION-AJOUT + 1:LONGUEUR-ZONE)
018800     END-IF.
018900     COMPUTE CV-LONGUEUR = POSITION-AJOUT + LONGUEUR-ZONE.
019000     ADD 1 TO CV-NB-ZONES.
019100 5000-AJOUTER-ZONE-EXIT.
019200     EXIT.
