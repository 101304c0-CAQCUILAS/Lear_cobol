000100*----------------------------------------------------------------
000200* RCCSVD  - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*           FORMATE-CSV, MISE EN FORME COMMUNE DES LIGNES DES
000400*           EXPORTS TABLEUR (FICHIERS DELIMITES PAR
000500*           POINT-VIRGULE) DES ETATS DE GESTION.
000600*
000700* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000800* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
000900*
001000*     01  DEMANDE-CSV.
001100*         COPY RCCSVD.
001200*     ...
001300*     MOVE "L"         TO CV-FONCTION.
001400*     CALL "FORMATE-CSV" USING DEMANDE-CSV.
001500*     MOVE "J"         TO CV-FONCTION.
001600*     MOVE DATE-ETAT   TO CV-DATE.
001700*     CALL "FORMATE-CSV" USING DEMANDE-CSV.
001800*     MOVE "N"         TO CV-FONCTION.
001900*     MOVE NB-TOTAL    TO CV-NOMBRE.
002000*     CALL "FORMATE-CSV" USING DEMANDE-CSV.
002100*     MOVE CV-LIGNE    TO LIGNE-CSV.
002200*     WRITE LIGNE-CSV.
002300*
002400* FONCTIONS :
002500*   "L" - NOUVELLE LIGNE : CV-LIGNE A BLANC, AUCUNE ZONE ;
002600*   "T" - AJOUT DE LA ZONE TEXTE CV-TEXTE, SANS SES BLANCS DE FIN
002700*         (A BLANC : ZONE VIDE) ;
002800*   "N" - AJOUT DU NOMBRE ENTIER CV-NOMBRE, SANS ZEROS DE TETE,
002900*         SIGNE MOINS S'IL EST NEGATIF ;
003000*   "D" - AJOUT DU NOMBRE CV-DECIMAL A DEUX DECIMALES, SEPARATEUR
003100*         DECIMAL VIRGULE (45,20) ;
003200*   "J" - AJOUT DE LA DATE CV-DATE (AAAAMMJJ) SOUS LA FORME
003300*         AAAA-MM-JJ (A ZERO : ZONE VIDE).
003400*
003500* CONVENTIONS COMMUNES A TOUS LES EXPORTS : UNE LIGNE D'EN-TETE
003600* DONNANT LE NOM DES COLONNES, PUIS UNE LIGNE PAR FIGURE ; ZONES
003700* SEPAREES PAR UN POINT-VIRGULE, JAMAIS ENTRE GUILLEMETS - UN
003800* POINT-VIRGULE DANS UN TEXTE (MOTIF DE REJET...) Y DEVIENT UNE
003900* VIRGULE ; PREMIERE COLONNE TOUJOURS LA DATE DES FIGURES. LES
004000* NOMS ET L'ORDRE DES COLONNES DE CHAQUE EXPORT SONT DECRITS EN
004100* TETE DU PROGRAMME QUI L'ECRIT ET NE CHANGENT PAS : UNE COLONNE
004200* NOUVELLE S'AJOUTE EN FIN DE LIGNE.
004300*
004400* CV-CODE-RETOUR 1 : LA ZONE NE TIENT PLUS DANS CV-LIGNE ET N'A
004500* PAS ETE AJOUTEE ; 2 : FONCTION INCONNUE.
004600*
004700* HISTORIQUE DES MODIFICATIONS
004800* DATE       AUTEUR  DESCRIPTION
004900* ---------- ------- ---------------------------------------------
005000* 2026-10-15 SI      CREATION - EXPORTS TABLEUR DE RAPPORT-DEMO,
005100*                    TENDANCE-DEMO, QUALITE-DOSSIERS,
005200*                    RAPPORT-ACTIVITE, RAPPORT-REJETS ET
005300*                    BALANCE-NUIT.
005400*----------------------------------------------------------------
005500     05 CV-FONCTION              PIC X(01).
005600         88 CV-NOUVELLE-LIGNE    VALUE "L".
005700         88 CV-AJOUT-TEXTE       VALUE "T".
005800         88 CV-AJOUT-NOMBRE      VALUE "N".
005900         88 CV-AJOUT-DECIMAL     VALUE "D".
006000         88 CV-AJOUT-DATE        VALUE "J".
006100     05 CV-TEXTE                 PIC X(60).
006200     05 CV-NOMBRE                PIC S9(11).
006300     05 CV-DECIMAL               PIC S9(09)V9(02).
006400     05 CV-DATE                  PIC 9(08).
006500     05 CV-NB-ZONES              PIC 9(03) COMP.
006600     05 CV-LONGUEUR              PIC 9(04) COMP.
006700     05 CV-LIGNE                 PIC X(250).
006800     05 CV-CODE-RETOUR           PIC X(01).
006900         88 CV-OK                VALUE "0".
007000         88 CV-LIGNE-PLEINE      VALUE "1".
007100         88 CV-FONCTION-INCONNUE VALUE "2".
