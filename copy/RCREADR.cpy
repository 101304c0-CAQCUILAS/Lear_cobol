000100*----------------------------------------------------------------
000200* RCREADR - STRUCTURE D'UNE LIGNE DU FICHIER DE CORRESPONDANCE
000300*           DES ADRESSES (ASSIGN "CORRESP") LU PAR
000400*           READRESSE-DOSSIERS : FUSION DE COMMUNES EN COMMUNE
000500*           NOUVELLE OU REATTRIBUTION D'UN CODE POSTAL PAR LA
000600*           POSTE. CHAQUE LIGNE PORTE L'ANCIEN CODE POSTAL ET
000700*           L'ANCIENNE COMMUNE, LE NOUVEAU CODE POSTAL ET LA
000800*           NOUVELLE COMMUNE, ET LA DATE D'EFFET (AAAAMMJJ) A
000900*           PARTIR DE LAQUELLE LA CORRESPONDANCE S'APPLIQUE.
001000*
001100* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001200* FICHIER DE CORRESPONDANCE, PAR EXEMPLE :
001300*
001400*     FD  CORRESPONDANCES
001500*         LABEL RECORDS ARE STANDARD.
001600*     01  ENR-CORRESPONDANCE.
001700*         COPY RCREADR.
001800*
001900* LES COMMUNES SONT RAPPROCHEES APRES NORMALISATION (VOIR
002000* NORMALISE-NOM) : "SAINT DENIS" ET "SAINT-DENIS" SE RETROUVENT.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - READRESSAGE EN LOT DES DOSSIERS
002600*                    SUR FUSION DE COMMUNES OU CHANGEMENT DE
002700*                    CODE POSTAL.
002800*----------------------------------------------------------------
002900     05 RA-ANCIEN-CODE-POSTAL    PIC X(05).
003000     05 FILLER                   PIC X(01).
003100     05 RA-ANCIENNE-COMMUNE      PIC X(25).
003200     05 FILLER                   PIC X(01).
003300     05 RA-NOUVEAU-CODE-POSTAL   PIC X(05).
003400     05 FILLER                   PIC X(01).
003500     05 RA-NOUVELLE-COMMUNE      PIC X(25).
003600     05 FILLER                   PIC X(01).
003700     05 RA-DATE-EFFET            PIC X(08).
003800     05 RA-DATE-EFFET-NUM REDEFINES RA-DATE-EFFET
003900                                 PIC 9(08).
