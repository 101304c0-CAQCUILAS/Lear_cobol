000100*----------------------------------------------------------------
000200* RCHISTEX - STRUCTURE D'UNE LIGNE DE L'HISTORIQUE RECU D'UN
000300*            AUTRE REGISTRE (ASSIGN "HISTEXT") : LES LIGNES DU
000400*            JOURNAL D'AUDIT DE LA PREFECTURE D'ORIGINE QUI
000500*            ACCOMPAGNENT UN DOSSIER RECU PAR TRANSFERT-ENTRANT,
000600*            RATTACHEES A L'IDENTIFIANT LOCAL DU DOSSIER CREE.
000700*
000800* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
000900* FICHIER, PAR EXEMPLE :
001000*
001100*     FD  HISTORIQUE-RECU
001200*         LABEL RECORDS ARE STANDARD.
001300*     01  ENR-HISTORIQUE-RECU.
001400*         COPY RCHISTEX.
001500*
001600* CES LIGNES NE SONT PAS VERSEES AU JOURNAL LOCAL : LEURS IMAGES
001700* PORTENT LES IDENTIFIANTS DU REGISTRE D'ORIGINE, ET LE JOURNAL
001800* LOCAL EST REJOUE OU DEFAIT PAR REJOUE-JOURNAL ET BACKOUT-LOT.
001900* HX-LIGNE-JOURNAL EST LA LIGNE TELLE QUE RECUE (IMAGE RCJOURNAL).
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002300* ---------- ------- ---------------------------------------------
002400* 2026-10-15 SI      CREATION - TRANSFERT DE DOSSIERS ENTRE
002500*                    REGISTRES DE PREFECTURE.
002600*----------------------------------------------------------------
002700     05 HX-ID-CITOYEN            PIC 9(09).
002800     05 HX-PREFECTURE            PIC X(03).
002900     05 HX-ID-ETRANGER           PIC 9(09).
003000     05 HX-DATE-RECEPTION        PIC 9(08).
003100     05 HX-LIGNE-JOURNAL         PIC X(487).
