000100*----------------------------------------------------------------
000200* RCLIVCAR - STRUCTURE D'UNE LIGNE DU FICHIER DE CONFIRMATION DE
000300*            LIVRAISON RENVOYE PAR LE FABRICANT DES CARTES
000400*            D'INSCRIPTION (ASSIGN "LIVCARTE", 60 OCTETS) : UNE
000500*            LIGNE PAR CARTE DU FICHIER DE PRODUCTION (RCFABCAR),
000600*            LUE PAR RETOUR-CARTES.
000700*
000800* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD, PAR
000900* EXEMPLE :
001000*
001100*     FD  CONFIRMATIONS
001200*         LABEL RECORDS ARE STANDARD.
001300*     01  ENR-CONFIRMATION.
001400*         COPY RCLIVCAR.
001500*
001600* RL-CODE-RETOUR :
001700*   L - CARTE REMISE AU TITULAIRE (RL-DATE = DATE DE REMISE) ;
001800*   R - CARTE NON DISTRIBUEE, RETOURNEE ET DETRUITE PAR LE
001900*       FABRICANT ;
002000*   E - CARTE NON FABRIQUEE (PHOTO INEXPLOITABLE, DONNEES
002100*       REFUSEES...) - RL-MOTIF PRECISE LA CAUSE.
002200*
002300* HISTORIQUE DES MODIFICATIONS
002400* DATE       AUTEUR  DESCRIPTION
002500* ---------- ------- ---------------------------------------------
002600* 2026-10-15 SI      CREATION - CARTES D'INSCRIPTION FABRIQUEES
002700*                    PAR UN PRESTATAIRE.
002800*----------------------------------------------------------------
002900     05 RL-NO-CARTE              PIC 9(09).
003000     05 RL-CLE-CARTE             PIC 9(01).
003100     05 RL-CODE-RETOUR           PIC X(01).
003200         88 RL-REMISE            VALUE "L".
003300         88 RL-NON-DISTRIBUEE    VALUE "R".
003400         88 RL-NON-FABRIQUEE     VALUE "E".
003500     05 RL-DATE                  PIC 9(08).
003600     05 RL-MOTIF                 PIC X(30).
003700     05 FILLER                   PIC X(11).
