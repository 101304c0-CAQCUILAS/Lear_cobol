000100*----------------------------------------------------------------
000200* RCSUIVD - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME SUIVI-NUIT
000300*           (CONSULTATION DE L'ETAT DU FLOT DE NUIT REGPIPE,
000400*           FICHIER ETATNUIT, COPY RCETNUI).
000500*
000600* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000700* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
000800*
000900*     01  DEMANDE-SUIVI.
001000*         COPY RCSUIVD.
001100*     ...
001200*     CALL "SUIVI-NUIT" USING DEMANDE-SUIVI.
001300*     IF SN-EN-REPRISE ...
001400*
001500* SN-MODE EST LE MODE DE LA SOUMISSION EN COURS, TIRE DE LA
001600* DERNIERE LIGNE D'OUVERTURE, DE REPRISE OU DE REFUS : "N" NUIT
001700* NORMALE, "I" NOUVELLE NUIT IMPOSEE, "R" REPRISE CONTROLEE, "F"
001800* REPRISE FORCEE, "X" SOUMISSION REFUSEE, "9" FICHIER ABSENT OU
001900* VIDE (PROGRAMME LANCE HORS DU FLOT SUIVI). SN-HORODATE EST
002000* CELLE DE CETTE LIGNE, SN-NB-REPRISES LE NOMBRE DE SOUMISSIONS
002100* EN REPRISE DE LA NUIT.
002200*
002300* HISTORIQUE DES MODIFICATIONS
002400* DATE       AUTEUR  DESCRIPTION
002500* ---------- ------- ---------------------------------------------
002600* 2026-10-15 SI      CREATION - ETAT DU FLOT DE NUIT POUR LES
002700*                    ETAPES QUI SE CONDUISENT AUTREMENT EN
002800*                    REPRISE (VERIF-COMPTEUR, BALANCE-NUIT).
002900*----------------------------------------------------------------
003000     05 SN-MODE                  PIC X(01).
003100         88 SN-NUIT-NORMALE      VALUE "N" "I".
003200         88 SN-EN-REPRISE        VALUE "R" "F".
003300         88 SN-SOUMISSION-REFUSEE VALUE "X".
003400         88 SN-HORS-SUIVI        VALUE "9".
003500     05 SN-DATE-NUIT             PIC 9(08).
003600     05 SN-HORODATE              PIC X(14).
003700     05 SN-NB-REPRISES           PIC 9(02).
