000100*----------------------------------------------------------------
000200* RCCHAINE - STRUCTURE DU FICHIER DE CHAINAGE DU JOURNAL D'AUDIT
000300*            (ASSIGN "JNCHAIN"), UN SEUL ENREGISTREMENT : NUMERO
000400*            DE SEQUENCE ET VALEUR DE CONTROLE DE LA DERNIERE
000500*            LIGNE ECRITE AU JOURNAL, ET CEUX DE LA LIGNE QUI
000600*            PRECEDE LA PREMIERE LIGNE DU JOURNAL VIVANT (DERNIERE
000700*            LIGNE ARCHIVEE, ZERO TANT QU'AUCUNE LIGNE CHAINEE N'A
000800*            ETE ARCHIVEE).
000900*
001000* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001100* FICHIER, PAR EXEMPLE :
001200*
001300*     FD  CHAINAGE-JOURNAL
001400*         LABEL RECORDS ARE STANDARD.
001500*     01  ENR-CHAINAGE.
001600*         COPY RCCHAINE.
001700*
001800* LE DERNIER NUMERO ET LE DERNIER CONTROLE NE SONT TENUS QUE PAR
001900* LE SOUS-PROGRAMME CHAINE-JOURNAL (OUVERTURE I-O ET REECRITURE
002000* SUR PLACE, SERIALISEE) ; L'ORIGINE N'EST DEPLACEE QUE PAR
002100* ARCHIVE-JOURNAL. VERIF-JOURNAL LE LIT POUR CONTROLER QUE LE
002200* JOURNAL VIVANT VA BIEN DE L'ORIGINE A LA DERNIERE LIGNE.
002300*
002400* HISTORIQUE DES MODIFICATIONS
002500* DATE       AUTEUR  DESCRIPTION
002600* ---------- ------- ---------------------------------------------
002700* 2026-10-15 SI      CREATION - CHAINAGE DES LIGNES DU JOURNAL
002800*                    D'AUDIT POUR EN DETECTER TOUTE ALTERATION.
002900*----------------------------------------------------------------
003000     05 CJ-DERNIER-NUMERO        PIC 9(09).
003100     05 CJ-DERNIER-CONTROLE      PIC 9(09).
003200     05 CJ-ORIGINE-NUMERO        PIC 9(09).
003300     05 CJ-ORIGINE-CONTROLE      PIC 9(09).
003400     05 CJ-DATE-HEURE            PIC X(14).
