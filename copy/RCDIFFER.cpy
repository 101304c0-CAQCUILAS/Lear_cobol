000100*----------------------------------------------------------------
000200* RCDIFFER - STRUCTURE D'UN ENREGISTREMENT DU FICHIER DES
000300*            TRANSACTIONS DIFFEREES (ASSIGN "DIFFERE", INDEXE SUR
000400*            DF-REFERENCE) : UNE TRANSACTION DU LOT DONT LA DATE
000500*            D'EFFET (TR-DATE-EFFET, VOIR RCTRANS) EST POSTERIEURE
000600*            A LA DATE DU CHARGEMENT Y EST DEPOSEE PAR
000700*            CHARGEMENT-LOT APRES LES CONTROLES QUI NE DEPENDENT
000800*            PAS DU FICHIER MAITRE, PUIS APPLIQUEE PAR LE
000900*            CHARGEMENT DE LA NUIT DE SA DATE D'EFFET.
001000*
001100* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001200* FICHIER DES TRANSACTIONS DIFFEREES, PAR EXEMPLE :
001300*
001400*     FD  DIFFERES
001500*         LABEL RECORDS ARE STANDARD.
001600*     01  ENR-DIFFERE.
001700*         COPY RCDIFFER.
001800*
001900* DF-REFERENCE EST LA DATE DU DEPOT SUIVIE DU RANG DE LA
002000* TRANSACTION DANS LE LOT DU JOUR : UNE REPRISE DU CHARGEMENT
002100* QUI REDEPOSE LA MEME TRANSACTION RETROUVE LA MEME REFERENCE.
002200* C'EST CETTE REFERENCE QUE LE SITE CITE (TR-REF-DIFFEREE) POUR
002300* ANNULER LA TRANSACTION PAR LE CODE "X" TANT QU'ELLE EST EN
002400* ATTENTE. UNE TRANSACTION APPLIQUEE, REJETEE A L'APPLICATION OU
002500* ANNULEE RESTE AU FICHIER AVEC SON ETAT, POUR L'AUDIT.
002600* DF-TRANSACTION GARDE L'IMAGE COMPLETE DE LA TRANSACTION DEPOSEE
002700* (ENREGISTREMENT RCTRANS, COMPLETE A BLANC).
002800*
002900* HISTORIQUE DES MODIFICATIONS
003000* DATE       AUTEUR  DESCRIPTION
003100* ---------- ------- ---------------------------------------------
003200* 2026-10-15 SI      CREATION - TRANSACTIONS DU LOT MISES EN
003300*                    ATTENTE JUSQU'A LEUR DATE D'EFFET.
003400*----------------------------------------------------------------
003500     05 DF-REFERENCE.
003600         10 DF-DATE-DEPOT        PIC 9(08).
003700         10 DF-NO-DEPOT          PIC 9(07).
003800     05 DF-DATE-EFFET            PIC 9(08).
003900     05 DF-CODE-SITE             PIC X(03).
004000     05 DF-ETAT                  PIC X(01).
004100         88 DF-EN-ATTENTE        VALUE "A".
004200         88 DF-APPLIQUEE         VALUE "L".
004300         88 DF-REJETEE           VALUE "R".
004400         88 DF-ANNULEE           VALUE "X".
004500     05 DF-DATE-ETAT             PIC 9(08).
004600     05 DF-MOTIF                 PIC X(40).
004700     05 DF-TRANSACTION           PIC X(250).
