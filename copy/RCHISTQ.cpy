000100*----------------------------------------------------------------
000200* RCHISTQ - STRUCTURE D'UNE LIGNE DE L'HISTORIQUE DES TAUX
000300*           D'ERREUR DU CONTROLE QUALITE (ASSIGN "HISTQUAL"),
000400*           ALIMENTE A CHAQUE PASSAGE DE RAPPORT-QUALITE : UNE
000500*           LIGNE PAR MOIS ET PAR OPERATEUR, SITE, ACTION, PLUS
000600*           UNE LIGNE D'ENSEMBLE. RELU PAR RAPPORT-QUALITE POUR
000700*           LA TENDANCE SUR LES MOIS PRECEDENTS.
000800*
000900* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD, PAR
001000* EXEMPLE :
001100*
001200*     FD  HISTORIQUE-QUALITE
001300*         LABEL RECORDS ARE STANDARD.
001400*     01  ENR-HISTO-QUALITE.
001500*         COPY RCHISTQ.
001600*
001700* UN MOIS REPASSE AJOUTE SES LIGNES A LA SUITE : A LA RELECTURE,
001800* LA DERNIERE LIGNE D'UN MOIS ET D'UNE CLE L'EMPORTE. HQ-TAUX EST
001900* LE TAUX D'ERREUR (MINEURES ET MAJEURES) DES ELEMENTS REVUS, EN
002000* POUR CENT ; POUR LES SITES, LES ACTIONS ET L'ENSEMBLE, C'EST LE
002100* TAUX ESTIME (ELEMENTS PONDERES PAR LEUR STRATE, COPY RCECHQC).
002200*
002300* HISTORIQUE DES MODIFICATIONS
002400* DATE       AUTEUR  DESCRIPTION
002500* ---------- ------- ---------------------------------------------
002600* 2026-10-15 SI      CREATION - HISTORIQUE DES TAUX D'ERREUR DU
002700*                    CONTROLE QUALITE.
002800*----------------------------------------------------------------
002900     05 HQ-MOIS                  PIC 9(06).
003000     05 HQ-TYPE                  PIC X(01).
003100         88 HQ-PAR-OPERATEUR     VALUE "O".
003200         88 HQ-PAR-SITE          VALUE "S".
003300         88 HQ-PAR-ACTION        VALUE "A".
003400         88 HQ-ENSEMBLE          VALUE "T".
003500     05 HQ-CLE                   PIC X(08).
003600     05 HQ-REVUS                 PIC 9(05).
003700     05 HQ-CORRECTS              PIC 9(05).
003800     05 HQ-MINEURES              PIC 9(05).
003900     05 HQ-MAJEURES              PIC 9(05).
004000     05 HQ-TAUX                  PIC 9(03)V9(01).
