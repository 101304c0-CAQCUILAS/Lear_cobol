000100*----------------------------------------------------------------
000200* RCBESFO - STRUCTURE D'UNE LIGNE DES BESOINS DE FORMATION DES
000300*           OPERATEURS (ASSIGN "BESFORM"), ALIMENTEE CHAQUE MOIS
000400*           PAR RAPPORT-QUALITE : UNE LIGNE PAR OPERATEUR DONT LE
000500*           TAUX D'ERREUR DES ELEMENTS REVUS DU CONTROLE QUALITE
000600*           ATTEINT LE SEUIL DEMANDE, AVEC LA ZONE OU IL SE
000700*           TROMPE LE PLUS. LES FORMATEURS EN TIRENT LES
000800*           SESSIONS A MONTER SUR L'ENVIRONNEMENT DE FORMATION
000900*           (REGFORM).
001000*
001100* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD, PAR
001200* EXEMPLE :
001300*
001400*     FD  BESOINS-FORMATION
001500*         LABEL RECORDS ARE STANDARD.
001600*     01  ENR-BESOIN-FORMATION.
001700*         COPY RCBESFO.
001800*
001900* LE FICHIER EST CUMULATIF (DISP=MOD) : UN MOIS REPASSE AJOUTE
002000* SES LIGNES A LA SUITE, LA DERNIERE LIGNE D'UN MOIS ET D'UN
002100* OPERATEUR L'EMPORTE.
002200*
002300* HISTORIQUE DES MODIFICATIONS
002400* DATE       AUTEUR  DESCRIPTION
002500* ---------- ------- ---------------------------------------------
002600* 2026-10-15 SI      CREATION - BESOINS DE FORMATION ISSUS DU
002700*                    CONTROLE QUALITE DES SAISIES.
002800*----------------------------------------------------------------
002900     05 BF-MOIS                  PIC 9(06).
003000     05 BF-OPERATEUR             PIC X(08).
003100     05 BF-REVUS                 PIC 9(05).
003200     05 BF-MINEURES              PIC 9(05).
003300     05 BF-MAJEURES              PIC 9(05).
003400     05 BF-TAUX                  PIC 9(03)V9(01).
003500     05 BF-SEUIL                 PIC 9(02).
003600     05 BF-CHAMP-PRINCIPAL       PIC X(02).
003700     05 BF-NB-CHAMP-PRINCIPAL    PIC 9(05).
