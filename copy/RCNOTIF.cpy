000100*----------------------------------------------------------------
000200* RCNOTIF - STRUCTURE D'UNE LIGNE DE L'EXTRAIT DES NOTIFICATIONS
000300*           ELECTRONIQUES (ASSIGN "NOTIFMSG") REMIS A LA
000400*           PASSERELLE DE MESSAGERIE DE LA PREFECTURE : UN
000500*           MESSAGE PAR LIGNE, A LARGEUR FIXE, POUR LES CITOYENS
000600*           DONT LE CANAL PREFERE EST LE COURRIEL OU LE SMS
000700*           (VOIR RCCONTACT). LES AUTRES RESTENT AU PAPIER.
000800*
000900* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DE
001000* L'EXTRAIT, PAR EXEMPLE :
001100*
001200*     FD  NOTIFICATIONS
001300*         LABEL RECORDS ARE STANDARD.
001400*     01  ENR-NOTIFICATION.
001500*         COPY RCNOTIF.
001600*
001700* NT-DESTINATION PORTE L'ADRESSE DE COURRIEL (CANAL E) OU LE
001800* NUMERO DE TELEPHONE (CANAL S). LA PASSERELLE REND LES ENVOIS
001900* EN ECHEC DANS SON FICHIER DES REBONDS AVEC LE MEME CANAL, LA
002000* MEME DESTINATION ET LE MEME IDENTIFIANT (VOIR TRAIT-REBONDS).
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - EXTRAIT DES NOTIFICATIONS PAR
002600*                    COURRIEL ET SMS.
002700*----------------------------------------------------------------
002800     05 NT-CANAL                 PIC X(01).
002900         88 NT-PAR-COURRIEL      VALUE "E".
003000         88 NT-PAR-SMS           VALUE "S".
003100     05 NT-DESTINATION           PIC X(60).
003200     05 NT-ID-CITOYEN            PIC 9(09).
003300     05 NT-NOM                   PIC X(20).
003400     05 NT-PRENOM                PIC X(20).
003500     05 NT-OBJET                 PIC X(08).
003600         88 NT-ECHEANCE-AGE      VALUE "ECHEANCE".
003700         88 NT-CONVOCATION       VALUE "CONVOC".
003800     05 NT-DATE-EVENEMENT        PIC 9(08).
003900     05 NT-LIBELLE               PIC X(40).
004000     05 NT-DATE-EXTRAIT          PIC 9(08).
