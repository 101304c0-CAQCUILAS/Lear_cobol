000100*----------------------------------------------------------------
000200* RCPIECE - STRUCTURE D'UN ENREGISTREMENT DU FICHIER DES PIECES
000300*           JUSTIFICATIVES (ASSIGN "PIECES", INDEXE SUR PI-CLE) :
000400*           UNE ENTREE PAR PIECE D'IDENTITE VUE PAR UN CLERC A LA
000500*           CREATION OU A LA CORRECTION D'UN DOSSIER (CARTE
000600*           D'IDENTITE, PASSEPORT, TITRE DE SEJOUR), AVEC SON
000700*           NUMERO, L'AUTORITE QUI L'A DELIVREE, SES DATES ET
000800*           L'OPERATEUR QUI L'A VUE - C'EST LA PREUVE SUR LAQUELLE
000900*           REPOSE L'INSCRIPTION EN CAS DE CONTESTATION.
001000*
001100* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001200* FICHIER DES PIECES, PAR EXEMPLE :
001300*
001400*     FD  FICHIER-PIECES
001500*         LABEL RECORDS ARE STANDARD.
001600*     01  ENR-PIECE.
001700*         COPY RCPIECE.
001800*
001900* LES PIECES D'UN CITOYEN SONT NUMEROTEES DANS L'ORDRE OU ELLES
002000* SONT ENREGISTREES (PI-NO-PIECE 001, 002...). UNE DATE
002100* D'EXPIRATION A ZERO SIGNALE UNE PIECE SANS LIMITE DE VALIDITE.
002200* LE FICHIER N'EST ECRIT QUE PAR LE SOUS-PROGRAMME COMMUN
002300* PIECE-IDENTITE (VOIR RCPIECED), APPELE PAR IDENTITE,
002400* MAJ-DOSSIER, LE CHARGEMENT DES EXTRAITS DE SITE
002500* (CHARGE-PIECES) ET L'ANONYMISATION.
002600*
002700* HISTORIQUE DES MODIFICATIONS
002800* DATE       AUTEUR  DESCRIPTION
002900* ---------- ------- ---------------------------------------------
003000* 2026-10-15 SI      CREATION - PIECES JUSTIFICATIVES VUES AU
003100*                    GUICHET ET ECHEANCIER DES PIECES.
003200*----------------------------------------------------------------
003300     05 PI-CLE.
003400         10 PI-ID-CITOYEN        PIC 9(09).
003500         10 PI-NO-PIECE          PIC 9(03).
003600     05 PI-TYPE-PIECE            PIC X(01).
003700         88 PI-CARTE-IDENTITE    VALUE "C".
003800         88 PI-PASSEPORT         VALUE "P".
003900         88 PI-TITRE-SEJOUR      VALUE "T".
004000     05 PI-NUMERO                PIC X(20).
004100     05 PI-AUTORITE              PIC X(30).
004200     05 PI-DATE-DELIVRANCE       PIC 9(08).
004300     05 PI-DATE-EXPIRATION       PIC 9(08).
004400         88 PI-SANS-EXPIRATION   VALUE ZERO.
004500     05 PI-OPERATEUR             PIC X(08).
004600     05 PI-CODE-SITE             PIC X(03).
004700     05 PI-PROGRAMME             PIC X(20).
004800     05 PI-DATE-MAJ              PIC 9(08).
