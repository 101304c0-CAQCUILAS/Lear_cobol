000100*----------------------------------------------------------------
000200* RCPIECED - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*            PIECE-IDENTITE, GUICHET UNIQUE DU FICHIER DES PIECES
000400*            JUSTIFICATIVES (PIECES, COPY RCPIECE).
000500*
000600* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000700* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
000800*
000900*     01  DEMANDE-PIECE.
001000*         COPY RCPIECED.
001100*     ...
001200*     MOVE "A"               TO PD-ACTION.
001300*     MOVE MF-ID-CITOYEN     TO PD-ID-CITOYEN.
001400*     MOVE "T"               TO PD-TYPE-PIECE.
001500*     (NUMERO, AUTORITE, DATES, OPERATEUR, SITE, PROGRAMME)
001600*     CALL "PIECE-IDENTITE" USING DEMANDE-PIECE.
001700*
001800* ACTION "A" (AJOUT) : LA PIECE EST CONTROLEE (TYPE C, P OU T,
001900* NUMERO RENSEIGNE, DATE DE DELIVRANCE EXISTANTE ET NON FUTURE,
002000* DATE D'EXPIRATION A ZERO OU EXISTANTE ET POSTERIEURE A LA
002100* DELIVRANCE) PUIS ENREGISTREE SOUS LE NUMERO D'ORDRE SUIVANT DU
002200* CITOYEN. UNE PIECE DE MEME TYPE ET MEME NUMERO DEJA AU FICHIER
002300* POUR LE CITOYEN NE CHANGE RIEN (RESULTAT 1) - UN EXTRAIT DE
002400* SITE RECHARGE NE CREE DONC PAS DE DOUBLE. UNE PIECE REFUSEE
002500* REND LE RESULTAT 2 ET LE MOTIF EN CLAIR DANS PD-MOTIF.
002600*
002700* ACTION "C" (CONTROLE SEUL) : LES MEMES CONTROLES QU'A L'AJOUT,
002800* SANS OUVRIR LE FICHIER - LE GUICHET S'EN SERT POUR REFUSER LA
002900* SAISIE A L'ECRAN AVANT D'ECRIRE LE DOSSIER (RESULTAT 0 OU 2).
003000*
003100* ACTION "E" (EFFACEMENT, ANONYMISE-DOSSIERS) : TOUTES LES
003200* PIECES DU CITOYEN SONT RETIREES. SEUL L'IDENTIFIANT EST LU.
003300*
003400* UN FICHIER PIECES INDISPONIBLE EST SIGNALE (RESULTAT 9) MAIS
003500* N'EMPECHE PAS LA MISE A JOUR DU DOSSIER.
003600*
003700* HISTORIQUE DES MODIFICATIONS
003800* DATE       AUTEUR  DESCRIPTION
003900* ---------- ------- ---------------------------------------------
004000* 2026-10-15 SI      CREATION - PIECES JUSTIFICATIVES VUES AU
004100*                    GUICHET ET ECHEANCIER DES PIECES.
004200*----------------------------------------------------------------
004300     05 PD-ACTION                PIC X(01).
004400         88 PD-AJOUT             VALUE "A".
004500         88 PD-EFFACEMENT        VALUE "E".
004600         88 PD-CONTROLE-SEUL     VALUE "C".
004700     05 PD-ID-CITOYEN            PIC 9(09).
004800     05 PD-PIECE.
004900         10 PD-TYPE-PIECE        PIC X(01).
005000             88 PD-TYPE-VALIDE   VALUES "C" "P" "T".
005100         10 PD-NUMERO            PIC X(20).
005200         10 PD-AUTORITE          PIC X(30).
005300         10 PD-DATE-DELIVRANCE   PIC 9(08).
005400         10 PD-DATE-EXPIRATION   PIC 9(08).
005500     05 PD-OPERATEUR             PIC X(08).
005600     05 PD-CODE-SITE             PIC X(03).
005700     05 PD-PROGRAMME             PIC X(20).
005800     05 PD-RESULTAT              PIC X(01).
005900         88 PD-PIECE-ENREGISTREE VALUE "0".
006000         88 PD-PIECE-DEJA-CONNUE VALUE "1".
006100         88 PD-PIECE-REFUSEE     VALUE "2".
006200         88 PD-FICHIER-INDISPONIBLE VALUE "9".
006300     05 PD-MOTIF                 PIC X(40).
