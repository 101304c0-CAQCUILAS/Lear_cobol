000100*----------------------------------------------------------------
000200* RCCONTACT - STRUCTURE D'UN ENREGISTREMENT DU FICHIER DES
000300*             CONTACTS (ASSIGN "CONTACTS", INDEXE SUR
000400*             CT-ID-CITOYEN) : TELEPHONE, ADRESSE DE COURRIEL ET
000500*             CANAL DE NOTIFICATION PREFERE DU CITOYEN (POSTE,
000600*             COURRIEL OU SMS), UNE ENTREE PAR CITOYEN.
000700*
000800* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
000900* FICHIER DES CONTACTS, PAR EXEMPLE :
001000*
001100*     FD  FICHIER-CONTACTS
001200*         LABEL RECORDS ARE STANDARD.
001300*     01  ENR-CONTACT.
001400*         COPY RCCONTACT.
001500*
001600* UN CITOYEN ABSENT DU FICHIER, OU DONT LE CANAL EST A BLANC, EST
001700* NOTIFIE PAR LA POSTE. QUAND LA PASSERELLE DE MESSAGERIE DE LA
001800* PREFECTURE REND UN ENVOI EN ECHEC (FICHIER DES REBONDS, VOIR
001900* TRAIT-REBONDS), LE CITOYEN EST REPLIE SUR LA POSTE : LE CANAL
002000* PASSE A "P" ET CT-REPLI GARDE LE CANAL ABANDONNE, LA DATE ET LE
002100* MOTIF DU REBOND. UNE NOUVELLE SAISIE DES COORDONNEES EFFACE LE
002200* REPLI.
002300*
002400* LE FICHIER N'EST ECRIT QUE PAR LE SOUS-PROGRAMME COMMUN
002500* CONTACT-CITOYEN (VOIR RCCONTD) ; LES TRAITEMENTS DE
002600* NOTIFICATION LE LISENT DIRECTEMENT.
002700*
002800* HISTORIQUE DES MODIFICATIONS
002900* DATE       AUTEUR  DESCRIPTION
003000* ---------- ------- ---------------------------------------------
003100* 2026-10-15 SI      CREATION - CANAUX DE CONTACT ET CANAL DE
003200*                    NOTIFICATION PREFERE DU CITOYEN.
003300*----------------------------------------------------------------
003400     05 CT-ID-CITOYEN            PIC 9(09).
003500     05 CT-TELEPHONE             PIC X(15).
003600     05 CT-COURRIEL              PIC X(60).
003700     05 CT-CANAL-PREFERE         PIC X(01).
003800         88 CT-CANAL-POSTE       VALUES "P" SPACE.
003900         88 CT-CANAL-COURRIEL    VALUE "E".
004000         88 CT-CANAL-SMS         VALUE "S".
004100     05 CT-REPLI.
004200         10 CT-CANAL-AVANT-REPLI PIC X(01).
004300             88 CT-SANS-REPLI    VALUE SPACE.
004400         10 CT-DATE-REPLI        PIC 9(08).
004500         10 CT-MOTIF-REPLI       PIC X(30).
004600     05 CT-OPERATEUR             PIC X(08).
004700     05 CT-CODE-SITE             PIC X(03).
004800     05 CT-PROGRAMME             PIC X(20).
004900     05 CT-DATE-MAJ              PIC 9(08).
