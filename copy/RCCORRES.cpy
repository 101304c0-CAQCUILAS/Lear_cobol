000100*----------------------------------------------------------------
000200* RCCORRES - STRUCTURE D'UN ENREGISTREMENT DU FICHIER DES
000300*            CORRESPONDANCES ENTRE REGISTRES (ASSIGN "CORRESP",
000400*            INDEXE SUR CR-CLE, CLE ALTERNATIVE CR-CLE-ETRANGERE
000500*            AVEC DOUBLONS) : UNE ENTREE PAR DOSSIER TRANSFERE
000600*            VERS UNE AUTRE PREFECTURE (SENS "S") OU RECU D'ELLE
000700*            (SENS "E"), POUR QUE L'IDENTIFIANT LOCAL ET CELUI DU
000800*            REGISTRE ETRANGER RESTENT RAPPROCHABLES.
000900*
001000* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001100* FICHIER DES CORRESPONDANCES, PAR EXEMPLE :
001200*
001300*     FD  FICHIER-CORRESPONDANCES
001400*         LABEL RECORDS ARE STANDARD.
001500*     01  ENR-CORRESPONDANCE.
001600*         COPY RCCORRES.
001700*
001800* CR-ID-ETRANGER EST L'IDENTIFIANT DU DOSSIER AU REGISTRE DE LA
001900* PREFECTURE CR-PREFECTURE. IL N'EST CONNU QUE POUR UN DOSSIER
002000* RECU ; IL EST A ZERO POUR UN DOSSIER TRANSFERE (LE REGISTRE
002100* DESTINATAIRE ATTRIBUE LE SIEN A LA RECEPTION).
002200* CR-NO-NATIONAL EST LE NUMERO NATIONAL PORTE PAR LE DOSSIER AU
002300* MOMENT DU TRANSFERT (ZERO S'IL N'ETAIT PAS CONNU).
002400* LE FICHIER EST ECRIT PAR TRANSFERT-SORTANT ET TRANSFERT-ENTRANT.
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
002800* ---------- ------- ---------------------------------------------
002900* 2026-10-15 SI      CREATION - TRANSFERT DE DOSSIERS ENTRE
003000*                    REGISTRES DE PREFECTURE.
003100*----------------------------------------------------------------
003200     05 CR-CLE.
003300         10 CR-ID-CITOYEN        PIC 9(09).
003400         10 CR-SENS              PIC X(01).
003500             88 CR-SORTANT       VALUE "S".
003600             88 CR-ENTRANT       VALUE "E".
003700     05 CR-CLE-ETRANGERE.
003800         10 CR-PREFECTURE        PIC X(03).
003900         10 CR-ID-ETRANGER       PIC 9(09).
004000     05 CR-NO-NATIONAL           PIC 9(15).
004100     05 CR-DATE-TRANSFERT        PIC 9(08).
004200     05 CR-OPERATEUR             PIC X(08).
004300     05 CR-PROGRAMME             PIC X(20).
