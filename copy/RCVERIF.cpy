000100*----------------------------------------------------------------
000200* RCVERIF - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*           CODE-VERIF, LE CODE DE VERIFICATION IMPRIME SUR LES
000400*           ATTESTATIONS : UN TIERS (BANQUE, BAILLEUR, MAIRIE)
000500*           QUI PRESENTE UNE ATTESTATION AU GUICHET OBTIENT, SUR
000600*           LE NUMERO ET LE CODE, SON AUTHENTICITE SANS QUE LE
000700*           DOSSIER LUI SOIT MONTRE (VERIFIE-ATTESTATION).
000800*
000900* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
001000* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
001100*
001200*     01  DEMANDE-CODE-VERIF.
001300*         COPY RCVERIF.
001400*     ...
001500*     MOVE NUMERO-ATTESTATION       TO CV-NO-ATTESTATION.
001600*     MOVE MF-ID-CITOYEN            TO CV-ID-CITOYEN.
001700*     MOVE DATE-HEURE-EMISSION(1:8) TO CV-DATE-EMISSION.
001800*     CALL "CODE-VERIF" USING DEMANDE-CODE-VERIF.
001900*     (LE CODE EST RENDU DANS CV-CODE, IMPRIME SOUS LA FORME
002000*      CV-CODE-PARTIE-1 "-" CV-CODE-PARTIE-2)
002100*
002200* LE CODE EST CALCULE SUR LES TROIS DONNEES CONSIGNEES AU
002300* REGISTRE DES ATTESTATIONS (ATTESTLG) : IL SE RECALCULE DONC A
002400* LA VERIFICATION SANS ETRE CONSERVE NULLE PART. IL N'EMPLOIE QUE
002500* LES CHIFFRES 2 A 9 ET LES LETTRES SAUF I ET O, POUR QU'AUCUN
002600* CARACTERE NE SE CONFONDE A LA LECTURE D'UNE PHOTOCOPIE.
002700*
002800* HISTORIQUE DES MODIFICATIONS
002900* DATE       AUTEUR  DESCRIPTION
003000* ---------- ------- ---------------------------------------------
003100* 2026-10-15 SI      CREATION - CODE DE VERIFICATION DES
003200*                    ATTESTATIONS, SUR LE MODELE DE RCCLEID.
003300*----------------------------------------------------------------
003400     05 CV-NO-ATTESTATION        PIC 9(07).
003500     05 CV-ID-CITOYEN            PIC 9(09).
003600     05 CV-DATE-EMISSION         PIC 9(08).
003700     05 CV-CODE                  PIC X(08).
003800     05 CV-CODE-DETAIL REDEFINES CV-CODE.
003900         10 CV-CODE-PARTIE-1     PIC X(04).
004000         10 CV-CODE-PARTIE-2     PIC X(04).
