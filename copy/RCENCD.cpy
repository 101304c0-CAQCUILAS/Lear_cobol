000100*----------------------------------------------------------------
000200* RCENCD   - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*            ENCAISSE-DROIT, PERCEPTION DES DROITS SUR LES
000400*            ATTESTATIONS ET TENUE DU JOURNAL DE CAISSE (CAISSE,
000500*            COPY RCCAISSE).
000600*
000700* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000800* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
000900*
001000*     01  DEMANDE-ENCAISSEMENT.
001100*         COPY RCENCD.
001200*     ...
001300*     MOVE "P"               TO ED-ACTION.
001400*     MOVE "ATT"             TO ED-TYPE-DOCUMENT.
001500*     CALL "ENCAISSE-DROIT" USING DEMANDE-ENCAISSEMENT.
001600*
001700* ACTION "P" (PERCEVOIR, AU GUICHET, AVANT TOUTE NUMEROTATION) :
001800* LE TARIF DU DOCUMENT EST PRIS AUX PARAMETRES DE SITE. TARIF A
001900* ZERO : MODE G (GRATUIT) SANS QUESTION. SINON LE CLERC SAISIT LE
002000* MODE DE REGLEMENT (E ESPECES, C CHEQUE, B CARTE) OU X POUR UNE
002100* EXONERATION, DONT LE MOTIF DOIT FIGURER A LA TABLE DES
002200* EXONERATIONS POUR CE DOCUMENT ; A ABANDONNE (RESULTAT 1 : LE
002300* DOCUMENT NE DOIT PAS ETRE EMIS). RIEN N'EST ECRIT.
002400*
002500* ACTION "V" (VERIFIER, EMISSIONS SANS GUICHET) : LE TARIF EST
002600* PRIS COMME EN "P" ; S'IL N'EST PAS NUL, LE MOTIF PASSE DANS
002700* ED-CODE-EXONERATION DOIT ETRE ADMIS POUR LE DOCUMENT (MODE X,
002800* RESULTAT 0) SINON RESULTAT 2. RIEN N'EST ECRIT.
002900*
003000* ACTION "E" (ENREGISTRER, APRES NUMEROTATION DU DOCUMENT) : UN
003100* NUMERO DE QUITTANCE EST PRIS AU COMPTEUR RECUCTRL ET LA LIGNE
003200* EST AJOUTEE AU JOURNAL DE CAISSE AVEC LE NUMERO D'ATTESTATION,
003300* LE DOSSIER, L'OPERATEUR, LE SITE ET LA DATE-HEURE D'EMISSION
003400* FOURNIS PAR L'APPELANT. UN JOURNAL OU UN COMPTEUR INDISPONIBLE
003500* REND LE RESULTAT 9 ; LE DOCUMENT SORT ALORS SANS REGLEMENT
003600* ENREGISTRE ET ARRETE-CAISSE LE SIGNALE.
003700*
003800* HISTORIQUE DES MODIFICATIONS
003900* DATE       AUTEUR  DESCRIPTION
004000* ---------- ------- ---------------------------------------------
004100* 2026-10-15 SI      CREATION - PERCEPTION DES DROITS SUR LES
004200*                    ATTESTATIONS ET ARRETE DE CAISSE.
004300*----------------------------------------------------------------
004400     05 ED-ACTION                PIC X(01).
004500         88 ED-PERCEVOIR         VALUE "P".
004600         88 ED-VERIFIER          VALUE "V".
004700         88 ED-ENREGISTRER       VALUE "E".
004800     05 ED-TYPE-DOCUMENT         PIC X(03).
004900         88 ED-DOC-ATTESTATION   VALUE "ATT".
005000         88 ED-DOC-RESIDENCE     VALUE "RES".
005100     05 ED-NO-ATTESTATION        PIC 9(07).
005200     05 ED-ID-CITOYEN            PIC 9(09).
005300     05 ED-OPERATEUR             PIC X(08).
005400     05 ED-CODE-SITE             PIC X(03).
005500     05 ED-DATE-HEURE            PIC X(14).
005600     05 ED-MONTANT-DU            PIC 9(03)V99.
005700     05 ED-MONTANT-PERCU         PIC 9(03)V99.
005800     05 ED-MODE-REGLEMENT        PIC X(01).
005900         88 ED-ESPECES           VALUE "E".
006000         88 ED-CHEQUE            VALUE "C".
006100         88 ED-CARTE             VALUE "B".
006200         88 ED-EXONERE           VALUE "X".
006300         88 ED-GRATUIT           VALUE "G".
006400     05 ED-CODE-EXONERATION      PIC X(02).
006500     05 ED-LIBELLE-EXONERATION   PIC X(25).
006600     05 ED-NO-QUITTANCE          PIC 9(07).
006700     05 ED-RESULTAT              PIC X(01).
006800         88 ED-REGLE             VALUE "0".
006900         88 ED-ABANDONNE         VALUE "1".
007000         88 ED-MOTIF-REFUSE      VALUE "2".
007100         88 ED-CAISSE-INDISPONIBLE VALUE "9".
