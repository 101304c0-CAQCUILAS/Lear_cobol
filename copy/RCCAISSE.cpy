000100*----------------------------------------------------------------
000200* RCCAISSE - STRUCTURE D'UNE LIGNE DU JOURNAL DE CAISSE (ASSIGN
000300*            "CAISSE", SEQUENTIEL EN AJOUT) : UNE LIGNE PAR
000400*            DOCUMENT EMIS, QU'IL AIT ETE PAYE, EXONERE OU
000500*            DELIVRE GRATUITEMENT.
000600*
000700* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
000800* JOURNAL DE CAISSE, PAR EXEMPLE :
000900*
001000*     FD  JOURNAL-CAISSE
001100*         LABEL RECORDS ARE STANDARD.
001200*     01  ENR-CAISSE.
001300*         COPY RCCAISSE.
001400*
001500* LE JOURNAL N'EST ECRIT QUE PAR LE SOUS-PROGRAMME ENCAISSE-DROIT
001600* (VOIR RCENCD) ET RAPPROCHE DU REGISTRE DES ATTESTATIONS
001700* (ATTESTLG) PAR ARRETE-CAISSE SUR LE NUMERO D'ATTESTATION.
001800* CS-DATE-HEURE EST CELLE DE L'EMISSION CONSIGNEE A ATTESTLG.
001900* CS-NO-QUITTANCE VIENT DU COMPTEUR RECUCTRL. CS-MONTANT-DU EST
002000* LE TARIF EN VIGUEUR, Y COMPRIS QUAND LE DROIT EST EXONERE (LA
002100* VALEUR DES EXONERATIONS EST EDITEE POUR LA TRESORERIE) ;
002200* CS-MONTANT-PERCU EST A ZERO EN EXONERATION ET EN GRATUITE.
002300*
002400* HISTORIQUE DES MODIFICATIONS
002500* DATE       AUTEUR  DESCRIPTION
002600* ---------- ------- ---------------------------------------------
002700* 2026-10-15 SI      CREATION - PERCEPTION DES DROITS SUR LES
002800*                    ATTESTATIONS ET ARRETE DE CAISSE.
002900*----------------------------------------------------------------
003000     05 CS-NO-QUITTANCE          PIC 9(07).
003100     05 CS-DATE-HEURE            PIC X(14).
003200     05 CS-OPERATEUR             PIC X(08).
003300     05 CS-CODE-SITE             PIC X(03).
003400     05 CS-TYPE-DOCUMENT         PIC X(03).
003500         88 CS-DOC-ATTESTATION   VALUE "ATT".
003600         88 CS-DOC-RESIDENCE     VALUE "RES".
003700     05 CS-NO-ATTESTATION        PIC 9(07).
003800     05 CS-ID-CITOYEN            PIC 9(09).
003900     05 CS-MONTANT-DU            PIC 9(03)V99.
004000     05 CS-MONTANT-PERCU         PIC 9(03)V99.
004100     05 CS-MODE-REGLEMENT        PIC X(01).
004200         88 CS-ESPECES           VALUE "E".
004300         88 CS-CHEQUE            VALUE "C".
004400         88 CS-CARTE             VALUE "B".
004500         88 CS-EXONERE           VALUE "X".
004600         88 CS-GRATUIT           VALUE "G".
004700         88 CS-PAYE              VALUES "E" "C" "B".
004800     05 CS-CODE-EXONERATION      PIC X(02).
