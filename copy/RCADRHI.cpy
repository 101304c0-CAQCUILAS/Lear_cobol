000100*----------------------------------------------------------------
000200* RCADRHI - STRUCTURE D'UN ENREGISTREMENT DE L'HISTORIQUE DES
000300*           ADRESSES (ASSIGN "ADRHIST", INDEXE SUR AH-CLE) : LE
000400*           FICHIER MAITRE NE PORTE QUE L'ADRESSE EN COURS, CE
000500*           FICHIER GARDE UNE ENTREE PAR ADRESSE OCCUPEE PAR LE
000600*           CITOYEN AVEC SES DATES D'ENTREE ET DE SORTIE, POUR
000700*           LE CERTIFICAT DE RESIDENCE (ATTEST-RESIDENCE).
000800*
000900* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001000* FICHIER DES ADRESSES, PAR EXEMPLE :
001100*
001200*     FD  HISTORIQUE-ADRESSES
001300*         LABEL RECORDS ARE STANDARD.
001400*     01  ENR-ADRESSE-HISTO.
001500*         COPY RCADRHI.
001600*
001700* LES ENTREES D'UN CITOYEN SONT NUMEROTEES DANS L'ORDRE DES
001800* EMMENAGEMENTS (AH-NO-ADRESSE 001, 002...) ; LA DERNIERE, DE DATE
001900* DE SORTIE A ZERO, EST L'ADRESSE EN COURS. UNE DATE D'ENTREE A
002000* ZERO SIGNALE UNE ADRESSE DONT L'EMMENAGEMENT N'EST PAS CONNU
002100* (AMORCAGE DEPUIS LE FICHIER MAITRE, VOIR AMORCE-ADRESSES).
002200* LE FICHIER N'EST ECRIT QUE PAR LE SOUS-PROGRAMME COMMUN
002300* HISTO-ADRESSE (VOIR RCADRHD), APPELE PAR TOUS LES PROGRAMMES
002400* QUI CHANGENT MF-ADRESSE, ET PAR L'AMORCAGE.
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
002800* ---------- ------- ---------------------------------------------
002900* 2026-10-15 SI      CREATION - HISTORIQUE DES ADRESSES ET
003000*                    CERTIFICAT DE RESIDENCE SUR UNE PERIODE.
003100*----------------------------------------------------------------
003200     05 AH-CLE.
003300         10 AH-ID-CITOYEN        PIC 9(09).
003400         10 AH-NO-ADRESSE        PIC 9(03).
003500     05 AH-ADRESSE.
003600         10 AH-RUE               PIC X(30).
003700         10 AH-CODE-POSTAL       PIC X(05).
003800         10 AH-COMMUNE           PIC X(25).
003900     05 AH-DATE-ENTREE           PIC 9(08).
004000     05 AH-DATE-SORTIE           PIC 9(08).
004100         88 AH-ADRESSE-EN-COURS  VALUE ZERO.
004200     05 AH-PROGRAMME             PIC X(20).
004300     05 AH-DATE-MAJ              PIC 9(08).
