000100*----------------------------------------------------------------
000200* RCPROPOS - STRUCTURE D'UN ENREGISTREMENT DE LA FILE DES
000300*            PROPOSITIONS DE CHANGEMENT RECUES DU SYSTEME DES
000400*            PRESTATIONS (ASSIGN "PROPOSIT", INDEXE SUR
000500*            PQ-REFERENCE) : UNE ENTREE PAR CHANGEMENT PROPOSE
000600*            (NOUVELLE ADRESSE, DATE DE DECES, DATE DE NAISSANCE
000700*            CORRIGEE) EN ATTENTE DE LA DECISION D'UN CLERC.
000800*
000900* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001000* FICHIER DES PROPOSITIONS, PAR EXEMPLE :
001100*
001200*     FD  FICHIER-PROPOSITIONS
001300*         LABEL RECORDS ARE STANDARD.
001400*     01  ENR-PROPOSITION.
001500*         COPY RCPROPOS.
001600*
001700* PQ-REFERENCE EST LA REFERENCE DONNEE PAR LE SYSTEME DES
001800* PRESTATIONS A SA PROPOSITION : ELLE REVIENT DANS LE FICHIER
001900* REPONSE ET REND LE RECHARGEMENT D'UN MEME FICHIER SANS EFFET.
002000* PQ-DATE-PROPOSEE EST LA DATE DU DECES, LA DATE DE NAISSANCE
002100* CORRIGEE OU LA DATE D'EMMENAGEMENT A LA NOUVELLE ADRESSE (ZERO
002200* SI ELLE N'EST PAS CONNUE). LA FILE EST ALIMENTEE PAR
002300* TRAIT-PROPOSITIONS ET DECIDEE AU GUICHET PAR
002400* VALIDE-PROPOSITIONS ; LES PROPOSITIONS REJETEES Y RESTENT
002500* JUSQU'A CE QUE TRAIT-PROPOSITIONS LES AIT RENVOYEES
002600* (PQ-REPONSE-ENVOYEE), PUIS POUR LA TRACE.
002700*
002800* HISTORIQUE DES MODIFICATIONS
002900* DATE       AUTEUR  DESCRIPTION
003000* ---------- ------- ---------------------------------------------
003100* 2026-10-15 SI      CREATION - PROPOSITIONS DE CHANGEMENT DU
003200*                    SYSTEME DES PRESTATIONS SOUMISES AU CLERC.
003300*----------------------------------------------------------------
003400     05 PQ-REFERENCE             PIC X(15).
003500     05 PQ-DATE-RECEPTION        PIC 9(08).
003600     05 PQ-ID-CITOYEN            PIC 9(09).
003700     05 PQ-NO-NATIONAL           PIC 9(15).
003800     05 PQ-TYPE-CHANGEMENT       PIC X(01).
003900         88 PQ-CHANGEMENT-ADRESSE VALUE "A".
004000         88 PQ-CHANGEMENT-DECES  VALUE "D".
004100         88 PQ-CHANGEMENT-NAISSANCE VALUE "N".
004200     05 PQ-ADRESSE-PROPOSEE.
004300         10 PQ-RUE               PIC X(30).
004400         10 PQ-CODE-POSTAL       PIC X(05).
004500         10 PQ-COMMUNE           PIC X(25).
004600     05 PQ-DATE-PROPOSEE         PIC 9(08).
004700     05 PQ-ETAT                  PIC X(01).
004800         88 PQ-EN-ATTENTE        VALUES "A" SPACE.
004900         88 PQ-ACCEPTEE          VALUE "C".
005000         88 PQ-REJETEE           VALUE "R".
005100     05 PQ-OPERATEUR-DECISION    PIC X(08).
005200     05 PQ-DATE-HEURE-DECISION   PIC X(14).
005300     05 PQ-MOTIF-REJET           PIC X(40).
005400     05 PQ-REPONSE-ENVOYEE       PIC X(01).
005500         88 PQ-REPONSE-A-ENVOYER VALUES "N" SPACE.
005600         88 PQ-REPONSE-FAITE     VALUE "O".
005700     05 PQ-DATE-REPONSE          PIC 9(08).
