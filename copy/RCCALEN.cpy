000100*----------------------------------------------------------------
000200* RCCALEN - STRUCTURE D'UNE LIGNE DU CALENDRIER DES JOURS NON
000300*           OUVRES (ASSIGN "CALENDR") : JOURS FERIES ET JOURS DE
000400*           FERMETURE DES SITES. LE SAMEDI ET LE DIMANCHE NE SONT
000500*           JAMAIS SAISIS, ILS SONT CHOMES D'OFFICE.
000600*
000700* UNE LIGNE PAR DATE ET PAR SITE : CA-CODE-SITE A "***" VAUT POUR
000800* TOUS LES SITES (JOUR FERIE NATIONAL, FERMETURE DU SITE CENTRAL),
000900* UN CODE DU REFERENTIEL SITELIST NE VAUT QUE POUR CE SITE (PONT,
001000* FERMETURE EXCEPTIONNELLE, FERIE LOCAL). LE FICHIER EST TENU
001100* PAR L'ECRAN MAJ-CALENDRIER ET LU PAR LE SOUS-PROGRAMME
001200* JOURS-OUVRES (COPY RCOUVRD), QUI LE CHARGE EN TABLE.
001300*
001400* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD, PAR
001500* EXEMPLE :
001600*
001700*     FD  CALENDRIER
001800*         LABEL RECORDS ARE STANDARD.
001900*     01  ENR-CALENDRIER.
002000*         COPY RCCALEN.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - CALENDRIER DES JOURS FERIES ET
002600*                    DES FERMETURES DE SITE.
002700*----------------------------------------------------------------
002800     05 CA-DATE                  PIC 9(08).
002900     05 FILLER                   PIC X(01).
003000     05 CA-CODE-SITE             PIC X(03).
003100         88 CA-TOUS-SITES        VALUE "***".
003200     05 FILLER                   PIC X(01).
003300     05 CA-NATURE                PIC X(01).
003400         88 CA-JOUR-FERIE        VALUE "F".
003500         88 CA-FERMETURE         VALUE "C".
003600     05 FILLER                   PIC X(01).
003700     05 CA-LIBELLE               PIC X(30).
