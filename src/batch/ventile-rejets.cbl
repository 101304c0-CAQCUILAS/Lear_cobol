002200* ---------- ------- ---------------------------------------------
002300* 2026-09-02 SI      CREATION - VENTILATION DES REJETS PAR SITE
002400*                    EMETTEUR POUR LEUR RETOUR AUX SITES.
002410* 2026-10-15 SI      LE REJET PORTE DESORMAIS LA DATE D'EFFET ET
002420*                    LA REFERENCE DIFFEREE (VOIR RCREJET) : LA
002430*                    LONGUEUR DE L'IMAGE TRIEE ET RETOURNEE SUIT.
002440* 2026-10-15 SI      IMAGE DU REJET PORTEE A 262 OCTETS (RJ-NOM-
002450*                    USAGE, VOIR RCREJET).
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005200 SD  FICHIER-TRI.
005300 01  ENR-TRI.
005400     05 TRI-CODE-SITE            PIC X(03).
005500     05 TRI-IMAGE                PIC X(262).
005600 FD  RETOUR-SITES
005700     LABEL RECORDS ARE STANDARD.
005800 01  LIGNE-RETOUR                PIC X(262).
005900 WORKING-STORAGE SECTION.
006000*----------------------------------------------------------------
006100* ZONES DE TRAVAIL
