001740* AVANT L'AJOUT DES ZONES, OU REINITIALISE) IMPOSE LE CHOIX D'UN
001750* MOT DE PASSE AU PROCHAIN SIGNEMENT.
001760*
001764* OF-SITES PORTE LES SITES DONT L'OPERATEUR PEUT CONSULTER ET
001768* TRAITER LES DOSSIERS (CODE DE SITE DU DOSSIER, MF-CODE-SITE) :
001772* "---" DESIGNE LES DOSSIERS DU SITE CENTRAL (CODE SITE A BLANC)
001776* ET "***" TOUS LES SITES. UNE LISTE ENTIEREMENT A BLANC (COMPTE
001780* CREE AVANT L'AJOUT DE LA ZONE) VAUT "---". LE NIVEAU "A"
001784* (ADMINISTRATEUR DU SITE CENTRAL) A TOUJOURS TOUS LES SITES.
001788* LE CONTROLE EST FAIT PAR LE SOUS-PROGRAMME PERIMETRE-SITE
001792* (COPY RCPERIM).
001796*
001800* HISTORIQUE DES MODIFICATIONS
001900* DATE       AUTEUR  DESCRIPTION
002000* ---------- ------- ---------------------------------------------
002230*                    COMPTE ET TEMOIN DE CHANGEMENT IMPOSE) :
002240*                    N'IMPORTE QUI CONNAISSANT UN CODE OPERATEUR
002250*                    POUVAIT SE SIGNER SOUS CE NOM.
002260* 2026-10-15 SI      AJOUT DES SITES DE RATTACHEMENT (5 AU PLUS) :
002270*                    UN CLERC DE SITE NE VOIT PLUS QUE LES
002280*                    DOSSIERS DE SON PERIMETRE.
002300*----------------------------------------------------------------
002400     05 OF-CODE-OPERATEUR        PIC X(08).
002500     05 OF-NOM                   PIC X(20).
003300         88 OF-COMPTE-BLOQUE     VALUE "B".
003400     05 OF-MDP-A-CHANGER         PIC X(01).
003500         88 OF-CHANGEMENT-IMPOSE VALUE "O".
003501     05 OF-SITES.
003502         10 OF-SITE-RATTACHE     PIC X(03) OCCURS 5 TIMES.
