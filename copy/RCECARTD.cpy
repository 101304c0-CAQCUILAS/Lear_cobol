000100*----------------------------------------------------------------
000200* RCECARTD - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*            ECART-IMAGES, QUI COMPARE LES IMAGES AVANT ET APRES
000400*            D'UN DOSSIER (COPIES DE L'ENREGISTREMENT RCMAITRE,
000500*            TELLES QUE PORTEES AU JOURNAL D'AUDIT) ET REND LA
000600*            LISTE DES ZONES QUI DIFFERENT, AVEC LEUR VALEUR
000700*            AVANT ET APRES EN CLAIR.
000800*
000900* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
001000* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
001100*
001200*     01  DEMANDE-ECART.
001300*         COPY RCECARTD.
001400*     ...
001500*     MOVE JN-IMAGE-AVANT TO EC-IMAGE-AVANT.
001600*     MOVE JN-IMAGE-APRES TO EC-IMAGE-APRES.
001700*     CALL "ECART-IMAGES" USING DEMANDE-ECART.
001800*     PERFORM ... VARYING IDX-ECART FROM 1 BY 1
001900*         UNTIL IDX-ECART > EC-NB-ECARTS.
002000*
002100* IMAGE AVANT A BLANC (AJOUT) : TOUTES LES ZONES RENSEIGNEES DE
002200* L'IMAGE APRES SONT RENDUES, AVANT A BLANC. IMAGE APRES A BLANC
002300* (SUPPRESSION) : L'INVERSE. LE CODE DE ZONE EST CELUI QUE LE
002400* SUPERVISEUR PORTE AU VERDICT DE REVUE QUALITE (COPY RCECHQC).
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
002800* ---------- ------- ---------------------------------------------
002900* 2026-10-15 SI      CREATION - ZONES CHANGEES ENTRE DEUX IMAGES
003000*                    D'UN DOSSIER (ECHANT-QUALITE, REVUE-QUALITE).
003100*----------------------------------------------------------------
003200     05 EC-IMAGE-AVANT           PIC X(197).
003300     05 EC-IMAGE-APRES           PIC X(197).
003400     05 EC-NB-ECARTS             PIC 9(02).
003500     05 EC-ECART                 OCCURS 10 TIMES
003600                                 INDEXED BY IDX-ECART.
003700         10 EC-CHAMP             PIC X(02).
003800         10 EC-LIBELLE           PIC X(16).
003900         10 EC-AVANT             PIC X(32).
004000         10 EC-APRES             PIC X(32).
