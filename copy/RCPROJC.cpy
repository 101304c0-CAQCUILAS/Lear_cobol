000100*----------------------------------------------------------------
000200* RCPROJC  - STRUCTURE D'UN ENREGISTREMENT DU FICHIER DE LA
000300*            PROJECTION DES COHORTES (ASSIGN "PROJCOH"), REMIS
000400*            AU SERVICE DES PRESTATIONS POUR SON MODELE
000500*            BUDGETAIRE : UN ENREGISTREMENT PAR SEUIL D'AGE,
000600*            ANNEE DE PASSAGE ET VENTILATION.
000700*
000800* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
000900* FICHIER DE PROJECTION, PAR EXEMPLE :
001000*
001100*     FD  FICHIER-PROJECTION
001200*         LABEL RECORDS ARE STANDARD.
001300*     01  ENR-PROJECTION.
001400*         COPY RCPROJC.
001500*
001600* PJ-VENTILATION DONNE LE SENS DE PJ-CLE :
001700*   T - TOTAL DU SEUIL POUR L'ANNEE, PJ-CLE A BLANC ;
001800*   X - PAR SEXE, PJ-CLE-SEXE "H", "F" OU "I" (INDETERMINE) ;
001900*   S - PAR SITE D'ORIGINE, PJ-CLE-SITE ("---" SANS SITE) ;
002000*   C - PAR COMMUNE, CODE POSTAL ET COMMUNE NORMALISEE.
002100* TOUTES LES ANNEES DE L'HORIZON SONT ECRITES POUR CHAQUE CLE,
002200* Y COMPRIS A ZERO, POUR UN FICHIER DE FORME CONSTANTE.
002300*
002400* HISTORIQUE DES MODIFICATIONS
002500* DATE       AUTEUR  DESCRIPTION
002600* ---------- ------- ---------------------------------------------
002700* 2026-10-15 SI      CREATION - PROJECTION PLURIANNUELLE DES
002800*                    PASSAGES DE SEUIL D'AGE
002900*                    (PROJECTION-COHORTES).
003000*----------------------------------------------------------------
003100     05 PJ-DATE-PROJECTION       PIC 9(08).
003200     05 PJ-AGE-SEUIL             PIC 9(03).
003300     05 PJ-LIBELLE-SEUIL         PIC X(20).
003400     05 PJ-ANNEE                 PIC 9(04).
003500     05 PJ-VENTILATION           PIC X(01).
003600         88 PJ-VENTIL-TOTAL      VALUE "T".
003700         88 PJ-VENTIL-SEXE       VALUE "X".
003800         88 PJ-VENTIL-SITE       VALUE "S".
003900         88 PJ-VENTIL-COMMUNE    VALUE "C".
004000     05 PJ-CLE                   PIC X(30).
004100     05 PJ-CLE-SEXE-R REDEFINES PJ-CLE.
004200         10 PJ-CLE-SEXE          PIC X(01).
004300         10 FILLER               PIC X(29).
004400     05 PJ-CLE-SITE-R REDEFINES PJ-CLE.
004500         10 PJ-CLE-SITE          PIC X(03).
004600         10 FILLER               PIC X(27).
004700     05 PJ-CLE-COMMUNE-R REDEFINES PJ-CLE.
004800         10 PJ-CLE-CODE-POSTAL   PIC X(05).
004900         10 PJ-CLE-COMMUNE       PIC X(25).
005000     05 PJ-NOMBRE                PIC 9(07).
005100     05 FILLER                   PIC X(07).
