000100*----------------------------------------------------------------
000200* RCELECT - STRUCTURE D'UNE LIGNE DE L'EDITION DE LA LISTE
000300*           ELECTORALE (ASSIGN "ELECNOUV" EN SORTIE, "ELECPREC"
000400*           POUR L'EDITION PRECEDENTE RELUE) ECRITE PAR
000500*           LISTE-ELECTORALE : UN ELECTEUR PAR LIGNE, DANS L'ORDRE
000600*           DE LA LISTE (COMMUNE, PUIS NOM ET PRENOM), AVEC SON
000700*           NUMERO D'ELECTEUR DANS LA COMMUNE. CHAQUE EDITION EST
000800*           CONSERVEE EN GENERATION POUR QUE LA SUIVANTE EN TIRE
000900*           LE TABLEAU RECTIFICATIF.
001000*
001100* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001200* FICHIER DE L'EDITION, PAR EXEMPLE :
001300*
001400*     FD  EDITION-NOUVELLE
001500*         LABEL RECORDS ARE STANDARD.
001600*     01  ENR-ELECTEUR.
001700*         COPY RCELECT.
001800*
001900* EL-CLE-COMMUNE EST LE CODE POSTAL SUIVI DE LA COMMUNE
002000* NORMALISEE (VOIR NORMALISE-NOM) : C'EST ELLE QUI DECIDE DU
002100* CHANGEMENT DE COMMUNE D'UN ELECTEUR D'UNE EDITION A L'AUTRE ;
002200* EL-COMMUNE GARDE LA GRAPHIE DU FICHIER MAITRE POUR L'EDITION.
002300*
002400* HISTORIQUE DES MODIFICATIONS
002500* DATE       AUTEUR  DESCRIPTION
002600* ---------- ------- ---------------------------------------------
002700* 2026-10-15 SI      CREATION - LISTE ELECTORALE PAR COMMUNE ET
002800*                    TABLEAU RECTIFICATIF ENTRE DEUX EDITIONS.
002900*----------------------------------------------------------------
003000     05 EL-DATE-EDITION          PIC 9(08).
003100     05 EL-DATE-SCRUTIN          PIC 9(08).
003200     05 EL-CLE-COMMUNE.
003300         10 EL-CODE-POSTAL       PIC X(05).
003400         10 EL-COMMUNE-NORMALISEE
003500                                 PIC X(25).
003600     05 EL-COMMUNE               PIC X(25).
003700     05 EL-NO-ELECTEUR           PIC 9(06).
003800     05 EL-ID-CITOYEN            PIC 9(09).
003900     05 EL-NOM                   PIC X(20).
004000     05 EL-PRENOM                PIC X(20).
004100     05 EL-DATE-NAISSANCE        PIC 9(08).
004200     05 EL-RUE                   PIC X(30).
004300     05 EL-MOTIF-INSCRIPTION     PIC X(01).
004400         88 EL-INSCRIT-MAJEUR    VALUE "M".
004500         88 EL-INSCRIT-AU-SCRUTIN
004600                                 VALUE "S".
