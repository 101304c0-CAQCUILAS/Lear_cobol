000100*----------------------------------------------------------------
000200* RCCOMMUN - STRUCTURE D'UN ENREGISTREMENT DU REFERENTIEL OFFICIEL
000300*            DES COMMUNES (FICHIER COMMUNES) : UNE LIGNE PAR
000400*            COUPLE CODE INSEE / CODE POSTAL DESSERVI, AVEC LA
000500*            GRAPHIE OFFICIELLE DE LA COMMUNE. UNE COMMUNE
000600*            DESSERVIE PAR PLUSIEURS CODES POSTAUX PORTE AUTANT
000700*            DE LIGNES ; UN CODE POSTAL PARTAGE PAR PLUSIEURS
000800*            COMMUNES AUSSI.
000900*
001000* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001100* REFERENTIEL, PAR EXEMPLE :
001200*
001300*     FD  REFERENTIEL-COMMUNES
001400*         LABEL RECORDS ARE STANDARD.
001500*     01  ENR-COMMUNE.
001600*         COPY RCCOMMUN.
001700*
001800* LE FICHIER EST TENU PAR L'EXPLOITATION A PARTIR DE LA
001900* PUBLICATION OFFICIELLE ; IL N'EST LU QUE PAR LE SOUS-PROGRAMME
002000* COMMUN CONTROLE-COMMUNE (VOIR RCCOMMD).
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - REFERENTIEL DES COMMUNES ET DES
002600*                    CODES POSTAUX, CONTROLE A LA SAISIE ET AU
002700*                    CHARGEMENT.
002800*----------------------------------------------------------------
002900     05 CO-CODE-INSEE            PIC X(05).
003000     05 FILLER                   PIC X(01).
003100     05 CO-CODE-POSTAL           PIC X(05).
003200     05 FILLER                   PIC X(01).
003300     05 CO-NOM-OFFICIEL          PIC X(25).
