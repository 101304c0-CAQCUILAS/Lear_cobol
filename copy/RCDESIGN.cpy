000100*----------------------------------------------------------------
000200* RCDESIGN - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*            DESIGNE-NOM, LA DESIGNATION LEGALE D'UN CITOYEN SUR
000400*            LES PIECES EMISES (ATTESTATIONS, ETIQUETTES) : LE
000500*            NOM DE NAISSANCE SEUL, OU, QUAND LE DOSSIER PORTE UN
000600*            NOM D'USAGE (MF-NOM-USAGE), "NOM D'USAGE, NEE NOM DE
000700*            NAISSANCE" ("NE" POUR UN HOMME, "NE(E)" QUAND LE
000800*            SEXE N'EST PAS CONNU).
000900*
001000* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
001100* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
001200*
001300*     01  DEMANDE-DESIGNATION.
001400*         COPY RCDESIGN.
001500*     ...
001600*     MOVE MF-NOM       TO DN-NOM.
001700*     MOVE MF-NOM-USAGE TO DN-NOM-USAGE.
001800*     MOVE MF-SEXE      TO DN-SEXE.
001900*     CALL "DESIGNE-NOM" USING DEMANDE-DESIGNATION.
002000*     (LA DESIGNATION EST RENDUE DANS DN-DESIGNATION, CADREE A
002100*     GAUCHE SANS LES BLANCS DE FIN DES DEUX NOMS)
002200*
002300* HISTORIQUE DES MODIFICATIONS
002400* DATE       AUTEUR  DESCRIPTION
002500* ---------- ------- ---------------------------------------------
002600* 2026-10-15 SI      CREATION - DESIGNATION PAR LE NOM D'USAGE ET
002700*                    LE NOM DE NAISSANCE SUR LES PIECES EMISES.
002800*----------------------------------------------------------------
002900     05 DN-NOM                   PIC X(20).
003000     05 DN-NOM-USAGE             PIC X(20).
003100     05 DN-SEXE                  PIC X(01).
003200         88 DN-SEXE-MASCULIN     VALUE "H".
003300         88 DN-SEXE-FEMININ      VALUE "F".
003400     05 DN-DESIGNATION           PIC X(50).
