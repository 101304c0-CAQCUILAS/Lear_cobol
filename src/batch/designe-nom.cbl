000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DESIGNE-NOM.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* DESIGNE-NOM COMPOSE LA DESIGNATION LEGALE D'UN CITOYEN (VOIR
000900* COPY RCDESIGN) : LE NOM DE NAISSANCE SEUL, OU "NOM D'USAGE,
001000* NEE NOM DE NAISSANCE" QUAND LE DOSSIER PORTE UN NOM D'USAGE.
001100* LES NOMS COMPOSES GARDENT LEUR BLANC INTERIEUR : SEULS LES
001200* BLANCS DE FIN DE ZONE SONT RETIRES (COUPURE SUR DEUX BLANCS).
001300*
001400* HISTORIQUE DES MODIFICATIONS
001500* DATE       AUTEUR  DESCRIPTION
001600* ---------- ------- ---------------------------------------------
001700* 2026-10-15 SI      CREATION - DESIGNATION PAR LE NOM D'USAGE ET
001800*                    LE NOM DE NAISSANCE SUR LES PIECES EMISES.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.    IBM-370.
002300 OBJECT-COMPUTER.    IBM-370.
002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.
002600*----------------------------------------------------------------
002700* ZONES DE TRAVAIL
002800*----------------------------------------------------------------
002900 01  MENTION-NAISSANCE           PIC X(07).
003000 LINKAGE SECTION.
003100 01  DEMANDE-DESIGNATION.
003200     COPY RCDESIGN.
003300 PROCEDURE DIVISION USING DEMANDE-DESIGNATION.
003400*================================================================
003500* 0000-MAINLINE : NOM DE NAISSANCE SEUL SANS NOM D'USAGE, SINON
003600*                 NOM D'USAGE SUIVI DE LA MENTION DE NAISSANCE
003700*================================================================
003800 0000-MAINLINE.
003900     MOVE SPACES TO DN-DESIGNATION.
004000     IF DN-NOM-USAGE = SPACES
004100         MOVE DN-NOM TO DN-DESIGNATION
004200         GOBACK
004300     END-IF.
004400     EVALUATE TRUE
004500         WHEN DN-SEXE-FEMININ
004600             MOVE ", NEE" TO MENTION-NAISSANCE
004700         WHEN DN-SEXE-MASCULIN
004800             MOVE ", NE" TO MENTION-NAISSANCE
004900         WHEN OTHER
005000             MOVE ", NE(E)" TO MENTION-NAISSANCE
005100     END-EVALUATE.
005200     STRING DN-NOM-USAGE DELIMITED BY "  "
005300         MENTION-NAISSANCE DELIMITED BY "  "
005400         " " DELIMITED BY SIZE
005500         DN-NOM DELIMITED BY "  "
005600         INTO DN-DESIGNATION.
005700     GOBACK.
