002320*                    CE NIVEAU PEUT ENTRETENIR LE FICHIER DES
002330*                    OPERATEURS (MAJ-OPERATEURS). "A" COUVRE "M"
002340*                    QUI COUVRE "C".
002350* 2026-10-15 SI      AJOUT DES SITES DE RATTACHEMENT DE
002360*                    L'OPERATEUR (VOIR RCOPERF), CONTROLES PAR
002370*                    PERIMETRE-SITE.
002400*----------------------------------------------------------------
002500 01  OPERATEUR-SESSION EXTERNAL.
002600     05 OP-CODE-OPERATEUR        PIC X(08).
002900         88 OP-NIVEAU-CONSULTATION   VALUE "C".
003000         88 OP-NIVEAU-MISE-A-JOUR    VALUES "M" "A".
003100         88 OP-NIVEAU-ADMINISTRATEUR VALUE "A".
003101     05 OP-SITES.
003102         10 OP-SITE-RATTACHE     PIC X(03) OCCURS 5 TIMES.
