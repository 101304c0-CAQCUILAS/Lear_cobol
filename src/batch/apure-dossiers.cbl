002610* 2026-09-02 SI      L'ECHEC DU DELETE SE CONTROLE DESORMAIS PAR
002620*                    LE FILE STATUS : INVALID KEY N'EST PAS ADMIS
002630*                    SUR UN DELETE EN ACCES SEQUENTIEL.
002640* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
002650*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
002660*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
002670*                    RCCHAIND).
002680* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
002690*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
009200 01  NB-CLOS-RECENTS             PIC 9(07) COMP VALUE ZERO.
009300 01  NB-ACTIFS                   PIC 9(07) COMP VALUE ZERO.
009400 01  NB-ERREURS                  PIC 9(07) COMP VALUE ZERO.
009410 01  DEMANDE-CHAINAGE.
009420     COPY RCCHAIND.
009500 PROCEDURE DIVISION.
009600*================================================================
009700* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
022500     MOVE SPACES           TO JN-CODE-SITE.
022599     MOVE SPACES TO JN-OPERATEUR-VALIDE.
022600     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
022601     SET CH-ENCHAINER TO TRUE.
022602     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
022601     WRITE ENR-JOURNAL.
022625     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
022649     SET CH-VALIDER TO TRUE.
022673     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
022700 4500-JOURNALISER-EXIT.
022800     EXIT.
022900*----------------------------------------------------------------
