001648*                    L'IMAGE APRES DU DOSSIER CREE (JN-IMAGE-
001652*                    APRES) : REJOUE-JOURNAL PEUT REJOUER LES
001656*                    CREATIONS GUICHET APRES UNE RESTAURATION.
001657* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
001658*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
001659*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
001660*                    RCCHAIND).
001670* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
001680*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
001690*----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.    IBM-370.
003995     COPY RCSIGNON.
003996 01  DEMANDE-VERROU.
003997     COPY RCVERRD.
004007 01  DEMANDE-CHAINAGE.
004017     COPY RCCHAIND.
004100 PROCEDURE DIVISION.
004200*================================================================
004300* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
008194             MOVE FUNCTION CURRENT-DATE(1:8)
008195                 TO MF-DATE-MAJ
008196             MOVE SPACES TO MF-CODE-SITE
008197             MOVE SPACES TO MF-NOM-USAGE
008197             MOVE ZERO TO MF-NO-NATIONAL
008198             MOVE "N" TO MF-ADRESSE-INVALIDE
008195             PERFORM 3200-ATTRIBUER-ID
009087* C'EST ELLE QUI PERMET A REJOUE-JOURNAL DE RECONSTITUER LES
009088* CREATIONS GUICHET APRES UNE RESTAURATION.
009089     MOVE ENR-MAITRE        TO JN-IMAGE-APRES.
009090     SET CH-ENCHAINER TO TRUE.
009091     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
009090     WRITE ENR-JOURNAL.
009092     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
009094     SET CH-VALIDER TO TRUE.
009096     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
009100 3500-JOURNALISER-EXIT.
009110     EXIT.
009120*----------------------------------------------------------------
