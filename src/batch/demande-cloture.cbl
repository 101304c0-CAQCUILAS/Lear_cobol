002300* ---------- ------- ---------------------------------------------
002400* 2026-09-02 SI      CREATION - DEPOT DES DEMANDES DE DECES ET DE
002500*                    SUPPRESSION EN FILE D'APPROBATION.
002510* 2026-10-15 SI      DEMANDE REFUSEE, ET TRACEE, POUR UN DOSSIER
002520*                    HORS DU PERIMETRE DE SITES DE L'OPERATEUR
002530*                    (PERIMETRE-SITE).
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007300 01  MOTIF-SAISI                 PIC X(20).
007400 01  DEMANDE-CONTROLE-DATE.
007500     COPY RCCTRLD.
007510 01  DEMANDE-PERIMETRE.
007520     COPY RCPERIM.
007600     COPY RCOPER.
007700     COPY RCSIGNON.
007800 01  DEMANDE-VERROU.
012900                 ID-SAISI-NUM
013000             GO TO 2000-DEPOSER-DEMANDE-EXIT
013100     END-READ.
013109     MOVE "C"               TO PT-ACTION.
013118     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
013127     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
013136     MOVE "DEMANDE-CLOTURE" TO PT-PROGRAMME.
013145     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
013154     IF PT-HORS-PERIMETRE
013163         DISPLAY "DOSSIER HORS DU PERIMETRE DE VOS SITES - "
013172             "AUCUNE DEMANDE"
013181         GO TO 2000-DEPOSER-DEMANDE-EXIT
013190     END-IF.
013200     IF NOT MF-DOSSIER-ACTIF
013300         DISPLAY "LE DOSSIER N'EST PAS ACTIF (STATUT "
013400             MF-STATUT-DOSSIER ") - AUCUNE DEMANDE"
