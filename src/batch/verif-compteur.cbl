002580*                    RESTAURATION, VOIR REGREST) ETAIT REFUSE
002590*                    "DEUXIEME SOUMISSION" DES QUE LE FLOT AVAIT
002595*                    DEJA TOURNE LE JOUR MEME.
002596* 2026-10-15 SI      EN REPRISE DU FLOT REGPIPE (MODE LU PAR
002597*                    SUIVI-NUIT), LE VERROU DEJA POSE PAR LA NUIT
002598*                    INTERROMPUE EST GARDE AU LIEU DE FAIRE
002599*                    REFUSER L'ETAPE EN DEUXIEME SOUMISSION.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007300     88 COMPTEUR-EXISTE          VALUE "O".
007310 01  DEMANDE-VERROU.
007320     COPY RCVERRD.
007330 01  DEMANDE-SUIVI.
007340     COPY RCSUIVD.
007400 PROCEDURE DIVISION.
007500*================================================================
007600* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
010300     END-IF.
010304* LE VERROU DE NUIT N'EST POSE QU'EN MODE "V" (TETE DU FLOT
010306* REGPIPE) : LE MODE "R" SERT A LA RECONSTRUCTION APRES UNE
010308* RESTAURATION (REGREST), JOUR OU LE FLOT A SOUVENT DEJA TOURNE.
010308* EN REPRISE DU FLOT (SUIVI-NUIT), LE VERROU DEJA POSE EST CELUI
010309* DE LA NUIT INTERROMPUE : IL EST GARDE
010310     IF MODE-VERIFICATION
010320         MOVE "P" TO VN-ACTION
010330         MOVE "VERIF-COMPTEUR" TO VN-PROGRAMME
010340         CALL "VERROU-NUIT" USING DEMANDE-VERROU
010350         IF VN-DEJA-POSE
010351             CALL "SUIVI-NUIT" USING DEMANDE-SUIVI
010352             IF SN-EN-REPRISE
010353                 DISPLAY "VERROU POSE LE " VN-DATE-POSE " PAR LA "
010354                     "NUIT INTERROMPUE - CONSERVE POUR LA REPRISE"
010355             ELSE
010360                 DISPLAY "FLOT DE NUIT DEJA LANCE CE JOUR "
010370                     "(VERROU POSE LE " VN-DATE-POSE ") - "
010380                     "DEUXIEME SOUMISSION REFUSEE"
010382                 MOVE 8 TO RETURN-CODE
010384                 STOP RUN
010385             END-IF
010386         END-IF
010388     END-IF.
010400     OPEN INPUT COMPTEUR-ID.
