000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SUIVI-NUIT.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* SUIVI-NUIT REND AUX PROGRAMMES DU FLOT REGPIPE LE MODE DE LA
000900* SOUMISSION EN COURS, LU AU FICHIER D'ETAT DU FLOT (ETATNUIT,
001000* COPY RCETNUI, TENU PAR PILOTE-NUIT) : NUIT NORMALE, REPRISE
001100* D'UNE NUIT TOMBEE EN INCIDENT, OU SOUMISSION REFUSEE. LES
001200* ETAPES QUI NE SE CONDUISENT PAS DE MEME EN REPRISE L'INTERROGENT
001300* (VERIF-COMPTEUR GARDE LE VERROU QUE LA NUIT INTERROMPUE A
001400* POSE, BALANCE-NUIT LE SIGNALE A SON ETAT).
001500*
001600* LECTURE SEULE. FICHIER ABSENT OU VIDE : SN-HORS-SUIVI, LE
001700* PROGRAMME APPELANT SE CONDUIT COMME EN NUIT NORMALE (LANCEMENT
001800* ISOLE, HORS DU FLOT).
001900*
002000* HISTORIQUE DES MODIFICATIONS
002100* DATE       AUTEUR  DESCRIPTION
002200* ---------- ------- ---------------------------------------------
002300* 2026-10-15 SI      CREATION - CONSULTATION DE L'ETAT DU FLOT DE
002400*                    NUIT, SUR LE MODELE DE VERROU-NUIT.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.    IBM-370.
002900 OBJECT-COMPUTER.    IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ETAT-NUIT ASSIGN TO "ETATNUIT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS ET-STATUT.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ETAT-NUIT
003800     LABEL RECORDS ARE STANDARD.
003900 01  ENR-ETAT-NUIT.
004000     COPY RCETNUI.
004100 WORKING-STORAGE SECTION.
004200*----------------------------------------------------------------
004300* ZONES DE TRAVAIL
004400*----------------------------------------------------------------
004500 01  ET-STATUT                   PIC X(02).
004600     88 ET-OK                    VALUE "00".
004700 01  FIN-ETAT-NUIT               PIC X(01) VALUE "N".
004800     88 PLUS-D-EVENEMENTS        VALUE "O".
004900 LINKAGE SECTION.
005000 01  DEMANDE-SUIVI.
005100     COPY RCSUIVD.
005200 PROCEDURE DIVISION USING DEMANDE-SUIVI.
005300*================================================================
005400* 0000-MAINLINE : LECTURE DU FICHIER D'ETAT JUSQU'A LA DERNIERE
005500*                 LIGNE D'OUVERTURE, DE REPRISE OU DE REFUS
005600*================================================================
005700 0000-MAINLINE.
005800     MOVE "9"    TO SN-MODE.
005900     MOVE ZERO   TO SN-DATE-NUIT SN-NB-REPRISES.
006000     MOVE SPACES TO SN-HORODATE.
006100     MOVE "N"    TO FIN-ETAT-NUIT.
006200     OPEN INPUT ETAT-NUIT.
006300     IF NOT ET-OK
006400         GOBACK
006500     END-IF.
006600     PERFORM 1000-LIRE-EVENEMENT
006700         THRU 1000-LIRE-EVENEMENT-EXIT.
006800     PERFORM 2000-PRENDRE-EVENEMENT
006900         THRU 2000-PRENDRE-EVENEMENT-EXIT
007000         UNTIL PLUS-D-EVENEMENTS.
007100     CLOSE ETAT-NUIT.
007200     GOBACK.
007300*----------------------------------------------------------------
007400* 1000-LIRE-EVENEMENT : LECTURE D'UNE LIGNE DU FICHIER D'ETAT
007500*----------------------------------------------------------------
007600 1000-LIRE-EVENEMENT.
007700     READ ETAT-NUIT
007800         AT END
007900             MOVE "O" TO FIN-ETAT-NUIT
008000     END-READ.
008100 1000-LIRE-EVENEMENT-EXIT.
008200     EXIT.
008300*----------------------------------------------------------------
008400* 2000-PRENDRE-EVENEMENT : SEULES LES LIGNES D'OUVERTURE, DE
008500*                          REPRISE ET DE REFUS CHANGENT LE MODE
008600*                          DE LA SOUMISSION EN COURS
008700*----------------------------------------------------------------
008800 2000-PRENDRE-EVENEMENT.
008900     EVALUATE TRUE
009000         WHEN EN-OUVERTURE
009100             MOVE EN-MODE        TO SN-MODE
009200             MOVE EN-DATE-NUIT   TO SN-DATE-NUIT
009300             MOVE EN-HORODATE    TO SN-HORODATE
009400             MOVE ZERO           TO SN-NB-REPRISES
009500         WHEN EN-REPRISE
009600             MOVE EN-MODE        TO SN-MODE
009700             MOVE EN-HORODATE    TO SN-HORODATE
009800             ADD 1               TO SN-NB-REPRISES
009900         WHEN EN-REFUS
010000             MOVE "X"            TO SN-MODE
010100             MOVE EN-HORODATE    TO SN-HORODATE
010200     END-EVALUATE.
010300     PERFORM 1000-LIRE-EVENEMENT
010400         THRU 1000-LIRE-EVENEMENT-EXIT.
010500 2000-PRENDRE-EVENEMENT-EXIT.
010600     EXIT.
