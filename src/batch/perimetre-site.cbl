000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERIMETRE-SITE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* PERIMETRE-SITE DIT SI UN DOSSIER (PAR SON CODE SITE) EST DANS
000900* LE PERIMETRE DE L'OPERATEUR SIGNE : SES SITES DE RATTACHEMENT
001000* SONT PRIS DANS LA SESSION COMMUNE (RCOPER), GARNIE PAR
001100* SIGNON-OPERATEUR DEPUIS LE FICHIER DES OPERATEURS. EN ACTION
001200* "C" UN REFUS EST TRACE AU JOURNAL D'AUDIT (ACTION REFUS) COMME
001300* UN ECHEC DE SIGNEMENT ; EN ACTION "F" IL NE L'EST PAS (VOIR
001400* RCPERIM). UN JOURNAL INDISPONIBLE EST SIGNALE MAIS LE REFUS
001500* EST MAINTENU.
001600*
001700* HISTORIQUE DES MODIFICATIONS
001800* DATE       AUTEUR  DESCRIPTION
001900* ---------- ------- ---------------------------------------------
002000* 2026-10-15 SI      CREATION - LES CLERCS D'UN SITE VOYAIENT ET
002100*                    MODIFIAIENT LES DOSSIERS DE TOUS LES SITES.
002110* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
002120*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
002130*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
002140*                    RCCHAIND).
002160* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
002180*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
002600 OBJECT-COMPUTER.    IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT JOURNAL ASSIGN TO "JOURNAL"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS JN-STATUT.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  JOURNAL
003500     LABEL RECORDS ARE STANDARD.
003600 01  ENR-JOURNAL.
003700     COPY RCJOURNAL.
003800 WORKING-STORAGE SECTION.
003900*----------------------------------------------------------------
004000* ZONES DE TRAVAIL
004100*----------------------------------------------------------------
004200 01  JN-STATUT                   PIC X(02).
004300     88 JN-OK                    VALUE "00".
004400     88 JN-ABSENT                VALUE "35".
004500 01  SITE-DOSSIER                PIC X(03).
004600 01  NO-SITE                     PIC 9(01) COMP.
004700     COPY RCOPER.
004710 01  DEMANDE-CHAINAGE.
004720     COPY RCCHAIND.
004800 LINKAGE SECTION.
004900 01  DEMANDE-PERIMETRE.
005000     COPY RCPERIM.
005100 PROCEDURE DIVISION USING DEMANDE-PERIMETRE.
005200*================================================================
005300* 0000-MAINLINE : COMPARAISON DU SITE DU DOSSIER AUX SITES DE
005400*                 L'OPERATEUR, TRACE DU REFUS EN CONTROLE
005500*================================================================
005600 0000-MAINLINE.
005700     MOVE "0" TO PT-RESULTAT.
005800     IF OP-NIVEAU-ADMINISTRATEUR
005900         GOBACK
006000     END-IF.
006100     IF PT-CODE-SITE = SPACES
006200         MOVE "---" TO SITE-DOSSIER
006300     ELSE
006400         MOVE PT-CODE-SITE TO SITE-DOSSIER
006500     END-IF.
006600     IF OP-SITES = SPACES
006700         IF SITE-DOSSIER NOT = "---"
006800             MOVE "1" TO PT-RESULTAT
006900         END-IF
007000     ELSE
007100         MOVE "1" TO PT-RESULTAT
007200         PERFORM 1000-COMPARER-SITE
007300             THRU 1000-COMPARER-SITE-EXIT
007400             VARYING NO-SITE FROM 1 BY 1
007500             UNTIL NO-SITE > 5
007600     END-IF.
007700     IF PT-HORS-PERIMETRE AND PT-CONTROLER
007800         PERFORM 2000-TRACER-REFUS
007900             THRU 2000-TRACER-REFUS-EXIT
008000     END-IF.
008100     GOBACK.
008200*----------------------------------------------------------------
008300* 1000-COMPARER-SITE : UN SITE DE RATTACHEMENT DE L'OPERATEUR -
008400*                      LE SITE DU DOSSIER OU "***" LE MET DANS
008500*                      LE PERIMETRE
008600*----------------------------------------------------------------
008700 1000-COMPARER-SITE.
008800     IF OP-SITE-RATTACHE(NO-SITE) = SITE-DOSSIER
008900             OR OP-SITE-RATTACHE(NO-SITE) = "***"
009000         MOVE "0" TO PT-RESULTAT
009100     END-IF.
009200 1000-COMPARER-SITE-EXIT.
009300     EXIT.
009400*----------------------------------------------------------------
009500* 2000-TRACER-REFUS : LIGNE REFUS AU JOURNAL D'AUDIT - MOTIF
009600*                     DANS JN-NOM, PROGRAMME DANS JN-PRENOM,
009700*                     DOSSIER ET SITE DU DOSSIER
009800*----------------------------------------------------------------
009900 2000-TRACER-REFUS.
010000     OPEN EXTEND JOURNAL.
010100     IF JN-ABSENT
010200         OPEN OUTPUT JOURNAL
010300     END-IF.
010400     IF NOT JN-OK
010500         DISPLAY "PERIMETRE-SITE : JOURNAL D'AUDIT INDISPONIBLE "
010600             "- CODE " JN-STATUT
010700         GO TO 2000-TRACER-REFUS-EXIT
010800     END-IF.
010900     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
011000     MOVE "REFUS"               TO JN-ACTION.
011100     MOVE "HORS PERIMETRE SITE" TO JN-NOM.
011200     MOVE PT-PROGRAMME          TO JN-PRENOM.
011300     MOVE ZERO                  TO JN-AGE-AVANT.
011400     MOVE ZERO                  TO JN-AGE-APRES.
011500     MOVE PT-ID-CITOYEN         TO JN-ID-CITOYEN.
011600     MOVE OP-CODE-OPERATEUR     TO JN-OPERATEUR.
011700     MOVE PT-CODE-SITE          TO JN-CODE-SITE.
011800     MOVE SPACES TO JN-OPERATEUR-VALIDE.
011900     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
011910     SET CH-ENCHAINER TO TRUE.
011920     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012000     WRITE ENR-JOURNAL.
012025     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
012050     SET CH-VALIDER TO TRUE.
012075     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012100     CLOSE JOURNAL.
012200 2000-TRACER-REFUS-EXIT.
012300     EXIT.
