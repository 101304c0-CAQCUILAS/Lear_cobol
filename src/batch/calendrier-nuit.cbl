000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CALENDRIER-NUIT.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CALENDRIER-NUIT DIT AU FLOT DE NUIT REGPIPE SI LE JOUR TRAITE
000900* EST OUVRE, D'APRES LE CALENDRIER DES JOURS NON OUVRES (SOUS-
001000* PROGRAMME JOURS-OUVRES, LIGNES "***" DU FICHIER CALENDR) :
001100*
001200*   - JOUR OUVRE     : CODE RETOUR 0, LE FLOT SE DEROULE EN
001300*                      ENTIER ;
001400*   - JOUR NON OUVRE : CODE RETOUR 4 (SAMEDI, DIMANCHE, FERIE OU
001500*                      FERMETURE DU SITE CENTRAL) - LE COND DE
001600*                      L'ETAPE DE CHARGEMENT LA FAIT SAUTER, LES
001700*                      SITES N'AYANT RIEN ENVOYE ; SAUVEGARDE,
001800*                      RECALCUL DE L'AGE, EDITIONS ET EQUILIBRAGE
001900*                      TOURNENT COMME LES AUTRES NUITS.
002000*
002100* LE VERDICT EST DEPOSE AU FICHIER DE CONTROLE CTRLBAL (COMPTEUR
002200* "JOUR NON OUVRE" A 1 OU A 0) POUR QUE BALANCE-NUIT NE PRENNE
002300* PAS LE CHARGEMENT SAUTE POUR UNE ETAPE EN ECHEC.
002400*
002500* CARTE SYSIN : DATE A EXAMINER (AAAAMMJJ), A BLANC POUR LE JOUR
002600* MEME - UTILE A LA REPRISE D'UNE NUIT APRES MINUIT. CALENDRIER
002700* ABSENT : SEULS LE SAMEDI ET LE DIMANCHE SONT CHOMES, AVEC UN
002800* MESSAGE.
002900*
003000* HISTORIQUE DES MODIFICATIONS
003100* DATE       AUTEUR  DESCRIPTION
003200* ---------- ------- ---------------------------------------------
003300* 2026-10-15 SI      CREATION - SAUT DU CHARGEMENT DE NUIT LES
003400*                    JOURS FERIES ET DE FERMETURE.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.    IBM-370.
003900 OBJECT-COMPUTER.    IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CONTROLE-NUIT ASSIGN TO "CTRLBAL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CB-STATUT.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CONTROLE-NUIT
004800     LABEL RECORDS ARE STANDARD.
004900 01  ENR-CONTROLE-NUIT.
005000     COPY RCCTRL.
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------
005300* ZONES DE TRAVAIL
005400*----------------------------------------------------------------
005500 01  CB-STATUT                   PIC X(02).
005600     88 CB-OK                    VALUE "00".
005700 01  HORODATE-DEBUT              PIC X(14) VALUE SPACES.
005800 01  CARTE-DATE                  PIC X(08) VALUE SPACES.
005900 01  DATE-EXAMINEE               PIC 9(08) VALUE ZERO.
006000 01  JOUR-NON-OUVRE              PIC 9(01) VALUE ZERO.
006100 01  DEMANDE-JOURS-OUVRES.
006200     COPY RCOUVRD.
006300 PROCEDURE DIVISION.
006400*================================================================
006500* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
006600*================================================================
006700 0000-MAINLINE.
006800     PERFORM 1000-INITIALISATION
006900         THRU 1000-INITIALISATION-EXIT.
007000     PERFORM 2000-EXAMINER-JOUR
007100         THRU 2000-EXAMINER-JOUR-EXIT.
007200     PERFORM 7000-ECRIRE-CONTROLE-NUIT
007300         THRU 7000-ECRIRE-CONTROLE-NUIT-EXIT.
007400     STOP RUN.
007500*----------------------------------------------------------------
007600* 1000-INITIALISATION : DATE A EXAMINER (CARTE SYSIN OU JOUR
007700*                       MEME)
007800*----------------------------------------------------------------
007900 1000-INITIALISATION.
008000     MOVE FUNCTION CURRENT-DATE(1:14) TO HORODATE-DEBUT.
008100     ACCEPT CARTE-DATE.
008200     IF CARTE-DATE = SPACES
008300         MOVE HORODATE-DEBUT(1:8) TO DATE-EXAMINEE
008400         GO TO 1000-INITIALISATION-EXIT
008500     END-IF.
008600     IF CARTE-DATE NOT NUMERIC
008700         DISPLAY "CARTE DATE INVALIDE (AAAAMMJJ OU BLANC) : "
008800             CARTE-DATE
008900         MOVE 16 TO RETURN-CODE
009000         STOP RUN
009100     END-IF.
009200     MOVE CARTE-DATE TO DATE-EXAMINEE.
009300 1000-INITIALISATION-EXIT.
009400     EXIT.
009500*----------------------------------------------------------------
009600* 2000-EXAMINER-JOUR : VERDICT DU CALENDRIER POUR LE SITE
009700*                      CENTRAL ET CODE RETOUR DU FLOT
009800*----------------------------------------------------------------
009900 2000-EXAMINER-JOUR.
010000     MOVE "T"           TO JO-FONCTION.
010100     MOVE SPACES        TO JO-CODE-SITE.
010200     MOVE DATE-EXAMINEE TO JO-DATE.
010300     CALL "JOURS-OUVRES" USING DEMANDE-JOURS-OUVRES.
010400     IF NOT JO-OK
010500         DISPLAY "DATE A EXAMINER INVALIDE : " DATE-EXAMINEE
010600         MOVE 16 TO RETURN-CODE
010700         STOP RUN
010800     END-IF.
010900     DISPLAY "----------------------------------------".
011000     DISPLAY "CALENDRIER-NUIT - JOUR DU " DATE-EXAMINEE.
011100     DISPLAY "----------------------------------------".
011200     IF JO-CALENDRIER-ABSENT
011300         DISPLAY "CALENDRIER INDISPONIBLE - SEULS LE SAMEDI ET "
011400             "LE DIMANCHE SONT CHOMES"
011500     END-IF.
011600     IF JO-JOUR-OUVRE
011700         MOVE ZERO TO JOUR-NON-OUVRE
011800         DISPLAY "JOUR OUVRE - FLOT COMPLET"
011900     ELSE
012000         MOVE 1 TO JOUR-NON-OUVRE
012100         DISPLAY "JOUR NON OUVRE - " JO-LIBELLE
012200         DISPLAY "CHARGEMENT DES EXTRAITS DE SITE SAUTE - "
012300             "CODE RETOUR 4"
012400         MOVE 4 TO RETURN-CODE
012500     END-IF.
012600     DISPLAY "----------------------------------------".
012700 2000-EXAMINER-JOUR-EXIT.
012800     EXIT.
012900*----------------------------------------------------------------
013000* 7000-ECRIRE-CONTROLE-NUIT : DEPOT DU VERDICT AU FICHIER DE
013100*                             CONTROLE DE NUIT, A LA SUITE DES
013200*                             COMPTEURS DE VERIF-COMPTEUR
013300*----------------------------------------------------------------
013400 7000-ECRIRE-CONTROLE-NUIT.
013500     OPEN EXTEND CONTROLE-NUIT.
013600     IF CB-STATUT = "35"
013700         OPEN OUTPUT CONTROLE-NUIT
013800     END-IF.
013900     IF NOT CB-OK
014000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER CTRLBAL - "
014100             "CODE " CB-STATUT
014200         GO TO 7000-ECRIRE-CONTROLE-NUIT-EXIT
014300     END-IF.
014400     MOVE HORODATE-DEBUT TO CB-HEURE-DEBUT.
014500     MOVE FUNCTION CURRENT-DATE(1:14) TO CB-HEURE-FIN.
014600     MOVE "CALENDRIER-NUIT"    TO CB-PROGRAMME.
014700     MOVE "JOUR NON OUVRE"     TO CB-COMPTEUR.
014800     MOVE JOUR-NON-OUVRE       TO CB-VALEUR.
014900     WRITE ENR-CONTROLE-NUIT.
015000     CLOSE CONTROLE-NUIT.
015100 7000-ECRIRE-CONTROLE-NUIT-EXIT.
015200     EXIT.
