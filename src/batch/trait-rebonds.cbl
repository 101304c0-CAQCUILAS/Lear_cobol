000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRAIT-REBONDS.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* TRAIT-REBONDS DEPOUILLE LE FICHIER DES REBONDS RENDU PAR LA
000900* PASSERELLE DE MESSAGERIE DE LA PREFECTURE (DD REBONDS : CANAL
001000* DE L'ENVOI, DESTINATION - COURRIEL OU TELEPHONE -, IDENTIFIANT
001100* DU CITOYEN, DATE ET MOTIF DU REBOND) POUR LES MESSAGES DE
001200* L'EXTRAIT NOTIFMSG QUI N'ONT PU ETRE REMIS : COMME TRAIT-PND
001300* POUR LES PLIS POSTAUX, ON NE VEUT PAS RENVOYER A CHAQUE
001400* CAMPAGNE VERS UNE ADRESSE MORTE.
001500*
001600* CHAQUE REBOND EST PASSE AU GUICHET COMMUN CONTACT-CITOYEN, QUI
001700* REPLIE LE CITOYEN SUR LA POSTE (LE CANAL ABANDONNE ET LE MOTIF
001800* RESTENT AU FICHIER DES CONTACTS ET SONT MONTRES AU GUICHET).
001900* UN REBOND EST SANS OBJET SI LE CITOYEN A CHANGE DE CANAL OU DE
002000* DESTINATION DEPUIS L'ENVOI, OU S'IL EST DEJA REPLIE. LES LIGNES
002100* ILLISIBLES SONT COMPTEES ET AFFICHEES ; LE CODE RETOUR EST
002200* ALORS 4.
002300*
002400* HISTORIQUE DES MODIFICATIONS
002500* DATE       AUTEUR  DESCRIPTION
002600* ---------- ------- ---------------------------------------------
002700* 2026-10-15 SI      CREATION - REPLI SUR LA POSTE DES CITOYENS
002800*                    DONT LE COURRIEL OU LE SMS A REBONDI.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FICHIER-REBONDS ASSIGN TO "REBONDS"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS RB-STATUT.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  FICHIER-REBONDS
004200     LABEL RECORDS ARE STANDARD.
004300 01  ENR-REBOND.
004400     05 RB-CANAL                 PIC X(01).
004500         88 RB-CANAL-VALIDE      VALUE "E" "S".
004600         88 RB-PAR-COURRIEL      VALUE "E".
004700     05 RB-DESTINATION           PIC X(60).
004800     05 RB-ID-CITOYEN            PIC X(09).
004900     05 RB-ID-CITOYEN-9 REDEFINES RB-ID-CITOYEN
005000                                 PIC 9(09).
005100     05 RB-DATE-REBOND           PIC X(08).
005200     05 RB-MOTIF                 PIC X(30).
005300 WORKING-STORAGE SECTION.
005400*----------------------------------------------------------------
005500* ZONES DE TRAVAIL
005600*----------------------------------------------------------------
005700 01  RB-STATUT                   PIC X(02).
005800     88 RB-OK                    VALUE "00".
005900     88 RB-ABSENT                VALUE "35".
006000 01  FIN-REBONDS                 PIC X(01) VALUE "N".
006100     88 PLUS-DE-REBONDS          VALUE "O".
006200 01  DEMANDE-CONTACT.
006300     COPY RCCONTD.
006400*----------------------------------------------------------------
006500* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
006600*----------------------------------------------------------------
006700 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
006800 01  NB-REPLIES                  PIC 9(07) COMP VALUE ZERO.
006900 01  NB-SANS-OBJET               PIC 9(07) COMP VALUE ZERO.
007000 01  NB-ILLISIBLES               PIC 9(07) COMP VALUE ZERO.
007100 PROCEDURE DIVISION.
007200*================================================================
007300* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
007400*================================================================
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALISATION
007700         THRU 1000-INITIALISATION-EXIT.
007800     PERFORM 2000-TRAITER-REBOND
007900         THRU 2000-TRAITER-REBOND-EXIT
008000         UNTIL PLUS-DE-REBONDS.
008100     PERFORM 8000-RAPPORT-CONTROLE
008200         THRU 8000-RAPPORT-CONTROLE-EXIT.
008300     PERFORM 9999-TERMINER
008400         THRU 9999-TERMINER-EXIT.
008500     STOP RUN.
008600*----------------------------------------------------------------
008700* 1000-INITIALISATION : OUVERTURE DU FICHIER ET PREMIERE LECTURE
008800*                       - PAS DE FICHIER, RIEN A FAIRE
008900*----------------------------------------------------------------
009000 1000-INITIALISATION.
009100     OPEN INPUT FICHIER-REBONDS.
009200     IF RB-ABSENT
009300         DISPLAY "AUCUN FICHIER REBONDS A TRAITER"
009400         MOVE "O" TO FIN-REBONDS
009500         GO TO 1000-INITIALISATION-EXIT
009600     END-IF.
009700     IF NOT RB-OK
009800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REBONDS - "
009900             "CODE " RB-STATUT
010000         MOVE 16 TO RETURN-CODE
010100         STOP RUN
010200     END-IF.
010300     PERFORM 3000-LIRE-REBOND
010400         THRU 3000-LIRE-REBOND-EXIT.
010500 1000-INITIALISATION-EXIT.
010600     EXIT.
010700*----------------------------------------------------------------
010800* 2000-TRAITER-REBOND : CONTROLE DU REBOND COURANT, DEMANDE DE
010900*                       REPLI SUR LA POSTE PUIS LECTURE DU
011000*                       SUIVANT - UN FICHIER DES CONTACTS
011100*                       INDISPONIBLE ARRETE LE TRAITEMENT
011200*----------------------------------------------------------------
011300 2000-TRAITER-REBOND.
011400     ADD 1 TO NB-LUS.
011500     IF RB-ID-CITOYEN NOT NUMERIC OR NOT RB-CANAL-VALIDE
011600         ADD 1 TO NB-ILLISIBLES
011700         DISPLAY "REBOND ILLISIBLE : " ENR-REBOND
011800         GO TO 2000-TRAITER-REBOND-CONTINUER
011900     END-IF.
012000     MOVE "R"             TO KD-ACTION.
012100     MOVE RB-ID-CITOYEN-9 TO KD-ID-CITOYEN.
012200     MOVE SPACES          TO KD-CONTACT.
012300     IF RB-PAR-COURRIEL
012400         MOVE RB-DESTINATION TO KD-COURRIEL
012500     ELSE
012600         MOVE RB-DESTINATION TO KD-TELEPHONE
012700     END-IF.
012800     MOVE RB-CANAL        TO KD-CANAL-REBOND.
012900     MOVE RB-MOTIF        TO KD-MOTIF-REBOND.
013000     MOVE "BATCH"         TO KD-OPERATEUR.
013100     MOVE SPACES          TO KD-CODE-SITE.
013200     MOVE "TRAIT-REBONDS" TO KD-PROGRAMME.
013300     CALL "CONTACT-CITOYEN" USING DEMANDE-CONTACT.
013400     EVALUATE TRUE
013500         WHEN KD-CONTACT-TRAITE
013600             ADD 1 TO NB-REPLIES
013700         WHEN KD-SANS-OBJET
013800             ADD 1 TO NB-SANS-OBJET
013900         WHEN OTHER
014000             DISPLAY "FICHIER CONTACTS INDISPONIBLE - TRAITEMENT "
014100                 "INTERROMPU"
014200             PERFORM 8000-RAPPORT-CONTROLE
014300                 THRU 8000-RAPPORT-CONTROLE-EXIT
014400             PERFORM 9999-TERMINER
014500                 THRU 9999-TERMINER-EXIT
014600             MOVE 16 TO RETURN-CODE
014700             STOP RUN
014800     END-EVALUATE.
014900 2000-TRAITER-REBOND-CONTINUER.
015000     PERFORM 3000-LIRE-REBOND
015100         THRU 3000-LIRE-REBOND-EXIT.
015200 2000-TRAITER-REBOND-EXIT.
015300     EXIT.
015400*----------------------------------------------------------------
015500* 3000-LIRE-REBOND : LECTURE DU REBOND SUIVANT
015600*----------------------------------------------------------------
015700 3000-LIRE-REBOND.
015800     READ FICHIER-REBONDS
015900         AT END
016000             MOVE "O" TO FIN-REBONDS
016100     END-READ.
016200 3000-LIRE-REBOND-EXIT.
016300     EXIT.
016400*----------------------------------------------------------------
016500* 8000-RAPPORT-CONTROLE : TOTAUX DU DEPOUILLEMENT ET CODE RETOUR
016600*                         4 S'IL Y A DES LIGNES ILLISIBLES
016700*----------------------------------------------------------------
016800 8000-RAPPORT-CONTROLE.
016900     DISPLAY "----------------------------------------".
017000     DISPLAY "TRAIT-REBONDS - TOTAUX DE CONTROLE".
017100     DISPLAY "----------------------------------------".
017200     DISPLAY "REBONDS LUS              : " NB-LUS.
017300     DISPLAY "CITOYENS REPLIES POSTE   : " NB-REPLIES.
017400     DISPLAY "REBONDS SANS OBJET       : " NB-SANS-OBJET.
017500     DISPLAY "REBONDS ILLISIBLES       : " NB-ILLISIBLES.
017600     DISPLAY "----------------------------------------".
017700     IF NB-ILLISIBLES > ZERO
017800         MOVE 4 TO RETURN-CODE
017900     END-IF.
018000 8000-RAPPORT-CONTROLE-EXIT.
018100     EXIT.
018200*----------------------------------------------------------------
018300* 9999-TERMINER : FERMETURE DU FICHIER
018400*----------------------------------------------------------------
018500 9999-TERMINER.
018600     IF NOT RB-ABSENT
018700         CLOSE FICHIER-REBONDS
018800     END-IF.
018900 9999-TERMINER-EXIT.
019000     EXIT.
