000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHARGE-CONTACTS.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CHARGE-CONTACTS CHARGE AU FICHIER DES CONTACTS (CONTACTS) LES
000900* COORDONNEES DES CITOYENS RECUEILLIES PAR LES SITES (DD
001000* CONTACIN, UN CITOYEN PAR LIGNE : IDENTIFIANT DU CITOYEN, CODE
001100* SITE, TELEPHONE, ADRESSE DE COURRIEL, CANAL PREFERE (P = POSTE,
001200* E = COURRIEL, S = SMS, A BLANC = POSTE), CODE DE L'OPERATEUR).
001300*
001400* LA LIGNE REMPLACE LES COORDONNEES CONNUES DU CITOYEN ; ELLE
001500* EST ENREGISTREE PAR LE GUICHET COMMUN CONTACT-CITOYEN, QUI EN
001600* FAIT LES CONTROLES. DES COORDONNEES IDENTIQUES A CELLES DU
001700* FICHIER SONT SEULEMENT COMPTEES, DE SORTE QU'UN EXTRAIT PEUT
001800* ETRE RECHARGE SANS DOMMAGE. UN CODE SITE A BLANC PREND LE SITE
001900* DU DOSSIER.
002000*
002100* SONT REJETEES (DD REJCONT, AVEC LE MOTIF) : LES LIGNES A
002200* IDENTIFIANT ILLISIBLE OU INCONNU DU FICHIER MAITRE, SANS CODE
002300* OPERATEUR, ET LES COORDONNEES REFUSEES PAR CONTACT-CITOYEN. LE
002400* CODE RETOUR EST 4 S'IL Y A DES REJETS.
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
002800* ---------- ------- ---------------------------------------------
002900* 2026-10-15 SI      CREATION - CHARGEMENT DES COORDONNEES DE
003000*                    CONTACT DEPUIS LES EXTRAITS DES SITES.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EXTRAIT-CONTACTS ASSIGN TO "CONTACIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CE-STATUT.
004100     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS MF-ID-CITOYEN
004500         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
004600         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
004700         FILE STATUS IS MF-STATUT.
004800     SELECT REJETS-CONTACTS ASSIGN TO "REJCONT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS RJ-STATUT.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  EXTRAIT-CONTACTS
005400     LABEL RECORDS ARE STANDARD.
005500 01  ENR-EXTRAIT.
005600     05 CE-ID-CITOYEN            PIC X(09).
005700     05 CE-ID-CITOYEN-9 REDEFINES CE-ID-CITOYEN
005800                                 PIC 9(09).
005900     05 CE-CODE-SITE             PIC X(03).
006000     05 CE-TELEPHONE             PIC X(15).
006100     05 CE-COURRIEL              PIC X(60).
006200     05 CE-CANAL-PREFERE         PIC X(01).
006300     05 CE-OPERATEUR             PIC X(08).
006400 FD  FICHIER-MAITRE
006500     LABEL RECORDS ARE STANDARD.
006600 01  ENR-MAITRE.
006700     COPY RCMAITRE.
006800 FD  REJETS-CONTACTS
006900     LABEL RECORDS ARE STANDARD.
007000 01  ENR-REJET.
007100     05 RJ-EXTRAIT               PIC X(96).
007200     05 RJ-MOTIF                 PIC X(40).
007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------
007500* ZONES DE TRAVAIL
007600*----------------------------------------------------------------
007700 01  CE-STATUT                   PIC X(02).
007800     88 CE-OK                    VALUE "00".
007900     88 CE-ABSENT                VALUE "35".
008000 01  MF-STATUT                   PIC X(02).
008100     88 MF-OK                    VALUE "00".
008200 01  RJ-STATUT                   PIC X(02).
008300     88 RJ-OK                    VALUE "00".
008400 01  FIN-EXTRAIT                 PIC X(01) VALUE "N".
008500     88 PLUS-DE-CONTACTS           VALUE "O".
008600 01  DOSSIER-TROUVE              PIC X(01) VALUE "N".
008700     88 DOSSIER-EST-TROUVE       VALUE "O".
008800 01  DEMANDE-CONTACT.
008900     COPY RCCONTD.
009000*----------------------------------------------------------------
009100* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
009200*----------------------------------------------------------------
009300 01  NB-LUES                     PIC 9(07) COMP VALUE ZERO.
009400 01  NB-ENREGISTRES              PIC 9(07) COMP VALUE ZERO.
009500 01  NB-INCHANGES                PIC 9(07) COMP VALUE ZERO.
009600 01  NB-REJETES                 PIC 9(07) COMP VALUE ZERO.
009700 PROCEDURE DIVISION.
009800*================================================================
009900* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
010000*================================================================
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALISATION
010300         THRU 1000-INITIALISATION-EXIT.
010400     PERFORM 2000-TRAITER-CONTACT
010500         THRU 2000-TRAITER-CONTACT-EXIT
010600         UNTIL PLUS-DE-CONTACTS.
010700     PERFORM 8000-RAPPORT-CONTROLE
010800         THRU 8000-RAPPORT-CONTROLE-EXIT.
010900     PERFORM 9999-TERMINER
011000         THRU 9999-TERMINER-EXIT.
011100     STOP RUN.
011200*----------------------------------------------------------------
011300* 1000-INITIALISATION : OUVERTURE DES FICHIERS ET PREMIERE LECTURE
011400*----------------------------------------------------------------
011500 1000-INITIALISATION.
011600     OPEN INPUT EXTRAIT-CONTACTS.
011700     IF CE-ABSENT
011800         DISPLAY "AUCUN EXTRAIT CONTACIN A CHARGER"
011900         MOVE "O" TO FIN-EXTRAIT
012000         GO TO 1000-INITIALISATION-EXIT
012100     END-IF.
012200     IF NOT CE-OK
012300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER CONTACIN - "
012400             "CODE " CE-STATUT
012500         MOVE 16 TO RETURN-CODE
012600         STOP RUN
012700     END-IF.
012800     OPEN INPUT FICHIER-MAITRE.
012900     IF NOT MF-OK
013000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
013100             "CODE " MF-STATUT
013200         MOVE 16 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     OPEN OUTPUT REJETS-CONTACTS.
013600     IF NOT RJ-OK
013700         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER REJCONT - "
013800             "CODE " RJ-STATUT
013900         MOVE 16 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200     PERFORM 3000-LIRE-EXTRAIT
014300         THRU 3000-LIRE-EXTRAIT-EXIT.
014400 1000-INITIALISATION-EXIT.
014500     EXIT.
014600*----------------------------------------------------------------
014700* 2000-TRAITER-CONTACT : CONTROLE DE LA LIGNE COURANTE, RECHERCHE
014800*                        DU DOSSIER, ENREGISTREMENT DES
014900*                        COORDONNEES PUIS LECTURE DE LA SUIVANTE
015000*----------------------------------------------------------------
015100 2000-TRAITER-CONTACT.
015200     ADD 1 TO NB-LUES.
015300     IF CE-ID-CITOYEN NOT NUMERIC
015400         MOVE "IDENTIFIANT DU CITOYEN ILLISIBLE" TO RJ-MOTIF
015500         PERFORM 5000-REJETER
015600             THRU 5000-REJETER-EXIT
015700         GO TO 2000-TRAITER-CONTACT-CONTINUER
015800     END-IF.
015900     IF CE-OPERATEUR = SPACES
016000         MOVE "CODE OPERATEUR ABSENT" TO RJ-MOTIF
016100         PERFORM 5000-REJETER
016200             THRU 5000-REJETER-EXIT
016300         GO TO 2000-TRAITER-CONTACT-CONTINUER
016400     END-IF.
016500     PERFORM 2100-LIRE-DOSSIER
016600         THRU 2100-LIRE-DOSSIER-EXIT.
016700     IF NOT DOSSIER-EST-TROUVE
016800         MOVE "DOSSIER INCONNU DU FICHIER MAITRE" TO RJ-MOTIF
016900         PERFORM 5000-REJETER
017000             THRU 5000-REJETER-EXIT
017100         GO TO 2000-TRAITER-CONTACT-CONTINUER
017200     END-IF.
017300     PERFORM 4000-ENREGISTRER-CONTACT
017400         THRU 4000-ENREGISTRER-CONTACT-EXIT.
017500 2000-TRAITER-CONTACT-CONTINUER.
017600     PERFORM 3000-LIRE-EXTRAIT
017700         THRU 3000-LIRE-EXTRAIT-EXIT.
017800 2000-TRAITER-CONTACT-EXIT.
017900     EXIT.
018000*----------------------------------------------------------------
018100* 2100-LIRE-DOSSIER : LECTURE DU DOSSIER MAITRE DU CITOYEN
018200*----------------------------------------------------------------
018300 2100-LIRE-DOSSIER.
018400     MOVE "O" TO DOSSIER-TROUVE.
018500     MOVE CE-ID-CITOYEN-9 TO MF-ID-CITOYEN.
018600     READ FICHIER-MAITRE
018700         KEY IS MF-ID-CITOYEN
018800         INVALID KEY
018900             MOVE "N" TO DOSSIER-TROUVE
019000     END-READ.
019100 2100-LIRE-DOSSIER-EXIT.
019200     EXIT.
019300*----------------------------------------------------------------
019400* 3000-LIRE-EXTRAIT : LECTURE DE LA LIGNE SUIVANTE DE L'EXTRAIT
019500*----------------------------------------------------------------
019600 3000-LIRE-EXTRAIT.
019700     READ EXTRAIT-CONTACTS
019800         AT END
019900             MOVE "O" TO FIN-EXTRAIT
020000     END-READ.
020100 3000-LIRE-EXTRAIT-EXIT.
020200     EXIT.
020300*----------------------------------------------------------------
020400* 4000-ENREGISTRER-CONTACT : ENREGISTREMENT DES COORDONNEES PAR
020500*                            LE GUICHET COMMUN CONTACT-CITOYEN -
020600*                            UN FICHIER DES CONTACTS INDISPONIBLE
020700*                            ARRETE LE CHARGEMENT
020800*----------------------------------------------------------------
020900 4000-ENREGISTRER-CONTACT.
021000     MOVE "M"                  TO KD-ACTION.
021100     MOVE MF-ID-CITOYEN        TO KD-ID-CITOYEN.
021200     MOVE CE-TELEPHONE         TO KD-TELEPHONE.
021300     MOVE CE-COURRIEL          TO KD-COURRIEL.
021400     MOVE CE-CANAL-PREFERE     TO KD-CANAL-PREFERE.
021500     MOVE CE-OPERATEUR         TO KD-OPERATEUR.
021600     IF CE-CODE-SITE = SPACES
021700         MOVE MF-CODE-SITE     TO KD-CODE-SITE
021800     ELSE
021900         MOVE CE-CODE-SITE     TO KD-CODE-SITE
022000     END-IF.
022100     MOVE "CHARGE-CONTACTS"    TO KD-PROGRAMME.
022200     CALL "CONTACT-CITOYEN" USING DEMANDE-CONTACT.
022300     EVALUATE TRUE
022400         WHEN KD-CONTACT-TRAITE
022500             ADD 1 TO NB-ENREGISTRES
022600         WHEN KD-SANS-OBJET
022700             ADD 1 TO NB-INCHANGES
022800         WHEN KD-CONTACT-REFUSE
022900             MOVE KD-MOTIF TO RJ-MOTIF
023000             PERFORM 5000-REJETER
023100                 THRU 5000-REJETER-EXIT
023200         WHEN OTHER
023300             DISPLAY "FICHIER CONTACTS INDISPONIBLE - CHARGEMENT "
023400                 "INTERROMPU"
023500             PERFORM 8000-RAPPORT-CONTROLE
023600                 THRU 8000-RAPPORT-CONTROLE-EXIT
023700             PERFORM 9999-TERMINER
023800                 THRU 9999-TERMINER-EXIT
023900             MOVE 16 TO RETURN-CODE
024000             STOP RUN
024100     END-EVALUATE.
024200 4000-ENREGISTRER-CONTACT-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------
024500* 5000-REJETER : LA LIGNE COURANTE PART AUX REJETS AVEC LE MOTIF
024600*                PREPARE EN RJ-MOTIF
024700*----------------------------------------------------------------
024800 5000-REJETER.
024900     MOVE ENR-EXTRAIT TO RJ-EXTRAIT.
025000     WRITE ENR-REJET.
025100     ADD 1 TO NB-REJETES.
025200 5000-REJETER-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500* 8000-RAPPORT-CONTROLE : TOTAUX DU CHARGEMENT ET CODE RETOUR
025600*----------------------------------------------------------------
025700 8000-RAPPORT-CONTROLE.
025800     DISPLAY "----------------------------------------".
025900     DISPLAY "CHARGE-CONTACTS - TOTAUX DE CONTROLE".
026000     DISPLAY "----------------------------------------".
026100     DISPLAY "LIGNES LUES              : " NB-LUES.
026200     DISPLAY "CONTACTS ENREGISTRES     : " NB-ENREGISTRES.
026300     DISPLAY "CONTACTS INCHANGES       : " NB-INCHANGES.
026400     DISPLAY "LIGNES REJETEES          : " NB-REJETES.
026500     DISPLAY "----------------------------------------".
026600     IF NB-REJETES > ZERO
026700         MOVE 4 TO RETURN-CODE
026800     END-IF.
026900 8000-RAPPORT-CONTROLE-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200* 9999-TERMINER : FERMETURE DES FICHIERS
027300*----------------------------------------------------------------
027400 9999-TERMINER.
027500     IF NOT CE-ABSENT
027600         CLOSE EXTRAIT-CONTACTS
027700         CLOSE FICHIER-MAITRE
027800         CLOSE REJETS-CONTACTS
027900     END-IF.
028000 9999-TERMINER-EXIT.
028100     EXIT.
