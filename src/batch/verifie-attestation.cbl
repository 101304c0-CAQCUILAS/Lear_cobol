000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VERIFIE-ATTESTATION.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* VERIFIE-ATTESTATION REPOND AU GUICHET A UN TIERS (BANQUE,
000900* BAILLEUR, MAIRIE) QUI PRESENTE UNE ATTESTATION D'INSCRIPTION OU
001000* UN CERTIFICAT DE RESIDENCE : LE CLERC SAISIT LE NUMERO ET LE
001100* CODE DE VERIFICATION IMPRIMES ET OBTIENT L'UN DES TROIS
001200* VERDICTS, AVEC LA DATE D'EMISSION - SANS QUE LE DOSSIER SOIT
001300* AFFICHE :
001400*   AUTHENTIQUE     - LE NUMERO EST AU REGISTRE DES ATTESTATIONS
001500*                     (ATTESTLG) ET LE CODE RECALCULE (CODE-VERIF,
001600*                     COPY RCVERIF) EST CELUI SAISI ;
001700*   NON AUTHENTIQUE - NUMERO INCONNU OU CODE DIFFERENT (LES DEUX
001800*                     CAS NE SONT PAS DISTINGUES A L'ECRAN) ;
001900*   REVOQUEE        - ATTESTATION AUTHENTIQUE MAIS LE DOSSIER
002000*                     N'EST PLUS ACTIF : DECES, RADIATION, FUSION
002100*                     DANS UN AUTRE DOSSIER, TRANSFERT VERS UNE
002200*                     AUTRE PREFECTURE, OU DOSSIER DISPARU DU
002300*                     FICHIER MAITRE.
002400* LA REVOCATION N'EST ECRITE NULLE PART : ELLE SE DEDUIT A CHAQUE
002500* VERIFICATION DE L'ETAT DU DOSSIER DANS LE FICHIER MAITRE, ET
002600* VAUT DONC DES QUE LE DOSSIER CHANGE D'ETAT.
002700*
002800* CHAQUE VERIFICATION EST TRACEE AU JOURNAL DES ACCES
002900* (TRACE-ACCES, COPY RCACCES) AU NOM DU DOSSIER DE L'ATTESTATION,
003000* OU SOUS L'IDENTIFIANT ZERO QUAND LE NUMERO EST INCONNU.
003100*
003200* HISTORIQUE DES MODIFICATIONS
003300* DATE       AUTEUR  DESCRIPTION
003400* ---------- ------- ---------------------------------------------
003500* 2026-10-15 SI      CREATION - VERIFICATION AU GUICHET DES
003600*                    ATTESTATIONS SUR NUMERO ET CODE, AVEC
003700*                    REVOCATION SUIVANT L'ETAT DU DOSSIER.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.    IBM-370.
004200 OBJECT-COMPUTER.    IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS MF-ID-CITOYEN
004900         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005000         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005100         FILE STATUS IS MF-STATUT.
005200     SELECT REGISTRE-ATTEST ASSIGN TO "ATTESTLG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS RG-STATUT.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FICHIER-MAITRE
005800     LABEL RECORDS ARE STANDARD.
005900 01  ENR-MAITRE.
006000     COPY RCMAITRE.
006100 FD  REGISTRE-ATTEST
006200     LABEL RECORDS ARE STANDARD.
006300 01  ENR-REGISTRE-ATTEST.
006400     05 RG-NUMERO                PIC 9(07).
006500     05 RG-DATE-HEURE            PIC X(14).
006600     05 RG-ID-CITOYEN            PIC 9(09).
006700     05 RG-OPERATEUR             PIC X(08).
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000* ZONES DE TRAVAIL
007100*----------------------------------------------------------------
007200 01  MF-STATUT                   PIC X(02).
007300     88 MF-OK                    VALUE "00".
007400 01  RG-STATUT                   PIC X(02).
007500     88 RG-OK                    VALUE "00".
007600     88 RG-ABSENT                VALUE "35".
007700 01  FIN-REGISTRE                PIC X(01) VALUE "N".
007800     88 PLUS-D-ATTESTATIONS      VALUE "O".
007900 01  ATTESTATION-TROUVEE         PIC X(01) VALUE "N".
008000     88 ATTESTATION-EST-TROUVEE  VALUE "O".
008100 01  VERDICT                     PIC X(01) VALUE "N".
008200     88 VERDICT-AUTHENTIQUE      VALUE "A".
008300     88 VERDICT-NON-AUTHENTIQUE  VALUE "N".
008400     88 VERDICT-REVOQUEE         VALUE "R".
008500 01  MOTIF-REVOCATION            PIC X(30) VALUE SPACES.
008600 01  DATE-REVOCATION             PIC 9(08) VALUE ZERO.
008700 01  NO-SAISI                    PIC X(07).
008800 01  NO-SAISI-NUM                PIC 9(07) VALUE ZERO.
008900 01  ZONE-CHIFFRES               PIC X(07).
009000 01  LG-CHIFFRES                 PIC 9(02) COMP VALUE ZERO.
009100 01  CODE-SAISI                  PIC X(12).
009200 01  CODE-SAISI-DETAIL REDEFINES CODE-SAISI.
009300     05 CARACTERE-SAISI          PIC X(01) OCCURS 12 TIMES
009400                                 INDEXED BY IDX-SAISI.
009500 01  CODE-NORMALISE              PIC X(08) VALUE SPACES.
009600 01  CODE-NORMALISE-DETAIL REDEFINES CODE-NORMALISE.
009700     05 CARACTERE-NORMALISE      PIC X(01) OCCURS 8 TIMES
009800                                 INDEXED BY IDX-NORMALISE.
009900 01  NB-CARACTERES               PIC 9(02) COMP VALUE ZERO.
010000 01  ATTESTATION-LUE.
010100     05 AT-NUMERO                PIC 9(07) VALUE ZERO.
010200     05 AT-DATE-EMISSION         PIC 9(08) VALUE ZERO.
010300     05 AT-ID-CITOYEN            PIC 9(09) VALUE ZERO.
010400 01  DEMANDE-CODE-VERIF.
010500     COPY RCVERIF.
010600 01  DEMANDE-TRACE-ACCES.
010700     COPY RCACCES.
010800     COPY RCOPER.
010900     COPY RCSIGNON.
011000 PROCEDURE DIVISION.
011100*================================================================
011200* 0000-MAINLINE : SIGNEMENT, SAISIE DU NUMERO ET DU CODE,
011300*                 RECHERCHE AU REGISTRE, CONTROLE DU CODE ET DE
011400*                 L'ETAT DU DOSSIER, TRACE PUIS VERDICT
011500*================================================================
011600 0000-MAINLINE.
011700     MOVE "C" TO SGN-NIVEAU-REQUIS.
011800     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
011900     IF NOT SGN-ACCEPTE
012000         MOVE 16 TO RETURN-CODE
012100         GOBACK
012200     END-IF.
012300     PERFORM 1000-SAISIR-DEMANDE
012400         THRU 1000-SAISIR-DEMANDE-EXIT.
012500     PERFORM 2000-CHERCHER-ATTESTATION
012600         THRU 2000-CHERCHER-ATTESTATION-EXIT.
012700     IF NOT RG-OK AND NOT RG-ABSENT
012800         GOBACK
012900     END-IF.
013000     IF ATTESTATION-EST-TROUVEE
013100         PERFORM 3000-CONTROLER-CODE
013200             THRU 3000-CONTROLER-CODE-EXIT
013300     END-IF.
013400     IF VERDICT-AUTHENTIQUE
013500         PERFORM 4000-CONTROLER-DOSSIER
013600             THRU 4000-CONTROLER-DOSSIER-EXIT
013700         IF NOT MF-OK
013800             GOBACK
013900         END-IF
014000     END-IF.
014100     MOVE OP-CODE-OPERATEUR     TO AL-OPERATEUR.
014200     MOVE AT-ID-CITOYEN         TO AL-ID-CITOYEN.
014300     MOVE "VERIFIE-ATTESTATION" TO AL-PROGRAMME.
014400     CALL "TRACE-ACCES" USING DEMANDE-TRACE-ACCES.
014500     PERFORM 5000-AFFICHER-VERDICT
014600         THRU 5000-AFFICHER-VERDICT-EXIT.
014700     GOBACK.
014800*----------------------------------------------------------------
014900* 1000-SAISIR-DEMANDE : NUMERO D'ATTESTATION (CADRE A DROITE) ET
015000*                       CODE DE VERIFICATION, SAISI AVEC OU SANS
015100*                       TIRET, EN MAJUSCULES OU MINUSCULES - UNE
015200*                       SAISIE MAL FORMEE LAISSE LE NUMERO A
015300*                       ZERO ET ABOUTIT A NON AUTHENTIQUE
015400*----------------------------------------------------------------
015500 1000-SAISIR-DEMANDE.
015600     DISPLAY "VERIFICATION D'UNE ATTESTATION".
015700     DISPLAY "NUMERO DE L'ATTESTATION : ".
015800     ACCEPT NO-SAISI.
015900     DISPLAY "CODE DE VERIFICATION : ".
016000     ACCEPT CODE-SAISI.
016100     INSPECT CODE-SAISI CONVERTING "abcdefghijklmnopqrstuvwxyz"
016200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016300     MOVE ZERO   TO NB-CARACTERES.
016400     MOVE SPACES TO CODE-NORMALISE.
016500     PERFORM 1100-RETENIR-CARACTERE
016600         THRU 1100-RETENIR-CARACTERE-EXIT
016700         VARYING IDX-SAISI FROM 1 BY 1
016800         UNTIL IDX-SAISI > 12.
016900     MOVE SPACES TO ZONE-CHIFFRES.
017000     MOVE ZERO   TO LG-CHIFFRES.
017100     MOVE ZERO   TO NO-SAISI-NUM.
017200     UNSTRING NO-SAISI DELIMITED BY ALL SPACE
017300         INTO ZONE-CHIFFRES COUNT IN LG-CHIFFRES.
017400     IF LG-CHIFFRES = ZERO
017500         GO TO 1000-SAISIR-DEMANDE-EXIT
017600     END-IF.
017700     MOVE ZONE-CHIFFRES(1:LG-CHIFFRES)
017800         TO NO-SAISI-NUM(8 - LG-CHIFFRES:LG-CHIFFRES).
017900     IF NO-SAISI-NUM NOT NUMERIC
018000         MOVE ZERO TO NO-SAISI-NUM
018100     END-IF.
018200 1000-SAISIR-DEMANDE-EXIT.
018300     EXIT.
018400*----------------------------------------------------------------
018500* 1100-RETENIR-CARACTERE : LES BLANCS ET LES TIRETS DU CODE SAISI
018600*                          SONT IGNORES ; AU-DELA DE HUIT
018700*                          CARACTERES UTILES LE CODE EST FAUX
018800*----------------------------------------------------------------
018900 1100-RETENIR-CARACTERE.
019000     IF CARACTERE-SAISI(IDX-SAISI) = SPACE
019100             OR CARACTERE-SAISI(IDX-SAISI) = "-"
019200         GO TO 1100-RETENIR-CARACTERE-EXIT
019300     END-IF.
019400     ADD 1 TO NB-CARACTERES.
019500     IF NB-CARACTERES > 8
019600         GO TO 1100-RETENIR-CARACTERE-EXIT
019700     END-IF.
019800     SET IDX-NORMALISE TO NB-CARACTERES.
019900     MOVE CARACTERE-SAISI(IDX-SAISI)
020000         TO CARACTERE-NORMALISE(IDX-NORMALISE).
020100 1100-RETENIR-CARACTERE-EXIT.
020200     EXIT.
020300*----------------------------------------------------------------
020400* 2000-CHERCHER-ATTESTATION : PARCOURS DU REGISTRE DES
020500*                             ATTESTATIONS JUSQU'AU NUMERO SAISI
020600*                             (UN REGISTRE ENCORE INEXISTANT NE
020700*                             CONTIENT AUCUNE ATTESTATION)
020800*----------------------------------------------------------------
020900 2000-CHERCHER-ATTESTATION.
021000     MOVE "N" TO ATTESTATION-TROUVEE.
021100     MOVE "N" TO VERDICT.
021200     MOVE ZERO TO AT-ID-CITOYEN.
021300     OPEN INPUT REGISTRE-ATTEST.
021400     IF RG-ABSENT
021500         GO TO 2000-CHERCHER-ATTESTATION-EXIT
021600     END-IF.
021700     IF NOT RG-OK
021800         DISPLAY "REGISTRE DES ATTESTATIONS INDISPONIBLE - CODE "
021900             RG-STATUT " - VERIFICATION IMPOSSIBLE"
022000         MOVE 16 TO RETURN-CODE
022100         GO TO 2000-CHERCHER-ATTESTATION-EXIT
022200     END-IF.
022300     IF NO-SAISI-NUM = ZERO
022400         CLOSE REGISTRE-ATTEST
022500         GO TO 2000-CHERCHER-ATTESTATION-EXIT
022600     END-IF.
022700     MOVE "N" TO FIN-REGISTRE.
022800     PERFORM 2100-LIRE-ATTESTATION
022900         THRU 2100-LIRE-ATTESTATION-EXIT
023000         UNTIL PLUS-D-ATTESTATIONS
023100             OR ATTESTATION-EST-TROUVEE.
023200     CLOSE REGISTRE-ATTEST.
023300 2000-CHERCHER-ATTESTATION-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600* 2100-LIRE-ATTESTATION : LECTURE D'UNE LIGNE DU REGISTRE - LA
023700*                         LIGNE DU NUMERO SAISI EST RETENUE
023800*----------------------------------------------------------------
023900 2100-LIRE-ATTESTATION.
024000     READ REGISTRE-ATTEST
024100         AT END
024200             MOVE "O" TO FIN-REGISTRE
024300             GO TO 2100-LIRE-ATTESTATION-EXIT
024400     END-READ.
024500     IF RG-NUMERO NOT NUMERIC
024600             OR RG-NUMERO NOT = NO-SAISI-NUM
024700         GO TO 2100-LIRE-ATTESTATION-EXIT
024800     END-IF.
024900     MOVE "O"                TO ATTESTATION-TROUVEE.
025000     MOVE RG-NUMERO          TO AT-NUMERO.
025100     MOVE RG-DATE-HEURE(1:8) TO AT-DATE-EMISSION.
025200     MOVE RG-ID-CITOYEN      TO AT-ID-CITOYEN.
025300 2100-LIRE-ATTESTATION-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------
025600* 3000-CONTROLER-CODE : RECALCUL DU CODE SUR LES DONNEES DU
025700*                       REGISTRE ET COMPARAISON AU CODE SAISI
025800*----------------------------------------------------------------
025900 3000-CONTROLER-CODE.
026000     IF NB-CARACTERES NOT = 8
026100         GO TO 3000-CONTROLER-CODE-EXIT
026200     END-IF.
026300     MOVE AT-NUMERO        TO CV-NO-ATTESTATION.
026400     MOVE AT-ID-CITOYEN    TO CV-ID-CITOYEN.
026500     MOVE AT-DATE-EMISSION TO CV-DATE-EMISSION.
026600     CALL "CODE-VERIF" USING DEMANDE-CODE-VERIF.
026700     IF CV-CODE = CODE-NORMALISE
026800         MOVE "A" TO VERDICT
026900     END-IF.
027000 3000-CONTROLER-CODE-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300* 4000-CONTROLER-DOSSIER : ETAT DU DOSSIER DE L'ATTESTATION - UN
027400*                          DOSSIER QUI N'EST PLUS ACTIF REVOQUE
027500*                          L'ATTESTATION, A LA DATE DE SON
027600*                          CHANGEMENT D'ETAT ; LE MOTIF DISTINGUE
027700*                          LA FUSION ET LE TRANSFERT DE LA
027800*                          RADIATION SIMPLE
027900*----------------------------------------------------------------
028000 4000-CONTROLER-DOSSIER.
028100     OPEN INPUT FICHIER-MAITRE.
028200     IF NOT MF-OK
028300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
028400             "CODE " MF-STATUT " - VERIFICATION IMPOSSIBLE"
028500         MOVE 16 TO RETURN-CODE
028600         GO TO 4000-CONTROLER-DOSSIER-EXIT
028700     END-IF.
028800     MOVE AT-ID-CITOYEN TO MF-ID-CITOYEN.
028900     READ FICHIER-MAITRE
029000         INVALID KEY
029100             MOVE "R" TO VERDICT
029200             MOVE "DOSSIER SUPPRIME DU REGISTRE"
029300                 TO MOTIF-REVOCATION
029400     END-READ.
029500     IF VERDICT-REVOQUEE
029600         CLOSE FICHIER-MAITRE
029700         MOVE "00" TO MF-STATUT
029800         GO TO 4000-CONTROLER-DOSSIER-EXIT
029900     END-IF.
030000     EVALUATE TRUE
030100         WHEN MF-DOSSIER-ACTIF
030200             CONTINUE
030300         WHEN MF-DOSSIER-DECEDE
030400             MOVE "R" TO VERDICT
030500             MOVE "DECES DU TITULAIRE" TO MOTIF-REVOCATION
030600         WHEN MF-MOTIF-STATUT(1:8) = "FUSIONNE"
030700             MOVE "R" TO VERDICT
030800             MOVE "DOSSIER FUSIONNE" TO MOTIF-REVOCATION
030900         WHEN MF-MOTIF-STATUT(1:9) = "TRANSFERT"
031000             MOVE "R" TO VERDICT
031100             MOVE "TRANSFERT VERS UNE AUTRE PREFECTURE"
031200                 TO MOTIF-REVOCATION
031300         WHEN OTHER
031400             MOVE "R" TO VERDICT
031500             MOVE "RADIATION DU REGISTRE" TO MOTIF-REVOCATION
031600     END-EVALUATE.
031700     IF VERDICT-REVOQUEE
031800         MOVE MF-DATE-STATUT TO DATE-REVOCATION
031900     END-IF.
032000     CLOSE FICHIER-MAITRE.
032100     MOVE "00" TO MF-STATUT.
032200 4000-CONTROLER-DOSSIER-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------
032500* 5000-AFFICHER-VERDICT : VERDICT ET DATE D'EMISSION SEULEMENT -
032600*                         RIEN DU DOSSIER N'EST AFFICHE
032700*----------------------------------------------------------------
032800 5000-AFFICHER-VERDICT.
032900     DISPLAY "----------------------------------------".
033000     EVALUATE TRUE
033100         WHEN VERDICT-AUTHENTIQUE
033200             DISPLAY "ATTESTATION " AT-NUMERO " : AUTHENTIQUE"
033300             DISPLAY "EMISE LE " AT-DATE-EMISSION
033400         WHEN VERDICT-REVOQUEE
033500             DISPLAY "ATTESTATION " AT-NUMERO " : REVOQUEE"
033600             DISPLAY "EMISE LE " AT-DATE-EMISSION
033700             IF DATE-REVOCATION = ZERO
033800                 DISPLAY "MOTIF : " MOTIF-REVOCATION
033900             ELSE
034000                 DISPLAY "MOTIF : " MOTIF-REVOCATION
034100                     " DEPUIS LE " DATE-REVOCATION
034200             END-IF
034300         WHEN OTHER
034400             DISPLAY "NON AUTHENTIQUE : AUCUNE ATTESTATION EMISE "
034500                 "NE PORTE CE NUMERO ET CE CODE"
034600     END-EVALUATE.
034700     DISPLAY "----------------------------------------".
034800 5000-AFFICHER-VERDICT-EXIT.
034900     EXIT.
