000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CONTACT-CITOYEN.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CONTACT-CITOYEN EST LE GUICHET UNIQUE DU FICHIER DES CONTACTS
000900* (CONTACTS, COPY RCCONTACT) : LE GUICHET (MAJ-DOSSIER) ET LE
001000* CHARGEMENT DES EXTRAITS DE SITE (CHARGE-CONTACTS) LUI PASSENT
001100* LES COORDONNEES DU CITOYEN (VOIR RCCONTD), QU'IL CONTROLE ET
001200* ENREGISTRE ; LE DEPOUILLEMENT DES REBONDS DE LA PASSERELLE DE
001300* MESSAGERIE (TRAIT-REBONDS) LUI DEMANDE LE REPLI SUR LA POSTE ;
001400* EN EFFACEMENT (ANONYMISE-DOSSIERS) IL RETIRE L'ENTREE.
001500*
001600* LE FICHIER EST OUVERT ET REFERME A CHAQUE APPEL (CREE S'IL
001700* N'EXISTE PAS ENCORE), COMME L'HISTORIQUE DES ADRESSES PAR
001800* HISTO-ADRESSE. UN FICHIER INDISPONIBLE EST SIGNALE MAIS
001900* N'EMPECHE PAS LA MISE A JOUR DU DOSSIER.
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002300* ---------- ------- ---------------------------------------------
002400* 2026-10-15 SI      CREATION - CANAUX DE CONTACT, SUR LE MODELE
002500*                    DE HISTO-ADRESSE.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT FICHIER-CONTACTS ASSIGN TO "CONTACTS"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CT-ID-CITOYEN
003700         FILE STATUS IS CT-STATUT.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  FICHIER-CONTACTS
004100     LABEL RECORDS ARE STANDARD.
004200 01  ENR-CONTACT.
004300     COPY RCCONTACT.
004400 WORKING-STORAGE SECTION.
004500*----------------------------------------------------------------
004600* ZONES DE TRAVAIL
004700*----------------------------------------------------------------
004800 01  CT-STATUT                   PIC X(02).
004900     88 CT-OK                    VALUE "00".
005000     88 CT-ABSENT                VALUE "35".
005100 01  CONTACT-CONNU               PIC X(01) VALUE "N".
005200     88 CONTACT-EST-CONNU        VALUE "O".
005300 01  DATE-DU-JOUR                PIC 9(08).
005400 01  NB-AROBASES                 PIC 9(02) COMP VALUE ZERO.
005500 01  NB-CHIFFRES                 PIC 9(02) COMP VALUE ZERO.
005600 01  NB-AUTRES                   PIC 9(02) COMP VALUE ZERO.
005700 01  LG-COURRIEL                 PIC 9(02) COMP VALUE ZERO.
005800 01  NB-BLANCS-INTERIEURS        PIC 9(02) COMP VALUE ZERO.
005900 01  TELEPHONE-TRAVAIL           PIC X(15).
006000 LINKAGE SECTION.
006100 01  DEMANDE-CONTACT.
006200     COPY RCCONTD.
006300 PROCEDURE DIVISION USING DEMANDE-CONTACT.
006400*================================================================
006500* 0000-MAINLINE : CONTROLE DES COORDONNEES (EN MISE A JOUR),
006600*                 OUVERTURE DU FICHIER, LECTURE DE L'ENTREE DU
006700*                 CITOYEN PUIS TRAITEMENT DE L'ACTION
006800*================================================================
006900 0000-MAINLINE.
007000     MOVE "1"    TO KD-RESULTAT.
007100     MOVE SPACES TO KD-MOTIF.
007200     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
007300     IF KD-MISE-A-JOUR
007400         PERFORM 1000-CONTROLER-CONTACT
007500             THRU 1000-CONTROLER-CONTACT-EXIT
007600         IF KD-CONTACT-REFUSE
007700             GOBACK
007800         END-IF
007900     END-IF.
008000     OPEN I-O FICHIER-CONTACTS.
008100     IF CT-ABSENT
008200         OPEN OUTPUT FICHIER-CONTACTS
008300         CLOSE FICHIER-CONTACTS
008400         OPEN I-O FICHIER-CONTACTS
008500     END-IF.
008600     IF NOT CT-OK
008700         DISPLAY "CONTACT-CITOYEN : FICHIER DES CONTACTS "
008800             "INDISPONIBLE - CODE " CT-STATUT
008900         MOVE "9" TO KD-RESULTAT
009000         GOBACK
009100     END-IF.
009200     PERFORM 2000-LIRE-CONTACT
009300         THRU 2000-LIRE-CONTACT-EXIT.
009400     EVALUATE TRUE
009500         WHEN KD-MISE-A-JOUR
009600             PERFORM 3000-ENREGISTRER-CONTACT
009700                 THRU 3000-ENREGISTRER-CONTACT-EXIT
009800         WHEN KD-LECTURE
009900             PERFORM 4000-RENDRE-CONTACT
010000                 THRU 4000-RENDRE-CONTACT-EXIT
010100         WHEN KD-REPLI
010200             PERFORM 5000-REPLIER-SUR-POSTE
010300                 THRU 5000-REPLIER-SUR-POSTE-EXIT
010400         WHEN KD-EFFACEMENT
010500             PERFORM 6000-EFFACER-CONTACT
010600                 THRU 6000-EFFACER-CONTACT-EXIT
010700     END-EVALUATE.
010800     CLOSE FICHIER-CONTACTS.
010900     GOBACK.
011000*----------------------------------------------------------------
011100* 1000-CONTROLER-CONTACT : CANAL, COURRIEL ET TELEPHONE - LE
011200*                          CANAL CHOISI DOIT AVOIR SA COORDONNEE
011300*----------------------------------------------------------------
011400 1000-CONTROLER-CONTACT.
011500     IF KD-CANAL-PREFERE = SPACE
011600         MOVE "P" TO KD-CANAL-PREFERE
011700     END-IF.
011800     IF NOT KD-CANAL-VALIDE
011900         MOVE "2" TO KD-RESULTAT
012000         MOVE "CANAL PREFERE INCONNU (P, E OU S)" TO KD-MOTIF
012100         GO TO 1000-CONTROLER-CONTACT-EXIT
012200     END-IF.
012300     IF KD-COURRIEL NOT = SPACES
012400         PERFORM 1100-CONTROLER-COURRIEL
012500             THRU 1100-CONTROLER-COURRIEL-EXIT
012600         IF KD-CONTACT-REFUSE
012700             GO TO 1000-CONTROLER-CONTACT-EXIT
012800         END-IF
012900     END-IF.
013000     IF KD-TELEPHONE NOT = SPACES
013100         PERFORM 1200-CONTROLER-TELEPHONE
013200             THRU 1200-CONTROLER-TELEPHONE-EXIT
013300         IF KD-CONTACT-REFUSE
013400             GO TO 1000-CONTROLER-CONTACT-EXIT
013500         END-IF
013600     END-IF.
013700     IF KD-CANAL-PREFERE = "E" AND KD-COURRIEL = SPACES
013800         MOVE "2" TO KD-RESULTAT
013900         MOVE "CANAL COURRIEL SANS ADRESSE DE COURRIEL"
014000             TO KD-MOTIF
014100         GO TO 1000-CONTROLER-CONTACT-EXIT
014200     END-IF.
014300     IF KD-CANAL-PREFERE = "S" AND KD-TELEPHONE = SPACES
014400         MOVE "2" TO KD-RESULTAT
014500         MOVE "CANAL SMS SANS NUMERO DE TELEPHONE" TO KD-MOTIF
014600     END-IF.
014700 1000-CONTROLER-CONTACT-EXIT.
014800     EXIT.
014900*----------------------------------------------------------------
015000* 1100-CONTROLER-COURRIEL : UN SEUL "@", NI EN TETE NI EN FIN, ET
015100*                           AUCUN BLANC AVANT LA FIN DE L'ADRESSE
015200*----------------------------------------------------------------
015300 1100-CONTROLER-COURRIEL.
015400     MOVE ZERO TO NB-AROBASES LG-COURRIEL NB-BLANCS-INTERIEURS.
015500     INSPECT KD-COURRIEL TALLYING NB-AROBASES FOR ALL "@".
015600     INSPECT KD-COURRIEL TALLYING LG-COURRIEL
015700         FOR CHARACTERS BEFORE INITIAL "  ".
015800     INSPECT KD-COURRIEL(1:LG-COURRIEL)
015900         TALLYING NB-BLANCS-INTERIEURS FOR ALL " ".
016000     IF NB-AROBASES NOT = 1
016100             OR KD-COURRIEL(1:1) = "@" OR KD-COURRIEL(1:1) = " "
016200             OR KD-COURRIEL(LG-COURRIEL:1) = "@"
016300             OR NB-BLANCS-INTERIEURS > ZERO
016400         MOVE "2" TO KD-RESULTAT
016500         MOVE "ADRESSE DE COURRIEL MAL FORMEE" TO KD-MOTIF
016600     END-IF.
016700 1100-CONTROLER-COURRIEL-EXIT.
016800     EXIT.
016900*----------------------------------------------------------------
017000* 1200-CONTROLER-TELEPHONE : AU MOINS 8 CHIFFRES, ET RIEN D'AUTRE
017100*                            QUE DES CHIFFRES, "+" ET DES BLANCS
017200*----------------------------------------------------------------
017300 1200-CONTROLER-TELEPHONE.
017400     MOVE ZERO TO NB-CHIFFRES NB-AUTRES.
017500     MOVE KD-TELEPHONE TO TELEPHONE-TRAVAIL.
017600     INSPECT TELEPHONE-TRAVAIL TALLYING NB-CHIFFRES
017700         FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
017800             ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
017900     INSPECT TELEPHONE-TRAVAIL REPLACING
018000         ALL "0" BY " " ALL "1" BY " " ALL "2" BY " "
018100         ALL "3" BY " " ALL "4" BY " " ALL "5" BY " "
018200         ALL "6" BY " " ALL "7" BY " " ALL "8" BY " "
018300         ALL "9" BY " " ALL "+" BY " ".
018400     IF NB-CHIFFRES < 8 OR TELEPHONE-TRAVAIL NOT = SPACES
018500         MOVE "2" TO KD-RESULTAT
018600         MOVE "NUMERO DE TELEPHONE MAL FORME" TO KD-MOTIF
018700     END-IF.
018800 1200-CONTROLER-TELEPHONE-EXIT.
018900     EXIT.
019000*----------------------------------------------------------------
019100* 2000-LIRE-CONTACT : LECTURE DE L'ENTREE DU CITOYEN
019200*----------------------------------------------------------------
019300 2000-LIRE-CONTACT.
019400     MOVE "O" TO CONTACT-CONNU.
019500     MOVE KD-ID-CITOYEN TO CT-ID-CITOYEN.
019600     READ FICHIER-CONTACTS
019700         INVALID KEY
019800             MOVE "N" TO CONTACT-CONNU
019900     END-READ.
020000 2000-LIRE-CONTACT-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300* 3000-ENREGISTRER-CONTACT : CREATION OU REMPLACEMENT DE L'ENTREE
020400*                            - DES COORDONNEES INCHANGEES NE
020500*                            CHANGENT RIEN ; SINON LE REPLI EST
020600*                            EFFACE
020700*----------------------------------------------------------------
020800 3000-ENREGISTRER-CONTACT.
020900     IF CONTACT-EST-CONNU
021000             AND CT-TELEPHONE = KD-TELEPHONE
021100             AND CT-COURRIEL = KD-COURRIEL
021200             AND CT-CANAL-PREFERE = KD-CANAL-PREFERE
021300         MOVE "COORDONNEES DEJA A JOUR" TO KD-MOTIF
021400         GO TO 3000-ENREGISTRER-CONTACT-EXIT
021500     END-IF.
021600     MOVE KD-ID-CITOYEN    TO CT-ID-CITOYEN.
021700     MOVE KD-TELEPHONE     TO CT-TELEPHONE.
021800     MOVE KD-COURRIEL      TO CT-COURRIEL.
021900     MOVE KD-CANAL-PREFERE TO CT-CANAL-PREFERE.
022000     MOVE SPACES           TO CT-REPLI.
022100     MOVE ZERO             TO CT-DATE-REPLI.
022200     MOVE KD-OPERATEUR     TO CT-OPERATEUR.
022300     MOVE KD-CODE-SITE     TO CT-CODE-SITE.
022400     MOVE KD-PROGRAMME     TO CT-PROGRAMME.
022500     MOVE DATE-DU-JOUR     TO CT-DATE-MAJ.
022600     IF CONTACT-EST-CONNU
022700         REWRITE ENR-CONTACT
022800             INVALID KEY
022900                 MOVE "9" TO KD-RESULTAT
023000             NOT INVALID KEY
023100                 MOVE "0" TO KD-RESULTAT
023200         END-REWRITE
023300     ELSE
023400         WRITE ENR-CONTACT
023500             INVALID KEY
023600                 MOVE "9" TO KD-RESULTAT
023700             NOT INVALID KEY
023800                 MOVE "0" TO KD-RESULTAT
023900         END-WRITE
024000     END-IF.
024100 3000-ENREGISTRER-CONTACT-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------
024400* 4000-RENDRE-CONTACT : COORDONNEES DU CITOYEN A L'APPELANT (A
024500*                       BLANC, CANAL P, S'IL N'EN A PAS)
024600*----------------------------------------------------------------
024700 4000-RENDRE-CONTACT.
024800     IF NOT CONTACT-EST-CONNU
024900         MOVE SPACES TO KD-CONTACT KD-CANAL-REBOND
025000         MOVE SPACES TO KD-MOTIF-REBOND
025100         MOVE "P"    TO KD-CANAL-PREFERE
025200         GO TO 4000-RENDRE-CONTACT-EXIT
025300     END-IF.
025400     MOVE CT-TELEPHONE         TO KD-TELEPHONE.
025500     MOVE CT-COURRIEL          TO KD-COURRIEL.
025600     MOVE CT-CANAL-PREFERE     TO KD-CANAL-PREFERE.
025700     IF CT-CANAL-POSTE
025800         MOVE "P" TO KD-CANAL-PREFERE
025900     END-IF.
026000     MOVE CT-CANAL-AVANT-REPLI TO KD-CANAL-REBOND.
026100     MOVE CT-MOTIF-REPLI       TO KD-MOTIF-REBOND.
026200     MOVE "0" TO KD-RESULTAT.
026300 4000-RENDRE-CONTACT-EXIT.
026400     EXIT.
026500*----------------------------------------------------------------
026600* 5000-REPLIER-SUR-POSTE : REPLI SUR LA POSTE APRES UN REBOND -
026700*                          SANS OBJET SI LE CITOYEN A CHANGE DE
026800*                          CANAL OU DE DESTINATION DEPUIS L'ENVOI
026900*----------------------------------------------------------------
027000 5000-REPLIER-SUR-POSTE.
027100     IF NOT CONTACT-EST-CONNU
027200         MOVE "AUCUN CONTACT POUR CE CITOYEN" TO KD-MOTIF
027300         GO TO 5000-REPLIER-SUR-POSTE-EXIT
027400     END-IF.
027500     IF CT-CANAL-PREFERE NOT = KD-CANAL-REBOND
027600         MOVE "CANAL PREFERE CHANGE DEPUIS L'ENVOI" TO KD-MOTIF
027700         GO TO 5000-REPLIER-SUR-POSTE-EXIT
027800     END-IF.
027900     IF (CT-CANAL-COURRIEL AND CT-COURRIEL NOT = KD-COURRIEL)
028000             OR (CT-CANAL-SMS AND CT-TELEPHONE NOT = KD-TELEPHONE)
028100         MOVE "DESTINATION CHANGEE DEPUIS L'ENVOI" TO KD-MOTIF
028200         GO TO 5000-REPLIER-SUR-POSTE-EXIT
028300     END-IF.
028400     MOVE CT-CANAL-PREFERE TO CT-CANAL-AVANT-REPLI.
028500     MOVE DATE-DU-JOUR     TO CT-DATE-REPLI.
028600     MOVE KD-MOTIF-REBOND  TO CT-MOTIF-REPLI.
028700     MOVE "P"              TO CT-CANAL-PREFERE.
028800     MOVE KD-OPERATEUR     TO CT-OPERATEUR.
028900     MOVE KD-PROGRAMME     TO CT-PROGRAMME.
029000     MOVE DATE-DU-JOUR     TO CT-DATE-MAJ.
029100     REWRITE ENR-CONTACT
029200         INVALID KEY
029300             MOVE "9" TO KD-RESULTAT
029400         NOT INVALID KEY
029500             MOVE "0" TO KD-RESULTAT
029600     END-REWRITE.
029700 5000-REPLIER-SUR-POSTE-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------
030000* 6000-EFFACER-CONTACT : RETRAIT DE L'ENTREE DU CITOYEN
030100*----------------------------------------------------------------
030200 6000-EFFACER-CONTACT.
030300     IF NOT CONTACT-EST-CONNU
030400         GO TO 6000-EFFACER-CONTACT-EXIT
030500     END-IF.
030600     DELETE FICHIER-CONTACTS
030700         INVALID KEY
030800             MOVE "9" TO KD-RESULTAT
030900         NOT INVALID KEY
031000             MOVE "0" TO KD-RESULTAT
031100     END-DELETE.
031200 6000-EFFACER-CONTACT-EXIT.
031300     EXIT.
