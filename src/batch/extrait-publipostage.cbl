001700* LES DOSSIERS RETENUS PAR LES CRITERES MAIS SANS ADRESSE SONT
001800* COMPTES ET LISTES A PART (SANSADR) POUR QUE LES SITES PUISSENT
001900* COURIR APRES LES ADRESSES MANQUANTES.
001910*
001920* LA CONVOCATION SUIT LE CANAL PREFERE DU DESTINATAIRE (FICHIER
001930* DES CONTACTS, COPY RCCONTACT) : AU CANAL COURRIEL OU SMS, ELLE
001940* PART A L'EXTRAIT DE LA PASSERELLE DE MESSAGERIE DE LA
001950* PREFECTURE (NOTIFMSG, COPY RCNOTIF) ET NON AUX SORTIES PAPIER.
001960* DEUX CARTES SYSIN FACULTATIVES SUIVENT LES CRITERES : LE
001970* LIBELLE DU MESSAGE (A BLANC : "CONVOCATION DE LA PREFECTURE")
001980* ET LA DATE DE LA CONVOCATION EN AAAAMMJJ (A BLANC : DATE DU
001990* JOUR).
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002593*                    MAITRE PASSE EN ACCES DYNAMIQUE POUR
002594*                    PERMETTRE LA LECTURE DU RESPONSABLE PUIS LE
002595*                    REPOSITIONNEMENT SUR LE DOSSIER COURANT.
002596* 2026-10-15 SI      LE PAVE D'UN DESTINATAIRE A NOM D'USAGE PORTE
002597*                    LA DESIGNATION LEGALE (PRENOM, NOM D'USAGE,
002598*                    NEE NOM DE NAISSANCE - VOIR DESIGNE-NOM) ;
002599*                    LES LIGNES QUI DEPASSENT LA LARGEUR DE
002600*                    L'ETIQUETTE SONT COMPTEES A PART.
002601* 2026-10-15 SI      LA CONVOCATION D'UN DESTINATAIRE AU CANAL
002602*                    PREFERE COURRIEL OU SMS (FICHIER CONTACTS)
002603*                    PART A L'EXTRAIT DE LA PASSERELLE DE
002604*                    MESSAGERIE (NOTIFMSG) AU LIEU DES SORTIES
002605*                    PAPIER ; CARTES SYSIN FACULTATIVES DU LIBELLE
002606*                    DU MESSAGE ET DE LA DATE DE CONVOCATION.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS LN-ID-MINEUR
003845         FILE STATUS IS LN-STATUT.
003846     SELECT FICHIER-CONTACTS ASSIGN TO "CONTACTS"
003847         ORGANIZATION IS INDEXED
003848         ACCESS MODE IS DYNAMIC
003849         RECORD KEY IS CT-ID-CITOYEN
003850         FILE STATUS IS CT-STATUT.
003850     SELECT FICHIER-TRI ASSIGN TO "TRIWORK".
003900     SELECT FICHIER-ADRESSES ASSIGN TO "ADRESSES"
004000         ORGANIZATION IS LINE SEQUENTIAL
004500     SELECT SANS-ADRESSE ASSIGN TO "SANSADR"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS SA-STATUT.
004710     SELECT NOTIFICATIONS ASSIGN TO "NOTIFMSG"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS NT-STATUT.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FICHIER-MAITRE
005305     LABEL RECORDS ARE STANDARD.
005306 01  ENR-LIEN.
005307     COPY RCLIEN.
005308 FD  FICHIER-CONTACTS
005309     LABEL RECORDS ARE STANDARD.
005310 01  ENR-CONTACT.
005311     COPY RCCONTACT.
005310 SD  FICHIER-TRI.
005320 01  ENR-TRI.
005330     05 TRI-CODE-POSTAL          PIC X(05).
005360     05 TRI-PRENOM               PIC X(20).
005370     05 TRI-ID-CITOYEN           PIC 9(09).
005380     05 TRI-RUE                  PIC X(30).
005386     05 TRI-NOM-USAGE            PIC X(20).
005392     05 TRI-SEXE                 PIC X(01).
005400 FD  FICHIER-ADRESSES
005500     LABEL RECORDS ARE STANDARD.
005600 01  ENR-ADRESSE.
006400 FD  SANS-ADRESSE
006500     LABEL RECORDS ARE STANDARD.
006600 01  LIGNE-SANS-ADRESSE          PIC X(80).
006610 FD  NOTIFICATIONS
006620     LABEL RECORDS ARE STANDARD.
006630 01  ENR-NOTIFICATION.
006640     COPY RCNOTIF.
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------
006900* ZONES DE TRAVAIL
007830     88 LN-ABSENT                VALUE "35".
007840 01  LIENS-DISPONIBLES           PIC X(01) VALUE "N".
007850     88 LIENS-SONT-DISPONIBLES   VALUE "O".
007853 01  CT-STATUT                   PIC X(02).
007856     88 CT-OK                    VALUE "00".
007859     88 CT-ABSENT                VALUE "35".
007862 01  CONTACTS-DISPONIBLES        PIC X(01) VALUE "N".
007865     88 CONTACTS-SONT-DISPONIBLES
007868                                 VALUE "O".
007871 01  NT-STATUT                   PIC X(02).
007874     88 NT-OK                    VALUE "00".
007877 01  CANAL-ENVOI                 PIC X(01) VALUE "P".
007880     88 ENVOI-PAR-COURRIEL       VALUE "E".
007883     88 ENVOI-PAR-SMS            VALUE "S".
007886 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08).
007900 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
008000     88 PLUS-DE-CITOYENS         VALUE "O".
008010 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
008086         10 DEST-COMMUNE         PIC X(25).
008089     05 DEST-ADRESSE-INVALIDE    PIC X(01).
008091         88 DEST-EN-PND          VALUE "O".
008092     05 DEST-NOM-USAGE           PIC X(20).
008093     05 DEST-SEXE                PIC X(01).
008094     05 DEST-ID-CITOYEN          PIC 9(09).
008087 01  PARAMETRES-SITE.
008088     COPY RCPARVAL.
008100*----------------------------------------------------------------
009300     88 SEXE-TOUS                VALUE "*" SPACE.
009400 01  STATUT-CRITERE              PIC X(01) VALUE "A".
009500     88 STATUT-TOUS              VALUE "*".
009510 01  LIBELLE-MESSAGE             PIC X(40) VALUE SPACES.
009520 01  CARTE-DATE-CONVOCATION      PIC X(08) VALUE SPACES.
009530 01  CARTE-DATE-CONVOCATION-9 REDEFINES CARTE-DATE-CONVOCATION
009540                                 PIC 9(08).
009550 01  DATE-CONVOCATION            PIC 9(08) VALUE ZERO.
009600*----------------------------------------------------------------
009700* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
009800*----------------------------------------------------------------
010201 01  NB-ADRESSES-INVALIDES       PIC 9(07) COMP VALUE ZERO.
010203 01  NB-VERS-RESPONSABLE         PIC 9(07) COMP VALUE ZERO.
010206 01  NB-MINEURS-SANS-LIEN        PIC 9(07) COMP VALUE ZERO.
010207 01  NB-NOMS-USAGE               PIC 9(07) COMP VALUE ZERO.
010208 01  NB-NOMS-TRONQUES            PIC 9(07) COMP VALUE ZERO.
010209 01  NB-PAR-COURRIEL             PIC 9(07) COMP VALUE ZERO.
010210 01  NB-PAR-SMS                  PIC 9(07) COMP VALUE ZERO.
010209 01  DEMANDE-DESIGNATION.
010210     COPY RCDESIGN.
010210*----------------------------------------------------------------
010220* TABLE DES COMPTEURS PAR COMMUNE (QUESTION DE LA PREFECTURE) -
010230* LES DOSSIERS A COMMUNE BLANCHE SONT VENTILES SOUS "---"
015100     IF STATUT-CRITERE = SPACE
015200         MOVE "A" TO STATUT-CRITERE
015300     END-IF.
015308     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
015316     ACCEPT LIBELLE-MESSAGE.
015324     IF LIBELLE-MESSAGE = SPACES
015332         MOVE "CONVOCATION DE LA PREFECTURE" TO LIBELLE-MESSAGE
015340     END-IF.
015348     ACCEPT CARTE-DATE-CONVOCATION.
015356     IF CARTE-DATE-CONVOCATION NUMERIC
015364         MOVE CARTE-DATE-CONVOCATION-9 TO DATE-CONVOCATION
015372     ELSE
015380         MOVE DATE-DU-JOUR-AAAAMMJJ TO DATE-CONVOCATION
015388     END-IF.
015400     DISPLAY "CRITERES RETENUS - AGE " AGE-CRITERE-MIN " A "
015500         AGE-CRITERE-MAX " SEXE " SEXE-CRITERE
015600         " STATUT " STATUT-CRITERE.
018200         MOVE 16 TO RETURN-CODE
018300         STOP RUN
018400     END-IF.
018410     OPEN OUTPUT NOTIFICATIONS.
018420     IF NOT NT-OK
018430         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER NOTIFMSG - "
018440             "CODE " NT-STATUT
018450         MOVE 16 TO RETURN-CODE
018460         STOP RUN
018470     END-IF.
018500     MOVE "DOSSIERS RETENUS SANS ADRESSE" TO LIGNE-SANS-ADRESSE.
018600     WRITE LIGNE-SANS-ADRESSE.
018700     MOVE SPACES TO LIGNE-SANS-ADRESSE.
019307                 " - COURRIERS ADRESSES AUX DOSSIERS EUX-MEMES"
019308         END-IF
019309     END-IF.
019310     OPEN INPUT FICHIER-CONTACTS.
019311     IF CT-OK
019312         MOVE "O" TO CONTACTS-DISPONIBLES
019313     ELSE
019314         IF NOT CT-ABSENT
019315             DISPLAY "FICHIER CONTACTS ILLISIBLE - CODE "
019316                 CT-STATUT " - TOUS LES ENVOIS PAR COURRIER"
019317         END-IF
019318     END-IF.
019310     PERFORM 3000-LIRE-CITOYEN
019311         THRU 3000-LIRE-CITOYEN-EXIT.
019312     PERFORM 2050-SELECTIONNER-CITOYEN
019316     IF LIENS-SONT-DISPONIBLES
019317         CLOSE FICHIER-LIENS
019318     END-IF.
019319     IF CONTACTS-SONT-DISPONIBLES
019320         CLOSE FICHIER-CONTACTS
019321     END-IF.
019319 2000-SELECTIONNER-DOSSIERS-EXIT.
019320     EXIT.
019400*----------------------------------------------------------------
019600*                             COURANT PUIS LECTURE DU SUIVANT -
019700*                             UN DOSSIER RETENU SANS ADRESSE PART
019800*                             A LA LISTE DES ADRESSES MANQUANTES
019810*                             ; UN DESTINATAIRE AU CANAL COURRIEL
019820*                             OU SMS PART A L'EXTRAIT DE LA
019830*                             PASSERELLE DE MESSAGERIE
019900*----------------------------------------------------------------
019910 2050-SELECTIONNER-CITOYEN.
020000     ADD 1 TO NB-LUS.
022300     END-IF.
022310     PERFORM 2300-ETABLIR-DESTINATAIRE
022320         THRU 2300-ETABLIR-DESTINATAIRE-EXIT.
022321     PERFORM 2400-LIRE-CANAL
022322         THRU 2400-LIRE-CANAL-EXIT.
022323     IF ENVOI-PAR-COURRIEL OR ENVOI-PAR-SMS
022324         PERFORM 2450-ECRIRE-NOTIFICATION
022325             THRU 2450-ECRIRE-NOTIFICATION-EXIT
022326         GO TO 2050-SELECTIONNER-CITOYEN-CONTINUER
022327     END-IF.
022330     IF DEST-EN-PND
022340         ADD 1 TO NB-ADRESSES-INVALIDES
022350         GO TO 2050-SELECTIONNER-CITOYEN-CONTINUER
024500     MOVE DEST-PRENOM      TO TRI-PRENOM.
024600     MOVE ID-EN-COURS      TO TRI-ID-CITOYEN.
024700     MOVE DEST-RUE         TO TRI-RUE.
024710     MOVE DEST-NOM-USAGE   TO TRI-NOM-USAGE.
024720     MOVE DEST-SEXE        TO TRI-SEXE.
024800     RELEASE ENR-TRI.
024900     ADD 1 TO NB-RETENUS.
025000 2100-RELACHER-EXIT.
027490*----------------------------------------------------------------
027500 2300-ETABLIR-DESTINATAIRE.
027501     MOVE MF-ID-CITOYEN TO ID-EN-COURS.
027506     MOVE MF-ID-CITOYEN TO DEST-ID-CITOYEN.
027511     MOVE MF-ADRESSE-INVALIDE TO DEST-ADRESSE-INVALIDE.
027512     MOVE MF-NOM        TO DEST-NOM SD-NOM.
027513     MOVE MF-PRENOM     TO DEST-PRENOM SD-PRENOM.
027514     MOVE MF-NOM-USAGE  TO DEST-NOM-USAGE.
027515     MOVE MF-SEXE       TO DEST-SEXE.
027514     MOVE MF-ADRESSE    TO DEST-ADRESSE.
027515     IF MF-CODE-SITE = SPACES
027516         MOVE "---" TO SD-SITE
027539     END-READ.
027540     MOVE MF-NOM     TO DEST-NOM.
027541     MOVE MF-PRENOM  TO DEST-PRENOM.
027542     MOVE MF-NOM-USAGE TO DEST-NOM-USAGE.
027543     MOVE MF-SEXE    TO DEST-SEXE.
027542     MOVE MF-ADRESSE TO DEST-ADRESSE.
027543     MOVE MF-ADRESSE-INVALIDE TO DEST-ADRESSE-INVALIDE.
027544     MOVE LN-ID-RESPONSABLE TO DEST-ID-CITOYEN.
027544     ADD 1 TO NB-VERS-RESPONSABLE.
027545     PERFORM 2350-REPOSITIONNER
027546         THRU 2350-REPOSITIONNER-EXIT.
027561 2350-REPOSITIONNER-EXIT.
027562     EXIT.
027563*----------------------------------------------------------------
027564* 2400-LIRE-CANAL : CANAL PREFERE DU DESTINATAIRE - LA POSTE
027565*                   S'IL N'A PAS DE CONTACT OU SI LE FICHIER DES
027566*                   CONTACTS N'EST PAS DISPONIBLE
027567*----------------------------------------------------------------
027568 2400-LIRE-CANAL.
027569     MOVE "P" TO CANAL-ENVOI.
027570     IF NOT CONTACTS-SONT-DISPONIBLES
027571         GO TO 2400-LIRE-CANAL-EXIT
027572     END-IF.
027573     MOVE DEST-ID-CITOYEN TO CT-ID-CITOYEN.
027574     READ FICHIER-CONTACTS
027575         INVALID KEY
027576             GO TO 2400-LIRE-CANAL-EXIT
027577     END-READ.
027578     IF CT-CANAL-COURRIEL OR CT-CANAL-SMS
027579         MOVE CT-CANAL-PREFERE TO CANAL-ENVOI
027580     END-IF.
027581 2400-LIRE-CANAL-EXIT.
027582     EXIT.
027583*----------------------------------------------------------------
027584* 2450-ECRIRE-NOTIFICATION : CONVOCATION DU DESTINATAIRE POUR LA
027585*                            PASSERELLE DE MESSAGERIE, A L'ADRESSE
027586*                            DE COURRIEL OU AU TELEPHONE DU CANAL
027587*----------------------------------------------------------------
027588 2450-ECRIRE-NOTIFICATION.
027589     MOVE SPACES TO ENR-NOTIFICATION.
027590     MOVE CANAL-ENVOI TO NT-CANAL.
027591     IF ENVOI-PAR-COURRIEL
027592         MOVE CT-COURRIEL TO NT-DESTINATION
027593         ADD 1 TO NB-PAR-COURRIEL
027594     ELSE
027595         MOVE CT-TELEPHONE TO NT-DESTINATION
027596         ADD 1 TO NB-PAR-SMS
027597     END-IF.
027598     MOVE DEST-ID-CITOYEN       TO NT-ID-CITOYEN.
027599     MOVE DEST-NOM              TO NT-NOM.
027600     MOVE DEST-PRENOM           TO NT-PRENOM.
027601     MOVE "CONVOC"              TO NT-OBJET.
027602     MOVE DATE-CONVOCATION      TO NT-DATE-EVENEMENT.
027603     MOVE LIBELLE-MESSAGE       TO NT-LIBELLE.
027604     MOVE DATE-DU-JOUR-AAAAMMJJ TO NT-DATE-EXTRAIT.
027605     WRITE ENR-NOTIFICATION.
027606 2450-ECRIRE-NOTIFICATION-EXIT.
027607     EXIT.
027563*----------------------------------------------------------------
027600* 3000-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
027700*----------------------------------------------------------------
027800 3000-LIRE-CITOYEN.
028509     MOVE TRI-CODE-POSTAL TO AD-CODE-POSTAL.
028511     MOVE TRI-COMMUNE    TO AD-COMMUNE.
028512     WRITE ENR-ADRESSE.
028513     IF TRI-NOM-USAGE = SPACES
028514         MOVE TRI-PRENOM TO LN-PRENOM
028515         MOVE TRI-NOM    TO LN-NOM
028516         MOVE LIGNE-NOM-ETIQUETTE TO LIGNE-ETIQUETTE
028517     ELSE
028518         PERFORM 5150-COMPOSER-DESIGNATION
028519             THRU 5150-COMPOSER-DESIGNATION-EXIT
028520     END-IF.
028516     WRITE LIGNE-ETIQUETTE.
028517     MOVE TRI-RUE TO LIGNE-ETIQUETTE.
028518     WRITE LIGNE-ETIQUETTE.
028527         THRU 5200-COMPTER-COMMUNE-EXIT.
028528 5100-EDITER-UN-DOSSIER-EXIT.
028529     EXIT.
028530*----------------------------------------------------------------
028531* 5150-COMPOSER-DESIGNATION : LIGNE NOM DU PAVE POUR UN
028532*                             DESTINATAIRE A NOM D'USAGE - LE
028533*                             PRENOM PUIS LA DESIGNATION LEGALE
028534*                             (NOM D'USAGE, NEE NOM DE NAISSANCE)
028535*                             ; CE QUI DEPASSE LA LARGEUR DE
028536*                             L'ETIQUETTE EST COMPTE A PART
028537*----------------------------------------------------------------
028538 5150-COMPOSER-DESIGNATION.
028539     MOVE TRI-NOM       TO DN-NOM.
028540     MOVE TRI-NOM-USAGE TO DN-NOM-USAGE.
028541     MOVE TRI-SEXE      TO DN-SEXE.
028542     CALL "DESIGNE-NOM" USING DEMANDE-DESIGNATION.
028543     MOVE SPACES TO LIGNE-ETIQUETTE.
028544     STRING TRI-PRENOM DELIMITED BY "  "
028545         " " DELIMITED BY SIZE
028546         DN-DESIGNATION DELIMITED BY "  "
028547         INTO LIGNE-ETIQUETTE
028548         ON OVERFLOW
028549             ADD 1 TO NB-NOMS-TRONQUES
028550     END-STRING.
028551     ADD 1 TO NB-NOMS-USAGE.
028552 5150-COMPOSER-DESIGNATION-EXIT.
028553     EXIT.
028531*----------------------------------------------------------------
028532* 5200-COMPTER-COMMUNE : RECHERCHE DE LA COMMUNE DANS LA TABLE
028533*                        (AJOUT SI ELLE EST NOUVELLE) ET INCREMENT
029503         NB-ADRESSES-INVALIDES.
029504     DISPLAY "PLIS VERS RESPONSABLE    : " NB-VERS-RESPONSABLE.
029505     DISPLAY "MINEURS SANS LIEN        : " NB-MINEURS-SANS-LIEN.
029506     DISPLAY "ETIQUETTES NOM D'USAGE   : " NB-NOMS-USAGE.
029507     DISPLAY "  DONT NOM TRONQUE       : " NB-NOMS-TRONQUES.
029508     DISPLAY "MESSAGES PAR COURRIEL    : " NB-PAR-COURRIEL.
029509     DISPLAY "MESSAGES PAR SMS         : " NB-PAR-SMS.
029510     DISPLAY "PLIS PAR COMMUNE".
029520     IF NB-COMMUNES-DISTINCTES > ZERO
029530         PERFORM 8100-AFFICHER-COMMUNE
030400     CLOSE FICHIER-ADRESSES.
030500     CLOSE ETIQUETTES.
030600     CLOSE SANS-ADRESSE.
030610     CLOSE NOTIFICATIONS.
030700 9999-TERMINER-EXIT.
030800     EXIT.
