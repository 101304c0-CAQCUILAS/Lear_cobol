001800* MOIS SUIVANT (COMPARAISON EN AAAAMMJJ). LES DOSSIERS NON
001900* ACTIFS ET CEUX SANS DATE DE NAISSANCE SONT COMPTES A PART,
002000* COMME DANS RECALCUL-AGE.
002010*
002020* LE COURRIER SUIT LE CANAL PREFERE DU CITOYEN (FICHIER DES
002030* CONTACTS, COPY RCCONTACT) : LES CITOYENS AU CANAL COURRIEL OU
002040* SMS PARTENT A L'EXTRAIT DE LA PASSERELLE DE MESSAGERIE DE LA
002050* PREFECTURE (NOTIFMSG, COPY RCNOTIF) ; LES AUTRES, ET TOUS SI LE
002060* FICHIER DES CONTACTS N'EXISTE PAS ENCORE, RESTENT SUR L'ETAT
002070* DES COURRIERS PAPIER (ETATECH).
002074*
002078* CHAQUE ECHEANCE EST SUIVIE DE SA DATE DE TRAITEMENT : LA DATE
002082* MEME SI ELLE EST OUVREE, SINON LE PREMIER JOUR OUVRE QUI LA SUIT
002086* D'APRES LE CALENDRIER DES JOURS FERIES ET DES FERMETURES DU SITE
002090* CENTRAL (SOUS-PROGRAMME JOURS-OUVRES) - UNE MAJORITE ATTEINTE
002094* UN DIMANCHE OU UN JOUR FERIE EST TRAITEE LE JOUR OUVRE SUIVANT.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-08-23 SI      CREATION - LISTE MENSUELLE DES CITOYENS
002600*                    ATTEIGNANT UN SEUIL METIER DANS LE MOIS.
002610* 2026-10-15 SI      LES CITOYENS AU CANAL PREFERE COURRIEL OU SMS
002620*                    (FICHIER CONTACTS) SONT NOTIFIES PAR
002630*                    L'EXTRAIT DE LA PASSERELLE DE MESSAGERIE
002640*                    (NOTIFMSG) ; ETATECH NE LISTE PLUS QUE LES
002650*                    COURRIERS PAPIER. COMPTES PAR CANAL EN PIED
002660*                    D'ETAT.
002670* 2026-10-15 SI      AJOUT DE LA DATE DE TRAITEMENT (PREMIER JOUR
002680*                    OUVRE A PARTIR DE L'ECHEANCE, JOURS-OUVRES)
002690*                    SUR L'ETAT ETATECH.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003800         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
003802         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
003900         FILE STATUS IS MF-STATUT.
003910     SELECT FICHIER-CONTACTS ASSIGN TO "CONTACTS"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS CT-ID-CITOYEN
003950         FILE STATUS IS CT-STATUT.
003960     SELECT NOTIFICATIONS ASSIGN TO "NOTIFMSG"
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS NT-STATUT.
004000     SELECT ETAT-ECHEANCES ASSIGN TO "ETATECH"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS ET-STATUT.
004600     LABEL RECORDS ARE STANDARD.
004700 01  ENR-MAITRE.
004800     COPY RCMAITRE.
004810 FD  FICHIER-CONTACTS
004820     LABEL RECORDS ARE STANDARD.
004830 01  ENR-CONTACT.
004840     COPY RCCONTACT.
004850 FD  NOTIFICATIONS
004860     LABEL RECORDS ARE STANDARD.
004870 01  ENR-NOTIFICATION.
004880     COPY RCNOTIF.
004900 FD  ETAT-ECHEANCES
005000     LABEL RECORDS ARE STANDARD.
005100 01  LIGNE-ETAT                  PIC X(119).
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400* ZONES DE TRAVAIL
005700     88 MF-OK                    VALUE "00".
005800 01  ET-STATUT                   PIC X(02).
005900     88 ET-OK                    VALUE "00".
005910 01  CT-STATUT                   PIC X(02).
005920     88 CT-OK                    VALUE "00".
005930     88 CT-ABSENT                VALUE "35".
005940 01  NT-STATUT                   PIC X(02).
005950     88 NT-OK                    VALUE "00".
005960 01  CANAL-ENVOI                 PIC X(01) VALUE "P".
005970     88 ENVOI-PAR-COURRIEL       VALUE "E".
005980     88 ENVOI-PAR-SMS            VALUE "S".
006000 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
006100     88 PLUS-DE-CITOYENS         VALUE "O".
006200 01  PARAMETRES-SITE.
009400     05 DE-JOUR                  PIC 9(02).
009500 01  DATE-ECHEANCE-AAAAMMJJ REDEFINES DATE-ECHEANCE
009600                                 PIC 9(08).
009610 01  DATE-TRAITEMENT             PIC 9(08).
009620 01  DEMANDE-JOURS-OUVRES.
009630     COPY RCOUVRD.
009700*----------------------------------------------------------------
009800* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
009900*----------------------------------------------------------------
010100 01  NB-SIGNALES                 PIC 9(07) COMP VALUE ZERO.
010200 01  NB-NON-ACTIFS               PIC 9(07) COMP VALUE ZERO.
010300 01  NB-SANS-DATE-NAISSANCE      PIC 9(07) COMP VALUE ZERO.
010310 01  NB-PAR-COURRIER             PIC 9(07) COMP VALUE ZERO.
010320 01  NB-PAR-COURRIEL             PIC 9(07) COMP VALUE ZERO.
010330 01  NB-PAR-SMS                  PIC 9(07) COMP VALUE ZERO.
010400*----------------------------------------------------------------
010500* LIGNES EDITEES DE L'ETAT
010600*----------------------------------------------------------------
010800     05 LE-LIBELLE               PIC X(20).
010900     05 FILLER                   PIC X(01) VALUE SPACE.
011000     05 LE-DATE                  PIC 9(08).
011010     05 FILLER                   PIC X(01) VALUE SPACE.
011020     05 LE-DATE-TRAITEMENT       PIC 9(08).
011100     05 FILLER                   PIC X(01) VALUE SPACE.
011200     05 LE-ID                    PIC 9(09).
011300     05 FILLER                   PIC X(01) VALUE SPACE.
013700*----------------------------------------------------------------
013800* 1000-INITIALISATION : SEUILS DEPUIS LES PARAMETRES DE SITE,
013900*                       CALCUL DE LA FENETRE DU MOIS A VENIR,
014000*                       OUVERTURE DES FICHIERS ET EN-TETE -
014010*                       SANS FICHIER DES CONTACTS, TOUT PART
014020*                       PAR COURRIER
014100*----------------------------------------------------------------
014200 1000-INITIALISATION.
014300     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
016700         MOVE 16 TO RETURN-CODE
016800         STOP RUN
016900     END-IF.
016906     OPEN INPUT FICHIER-CONTACTS.
016912     IF NOT CT-OK AND NOT CT-ABSENT
016918         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER CONTACTS - "
016924             "CODE " CT-STATUT
016930         MOVE 16 TO RETURN-CODE
016936         STOP RUN
016942     END-IF.
016948     OPEN OUTPUT NOTIFICATIONS.
016954     IF NOT NT-OK
016960         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER NOTIFMSG - "
016966             "CODE " NT-STATUT
016972         MOVE 16 TO RETURN-CODE
016978         STOP RUN
016984     END-IF.
017000     MOVE SPACES TO LIGNE-ETAT.
017100     STRING "ECHEANCES D'AGE DU " DELIMITED BY SIZE
017200         DATE-DU-JOUR-AAAAMMJJ DELIMITED BY SIZE
018400* 2000-EXAMINER-CITOYEN : CALCUL, POUR CHAQUE SEUIL, DE LA DATE A
018500*                         LAQUELLE LE CITOYEN L'ATTEINT - SI ELLE
018600*                         TOMBE DANS LA FENETRE, LE CITOYEN EST
018700*                         LISTE (OU NOTIFIE PAR SON CANAL
018710*                         PREFERE) - PUIS LECTURE DU SUIVANT
018800*----------------------------------------------------------------
018900 2000-EXAMINER-CITOYEN.
019000     ADD 1 TO NB-LUS.
019600         ADD 1 TO NB-SANS-DATE-NAISSANCE
019700         GO TO 2000-EXAMINER-CITOYEN-CONTINUER
019800     END-IF.
019810     PERFORM 2200-LIRE-CANAL
019820         THRU 2200-LIRE-CANAL-EXIT.
019900     PERFORM 2100-EXAMINER-SEUIL
020000         THRU 2100-EXAMINER-SEUIL-EXIT
020100         VARYING IDX-SEUIL FROM 1 BY 1
022100                 NOT > FIN-DE-FENETRE-AAAAMMJJ
022200         ADD 1 TO SEUIL-NOMBRE(IDX-SEUIL)
022300         ADD 1 TO NB-SIGNALES
022303         PERFORM 2150-DATE-TRAITEMENT
022306             THRU 2150-DATE-TRAITEMENT-EXIT
022310         IF ENVOI-PAR-COURRIEL OR ENVOI-PAR-SMS
022320             PERFORM 2300-ECRIRE-NOTIFICATION
022330                 THRU 2300-ECRIRE-NOTIFICATION-EXIT
022340             GO TO 2100-EXAMINER-SEUIL-EXIT
022350         END-IF
022360         ADD 1 TO NB-PAR-COURRIER
022400         MOVE SEUIL-LIBELLE(IDX-SEUIL) TO LE-LIBELLE
022500         MOVE DATE-ECHEANCE-AAAAMMJJ   TO LE-DATE
022510         MOVE DATE-TRAITEMENT          TO LE-DATE-TRAITEMENT
022600         MOVE MF-ID-CITOYEN            TO LE-ID
022700         MOVE MF-NOM                   TO LE-NOM
022800         MOVE MF-PRENOM                TO LE-PRENOM
023200     END-IF.
023300 2100-EXAMINER-SEUIL-EXIT.
023400     EXIT.
023401*----------------------------------------------------------------
023402* 2150-DATE-TRAITEMENT : PREMIER JOUR OUVRE A PARTIR DE LA DATE
023403*                        D'ECHEANCE, ELLE-MEME SI OUVREE -
023404*                        LA DATE D'ECHEANCE SI LE CALCUL ECHOUE
023405*                        (29 FEVRIER D'UNE ANNEE NON BISSEXTILE)
023406*----------------------------------------------------------------
023407 2150-DATE-TRAITEMENT.
023408     MOVE DATE-ECHEANCE-AAAAMMJJ TO DATE-TRAITEMENT.
023409     MOVE "A"                    TO JO-FONCTION.
023410     MOVE SPACES                 TO JO-CODE-SITE.
023411     MOVE DATE-ECHEANCE-AAAAMMJJ TO JO-DATE.
023412     MOVE ZERO                   TO JO-NB-JOURS.
023413     CALL "JOURS-OUVRES" USING DEMANDE-JOURS-OUVRES.
023414     IF JO-OK
023415         MOVE JO-DATE-RESULTAT TO DATE-TRAITEMENT
023416     END-IF.
023417 2150-DATE-TRAITEMENT-EXIT.
023418     EXIT.
023402*----------------------------------------------------------------
023404* 2200-LIRE-CANAL : CANAL PREFERE DU CITOYEN - LA POSTE S'IL N'A
023406*                   PAS DE CONTACT OU SI LE FICHIER N'EXISTE PAS
023408*----------------------------------------------------------------
023410 2200-LIRE-CANAL.
023412     MOVE "P" TO CANAL-ENVOI.
023414     IF CT-ABSENT
023416         GO TO 2200-LIRE-CANAL-EXIT
023418     END-IF.
023420     MOVE MF-ID-CITOYEN TO CT-ID-CITOYEN.
023422     READ FICHIER-CONTACTS
023424         INVALID KEY
023426             GO TO 2200-LIRE-CANAL-EXIT
023428     END-READ.
023430     IF CT-CANAL-COURRIEL OR CT-CANAL-SMS
023432         MOVE CT-CANAL-PREFERE TO CANAL-ENVOI
023434     END-IF.
023436 2200-LIRE-CANAL-EXIT.
023438     EXIT.
023440*----------------------------------------------------------------
023442* 2300-ECRIRE-NOTIFICATION : MESSAGE DE L'ECHEANCE POUR LA
023444*                            PASSERELLE DE MESSAGERIE, A L'ADRESSE
023446*                            DE COURRIEL OU AU TELEPHONE DU CANAL
023448*----------------------------------------------------------------
023450 2300-ECRIRE-NOTIFICATION.
023452     MOVE SPACES TO ENR-NOTIFICATION.
023454     MOVE CANAL-ENVOI TO NT-CANAL.
023456     IF ENVOI-PAR-COURRIEL
023458         MOVE CT-COURRIEL TO NT-DESTINATION
023460         ADD 1 TO NB-PAR-COURRIEL
023462     ELSE
023464         MOVE CT-TELEPHONE TO NT-DESTINATION
023466         ADD 1 TO NB-PAR-SMS
023468     END-IF.
023470     MOVE MF-ID-CITOYEN            TO NT-ID-CITOYEN.
023472     MOVE MF-NOM                   TO NT-NOM.
023474     MOVE MF-PRENOM                TO NT-PRENOM.
023476     MOVE "ECHEANCE"               TO NT-OBJET.
023478     MOVE DATE-ECHEANCE-AAAAMMJJ   TO NT-DATE-EVENEMENT.
023480     MOVE SEUIL-LIBELLE(IDX-SEUIL) TO NT-LIBELLE.
023482     MOVE DATE-DU-JOUR-AAAAMMJJ    TO NT-DATE-EXTRAIT.
023484     WRITE ENR-NOTIFICATION.
023486 2300-ECRIRE-NOTIFICATION-EXIT.
023488     EXIT.
023500*----------------------------------------------------------------
023600* 3000-LIRE-CITOYEN : LECTURE SEQUENTIELLE DU FICHIER MAITRE
023700*----------------------------------------------------------------
027000     MOVE NB-SANS-DATE-NAISSANCE TO LT-COMPTEUR.
027100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
027200     WRITE LIGNE-ETAT.
027207     MOVE "  DONT COURRIERS PAPIER          :" TO LT-LIBELLE.
027214     MOVE NB-PAR-COURRIER TO LT-COMPTEUR.
027221     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
027228     WRITE LIGNE-ETAT.
027235     MOVE "  DONT MESSAGES PAR COURRIEL     :" TO LT-LIBELLE.
027242     MOVE NB-PAR-COURRIEL TO LT-COMPTEUR.
027249     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
027256     WRITE LIGNE-ETAT.
027263     MOVE "  DONT MESSAGES PAR SMS          :" TO LT-LIBELLE.
027270     MOVE NB-PAR-SMS TO LT-COMPTEUR.
027277     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
027284     WRITE LIGNE-ETAT.
027300 8000-PIED-DE-PAGE-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------
029300 9999-TERMINER.
029400     CLOSE FICHIER-MAITRE.
029500     CLOSE ETAT-ECHEANCES.
029510     IF NOT CT-ABSENT
029520         CLOSE FICHIER-CONTACTS
029530     END-IF.
029540     CLOSE NOTIFICATIONS.
029600 9999-TERMINER-EXIT.
029700     EXIT.
