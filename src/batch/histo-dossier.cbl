002580*                    LIBELLE "BATCH" : LA VENTILATION PAR
002590*                    OPERATEUR DE RAPPORT-ACCES ATTRIBUE ENFIN
002595*                    LES CONSULTATIONS D'HISTORIQUE.
002596* 2026-10-15 SI      LES LIGNES MODHI (READRESSAGE D'UN DOSSIER
002597*                    HISTORISE) AFFICHENT L'IMAGE AVANT COMME LES
002598*                    LIGNES MODIF.
002599* 2026-10-15 SI      SIGNEMENT (NIVEAU C) AU LIEU DE LA SAISIE DU
002600*                    CODE DEMANDEUR, POUR CONNAITRE LES SITES DE
002601*                    L'OPERATEUR : DOSSIER HORS PERIMETRE REFUSE
002602*                    ET TRACE, LIGNES HORS PERIMETRE MASQUEES EN
002603*                    RECHERCHE PAR NOM.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007300 01  NB-LIGNES-LUES              PIC 9(07) COMP VALUE ZERO.
007400 01  NB-LIGNES-AFFICHEES         PIC 9(07) COMP VALUE ZERO.
007500 01  NB-RAPPROCHEES-PAR-NOM      PIC 9(07) COMP VALUE ZERO.
007510 01  NB-LIGNES-MASQUEES          PIC 9(07) COMP VALUE ZERO.
007520 01  DEMANDE-PERIMETRE.
007530     COPY RCPERIM.
007540     COPY RCOPER.
007550     COPY RCSIGNON.
007600 PROCEDURE DIVISION.
007700*================================================================
007800* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
009500*                       IDENTIFIANT, ET OUVERTURE DU JOURNAL
009600*----------------------------------------------------------------
009700 1000-INITIALISATION.
009710     MOVE "C" TO SGN-NIVEAU-REQUIS.
009720     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
009730     IF NOT SGN-ACCEPTE
009760         MOVE 16 TO RETURN-CODE
009770         STOP RUN
009780     END-IF.
009790     MOVE OP-CODE-OPERATEUR TO OPERATEUR-DEMANDEUR.
009800     DISPLAY "IDENTIFIANT DU CITOYEN (VIDE = RECHERCHE PAR "
009900         "NOM) : ".
010000     ACCEPT ID-RECHERCHE-X.
010900             MOVE 16 TO RETURN-CODE
011000             STOP RUN
011100         END-IF
011110         OPEN INPUT FICHIER-MAITRE
011120         IF NOT MF-OK
011130             DISPLAY "FICHIER MAITRE INDISPONIBLE - CODE "
011140                 MF-STATUT " - PERIMETRE NON CONTROLABLE"
011150             MOVE 16 TO RETURN-CODE
011160             STOP RUN
011170         END-IF
011200     ELSE
011300         IF ID-RECHERCHE-NUM NOT NUMERIC
011400             DISPLAY "IDENTIFIANT NON NUMERIQUE : " ID-RECHERCHE-X
015700             MOVE MF-PRENOM TO PRENOM-DU-DOSSIER
015800             DISPLAY "DOSSIER " MF-ID-CITOYEN " - " MF-NOM
015900                 " " MF-PRENOM
015910             MOVE MF-CODE-SITE TO PT-CODE-SITE
015920             PERFORM 1200-CONTROLER-PERIMETRE
015930                 THRU 1200-CONTROLER-PERIMETRE-EXIT
016000     END-READ.
016100     CLOSE FICHIER-MAITRE.
016200 1100-LIRE-DOSSIER-EXIT.
016540             MOVE HM-PRENOM TO PRENOM-DU-DOSSIER
016550             DISPLAY "DOSSIER HISTORISE " HM-ID-CITOYEN " - "
016560                 HM-NOM " " HM-PRENOM
016562             MOVE HM-CODE-SITE TO PT-CODE-SITE
016564             PERFORM 1200-CONTROLER-PERIMETRE
016566                 THRU 1200-CONTROLER-PERIMETRE-EXIT
016570     END-READ.
016580     CLOSE MAITRE-HISTORIQUE.
016590 1150-CHERCHER-A-L-HISTORIQUE-EXIT.
016610     EXIT.
016611*----------------------------------------------------------------
016612* 1200-CONTROLER-PERIMETRE : LE DOSSIER DEMANDE PAR SON
016613*                            IDENTIFIANT DOIT ETRE DANS LE
016614*                            PERIMETRE DE L'OPERATEUR (VOIR
016615*                            RCPERIM) - SINON REFUS TRACE ET FIN
016616*----------------------------------------------------------------
016617 1200-CONTROLER-PERIMETRE.
016618     MOVE "C"               TO PT-ACTION.
016619     MOVE ID-RECHERCHE-NUM  TO PT-ID-CITOYEN.
016620     MOVE "HISTO-DOSSIER"   TO PT-PROGRAMME.
016621     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
016622     IF PT-HORS-PERIMETRE
016623         DISPLAY "DOSSIER HORS DU PERIMETRE DE VOS SITES - "
016624             "CONSULTATION REFUSEE"
016625         MOVE 8 TO RETURN-CODE
016626         STOP RUN
016627     END-IF.
016628 1200-CONTROLER-PERIMETRE-EXIT.
016629     EXIT.
016400*----------------------------------------------------------------
016500* 2000-TRAITER-LIGNE : AFFICHAGE DE LA LIGNE DE JOURNAL COURANTE
016600*                      SI ELLE CONCERNE LE DOSSIER RECHERCHE, PUIS
017400     ELSE
017500         IF JN-NOM = NOM-RECHERCHE
017600                 AND JN-PRENOM = PRENOM-RECHERCHE
017610             PERFORM 2200-FILTRER-PAR-SITE
017620                 THRU 2200-FILTRER-PAR-SITE-EXIT
017900         END-IF
018000     END-IF.
018100     PERFORM 3000-LIRE-LIGNE
020600     END-IF.
020700 2100-FILTRER-PAR-ID-EXIT.
020800     EXIT.
020803*----------------------------------------------------------------
020806* 2200-FILTRER-PAR-SITE : EN RECHERCHE PAR NOM, LA LIGNE D'UN
020809*                         DOSSIER HORS DU PERIMETRE DE
020812*                         L'OPERATEUR EST MASQUEE (DOSSIER LU AU
020815*                         FICHIER MAITRE PAR SON IDENTIFIANT)
020818*----------------------------------------------------------------
020821 2200-FILTRER-PAR-SITE.
020824     IF JN-ID-CITOYEN NUMERIC AND JN-ID-CITOYEN > ZERO
020827         MOVE JN-ID-CITOYEN TO MF-ID-CITOYEN
020830         READ FICHIER-MAITRE
020833             INVALID KEY
020836                 MOVE SPACES TO MF-CODE-SITE
020839         END-READ
020842         MOVE "F"             TO PT-ACTION
020845         MOVE MF-CODE-SITE    TO PT-CODE-SITE
020848         MOVE JN-ID-CITOYEN   TO PT-ID-CITOYEN
020851         MOVE "HISTO-DOSSIER" TO PT-PROGRAMME
020854         CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE
020857         IF PT-HORS-PERIMETRE
020860             ADD 1 TO NB-LIGNES-MASQUEES
020863             GO TO 2200-FILTRER-PAR-SITE-EXIT
020866         END-IF
020869     END-IF.
020872     PERFORM 4000-AFFICHER-LIGNE
020875         THRU 4000-AFFICHER-LIGNE-EXIT.
020878 2200-FILTRER-PAR-SITE-EXIT.
020881     EXIT.
020900*----------------------------------------------------------------
021000* 3000-LIRE-LIGNE : LECTURE D'UNE LIGNE DU JOURNAL
021100*----------------------------------------------------------------
022300     DISPLAY JN-DATE-HEURE " " JN-ACTION " " JN-ID-CITOYEN
022400         " " JN-AGE-AVANT " -> " JN-AGE-APRES
022500         " " JN-NOM " " JN-PRENOM " " JN-OPERATEUR.
022510     IF (JN-EST-MODIF OR JN-EST-MODIF-HISTO)
022515             AND JN-IMAGE-AVANT NOT = SPACES
022520         MOVE JN-IMAGE-AVANT TO IMAGE-DECODEE
022530         DISPLAY "  AVANT : NE(E) LE " IA-DATE-NAISSANCE
022540             " SEXE " IA-SEXE " ADRESSE " IA-RUE " "
023700         DISPLAY "DONT RAPPROCHEES PAR NOM   : "
023800             NB-RAPPROCHEES-PAR-NOM
023900     END-IF.
023910     IF NB-LIGNES-MASQUEES > ZERO
023920         DISPLAY "MASQUEES (HORS PERIMETRE)  : "
023930             NB-LIGNES-MASQUEES
023940     END-IF.
024000     IF NB-LIGNES-AFFICHEES = ZERO
024100         DISPLAY "AUCUNE LIGNE DE JOURNAL POUR CE DOSSIER"
024200     END-IF.
024900     IF NOT JN-ABSENT
025000         CLOSE JOURNAL
025100     END-IF.
025110     IF RECHERCHE-PAR-NOM
025120         CLOSE FICHIER-MAITRE
025130     END-IF.
025200 9999-TERMINER-EXIT.
025300     EXIT.
