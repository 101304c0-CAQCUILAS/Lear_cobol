003130*                    DES DEUX DOSSIERS (VOIR RCJOURNAL) :
003140*                    BACKOUT-LOT ET REJOUE-JOURNAL COUVRENT LA
003150*                    FUSION COMME LES AUTRES ECRITURES.
003160* 2026-10-15 SI      UNE ADRESSE REPRISE DE L'ABSORBE EST PORTEE A
003170*                    L'HISTORIQUE DES ADRESSES DU SURVIVANT A LA
003180*                    DATE DE LA FUSION (SOUS-PROGRAMME
003190*                    HISTO-ADRESSE, FICHIER ADRHIST).
003192* 2026-10-15 SI      IMAGE DU DOSSIER PORTEE A 197 OCTETS (NOM
003194*                    D'USAGE MF-NOM-USAGE AJOUTE AU FICHIER
003196*                    MAITRE).
003197* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
003198*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
003199*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
003200*                    RCCHAIND).
003225* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
003250*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
003275*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
007400 01  CONFIRMATION                PIC X(01).
007500     88 FUSION-CONFIRMEE         VALUE "O".
007600 01  AGE-AVANT-FUSION            PIC 9(03) VALUE ZERO.
007620 01  IMAGE-AVANT-ABSORBE         PIC X(197) VALUE SPACES.
007640 01  IMAGE-AVANT-SURVIVANT       PIC X(197) VALUE SPACES.
007700 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
007800 01  NB-ZONES-COMPLETEES         PIC 9(02) COMP VALUE ZERO.
007810 01  ADRESSE-REPRISE             PIC X(01) VALUE "N".
007820     88 ADRESSE-EST-REPRISE      VALUE "O".
007830 01  DEMANDE-HISTO-ADRESSE.
007840     COPY RCADRHD.
007900*----------------------------------------------------------------
008000* IMAGE DU DOSSIER SURVIVANT, CONSERVEE PENDANT LA LECTURE DE
008100* L'ABSORBE (LA ZONE FD NE PORTE QU'UN DOSSIER A LA FOIS)
008600     COPY RCSIGNON.
008601 01  DEMANDE-VERROU.
008602     COPY RCVERRD.
008612 01  DEMANDE-CHAINAGE.
008622     COPY RCCHAIND.
008700 PROCEDURE DIVISION.
008800*================================================================
008900* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
024100     END-REWRITE.
024200     PERFORM 4200-JOURNALISER-SURVIVANT
024300         THRU 4200-JOURNALISER-SURVIVANT-EXIT.
024310     IF ADRESSE-EST-REPRISE
024320         PERFORM 4300-HISTORISER-ADRESSE
024330             THRU 4300-HISTORISER-ADRESSE-EXIT
024340     END-IF.
024400     DISPLAY "FUSION FAITE - " NB-ZONES-COMPLETEES
024500         " ZONE(S) COMPLETEE(S) AU SURVIVANT " SV-ID-CITOYEN
024600         ", ABSORBE " ID-ABSORBE " CLOS".
025500*----------------------------------------------------------------
025600 3100-COMPLETER-SURVIVANT.
025700     MOVE ZERO TO NB-ZONES-COMPLETEES.
025710     MOVE "N"  TO ADRESSE-REPRISE.
025800     IF SV-DATE-NAISSANCE = ZERO
025900             AND MF-DATE-NAISSANCE NOT = ZERO
026000         MOVE MF-DATE-NAISSANCE TO SV-DATE-NAISSANCE
026800     IF SV-ADRESSE = SPACES AND MF-ADRESSE NOT = SPACES
026900         MOVE MF-ADRESSE TO SV-ADRESSE
027000         ADD 1 TO NB-ZONES-COMPLETEES
027010         MOVE "O" TO ADRESSE-REPRISE
027100     END-IF.
027200     IF SV-CODE-SITE = SPACES AND MF-CODE-SITE NOT = SPACES
027300         MOVE MF-CODE-SITE TO SV-CODE-SITE
029000     MOVE SPACES TO JN-OPERATEUR-VALIDE.
029010     MOVE IMAGE-AVANT-ABSORBE TO JN-IMAGE-AVANT.
029020     MOVE ENR-MAITRE          TO JN-IMAGE-APRES.
029030     SET CH-ENCHAINER TO TRUE.
029040     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
029050     WRITE ENR-JOURNAL.
029062     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
029074     SET CH-VALIDER TO TRUE.
029086     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
029100 4100-JOURNALISER-CLOTURE-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
030600     MOVE SPACES TO JN-OPERATEUR-VALIDE.
030610     MOVE IMAGE-AVANT-SURVIVANT TO JN-IMAGE-AVANT.
030620     MOVE ENR-MAITRE            TO JN-IMAGE-APRES.
030630     SET CH-ENCHAINER TO TRUE.
030640     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
030650     WRITE ENR-JOURNAL.
030662     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
030674     SET CH-VALIDER TO TRUE.
030686     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
030700 4200-JOURNALISER-SURVIVANT-EXIT.
030800     EXIT.
030806*----------------------------------------------------------------
030812* 4300-HISTORISER-ADRESSE : OUVERTURE A L'HISTORIQUE DES ADRESSES
030818*                           DU SURVIVANT DE L'ADRESSE REPRISE DE
030824*                           L'ABSORBE, A LA DATE DE LA FUSION
030830*----------------------------------------------------------------
030836 4300-HISTORISER-ADRESSE.
030842     MOVE "M"                   TO HA-ACTION.
030848     MOVE SV-ID-CITOYEN         TO HA-ID-CITOYEN.
030854     MOVE SV-ADRESSE            TO HA-ADRESSE.
030860     MOVE DATE-DU-JOUR-AAAAMMJJ TO HA-DATE-EFFET.
030866     MOVE "FUSION-DOSSIERS"     TO HA-PROGRAMME.
030872     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
030878 4300-HISTORISER-ADRESSE-EXIT.
030884     EXIT.
030900*----------------------------------------------------------------
031000* 9999-TERMINER : FERMETURE DES FICHIERS
031100*----------------------------------------------------------------
