002820*                    HISTORIQUE (HISTMAIT, APURE-DOSSIERS) : LES
002830*                    DOSSIERS LONGTEMPS CLOS Y VIVENT DESORMAIS
002840*                    ET DOIVENT ETRE ANONYMISES AU MEME TITRE.
002850* 2026-10-15 SI      L'HISTORIQUE DES ADRESSES DU DOSSIER
002860*                    ANONYMISE EST EFFACE (SOUS-PROGRAMME
002870*                    HISTO-ADRESSE, FICHIER ADRHIST) : LES
002880*                    ADRESSES PASSEES SONT NOMINATIVES AU MEME
002890*                    TITRE QUE L'ADRESSE EN COURS.
002892* 2026-10-15 SI      LES PIECES D'IDENTITE DU DOSSIER ANONYMISE
002894*                    SONT EFFACEES (SOUS-PROGRAMME PIECE-IDENTITE,
002896*                    FICHIER PIECES).
002897* 2026-10-15 SI      LES COORDONNEES DE CONTACT (TELEPHONE,
002898*                    COURRIEL) DU DOSSIER ANONYMISE SONT EFFACEES
002899*                    PAR CONTACT-CITOYEN.
002900* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
002901*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
002902*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
002903*                    RCCHAIND).
002927* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
002951*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
002975*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
008100 01  NB-CLOS-RECENTS             PIC 9(07) COMP VALUE ZERO.
008200 01  NB-ACTIFS                   PIC 9(07) COMP VALUE ZERO.
008300 01  NB-SANS-DATE-STATUT         PIC 9(07) COMP VALUE ZERO.
008310 01  DEMANDE-HISTO-ADRESSE.
008320     COPY RCADRHD.
008330 01  DEMANDE-PIECE.
008340     COPY RCPIECED.
008350 01  DEMANDE-CONTACT.
008360     COPY RCCONTD.
008370 01  DEMANDE-CHAINAGE.
008380     COPY RCCHAIND.
008400 PROCEDURE DIVISION.
008500*================================================================
008600* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
019000     ADD 1 TO NB-ANONYMISES.
019100     PERFORM 4500-JOURNALISER
019200         THRU 4500-JOURNALISER-EXIT.
019210     MOVE MF-ID-CITOYEN TO HA-ID-CITOYEN.
019220     PERFORM 4600-EFFACER-ADRESSES
019230         THRU 4600-EFFACER-ADRESSES-EXIT.
019240     PERFORM 4700-EFFACER-PIECES
019250         THRU 4700-EFFACER-PIECES-EXIT.
019260     PERFORM 4800-EFFACER-CONTACT
019270         THRU 4800-EFFACER-CONTACT-EXIT.
019300 4000-ANONYMISER-EXIT.
019400     EXIT.
019500*----------------------------------------------------------------
020800     MOVE SPACES           TO JN-CODE-SITE.
020899     MOVE SPACES TO JN-OPERATEUR-VALIDE.
020900     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
020901     SET CH-ENCHAINER TO TRUE.
020902     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
020901     WRITE ENR-JOURNAL.
020925     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
020949     SET CH-VALIDER TO TRUE.
020973     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
021000 4500-JOURNALISER-EXIT.
021100     EXIT.
021101*----------------------------------------------------------------
021102* 4600-EFFACER-ADRESSES : EFFACEMENT DE L'HISTORIQUE DES ADRESSES
021103*                         DU DOSSIER ANONYMISE (IDENTIFIANT POSE
021104*                         PAR L'APPELANT)
021105*----------------------------------------------------------------
021106 4600-EFFACER-ADRESSES.
021107     MOVE "E"                  TO HA-ACTION.
021108     MOVE SPACES               TO HA-ADRESSE.
021109     MOVE ZERO                 TO HA-DATE-EFFET.
021110     MOVE "ANONYMISE-DOSSIERS" TO HA-PROGRAMME.
021111     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
021112 4600-EFFACER-ADRESSES-EXIT.
021113     EXIT.
021114*----------------------------------------------------------------
021115* 4700-EFFACER-PIECES : EFFACEMENT DES PIECES D'IDENTITE DU
021116*                       DOSSIER ANONYMISE (MEME IDENTIFIANT QUE
021117*                       POUR 4600-EFFACER-ADRESSES)
021118*----------------------------------------------------------------
021119 4700-EFFACER-PIECES.
021120     MOVE "E"                  TO PD-ACTION.
021121     MOVE HA-ID-CITOYEN        TO PD-ID-CITOYEN.
021122     MOVE SPACES               TO PD-PIECE.
021123     MOVE "BATCH"              TO PD-OPERATEUR.
021124     MOVE SPACES               TO PD-CODE-SITE.
021125     MOVE "ANONYMISE-DOSSIERS" TO PD-PROGRAMME.
021126     CALL "PIECE-IDENTITE" USING DEMANDE-PIECE.
021127 4700-EFFACER-PIECES-EXIT.
021128     EXIT.
021129*----------------------------------------------------------------
021130* 4800-EFFACER-CONTACT : EFFACEMENT DES COORDONNEES DE CONTACT DU
021131*                        DOSSIER ANONYMISE (MEME IDENTIFIANT QUE
021132*                        POUR 4600-EFFACER-ADRESSES)
021133*----------------------------------------------------------------
021134 4800-EFFACER-CONTACT.
021135     MOVE "E"                  TO KD-ACTION.
021136     MOVE HA-ID-CITOYEN        TO KD-ID-CITOYEN.
021137     MOVE SPACES               TO KD-CONTACT.
021138     MOVE "BATCH"              TO KD-OPERATEUR.
021139     MOVE SPACES               TO KD-CODE-SITE.
021140     MOVE "ANONYMISE-DOSSIERS" TO KD-PROGRAMME.
021141     CALL "CONTACT-CITOYEN" USING DEMANDE-CONTACT.
021142 4800-EFFACER-CONTACT-EXIT.
021143     EXIT.
021110*----------------------------------------------------------------
021120* 5000-PASSE-HISTORIQUE : SECONDE PASSE SUR LE FICHIER MAITRE
021130*                         HISTORIQUE, MEMES REGLES (UN FICHIER
021225     MOVE SPACES           TO JN-CODE-SITE.
021230     MOVE SPACES TO JN-OPERATEUR-VALIDE.
021235     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
021236     SET CH-ENCHAINER TO TRUE.
021237     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
021238     WRITE ENR-JOURNAL.
021239     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
021240     SET CH-VALIDER TO TRUE.
021241     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
021242     MOVE HM-ID-CITOYEN TO HA-ID-CITOYEN.
021244     PERFORM 4600-EFFACER-ADRESSES
021246         THRU 4600-EFFACER-ADRESSES-EXIT.
021247     PERFORM 4700-EFFACER-PIECES
021248         THRU 4700-EFFACER-PIECES-EXIT.
021249     PERFORM 4800-EFFACER-CONTACT
021250         THRU 4800-EFFACER-CONTACT-EXIT.
021250 5100-EXAMINER-HISTORISE-EXIT.
021260     EXIT.
021270*----------------------------------------------------------------
