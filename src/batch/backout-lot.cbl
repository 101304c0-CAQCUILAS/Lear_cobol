003184*                    JOURNALISEES "MODIF" A IDENTIFIANT ZERO,
003185*                    ELLES FAISAIENT ECHOUER LA LECTURE ET
003186*                    POUSSAIENT LE CODE RETOUR A 8.
003188* 2026-10-15 SI      LES LIGNES MODHI (READRESSAGE DU FICHIER
003190*                    MAITRE HISTORIQUE PAR READRESSE-DOSSIERS)
003192*                    SONT ECARTEES DE MEME : LE DOSSIER N'EST PAS
003194*                    AU FICHIER MAITRE VIVANT.
003195* 2026-10-15 SI      L'HISTORIQUE DES ADRESSES SUIT LE RETOUR
003196*                    ARRIERE (SOUS-PROGRAMME HISTO-ADRESSE,
003197*                    FICHIER ADRHIST) : L'ADRESSE OUVERTE PAR UN
003198*                    AJOUT OU UNE MODIF DEFAITS EST RETIREE ET
003199*                    L'ADRESSE RETABLIE ROUVERTE ; UN DOSSIER
003200*                    REFAIT RETROUVE SON ADRESSE EN COURS.
003201* 2026-10-15 SI      IMAGE DU DOSSIER PORTEE A 197 OCTETS (NOM
003202*                    D'USAGE MF-NOM-USAGE AJOUTE AU FICHIER
003203*                    MAITRE).
003204* 2026-10-15 SI      LES LIGNES RELEV (RELEVE DU DROIT D'ACCES)
003205*                    SONT ECARTEES COMME LES REFUS.
003206* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
003207*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
003208*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
003209*                    RCCHAIND).
003210* 2026-10-15 SI      CAPACITE DE LA FENETRE PORTEE DE 2000 A 20000
003211*                    LIGNES : UNE CORRECTION DE MASSE
003212*                    (CORRIGE-MASSE) SE DEFAIT EN UNE FOIS AVEC SA
003213*                    REFERENCE DE LOT EN DEBUT ET EN FIN DE
003214*                    FENETRE.
003235* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
003256*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
003277*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
007520 01  NB-SUPPR-REFAITES           PIC 9(07) COMP VALUE ZERO.
007530 01  NB-STATUTS-RETABLIS         PIC 9(07) COMP VALUE ZERO.
007600 01  AGE-AVANT-ANNULATION        PIC 9(03) VALUE ZERO.
007610 01  DEMANDE-HISTO-ADRESSE.
007620     COPY RCADRHD.
007700*----------------------------------------------------------------
007800* TABLE DES LIGNES DE LA FENETRE, REJOUEES EN ORDRE INVERSE -
007900* AU-DELA DE LA CAPACITE, LE PROGRAMME S'ARRETE SANS RIEN
008000* DEFAIRE PLUTOT QUE DE NE DEFAIRE QU'UNE PARTIE DU PASSAGE
008100*----------------------------------------------------------------
008200 01  NB-RETENUES                 PIC 9(05) COMP VALUE ZERO.
008300 01  IDX-RETENUE                 PIC S9(05) COMP VALUE ZERO.
008400 01  TABLE-FENETRE.
008500     05 LIGNE-RETENUE            OCCURS 20000 TIMES.
008600         10 LR-ACTION            PIC X(05).
008700         10 LR-ID-CITOYEN        PIC X(09).
008800         10 LR-NOM               PIC X(20).
008900         10 LR-PRENOM            PIC X(20).
009000         10 LR-AGE-AVANT         PIC 9(03).
009010         10 LR-IMAGE-AVANT       PIC X(197).
009100 01  LR-ID-NUM                   PIC 9(09) VALUE ZERO.
009110 01  DEMANDE-CHAINAGE.
009120     COPY RCCHAIND.
009200 PROCEDURE DIVISION.
009300*================================================================
009400* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
015530* FICHIER MAITRE : ILS SONT ECARTES COMME LES LIGNES ANNUL AU
015540* LIEU DE FINIR EN "NON TRAITABLES". LES ACTIONS ANONY ET HISTO,
015550* ELLES, RESTENT SIGNALEES : ELLES ONT MODIFIE LE MAITRE ET NE
015555* SE DEFONT PAS PAR CE PROGRAMME. LES LIGNES MODHI PORTENT SUR
015557* LE FICHIER MAITRE HISTORIQUE, QUE CE PROGRAMME NE TOUCHE PAS.
015558* LES LIGNES RELEV (RELEVE DU DROIT D'ACCES) NE SONT QU'UNE TRACE.
015560     IF JN-EST-REFUS OR JN-EST-LIEN OR JN-EST-OPERATEUR
015565             OR JN-EST-MODIF-HISTO OR JN-EST-RELEVE
015570         GO TO 2000-COLLECTER-LIGNE-CONTINUER
015580     END-IF.
015600     ADD 1 TO NB-DANS-FENETRE.
015700     IF NB-DANS-FENETRE > 20000
015800         DISPLAY "PLUS DE 20000 LIGNES DANS LA FENETRE - "
015900             "RETOUR ARRIERE NON ENGAGE, REDUIRE LA FENETRE"
016000         MOVE 16 TO RETURN-CODE
016100         STOP RUN
025000             MOVE ZERO TO MF-AGE
025100             PERFORM 5000-JOURNALISER-ANNULATION
025200                 THRU 5000-JOURNALISER-ANNULATION-EXIT
025210             MOVE "A"    TO HA-ACTION
025220             MOVE SPACES TO HA-ADRESSE
025230             PERFORM 5100-HISTORISER-ADRESSE
025240                 THRU 5100-HISTORISER-ADRESSE-EXIT
025300     END-DELETE.
025400 4200-DEFAIRE-AJOUT-EXIT.
025500     EXIT.
027670             END-IF
027700             PERFORM 5000-JOURNALISER-ANNULATION
027800                 THRU 5000-JOURNALISER-ANNULATION-EXIT
027810             IF LR-IMAGE-AVANT(IDX-RETENUE) NOT = SPACES
027820                 MOVE "A"        TO HA-ACTION
027830                 MOVE MF-ADRESSE TO HA-ADRESSE
027840                 PERFORM 5100-HISTORISER-ADRESSE
027850                     THRU 5100-HISTORISER-ADRESSE-EXIT
027860             END-IF
027900     END-REWRITE.
028000 4300-DEFAIRE-MODIF-EXIT.
028100     EXIT.
028124     ADD 1 TO NB-SUPPR-REFAITES.
028125     PERFORM 5000-JOURNALISER-ANNULATION
028126         THRU 5000-JOURNALISER-ANNULATION-EXIT.
028127     MOVE "M"        TO HA-ACTION.
028128     MOVE MF-ADRESSE TO HA-ADRESSE.
028129     PERFORM 5100-HISTORISER-ADRESSE
028130         THRU 5100-HISTORISER-ADRESSE-EXIT.
028127 4400-DEFAIRE-SUPPR-EXIT.
028128     EXIT.
028129*----------------------------------------------------------------
029560     MOVE SPACES          TO JN-CODE-SITE.
029570     MOVE SPACES TO JN-OPERATEUR-VALIDE.
029580     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
029586     SET CH-ENCHAINER TO TRUE.
029592     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
029600     WRITE ENR-JOURNAL.
029625     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
029650     SET CH-VALIDER TO TRUE.
029675     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
029700 5000-JOURNALISER-ANNULATION-EXIT.
029800     EXIT.
029807*----------------------------------------------------------------
029814* 5100-HISTORISER-ADRESSE : REPORT DU RETOUR ARRIERE A
029821*                           L'HISTORIQUE DES ADRESSES - ACTION ET
029828*                           ADRESSE RETABLIE POSEES PAR L'APPELANT
029835*----------------------------------------------------------------
029842 5100-HISTORISER-ADRESSE.
029849     MOVE LR-ID-NUM     TO HA-ID-CITOYEN.
029856     MOVE FUNCTION CURRENT-DATE(1:8) TO HA-DATE-EFFET.
029863     MOVE "BACKOUT-LOT" TO HA-PROGRAMME.
029870     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
029877 5100-HISTORISER-ADRESSE-EXIT.
029884     EXIT.
029900*----------------------------------------------------------------
030000* 8000-RAPPORT-CONTROLE : ETAT DU RETOUR ARRIERE ET CODE RETOUR
030100*                         GRADUE
