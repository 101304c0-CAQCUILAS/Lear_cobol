002930*                    RCJOURNAL) : BACKOUT-LOT ET REJOUE-JOURNAL
002940*                    COUVRENT LE MARQUAGE COMME LES AUTRES
002950*                    ECRITURES.
002960* 2026-10-15 SI      IMAGE DU DOSSIER PORTEE A 197 OCTETS (NOM
002970*                    D'USAGE MF-NOM-USAGE AJOUTE AU FICHIER
002980*                    MAITRE).
002984* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
002988*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
002992*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
002996*                    RCCHAIND).
002997* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
002998*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
010300 01  ID-CANDIDAT                 PIC 9(09) VALUE ZERO.
010400 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
010500 01  AGE-AVANT-MARQUAGE          PIC 9(03) VALUE ZERO.
010520 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
010600*----------------------------------------------------------------
010700* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
010800*----------------------------------------------------------------
011000 01  NB-MARQUES                  PIC 9(07) COMP VALUE ZERO.
011100 01  NB-DEJA-MARQUES             PIC 9(07) COMP VALUE ZERO.
011200 01  NB-NON-RAPPROCHES           PIC 9(07) COMP VALUE ZERO.
011210 01  DEMANDE-CHAINAGE.
011220     COPY RCCHAIND.
011300 PROCEDURE DIVISION.
011400*================================================================
011500* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
031799     MOVE SPACES TO JN-OPERATEUR-VALIDE.
031800     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
031801     MOVE ENR-MAITRE          TO JN-IMAGE-APRES.
031802     SET CH-ENCHAINER TO TRUE.
031803     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
031802     WRITE ENR-JOURNAL.
031826     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
031850     SET CH-VALIDER TO TRUE.
031874     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
031900 4500-JOURNALISER-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
