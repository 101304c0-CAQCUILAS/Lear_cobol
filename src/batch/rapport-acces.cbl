001700* LES RECHERCHES PAR NOM (IDENTIFIANT A ZERO DANS LA TRACE) SONT
001800* COMPTEES A PART ET N'ENTRENT PAS DANS LA VENTILATION PAR
001900* DOSSIER.
001910*
001920* L'ETAT LISTE ENSUITE LES REFUS DU JOUR PORTES AU JOURNAL D'AUDIT
001930* (ACTION REFUS) : ECHECS DE SIGNEMENT (SIGNON-OPERATEUR) ET
001940* TENTATIVES D'ACCES A UN DOSSIER HORS DU PERIMETRE DE SITES DE
001950* L'OPERATEUR (PERIMETRE-SITE).
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002300* ---------- ------- ---------------------------------------------
002400* 2026-09-02 SI      CREATION - VENTILATION DU JOURNAL DES
002500*                    CONSULTATIONS PAR OPERATEUR ET PAR DOSSIER.
002510* 2026-10-15 SI      LES CERTIFICATS DE RESIDENCE
002520*                    (ATTEST-RESIDENCE) SONT COMPTES AVEC LES
002530*                    ATTESTATIONS.
002540* 2026-10-15 SI      LISTE DES REFUS DU JOUR LUS AU JOURNAL
002550*                    D'AUDIT (ECHECS DE SIGNEMENT ET ACCES HORS
002560*                    PERIMETRE DE SITES).
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003600     SELECT ETAT-ACCES ASSIGN TO "ETATACC"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS ET-STATUT.
003810     SELECT JOURNAL ASSIGN TO "JOURNAL"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS JN-STATUT.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  JOURNAL-ACCES
004500 FD  ETAT-ACCES
004600     LABEL RECORDS ARE STANDARD.
004700 01  LIGNE-ETAT                  PIC X(100).
004710 FD  JOURNAL
004720     LABEL RECORDS ARE STANDARD.
004730 01  ENR-JOURNAL.
004740     COPY RCJOURNAL.
004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------------
005000* ZONES DE TRAVAIL
005400     88 AL-ABSENT                VALUE "35".
005500 01  ET-STATUT                   PIC X(02).
005600     88 ET-OK                    VALUE "00".
005610 01  JN-STATUT                   PIC X(02).
005620     88 JN-OK                    VALUE "00".
005630     88 JN-ABSENT                VALUE "35".
005640 01  FIN-JOURNAL-AUDIT           PIC X(01) VALUE "N".
005650     88 PLUS-DE-LIGNES-AUDIT     VALUE "O".
005700 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
005800     88 PLUS-DE-LIGNES           VALUE "O".
005900 01  CARTE-DATE                  PIC X(08) VALUE SPACES.
007000 01  NB-ATTESTATIONS             PIC 9(07) COMP VALUE ZERO.
007100 01  NB-HISTORIQUES              PIC 9(07) COMP VALUE ZERO.
007200 01  NB-AUTRES-PROGRAMMES        PIC 9(07) COMP VALUE ZERO.
007210 01  NB-REFUS-SIGNEMENT          PIC 9(07) COMP VALUE ZERO.
007220 01  NB-REFUS-PERIMETRE          PIC 9(07) COMP VALUE ZERO.
007300*----------------------------------------------------------------
007400* TABLE DE VENTILATION PAR OPERATEUR
007500*----------------------------------------------------------------
010800     05 LD-CONSULTATIONS         PIC ZZZZZZ9.
010900     05 FILLER                   PIC X(14) VALUE " CONSULTATIONS".
011000     05 LD-SIGNAL                PIC X(12).
011007 01  LIGNE-REFUS.
011014     05 FILLER                   PIC X(02) VALUE SPACES.
011021     05 LR-HEURE                 PIC X(06).
011028     05 FILLER                   PIC X(01) VALUE SPACE.
011035     05 LR-OPERATEUR             PIC X(08).
011042     05 FILLER                   PIC X(01) VALUE SPACE.
011049     05 LR-MOTIF                 PIC X(20).
011056     05 FILLER                   PIC X(01) VALUE SPACE.
011063     05 LR-PROGRAMME             PIC X(20).
011070     05 FILLER                   PIC X(01) VALUE SPACE.
011077     05 LR-ID-CITOYEN            PIC X(09).
011084     05 FILLER                   PIC X(01) VALUE SPACE.
011091     05 LR-SITE                  PIC X(03).
011100 01  LIGNE-TOTAL.
011200     05 LT-LIBELLE               PIC X(34).
011300     05 LT-COMPTEUR              PIC ZZZZZZ9.
022300             ADD 1 TO NB-NAVIG
022400         WHEN "ATTESTATION"
022500             ADD 1 TO NB-ATTESTATIONS
022510         WHEN "ATTEST-RESIDENCE"
022520             ADD 1 TO NB-ATTESTATIONS
022600         WHEN "HISTO-DOSSIER"
022700             ADD 1 TO NB-HISTORIQUES
022800         WHEN "HISTO-ARCHIVE"
033200         MOVE LIGNE-TOTAL TO LIGNE-ETAT
033300         WRITE LIGNE-ETAT
033400     END-IF.
033410     PERFORM 8500-LISTER-REFUS
033420         THRU 8500-LISTER-REFUS-EXIT.
033500     MOVE SPACES TO LIGNE-ETAT.
033600     WRITE LIGNE-ETAT.
033700     MOVE "LIGNES DU JOURNAL LUES           :" TO LT-LIBELLE.
034600     MOVE NB-PAR-NOM TO LT-COMPTEUR.
034700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
034800     WRITE LIGNE-ETAT.
034810     MOVE "REFUS DE SIGNEMENT DU JOUR       :" TO LT-LIBELLE.
034820     MOVE NB-REFUS-SIGNEMENT TO LT-COMPTEUR.
034830     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
034840     WRITE LIGNE-ETAT.
034850     MOVE "ACCES HORS PERIMETRE DU JOUR     :" TO LT-LIBELLE.
034860     MOVE NB-REFUS-PERIMETRE TO LT-COMPTEUR.
034870     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
034880     WRITE LIGNE-ETAT.
034900 8000-IMPRIMER-ETAT-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
037400     WRITE LIGNE-ETAT.
037500 8200-IMPRIMER-DOSSIER-EXIT.
037600     EXIT.
037601*----------------------------------------------------------------
037602* 8500-LISTER-REFUS : LECTURE DU JOURNAL D'AUDIT ET LISTE DES
037603*                     LIGNES REFUS DU JOUR DEMANDE
037604*----------------------------------------------------------------
037605 8500-LISTER-REFUS.
037606     MOVE SPACES TO LIGNE-ETAT.
037607     WRITE LIGNE-ETAT.
037608     MOVE SPACES TO LIGNE-ETAT.
037609     STRING "REFUS D'ACCES DU " DELIMITED BY SIZE
037610         DATE-DEMANDEE DELIMITED BY SIZE
037611         " (SIGNEMENT ET PERIMETRE DE SITES)" DELIMITED BY SIZE
037612         INTO LIGNE-ETAT.
037613     WRITE LIGNE-ETAT.
037614     MOVE "  HEURE  OPERAT.  MOTIF                PROGRAMME"
037615         TO LIGNE-ETAT.
037616     MOVE "DOSSIER   SITE" TO LIGNE-ETAT(62:14).
037617     WRITE LIGNE-ETAT.
037618     OPEN INPUT JOURNAL.
037619     IF JN-ABSENT
037620         MOVE "  JOURNAL D'AUDIT ABSENT" TO LIGNE-ETAT
037621         WRITE LIGNE-ETAT
037622         GO TO 8500-LISTER-REFUS-EXIT
037623     END-IF.
037624     IF NOT JN-OK
037625         MOVE SPACES TO LIGNE-ETAT
037626         STRING "  JOURNAL D'AUDIT ILLISIBLE - CODE "
037627             DELIMITED BY SIZE
037628             JN-STATUT DELIMITED BY SIZE
037629             INTO LIGNE-ETAT
037630         WRITE LIGNE-ETAT
037631         MOVE 4 TO RETURN-CODE
037632         GO TO 8500-LISTER-REFUS-EXIT
037633     END-IF.
037634     MOVE "N" TO FIN-JOURNAL-AUDIT.
037635     PERFORM 8510-EXAMINER-LIGNE-AUDIT
037636         THRU 8510-EXAMINER-LIGNE-AUDIT-EXIT
037637         UNTIL PLUS-DE-LIGNES-AUDIT.
037638     CLOSE JOURNAL.
037639     IF NB-REFUS-SIGNEMENT = ZERO AND NB-REFUS-PERIMETRE = ZERO
037640         MOVE "  AUCUN REFUS CE JOUR" TO LIGNE-ETAT
037641         WRITE LIGNE-ETAT
037642     END-IF.
037643 8500-LISTER-REFUS-EXIT.
037644     EXIT.
037645*----------------------------------------------------------------
037646* 8510-EXAMINER-LIGNE-AUDIT : UNE LIGNE DU JOURNAL D'AUDIT - SEULS
037647*                             LES REFUS DU JOUR DEMANDE SONT
037648*                             LISTES ; UN REFUS PORTANT UN
037649*                             DOSSIER EST UN ACCES HORS PERIMETRE
037650*----------------------------------------------------------------
037651 8510-EXAMINER-LIGNE-AUDIT.
037652     READ JOURNAL
037653         AT END
037654             MOVE "O" TO FIN-JOURNAL-AUDIT
037655             GO TO 8510-EXAMINER-LIGNE-AUDIT-EXIT
037656     END-READ.
037657     IF NOT JN-EST-REFUS
037658         GO TO 8510-EXAMINER-LIGNE-AUDIT-EXIT
037659     END-IF.
037660     MOVE JN-DATE-HEURE(1:8) TO DATE-LIGNE-X.
037661     IF DATE-LIGNE-X NOT NUMERIC
037662             OR DATE-LIGNE-9 NOT = DATE-DEMANDEE
037663         GO TO 8510-EXAMINER-LIGNE-AUDIT-EXIT
037664     END-IF.
037665     MOVE JN-DATE-HEURE(9:6) TO LR-HEURE.
037666     MOVE JN-OPERATEUR       TO LR-OPERATEUR.
037667     MOVE JN-NOM             TO LR-MOTIF.
037668     MOVE JN-PRENOM          TO LR-PROGRAMME.
037669     IF JN-ID-CITOYEN NUMERIC AND JN-ID-CITOYEN > ZERO
037670         MOVE JN-ID-CITOYEN  TO LR-ID-CITOYEN
037671         MOVE JN-CODE-SITE   TO LR-SITE
037672         IF JN-CODE-SITE = SPACES
037673             MOVE "---" TO LR-SITE
037674         END-IF
037675         ADD 1 TO NB-REFUS-PERIMETRE
037676     ELSE
037677         MOVE SPACES         TO LR-ID-CITOYEN
037678         MOVE SPACES         TO LR-SITE
037679         ADD 1 TO NB-REFUS-SIGNEMENT
037680     END-IF.
037681     MOVE LIGNE-REFUS TO LIGNE-ETAT.
037682     WRITE LIGNE-ETAT.
037683 8510-EXAMINER-LIGNE-AUDIT-EXIT.
037684     EXIT.
037700*----------------------------------------------------------------
037800* 9999-TERMINER : FERMETURE DES FICHIERS
037900*----------------------------------------------------------------
