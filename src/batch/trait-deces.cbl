002200*     L'AVIS PART A LA LISTE DE REVUE (REVUEDEC) POUR ARBITRAGE
002300*     PAR LES CLERCS AU LIEU D'ETRE APPLIQUE A L'AVEUGLE.
002400* UN DOSSIER DEJA DECEDE EST COMPTE A PART (AVIS REDONDANT).
002410*
002420* L'AVIS PEUT PORTER LE NOM D'USAGE DU DEFUNT : LES DOSSIERS DONT
002430* LE NOM D'USAGE (MF-NOM-USAGE) EST CELUI DE L'AVIS SONT AUSSI
002440* CANDIDATS, RETROUVES PAR L'INDEX DES NOMS NORMALISES (INDEXNOM,
002450* RECONSTRUIT CHAQUE NUIT PAR CONSTRUIT-INDEX). SANS INDEX, SEUL
002460* LE NOM DE NAISSANCE EST RAPPROCHE.
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
003020*                    CANDIDAT : SEUL UN DOSSIER ACTIF PEUT
003030*                    RECEVOIR LE STATUT "D" D'OFFICE, COMME LE
003040*                    PROMET L'ENTETE - SINON REVUE PAR LES CLERCS.
003050* 2026-10-15 SI      IMAGE DU DOSSIER PORTEE A 197 OCTETS (NOM
003060*                    D'USAGE MF-NOM-USAGE AJOUTE AU FICHIER
003070*                    MAITRE).
003075* 2026-10-15 SI      LES DOSSIERS DONT LE NOM D'USAGE (MF-NOM-
003080*                    USAGE) EST CELUI DE L'AVIS SONT AUSSI
003085*                    CANDIDATS, RETROUVES PAR L'INDEX DES NOMS
003090*                    NORMALISES (DD INDEXNOM, FACULTATIF). REGLES
003095*                    DE DATE ET DE STATUT INCHANGEES.
003096* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
003097*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
003098*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
003099*                    RCCHAIND).
003124* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
003149*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
003174*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
005100     SELECT REVUE-DECES ASSIGN TO "REVUEDEC"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS RV-STATUT.
005310     SELECT INDEX-NOMS ASSIGN TO "INDEXNOM"
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005340         RECORD KEY IS IX-CLE
005350         FILE STATUS IS IX-STATUT.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  AVIS-DECES
007600     05 RV-DATE-NAISSANCE        PIC X(08).
007700     05 RV-DATE-DECES            PIC X(08).
007800     05 RV-MOTIF                 PIC X(40).
007810 FD  INDEX-NOMS
007820     LABEL RECORDS ARE STANDARD.
007830 01  ENR-INDEX-NOM.
007840     COPY RCINDEXN.
007900 WORKING-STORAGE SECTION.
008000*----------------------------------------------------------------
008100* ZONES DE TRAVAIL
008800 01  JN-STATUT                   PIC X(02).
008900 01  RV-STATUT                   PIC X(02).
009000     88 RV-OK                    VALUE "00".
009009 01  IX-STATUT                   PIC X(02).
009018     88 IX-OK                    VALUE "00".
009027 01  INDEX-DISPONIBLE            PIC X(01) VALUE "N".
009036     88 INDEX-EST-DISPONIBLE     VALUE "O".
009045 01  FIN-ENTREES-INDEX           PIC X(01) VALUE "N".
009054     88 PLUS-D-ENTREES-INDEX     VALUE "O".
009063 01  CLE-AVIS-NORMALISEE         PIC X(40).
009072 01  ZONE-A-NORMALISER           PIC X(40).
009081 01  DEMANDE-NORMALISATION.
009090     COPY RCNORM.
009100 01  FIN-AVIS                    PIC X(01) VALUE "N".
009200     88 PLUS-D-AVIS              VALUE "O".
009300 01  FIN-HOMONYMES               PIC X(01) VALUE "N".
009600 01  DATE-DECES-AVIS             PIC 9(08) VALUE ZERO.
009700 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
009800 01  NB-CANDIDATS                PIC 9(02) COMP VALUE ZERO.
009810 01  NB-CANDIDATS-AVANT          PIC 9(02) COMP VALUE ZERO.
009900 01  ID-CANDIDAT                 PIC 9(09) VALUE ZERO.
010000 01  DEJA-DECEDE                 PIC X(01) VALUE "N".
010100     88 AVIS-REDONDANT           VALUE "O".
010150 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
010200*----------------------------------------------------------------
010300* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
010400*----------------------------------------------------------------
010600 01  NB-APPLIQUES                PIC 9(07) COMP VALUE ZERO.
010700 01  NB-EN-REVUE                 PIC 9(07) COMP VALUE ZERO.
010800 01  NB-REDONDANTS               PIC 9(07) COMP VALUE ZERO.
010810 01  NB-PAR-NOM-USAGE            PIC 9(07) COMP VALUE ZERO.
010820 01  CANDIDAT-PAR-USAGE          PIC X(01) VALUE "N".
010830     88 CANDIDAT-EST-PAR-USAGE   VALUE "O".
010840 01  DEMANDE-CHAINAGE.
010850     COPY RCCHAIND.
010900 PROCEDURE DIVISION.
011000*================================================================
011100* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
015200         MOVE 16 TO RETURN-CODE
015300         STOP RUN
015400     END-IF.
015410     OPEN INPUT INDEX-NOMS.
015420     IF IX-OK
015430         MOVE "O" TO INDEX-DISPONIBLE
015440     ELSE
015450         DISPLAY "INDEX DES NOMS NORMALISES ABSENT - PAS DE "
015460             "RAPPROCHEMENT PAR NOM D'USAGE"
015470     END-IF.
015500     OPEN EXTEND JOURNAL.
015600     IF JN-STATUT = "35"
015700         OPEN OUTPUT JOURNAL
020100         WHEN NB-CANDIDATS = 1
020200             PERFORM 4000-APPLIQUER-DECES
020300                 THRU 4000-APPLIQUER-DECES-EXIT
020310             IF CANDIDAT-EST-PAR-USAGE
020320                 ADD 1 TO NB-PAR-NOM-USAGE
020330             END-IF
020400         WHEN NB-CANDIDATS = ZERO
020500             MOVE "AUCUN DOSSIER A CE NOM ET CETTE DATE"
020600                 TO RV-MOTIF
022300*                          EXACTEMENT LA DATE DE NAISSANCE DE
022400*                          L'AVIS EST UN CANDIDAT ; UN DOSSIER
022500*                          DEJA DECEDE A CETTE DATE REND L'AVIS
022600*                          REDONDANT - PUIS DES DOSSIERS DONT LE
022610*                          NOM D'USAGE EST CELUI DE L'AVIS
022700*----------------------------------------------------------------
022800 2100-CHERCHER-CANDIDAT.
022900     MOVE ZERO TO NB-CANDIDATS.
024000     PERFORM 2110-EXAMINER-HOMONYME
024100         THRU 2110-EXAMINER-HOMONYME-EXIT
024200         UNTIL PLUS-D-HOMONYMES.
024210     MOVE "N" TO CANDIDAT-PAR-USAGE.
024220     IF INDEX-EST-DISPONIBLE
024230         PERFORM 2200-CHERCHER-PAR-USAGE
024240             THRU 2200-CHERCHER-PAR-USAGE-EXIT
024250     END-IF.
024300 2100-CHERCHER-CANDIDAT-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
025800         MOVE "O" TO FIN-HOMONYMES
025900         GO TO 2110-EXAMINER-HOMONYME-EXIT
026000     END-IF.
026010     PERFORM 2150-RETENIR-CANDIDAT
026020         THRU 2150-RETENIR-CANDIDAT-EXIT.
027000 2110-EXAMINER-HOMONYME-EXIT.
027100     EXIT.
027101*----------------------------------------------------------------
027102* 2150-RETENIR-CANDIDAT : LE DOSSIER LU, DONT LE NOM CORRESPOND A
027103*                         L'AVIS, EST CANDIDAT S'IL EST ACTIF ET
027104*                         PORTE EXACTEMENT LA DATE DE NAISSANCE
027105*                         DE L'AVIS ; DEJA DECEDE A CETTE DATE, IL
027106*                         REND L'AVIS REDONDANT
027107*----------------------------------------------------------------
027108 2150-RETENIR-CANDIDAT.
026100     IF MF-DATE-NAISSANCE NOT = DATE-NAISSANCE-AVIS
026110         GO TO 2150-RETENIR-CANDIDAT-EXIT
026300     END-IF.
026400     IF MF-DOSSIER-DECEDE
026500         MOVE "O" TO DEJA-DECEDE
026510         GO TO 2150-RETENIR-CANDIDAT-EXIT
026700     END-IF.
026710* UN DOSSIER NON ACTIF (RADIE) N'EST PAS CANDIDAT AU STATUT "D"
026720* D'OFFICE : SANS AUTRE DOSSIER, L'AVIS PART A LA LISTE DE REVUE
026730     IF NOT MF-DOSSIER-ACTIF
026740         GO TO 2150-RETENIR-CANDIDAT-EXIT
026750     END-IF.
026800     ADD 1 TO NB-CANDIDATS.
026900     MOVE MF-ID-CITOYEN TO ID-CANDIDAT.
026904 2150-RETENIR-CANDIDAT-EXIT.
026908     EXIT.
026912*----------------------------------------------------------------
026916* 2200-CHERCHER-PAR-USAGE : PARCOURS DES ENTREES DE L'INDEX DES
026920*                           NOMS NORMALISES SOUS LA FORME
026924*                           NORMALISEE DU NOM DE L'AVIS - LES
026928*                           ENTREES DE NOM D'USAGE Y MENENT AUX
026932*                           DOSSIERS A EXAMINER
026936*----------------------------------------------------------------
026940 2200-CHERCHER-PAR-USAGE.
026944     MOVE SPACES TO ZONE-A-NORMALISER.
026948     STRING DC-NOM DELIMITED BY SIZE
026952         DC-PRENOM DELIMITED BY SIZE
026956         INTO ZONE-A-NORMALISER.
026960     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
026964     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
026968     MOVE NR-SORTIE TO CLE-AVIS-NORMALISEE.
026972     MOVE "N" TO FIN-ENTREES-INDEX.
026976     MOVE CLE-AVIS-NORMALISEE TO IX-CLE-NORMALISEE.
026980     MOVE ZERO TO IX-ID-CITOYEN.
026984     START INDEX-NOMS
026988         KEY IS NOT LESS THAN IX-CLE
026992         INVALID KEY
026996             MOVE "O" TO FIN-ENTREES-INDEX
027000     END-START.
027004     PERFORM 2210-EXAMINER-ENTREE-USAGE
027008         THRU 2210-EXAMINER-ENTREE-USAGE-EXIT
027012         UNTIL PLUS-D-ENTREES-INDEX.
027016 2200-CHERCHER-PAR-USAGE-EXIT.
027020     EXIT.
027024*----------------------------------------------------------------
027028* 2210-EXAMINER-ENTREE-USAGE : ENTREE D'INDEX SUIVANTE - UNE
027032*                              ENTREE DE NOM D'USAGE EST SUIVIE
027036*                              AU FICHIER MAITRE, OU LE NOM
027040*                              D'USAGE DOIT ETRE EXACTEMENT CELUI
027044*                              DE L'AVIS (LE DOSSIER DEJA VU SOUS
027048*                              SON NOM DE NAISSANCE EST ECARTE)
027052*----------------------------------------------------------------
027056 2210-EXAMINER-ENTREE-USAGE.
027060     READ INDEX-NOMS NEXT RECORD
027064         AT END
027068             MOVE "O" TO FIN-ENTREES-INDEX
027072             GO TO 2210-EXAMINER-ENTREE-USAGE-EXIT
027076     END-READ.
027080     IF IX-CLE-NORMALISEE NOT = CLE-AVIS-NORMALISEE
027084         MOVE "O" TO FIN-ENTREES-INDEX
027088         GO TO 2210-EXAMINER-ENTREE-USAGE-EXIT
027092     END-IF.
027096     IF NOT IX-ENTREE-USAGE
027100         GO TO 2210-EXAMINER-ENTREE-USAGE-EXIT
027104     END-IF.
027108     MOVE IX-ID-CITOYEN TO MF-ID-CITOYEN.
027112     READ FICHIER-MAITRE
027116         INVALID KEY
027120             GO TO 2210-EXAMINER-ENTREE-USAGE-EXIT
027124     END-READ.
027128     IF MF-NOM-USAGE NOT = DC-NOM
027132             OR MF-PRENOM NOT = DC-PRENOM
027136             OR MF-NOM = DC-NOM
027140         GO TO 2210-EXAMINER-ENTREE-USAGE-EXIT
027144     END-IF.
027148     MOVE NB-CANDIDATS TO NB-CANDIDATS-AVANT.
027152     PERFORM 2150-RETENIR-CANDIDAT
027156         THRU 2150-RETENIR-CANDIDAT-EXIT.
027160     IF NB-CANDIDATS > NB-CANDIDATS-AVANT
027164         MOVE "O" TO CANDIDAT-PAR-USAGE
027168     END-IF.
027172 2210-EXAMINER-ENTREE-USAGE-EXIT.
027176     EXIT.
027200*----------------------------------------------------------------
027300* 3000-LIRE-AVIS : LECTURE D'UN AVIS DE DECES
027400*----------------------------------------------------------------
032630     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
032650     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
032675     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
032683     SET CH-ENCHAINER TO TRUE.
032691     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
032700     WRITE ENR-JOURNAL.
032725     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
032750     SET CH-VALIDER TO TRUE.
032775     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
032800 4500-JOURNALISER-STATUT-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
035000     DISPLAY "----------------------------------------".
035100     DISPLAY "AVIS LUS                 : " NB-AVIS-LUS.
035200     DISPLAY "DECES APPLIQUES          : " NB-APPLIQUES.
035410     DISPLAY "  DONT PAR NOM D'USAGE   : " NB-PAR-NOM-USAGE.
035300     DISPLAY "AVIS MIS EN REVUE        : " NB-EN-REVUE.
035400     DISPLAY "AVIS REDONDANTS          : " NB-REDONDANTS.
035500     DISPLAY "----------------------------------------".
036700         CLOSE FICHIER-MAITRE
036800         CLOSE REVUE-DECES
036900         CLOSE JOURNAL
036910         IF INDEX-EST-DISPONIBLE
036920             CLOSE INDEX-NOMS
036930         END-IF
037000     END-IF.
037100 9999-TERMINER-EXIT.
037200     EXIT.
