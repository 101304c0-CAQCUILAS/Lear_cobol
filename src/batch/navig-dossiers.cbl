002983*                    ECHOUAIT POUR UN DOSSIER SERVI DEPUIS
002984*                    HISTMAIT ET L'ECRAN MONTRAIT L'IDENTITE DU
002985*                    RESPONSABLE SOUS L'IDENTIFIANT CONSULTE.
002988* 2026-10-15 SI      IMAGE DU DOSSIER PORTEE A 197 OCTETS (NOM
002991*                    D'USAGE MF-NOM-USAGE AJOUTE AU FICHIER
002994*                    MAITRE).
002995* 2026-10-15 SI      LE MODE NORMALISE RETROUVE AUSSI LE CITOYEN
002996*                    SOUS SON NOM D'USAGE (SECONDE ENTREE DE
002997*                    L'INDEX INDEXNOM) ; LA LIGNE EST ALORS
002998*                    AFFICHEE SOUS CE NOM ET MARQUEE (U). L'ECRAN
002999*                    DE CONSULTATION AFFICHE LE NOM D'USAGE.
003000* 2026-10-15 SI      LES DOSSIERS HORS DU PERIMETRE DE SITES DE
003001*                    L'OPERATEUR (PERIMETRE-SITE) SONT MASQUES DES
003002*                    PAGES, DANS LES TROIS MODES DE RECHERCHE.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005630     88 LN-ABSENT                VALUE "35".
005640 01  LIENS-DISPONIBLES           PIC X(01) VALUE "N".
005650     88 LIENS-SONT-DISPONIBLES   VALUE "O".
005660 01  DOSSIER-CONSULTE-TRAVAIL    PIC X(197) VALUE SPACES.
005670 01  LIGNE-RESPONSABLE           PIC X(50) VALUE SPACES.
005680 01  ID-AVEC-CLE                 PIC X(11) VALUE SPACES.
005681 01  DEMANDE-TRACE-ACCES.
006200     88 REVENIR-AU-CRITERE       VALUE "O".
006300 01  FIN-DE-PARCOURS             PIC X(01) VALUE "N".
006400     88 PLUS-DE-DOSSIERS         VALUE "O".
006410 01  DEMANDE-PERIMETRE.
006420     COPY RCPERIM.
006500     COPY RCOPER.
006600     COPY RCSIGNON.
007000*----------------------------------------------------------------
012000     05 LC-AGE                   PIC ZZ9.
012100     05 FILLER                   PIC X(01) VALUE SPACE.
012200     05 LC-STATUT                PIC X(06).
012210     05 FILLER                   PIC X(01) VALUE SPACE.
012220     05 LC-MARQUE-USAGE          PIC X(03).
012300 01  CHOIX-NAVIGATION            PIC X(02).
012400 01  CHOIX-NAVIGATION-9 REDEFINES CHOIX-NAVIGATION
012500                                 PIC 9(02).
014300     05 LINE 01 COL 01 VALUE "DOSSIERS TROUVES".
014400     05 LINE 02 COL 01
014500         VALUE "NO IDENTIFIANT NOM / PRENOM / AGE / STATUT".
014510     05 LINE 02 COL 46 VALUE "((U) = NOM D'USAGE)".
014600     05 LINE 04 COL 01 PIC X(70) FROM LIGNE-PAGE-01.
014700     05 LINE 05 COL 01 PIC X(70) FROM LIGNE-PAGE-02.
014800     05 LINE 06 COL 01 PIC X(70) FROM LIGNE-PAGE-03.
018400     05 LINE 13 COL 16 PIC X(03) FROM MF-CODE-SITE.
018410     05 LINE 14 COL 01 VALUE "RESPONSABLE :".
018420     05 LINE 14 COL 16 PIC X(50) FROM LIGNE-RESPONSABLE.
018430     05 LINE 15 COL 01 VALUE "NOM D'USAGE :".
018440     05 LINE 15 COL 16 PIC X(20) FROM MF-NOM-USAGE.
018500     05 LINE 16 COL 01 VALUE "ENTER=RETOUR A LA LISTE".
018600 PROCEDURE DIVISION.
018700*================================================================
032300             MOVE "O" TO FIN-DE-PARCOURS
032400             GO TO 3110-LIRE-DOSSIER-EXIT
032500     END-READ.
032510     PERFORM 3120-FILTRER-PERIMETRE
032520         THRU 3120-FILTRER-PERIMETRE-EXIT.
032530     IF PT-HORS-PERIMETRE
032540         GO TO 3110-LIRE-DOSSIER-EXIT
032550     END-IF.
032600     ADD 1 TO NB-LIGNES-PAGE.
032650     PERFORM 3130-COMPOSER-LIGNE
032660         THRU 3130-COMPOSER-LIGNE-EXIT.
034900     END-IF.
035000 3110-LIRE-DOSSIER-EXIT.
035100     EXIT.
035101*----------------------------------------------------------------
035102* 3120-FILTRER-PERIMETRE : UN DOSSIER HORS DU PERIMETRE DE SITES
035103*                          DE L'OPERATEUR (VOIR RCPERIM) N'ENTRE
035104*                          PAS DANS LA PAGE
035105*----------------------------------------------------------------
035106 3120-FILTRER-PERIMETRE.
035107     MOVE "F"               TO PT-ACTION.
035108     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
035109     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
035110     MOVE "NAVIG-DOSSIERS"  TO PT-PROGRAMME.
035111     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
035112 3120-FILTRER-PERIMETRE-EXIT.
035113     EXIT.
035110*----------------------------------------------------------------
035111* 3130-COMPOSER-LIGNE : COMPOSITION DE LA LIGNE DE PAGE DU
035112*                       DOSSIER PRESENT DANS LA ZONE
035113*                       D'ENREGISTREMENT (COMMUN AUX DEUX MODES) -
035114*                       UN DOSSIER TROUVE EN MODE NORMALISE PAR
035115*                       SON NOM D'USAGE EST AFFICHE SOUS CE NOM
035116*                       ET MARQUE (U)
035114*----------------------------------------------------------------
035115 3130-COMPOSER-LIGNE.
035116     MOVE NB-LIGNES-PAGE TO LC-NO.
035117     MOVE MF-ID-CITOYEN  TO LC-ID.
035118     MOVE MF-NOM         TO LC-NOM.
035119     MOVE MF-PRENOM      TO LC-PRENOM.
035120     MOVE SPACES         TO LC-MARQUE-USAGE.
035121     IF MODE-NORMALISE AND IX-ENTREE-USAGE
035122         MOVE MF-NOM-USAGE TO LC-NOM
035123         MOVE "(U)"        TO LC-MARQUE-USAGE
035124     END-IF.
035121     MOVE MF-AGE         TO LC-AGE.
035122     IF MF-DOSSIER-ACTIF
035123         MOVE "ACTIF"  TO LC-STATUT
035192         INVALID KEY
035193             GO TO 3160-LIRE-DOSSIER-INDEX-EXIT
035194     END-READ.
035195     PERFORM 3120-FILTRER-PERIMETRE
035196         THRU 3120-FILTRER-PERIMETRE-EXIT.
035197     IF PT-HORS-PERIMETRE
035198         GO TO 3160-LIRE-DOSSIER-INDEX-EXIT
035199     END-IF.
035195     ADD 1 TO NB-LIGNES-PAGE.
035196     PERFORM 3130-COMPOSER-LIGNE
035197         THRU 3130-COMPOSER-LIGNE-EXIT.
035256             GO TO 3180-LIRE-DOSSIER-HISTO-EXIT
035257     END-READ.
035258     MOVE ENR-MAITRE-HISTO TO ENR-MAITRE.
035259     PERFORM 3120-FILTRER-PERIMETRE
035260         THRU 3120-FILTRER-PERIMETRE-EXIT.
035261     IF PT-HORS-PERIMETRE
035262         GO TO 3180-LIRE-DOSSIER-HISTO-EXIT
035263     END-IF.
035259     ADD 1 TO NB-LIGNES-PAGE.
035261     PERFORM 3130-COMPOSER-LIGNE
035262         THRU 3130-COMPOSER-LIGNE-EXIT.
