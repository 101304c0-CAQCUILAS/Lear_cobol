001300* NORMALISEE DE NAVIG-DOSSIERS S'APPUIE DESSUS : LE CLERC QUI
001400* TAPE STEPHANE SANS ACCENT OU DELATOUR EN UN MOT TOMBE SUR LE
001500* BON VOISINAGE DU FICHIER, QUELLE QUE SOIT LA GRAPHIE D'ORIGINE.
001510* UN DOSSIER QUI PORTE UN NOM D'USAGE RECOIT UNE SECONDE ENTREE
001520* SOUS CE NOM, SAUF SI SA FORME NORMALISEE EST CELLE DU NOM DE
001530* NAISSANCE.
001600*
001700* L'INDEX EST REECRIT EN ENTIER A CHAQUE PASSAGE (OPEN OUTPUT) -
001800* IL N'EST QU'UNE VUE DERIVEE DU FICHIER MAITRE.
002200* ---------- ------- ---------------------------------------------
002300* 2026-09-02 SI      CREATION - CONSTRUCTION NOCTURNE DE L'INDEX
002400*                    DES NOMS NORMALISES.
002410* 2026-10-15 SI      SECONDE ENTREE SOUS LE NOM D'USAGE (MF-NOM-
002420*                    USAGE) POUR LES DOSSIERS QUI EN PORTENT UN,
002430*                    MARQUEE IX-TYPE-NOM "U" : LA RECHERCHE
002440*                    NORMALISEE RETROUVE LE CITOYEN SOUS L'UN OU
002450*                    L'AUTRE NOM.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005900         10 TRI-ID-CITOYEN       PIC 9(09).
006000     05 TRI-NOM                  PIC X(20).
006100     05 TRI-PRENOM               PIC X(20).
006110     05 TRI-TYPE-NOM             PIC X(01).
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------
006400* ZONES DE TRAVAIL
007600     COPY RCNORM.
007700 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
007800 01  NB-INDEXES                  PIC 9(07) COMP VALUE ZERO.
007810 01  NB-NOMS-USAGE               PIC 9(07) COMP VALUE ZERO.
007820 01  CLE-NAISSANCE-NORMALISEE    PIC X(40).
007900 PROCEDURE DIVISION.
008000*================================================================
008100* 0000-MAINLINE : LES DOSSIERS SONT RELACHES A UN TRI SUR LA CLE
013600     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
013700     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
013800     MOVE NR-SORTIE      TO TRI-CLE-NORMALISEE.
013810     MOVE NR-SORTIE      TO CLE-NAISSANCE-NORMALISEE.
013900     MOVE MF-ID-CITOYEN  TO TRI-ID-CITOYEN.
014000     MOVE MF-NOM         TO TRI-NOM.
014100     MOVE MF-PRENOM      TO TRI-PRENOM.
014110     MOVE "N"            TO TRI-TYPE-NOM.
014200     RELEASE ENR-TRI.
014210     IF MF-NOM-USAGE NOT = SPACES
014220         PERFORM 2300-RELACHER-NOM-USAGE
014230             THRU 2300-RELACHER-NOM-USAGE-EXIT
014240     END-IF.
014300     PERFORM 2100-LIRE-CITOYEN
014400         THRU 2100-LIRE-CITOYEN-EXIT.
014500 2200-RELACHER-CITOYEN-EXIT.
014600     EXIT.
014603*----------------------------------------------------------------
014606* 2300-RELACHER-NOM-USAGE : SECONDE ENTREE DU DOSSIER COURANT,
014609*                           SOUS SON NOM D'USAGE - IGNOREE SI LA
014612*                           FORME NORMALISEE EST CELLE DU NOM DE
014615*                           NAISSANCE (CLE EN DOUBLE)
014618*----------------------------------------------------------------
014621 2300-RELACHER-NOM-USAGE.
014627     MOVE SPACES TO ZONE-A-NORMALISER.
014630     STRING MF-NOM-USAGE DELIMITED BY SIZE
014633         MF-PRENOM DELIMITED BY SIZE
014636         INTO ZONE-A-NORMALISER.
014639     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
014642     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
014645     IF NR-SORTIE = CLE-NAISSANCE-NORMALISEE
014648         GO TO 2300-RELACHER-NOM-USAGE-EXIT
014651     END-IF.
014654     MOVE NR-SORTIE      TO TRI-CLE-NORMALISEE.
014657     MOVE MF-ID-CITOYEN  TO TRI-ID-CITOYEN.
014660     MOVE MF-NOM-USAGE   TO TRI-NOM.
014663     MOVE MF-PRENOM      TO TRI-PRENOM.
014666     MOVE "U"            TO TRI-TYPE-NOM.
014669     RELEASE ENR-TRI.
014672     ADD 1 TO NB-NOMS-USAGE.
014675 2300-RELACHER-NOM-USAGE-EXIT.
014678     EXIT.
014700*----------------------------------------------------------------
014800* 5000-CHARGER-INDEX : SORTIE DU TRI - L'INDEX EST RECONSTRUIT EN
014900*                      ENTIER, EN SEQUENCE DE CLE
017400     MOVE TRI-CLE    TO IX-CLE.
017500     MOVE TRI-NOM    TO IX-NOM.
017600     MOVE TRI-PRENOM TO IX-PRENOM.
017610     MOVE TRI-TYPE-NOM TO IX-TYPE-NOM.
017700     WRITE ENR-INDEX-NOM
017800         INVALID KEY
017900             DISPLAY "CLE D'INDEX EN DOUBLE IGNOREE : " IX-CLE
019000     DISPLAY "----------------------------------------".
019100     DISPLAY "DOSSIERS LUS             : " NB-LUS.
019200     DISPLAY "ENTREES INDEXEES         : " NB-INDEXES.
019210     DISPLAY "  DONT NOMS D'USAGE      : " NB-NOMS-USAGE.
019300     DISPLAY "----------------------------------------".
019400 8000-RAPPORT-CONTROLE-EXIT.
019500     EXIT.
