001400* ET ESPACES RETIRES, MINUSCULES REMONTEES) ET GROUPE LES
001500* DOSSIERS QUI S'Y RETROUVENT A PLUSIEURS, AVEC IDENTIFIANT,
001600* DATE DE NAISSANCE ET SITE.
001610* UN DOSSIER QUI PORTE UN NOM D'USAGE EST RELACHE UNE SECONDE
001620* FOIS SOUS CE NOM (MARQUE (U) A L'ETAT) : LE DOSSIER CREE EN
001630* DOUBLE SOUS LE NOM D'EPOUSE EST AINSI RAPPROCHE DU DOSSIER
001640* D'ORIGINE.
001700*
001800* L'ETAT PRESENTE D'ABORD LES GROUPES LES PLUS PROBABLES (AU
001900* MOINS DEUX DOSSIERS DU GROUPE PORTENT LA MEME DATE DE
002830*                    RCNORM), PARTAGE AVEC L'INDEX DES NOMS
002840*                    NORMALISES DU GUICHET (CONSTRUIT-INDEX,
002850*                    NAVIG-DOSSIERS) - MEMES REGLES PARTOUT.
002860* 2026-10-15 SI      LES DOSSIERS QUI PORTENT UN NOM D'USAGE (MF-
002870*                    NOM-USAGE) SONT AUSSI RAPPROCHES SOUS CE NOM,
002880*                    MARQUE (U) SUR L'ETAT.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
006000     05 TRI-PRENOM               PIC X(20).
006100     05 TRI-DATE-NAISSANCE       PIC 9(08).
006200     05 TRI-CODE-SITE            PIC X(03).
006210     05 TRI-TYPE-NOM             PIC X(01).
006300 FD  GROUPES-SUSPECTS
006400     LABEL RECORDS ARE STANDARD.
006500 01  ENR-GROUPE.
007000     05 GR-PRENOM                PIC X(20).
007100     05 GR-DATE-NAISSANCE        PIC 9(08).
007200     05 GR-CODE-SITE             PIC X(03).
007210     05 GR-TYPE-NOM              PIC X(01).
007220         88 GR-NOM-USAGE         VALUE "U".
007300 FD  ETAT-DOUBLONS
007400     LABEL RECORDS ARE STANDARD.
007500 01  LIGNE-ETAT                  PIC X(90).
009600*----------------------------------------------------------------
009700 01  ZONE-A-NORMALISER           PIC X(40).
009800 01  CLE-NORMALISEE              PIC X(40).
009810 01  CLE-NAISSANCE-NORMALISEE    PIC X(40).
009900 01  DEMANDE-NORMALISATION.
010000     COPY RCNORM.
010200*----------------------------------------------------------------
011600         10 MB-PRENOM            PIC X(20).
011700         10 MB-DATE-NAISSANCE    PIC 9(08).
011800         10 MB-CODE-SITE         PIC X(03).
011810         10 MB-TYPE-NOM          PIC X(01).
011900 01  IDX-COMPARE-A               PIC 9(02) COMP.
012000 01  IDX-COMPARE-B               PIC 9(02) COMP.
012010 01  DATE-COMPARE                PIC 9(08) VALUE ZERO.
012200* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
012300*----------------------------------------------------------------
012400 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
012410 01  NB-NOMS-USAGE               PIC 9(07) COMP VALUE ZERO.
012500 01  NB-GROUPES-SUSPECTS         PIC 9(07) COMP VALUE ZERO.
012600 01  NB-GROUPES-PROBABLES        PIC 9(07) COMP VALUE ZERO.
012700 01  NB-DOSSIERS-SUSPECTS        PIC 9(07) COMP VALUE ZERO.
014400     05 LM-DATE-NAISSANCE        PIC 9(08).
014500     05 FILLER                   PIC X(06) VALUE " SITE ".
014600     05 LM-SITE                  PIC X(03).
014610     05 LM-MARQUE-USAGE          PIC X(04).
014700 01  LIGNE-TOTAL.
014800     05 LT-LIBELLE               PIC X(34).
014900     05 LT-COMPTEUR              PIC ZZZZZZ9.
021400     MOVE MF-PRENOM        TO TRI-PRENOM.
021500     MOVE MF-DATE-NAISSANCE TO TRI-DATE-NAISSANCE.
021600     MOVE MF-CODE-SITE     TO TRI-CODE-SITE.
021610     MOVE "N"              TO TRI-TYPE-NOM.
021700     RELEASE ENR-TRI.
021710     IF MF-NOM-USAGE NOT = SPACES
021720         PERFORM 1300-RELACHER-NOM-USAGE
021730             THRU 1300-RELACHER-NOM-USAGE-EXIT
021740     END-IF.
021800     PERFORM 1100-LIRE-CITOYEN
021900         THRU 1100-LIRE-CITOYEN-EXIT.
022000 1200-RELACHER-CITOYEN-EXIT.
022100     EXIT.
022110*----------------------------------------------------------------
022120* 1300-RELACHER-NOM-USAGE : SECOND RELACHEMENT DU DOSSIER
022130*                           COURANT SOUS SON NOM D'USAGE - SANS
022140*                           OBJET SI LA FORME NORMALISEE EST
022150*                           CELLE DU NOM DE NAISSANCE
022160*----------------------------------------------------------------
022170 1300-RELACHER-NOM-USAGE.
022180     MOVE CLE-NORMALISEE TO CLE-NAISSANCE-NORMALISEE.
022190     MOVE SPACES TO ZONE-A-NORMALISER.
022200     STRING MF-NOM-USAGE DELIMITED BY SIZE
022210         MF-PRENOM DELIMITED BY SIZE
022220         INTO ZONE-A-NORMALISER.
022230     MOVE ZONE-A-NORMALISER TO NR-ENTREE.
022240     CALL "NORMALISE-NOM" USING DEMANDE-NORMALISATION.
022250     MOVE NR-SORTIE TO CLE-NORMALISEE.
022260     IF CLE-NORMALISEE = CLE-NAISSANCE-NORMALISEE
022270         GO TO 1300-RELACHER-NOM-USAGE-EXIT
022280     END-IF.
022290     MOVE CLE-NORMALISEE   TO TRI-CLE-NORMALISEE.
022300     MOVE MF-ID-CITOYEN    TO TRI-ID-CITOYEN.
022302     MOVE MF-NOM-USAGE     TO TRI-NOM.
022304     MOVE MF-PRENOM        TO TRI-PRENOM.
022306     MOVE MF-DATE-NAISSANCE TO TRI-DATE-NAISSANCE.
022308     MOVE MF-CODE-SITE     TO TRI-CODE-SITE.
022310     MOVE "U"              TO TRI-TYPE-NOM.
022320     RELEASE ENR-TRI.
022330     ADD 1 TO NB-NOMS-USAGE.
022340 1300-RELACHER-NOM-USAGE-EXIT.
022350     EXIT.
026100*----------------------------------------------------------------
026200* 3000-GROUPER : SORTIE DU TRI - LES DOSSIERS DE MEME CLE
026300*                NORMALISEE SONT RASSEMBLES, CHAQUE GROUPE DE
030900     MOVE TRI-PRENOM         TO MB-PRENOM(IDX-MEMBRE).
031000     MOVE TRI-DATE-NAISSANCE TO MB-DATE-NAISSANCE(IDX-MEMBRE).
031100     MOVE TRI-CODE-SITE      TO MB-CODE-SITE(IDX-MEMBRE).
031110     MOVE TRI-TYPE-NOM       TO MB-TYPE-NOM(IDX-MEMBRE).
031200 3100-RETIRER-DOSSIER-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
038900     MOVE MB-PRENOM(IDX-MEMBRE)   TO GR-PRENOM.
039000     MOVE MB-DATE-NAISSANCE(IDX-MEMBRE) TO GR-DATE-NAISSANCE.
039100     MOVE MB-CODE-SITE(IDX-MEMBRE) TO GR-CODE-SITE.
039110     MOVE MB-TYPE-NOM(IDX-MEMBRE)  TO GR-TYPE-NOM.
039200     WRITE ENR-GROUPE.
039300     ADD 1 TO NB-DOSSIERS-SUSPECTS.
039400 4200-ECRIRE-MEMBRE-EXIT.
047200     MOVE GR-PRENOM           TO LM-PRENOM.
047300     MOVE GR-DATE-NAISSANCE   TO LM-DATE-NAISSANCE.
047400     MOVE GR-CODE-SITE        TO LM-SITE.
047410     MOVE SPACES              TO LM-MARQUE-USAGE.
047420     IF GR-NOM-USAGE
047430         MOVE " (U)"          TO LM-MARQUE-USAGE
047440     END-IF.
047500     MOVE LIGNE-MEMBRE TO LIGNE-ETAT.
047600     WRITE LIGNE-ETAT.
047700 6110-EDITER-GROUPE-EXIT.
048400     DISPLAY "RAPPROCH-DOUBLONS - TOTAUX DE CONTROLE".
048500     DISPLAY "----------------------------------------".
048600     DISPLAY "DOSSIERS LUS             : " NB-LUS.
048610     DISPLAY "NOMS D'USAGE RAPPROCHES  : " NB-NOMS-USAGE.
048700     DISPLAY "GROUPES SUSPECTS         : " NB-GROUPES-SUSPECTS.
048800     DISPLAY "  DONT TRES PROBABLES    : " NB-GROUPES-PROBABLES.
048900     DISPLAY "DOSSIERS EN DOUBLON      : " NB-DOSSIERS-SUSPECTS.
