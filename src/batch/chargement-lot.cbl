001997*                    AUSSI CONTROLEE SUR LA MODIFICATION ("M") :
001998*                    UN NUMERO DEJA PORTE PAR UN AUTRE DOSSIER
001999*                    EST REJETE AU LIEU D'ETRE PLANTE EN DOUBLE.
002040* 2026-10-15 SI      LE CODE POSTAL ET LA COMMUNE D'UNE ADRESSE
002041*                    FOURNIE (AJOUT OU "M") SONT DESORMAIS
002042*                    CONTROLES CONTRE LE REFERENTIEL OFFICIEL DES
002043*                    COMMUNES (SOUS-PROGRAMME CONTROLE-COMMUNE) :
002044*                    NOUVEAUX MOTIFS DE REJET "CODE POSTAL INCONNU
002045*                    AU REFERENTIEL" ET "COMMUNE NE CORRESPOND PAS
002046*                    AU CODE POSTAL" ; LA GRAPHIE OFFICIELLE DE LA
002047*                    COMMUNE EST ENREGISTREE AU FICHIER MAITRE.
002048* 2026-10-15 SI      L'ADRESSE D'UN AJOUT, OU CELLE QU'UN "M"
002049*                    CHANGE, EST PORTEE A L'HISTORIQUE DES
002050*                    ADRESSES (SOUS-PROGRAMME HISTO-ADRESSE,
002051*                    FICHIER ADRHIST) - RIEN EN SIMULATION.
002052* 2026-10-15 SI      TRANSACTIONS DIFFEREES : UNE TRANSACTION DONT
002053*                    LA DATE D'EFFET (TR-DATE-EFFET) EST
002054*                    POSTERIEURE A LA DATE DU CHARGEMENT EST
002055*                    CONTROLEE PUIS MISE EN ATTENTE AU FICHIER
002056*                    DIFFERE (COPY RCDIFFER) ; EN FIN DE LOT, LES
002057*                    TRANSACTIONS EN ATTENTE ARRIVEES A ECHEANCE
002058*                    SONT APPLIQUEES COMME CELLES DU JOUR
002059*                    (JOURNAL, HISTORIQUE, TOTAUX) ET LE STATUT OU
002060*                    L'ADRESSE PRENNENT EFFET A LEUR DATE. LE
002061*                    CODE "X" ANNULE UNE TRANSACTION EN ATTENTE
002062*                    DU SITE. NOUVEAUX TOTAUX DIFFERES,
002063*                    ANNULATIONS, LIBERES ET EN ATTENTE AVANT /
002064*                    APRES DEPOSES AU FICHIER CTRLBAL (REGLE R5 DE
002065*                    BALANCE-NUIT).
002066* 2026-10-15 SI      NOUVEAU CODE TRANSACTION "U" : POSE OU
002067*                    RETRAIT DU NOM D'USAGE (MF-NOM-USAGE) DU
002068*                    DOSSIER, JOURNALISE EN MODIF AVEC LES IMAGES
002069*                    AVANT/APRES ET COMPTE AVEC LES MODIFICATIONS.
002070*                    A L'AJOUT, LE NOM D'USAGE EVENTUEL DE LA
002071*                    TRANSACTION EST PORTE AU DOSSIER.
002072* 2026-10-15 SI      LE NUMERO NATIONAL FOURNI DOIT CONCORDER AVEC
002073*                    LE SEXE ET LA DATE DE NAISSANCE DE LA
002074*                    TRANSACTION (CONTROLE-NONAT) : NOUVEAUX
002075*                    MOTIFS DE REJET "NO NATIONAL INCOHERENT AVEC
002076*                    LE SEXE" ET "NO NATIONAL INCOHERENT AVEC
002077*                    NAISSANCE".
002078* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
002079*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
002080*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
002083*                    RCCHAIND).
002086* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
002089*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
002092*----------------------------------------------------------------
002095 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.    IBM-370.
002300 OBJECT-COMPUTER.    IBM-370.
003404         ACCESS MODE IS DYNAMIC
003405         RECORD KEY IS LN-ID-MINEUR
003406         FILE STATUS IS LN-STATUT.
003407     SELECT DIFFERES ASSIGN TO "DIFFERE"
003408         ORGANIZATION IS INDEXED
003409         ACCESS MODE IS DYNAMIC
003410         RECORD KEY IS DF-REFERENCE
003411         FILE STATUS IS DF-STATUT.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  TRANSACTIONS
004899     05 PC-NB-SUPPRESSIONS       PIC 9(07).
004900     05 PC-NB-CHANGTS-STATUT     PIC 9(07).
004901     05 PC-NB-LIENS              PIC 9(07).
004902     05 PC-NB-DIFFERES           PIC 9(07).
004903     05 PC-NB-ANNULATIONS        PIC 9(07).
004904     05 PC-NB-LIBERES            PIC 9(07).
004905     05 PC-NB-ATTENTE-AVANT      PIC 9(07).
004906     05 PC-DATE-LOT              PIC 9(08).
004907     05 PC-BASE-DEPOT            PIC 9(07).
004897 FD  JOURNAL
004898     LABEL RECORDS ARE STANDARD.
004899 01  ENR-JOURNAL.
004912     LABEL RECORDS ARE STANDARD.
004913 01  ENR-LIEN.
004914     COPY RCLIEN.
004917 FD  DIFFERES
004918     LABEL RECORDS ARE STANDARD.
004919 01  ENR-DIFFERE.
004920     COPY RCDIFFER.
004910 WORKING-STORAGE SECTION.
005000*----------------------------------------------------------------
005100* ZONES DE TRAVAIL
005962 01  NB-MODIFICATIONS            PIC 9(07) COMP VALUE ZERO.
005963 01  NB-SUPPRESSIONS             PIC 9(07) COMP VALUE ZERO.
005964 01  AGE-AVANT-MODIF             PIC 9(03) VALUE ZERO.
005965 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
005967 01  NB-CHANGTS-STATUT           PIC 9(07) COMP VALUE ZERO.
005969 01  NB-LIENS                    PIC 9(07) COMP VALUE ZERO.
005968 01  DATE-DU-JOUR-AAAAMMJJ       PIC 9(08) VALUE ZERO.
006044     COPY RCPARVAL.
006046 01  DEMANDE-CONTROLE-DATE.
006048     COPY RCCTRLD.
006049 01  DEMANDE-CONTROLE-COMMUNE.
006050     COPY RCCOMMD.
006051 01  DEMANDE-HISTO-ADRESSE.
006052     COPY RCADRHD.
006049 01  LN-STATUT                   PIC X(02).
006051     88 LN-OK                    VALUE "00".
006053     88 LN-ABSENT                VALUE "35".
006056     88 NONAT-EST-DISPONIBLE     VALUE "O".
006058 01  DEMANDE-CONTROLE-NONAT.
006062     COPY RCNONAT.
006063*----------------------------------------------------------------
006064* ZONES DES TRANSACTIONS DIFFEREES (FICHIER DIFFERE) - LA DATE DU
006065* LOT EST CELLE DU DEPOT ET DE L'ECHEANCE, CONSERVEE AU POINT DE
006066* CONTROLE POUR QU'UNE REPRISE APRES MINUIT GARDE LA MEME ; LA
006067* BASE DE DEPOT EST LE DERNIER RANG DEJA DEPOSE CE JOUR-LA
006068*----------------------------------------------------------------
006069 01  DF-STATUT                   PIC X(02).
006070     88 DF-OK                    VALUE "00".
006071     88 DF-ABSENT                VALUE "35".
006072     88 DF-DOUBLON               VALUE "22".
006073 01  DATE-TRAITEMENT             PIC 9(08) VALUE ZERO.
006074 01  BASE-DEPOT                  PIC 9(07) VALUE ZERO.
006075 01  DATE-EFFET-RETENUE          PIC 9(08) VALUE ZERO.
006076 01  DATE-EFFET-VALIDE           PIC X(01) VALUE "N".
006077     88 DATE-EFFET-EST-VALIDE    VALUE "O".
006078 01  FIN-DIFFERES                PIC X(01) VALUE "N".
006079     88 PLUS-DE-DIFFERES         VALUE "O".
006080 01  LIBERATION-EN-COURS         PIC X(01) VALUE "N".
006081     88 LIBERATION-ACTIVE        VALUE "O".
006082 01  NB-DIFFERES                 PIC 9(07) COMP VALUE ZERO.
006083 01  NB-ANNULATIONS              PIC 9(07) COMP VALUE ZERO.
006084 01  NB-LIBERES                  PIC 9(07) COMP VALUE ZERO.
006085 01  NB-ATTENTE-AVANT            PIC 9(07) COMP VALUE ZERO.
006086 01  NB-ATTENTE-APRES            PIC 9(07) COMP VALUE ZERO.
006087 01  NB-EN-ATTENTE               PIC 9(07) COMP VALUE ZERO.
006088 01  DERNIER-NO-DEPOT            PIC 9(07) VALUE ZERO.
006089 01  NB-REJETES-AVANT-LIBERATION PIC 9(07) COMP VALUE ZERO.
006090 01  DEMANDE-CHAINAGE.
006091     COPY RCCHAIND.
006050 PROCEDURE DIVISION.
006100*================================================================
006200* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
006700     PERFORM 2000-TRAITER-TRANSACTION
006800         THRU 2000-TRAITER-TRANSACTION-EXIT
006900         UNTIL PLUS-DE-TRANSACTIONS.
006910     IF MODE-REEL
006920         PERFORM 6000-LIBERER-DIFFERES
006930             THRU 6000-LIBERER-DIFFERES-EXIT
006940     END-IF.
006950     PERFORM 8000-RAPPORT-CONTROLE
006960         THRU 8000-RAPPORT-CONTROLE-EXIT.
007000     PERFORM 9999-TERMINER
007500*----------------------------------------------------------------
007600 1000-INITIALISATION.
007601     MOVE FUNCTION CURRENT-DATE(1:14) TO HORODATE-DEBUT.
007602     MOVE FUNCTION CURRENT-DATE(1:8)  TO DATE-TRAITEMENT.
007596     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
007597     MOVE PV-AGE-MINIMUM    TO AGE-MINIMUM.
007598     MOVE PV-AGE-MAXIMUM    TO AGE-MAXIMUM.
007620     IF CK-OK
007625         MOVE ZERO TO PC-NB-LUS PC-NB-ACCEPTES PC-NB-REJETES
007626             PC-NB-AJOUTS PC-NB-MODIFICATIONS PC-NB-SUPPRESSIONS
007627             PC-NB-CHANGTS-STATUT PC-NB-LIENS PC-NB-DIFFERES
007628             PC-NB-ANNULATIONS PC-NB-LIBERES PC-NB-ATTENTE-AVANT
007629             PC-DATE-LOT PC-BASE-DEPOT
007630         READ POINT-CONTROLE
007640             AT END
007650                 CONTINUE
007660         END-READ
007665         IF PC-NB-LUS NOT = ZERO OR PC-NB-ACCEPTES NOT = ZERO
007666                 OR PC-NB-REJETES NOT = ZERO
007667                 OR (PC-DATE-LOT NUMERIC
007668                     AND PC-DATE-LOT NOT = ZERO)
007670             MOVE "O"            TO REPRISE-EN-COURS
007680             MOVE PC-NB-LUS      TO NB-LUS
007690             MOVE PC-NB-ACCEPTES TO NB-ACCEPTES
007708                 IF PC-NB-LIENS NUMERIC
007709                     MOVE PC-NB-LIENS TO NB-LIENS
007711                 END-IF
007712                 IF PC-DATE-LOT NUMERIC AND PC-DATE-LOT NOT = ZERO
007713                     MOVE PC-NB-DIFFERES      TO NB-DIFFERES
007714                     MOVE PC-NB-ANNULATIONS   TO NB-ANNULATIONS
007715                     MOVE PC-NB-LIBERES       TO NB-LIBERES
007716                     MOVE PC-NB-ATTENTE-AVANT TO NB-ATTENTE-AVANT
007717                     MOVE PC-DATE-LOT         TO DATE-TRAITEMENT
007718                     MOVE PC-BASE-DEPOT       TO BASE-DEPOT
007719                 END-IF
007706             END-IF
007705         END-IF
007710         CLOSE POINT-CONTROLE
009101         STOP RUN
009102     END-IF.
009103     IF MODE-SIMULATION
009104         GO TO 1000-INITIALISATION-DIFFERES
009105     END-IF.
009075     OPEN EXTEND JOURNAL.
009076     IF JN-STATUT = "35"
009077         OPEN OUTPUT JOURNAL
009078     END-IF.
009081 1000-INITIALISATION-DIFFERES.
009082     IF MODE-SIMULATION
009083         OPEN INPUT DIFFERES
009084     ELSE
009085         OPEN I-O DIFFERES
009086     END-IF.
009087     IF DF-ABSENT
009088         OPEN OUTPUT DIFFERES
009089         CLOSE DIFFERES
009090         IF MODE-SIMULATION
009091             OPEN INPUT DIFFERES
009092         ELSE
009093             OPEN I-O DIFFERES
009094         END-IF
009095     END-IF.
009096     IF NOT DF-OK
009097         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DIFFERE - "
009098             "CODE " DF-STATUT
009099         MOVE 16 TO RETURN-CODE
009100         STOP RUN
009101     END-IF.
009102* LOT NOUVEAU EN REEL : INVENTAIRE DES TRANSACTIONS DEJA EN
009103* ATTENTE ET DU DERNIER RANG DEPOSE CE JOUR, PORTES AUSSITOT AU
009104* POINT DE CONTROLE - UNE REPRISE RETROUVE AINSI LES MEMES
009105* REFERENCES DE DEPOT ET LE MEME NOMBRE EN ATTENTE AVANT LE LOT.
009106     IF MODE-REEL AND NOT TRAITEMENT-EN-REPRISE
009107         PERFORM 6800-INVENTORIER-DIFFERES
009108             THRU 6800-INVENTORIER-DIFFERES-EXIT
009109         MOVE NB-EN-ATTENTE    TO NB-ATTENTE-AVANT
009110         MOVE DERNIER-NO-DEPOT TO BASE-DEPOT
009111         PERFORM 5000-ENREGISTRER-POINT-CONTROLE
009112             THRU 5000-ENREGISTRER-POINT-CONTROLE-EXIT
009113     END-IF.
009080     IF TRAITEMENT-EN-REPRISE
009090         DISPLAY "REPRISE APRES INCIDENT - " NB-LUS
009091             " TRANSACTIONS DEJA TRAITEES AU DERNIER POINT DE "
009522 0610-CHARGER-UN-SITE-EXIT.
009523     EXIT.
009500*----------------------------------------------------------------
009600* 2000-TRAITER-TRANSACTION : TRAITEMENT DE LA TRANSACTION
009700*                            COURANTE, POINT DE CONTROLE PUIS
009900*                            LECTURE DE LA TRANSACTION SUIVANTE
010000*----------------------------------------------------------------
010010 2000-TRAITER-TRANSACTION.
010040     ADD 1 TO NB-LUS.
010041     PERFORM 2010-AIGUILLER-TRANSACTION
010042         THRU 2010-AIGUILLER-TRANSACTION-EXIT.
010043     DIVIDE NB-LUS BY INTERVALLE-POINT-CONTROLE
010044         GIVING DIVIDE-QUOTIENT
010045         REMAINDER DIVIDE-RESTE.
010046     IF DIVIDE-RESTE = ZERO
010047         PERFORM 5000-ENREGISTRER-POINT-CONTROLE
010048             THRU 5000-ENREGISTRER-POINT-CONTROLE-EXIT
010049     END-IF.
010050     PERFORM 3000-LIRE-TRANSACTION
010051         THRU 3000-LIRE-TRANSACTION-EXIT.
010052 2000-TRAITER-TRANSACTION-EXIT.
010053     EXIT.
010054*----------------------------------------------------------------
010055* 2010-AIGUILLER-TRANSACTION : CONTROLE DE LA TRANSACTION PUIS
010056*                              AIGUILLAGE SELON SON CODE (AJOUT,
010057*                              MODIFICATION, SUPPRESSION...) VERS
010058*                              LE FICHIER MAITRE OU LE FICHIER
010059*                              REJETS ; UNE TRANSACTION A DATE
010060*                              D'EFFET FUTURE EST MISE EN ATTENTE
010061*                              AU FICHIER DIFFERE. SERT AUSSI A LA
010062*                              LIBERATION DES TRANSACTIONS ECHUES
010063*----------------------------------------------------------------
010064 2010-AIGUILLER-TRANSACTION.
010042     IF REFERENTIEL-CHARGE AND TR-CODE-SITE NOT = SPACES
010043         PERFORM 2170-CONTROLER-SITE
010044             THRU 2170-CONTROLER-SITE-EXIT
010048             MOVE "SITE INCONNU AU REFERENTIEL" TO RJ-MOTIF
010049             PERFORM 4000-REJETER
010051                 THRU 4000-REJETER-EXIT
010052             GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010054         END-IF
010055     END-IF.
010056     IF TR-ANNULATION-DIFFEREE
010057         PERFORM 2600-ANNULER-DIFFEREE
010058             THRU 2600-ANNULER-DIFFEREE-EXIT
010059         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010060     END-IF.
010061     IF NOT LIBERATION-ACTIVE
010062             AND TR-DATE-EFFET NOT = SPACES
010063             AND TR-DATE-EFFET NOT = ZEROS
010064         PERFORM 2700-CONTROLER-DATE-EFFET
010065             THRU 2700-CONTROLER-DATE-EFFET-EXIT
010066         IF NOT DATE-EFFET-EST-VALIDE
010067             MOVE "DATE D'EFFET INVALIDE" TO RJ-MOTIF
010068             PERFORM 4000-REJETER
010069                 THRU 4000-REJETER-EXIT
010070             GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010071         END-IF
010072         IF DATE-EFFET-RETENUE > DATE-TRAITEMENT
010073             PERFORM 2750-DIFFERER-TRANSACTION
010074                 THRU 2750-DIFFERER-TRANSACTION-EXIT
010075             GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010076         END-IF
010077     END-IF.
010041     IF TR-LIEN
010042         PERFORM 2500-TRAITER-LIEN
010043             THRU 2500-TRAITER-LIEN-EXIT
010044         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010046     END-IF.
010045     IF TR-NOM = SPACES OR TR-PRENOM = SPACES
010046         MOVE "NOM OU PRENOM VIDE" TO RJ-MOTIF
010047         PERFORM 4000-REJETER
010048             THRU 4000-REJETER-EXIT
010049         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010050     END-IF.
010051     IF NOT TR-AJOUT AND NOT TR-MODIFICATION
010052             AND NOT TR-SUPPRESSION AND NOT TR-CHANGT-STATUT
010053             AND NOT TR-LIEN AND NOT TR-NOM-USAGE-CHANGE
010054         MOVE "CODE TRANSACTION INVALIDE" TO RJ-MOTIF
010055         PERFORM 4000-REJETER
010056             THRU 4000-REJETER-EXIT
010057         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010058     END-IF.
010059     IF TR-SUPPRESSION
010060         PERFORM 2300-SUPPRIMER-DOSSIER
010061             THRU 2300-SUPPRIMER-DOSSIER-EXIT
010062         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010063     END-IF.
010064     IF TR-CHANGT-STATUT
010065         PERFORM 2400-CHANGER-STATUT
010066             THRU 2400-CHANGER-STATUT-EXIT
010067         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010068     END-IF.
010069     IF TR-NOM-USAGE-CHANGE
010070         PERFORM 2450-CHANGER-NOM-USAGE
010071             THRU 2450-CHANGER-NOM-USAGE-EXIT
010072         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010073     END-IF.
010060     PERFORM 2100-CONTROLER-PROFIL
010070         THRU 2100-CONTROLER-PROFIL-EXIT.
010080     IF NOT PROFIL-EST-VALIDE
010090         PERFORM 4000-REJETER
010096             THRU 4000-REJETER-EXIT
010097         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010102     END-IF.
010103     IF TR-MODIFICATION
010104         PERFORM 2200-MODIFIER-DOSSIER
010105             THRU 2200-MODIFIER-DOSSIER-EXIT
010106         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010107     END-IF.
010108     PERFORM 2150-CONTROLER-NONAT-UNIQUE
010110         THRU 2150-CONTROLER-NONAT-UNIQUE-EXIT.
010114         MOVE "NO NATIONAL DEJA AU FICHIER MAITRE" TO RJ-MOTIF
010116         PERFORM 4000-REJETER
010118             THRU 4000-REJETER-EXIT
010121         GO TO 2010-AIGUILLER-TRANSACTION-EXIT
010122     END-IF.
010124     MOVE TR-NOM    TO MF-NOM.
010200     MOVE TR-PRENOM TO MF-PRENOM.
010334             MOVE FUNCTION CURRENT-DATE(1:8)
010335                 TO MF-DATE-MAJ
010336             MOVE TR-CODE-SITE TO MF-CODE-SITE
010337             MOVE TR-NOM-USAGE TO MF-NOM-USAGE
010337             MOVE "N"          TO MF-ADRESSE-INVALIDE
010338             IF MODE-SIMULATION
010339                 ADD 1 TO NB-ACCEPTES
010551                     ADD 1 TO NB-AJOUTS
010560                     PERFORM 4500-JOURNALISER
010570                         THRU 4500-JOURNALISER-EXIT
010580                     PERFORM 4550-HISTORISER-ADRESSE
010590                         THRU 4550-HISTORISER-ADRESSE-EXIT
010700             END-WRITE
010705             END-IF
010710         NOT INVALID KEY
010730             PERFORM 4000-REJETER
010740                 THRU 4000-REJETER-EXIT
010750     END-READ.
011000 2010-AIGUILLER-TRANSACTION-EXIT.
011100     EXIT.
011101*----------------------------------------------------------------
011102* 2100-CONTROLER-PROFIL : CONTROLE DU PROFIL DE LA TRANSACTION
011103*                         (SEXE, DATE DE NAISSANCE OU AGE) COMME
011104*                         LE FAIT IDENTITE A LA SAISIE - QUAND LA
011105*                         DATE EST FOURNIE, L'AGE RETENU EST
011106*                         CALCULE A PARTIR D'ELLE ; SINON TR-AGE
011107*                         EST CONTROLE ET RETENU COMME AVANT ;
011108*                         LE NUMERO NATIONAL EST ENFIN CONFRONTE
011109*                         AU SEXE ET A LA DATE RETENUS
011110*----------------------------------------------------------------
011111 2100-CONTROLER-PROFIL.
011112     MOVE "O" TO PROFIL-VALIDE.
011113     MOVE ZERO TO DATE-RETENUE.
011114     PERFORM 2120-CONTROLER-NO-NATIONAL
011115         THRU 2120-CONTROLER-NO-NATIONAL-EXIT.
011116     IF NOT PROFIL-EST-VALIDE
011117         GO TO 2100-CONTROLER-PROFIL-EXIT
011118     END-IF.
011119     PERFORM 2130-CONTROLER-COMMUNE
011120         THRU 2130-CONTROLER-COMMUNE-EXIT.
011121     IF NOT PROFIL-EST-VALIDE
011122         GO TO 2100-CONTROLER-PROFIL-EXIT
011123     END-IF.
011124     IF TR-SEXE NOT = SPACES
011125             AND NOT TR-SEXE-MASCULIN AND NOT TR-SEXE-FEMININ
011126         MOVE "SEXE INVALIDE" TO RJ-MOTIF
011127         MOVE "N" TO PROFIL-VALIDE
011128         GO TO 2100-CONTROLER-PROFIL-EXIT
011129     END-IF.
011130     IF TR-DATE-NAISSANCE = SPACES
011131             OR TR-DATE-NAISSANCE = ZEROS
011132         IF TR-AGE NOT NUMERIC
011133             MOVE "AGE NON NUMERIQUE" TO RJ-MOTIF
011134             MOVE "N" TO PROFIL-VALIDE
011135             GO TO 2100-CONTROLER-PROFIL-EXIT
011136         END-IF
011137         IF TR-AGE < AGE-MINIMUM OR TR-AGE > AGE-MAXIMUM
011138             MOVE "AGE HORS PLAGE" TO RJ-MOTIF
011139             MOVE "N" TO PROFIL-VALIDE
011140             GO TO 2100-CONTROLER-PROFIL-EXIT
011141         END-IF
011142         MOVE TR-AGE TO AGE-RETENU
011143         GO TO 2100-CONTROLER-PROFIL-COHERENCE
011144     END-IF.
011145     IF TR-DATE-NAISSANCE NOT NUMERIC
011146         MOVE "DATE NAISSANCE NON NUMERIQUE" TO RJ-MOTIF
011147         MOVE "N" TO PROFIL-VALIDE
011148         GO TO 2100-CONTROLER-PROFIL-EXIT
011149     END-IF.
011150     COMPUTE DATE-NAISSANCE-AAAAMMJJ =
011151         TR-AN-NAISSANCE * 10000 + TR-MOIS-NAISSANCE * 100 +
011152         TR-JOUR-NAISSANCE.
011153     MOVE DATE-NAISSANCE-AAAAMMJJ TO CD-DATE-AAAAMMJJ.
011154     MOVE AGE-MINIMUM TO CD-AGE-MINIMUM.
011155     MOVE AGE-MAXIMUM TO CD-AGE-MAXIMUM.
011156     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
011157     IF CD-MOIS-INVALIDE OR CD-JOUR-INVALIDE
011158             OR CD-ANNEE-INVALIDE
011159         MOVE "DATE NAISSANCE INVALIDE" TO RJ-MOTIF
011160         MOVE "N" TO PROFIL-VALIDE
011161         GO TO 2100-CONTROLER-PROFIL-EXIT
011162     END-IF.
011163     IF CD-DATE-FUTURE
011164         MOVE "DATE NAISSANCE FUTURE" TO RJ-MOTIF
011165         MOVE "N" TO PROFIL-VALIDE
011166         GO TO 2100-CONTROLER-PROFIL-EXIT
011167     END-IF.
011168     IF CD-AGE-HORS-BORNES
011169         MOVE "DATE NAISSANCE HORS PLAGE" TO RJ-MOTIF
011170         MOVE "N" TO PROFIL-VALIDE
011171         GO TO 2100-CONTROLER-PROFIL-EXIT
011172     END-IF.
011173     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
011174     COMPUTE JOUR-JULIEN-NAISSANCE =
011175         FUNCTION INTEGER-OF-DATE(DATE-NAISSANCE-AAAAMMJJ).
011176     COMPUTE JOUR-JULIEN-AUJOURDHUI =
011177         FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-AAAAMMJJ).
011178     COMPUTE ECART-EN-JOURS =
011179         JOUR-JULIEN-AUJOURDHUI - JOUR-JULIEN-NAISSANCE.
011180     COMPUTE AGE-CALCULE = ECART-EN-JOURS / 365.
011181     MOVE AGE-CALCULE TO AGE-RETENU.
011182     MOVE DATE-NAISSANCE-AAAAMMJJ TO DATE-RETENUE.
011183 2100-CONTROLER-PROFIL-COHERENCE.
011184     PERFORM 2140-CONTROLER-COHERENCE-NONAT
011185         THRU 2140-CONTROLER-COHERENCE-NONAT-EXIT.
011186 2100-CONTROLER-PROFIL-EXIT.
011187     EXIT.
011188*----------------------------------------------------------------
011189* 2120-CONTROLER-NO-NATIONAL : CONTROLE DU NUMERO NATIONAL DE LA
011190*                              TRANSACTION (BLANC OU ZERO = NON
011191*                              FOURNI) - CLE DE CONTROLE PAR LE
011192*                              SOUS-PROGRAMME COMMUN CONTROLE-NONAT
011193*----------------------------------------------------------------
011194 2120-CONTROLER-NO-NATIONAL.
011195     MOVE ZERO TO NONAT-RETENU.
011196     IF TR-NO-NATIONAL = SPACES
011197         GO TO 2120-CONTROLER-NO-NATIONAL-EXIT
011198     END-IF.
011199     IF TR-NO-NATIONAL NOT NUMERIC
011200         MOVE "NO NATIONAL NON NUMERIQUE" TO RJ-MOTIF
011201         MOVE "N" TO PROFIL-VALIDE
011202         GO TO 2120-CONTROLER-NO-NATIONAL-EXIT
011203     END-IF.
011204     MOVE TR-NO-NATIONAL TO NN-NUMERO.
011205     MOVE SPACE TO NN-SEXE.
011206     MOVE ZERO  TO NN-DATE-NAISSANCE.
011207     CALL "CONTROLE-NONAT" USING DEMANDE-CONTROLE-NONAT.
011208     IF NN-NUMERO-ABSENT
011209         GO TO 2120-CONTROLER-NO-NATIONAL-EXIT
011210     END-IF.
011211     IF NOT NN-NUMERO-VALIDE
011212         MOVE "NO NATIONAL CLE ERRONEE" TO RJ-MOTIF
011213         MOVE "N" TO PROFIL-VALIDE
011214         GO TO 2120-CONTROLER-NO-NATIONAL-EXIT
011215     END-IF.
011216     MOVE NN-NUMERO TO NONAT-RETENU.
011217 2120-CONTROLER-NO-NATIONAL-EXIT.
011218     EXIT.
011219*----------------------------------------------------------------
011220* 2130-CONTROLER-COMMUNE : CONTROLE DU CODE POSTAL ET DE LA
011221*                          COMMUNE DE LA TRANSACTION CONTRE LE
011222*                          REFERENTIEL DES COMMUNES (ADRESSE A
011223*                          BLANC = NON FOURNIE) - LA GRAPHIE
011224*                          OFFICIELLE REMPLACE LA COMMUNE SAISIE
011225*                          AVANT LE REPORT AU FICHIER MAITRE
011226*----------------------------------------------------------------
011227 2130-CONTROLER-COMMUNE.
011228     IF TR-CODE-POSTAL = SPACES AND TR-COMMUNE = SPACES
011229         GO TO 2130-CONTROLER-COMMUNE-EXIT
011230     END-IF.
011231     MOVE TR-CODE-POSTAL TO CC-CODE-POSTAL.
011232     MOVE TR-COMMUNE     TO CC-COMMUNE.
011233     CALL "CONTROLE-COMMUNE" USING DEMANDE-CONTROLE-COMMUNE.
011234     IF CC-CODE-POSTAL-INCONNU
011235         MOVE "CODE POSTAL INCONNU AU REFERENTIEL" TO RJ-MOTIF
011236         MOVE "N" TO PROFIL-VALIDE
011237         GO TO 2130-CONTROLER-COMMUNE-EXIT
011238     END-IF.
011239     IF CC-COMMUNE-DISCORDANTE
011240         MOVE "COMMUNE NE CORRESPOND PAS AU CODE POSTAL"
011241             TO RJ-MOTIF
011242         MOVE "N" TO PROFIL-VALIDE
011243         GO TO 2130-CONTROLER-COMMUNE-EXIT
011244     END-IF.
011245     IF CC-ADRESSE-CONFORME
011246         MOVE CC-NOM-OFFICIEL TO TR-COMMUNE
011247     END-IF.
011248 2130-CONTROLER-COMMUNE-EXIT.
011249     EXIT.
011250*----------------------------------------------------------------
011251* 2140-CONTROLER-COHERENCE-NONAT : LE NUMERO NATIONAL RETENU DOIT
011252*                                  CONCORDER AVEC LE SEXE ET LA
011253*                                  DATE DE NAISSANCE FOURNIS
011254*                                  (SEXE A BLANC OU DATE ABSENTE =
011255*                                  NON CONFRONTES) - EXCEPTIONS
011256*                                  DE CONTROLE-NONAT (RCNONAT)
011257*----------------------------------------------------------------
011258 2140-CONTROLER-COHERENCE-NONAT.
011259     IF NONAT-RETENU = ZERO
011260         GO TO 2140-CONTROLER-COHERENCE-NONAT-EXIT
011261     END-IF.
011262     MOVE NONAT-RETENU TO NN-NUMERO.
011263     MOVE TR-SEXE      TO NN-SEXE.
011264     MOVE DATE-RETENUE TO NN-DATE-NAISSANCE.
011265     CALL "CONTROLE-NONAT" USING DEMANDE-CONTROLE-NONAT.
011266     IF NOT NN-INCOHERENT
011267         GO TO 2140-CONTROLER-COHERENCE-NONAT-EXIT
011268     END-IF.
011269     IF NN-MOTIF-SEXE
011270         MOVE "NO NATIONAL INCOHERENT AVEC LE SEXE"
011271             TO RJ-MOTIF
011272     ELSE
011273         MOVE "NO NATIONAL INCOHERENT AVEC NAISSANCE"
011274             TO RJ-MOTIF
011275     END-IF.
011276     MOVE "N" TO PROFIL-VALIDE.
011277 2140-CONTROLER-COHERENCE-NONAT-EXIT.
011278     EXIT.
011279*----------------------------------------------------------------
011280* 2150-CONTROLER-NONAT-UNIQUE : LE NUMERO NATIONAL D'UN AJOUT OU
011281*                               D'UNE MODIFICATION NE DOIT PAS DEJA
011282*                               ETRE PORTE PAR UN AUTRE DOSSIER DU
011283*                               FICHIER MAITRE (LECTURE PAR LA CLE
011284*                               ALTERNATIVE)
011285*----------------------------------------------------------------
011286 2150-CONTROLER-NONAT-UNIQUE.
011287     MOVE "O" TO NONAT-DISPONIBLE.
011288     IF NONAT-RETENU = ZERO
011289         GO TO 2150-CONTROLER-NONAT-UNIQUE-EXIT
011290     END-IF.
011291     MOVE NONAT-RETENU TO MF-NO-NATIONAL.
011292     READ FICHIER-MAITRE
011293         KEY IS MF-NO-NATIONAL
011294         INVALID KEY
011295             CONTINUE
011296         NOT INVALID KEY
011297             MOVE "N" TO NONAT-DISPONIBLE
011298     END-READ.
011299 2150-CONTROLER-NONAT-UNIQUE-EXIT.
011300     EXIT.
011301*----------------------------------------------------------------
011302* 2170-CONTROLER-SITE : LE CODE SITE DE LA TRANSACTION DOIT ETRE
011303*                       AU REFERENTIEL DES SITES
011307     PERFORM 2175-COMPARER-SITE
011308         THRU 2175-COMPARER-SITE-EXIT
011309         VARYING IDX-REF FROM 1 BY 1
011310         UNTIL IDX-REF > NB-SITES-REFERENTIEL
011311             OR SITE-EST-RECONNU.
011312 2170-CONTROLER-SITE-EXIT.
011313     EXIT.
011314*----------------------------------------------------------------
011315* 2175-COMPARER-SITE : RAPPROCHEMENT D'UNE ENTREE DU REFERENTIEL
011316*                      AVEC LE CODE SITE DE LA TRANSACTION
011317*----------------------------------------------------------------
011318 2175-COMPARER-SITE.
011319     IF REF-SITE-CODE(IDX-REF) = TR-CODE-SITE
011320         MOVE "O" TO SITE-RECONNU
011321     END-IF.
011322 2175-COMPARER-SITE-EXIT.
011323     EXIT.
011246*----------------------------------------------------------------
011248* 2200-MODIFIER-DOSSIER : CORRECTION D'UN DOSSIER EXISTANT SUR
011250*                         TRANSACTION DE TYPE "M" - CHAQUE ZONE
011319             ADD 1 TO NB-MODIFICATIONS
011320             PERFORM 4600-JOURNALISER-MODIF
011321                 THRU 4600-JOURNALISER-MODIF-EXIT
011322             IF TR-ADRESSE NOT = SPACES
011323                 PERFORM 4550-HISTORISER-ADRESSE
011324                     THRU 4550-HISTORISER-ADRESSE-EXIT
011325             END-IF
011322     END-REWRITE.
011330 2200-MODIFIER-DOSSIER-EXIT.
011332     EXIT.
011396*----------------------------------------------------------------
011398* 2400-CHANGER-STATUT : CHANGEMENT DU STATUT D'UN DOSSIER (ACTIF /
011400*                       DECEDE / RADIE) SUR TRANSACTION DE TYPE
011402*                       "C", AVEC DATE (D'EFFET SI FOURNIE, DU
011403*                       JOUR SINON) ET MOTIF PORTES AU DOSSIER ET
011404*                       JOURNALISATION (ACTION STATU)
011406*----------------------------------------------------------------
011408 2400-CHANGER-STATUT.
011410     IF NOT TR-STATUT-ACTIF AND NOT TR-STATUT-DECEDE
011444     MOVE TR-STATUT-DOSSIER TO MF-STATUT-DOSSIER.
011446     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
011448     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-STATUT.
011449     IF TR-DATE-EFFET NUMERIC AND TR-DATE-EFFET-NUM NOT = ZERO
011451         MOVE TR-DATE-EFFET-NUM TO MF-DATE-STATUT
011452     END-IF.
011450     MOVE TR-MOTIF-STATUT TO MF-MOTIF-STATUT.
011452     MOVE DATE-DU-JOUR-AAAAMMJJ TO MF-DATE-MAJ.
011453     IF MODE-SIMULATION
011478 2400-CHANGER-STATUT-EXIT.
011480     EXIT.
011481*----------------------------------------------------------------
011482* 2450-CHANGER-NOM-USAGE : POSE (TR-NOM-USAGE RENSEIGNE) OU
011483*                          RETRAIT (TR-NOM-USAGE A BLANC) DU NOM
011484*                          D'USAGE DU DOSSIER DESIGNE PAR SON NOM
011485*                          DE NAISSANCE - LE NOM DE NAISSANCE ET
011486*                          LA CLE DU DOSSIER NE CHANGENT PAS
011487*----------------------------------------------------------------
011488 2450-CHANGER-NOM-USAGE.
011489     IF TR-NOM-USAGE = TR-NOM
011490         MOVE "NOM D'USAGE IDENTIQUE AU NOM" TO RJ-MOTIF
011491         PERFORM 4000-REJETER
011492             THRU 4000-REJETER-EXIT
011493         GO TO 2450-CHANGER-NOM-USAGE-EXIT
011494     END-IF.
011495     MOVE TR-NOM    TO MF-NOM.
011496     MOVE TR-PRENOM TO MF-PRENOM.
011497     READ FICHIER-MAITRE
011498         KEY IS MF-CLE
011499         INVALID KEY
011500             MOVE "INCONNU AU FICHIER MAITRE" TO RJ-MOTIF
011501             PERFORM 4000-REJETER
011502                 THRU 4000-REJETER-EXIT
011503             GO TO 2450-CHANGER-NOM-USAGE-EXIT
011504     END-READ.
011505     IF TR-NOM-USAGE = SPACES AND MF-NOM-USAGE = SPACES
011506         MOVE "PAS DE NOM D'USAGE A RETIRER" TO RJ-MOTIF
011507         PERFORM 4000-REJETER
011508             THRU 4000-REJETER-EXIT
011509         GO TO 2450-CHANGER-NOM-USAGE-EXIT
011510     END-IF.
011511     MOVE ENR-MAITRE TO IMAGE-AVANT-TRAVAIL.
011512     MOVE MF-AGE TO AGE-AVANT-MODIF.
011513     MOVE TR-NOM-USAGE TO MF-NOM-USAGE.
011514     MOVE FUNCTION CURRENT-DATE(1:8) TO MF-DATE-MAJ.
011515     IF MODE-SIMULATION
011516         ADD 1 TO NB-ACCEPTES
011517         ADD 1 TO NB-MODIFICATIONS
011518         GO TO 2450-CHANGER-NOM-USAGE-EXIT
011519     END-IF.
011520     REWRITE ENR-MAITRE
011521         INVALID KEY
011522             MOVE "ERREUR DE REECRITURE AU FICHIER MAITRE"
011523                 TO RJ-MOTIF
011524             PERFORM 4000-REJETER
011525                 THRU 4000-REJETER-EXIT
011526         NOT INVALID KEY
011527             ADD 1 TO NB-ACCEPTES
011528             ADD 1 TO NB-MODIFICATIONS
011529             PERFORM 4600-JOURNALISER-MODIF
011530                 THRU 4600-JOURNALISER-MODIF-EXIT
011531     END-REWRITE.
011532 2450-CHANGER-NOM-USAGE-EXIT.
011533     EXIT.
011481*----------------------------------------------------------------
011482* 2500-TRAITER-LIEN : MAINTENANCE DU LIEN MINEUR / RESPONSABLE
011483*                     SUR TRANSACTION DE TYPE "L" - TYPE "P" OU
011484*                     "T" POSE OU REMPLACE LE LIEN, TYPE BLANC LE
011601         THRU 4900-JOURNALISER-LIEN-EXIT.
011602 2550-RETIRER-LIEN-EXIT.
011603     EXIT.
011610*----------------------------------------------------------------
011611* 2600-ANNULER-DIFFEREE : ANNULATION D'UNE TRANSACTION EN ATTENTE
011612*                         SUR TRANSACTION DE TYPE "X" - LA
011613*                         REFERENCE (TR-REF-DIFFEREE) DOIT ETRE
011614*                         AU FICHIER DIFFERE, DEPOSEE PAR LE MEME
011615*                         SITE ET ENCORE EN ATTENTE
011616*----------------------------------------------------------------
011617 2600-ANNULER-DIFFEREE.
011618     IF TR-REF-DIFFEREE NOT NUMERIC
011619         MOVE "TRANSACTION DIFFEREE INCONNUE" TO RJ-MOTIF
011620         PERFORM 4000-REJETER
011621             THRU 4000-REJETER-EXIT
011622         GO TO 2600-ANNULER-DIFFEREE-EXIT
011623     END-IF.
011624     MOVE TR-REF-DIFFEREE TO DF-REFERENCE.
011625     READ DIFFERES
011626         INVALID KEY
011627             MOVE "TRANSACTION DIFFEREE INCONNUE" TO RJ-MOTIF
011628             PERFORM 4000-REJETER
011629                 THRU 4000-REJETER-EXIT
011630             GO TO 2600-ANNULER-DIFFEREE-EXIT
011631     END-READ.
011632     IF DF-CODE-SITE NOT = TR-CODE-SITE
011633         MOVE "TRANSACTION DIFFEREE D'UN AUTRE SITE" TO RJ-MOTIF
011634         PERFORM 4000-REJETER
011635             THRU 4000-REJETER-EXIT
011636         GO TO 2600-ANNULER-DIFFEREE-EXIT
011637     END-IF.
011638* UNE REPRISE QUI REJOUE UNE ANNULATION DEJA PORTEE PAR CE MEME
011639* LOT (APRES LE DERNIER POINT DE CONTROLE) LA COMPTE SANS REJET.
011640     IF DF-ANNULEE AND TRAITEMENT-EN-REPRISE
011641             AND DF-DATE-ETAT = DATE-TRAITEMENT
011642         ADD 1 TO NB-ACCEPTES
011643         ADD 1 TO NB-ANNULATIONS
011644         GO TO 2600-ANNULER-DIFFEREE-EXIT
011645     END-IF.
011646     IF NOT DF-EN-ATTENTE
011647         MOVE "TRANSACTION DIFFEREE DEJA TRAITEE" TO RJ-MOTIF
011648         PERFORM 4000-REJETER
011649             THRU 4000-REJETER-EXIT
011650         GO TO 2600-ANNULER-DIFFEREE-EXIT
011651     END-IF.
011652     IF MODE-SIMULATION
011653         ADD 1 TO NB-ACCEPTES
011654         ADD 1 TO NB-ANNULATIONS
011655         GO TO 2600-ANNULER-DIFFEREE-EXIT
011656     END-IF.
011657     MOVE "X"                 TO DF-ETAT.
011658     MOVE DATE-TRAITEMENT     TO DF-DATE-ETAT.
011659     MOVE "ANNULEE PAR LE SITE" TO DF-MOTIF.
011660     REWRITE ENR-DIFFERE
011661         INVALID KEY
011662             MOVE "ANNULATION AU FICHIER DIFFERE EN ECHEC"
011663                 TO RJ-MOTIF
011664             PERFORM 4000-REJETER
011665                 THRU 4000-REJETER-EXIT
011666             GO TO 2600-ANNULER-DIFFEREE-EXIT
011667     END-REWRITE.
011668     ADD 1 TO NB-ACCEPTES.
011669     ADD 1 TO NB-ANNULATIONS.
011670 2600-ANNULER-DIFFEREE-EXIT.
011671     EXIT.
011672*----------------------------------------------------------------
011673* 2700-CONTROLER-DATE-EFFET : LA DATE D'EFFET FOURNIE DOIT ETRE
011674*                             UNE DATE DU CALENDRIER
011675*                             (CONTROLE-DATE, SANS BORNE D'AGE -
011676*                             LA DATE PEUT ETRE PASSEE OU FUTURE)
011677*----------------------------------------------------------------
011678 2700-CONTROLER-DATE-EFFET.
011679     MOVE "N"  TO DATE-EFFET-VALIDE.
011680     MOVE ZERO TO DATE-EFFET-RETENUE.
011681     IF TR-DATE-EFFET NOT NUMERIC
011682         GO TO 2700-CONTROLER-DATE-EFFET-EXIT
011683     END-IF.
011684     MOVE TR-DATE-EFFET-NUM TO CD-DATE-AAAAMMJJ.
011685     MOVE ZERO TO CD-AGE-MINIMUM.
011686     MOVE 999  TO CD-AGE-MAXIMUM.
011687     CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE.
011688     IF CD-MOIS-INVALIDE OR CD-JOUR-INVALIDE
011689             OR CD-ANNEE-INVALIDE
011690         GO TO 2700-CONTROLER-DATE-EFFET-EXIT
011691     END-IF.
011692     MOVE TR-DATE-EFFET-NUM TO DATE-EFFET-RETENUE.
011693     MOVE "O" TO DATE-EFFET-VALIDE.
011694 2700-CONTROLER-DATE-EFFET-EXIT.
011695     EXIT.
011696*----------------------------------------------------------------
011697* 2750-DIFFERER-TRANSACTION : MISE EN ATTENTE D'UNE TRANSACTION A
011698*                             DATE D'EFFET FUTURE, APRES LES
011699*                             CONTROLES QUI NE DEPENDENT PAS DU
011700*                             FICHIER MAITRE (CEUX-CI SONT FAITS A
011701*                             L'APPLICATION) - REFERENCE = DATE DU
011702*                             LOT + RANG DE LA TRANSACTION
011703*----------------------------------------------------------------
011704 2750-DIFFERER-TRANSACTION.
011705     IF NOT TR-LIEN
011706             AND (TR-NOM = SPACES OR TR-PRENOM = SPACES)
011707         MOVE "NOM OU PRENOM VIDE" TO RJ-MOTIF
011708         PERFORM 4000-REJETER
011709             THRU 4000-REJETER-EXIT
011710         GO TO 2750-DIFFERER-TRANSACTION-EXIT
011711     END-IF.
011712     IF NOT TR-AJOUT AND NOT TR-MODIFICATION
011713             AND NOT TR-SUPPRESSION AND NOT TR-CHANGT-STATUT
011714             AND NOT TR-LIEN AND NOT TR-NOM-USAGE-CHANGE
011715         MOVE "CODE TRANSACTION INVALIDE" TO RJ-MOTIF
011716         PERFORM 4000-REJETER
011717             THRU 4000-REJETER-EXIT
011718         GO TO 2750-DIFFERER-TRANSACTION-EXIT
011719     END-IF.
011720     IF TR-AJOUT OR TR-MODIFICATION
011721         PERFORM 2100-CONTROLER-PROFIL
011722             THRU 2100-CONTROLER-PROFIL-EXIT
011723         IF NOT PROFIL-EST-VALIDE
011724             PERFORM 4000-REJETER
011725                 THRU 4000-REJETER-EXIT
011726             GO TO 2750-DIFFERER-TRANSACTION-EXIT
011727         END-IF
011728     END-IF.
011729     IF TR-CHANGT-STATUT
011730             AND NOT TR-STATUT-ACTIF AND NOT TR-STATUT-DECEDE
011731             AND NOT TR-STATUT-RADIE
011732         MOVE "STATUT DOSSIER INVALIDE" TO RJ-MOTIF
011733         PERFORM 4000-REJETER
011734             THRU 4000-REJETER-EXIT
011735         GO TO 2750-DIFFERER-TRANSACTION-EXIT
011736     END-IF.
011737     IF TR-LIEN AND TR-ID-MINEUR NOT NUMERIC
011738         MOVE "ID MINEUR DU LIEN INVALIDE" TO RJ-MOTIF
011739         PERFORM 4000-REJETER
011740             THRU 4000-REJETER-EXIT
011741         GO TO 2750-DIFFERER-TRANSACTION-EXIT
011742     END-IF.
011743     IF TR-LIEN AND TR-TYPE-LIEN NOT = SPACE
011744             AND TR-TYPE-LIEN NOT = "P" AND TR-TYPE-LIEN NOT = "T"
011745         MOVE "TYPE DE LIEN INVALIDE" TO RJ-MOTIF
011746         PERFORM 4000-REJETER
011747             THRU 4000-REJETER-EXIT
011748         GO TO 2750-DIFFERER-TRANSACTION-EXIT
011749     END-IF.
011750     IF MODE-SIMULATION
011751         ADD 1 TO NB-ACCEPTES
011752         ADD 1 TO NB-DIFFERES
011753         GO TO 2750-DIFFERER-TRANSACTION-EXIT
011754     END-IF.
011755     MOVE DATE-TRAITEMENT    TO DF-DATE-DEPOT.
011756     COMPUTE DF-NO-DEPOT = BASE-DEPOT + NB-LUS.
011757     MOVE DATE-EFFET-RETENUE TO DF-DATE-EFFET.
011758     MOVE TR-CODE-SITE       TO DF-CODE-SITE.
011759     MOVE "A"                TO DF-ETAT.
011760     MOVE DATE-TRAITEMENT    TO DF-DATE-ETAT.
011761     MOVE SPACES             TO DF-MOTIF.
011762     MOVE TRANS-REC          TO DF-TRANSACTION.
011763* UNE REPRISE QUI REDEPOSE UNE TRANSACTION DEJA MISE EN ATTENTE
011764* PAR CE LOT RETROUVE SA REFERENCE (DOUBLON) : ELLE EST COMPTEE
011765* COMME DEPOSEE, SANS SECOND EXEMPLAIRE.
011766     WRITE ENR-DIFFERE
011767         INVALID KEY
011768             IF NOT DF-DOUBLON
011769                 MOVE "ECRITURE AU FICHIER DIFFERE EN ECHEC"
011770                     TO RJ-MOTIF
011771                 PERFORM 4000-REJETER
011772                     THRU 4000-REJETER-EXIT
011773                 GO TO 2750-DIFFERER-TRANSACTION-EXIT
011774             END-IF
011775     END-WRITE.
011776     ADD 1 TO NB-ACCEPTES.
011777     ADD 1 TO NB-DIFFERES.
011778 2750-DIFFERER-TRANSACTION-EXIT.
011779     EXIT.
011604*----------------------------------------------------------------
011605* 3000-LIRE-TRANSACTION : LECTURE D'UNE TRANSACTION DU FICHIER
011606*                         D'ENTREE
012287     MOVE TR-SEXE           TO RJ-SEXE.
012288     MOVE TR-ADRESSE        TO RJ-ADRESSE.
012289     MOVE TR-NO-NATIONAL    TO RJ-NO-NATIONAL.
012290     MOVE TR-DATE-EFFET     TO RJ-DATE-EFFET.
012291     MOVE TR-REF-DIFFEREE   TO RJ-REF-DIFFEREE.
012292     MOVE TR-NOM-USAGE      TO RJ-NOM-USAGE.
012291     WRITE REJET-REC.
012292     ADD 1 TO NB-REJETES.
012300 4000-REJETER-EXIT.
012400     MOVE SPACES TO JN-OPERATEUR-VALIDE.
012403     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
012406     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
012407     SET CH-ENCHAINER TO TRUE.
012408     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012409     WRITE ENR-JOURNAL.
012410     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
012411     SET CH-VALIDER TO TRUE.
012412     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012413 4500-JOURNALISER-EXIT.
012415     EXIT.
012416*----------------------------------------------------------------
012417* 4550-HISTORISER-ADRESSE : REPORT DE L'ADRESSE DU DOSSIER ECRIT A
012418*                           L'HISTORIQUE DES ADRESSES, A LA DATE
012419*                           D'EFFET DE LA TRANSACTION OU A DEFAUT
012420*                           DU CHARGEMENT (UNE ADRESSE INCHANGEE
012421*                           N'Y CHANGE RIEN)
012421*----------------------------------------------------------------
012422 4550-HISTORISER-ADRESSE.
012423     MOVE "M"              TO HA-ACTION.
012424     MOVE MF-ID-CITOYEN    TO HA-ID-CITOYEN.
012425     MOVE MF-ADRESSE       TO HA-ADRESSE.
012426     MOVE MF-DATE-MAJ      TO HA-DATE-EFFET.
012427     IF TR-DATE-EFFET NUMERIC AND TR-DATE-EFFET-NUM NOT = ZERO
012428         MOVE TR-DATE-EFFET-NUM TO HA-DATE-EFFET
012429     END-IF.
012427     MOVE "CHARGEMENT-LOT" TO HA-PROGRAMME.
012428     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
012429 4550-HISTORISER-ADRESSE-EXIT.
012430     EXIT.
012418*----------------------------------------------------------------
012421* 4600-JOURNALISER-MODIF : ECRITURE D'UNE LIGNE D'AUDIT POUR LA
012424*                          MODIFICATION, AVEC L'AGE AVANT ET APRES
012463     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
012466     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
012469     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
012470     SET CH-ENCHAINER TO TRUE.
012471     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012472     WRITE ENR-JOURNAL.
012473     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
012474     SET CH-VALIDER TO TRUE.
012475     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012476 4600-JOURNALISER-MODIF-EXIT.
012478     EXIT.
012481*----------------------------------------------------------------
012484* 4700-JOURNALISER-SUPPR : ECRITURE D'UNE LIGNE D'AUDIT POUR LA
012526     MOVE SPACES TO JN-OPERATEUR-VALIDE.
012529     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
012532     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
012533     SET CH-ENCHAINER TO TRUE.
012534     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012535     WRITE ENR-JOURNAL.
012536     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
012537     SET CH-VALIDER TO TRUE.
012538     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012539 4700-JOURNALISER-SUPPR-EXIT.
012541     EXIT.
012544*----------------------------------------------------------------
012547* 4900-JOURNALISER-LIEN : ECRITURE D'UNE LIGNE D'AUDIT POUR LA
012604     MOVE TR-CODE-SITE     TO JN-CODE-SITE.
012607     MOVE SPACES TO JN-OPERATEUR-VALIDE.
012610     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
012611     SET CH-ENCHAINER TO TRUE.
012612     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012613     WRITE ENR-JOURNAL.
012614     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
012615     SET CH-VALIDER TO TRUE.
012616     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012617 4900-JOURNALISER-LIEN-EXIT.
012619     EXIT.
012622*----------------------------------------------------------------
012625* 4800-JOURNALISER-STATUT : ECRITURE D'UNE LIGNE D'AUDIT POUR LE
012667     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
012670     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
012673     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
012674     SET CH-ENCHAINER TO TRUE.
012675     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012676     WRITE ENR-JOURNAL.
012677     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
012678     SET CH-VALIDER TO TRUE.
012679     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012680 4800-JOURNALISER-STATUT-EXIT.
012682     EXIT.
012685*----------------------------------------------------------------
012688* 5000-ENREGISTRER-POINT-CONTROLE : ECRITURE DU POINT DE CONTROLE
012736     MOVE NB-SUPPRESSIONS    TO PC-NB-SUPPRESSIONS.
012739     MOVE NB-CHANGTS-STATUT  TO PC-NB-CHANGTS-STATUT.
012742     MOVE NB-LIENS           TO PC-NB-LIENS.
012743     MOVE NB-DIFFERES        TO PC-NB-DIFFERES.
012744     MOVE NB-ANNULATIONS     TO PC-NB-ANNULATIONS.
012745     MOVE NB-LIBERES         TO PC-NB-LIBERES.
012746     MOVE NB-ATTENTE-AVANT   TO PC-NB-ATTENTE-AVANT.
012747     MOVE DATE-TRAITEMENT    TO PC-DATE-LOT.
012748     MOVE BASE-DEPOT         TO PC-BASE-DEPOT.
012745     WRITE ENR-POINT-CONTROLE.
012748     CLOSE POINT-CONTROLE.
012751 5000-ENREGISTRER-POINT-CONTROLE-EXIT.
012754     EXIT.
012755*----------------------------------------------------------------
012756* 6000-LIBERER-DIFFERES : EN FIN DE LOT, APPLICATION DES
012757*                         TRANSACTIONS EN ATTENTE DONT LA DATE
012758*                         D'EFFET EST ATTEINTE, PAR LE MEME
012759*                         AIGUILLAGE QUE CELLES DU JOUR ; PUIS
012760*                         DECOMPTE DE CE QUI RESTE EN ATTENTE
012761*----------------------------------------------------------------
012762 6000-LIBERER-DIFFERES.
012763     MOVE "O" TO LIBERATION-EN-COURS.
012764     MOVE "N" TO FIN-DIFFERES.
012765     MOVE LOW-VALUES TO DF-REFERENCE.
012766     START DIFFERES
012767         KEY IS NOT LESS THAN DF-REFERENCE
012768         INVALID KEY
012769             MOVE "O" TO FIN-DIFFERES
012770     END-START.
012771     PERFORM 6100-LIBERER-UN-DIFFERE
012772         THRU 6100-LIBERER-UN-DIFFERE-EXIT
012773         UNTIL PLUS-DE-DIFFERES.
012774     MOVE "N" TO LIBERATION-EN-COURS.
012775     PERFORM 6800-INVENTORIER-DIFFERES
012776         THRU 6800-INVENTORIER-DIFFERES-EXIT.
012777     MOVE NB-EN-ATTENTE TO NB-ATTENTE-APRES.
012778 6000-LIBERER-DIFFERES-EXIT.
012779     EXIT.
012780*----------------------------------------------------------------
012781* 6100-LIBERER-UN-DIFFERE : UNE TRANSACTION EN ATTENTE ECHUE EST
012782*                           APPLIQUEE ; SON ETAT AU FICHIER
012783*                           DIFFERE DEVIENT APPLIQUEE, OU REJETEE
012784*                           AVEC LE MOTIF DU REJET (ALORS AUSSI
012785*                           ECRIT AU FICHIER REJETS AVEC SA
012786*                           REFERENCE)
012786*----------------------------------------------------------------
012787 6100-LIBERER-UN-DIFFERE.
012788     READ DIFFERES NEXT RECORD
012789         AT END
012790             MOVE "O" TO FIN-DIFFERES
012791             GO TO 6100-LIBERER-UN-DIFFERE-EXIT
012792     END-READ.
012793     IF NOT DF-EN-ATTENTE OR DF-DATE-EFFET > DATE-TRAITEMENT
012794         GO TO 6100-LIBERER-UN-DIFFERE-EXIT
012795     END-IF.
012796     MOVE DF-TRANSACTION TO TRANS-REC.
012797     MOVE DF-REFERENCE   TO TR-REF-DIFFEREE.
012798     MOVE NB-REJETES     TO NB-REJETES-AVANT-LIBERATION.
012799     ADD 1 TO NB-LIBERES.
012800     PERFORM 2010-AIGUILLER-TRANSACTION
012801         THRU 2010-AIGUILLER-TRANSACTION-EXIT.
012802     IF NB-REJETES > NB-REJETES-AVANT-LIBERATION
012803         MOVE "R"      TO DF-ETAT
012804         MOVE RJ-MOTIF TO DF-MOTIF
012805     ELSE
012806         MOVE "L"      TO DF-ETAT
012807         MOVE SPACES   TO DF-MOTIF
012808     END-IF.
012809     MOVE DATE-TRAITEMENT TO DF-DATE-ETAT.
012810     REWRITE ENR-DIFFERE
012811         INVALID KEY
012812             DISPLAY "MISE A JOUR DE LA TRANSACTION DIFFEREE "
012813                 DF-REFERENCE " EN ECHEC - CODE " DF-STATUT
012814     END-REWRITE.
012815     DIVIDE NB-LIBERES BY INTERVALLE-POINT-CONTROLE
012816         GIVING DIVIDE-QUOTIENT
012817         REMAINDER DIVIDE-RESTE.
012818     IF DIVIDE-RESTE = ZERO
012819         PERFORM 5000-ENREGISTRER-POINT-CONTROLE
012820             THRU 5000-ENREGISTRER-POINT-CONTROLE-EXIT
012821     END-IF.
012822 6100-LIBERER-UN-DIFFERE-EXIT.
012823     EXIT.
012824*----------------------------------------------------------------
012825* 6800-INVENTORIER-DIFFERES : NOMBRE DE TRANSACTIONS EN ATTENTE AU
012826*                             FICHIER DIFFERE ET DERNIER RANG DEJA
012827*                             DEPOSE A LA DATE DU LOT
012828*----------------------------------------------------------------
012829 6800-INVENTORIER-DIFFERES.
012830     MOVE ZERO TO NB-EN-ATTENTE.
012831     MOVE ZERO TO DERNIER-NO-DEPOT.
012832     MOVE "N"  TO FIN-DIFFERES.
012833     MOVE LOW-VALUES TO DF-REFERENCE.
012834     START DIFFERES
012835         KEY IS NOT LESS THAN DF-REFERENCE
012836         INVALID KEY
012837             MOVE "O" TO FIN-DIFFERES
012838     END-START.
012839     PERFORM 6810-INVENTORIER-UN-DIFFERE
012840         THRU 6810-INVENTORIER-UN-DIFFERE-EXIT
012841         UNTIL PLUS-DE-DIFFERES.
012842 6800-INVENTORIER-DIFFERES-EXIT.
012843     EXIT.
012844*----------------------------------------------------------------
012845* 6810-INVENTORIER-UN-DIFFERE : LECTURE D'UNE TRANSACTION DIFFEREE
012846*                               POUR L'INVENTAIRE
012847*----------------------------------------------------------------
012848 6810-INVENTORIER-UN-DIFFERE.
012849     READ DIFFERES NEXT RECORD
012850         AT END
012851             MOVE "O" TO FIN-DIFFERES
012852             GO TO 6810-INVENTORIER-UN-DIFFERE-EXIT
012853     END-READ.
012854     IF DF-EN-ATTENTE
012855         ADD 1 TO NB-EN-ATTENTE
012856     END-IF.
012857     IF DF-DATE-DEPOT = DATE-TRAITEMENT
012858             AND DF-NO-DEPOT > DERNIER-NO-DEPOT
012859         MOVE DF-NO-DEPOT TO DERNIER-NO-DEPOT
012860     END-IF.
012861 6810-INVENTORIER-UN-DIFFERE-EXIT.
012862     EXIT.
012757*----------------------------------------------------------------
012760* 8000-RAPPORT-CONTROLE : ETAT DES TOTAUX DE CONTROLE DU LOT ET
012763*                         REMISE A ZERO DU POINT DE CONTROLE, LE
012799     DISPLAY "  DONT SUPPRESSIONS    : " NB-SUPPRESSIONS.
012802     DISPLAY "  DONT CHANGTS STATUT  : " NB-CHANGTS-STATUT.
012805     DISPLAY "  DONT LIENS           : " NB-LIENS.
012806     DISPLAY "  DONT MISES EN ATTENTE: " NB-DIFFERES.
012807     DISPLAY "  DONT ANNULATIONS     : " NB-ANNULATIONS.
012808     DISPLAY "TRANSACTIONS REJETEES  : " NB-REJETES.
012809     DISPLAY "DIFFEREES LIBEREES     : " NB-LIBERES.
012810     IF MODE-REEL
012811         DISPLAY "EN ATTENTE AVANT LOT   : " NB-ATTENTE-AVANT
012812         DISPLAY "EN ATTENTE APRES LOT   : " NB-ATTENTE-APRES
012813     END-IF.
012811     DISPLAY "----------------------------------------".
012814     IF NB-REJETES > ZERO
012817         COMPUTE TAUX-REJET-PCT =
012820             NB-REJETES * 100 / (NB-LUS + NB-LIBERES)
012823         DISPLAY "TAUX DE REJET          : " TAUX-REJET-PCT
012826             " PC (SEUIL " SEUIL-REJETS-PCT " PC)"
012829         IF TAUX-REJET-PCT >= SEUIL-REJETS-PCT
012865         THRU 7000-ECRIRE-CONTROLE-NUIT-EXIT.
012868     MOVE ZERO TO NB-LUS NB-ACCEPTES NB-REJETES
012871         NB-AJOUTS NB-MODIFICATIONS NB-SUPPRESSIONS
012874         NB-CHANGTS-STATUT NB-LIENS NB-DIFFERES NB-ANNULATIONS
012875         NB-LIBERES NB-ATTENTE-AVANT NB-ATTENTE-APRES
012876         DATE-TRAITEMENT BASE-DEPOT.
012877     PERFORM 5000-ENREGISTRER-POINT-CONTROLE
012880         THRU 5000-ENREGISTRER-POINT-CONTROLE-EXIT.
012883 8000-RAPPORT-CONTROLE-EXIT.
013006     MOVE "LIENS"              TO CB-COMPTEUR.
013009     MOVE NB-LIENS             TO CB-VALEUR.
013012     WRITE ENR-CONTROLE-NUIT.
013013     MOVE "DIFFERES"           TO CB-COMPTEUR.
013014     MOVE NB-DIFFERES          TO CB-VALEUR.
013015     WRITE ENR-CONTROLE-NUIT.
013016     MOVE "ANNULATIONS"        TO CB-COMPTEUR.
013017     MOVE NB-ANNULATIONS       TO CB-VALEUR.
013018     WRITE ENR-CONTROLE-NUIT.
013019     MOVE "LIBERES"            TO CB-COMPTEUR.
013020     MOVE NB-LIBERES           TO CB-VALEUR.
013021     WRITE ENR-CONTROLE-NUIT.
013022     MOVE "ATTENTE AVANT"      TO CB-COMPTEUR.
013023     MOVE NB-ATTENTE-AVANT     TO CB-VALEUR.
013024     WRITE ENR-CONTROLE-NUIT.
013025     MOVE "ATTENTE APRES"      TO CB-COMPTEUR.
013026     MOVE NB-ATTENTE-APRES     TO CB-VALEUR.
013027     WRITE ENR-CONTROLE-NUIT.
013015     CLOSE CONTROLE-NUIT.
013018 7000-ECRIRE-CONTROLE-NUIT-EXIT.
013021     EXIT.
013036     CLOSE TRANSACTIONS.
013039     CLOSE FICHIER-MAITRE.
013042     CLOSE FICHIER-LIENS.
013043     CLOSE DIFFERES.
013045     CLOSE REJETS.
013048     IF MODE-REEL
013051         CLOSE JOURNAL
