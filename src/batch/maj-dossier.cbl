001738*                    IMAGES AVANT ET APRES DU DOSSIER (VOIR
001740*                    RCJOURNAL), POUR LE RETOUR ARRIERE COMPLET
001742*                    DE BACKOUT-LOT.
001743* 2026-10-15 SI      AJOUT DU CHOIX "R" : CORRECTION DE L'ADRESSE
001744*                    (RUE, CODE POSTAL, COMMUNE), LE CODE POSTAL
001745*                    ET LA COMMUNE ETANT CONTROLES CONTRE LE
001746*                    REFERENTIEL OFFICIEL DES COMMUNES (SOUS-
001747*                    PROGRAMME CONTROLE-COMMUNE) ET LA GRAPHIE
001748*                    OFFICIELLE ENREGISTREE - LES ANOMALIES
001749*                    LISTEES PAR VERIF-COMMUNES N'AVAIENT AUCUN
001750*                    CANAL DE CORRECTION INTERACTIF. UNE NOUVELLE
001751*                    ADRESSE REMET LE TEMOIN PND A BLANC.
001752* 2026-10-15 SI      LE CHOIX "R" DEMANDE LA DATE D'EMMENAGEMENT
001753*                    (BLANC = DATE DU JOUR) ET PORTE LA NOUVELLE
001754*                    ADRESSE A L'HISTORIQUE DES ADRESSES (SOUS-
001755*                    PROGRAMME HISTO-ADRESSE, FICHIER ADRHIST).
001756* 2026-10-15 SI      AJOUT DU CHOIX "U" : POSE OU RETRAIT (SAISIE
001757*                    A BLANC) DU NOM D'USAGE (MF-NOM-USAGE),
001758*                    JOURNALISE AVEC LES IMAGES AVANT/APRES ; LE
001759*                    NOM DE NAISSANCE RESTE LA CLE DU DOSSIER. LE
001760*                    NOM D'USAGE EST AFFICHE DANS LA LISTE DES
001761*                    HOMONYMES.
001762* 2026-10-15 SI      AJOUT DU CHOIX "I" : ENREGISTREMENT D'UNE
001763*                    PIECE D'IDENTITE VUE PAR LE CLERC (SOUS-
001764*                    PROGRAMME PIECE-IDENTITE, FICHIER PIECES),
001765*                    SANS MISE A JOUR DU DOSSIER.
001766* 2026-10-15 SI      AJOUT DU CHOIX "C" : TELEPHONE, COURRIEL ET
001767*                    CANAL PREFERE DU CITOYEN (SOUS-PROGRAMME
001768*                    CONTACT-CITOYEN, FICHIER CONTACTS), SANS MISE
001769*                    A JOUR DU DOSSIER.
001770* 2026-10-15 SI      DOSSIERS LIMITES AU PERIMETRE DE SITES DE
001771*                    L'OPERATEUR (PERIMETRE-SITE) : HOMONYMES HORS
001772*                    PERIMETRE MASQUES, CORRECTION REFUSEE ET
001773*                    TRACEE AU JOURNAL.
001774* 2026-10-15 SI      LA DATE DE NAISSANCE CORRIGEE DOIT CONCORDER
001775*                    AVEC LE NUMERO NATIONAL DU DOSSIER (CONTROLE-
001776*                    NONAT) ; AJOUT DES CHOIX "N" (NUMERO
001777*                    NATIONAL : CLE, COHERENCE AVEC LE SEXE ET LA
001778*                    NAISSANCE, UNICITE) ET "S" (SEXE, CONTROLE
001779*                    CONTRE LE NUMERO NATIONAL) - LES
001780*                    INCOHERENCES LISTEES PAR VERIF-NONAT
001781*                    N'AVAIENT AUCUN CANAL DE CORRECTION.
001782* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
001783*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
001784*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
001785*                    RCCHAIND).
001788* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
001791*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
001794*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.    IBM-370.
004800     88 CORRIGER-AGE             VALUE "A".
004900     88 CORRIGER-PRENOM          VALUE "P".
004910     88 CORRIGER-DATE            VALUE "D".
004920     88 CORRIGER-ADRESSE         VALUE "R".
004930     88 CORRIGER-NOM-USAGE       VALUE "U".
004940     88 CORRIGER-PIECE           VALUE "I".
004950     88 CORRIGER-CONTACT         VALUE "C".
004960     88 CORRIGER-NO-NATIONAL     VALUE "N".
004970     88 CORRIGER-SEXE            VALUE "S".
005000 01  NOUVEAU-PRENOM              PIC X(20).
005100 01  NOUVEL-AGE                  PIC 9(03).
005150 01  AGE-AVANT-CORRECTION        PIC 9(03).
005151 01  IMAGE-AVANT-TRAVAIL         PIC X(197) VALUE SPACES.
005152 01  NOUVELLE-DATE-NAISS         PIC X(08).
005153 01  NOUVELLE-DATE-NAISS-9 REDEFINES NOUVELLE-DATE-NAISS
005154                                 PIC 9(08).
005156     88 DATE-CORRIGEE            VALUE "O".
005157 01  DEMANDE-CONTROLE-DATE.
005158     COPY RCCTRLD.
005159 01  NOUVELLE-ADRESSE.
005160     05 NOUVELLE-RUE             PIC X(30).
005161     05 NOUVEAU-CODE-POSTAL      PIC X(05).
005162     05 NOUVELLE-COMMUNE         PIC X(25).
005163 01  CORRECTION-ADRESSE-FAITE    PIC X(01) VALUE "N".
005164     88 ADRESSE-CORRIGEE         VALUE "O".
005165 01  DEMANDE-CONTROLE-COMMUNE.
005166     COPY RCCOMMD.
005167 01  SAISIE-DATE-EMMENAGEMENT     PIC X(08).
005168 01  SAISIE-DATE-EMMENAGEMENT-9 REDEFINES SAISIE-DATE-EMMENAGEMENT
005169                                 PIC 9(08).
005170 01  DATE-EMMENAGEMENT           PIC 9(08) VALUE ZERO.
005171 01  DEMANDE-HISTO-ADRESSE.
005172     COPY RCADRHD.
005173 01  NOUVEAU-NOM-USAGE           PIC X(20).
005174 01  CORRECTION-USAGE-FAITE      PIC X(01) VALUE "N".
005175     88 NOM-USAGE-CORRIGE        VALUE "O".
005176 01  SAISIE-PIECE.
005177     05 SAISIE-TYPE-PIECE        PIC X(01).
005178     05 SAISIE-NUMERO-PIECE      PIC X(20).
005179     05 SAISIE-AUTORITE          PIC X(30).
005180     05 SAISIE-DATE-DELIVRANCE   PIC X(08).
005181     05 SAISIE-DATE-DELIVRANCE-9 REDEFINES SAISIE-DATE-DELIVRANCE
005182                                 PIC 9(08).
005183     05 SAISIE-DATE-EXPIRATION   PIC X(08).
005184     05 SAISIE-DATE-EXPIRATION-9 REDEFINES SAISIE-DATE-EXPIRATION
005185                                 PIC 9(08).
005186 01  DEMANDE-PIECE.
005187     COPY RCPIECED.
005188 01  SAISIE-CONTACT.
005189     05 SAISIE-TELEPHONE         PIC X(15).
005190     05 SAISIE-COURRIEL          PIC X(60).
005191     05 SAISIE-CANAL             PIC X(01).
005192 01  DEMANDE-CONTACT.
005193     COPY RCCONTD.
005194 01  NOUVEAU-NO-NATIONAL         PIC X(15).
005195 01  NOUVEAU-NO-NATIONAL-9 REDEFINES NOUVEAU-NO-NATIONAL
005196                                 PIC 9(15).
005197 01  NOUVEAU-SEXE                PIC X(01).
005198     88 NOUVEAU-SEXE-ADMIS       VALUE "H" "F" " ".
005199 01  CORRECTION-NONAT-FAITE      PIC X(01) VALUE "N".
005200     88 NONAT-CORRIGE            VALUE "O".
005201 01  DEMANDE-CONTROLE-NONAT.
005202     COPY RCNONAT.
005159*----------------------------------------------------------------
005160* ZONES DE CALCUL DE L'AGE A PARTIR DE LA DATE DE NAISSANCE
005161* (MEME METHODE QU'IDENTITE)
005186     05 HOMONYME-ENTREE          OCCURS 20 TIMES
005187                                 INDEXED BY IDX-HOMONYME.
005188         10 HO-ID                PIC 9(09).
005189 01  DEMANDE-PERIMETRE.
005190     COPY RCPERIM.
005189     COPY RCSIGNON.
005190 01  DEMANDE-VERROU.
005191     COPY RCVERRD.
005194 01  DEMANDE-CHAINAGE.
005197     COPY RCCHAIND.
005200 PROCEDURE DIVISION.
005300*================================================================
005400* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
009499         MOVE "O" TO FIN-HOMONYMES
009501         GO TO 2110-LIRE-HOMONYME-EXIT
009502     END-IF.
009503     MOVE "F"               TO PT-ACTION.
009504     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
009505     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
009506     MOVE "MAJ-DOSSIER"     TO PT-PROGRAMME.
009507     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
009508     IF PT-HORS-PERIMETRE
009509         GO TO 2110-LIRE-HOMONYME-EXIT
009510     END-IF.
009503     IF NB-HOMONYMES = 20
009504         DISPLAY "PLUS DE 20 HOMONYMES - LES SUIVANTS NE SONT "
009505             "PAS AFFICHES, PASSER PAR L'IDENTIFIANT"
009513     DISPLAY "  ID " MF-ID-CITOYEN
009514         " NE(E) LE " MF-DATE-NAISSANCE
009515         " ADRESSE " MF-ADRESSE.
009516     IF MF-NOM-USAGE NOT = SPACES
009517         DISPLAY "     NOM D'USAGE " MF-NOM-USAGE
009518     END-IF.
009516 2110-LIRE-HOMONYME-EXIT.
009517     EXIT.
009518*----------------------------------------------------------------
009553                 MF-ID-CITOYEN
009554             GO TO 2500-LIRE-PAR-ID-EXIT
009555     END-READ.
009556     PERFORM 2550-CONTROLER-PERIMETRE
009557         THRU 2550-CONTROLER-PERIMETRE-EXIT.
009558     IF PT-HORS-PERIMETRE
009559         GO TO 2500-LIRE-PAR-ID-EXIT
009560     END-IF.
009556     PERFORM 3000-CORRIGER
009557         THRU 3000-CORRIGER-EXIT.
009558 2500-LIRE-PAR-ID-EXIT.
009559     EXIT.
009560*----------------------------------------------------------------
009561* 2550-CONTROLER-PERIMETRE : LE DOSSIER LU EST-IL DANS LE
009562*                            PERIMETRE DE L'OPERATEUR (VOIR
009563*                            RCPERIM) ? LE JOURNAL ETANT DEJA
009564*                            OUVERT ICI, LE REFUS Y EST TRACE
009565*                            PAR LE PROGRAMME LUI-MEME
009566*----------------------------------------------------------------
009567 2550-CONTROLER-PERIMETRE.
009568     MOVE "F"               TO PT-ACTION.
009569     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
009570     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
009571     MOVE "MAJ-DOSSIER"     TO PT-PROGRAMME.
009572     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
009573     IF PT-DANS-PERIMETRE
009574         GO TO 2550-CONTROLER-PERIMETRE-EXIT
009575     END-IF.
009576     DISPLAY "DOSSIER " MF-ID-CITOYEN
009577         " HORS DU PERIMETRE DE VOS SITES - AUCUNE CORRECTION".
009578     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
009579     MOVE "REFUS"               TO JN-ACTION.
009580     MOVE "HORS PERIMETRE SITE" TO JN-NOM.
009581     MOVE PT-PROGRAMME          TO JN-PRENOM.
009582     MOVE ZERO                  TO JN-AGE-AVANT.
009583     MOVE ZERO                  TO JN-AGE-APRES.
009584     MOVE PT-ID-CITOYEN         TO JN-ID-CITOYEN.
009585     MOVE OP-CODE-OPERATEUR     TO JN-OPERATEUR.
009586     MOVE PT-CODE-SITE          TO JN-CODE-SITE.
009587     MOVE SPACES TO JN-OPERATEUR-VALIDE.
009588     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
009589     SET CH-ENCHAINER TO TRUE.
009590     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
009591     WRITE ENR-JOURNAL.
009592     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
009593     SET CH-VALIDER TO TRUE.
009594     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
009595 2550-CONTROLER-PERIMETRE-EXIT.
009596     EXIT.
009597*----------------------------------------------------------------
009600* 3000-CORRIGER : CORRECTION DE L'AGE, DU PRENOM, DE LA DATE DE
009610*                 NAISSANCE, DE L'ADRESSE OU DU NOM D'USAGE DU
009620*                 DOSSIER, OU ENREGISTREMENT D'UNE PIECE
009630*                 D'IDENTITE VUE OU DES COORDONNEES DE CONTACT
009640*                 (SANS MISE A JOUR DU DOSSIER) ; LE NUMERO
009650*                 NATIONAL ET LE SEXE SONT CONTROLES L'UN
009660*                 CONTRE L'AUTRE
009700*----------------------------------------------------------------
009800 3000-CORRIGER.
009845     MOVE ENR-MAITRE TO IMAGE-AVANT-TRAVAIL.
009850     MOVE MF-AGE TO AGE-AVANT-CORRECTION.
009900     DISPLAY "DOSSIER TROUVE - AGE ACTUEL : " MF-AGE.
010000     DISPLAY "CORRIGER (A)GE, (P)RENOM, (D)ATE DE NAISSANCE, "
010010         "AD(R)ESSE, NOM D'(U)SAGE, PIECE D'(I)DENTITE "
010020         "(C)ONTACT, (N)UMERO NATIONAL OU (S)EXE ? ".
010100     ACCEPT CHOIX-CORRECTION.
010110     IF CORRIGER-PIECE
010120         PERFORM 3700-SAISIR-PIECE
010130             THRU 3700-SAISIR-PIECE-EXIT
010140         GO TO 3000-CORRIGER-EXIT
010150     END-IF.
010158     IF CORRIGER-CONTACT
010166         PERFORM 3800-SAISIR-CONTACT
010174             THRU 3800-SAISIR-CONTACT-EXIT
010182         GO TO 3000-CORRIGER-EXIT
010190     END-IF.
010200     IF CORRIGER-AGE
010300         DISPLAY "NOUVEL AGE : "
010310         ACCEPT NOUVEL-AGE
010600                 ACCEPT NOUVEAU-PRENOM
010700                 MOVE NOUVEAU-PRENOM TO MF-PRENOM
010800             ELSE
010810                 IF CORRIGER-ADRESSE
010820                     PERFORM 3300-CORRIGER-ADRESSE
010830                         THRU 3300-CORRIGER-ADRESSE-EXIT
010840                     IF NOT ADRESSE-CORRIGEE
010850                         GO TO 3000-CORRIGER-EXIT
010860                     END-IF
010870                 ELSE
010873                     IF CORRIGER-NOM-USAGE
010876                         PERFORM 3400-CORRIGER-NOM-USAGE
010879                             THRU 3400-CORRIGER-NOM-USAGE-EXIT
010882                         IF NOT NOM-USAGE-CORRIGE
010885                             GO TO 3000-CORRIGER-EXIT
010888                         END-IF
010891                     ELSE
010892                       IF CORRIGER-NO-NATIONAL
010893                           PERFORM 3900-CORRIGER-NO-NATIONAL
010894                               THRU 3900-CORRIGER-NO-NATIONAL-EXIT
010895                       ELSE
010896                         IF CORRIGER-SEXE
010897                             PERFORM 3950-CORRIGER-SEXE
010898                                 THRU 3950-CORRIGER-SEXE-EXIT
010899                         ELSE
010900                             DISPLAY "CHOIX INVALIDE, AUCUNE "
010910                                 "CORRECTION APPLIQUEE"
011000                             GO TO 3000-CORRIGER-EXIT
011001                         END-IF
011002                       END-IF
011003                       IF NOT NONAT-CORRIGE
011004                           GO TO 3000-CORRIGER-EXIT
011005                       END-IF
011005                     END-IF
011010                 END-IF
011100             END-IF
011150         END-IF
011200     END-IF.
011550         NOT INVALID KEY
011560             PERFORM 3500-JOURNALISER
011570                 THRU 3500-JOURNALISER-EXIT
011576             IF CORRIGER-ADRESSE
011582                 PERFORM 3600-HISTORISER-ADRESSE
011588                     THRU 3600-HISTORISER-ADRESSE-EXIT
011594             END-IF
011600     END-REWRITE.
011700 3000-CORRIGER-EXIT.
011800     EXIT.
011831             "AUCUNE CORRECTION"
011832         GO TO 3200-CORRIGER-DATE-EXIT
011833     END-IF.
011834     MOVE MF-NO-NATIONAL        TO NN-NUMERO.
011835     MOVE SPACE                 TO NN-SEXE.
011836     MOVE NOUVELLE-DATE-NAISS-9 TO NN-DATE-NAISSANCE.
011837     CALL "CONTROLE-NONAT" USING DEMANDE-CONTROLE-NONAT.
011838     IF NN-INCOHERENT
011839         DISPLAY "DATE INCOHERENTE AVEC LE NUMERO NATIONAL "
011840             MF-NO-NATIONAL ", AUCUNE CORRECTION"
011841         GO TO 3200-CORRIGER-DATE-EXIT
011842     END-IF.
011834     MOVE NOUVELLE-DATE-NAISS-9 TO MF-DATE-NAISSANCE.
011835     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
011836     COMPUTE JOUR-JULIEN-NAISSANCE =
011845 3200-CORRIGER-DATE-EXIT.
011846     EXIT.
011847*----------------------------------------------------------------
011848* 3300-CORRIGER-ADRESSE : SAISIE DE LA NOUVELLE ADRESSE (RUE,
011849*                         CODE POSTAL, COMMUNE), CONTROLE DU CODE
011850*                         POSTAL ET DE LA COMMUNE CONTRE LE
011851*                         REFERENTIEL DES COMMUNES, PUIS REPORT
011852*                         AU DOSSIER AVEC LA GRAPHIE OFFICIELLE -
011853*                         LE TEMOIN PND EST REMIS A BLANC ET
011854*                         LA DATE D'EMMENAGEMENT EST DEMANDEE
011854*----------------------------------------------------------------
011855 3300-CORRIGER-ADRESSE.
011856     MOVE "N" TO CORRECTION-ADRESSE-FAITE.
011857     DISPLAY "ADRESSE ACTUELLE : " MF-ADRESSE.
011858     DISPLAY "NOUVELLE RUE : ".
011859     ACCEPT NOUVELLE-RUE.
011860     DISPLAY "NOUVEAU CODE POSTAL : ".
011861     ACCEPT NOUVEAU-CODE-POSTAL.
011862     DISPLAY "NOUVELLE COMMUNE : ".
011863     ACCEPT NOUVELLE-COMMUNE.
011864     IF NOUVELLE-ADRESSE = SPACES
011865         DISPLAY "ADRESSE VIDE, AUCUNE CORRECTION"
011866         GO TO 3300-CORRIGER-ADRESSE-EXIT
011867     END-IF.
011868     MOVE NOUVEAU-CODE-POSTAL TO CC-CODE-POSTAL.
011869     MOVE NOUVELLE-COMMUNE    TO CC-COMMUNE.
011870     CALL "CONTROLE-COMMUNE" USING DEMANDE-CONTROLE-COMMUNE.
011871     IF CC-CODE-POSTAL-INCONNU
011872         DISPLAY "CODE POSTAL INCONNU AU REFERENTIEL DES "
011873             "COMMUNES, AUCUNE CORRECTION"
011874         GO TO 3300-CORRIGER-ADRESSE-EXIT
011875     END-IF.
011876     IF CC-COMMUNE-DISCORDANTE
011877         DISPLAY "LA COMMUNE NE CORRESPOND PAS AU CODE POSTAL, "
011878             "AUCUNE CORRECTION"
011879         GO TO 3300-CORRIGER-ADRESSE-EXIT
011880     END-IF.
011881     IF CC-ADRESSE-CONFORME
011882         MOVE CC-NOM-OFFICIEL TO NOUVELLE-COMMUNE
011883     END-IF.
011884     DISPLAY "DATE D'EMMENAGEMENT (AAAAMMJJ, BLANC = "
011885         "AUJOURD'HUI) : ".
011886     ACCEPT SAISIE-DATE-EMMENAGEMENT.
011887     IF SAISIE-DATE-EMMENAGEMENT = SPACES
011888         MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-EMMENAGEMENT
011889     ELSE
011890         IF SAISIE-DATE-EMMENAGEMENT NOT NUMERIC
011891             DISPLAY "DATE NON NUMERIQUE, AUCUNE CORRECTION"
011892             GO TO 3300-CORRIGER-ADRESSE-EXIT
011893         END-IF
011894         MOVE SAISIE-DATE-EMMENAGEMENT-9 TO CD-DATE-AAAAMMJJ
011895         MOVE ZERO TO CD-AGE-MINIMUM
011896         MOVE 999  TO CD-AGE-MAXIMUM
011897         CALL "CONTROLE-DATE" USING DEMANDE-CONTROLE-DATE
011898         IF NOT CD-DATE-VALIDE
011899             DISPLAY "DATE INEXISTANTE OU FUTURE, AUCUNE "
011900                 "CORRECTION"
011901             GO TO 3300-CORRIGER-ADRESSE-EXIT
011902         END-IF
011903         MOVE SAISIE-DATE-EMMENAGEMENT-9 TO DATE-EMMENAGEMENT
011904     END-IF.
011884     MOVE NOUVELLE-ADRESSE TO MF-ADRESSE.
011885     MOVE "N" TO MF-ADRESSE-INVALIDE.
011886     MOVE "O" TO CORRECTION-ADRESSE-FAITE.
011887 3300-CORRIGER-ADRESSE-EXIT.
011888     EXIT.
011889*----------------------------------------------------------------
011890* 3400-CORRIGER-NOM-USAGE : POSE OU RETRAIT (SAISIE A BLANC) DU
011891*                           NOM D'USAGE - LE NOM DE NAISSANCE,
011892*                           CLE DU DOSSIER, N'EST PAS TOUCHE
011893*----------------------------------------------------------------
011894 3400-CORRIGER-NOM-USAGE.
011895     MOVE "N" TO CORRECTION-USAGE-FAITE.
011896     DISPLAY "NOM DE NAISSANCE   : " MF-NOM.
011897     DISPLAY "NOM D'USAGE ACTUEL : " MF-NOM-USAGE.
011898     DISPLAY "NOUVEAU NOM D'USAGE (BLANC = RETIRER) : ".
011899     MOVE SPACES TO NOUVEAU-NOM-USAGE.
011900     ACCEPT NOUVEAU-NOM-USAGE.
011901     IF NOUVEAU-NOM-USAGE = MF-NOM-USAGE
011902         DISPLAY "NOM D'USAGE INCHANGE, AUCUNE CORRECTION"
011903         GO TO 3400-CORRIGER-NOM-USAGE-EXIT
011904     END-IF.
011905     IF NOUVEAU-NOM-USAGE = MF-NOM
011906         DISPLAY "NOM D'USAGE IDENTIQUE AU NOM DE NAISSANCE, "
011907             "AUCUNE CORRECTION"
011908         GO TO 3400-CORRIGER-NOM-USAGE-EXIT
011909     END-IF.
011910     MOVE NOUVEAU-NOM-USAGE TO MF-NOM-USAGE.
011911     MOVE "O" TO CORRECTION-USAGE-FAITE.
011912 3400-CORRIGER-NOM-USAGE-EXIT.
011913     EXIT.
011847*----------------------------------------------------------------
011848* 3500-JOURNALISER : ECRITURE D'UNE LIGNE D'AUDIT POUR LA
011849*                    CORRECTION, AVEC L'AGE AVANT ET APRES
011850*----------------------------------------------------------------
011921     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
011922     MOVE IMAGE-AVANT-TRAVAIL TO JN-IMAGE-AVANT.
011923     MOVE ENR-MAITRE TO JN-IMAGE-APRES.
011924     SET CH-ENCHAINER TO TRUE.
011925     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
011924     WRITE ENR-JOURNAL.
011925     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
011926     SET CH-VALIDER TO TRUE.
011927     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
011930 3500-JOURNALISER-EXIT.
011940     EXIT.
011941*----------------------------------------------------------------
011942* 3600-HISTORISER-ADRESSE : REPORT DE LA NOUVELLE ADRESSE A
011943*                           L'HISTORIQUE DES ADRESSES, A LA DATE
011944*                           D'EMMENAGEMENT SAISIE
011945*----------------------------------------------------------------
011946 3600-HISTORISER-ADRESSE.
011947     MOVE "M"               TO HA-ACTION.
011948     MOVE MF-ID-CITOYEN     TO HA-ID-CITOYEN.
011949     MOVE MF-ADRESSE        TO HA-ADRESSE.
011950     MOVE DATE-EMMENAGEMENT TO HA-DATE-EFFET.
011951     MOVE "MAJ-DOSSIER"     TO HA-PROGRAMME.
011952     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
011953 3600-HISTORISER-ADRESSE-EXIT.
011954     EXIT.
011955*----------------------------------------------------------------
011956* 3700-SAISIR-PIECE : SAISIE D'UNE PIECE D'IDENTITE VUE PAR LE
011957*                     CLERC ET ENREGISTREMENT AU FICHIER DES
011958*                     PIECES PAR LE GUICHET COMMUN PIECE-IDENTITE
011959*                     (LE DOSSIER MAITRE N'EST PAS MODIFIE)
011960*----------------------------------------------------------------
011961 3700-SAISIR-PIECE.
011962     MOVE SPACES TO SAISIE-PIECE.
011963     DISPLAY "TYPE DE PIECE (C=CARTE D'IDENTITE, P=PASSEPORT, "
011964         "T=TITRE DE SEJOUR) : ".
011965     ACCEPT SAISIE-TYPE-PIECE.
011966     DISPLAY "NUMERO DE LA PIECE : ".
011967     ACCEPT SAISIE-NUMERO-PIECE.
011968     DISPLAY "AUTORITE DE DELIVRANCE : ".
011969     ACCEPT SAISIE-AUTORITE.
011970     DISPLAY "DATE DE DELIVRANCE (AAAAMMJJ) : ".
011971     ACCEPT SAISIE-DATE-DELIVRANCE.
011972     DISPLAY "DATE D'EXPIRATION (AAAAMMJJ, BLANC = SANS) : ".
011973     ACCEPT SAISIE-DATE-EXPIRATION.
011974     MOVE "A"                      TO PD-ACTION.
011975     MOVE MF-ID-CITOYEN            TO PD-ID-CITOYEN.
011976     MOVE SAISIE-TYPE-PIECE        TO PD-TYPE-PIECE.
011977     MOVE SAISIE-NUMERO-PIECE      TO PD-NUMERO.
011978     MOVE SAISIE-AUTORITE          TO PD-AUTORITE.
011979     MOVE SAISIE-DATE-DELIVRANCE-9 TO PD-DATE-DELIVRANCE.
011980     IF SAISIE-DATE-EXPIRATION = SPACES
011981         MOVE ZERO TO PD-DATE-EXPIRATION
011982     ELSE
011983         MOVE SAISIE-DATE-EXPIRATION-9 TO PD-DATE-EXPIRATION
011984     END-IF.
011985     MOVE OP-CODE-OPERATEUR        TO PD-OPERATEUR.
011986     MOVE MF-CODE-SITE             TO PD-CODE-SITE.
011987     MOVE "MAJ-DOSSIER"            TO PD-PROGRAMME.
011988     CALL "PIECE-IDENTITE" USING DEMANDE-PIECE.
011989     EVALUATE TRUE
011990         WHEN PD-PIECE-ENREGISTREE
011991             DISPLAY "PIECE ENREGISTREE AU DOSSIER " MF-ID-CITOYEN
011992         WHEN PD-PIECE-DEJA-CONNUE
011993             DISPLAY "PIECE DEJA CONNUE - " PD-MOTIF
011994         WHEN PD-PIECE-REFUSEE
011995             DISPLAY "PIECE REFUSEE - " PD-MOTIF
011996         WHEN OTHER
011997             DISPLAY "FICHIER DES PIECES INDISPONIBLE, AUCUNE "
011998                 "PIECE ENREGISTREE"
011999     END-EVALUATE.
012000 3700-SAISIR-PIECE-EXIT.
012001     EXIT.
012002*----------------------------------------------------------------
012003* 3800-SAISIR-CONTACT : AFFICHAGE PUIS SAISIE DU TELEPHONE, DU
012004*                       COURRIEL ET DU CANAL PREFERE (A BLANC :
012005*                       INCHANGE, "*" : A RETIRER) ET
012006*                       ENREGISTREMENT PAR LE GUICHET COMMUN
012007*                       CONTACT-CITOYEN (LE DOSSIER MAITRE N'EST
012008*                       PAS MODIFIE)
012009*----------------------------------------------------------------
012010 3800-SAISIR-CONTACT.
012011     MOVE "L"           TO KD-ACTION.
012012     MOVE MF-ID-CITOYEN TO KD-ID-CITOYEN.
012013     CALL "CONTACT-CITOYEN" USING DEMANDE-CONTACT.
012014     IF KD-FICHIER-INDISPONIBLE
012015         DISPLAY "FICHIER DES CONTACTS INDISPONIBLE, AUCUNE "
012016             "MISE A JOUR"
012017         GO TO 3800-SAISIR-CONTACT-EXIT
012018     END-IF.
012019     DISPLAY "TELEPHONE ACTUEL    : " KD-TELEPHONE.
012020     DISPLAY "COURRIEL ACTUEL     : " KD-COURRIEL.
012021     DISPLAY "CANAL PREFERE       : " KD-CANAL-PREFERE.
012022     IF KD-CANAL-REBOND NOT = SPACE
012023         DISPLAY "REPLI SUR LA POSTE (CANAL " KD-CANAL-REBOND
012024             ") : " KD-MOTIF-REBOND
012025     END-IF.
012026     MOVE SPACES TO SAISIE-CONTACT.
012027     DISPLAY "NOUVEAU TELEPHONE (BLANC = INCHANGE, * = AUCUN) : ".
012028     ACCEPT SAISIE-TELEPHONE.
012029     DISPLAY "NOUVEAU COURRIEL (BLANC = INCHANGE, * = AUCUN) : ".
012030     ACCEPT SAISIE-COURRIEL.
012031     DISPLAY "CANAL PREFERE (P=POSTE, E=COURRIEL, S=SMS, "
012032         "BLANC = INCHANGE) : ".
012033     ACCEPT SAISIE-CANAL.
012034     IF SAISIE-TELEPHONE = "*"
012035         MOVE SPACES TO KD-TELEPHONE
012036     ELSE
012037         IF SAISIE-TELEPHONE NOT = SPACES
012038             MOVE SAISIE-TELEPHONE TO KD-TELEPHONE
012039         END-IF
012040     END-IF.
012041     IF SAISIE-COURRIEL = "*"
012042         MOVE SPACES TO KD-COURRIEL
012043     ELSE
012044         IF SAISIE-COURRIEL NOT = SPACES
012045             MOVE SAISIE-COURRIEL TO KD-COURRIEL
012046         END-IF
012047     END-IF.
012048     IF SAISIE-CANAL NOT = SPACE
012049         MOVE SAISIE-CANAL TO KD-CANAL-PREFERE
012050     END-IF.
012051     MOVE "M"               TO KD-ACTION.
012052     MOVE OP-CODE-OPERATEUR TO KD-OPERATEUR.
012053     MOVE MF-CODE-SITE      TO KD-CODE-SITE.
012054     MOVE "MAJ-DOSSIER"     TO KD-PROGRAMME.
012055     CALL "CONTACT-CITOYEN" USING DEMANDE-CONTACT.
012056     EVALUATE TRUE
012057         WHEN KD-CONTACT-TRAITE
012058             DISPLAY "CONTACT ENREGISTRE AU DOSSIER "
012059                 MF-ID-CITOYEN
012060         WHEN KD-SANS-OBJET
012061             DISPLAY "CONTACT INCHANGE - " KD-MOTIF
012062         WHEN KD-CONTACT-REFUSE
012063             DISPLAY "CONTACT REFUSE - " KD-MOTIF
012064         WHEN OTHER
012065             DISPLAY "FICHIER DES CONTACTS INDISPONIBLE, AUCUNE "
012066                 "MISE A JOUR"
012067     END-EVALUATE.
012068 3800-SAISIR-CONTACT-EXIT.
012069*----------------------------------------------------------------
012070* 3900-CORRIGER-NO-NATIONAL : SAISIE DU NOUVEAU NUMERO NATIONAL
012071*                             (0 = RETIRER) - CLE DE CONTROLE ET
012072*                             COHERENCE AVEC LE SEXE ET LA DATE DE
012073*                             NAISSANCE DU DOSSIER PAR
012074*                             CONTROLE-NONAT, PUIS UNICITE PAR LA
012075*                             CLE ALTERNATIVE MF-NO-NATIONAL ; LE
012076*                             DOSSIER EST RESTAURE APRES LA
012077*                             LECTURE DE CONTROLE
012078*----------------------------------------------------------------
012079 3900-CORRIGER-NO-NATIONAL.
012080     MOVE "N" TO CORRECTION-NONAT-FAITE.
012081     DISPLAY "NUMERO NATIONAL ACTUEL : " MF-NO-NATIONAL.
012082     DISPLAY "NOUVEAU NUMERO NATIONAL (15 CHIFFRES, 0 = "
012083         "RETIRER) : ".
012084     MOVE SPACES TO NOUVEAU-NO-NATIONAL.
012085     ACCEPT NOUVEAU-NO-NATIONAL.
012086     IF NOUVEAU-NO-NATIONAL NOT NUMERIC
012087         DISPLAY "NUMERO NON NUMERIQUE, AUCUNE CORRECTION"
012088         GO TO 3900-CORRIGER-NO-NATIONAL-EXIT
012089     END-IF.
012090     IF NOUVEAU-NO-NATIONAL-9 = MF-NO-NATIONAL
012091         DISPLAY "NUMERO INCHANGE, AUCUNE CORRECTION"
012092         GO TO 3900-CORRIGER-NO-NATIONAL-EXIT
012093     END-IF.
012094     IF NOUVEAU-NO-NATIONAL-9 = ZERO
012095         MOVE ZERO TO MF-NO-NATIONAL
012096         MOVE "O" TO CORRECTION-NONAT-FAITE
012097         GO TO 3900-CORRIGER-NO-NATIONAL-EXIT
012098     END-IF.
012099     MOVE NOUVEAU-NO-NATIONAL-9 TO NN-NUMERO.
012100     MOVE MF-SEXE               TO NN-SEXE.
012101     MOVE MF-DATE-NAISSANCE     TO NN-DATE-NAISSANCE.
012102     CALL "CONTROLE-NONAT" USING DEMANDE-CONTROLE-NONAT.
012103     IF NN-CLE-ERRONEE
012104         DISPLAY "CLE DU NUMERO NATIONAL ERRONEE, AUCUNE "
012105             "CORRECTION"
012106         GO TO 3900-CORRIGER-NO-NATIONAL-EXIT
012107     END-IF.
012108     IF NN-INCOHERENT
012109         DISPLAY "NUMERO INCOHERENT AVEC LE SEXE OU LA DATE DE "
012110             "NAISSANCE DU DOSSIER, AUCUNE CORRECTION"
012111         GO TO 3900-CORRIGER-NO-NATIONAL-EXIT
012112     END-IF.
012113     MOVE NOUVEAU-NO-NATIONAL-9 TO MF-NO-NATIONAL.
012114     READ FICHIER-MAITRE
012115         KEY IS MF-NO-NATIONAL
012116         INVALID KEY
012117             MOVE "O" TO CORRECTION-NONAT-FAITE
012118         NOT INVALID KEY
012119             DISPLAY "NUMERO DEJA ENREGISTRE AU DOSSIER "
012120                 MF-ID-CITOYEN ", AUCUNE CORRECTION"
012121     END-READ.
012122     MOVE IMAGE-AVANT-TRAVAIL TO ENR-MAITRE.
012123     IF NONAT-CORRIGE
012124         MOVE NOUVEAU-NO-NATIONAL-9 TO MF-NO-NATIONAL
012125     END-IF.
012126 3900-CORRIGER-NO-NATIONAL-EXIT.
012127     EXIT.
012128*----------------------------------------------------------------
012129* 3950-CORRIGER-SEXE : SAISIE DU SEXE (H, F OU BLANC = NON
012130*                      CONNU), CONTROLE CONTRE LE NUMERO NATIONAL
012131*                      DU DOSSIER PAR CONTROLE-NONAT
012132*----------------------------------------------------------------
012133 3950-CORRIGER-SEXE.
012134     MOVE "N" TO CORRECTION-NONAT-FAITE.
012135     DISPLAY "SEXE ACTUEL : " MF-SEXE.
012136     DISPLAY "NOUVEAU SEXE (H/F, BLANC = NON CONNU) : ".
012137     MOVE SPACE TO NOUVEAU-SEXE.
012138     ACCEPT NOUVEAU-SEXE.
012139     IF NOT NOUVEAU-SEXE-ADMIS
012140         DISPLAY "SEXE INVALIDE, AUCUNE CORRECTION"
012141         GO TO 3950-CORRIGER-SEXE-EXIT
012142     END-IF.
012143     IF NOUVEAU-SEXE = MF-SEXE
012144         DISPLAY "SEXE INCHANGE, AUCUNE CORRECTION"
012145         GO TO 3950-CORRIGER-SEXE-EXIT
012146     END-IF.
012147     MOVE MF-NO-NATIONAL TO NN-NUMERO.
012148     MOVE NOUVEAU-SEXE   TO NN-SEXE.
012149     MOVE ZERO           TO NN-DATE-NAISSANCE.
012150     CALL "CONTROLE-NONAT" USING DEMANDE-CONTROLE-NONAT.
012151     IF NN-INCOHERENT
012152         DISPLAY "SEXE INCOHERENT AVEC LE NUMERO NATIONAL "
012153             MF-NO-NATIONAL ", AUCUNE CORRECTION"
012154         GO TO 3950-CORRIGER-SEXE-EXIT
012155     END-IF.
012156     MOVE NOUVEAU-SEXE TO MF-SEXE.
012157     MOVE "O" TO CORRECTION-NONAT-FAITE.
012158 3950-CORRIGER-SEXE-EXIT.
012159     EXIT.
012069     EXIT.
011941*----------------------------------------------------------------
012000* 9999-TERMINER : FERMETURE DES FICHIERS
012100*----------------------------------------------------------------
012200 9999-TERMINER.
