001700*   R3 : DOSSIERS LUS PAR L'EXTRAIT = DOSSIERS AU ROLE
001800*   R4 : EXTRAITS + CLOTURES + NON ACTIFS + INCHANGES =
001900*        DOSSIERS LUS PAR L'EXTRAIT (EXTRAIT-PRESTATIONS)
001910*   R5 : EN ATTENTE APRES LE LOT = EN ATTENTE AVANT + MISES EN
001920*        ATTENTE - ANNULATIONS - LIBEREES (TRANSACTIONS
001930*        DIFFEREES DE CHARGEMENT-LOT)
002000*
002100* VERDICT EQUILIBRE / DESEQUILIBRE PAR REGLE ET GLOBAL ; CODE
002200* RETOUR 8 QUAND LA NUIT NE SE RAPPROCHE PAS, 4 QUAND UN COMPTEUR
002300* ATTENDU MANQUE (ETAPE NON EXECUTEE OU DEPOT EN ECHEC) - JUSQUE
002400* LA, PERSONNE NE COMPARAIT LES TOTAUX ET UN EXTRAIT COURT N'A
002500* ETE VU QUE PARCE QUE LE SERVICE DES PRESTATIONS A TELEPHONE.
002510*
002520* UN JOUR NON OUVRE, L'ETAPE CALENDRIER-NUIT LE SIGNALE (COMPTEUR
002530* "JOUR NON OUVRE" A 1) ET LE CHARGEMENT N'EST PAS EXECUTE : SES
002540* AJOUTS ET SUPPRESSIONS ABSENTS VALENT ALORS ZERO POUR R1, ET R5,
002550* SANS OBJET, N'EST PAS COMPTEE EN COMPTEUR MANQUANT.
002557*
002564* NUIT REPRISE APRES INCIDENT (PILOTE-NUIT) : LES ETAPES DEJA
002571* TERMINEES NE SONT PAS REJOUEES, LEURS DEPOTS RESTENT AU FICHIER
002578* CTRLBAL, QUE LA REPRISE COMPLETE SANS LE REECRIRE ; UNE ETAPE
002585* REJOUEE DEPOSE A NOUVEAU SES COMPTEURS, ET SEUL LE DERNIER DEPOT
002592* DE CHAQUE COMPTEUR EST RETENU. L'ETAT SIGNALE LA REPRISE.
002593*
002594* CARTE SYSIN FACULTATIVE : "CSV" EN COLONNES 1-3 POUR L'EXPORT
002595* TABLEUR (A BLANC OU ABSENTE, PAS D'EXPORT). LE FICHIER EXPCSV,
002596* DELIMITE PAR POINT-VIRGULE (VOIR COPY RCCSVD), PORTE UNE LIGNE
002597* D'EN-TETE PUIS UNE LIGNE PAR REGLE ET UNE LIGNE GLOBALE.
002598* COLONNES, DANS CET ORDRE :
002599*   DATE     DATE DU PASSAGE (AAAA-MM-JJ)
002600*   REGLE    R1 A R5, PUIS GLOBAL
002601*   VERDICT  EQUILIBRE, DESEQUILIBRE, COMPTEUR MANQUANT, SANS
002602*            OBJET (R5 UN JOUR NON OUVRE) ; GLOBAL : EQUILIBRE,
002603*            DESEQUILIBRE, INCOMPLET
002604*   VALEUR   COMPTE CONSTATE DE LA REGLE (R1, R2 : DOSSIERS AU
002605*            ROLE ; R3, R4 : LUS PAR L'EXTRAIT ; R5 : EN ATTENTE
002606*            APRES LE LOT) ; GLOBAL : CODE RETOUR DE L'ETAPE ;
002607*            VIDE SI LA REGLE N'EST PAS VERIFIABLE
002608*   ATTENDU  COMPTE ATTENDU PAR LA REGLE ; GLOBAL : 0 ; VIDE SI
002609*            LA REGLE N'EST PAS VERIFIABLE
002610*
002700* HISTORIQUE DES MODIFICATIONS
002800* DATE       AUTEUR  DESCRIPTION
002900* ---------- ------- ---------------------------------------------
003192*                    HISTBAL (COPY RCHISTB), SUIVI NUIT PAR NUIT
003193*                    PAR TENDANCE-BAL - MEME PATRON QUE
003194*                    RAPPORT-DEMO / HISTDEMO / TENDANCE-DEMO.
003195* 2026-10-15 SI      NOUVELLE REGLE R5 SUR LES TRANSACTIONS
003196*                    DIFFEREES DE CHARGEMENT-LOT (EN ATTENTE AVANT
003197*                    ET APRES LE LOT, MISES EN ATTENTE, ANNULEES,
003198*                    LIBEREES). R1 RESTE EXACTE : LES AJOUTS ET
003199*                    SUPPRESSIONS DEPOSES COMPRENNENT LES
003201*                    TRANSACTIONS LIBEREES ET EXCLUENT CELLES
003202*                    MISES EN ATTENTE. LE VERDICT R5 ENTRE DANS LE
003203*                    VERDICT GLOBAL MAIS N'EST PAS HISTORISE.
003204* 2026-10-15 SI      JOUR NON OUVRE SIGNALE PAR CALENDRIER-NUIT :
003205*                    LE CHARGEMENT SAUTE, SES AJOUTS ET
003206*                    SUPPRESSIONS VALENT ZERO POUR R1 ET R5 N'EST
003207*                    PLUS COMPTEE EN COMPTEUR MANQUANT.
003208* 2026-10-15 SI      NUIT REPRISE APRES INCIDENT (PILOTE-NUIT,
003209*                    MODE LU PAR SUIVI-NUIT) SIGNALEE A L'ETAT ;
003210*                    LE DERNIER DEPOT DE CHAQUE COMPTEUR RESTE LA
003211*                    REGLE, CELUI D'UNE ETAPE REJOUEE REMPLACE LE
003212*                    PRECEDENT.
003213* 2026-10-15 SI      CARTE SYSIN FACULTATIVE "CSV" : EXPORT
003214*                    TABLEUR DES VERDICTS DE LA NUIT (FICHIER
003215*                    EXPCSV) POUR LES TABLEURS DE LA PREFECTURE.
003216*                    R5 SANS OBJET UN JOUR NON OUVRE EST NOTEE "S".
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004110     SELECT HISTORIQUE-BALANCE ASSIGN TO "HISTBAL"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS HB-STATUT.
004140     SELECT EXPORT-CSV ASSIGN TO "EXPCSV"
004150         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS CS-STATUT.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CONTROLE-NUIT
004720     LABEL RECORDS ARE STANDARD.
004730 01  ENR-HISTO-BALANCE.
004740     COPY RCHISTB.
004750 FD  EXPORT-CSV
004760     LABEL RECORDS ARE STANDARD.
004770 01  LIGNE-CSV                   PIC X(250).
004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------------
005000* ZONES DE TRAVAIL
005310 01  HB-STATUT                   PIC X(02).
005320     88 HB-OK                    VALUE "00".
005330     88 HB-ABSENT                VALUE "35".
005340 01  CS-STATUT                   PIC X(02).
005350     88 CS-OK                    VALUE "00".
005360 01  CARTE-EXPORT                PIC X(03) VALUE SPACES.
005370     88 EXPORT-DEMANDE           VALUE "CSV".
005380 01  EXPORT-TABLEUR              PIC X(01) VALUE "N".
005390     88 EXPORT-ACTIF             VALUE "O".
005400 01  FIN-CONTROLE-NUIT           PIC X(01) VALUE "N".
005500     88 PLUS-DE-COMPTEURS        VALUE "O".
005600 01  NB-COMPTEURS-LUS            PIC 9(07) COMP VALUE ZERO.
005800 01  NB-REGLES-EN-ECART          PIC 9(02) COMP VALUE ZERO.
005900 01  NB-COMPTEURS-MANQUANTS      PIC 9(02) COMP VALUE ZERO.
006000 01  VALEUR-ATTENDUE             PIC 9(09) VALUE ZERO.
006003 01  CHARGEMENT-SAUTE            PIC X(01) VALUE "N".
006006     88 JOUR-SANS-CHARGEMENT     VALUE "O".
006010*----------------------------------------------------------------
006020* VERDICT PAR REGLE, HISTORISE AU FICHIER HISTBAL : "E" EQUILIBRE,
006030* "D" DESEQUILIBRE, "M" COMPTEUR MANQUANT ("S" SANS OBJET POUR
006035* R5, QUI N'EST PAS HISTORISEE) - AVEC LE COMPTE CONSTATE ET LE
006037* COMPTE ATTENDU DE LA REGLE POUR L'EXPORT TABLEUR
006040*----------------------------------------------------------------
006050 01  VERDICT-R1                  PIC X(01) VALUE "M".
006060 01  VERDICT-R2                  PIC X(01) VALUE "M".
006070 01  VERDICT-R3                  PIC X(01) VALUE "M".
006080 01  VERDICT-R4                  PIC X(01) VALUE "M".
006090 01  VERDICT-R5                  PIC X(01) VALUE "M".
006091 01  VALEUR-R1                   PIC 9(09) VALUE ZERO.
006092 01  ATTENDU-R1                  PIC 9(09) VALUE ZERO.
006093 01  VALEUR-R2                   PIC 9(09) VALUE ZERO.
006094 01  ATTENDU-R2                  PIC 9(09) VALUE ZERO.
006095 01  VALEUR-R3                   PIC 9(09) VALUE ZERO.
006096 01  ATTENDU-R3                  PIC 9(09) VALUE ZERO.
006097 01  VALEUR-R4                   PIC 9(09) VALUE ZERO.
006098 01  ATTENDU-R4                  PIC 9(09) VALUE ZERO.
006099 01  VALEUR-R5                   PIC 9(09) VALUE ZERO.
006100 01  ATTENDU-R5                  PIC 9(09) VALUE ZERO.
006150*----------------------------------------------------------------
006200* COMPTEURS RAPPROCHES, CHACUN AVEC SON TEMOIN DE PRESENCE -
006300* UN COMPTEUR ABSENT DU FICHIER SIGNE UNE ETAPE NON EXECUTEE
006400*----------------------------------------------------------------
008600 01  PRES-EXT-INCHANGES          PIC X(01) VALUE "N".
008610 01  BAL-EXT-CLOTURES            PIC 9(09) VALUE ZERO.
008620 01  PRES-EXT-CLOTURES           PIC X(01) VALUE "N".
008621 01  BAL-DIF-AVANT               PIC 9(09) VALUE ZERO.
008622 01  PRES-DIF-AVANT              PIC X(01) VALUE "N".
008623 01  BAL-DIF-DIFFERES            PIC 9(09) VALUE ZERO.
008624 01  PRES-DIF-DIFFERES           PIC X(01) VALUE "N".
008625 01  BAL-DIF-ANNULATIONS         PIC 9(09) VALUE ZERO.
008626 01  PRES-DIF-ANNULATIONS        PIC X(01) VALUE "N".
008627 01  BAL-DIF-LIBERES             PIC 9(09) VALUE ZERO.
008628 01  PRES-DIF-LIBERES            PIC X(01) VALUE "N".
008629 01  BAL-DIF-APRES               PIC 9(09) VALUE ZERO.
008631 01  PRES-DIF-APRES              PIC X(01) VALUE "N".
008630 01  DEMANDE-VERROU.
008640     COPY RCVERRD.
008650 01  DEMANDE-SUIVI.
008660     COPY RCSUIVD.
008662*----------------------------------------------------------------
008664* ZONES DE L'EXPORT TABLEUR
008666*----------------------------------------------------------------
008668 01  DATE-FIGURES                PIC 9(08).
008670 01  REGLE-CSV                   PIC X(06).
008672 01  VERDICT-CSV                 PIC X(01).
008674 01  LIBELLE-VERDICT-CSV         PIC X(20).
008676 01  VALEUR-CSV                  PIC 9(09).
008678 01  ATTENDU-CSV                 PIC 9(09).
008680 01  COMPTES-CSV                 PIC X(01).
008682     88 COMPTES-CONNUS           VALUE "O".
008684 01  NB-LIGNES-CSV               PIC 9(07) COMP VALUE ZERO.
008686 01  CODE-RETOUR-NUIT            PIC S9(04) COMP VALUE ZERO.
008688 01  DEMANDE-CSV.
008690     COPY RCCSVD.
008700 PROCEDURE DIVISION.
008800*================================================================
008900* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
009800         THRU 8000-RAPPROCHER-EXIT.
009810     PERFORM 8500-HISTORISER-NUIT
009820         THRU 8500-HISTORISER-NUIT-EXIT.
009830     IF EXPORT-ACTIF
009840         PERFORM 8600-EXPORTER-VERDICTS
009850             THRU 8600-EXPORTER-VERDICTS-EXIT
009860     END-IF.
009900     PERFORM 9999-TERMINER
010000         THRU 9999-TERMINER-EXIT.
010100     STOP RUN.
010200*----------------------------------------------------------------
010300* 1000-INITIALISATION : CARTE D'EXPORT, OUVERTURE DU FICHIER DE
010400*                       CONTROLE ET PREMIERE LECTURE
010500*----------------------------------------------------------------
010600 1000-INITIALISATION.
010650     ACCEPT CARTE-EXPORT.
010700     OPEN INPUT CONTROLE-NUIT.
010800     IF NOT CB-OK
010900         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER CTRLBAL - "
011100         MOVE 16 TO RETURN-CODE
011200         STOP RUN
011300     END-IF.
011310     IF EXPORT-DEMANDE
011320         PERFORM 1100-OUVRIR-EXPORT
011330             THRU 1100-OUVRIR-EXPORT-EXIT
011340     END-IF.
011400     PERFORM 3000-LIRE-COMPTEUR
011500         THRU 3000-LIRE-COMPTEUR-EXIT.
011600 1000-INITIALISATION-EXIT.
011700     EXIT.
011710*----------------------------------------------------------------
011720* 1100-OUVRIR-EXPORT : OUVERTURE DE L'EXPORT TABLEUR ET LIGNE
011730*                      D'EN-TETE - UN EXPORT INDISPONIBLE EST
011740*                      SIGNALE MAIS NE CHANGE PAS LE VERDICT DE
011750*                      LA NUIT
011760*----------------------------------------------------------------
011770 1100-OUVRIR-EXPORT.
011772     OPEN OUTPUT EXPORT-CSV.
011774     IF NOT CS-OK
011776         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER EXPCSV - "
011778             "CODE " CS-STATUT " - PAS D'EXPORT TABLEUR"
011780         GO TO 1100-OUVRIR-EXPORT-EXIT
011782     END-IF.
011784     MOVE "O" TO EXPORT-TABLEUR.
011786     MOVE "DATE;REGLE;VERDICT;VALEUR;ATTENDU" TO LIGNE-CSV.
011788     WRITE LIGNE-CSV.
011790 1100-OUVRIR-EXPORT-EXIT.
011792     EXIT.
011800*----------------------------------------------------------------
011900* 2000-RANGER-COMPTEUR : RANGEMENT DU COMPTEUR LU DANS LA ZONE DE
012000*                        RAPPROCHEMENT CORRESPONDANTE, PUIS LECTURE
016010         WHEN "EXTRAIT-PRESTATIONS" ALSO "CLOTURES"
016020             MOVE CB-VALEUR TO BAL-EXT-CLOTURES
016030             MOVE "O" TO PRES-EXT-CLOTURES
016031         WHEN "CHARGEMENT-LOT" ALSO "ATTENTE AVANT"
016032             MOVE CB-VALEUR TO BAL-DIF-AVANT
016033             MOVE "O" TO PRES-DIF-AVANT
016034         WHEN "CHARGEMENT-LOT" ALSO "DIFFERES"
016035             MOVE CB-VALEUR TO BAL-DIF-DIFFERES
016036             MOVE "O" TO PRES-DIF-DIFFERES
016037         WHEN "CHARGEMENT-LOT" ALSO "ANNULATIONS"
016038             MOVE CB-VALEUR TO BAL-DIF-ANNULATIONS
016039             MOVE "O" TO PRES-DIF-ANNULATIONS
016040         WHEN "CHARGEMENT-LOT" ALSO "LIBERES"
016041             MOVE CB-VALEUR TO BAL-DIF-LIBERES
016042             MOVE "O" TO PRES-DIF-LIBERES
016043         WHEN "CHARGEMENT-LOT" ALSO "ATTENTE APRES"
016044             MOVE CB-VALEUR TO BAL-DIF-APRES
016045             MOVE "O" TO PRES-DIF-APRES
016055         WHEN "CALENDRIER-NUIT" ALSO "JOUR NON OUVRE"
016065             IF CB-VALEUR = 1
016075                 MOVE "O" TO CHARGEMENT-SAUTE
016085             END-IF
016100         WHEN "CHARGEMENT-LOT" ALSO ANY
016200             CONTINUE
016300         WHEN "LISTE-CITOYENS" ALSO ANY
018100 3000-LIRE-COMPTEUR-EXIT.
018200     EXIT.
018300*----------------------------------------------------------------
018400* 8000-RAPPROCHER : VERIFICATION DES CINQ REGLES D'EQUILIBRE ET
018500*                   VERDICT GLOBAL AVEC CODE RETOUR GRADUE
018600*----------------------------------------------------------------
018700 8000-RAPPROCHER.
018900     DISPLAY "BALANCE-NUIT - RAPPROCHEMENT DES TOTAUX".
019000     DISPLAY "----------------------------------------".
019100     DISPLAY "COMPTEURS LUS            : " NB-COMPTEURS-LUS.
019110     CALL "SUIVI-NUIT" USING DEMANDE-SUIVI.
019120     IF SN-EN-REPRISE
019130         DISPLAY "NUIT DU " SN-DATE-NUIT " REPRISE ("
019140             SN-NB-REPRISES " REPRISE(S)) - DERNIER DEPOT DE "
019150             "CHAQUE COMPTEUR RETENU"
019160     END-IF.
019200     IF NB-COMPTEURS-INCONNUS > ZERO
019300         DISPLAY "COMPTEURS NON RAPPROCHES : "
019400             NB-COMPTEURS-INCONNUS
019500     END-IF.
019510     IF JOUR-SANS-CHARGEMENT
019520         DISPLAY "JOUR NON OUVRE - CHARGEMENT NON EXECUTE"
019530         IF PRES-AJOUTS = "N" AND PRES-SUPPRESSIONS = "N"
019540             MOVE ZERO TO BAL-AJOUTS
019550             MOVE "O"  TO PRES-AJOUTS
019560             MOVE ZERO TO BAL-SUPPRESSIONS
019570             MOVE "O"  TO PRES-SUPPRESSIONS
019580         END-IF
019590     END-IF.
019600     PERFORM 8100-REGLE-MAITRE
019700         THRU 8100-REGLE-MAITRE-EXIT.
019800     PERFORM 8200-REGLE-DEMO
020100         THRU 8300-REGLE-EXTRAIT-LUS-EXIT.
020200     PERFORM 8400-REGLE-EXTRAIT-TOTAL
020300         THRU 8400-REGLE-EXTRAIT-TOTAL-EXIT.
020310     PERFORM 8450-REGLE-DIFFERES
020320         THRU 8450-REGLE-DIFFERES-EXIT.
020400     DISPLAY "----------------------------------------".
020500     IF NB-REGLES-EN-ECART > ZERO
020600         DISPLAY "NUIT DESEQUILIBREE - " NB-REGLES-EN-ECART
024100         ADD 1 TO NB-REGLES-EN-ECART
024110         MOVE "D" TO VERDICT-R1
024200     END-IF.
024210     MOVE BAL-CITOYENS    TO VALEUR-R1.
024220     MOVE VALEUR-ATTENDUE TO ATTENDU-R1.
024300 8100-REGLE-MAITRE-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
026500         ADD 1 TO NB-REGLES-EN-ECART
026510         MOVE "D" TO VERDICT-R2
026600     END-IF.
026610     MOVE BAL-CITOYENS    TO VALEUR-R2.
026620     MOVE VALEUR-ATTENDUE TO ATTENDU-R2.
026700 8200-REGLE-DEMO-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
028500         ADD 1 TO NB-REGLES-EN-ECART
028510         MOVE "D" TO VERDICT-R3
028600     END-IF.
028610     MOVE BAL-EXT-LUS     TO VALEUR-R3.
028620     MOVE BAL-CITOYENS    TO ATTENDU-R3.
028700 8300-REGLE-EXTRAIT-LUS-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
031100         ADD 1 TO NB-REGLES-EN-ECART
031110         MOVE "D" TO VERDICT-R4
031200     END-IF.
031210     MOVE BAL-EXT-LUS     TO VALEUR-R4.
031220     MOVE VALEUR-ATTENDUE TO ATTENDU-R4.
031300 8400-REGLE-EXTRAIT-TOTAL-EXIT.
031400     EXIT.
031403*----------------------------------------------------------------
031406* 8450-REGLE-DIFFERES : R5 - EN ATTENTE APRES LE LOT = EN ATTENTE
031409*                       AVANT + MISES EN ATTENTE - ANNULATIONS -
031412*                       LIBEREES
031415*----------------------------------------------------------------
031418 8450-REGLE-DIFFERES.
031421     IF JOUR-SANS-CHARGEMENT AND PRES-DIF-APRES = "N"
031424         DISPLAY "R5 DIFFERES   : CHARGEMENT NON EXECUTE - "
031427             "JOUR NON OUVRE"
031430         MOVE "S" TO VERDICT-R5
031433         GO TO 8450-REGLE-DIFFERES-EXIT
031436     END-IF.
031439     IF PRES-DIF-AVANT = "N" OR PRES-DIF-DIFFERES = "N"
031442             OR PRES-DIF-ANNULATIONS = "N"
031445             OR PRES-DIF-LIBERES = "N" OR PRES-DIF-APRES = "N"
031448         DISPLAY "R5 DIFFERES   : COMPTEUR MANQUANT - "
031451             "REGLE NON VERIFIABLE"
031454         ADD 1 TO NB-COMPTEURS-MANQUANTS
031457         GO TO 8450-REGLE-DIFFERES-EXIT
031460     END-IF.
031463     COMPUTE VALEUR-ATTENDUE =
031466         BAL-DIF-AVANT + BAL-DIF-DIFFERES -
031469         BAL-DIF-ANNULATIONS - BAL-DIF-LIBERES.
031472     IF BAL-DIF-APRES = VALEUR-ATTENDUE
031475         DISPLAY "R5 DIFFERES   : EQUILIBRE (" BAL-DIF-APRES ")"
031478         MOVE "E" TO VERDICT-R5
031481     ELSE
031484         DISPLAY "R5 DIFFERES   : ECART - EN ATTENTE "
031487             BAL-DIF-APRES " ATTENDU " VALEUR-ATTENDUE
031490         ADD 1 TO NB-REGLES-EN-ECART
031493         MOVE "D" TO VERDICT-R5
031496     END-IF.
031499     MOVE BAL-DIF-APRES   TO VALEUR-R5.
031502     MOVE VALEUR-ATTENDUE TO ATTENDU-R5.
031505 8450-REGLE-DIFFERES-EXIT.
031508     EXIT.
031511*----------------------------------------------------------------
031514* 8500-HISTORISER-NUIT : AJOUT DE LA LIGNE DATEE DE LA NUIT AU
031517*                        FICHIER HISTBAL (COMPTEURS ET VERDICTS)
031520*                        - UN HISTORIQUE INDISPONIBLE EST SIGNALE
031523*                        MAIS NE CHANGE PAS LE VERDICT DE LA NUIT
031526*----------------------------------------------------------------
031529 8500-HISTORISER-NUIT.
031532     OPEN EXTEND HISTORIQUE-BALANCE.
031535     IF HB-ABSENT
031538         OPEN OUTPUT HISTORIQUE-BALANCE
031541     END-IF.
031544     IF NOT HB-OK
031547         DISPLAY "HISTORIQUE HISTBAL INDISPONIBLE - CODE "
031550             HB-STATUT " - NUIT NON HISTORISEE"
031553         GO TO 8500-HISTORISER-NUIT-EXIT
031556     END-IF.
031559     MOVE FUNCTION CURRENT-DATE(1:8) TO HB-DATE.
031562     MOVE VERDICT-R1       TO HB-VERDICT-R1.
031565     MOVE VERDICT-R2       TO HB-VERDICT-R2.
031568     MOVE VERDICT-R3       TO HB-VERDICT-R3.
031571     MOVE VERDICT-R4       TO HB-VERDICT-R4.
031574     MOVE BAL-CITOYENS     TO HB-CITOYENS.
031577     MOVE BAL-AJOUTS       TO HB-AJOUTS.
031580     MOVE BAL-SUPPRESSIONS TO HB-SUPPRESSIONS.
031583     MOVE BAL-EXT-LUS      TO HB-EXT-LUS.
031586     MOVE BAL-EXT-EXTRAITS TO HB-EXT-EXTRAITS.
031589     WRITE ENR-HISTO-BALANCE.
031592     CLOSE HISTORIQUE-BALANCE.
031595 8500-HISTORISER-NUIT-EXIT.
031598     EXIT.
031601*----------------------------------------------------------------
031604* 8600-EXPORTER-VERDICTS : UNE LIGNE D'EXPORT TABLEUR PAR REGLE,
031607*                          PUIS LA LIGNE DU VERDICT GLOBAL -
031610*                          LE CODE RETOUR DE LA NUIT EST GARDE A
031613*                          TRAVERS LES APPELS A FORMATE-CSV
031616*----------------------------------------------------------------
031619 8600-EXPORTER-VERDICTS.
031622     MOVE RETURN-CODE TO CODE-RETOUR-NUIT.
031625     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FIGURES.
031628     MOVE "R1"        TO REGLE-CSV.
031631     MOVE VERDICT-R1  TO VERDICT-CSV.
031634     MOVE VALEUR-R1   TO VALEUR-CSV.
031637     MOVE ATTENDU-R1  TO ATTENDU-CSV.
031640     PERFORM 8610-EXPORTER-REGLE
031643         THRU 8610-EXPORTER-REGLE-EXIT.
031646     MOVE "R2"        TO REGLE-CSV.
031649     MOVE VERDICT-R2  TO VERDICT-CSV.
031652     MOVE VALEUR-R2   TO VALEUR-CSV.
031655     MOVE ATTENDU-R2  TO ATTENDU-CSV.
031658     PERFORM 8610-EXPORTER-REGLE
031661         THRU 8610-EXPORTER-REGLE-EXIT.
031664     MOVE "R3"        TO REGLE-CSV.
031667     MOVE VERDICT-R3  TO VERDICT-CSV.
031670     MOVE VALEUR-R3   TO VALEUR-CSV.
031673     MOVE ATTENDU-R3  TO ATTENDU-CSV.
031676     PERFORM 8610-EXPORTER-REGLE
031679         THRU 8610-EXPORTER-REGLE-EXIT.
031682     MOVE "R4"        TO REGLE-CSV.
031685     MOVE VERDICT-R4  TO VERDICT-CSV.
031688     MOVE VALEUR-R4   TO VALEUR-CSV.
031691     MOVE ATTENDU-R4  TO ATTENDU-CSV.
031694     PERFORM 8610-EXPORTER-REGLE
031697         THRU 8610-EXPORTER-REGLE-EXIT.
031700     MOVE "R5"        TO REGLE-CSV.
031703     MOVE VERDICT-R5  TO VERDICT-CSV.
031706     MOVE VALEUR-R5   TO VALEUR-CSV.
031709     MOVE ATTENDU-R5  TO ATTENDU-CSV.
031712     PERFORM 8610-EXPORTER-REGLE
031715         THRU 8610-EXPORTER-REGLE-EXIT.
031718     MOVE "GLOBAL"    TO REGLE-CSV.
031721     IF NB-REGLES-EN-ECART > ZERO
031724         MOVE "DESEQUILIBRE"  TO LIBELLE-VERDICT-CSV
031727     ELSE
031730         IF NB-COMPTEURS-MANQUANTS > ZERO
031733             MOVE "INCOMPLET" TO LIBELLE-VERDICT-CSV
031736         ELSE
031739             MOVE "EQUILIBRE" TO LIBELLE-VERDICT-CSV
031742         END-IF
031745     END-IF.
031748     MOVE CODE-RETOUR-NUIT TO VALEUR-CSV.
031751     MOVE ZERO        TO ATTENDU-CSV.
031754     MOVE "O"         TO COMPTES-CSV.
031757     PERFORM 8690-ECRIRE-LIGNE
031760         THRU 8690-ECRIRE-LIGNE-EXIT.
031763     DISPLAY "EXPORT TABLEUR EXPCSV : " NB-LIGNES-CSV
031766         " LIGNE(S) DE VERDICTS".
031769     MOVE CODE-RETOUR-NUIT TO RETURN-CODE.
031772 8600-EXPORTER-VERDICTS-EXIT.
031775     EXIT.
031778*----------------------------------------------------------------
031781* 8610-EXPORTER-REGLE : LIBELLE DU VERDICT D'UNE REGLE - LES
031784*                       COMPTES NE SONT EXPORTES QUE POUR UNE
031787*                       REGLE VERIFIEE
031790*----------------------------------------------------------------
031793 8610-EXPORTER-REGLE.
031796     MOVE "N" TO COMPTES-CSV.
031799     EVALUATE VERDICT-CSV
031802         WHEN "E"
031805             MOVE "EQUILIBRE"         TO LIBELLE-VERDICT-CSV
031808             MOVE "O"                 TO COMPTES-CSV
031811         WHEN "D"
031814             MOVE "DESEQUILIBRE"      TO LIBELLE-VERDICT-CSV
031817             MOVE "O"                 TO COMPTES-CSV
031820         WHEN "S"
031823             MOVE "SANS OBJET"        TO LIBELLE-VERDICT-CSV
031826         WHEN OTHER
031829             MOVE "COMPTEUR MANQUANT" TO LIBELLE-VERDICT-CSV
031832     END-EVALUATE.
031835     PERFORM 8690-ECRIRE-LIGNE
031838         THRU 8690-ECRIRE-LIGNE-EXIT.
031841 8610-EXPORTER-REGLE-EXIT.
031844     EXIT.
031847*----------------------------------------------------------------
031850* 8690-ECRIRE-LIGNE : LIGNE DATE ; REGLE-CSV ; LIBELLE DU VERDICT ;
031853*                     VALEUR-CSV ; ATTENDU-CSV (VIDES SI COMPTES
031856*                     INCONNUS)
031859*----------------------------------------------------------------
031862 8690-ECRIRE-LIGNE.
031865     MOVE "L"                 TO CV-FONCTION.
031868     CALL "FORMATE-CSV" USING DEMANDE-CSV.
031871     MOVE "J"                 TO CV-FONCTION.
031874     MOVE DATE-FIGURES        TO CV-DATE.
031877     CALL "FORMATE-CSV" USING DEMANDE-CSV.
031880     MOVE "T"                 TO CV-FONCTION.
031883     MOVE REGLE-CSV           TO CV-TEXTE.
031886     CALL "FORMATE-CSV" USING DEMANDE-CSV.
031889     MOVE LIBELLE-VERDICT-CSV TO CV-TEXTE.
031892     CALL "FORMATE-CSV" USING DEMANDE-CSV.
031895     IF COMPTES-CONNUS
031898         MOVE "N"             TO CV-FONCTION
031901         MOVE VALEUR-CSV      TO CV-NOMBRE
031904         CALL "FORMATE-CSV" USING DEMANDE-CSV
031907         MOVE ATTENDU-CSV     TO CV-NOMBRE
031910         CALL "FORMATE-CSV" USING DEMANDE-CSV
031913     ELSE
031916         MOVE SPACES          TO CV-TEXTE
031919         CALL "FORMATE-CSV" USING DEMANDE-CSV
031922         CALL "FORMATE-CSV" USING DEMANDE-CSV
031925     END-IF.
031928     MOVE CV-LIGNE            TO LIGNE-CSV.
031931     WRITE LIGNE-CSV.
031934     ADD 1 TO NB-LIGNES-CSV.
031937 8690-ECRIRE-LIGNE-EXIT.
031940     EXIT.
031943*----------------------------------------------------------------
031946* 9999-TERMINER : FERMETURE DES FICHIERS
031949*----------------------------------------------------------------
031952 9999-TERMINER.
031955     CLOSE CONTROLE-NUIT.
031958     IF EXPORT-ACTIF
031961         CLOSE EXPORT-CSV
031964     END-IF.
031967     MOVE "L" TO VN-ACTION.
031970     MOVE "BALANCE-NUIT" TO VN-PROGRAMME.
031973     CALL "VERROU-NUIT" USING DEMANDE-VERROU.
031976     IF NOT VN-OK
031979         DISPLAY "LEVEE DU VERROU DE NUIT EN ECHEC - LE "
031982             "GUICHET RESTERA BLOQUE, INTERVENTION REQUISE"
031985     END-IF.
031988 9999-TERMINER-EXIT.
032100     EXIT.
