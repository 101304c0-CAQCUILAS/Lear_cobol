001600* QUI VARIE DE PLUS DE 10 POUR CENT D'UN PASSAGE A L'AUTRE, OU
001700* AGE MOYEN QUI BOUGE DE 2 ANS OU PLUS - CE SONT LES SIGNATURES
001800* HABITUELLES D'UN CHARGEMENT EN ANOMALIE.
001810*
001820* EXPORT TABLEUR FACULTATIF : CARTE SYSIN "CSV" EN COLONNES 1-3
001830* (A BLANC OU ABSENTE, PAS D'EXPORT). LE FICHIER EXPCSV, DELIMITE
001840* PAR POINT-VIRGULE (VOIR COPY RCCSVD), PORTE UNE LIGNE D'EN-TETE
001850* PUIS UNE LIGNE PAR PASSAGE. COLONNES, DANS CET ORDRE :
001852*   DATE            DATE DU PASSAGE (AAAA-MM-JJ)
001854*   MINEURS, ADULTES, SENIORS, TOTAL, AGE INCONNU, NON ACTIFS
001856*                   NOMBRES DE DOSSIERS DU PASSAGE
001858*   AGE MOYEN       EN ANNEES, DEUX DECIMALES, VIRGULE DECIMALE
001860*   ECART TOTAL     TOTAL MOINS CELUI DU PASSAGE PRECEDENT (SIGNE,
001862*                   0 AU PREMIER PASSAGE)
001864*   ECART AGE MOYEN IDEM POUR L'AGE MOYEN, DEUX DECIMALES
001866*   ANOMALIE        O SI LE SAUT EST SIGNALE, SINON N
001900*
002000* HISTORIQUE DES MODIFICATIONS
002100* DATE       AUTEUR  DESCRIPTION
002200* ---------- ------- ---------------------------------------------
002300* 2026-08-23 SI      CREATION - SUIVI DE TENDANCE DES FIGURES
002400*                    DEMOGRAPHIQUES HISTORISEES.
002410* 2026-10-15 SI      EXPORT TABLEUR FACULTATIF DE L'EVOLUTION
002420*                    (CARTE SYSIN "CSV", FICHIER EXPCSV) POUR LES
002430*                    TABLEURS DE LA PREFECTURE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500     SELECT ETAT-TENDANCE ASSIGN TO "TENDANCE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS ET-STATUT.
003710     SELECT EXPORT-CSV ASSIGN TO "EXPCSV"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS CS-STATUT.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HISTORIQUE-DEMO
004400 FD  ETAT-TENDANCE
004500     LABEL RECORDS ARE STANDARD.
004600 01  LIGNE-ETAT                  PIC X(110).
004610 FD  EXPORT-CSV
004620     LABEL RECORDS ARE STANDARD.
004630 01  LIGNE-CSV                   PIC X(250).
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------------
004900* ZONES DE TRAVAIL
005300     88 HD-ABSENT                VALUE "35".
005400 01  ET-STATUT                   PIC X(02).
005500     88 ET-OK                    VALUE "00".
005510 01  CS-STATUT                   PIC X(02).
005520     88 CS-OK                    VALUE "00".
005530 01  CARTE-EXPORT                PIC X(03) VALUE SPACES.
005540     88 EXPORT-DEMANDE           VALUE "CSV".
005550 01  EXPORT-TABLEUR              PIC X(01) VALUE "N".
005560     88 EXPORT-ACTIF             VALUE "O".
005570 01  NB-LIGNES-CSV               PIC 9(07) COMP VALUE ZERO.
005600 01  FIN-HISTORIQUE              PIC X(01) VALUE "N".
005700     88 PLUS-DE-PASSAGES         VALUE "O".
005800 01  NB-PASSAGES                 PIC 9(07) COMP VALUE ZERO.
009500 01  LIGNE-TOTAL.
009600     05 LT-LIBELLE               PIC X(34).
009700     05 LT-COMPTEUR              PIC ZZZZZZ9.
009710 01  DEMANDE-CSV.
009720     COPY RCCSVD.
009800 PROCEDURE DIVISION.
009900*================================================================
010000* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
011500*                       PREMIERE LECTURE
011600*----------------------------------------------------------------
011700 1000-INITIALISATION.
011710     ACCEPT CARTE-EXPORT.
011800     OPEN INPUT HISTORIQUE-DEMO.
011900     IF HD-ABSENT
012000         DISPLAY "AUCUN HISTORIQUE HISTDEMO - RIEN A SUIVRE"
014250     MOVE " N.ACTIFS AG.MOY ECART. EC.MOY"
014260         TO LIGNE-ETAT(50:30).
014300     WRITE LIGNE-ETAT.
014310     IF EXPORT-DEMANDE
014320         PERFORM 1100-OUVRIR-EXPORT
014330             THRU 1100-OUVRIR-EXPORT-EXIT
014340     END-IF.
014400     IF NOT PLUS-DE-PASSAGES
014500         PERFORM 3000-LIRE-PASSAGE
014600             THRU 3000-LIRE-PASSAGE-EXIT
014700     END-IF.
014800 1000-INITIALISATION-EXIT.
014900     EXIT.
014910*----------------------------------------------------------------
014920* 1100-OUVRIR-EXPORT : OUVERTURE DE L'EXPORT TABLEUR ET LIGNE
014930*                      D'EN-TETE - UN EXPORT INDISPONIBLE EST
014940*                      SIGNALE MAIS L'ETAT IMPRIME EST PRODUIT
014950*----------------------------------------------------------------
014960 1100-OUVRIR-EXPORT.
014962     OPEN OUTPUT EXPORT-CSV.
014964     IF NOT CS-OK
014966         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER EXPCSV - "
014968             "CODE " CS-STATUT " - PAS D'EXPORT TABLEUR"
014970         GO TO 1100-OUVRIR-EXPORT-EXIT
014972     END-IF.
014974     MOVE "O" TO EXPORT-TABLEUR.
014976     MOVE SPACES TO LIGNE-CSV.
014978     STRING "DATE;MINEURS;ADULTES;SENIORS;TOTAL;AGE INCONNU;"
014980         DELIMITED BY SIZE
014982         "NON ACTIFS;AGE MOYEN;ECART TOTAL;ECART AGE MOYEN;"
014984         DELIMITED BY SIZE
014986         "ANOMALIE" DELIMITED BY SIZE
014988         INTO LIGNE-CSV.
014990     WRITE LIGNE-CSV.
014992 1100-OUVRIR-EXPORT-EXIT.
014994     EXIT.
015000*----------------------------------------------------------------
015100* 2000-TRAITER-PASSAGE : EDITION DE LA LIGNE DU PASSAGE COURANT
015200*                        AVEC LES ECARTS SUR LE PASSAGE PRECEDENT
018200     END-IF.
018300     MOVE LIGNE-PASSAGE TO LIGNE-ETAT.
018400     WRITE LIGNE-ETAT.
018410     IF EXPORT-ACTIF
018420         PERFORM 2200-EXPORTER-PASSAGE
018430             THRU 2200-EXPORTER-PASSAGE-EXIT
018440     END-IF.
018500     MOVE HD-TOTAL     TO TOTAL-PRECEDENT.
018600     MOVE HD-AGE-MOYEN TO AGE-MOYEN-PRECEDENT.
018700     PERFORM 3000-LIRE-PASSAGE
020800     END-IF.
020900 2100-CONTROLER-SAUT-EXIT.
021000     EXIT.
021002*----------------------------------------------------------------
021004* 2200-EXPORTER-PASSAGE : LIGNE DE L'EXPORT TABLEUR DU PASSAGE
021006*                         COURANT, MEMES FIGURES QUE LA LIGNE
021008*                         IMPRIMEE
021010*----------------------------------------------------------------
021012 2200-EXPORTER-PASSAGE.
021014     MOVE "L"             TO CV-FONCTION.
021016     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021018     MOVE "J"             TO CV-FONCTION.
021020     MOVE HD-DATE         TO CV-DATE.
021022     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021024     MOVE "N"             TO CV-FONCTION.
021026     MOVE HD-MINEURS      TO CV-NOMBRE.
021028     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021030     MOVE HD-ADULTES      TO CV-NOMBRE.
021032     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021034     MOVE HD-SENIORS      TO CV-NOMBRE.
021036     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021038     MOVE HD-TOTAL        TO CV-NOMBRE.
021040     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021042     MOVE HD-AGE-INCONNU  TO CV-NOMBRE.
021044     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021046     MOVE HD-NON-ACTIFS   TO CV-NOMBRE.
021048     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021050     MOVE "D"             TO CV-FONCTION.
021052     MOVE HD-AGE-MOYEN    TO CV-DECIMAL.
021054     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021056     MOVE "N"             TO CV-FONCTION.
021058     MOVE ECART-TOTAL     TO CV-NOMBRE.
021060     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021062     MOVE "D"             TO CV-FONCTION.
021064     MOVE ECART-AGE-MOYEN TO CV-DECIMAL.
021066     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021068     MOVE "T"             TO CV-FONCTION.
021070     IF SAUT-INHABITUEL
021072         MOVE "O"         TO CV-TEXTE
021074     ELSE
021076         MOVE "N"         TO CV-TEXTE
021078     END-IF.
021080     CALL "FORMATE-CSV" USING DEMANDE-CSV.
021082     MOVE CV-LIGNE        TO LIGNE-CSV.
021084     WRITE LIGNE-CSV.
021086     ADD 1 TO NB-LIGNES-CSV.
021088 2200-EXPORTER-PASSAGE-EXIT.
021090     EXIT.
021100*----------------------------------------------------------------
021200* 3000-LIRE-PASSAGE : LECTURE D'UN ENREGISTREMENT DE L'HISTORIQUE
021300*----------------------------------------------------------------
023200     MOVE NB-ANOMALIES TO LT-COMPTEUR.
023300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
023400     WRITE LIGNE-ETAT.
023410     IF EXPORT-ACTIF
023420         DISPLAY "EXPORT TABLEUR EXPCSV : " NB-LIGNES-CSV
023430             " LIGNE(S) DE PASSAGES"
023440     END-IF.
023500 8000-PIED-DE-PAGE-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------
024200         CLOSE HISTORIQUE-DEMO
024300     END-IF.
024400     CLOSE ETAT-TENDANCE.
024410     IF EXPORT-ACTIF
024420         CLOSE EXPORT-CSV
024430     END-IF.
024500 9999-TERMINER-EXIT.
024600     EXIT.
