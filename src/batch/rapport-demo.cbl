000672* REPARTITION PAR TRANCHE D'AGE (MINEURS, ADULTES EN AGE DE
000696* TRAVAILLER, SENIORS), SUR LA PLAGE 0 A 120 DEJA UTILISEE PAR LES
000720* CONTROLES DE SAISIE.
000722*
000724* EXPORT TABLEUR FACULTATIF : CARTE SYSIN "CSV" EN COLONNES 1-3
000726* (A BLANC OU ABSENTE, PAS D'EXPORT). LE FICHIER EXPCSV, DELIMITE
000728* PAR POINT-VIRGULE (VOIR COPY RCCSVD), PORTE UNE LIGNE D'EN-TETE
000730* PUIS UNE LIGNE PAR FIGURE DE L'ETAT. COLONNES, DANS CET ORDRE :
000732*   DATE       DATE DU PASSAGE (AAAA-MM-JJ)
000734*   CATEGORIE  MINEURS, ADULTES, SENIORS, TOTAL, AGE INCONNU,
000736*              NON ACTIFS, AGE MOYEN, AGE MINIMUM, AGE MAXIMUM,
000738*              SEUIL MAJORITE, SEUIL SENIOR
000740*   VALEUR     NOMBRE DE DOSSIERS, OU AGE EN ANNEES (AGE MOYEN A
000742*              DEUX DECIMALES, VIRGULE DECIMALE)
000744*
000768* HISTORIQUE DES MODIFICATIONS
000792* DATE       AUTEUR  DESCRIPTION
001752*                    DE TOUTES LES FIGURES ET COMPTABILISES A PART,
001776*                    POUR QUE LES PERSONNES DECEDEES NE SOIENT PLUS
001800*                    COMPTEES DANS LA REPARTITION DEMOGRAPHIQUE.
001804* 2026-10-15 SI      EXPORT TABLEUR FACULTATIF DES FIGURES DE
001808*                    L'ETAT (CARTE SYSIN "CSV", FICHIER EXPCSV)
001812*                    POUR LES TABLEURS DE LA PREFECTURE.
001824*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003240     SELECT HISTORIQUE-DEMO ASSIGN TO "HISTDEMO"
003250         ORGANIZATION IS LINE SEQUENTIAL
003260         FILE STATUS IS HD-STATUT.
003270     SELECT EXPORT-CSV ASSIGN TO "EXPCSV"
003280         ORGANIZATION IS LINE SEQUENTIAL
003290         FILE STATUS IS CS-STATUT.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  FICHIER-MAITRE
004460     LABEL RECORDS ARE STANDARD.
004470 01  ENR-HISTO-DEMO.
004480     COPY RCHISTD.
004482 FD  EXPORT-CSV
004484     LABEL RECORDS ARE STANDARD.
004486 01  LIGNE-CSV                   PIC X(250).
004500 WORKING-STORAGE SECTION.
004600*----------------------------------------------------------------
004700* SEUILS DES TRANCHES D'AGE (ALIGNES SUR LA PLAGE 0-120 VALIDEE
005512 01  HORODATE-DEBUT              PIC X(14) VALUE SPACES.
005530 01  HD-STATUT                   PIC X(02).
005540     88 HD-OK                    VALUE "00".
005542 01  CS-STATUT                   PIC X(02).
005544     88 CS-OK                    VALUE "00".
005546 01  CARTE-EXPORT                PIC X(03) VALUE SPACES.
005548     88 EXPORT-DEMANDE           VALUE "CSV".
005550 01  EXPORT-TABLEUR              PIC X(01) VALUE "N".
005552     88 EXPORT-ACTIF             VALUE "O".
005554 01  DATE-FIGURES                PIC 9(08).
005556 01  CATEGORIE-CSV               PIC X(20).
005558 01  NOMBRE-CSV                  PIC 9(07).
005560 01  NB-LIGNES-CSV               PIC 9(07) COMP VALUE ZERO.
005600 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
005700     88 PLUS-DE-CITOYENS         VALUE "O".
005800 01  NB-MINEURS                  PIC 9(07) COMP VALUE ZERO.
006430     05 LED-VALEUR               PIC ZZZ9,99.
006440 01  PARAMETRES-SITE.
006450     COPY RCPARVAL.
006460 01  DEMANDE-CSV.
006470     COPY RCCSVD.
006500 PROCEDURE DIVISION.
006600*================================================================
006700* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
007620         THRU 7000-ECRIRE-CONTROLE-NUIT-EXIT.
007630     PERFORM 7500-HISTORISER
007640         THRU 7500-HISTORISER-EXIT.
007650     IF EXPORT-ACTIF
007660         PERFORM 7700-EXPORTER-FIGURES
007670             THRU 7700-EXPORTER-FIGURES-EXIT
007680     END-IF.
007700     PERFORM 9999-TERMINER
007800         THRU 9999-TERMINER-EXIT.
007900     STOP RUN.
008200*----------------------------------------------------------------
008300 1000-INITIALISATION.
008301     MOVE FUNCTION CURRENT-DATE(1:14) TO HORODATE-DEBUT.
008302     MOVE HORODATE-DEBUT(1:8) TO DATE-FIGURES.
008303     ACCEPT CARTE-EXPORT.
008310     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
008320     MOVE PV-AGE-MAJORITE TO AGE-MAJORITE.
008330     MOVE PV-AGE-RETRAITE TO AGE-SENIOR.
009500         MOVE 16 TO RETURN-CODE
009600         STOP RUN
009700     END-IF.
009710     IF EXPORT-DEMANDE
009720         PERFORM 1100-OUVRIR-EXPORT
009730             THRU 1100-OUVRIR-EXPORT-EXIT
009740     END-IF.
009800     PERFORM 3000-LIRE-CITOYEN
009900         THRU 3000-LIRE-CITOYEN-EXIT.
010000 1000-INITIALISATION-EXIT.
010100     EXIT.
010110*----------------------------------------------------------------
010120* 1100-OUVRIR-EXPORT : OUVERTURE DE L'EXPORT TABLEUR ET LIGNE
010130*                      D'EN-TETE - UN EXPORT INDISPONIBLE EST
010140*                      SIGNALE MAIS L'ETAT IMPRIME EST PRODUIT
010150*----------------------------------------------------------------
010160 1100-OUVRIR-EXPORT.
010165     OPEN OUTPUT EXPORT-CSV.
010170     IF NOT CS-OK
010175         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER EXPCSV - "
010180             "CODE " CS-STATUT " - PAS D'EXPORT TABLEUR"
010185         GO TO 1100-OUVRIR-EXPORT-EXIT
010190     END-IF.
010192     MOVE "O" TO EXPORT-TABLEUR.
010194     MOVE "DATE;CATEGORIE;VALEUR" TO LIGNE-CSV.
010196     WRITE LIGNE-CSV.
010197 1100-OUVRIR-EXPORT-EXIT.
010198     EXIT.
010200*----------------------------------------------------------------
010300* 2000-COMPTER-CITOYEN : CLASSEMENT DU CITOYEN DANS SA TRANCHE
010400*                        D'AGE PUIS LECTURE DU CITOYEN SUIVANT -
015923     CLOSE HISTORIQUE-DEMO.
015924 7500-HISTORISER-EXIT.
015925     EXIT.
015932*----------------------------------------------------------------
015939* 7700-EXPORTER-FIGURES : UNE LIGNE DE L'EXPORT TABLEUR PAR
015946*                         FIGURE DE L'ETAT, DANS L'ORDRE DE L'ETAT
015953*----------------------------------------------------------------
015960 7700-EXPORTER-FIGURES.
015967     MOVE "MINEURS"           TO CATEGORIE-CSV.
015974     MOVE NB-MINEURS          TO NOMBRE-CSV.
015981     PERFORM 7710-EXPORTER-NOMBRE
015988         THRU 7710-EXPORTER-NOMBRE-EXIT.
015995     MOVE "ADULTES"           TO CATEGORIE-CSV.
016002     MOVE NB-ADULTES          TO NOMBRE-CSV.
016009     PERFORM 7710-EXPORTER-NOMBRE
016016         THRU 7710-EXPORTER-NOMBRE-EXIT.
016023     MOVE "SENIORS"           TO CATEGORIE-CSV.
016030     MOVE NB-SENIORS          TO NOMBRE-CSV.
016037     PERFORM 7710-EXPORTER-NOMBRE
016044         THRU 7710-EXPORTER-NOMBRE-EXIT.
016051     MOVE "TOTAL"             TO CATEGORIE-CSV.
016058     MOVE NB-TOTAL            TO NOMBRE-CSV.
016065     PERFORM 7710-EXPORTER-NOMBRE
016072         THRU 7710-EXPORTER-NOMBRE-EXIT.
016079     MOVE "AGE INCONNU"       TO CATEGORIE-CSV.
016086     MOVE NB-AGE-INCONNU      TO NOMBRE-CSV.
016093     PERFORM 7710-EXPORTER-NOMBRE
016100         THRU 7710-EXPORTER-NOMBRE-EXIT.
016107     MOVE "NON ACTIFS"        TO CATEGORIE-CSV.
016114     MOVE NB-NON-ACTIFS       TO NOMBRE-CSV.
016121     PERFORM 7710-EXPORTER-NOMBRE
016128         THRU 7710-EXPORTER-NOMBRE-EXIT.
016135     MOVE "L"                 TO CV-FONCTION.
016142     CALL "FORMATE-CSV" USING DEMANDE-CSV.
016149     MOVE "J"                 TO CV-FONCTION.
016156     MOVE DATE-FIGURES        TO CV-DATE.
016163     CALL "FORMATE-CSV" USING DEMANDE-CSV.
016170     MOVE "T"                 TO CV-FONCTION.
016177     MOVE "AGE MOYEN"         TO CV-TEXTE.
016184     CALL "FORMATE-CSV" USING DEMANDE-CSV.
016191     MOVE "D"                 TO CV-FONCTION.
016198     MOVE AGE-MOYEN           TO CV-DECIMAL.
016205     CALL "FORMATE-CSV" USING DEMANDE-CSV.
016212     MOVE CV-LIGNE            TO LIGNE-CSV.
016219     WRITE LIGNE-CSV.
016226     ADD 1 TO NB-LIGNES-CSV.
016233     MOVE "AGE MINIMUM"       TO CATEGORIE-CSV.
016240     MOVE AGE-LE-PLUS-JEUNE   TO NOMBRE-CSV.
016247     PERFORM 7710-EXPORTER-NOMBRE
016254         THRU 7710-EXPORTER-NOMBRE-EXIT.
016261     MOVE "AGE MAXIMUM"       TO CATEGORIE-CSV.
016268     MOVE AGE-LE-PLUS-AGE     TO NOMBRE-CSV.
016275     PERFORM 7710-EXPORTER-NOMBRE
016282         THRU 7710-EXPORTER-NOMBRE-EXIT.
016289     MOVE "SEUIL MAJORITE"    TO CATEGORIE-CSV.
016296     MOVE AGE-MAJORITE        TO NOMBRE-CSV.
016303     PERFORM 7710-EXPORTER-NOMBRE
016310         THRU 7710-EXPORTER-NOMBRE-EXIT.
016317     MOVE "SEUIL SENIOR"      TO CATEGORIE-CSV.
016324     MOVE AGE-SENIOR          TO NOMBRE-CSV.
016331     PERFORM 7710-EXPORTER-NOMBRE
016338         THRU 7710-EXPORTER-NOMBRE-EXIT.
016345     DISPLAY "EXPORT TABLEUR EXPCSV : " NB-LIGNES-CSV
016352         " LIGNE(S) DE FIGURES".
016359 7700-EXPORTER-FIGURES-EXIT.
016366     EXIT.
016373*----------------------------------------------------------------
016380* 7710-EXPORTER-NOMBRE : LIGNE DATE ; CATEGORIE-CSV ; NOMBRE-CSV
016387*----------------------------------------------------------------
016394 7710-EXPORTER-NOMBRE.
016401     MOVE "L"                 TO CV-FONCTION.
016408     CALL "FORMATE-CSV" USING DEMANDE-CSV.
016415     MOVE "J"                 TO CV-FONCTION.
016422     MOVE DATE-FIGURES        TO CV-DATE.
016429     CALL "FORMATE-CSV" USING DEMANDE-CSV.
016436     MOVE "T"                 TO CV-FONCTION.
016443     MOVE CATEGORIE-CSV       TO CV-TEXTE.
016450     CALL "FORMATE-CSV" USING DEMANDE-CSV.
016457     MOVE "N"                 TO CV-FONCTION.
016464     MOVE NOMBRE-CSV          TO CV-NOMBRE.
016471     CALL "FORMATE-CSV" USING DEMANDE-CSV.
016478     MOVE CV-LIGNE            TO LIGNE-CSV.
016485     WRITE LIGNE-CSV.
016492     ADD 1 TO NB-LIGNES-CSV.
016499 7710-EXPORTER-NOMBRE-EXIT.
016506     EXIT.
016513*----------------------------------------------------------------
016520* 9999-TERMINER : FERMETURE DES FICHIERS
016527*----------------------------------------------------------------
016534 9999-TERMINER.
016541     CLOSE FICHIER-MAITRE.
016548     CLOSE DEMO.
016555     IF EXPORT-ACTIF
016562         CLOSE EXPORT-CSV
016569     END-IF.
016576 9999-TERMINER-EXIT.
016600     EXIT.
