000800* RAPPORT-REJETS LIT LE FICHIER REJETS (QUI S'ACCUMULE DE NUIT EN
000900* NUIT SOUS DISP=(MOD,KEEP)) ET EN TIRE, POUR LES SUPERVISEURS :
001000* LE NOMBRE DE REJETS PAR MOTIF, LE REJET EN ATTENTE LE PLUS
001010* ANCIEN (AVEC SON ANCIENNETE EN JOURS OUVRES, D'APRES LE
001020* CALENDRIER CALENDR VIA JOURS-OUVRES), ET UNE VENTILATION JOUR
001200* PAR JOUR, DE SORTE QU'ON PUISSE MONTRER AUX SITES SI LEURS
001300* EXTRAITS S'AMELIORENT OU NON. MEME STYLE D'ETAT QUE
001400* RAPPORT-DEMO.
001500*
001600* LES REJETS ECRITS AVANT L'AJOUT DE RJ-DATE-REJET (DATE A ZERO
001700* OU NON NUMERIQUE) SONT VENTILES SOUS "DATE INCONNUE".
001710*
001720* CARTE SYSIN FACULTATIVE : "CSV" EN COLONNES 1-3 POUR L'EXPORT
001730* TABLEUR (A BLANC OU ABSENTE, PAS D'EXPORT). LE FICHIER EXPCSV,
001740* DELIMITE PAR POINT-VIRGULE (VOIR COPY RCCSVD), PORTE UNE LIGNE
001750* D'EN-TETE PUIS UNE LIGNE PAR FIGURE DE L'ETAT. COLONNES, DANS
001760* CET ORDRE :
001765*   DATE        DATE DU PASSAGE (AAAA-MM-JJ)
001770*   CATEGORIE   PAR MOTIF, MOTIFS DEBORDES, PLUS ANCIEN, PAR
001775*               JOUR, DATE INCONNUE, DATES DEBORDEES, PAR SITE,
001780*               SITES DEBORDES, TOTAL (LES DEBORDEMENTS, LA DATE
001782*               INCONNUE ET LE PLUS ANCIEN SEULEMENT S'IL Y A
001784*               LIEU)
001786*   SITE        CODE SITE EMETTEUR (PAR SITE), VIDE SINON
001788*   DATE REJET  DATE DU REJET (PAR JOUR, PLUS ANCIEN), VIDE SINON
001790*   MOTIF       MOTIF DE REJET (PAR MOTIF), VIDE SINON
001792*   NOMBRE      NOMBRE DE REJETS ; POUR PLUS ANCIEN, ANCIENNETE
001794*               DU REJET EN JOURS OUVRES
001800*
001900* HISTORIQUE DES MODIFICATIONS
002000* DATE       AUTEUR  DESCRIPTION
002420*                    (RJ-CODE-SITE, "---" POUR LES REJETS SANS
002430*                    CODE SITE), POUR QUE CHAQUE SITE VOIE SES
002440*                    PROPRES REJETS.
002450* 2026-10-15 SI      ANCIENNETE DU REJET LE PLUS ANCIEN EN JOURS
002460*                    OUVRES (JOURS-OUVRES).
002470* 2026-10-15 SI      CARTE SYSIN FACULTATIVE "CSV" : EXPORT
002480*                    TABLEUR DES FIGURES DE L'ETAT (FICHIER
002490*                    EXPCSV) POUR LES TABLEURS DE LA PREFECTURE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500     SELECT ETAT-REJETS ASSIGN TO "ETATREJ"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS ET-STATUT.
003710     SELECT EXPORT-CSV ASSIGN TO "EXPCSV"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS CS-STATUT.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  REJETS
004400 FD  ETAT-REJETS
004500     LABEL RECORDS ARE STANDARD.
004600 01  LIGNE-ETAT                  PIC X(80).
004610 FD  EXPORT-CSV
004620     LABEL RECORDS ARE STANDARD.
004630 01  LIGNE-CSV                   PIC X(250).
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------------
004900* ZONES DE TRAVAIL
005300     88 RJ-ABSENT                VALUE "35".
005400 01  ET-STATUT                   PIC X(02).
005500     88 ET-OK                    VALUE "00".
005510 01  CS-STATUT                   PIC X(02).
005520     88 CS-OK                    VALUE "00".
005530 01  CARTE-EXPORT                PIC X(03) VALUE SPACES.
005540     88 EXPORT-DEMANDE           VALUE "CSV".
005550 01  EXPORT-TABLEUR              PIC X(01) VALUE "N".
005560     88 EXPORT-ACTIF             VALUE "O".
005570 01  CATEGORIE-CSV               PIC X(20).
005575 01  SITE-CSV                    PIC X(03).
005580 01  DATE-REJET-CSV              PIC 9(08).
005585 01  MOTIF-CSV                   PIC X(40).
005590 01  NOMBRE-CSV                  PIC 9(07).
005595 01  NB-LIGNES-CSV               PIC 9(07) COMP VALUE ZERO.
005600 01  FIN-REJETS                  PIC X(01) VALUE "N".
005700     88 PLUS-DE-REJETS           VALUE "O".
005800 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
006200 01  ANCIENNETE-EN-JOURS         PIC 9(05) COMP VALUE ZERO.
006300 01  JOUR-JULIEN-REJET           PIC 9(09) COMP.
006400 01  JOUR-JULIEN-AUJOURDHUI      PIC 9(09) COMP.
006410 01  DEMANDE-JOURS-OUVRES.
006420     COPY RCOUVRD.
006500*----------------------------------------------------------------
006600* TABLE DES COMPTEURS PAR MOTIF DE REJET
006700*----------------------------------------------------------------
010030     05 LS-CODE                  PIC X(03).
010040     05 FILLER                   PIC X(03) VALUE " : ".
010050     05 LS-NOMBRE                PIC ZZZZZZ9.
010060 01  DEMANDE-CSV.
010070     COPY RCCSVD.
010100 PROCEDURE DIVISION.
010200*================================================================
010300* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
011000         UNTIL PLUS-DE-REJETS.
011100     PERFORM 8000-IMPRIMER-ETAT
011200         THRU 8000-IMPRIMER-ETAT-EXIT.
011210     IF EXPORT-ACTIF
011220         PERFORM 8500-EXPORTER-FIGURES
011230             THRU 8500-EXPORTER-FIGURES-EXIT
011240     END-IF.
011300     PERFORM 9999-TERMINER
011400         THRU 9999-TERMINER-EXIT.
011500     STOP RUN.
011600*----------------------------------------------------------------
011700* 1000-INITIALISATION : CARTE D'EXPORT, OUVERTURE DES FICHIERS ET
011750*                       PREMIERE LECTURE
011800*----------------------------------------------------------------
011900 1000-INITIALISATION.
011950     ACCEPT CARTE-EXPORT.
012000     OPEN INPUT REJETS.
012100     IF RJ-ABSENT
012200         MOVE "O" TO FIN-REJETS
013500         MOVE 16 TO RETURN-CODE
013600         STOP RUN
013700     END-IF.
013710     IF EXPORT-DEMANDE
013720         PERFORM 1100-OUVRIR-EXPORT
013730             THRU 1100-OUVRIR-EXPORT-EXIT
013740     END-IF.
013800     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
013810     MOVE SPACES TO TABLE-MOTIFS.
013820     MOVE ZEROS  TO TABLE-DATES.
014200     END-IF.
014300 1000-INITIALISATION-EXIT.
014400     EXIT.
014410*----------------------------------------------------------------
014420* 1100-OUVRIR-EXPORT : OUVERTURE DE L'EXPORT TABLEUR ET LIGNE
014430*                      D'EN-TETE - UN EXPORT INDISPONIBLE EST
014440*                      SIGNALE MAIS L'ETAT IMPRIME EST PRODUIT
014450*----------------------------------------------------------------
014460 1100-OUVRIR-EXPORT.
014462     OPEN OUTPUT EXPORT-CSV.
014464     IF NOT CS-OK
014466         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER EXPCSV - "
014468             "CODE " CS-STATUT " - PAS D'EXPORT TABLEUR"
014470         GO TO 1100-OUVRIR-EXPORT-EXIT
014472     END-IF.
014474     MOVE "O" TO EXPORT-TABLEUR.
014476     MOVE "DATE;CATEGORIE;SITE;DATE REJET;MOTIF;NOMBRE"
014478         TO LIGNE-CSV.
014480     WRITE LIGNE-CSV.
014482 1100-OUVRIR-EXPORT-EXIT.
014484     EXIT.
014500*----------------------------------------------------------------
014600* 2000-VENTILER-REJET : COMPTAGE DU REJET COURANT PAR MOTIF ET PAR
014700*                       DATE, PUIS LECTURE DU REJET SUIVANT
024800             FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-AAAAMMJJ)
024900         COMPUTE ANCIENNETE-EN-JOURS =
025000             JOUR-JULIEN-AUJOURDHUI - JOUR-JULIEN-REJET
025010         MOVE "C"                   TO JO-FONCTION
025020         MOVE SPACES                TO JO-CODE-SITE
025030         MOVE DATE-PLUS-ANCIENNE    TO JO-DATE
025040         MOVE DATE-DU-JOUR-AAAAMMJJ TO JO-DATE-FIN
025050         CALL "JOURS-OUVRES" USING DEMANDE-JOURS-OUVRES
025060         IF JO-OK AND JO-NB-RESULTAT NOT < ZERO
025070             MOVE JO-NB-RESULTAT TO ANCIENNETE-EN-JOURS
025080         END-IF
025100         MOVE SPACES TO LIGNE-ETAT
025200         STRING "REJET LE PLUS ANCIEN : " DELIMITED BY SIZE
025300             DATE-PLUS-ANCIENNE DELIMITED BY SIZE
025400             INTO LIGNE-ETAT
025500         WRITE LIGNE-ETAT
025600         MOVE SPACES TO LIGNE-ETAT
025610         MOVE "ANCIENNETE EN JOURS OUVRES       :" TO LT-LIBELLE
025800         MOVE ANCIENNETE-EN-JOURS TO LT-COMPTEUR
025900         MOVE LIGNE-TOTAL TO LIGNE-ETAT
026000         WRITE LIGNE-ETAT
031490     WRITE LIGNE-ETAT.
031500 8300-IMPRIMER-SITE-EXIT.
031510     EXIT.
031516*----------------------------------------------------------------
031522* 8500-EXPORTER-FIGURES : LIGNES DE L'EXPORT TABLEUR, DANS L'ORDRE
031528*                         DE L'ETAT
031534*----------------------------------------------------------------
031540 8500-EXPORTER-FIGURES.
031546     MOVE SPACES TO SITE-CSV.
031552     MOVE ZERO   TO DATE-REJET-CSV.
031558     MOVE "PAR MOTIF" TO CATEGORIE-CSV.
031564     IF NB-MOTIFS-DISTINCTS > ZERO
031570         PERFORM 8510-EXPORTER-MOTIF
031576             THRU 8510-EXPORTER-MOTIF-EXIT
031582             VARYING IDX-MOTIF FROM 1 BY 1
031588             UNTIL IDX-MOTIF > NB-MOTIFS-DISTINCTS
031594     END-IF.
031600     MOVE SPACES TO MOTIF-CSV.
031606     IF NB-MOTIFS-DEBORDES > ZERO
031612         MOVE "MOTIFS DEBORDES"     TO CATEGORIE-CSV
031618         MOVE NB-MOTIFS-DEBORDES    TO NOMBRE-CSV
031624         PERFORM 8590-EXPORTER-LIGNE
031630             THRU 8590-EXPORTER-LIGNE-EXIT
031636     END-IF.
031642     IF DATE-PLUS-ANCIENNE NOT = 99999999
031648         MOVE "PLUS ANCIEN"         TO CATEGORIE-CSV
031654         MOVE DATE-PLUS-ANCIENNE    TO DATE-REJET-CSV
031660         MOVE ANCIENNETE-EN-JOURS   TO NOMBRE-CSV
031666         PERFORM 8590-EXPORTER-LIGNE
031672             THRU 8590-EXPORTER-LIGNE-EXIT
031678     END-IF.
031684     MOVE "PAR JOUR" TO CATEGORIE-CSV.
031690     IF NB-DATES-DISTINCTES > ZERO
031696         PERFORM 8520-EXPORTER-DATE
031702             THRU 8520-EXPORTER-DATE-EXIT
031708             VARYING IDX-DATE FROM 1 BY 1
031714             UNTIL IDX-DATE > NB-DATES-DISTINCTES
031720     END-IF.
031726     MOVE ZERO TO DATE-REJET-CSV.
031732     IF NB-DATE-INCONNUE > ZERO
031738         MOVE "DATE INCONNUE"       TO CATEGORIE-CSV
031744         MOVE NB-DATE-INCONNUE      TO NOMBRE-CSV
031750         PERFORM 8590-EXPORTER-LIGNE
031756             THRU 8590-EXPORTER-LIGNE-EXIT
031762     END-IF.
031768     IF NB-DATES-DEBORDEES > ZERO
031774         MOVE "DATES DEBORDEES"     TO CATEGORIE-CSV
031780         MOVE NB-DATES-DEBORDEES    TO NOMBRE-CSV
031786         PERFORM 8590-EXPORTER-LIGNE
031792             THRU 8590-EXPORTER-LIGNE-EXIT
031798     END-IF.
031804     MOVE "PAR SITE" TO CATEGORIE-CSV.
031810     IF NB-SITES-DISTINCTS > ZERO
031816         PERFORM 8530-EXPORTER-SITE
031822             THRU 8530-EXPORTER-SITE-EXIT
031828             VARYING IDX-SITE FROM 1 BY 1
031834             UNTIL IDX-SITE > NB-SITES-DISTINCTS
031840     END-IF.
031846     MOVE SPACES TO SITE-CSV.
031852     IF NB-SITES-DEBORDES > ZERO
031858         MOVE "SITES DEBORDES"      TO CATEGORIE-CSV
031864         MOVE NB-SITES-DEBORDES     TO NOMBRE-CSV
031870         PERFORM 8590-EXPORTER-LIGNE
031876             THRU 8590-EXPORTER-LIGNE-EXIT
031882     END-IF.
031888     MOVE "TOTAL"                   TO CATEGORIE-CSV.
031894     MOVE NB-LUS                    TO NOMBRE-CSV.
031900     PERFORM 8590-EXPORTER-LIGNE
031906         THRU 8590-EXPORTER-LIGNE-EXIT.
031912     DISPLAY "EXPORT TABLEUR EXPCSV : " NB-LIGNES-CSV
031918         " LIGNE(S) DE FIGURES".
031924 8500-EXPORTER-FIGURES-EXIT.
031930     EXIT.
031936*----------------------------------------------------------------
031942* 8510-EXPORTER-MOTIF : LIGNE D'EXPORT D'UN MOTIF DE REJET
031948*----------------------------------------------------------------
031954 8510-EXPORTER-MOTIF.
031960     MOVE TM-MOTIF(IDX-MOTIF)       TO MOTIF-CSV.
031966     MOVE TM-NOMBRE(IDX-MOTIF)      TO NOMBRE-CSV.
031972     PERFORM 8590-EXPORTER-LIGNE
031978         THRU 8590-EXPORTER-LIGNE-EXIT.
031984 8510-EXPORTER-MOTIF-EXIT.
031990     EXIT.
031996*----------------------------------------------------------------
032002* 8520-EXPORTER-DATE : LIGNE D'EXPORT D'UNE DATE DE REJET
032008*----------------------------------------------------------------
032014 8520-EXPORTER-DATE.
032020     MOVE TD-DATE(IDX-DATE)         TO DATE-REJET-CSV.
032026     MOVE TD-NOMBRE(IDX-DATE)       TO NOMBRE-CSV.
032032     PERFORM 8590-EXPORTER-LIGNE
032038         THRU 8590-EXPORTER-LIGNE-EXIT.
032044 8520-EXPORTER-DATE-EXIT.
032050     EXIT.
032056*----------------------------------------------------------------
032062* 8530-EXPORTER-SITE : LIGNE D'EXPORT D'UN SITE EMETTEUR
032068*----------------------------------------------------------------
032074 8530-EXPORTER-SITE.
032080     MOVE TS-CODE(IDX-SITE)         TO SITE-CSV.
032086     MOVE TS-NOMBRE(IDX-SITE)       TO NOMBRE-CSV.
032092     PERFORM 8590-EXPORTER-LIGNE
032098         THRU 8590-EXPORTER-LIGNE-EXIT.
032104 8530-EXPORTER-SITE-EXIT.
032110     EXIT.
032116*----------------------------------------------------------------
032122* 8590-EXPORTER-LIGNE : LIGNE DATE ; CATEGORIE-CSV ; SITE-CSV ;
032128*                       DATE-REJET-CSV ; MOTIF-CSV ; NOMBRE-CSV
032134*----------------------------------------------------------------
032140 8590-EXPORTER-LIGNE.
032146     MOVE "L"                   TO CV-FONCTION.
032152     CALL "FORMATE-CSV" USING DEMANDE-CSV.
032158     MOVE "J"                   TO CV-FONCTION.
032164     MOVE DATE-DU-JOUR-AAAAMMJJ TO CV-DATE.
032170     CALL "FORMATE-CSV" USING DEMANDE-CSV.
032176     MOVE "T"                   TO CV-FONCTION.
032182     MOVE CATEGORIE-CSV         TO CV-TEXTE.
032188     CALL "FORMATE-CSV" USING DEMANDE-CSV.
032194     MOVE SITE-CSV              TO CV-TEXTE.
032200     CALL "FORMATE-CSV" USING DEMANDE-CSV.
032206     MOVE "J"                   TO CV-FONCTION.
032212     MOVE DATE-REJET-CSV        TO CV-DATE.
032218     CALL "FORMATE-CSV" USING DEMANDE-CSV.
032224     MOVE "T"                   TO CV-FONCTION.
032230     MOVE MOTIF-CSV             TO CV-TEXTE.
032236     CALL "FORMATE-CSV" USING DEMANDE-CSV.
032242     MOVE "N"                   TO CV-FONCTION.
032248     MOVE NOMBRE-CSV            TO CV-NOMBRE.
032254     CALL "FORMATE-CSV" USING DEMANDE-CSV.
032260     MOVE CV-LIGNE              TO LIGNE-CSV.
032266     WRITE LIGNE-CSV.
032272     ADD 1 TO NB-LIGNES-CSV.
032278 8590-EXPORTER-LIGNE-EXIT.
032284     EXIT.
032290*----------------------------------------------------------------
032296* 9999-TERMINER : FERMETURE DES FICHIERS
032302*----------------------------------------------------------------
032308 9999-TERMINER.
032314     IF NOT RJ-ABSENT
032320         CLOSE REJETS
032326     END-IF.
032332     CLOSE ETAT-REJETS.
032338     IF EXPORT-ACTIF
032344         CLOSE EXPORT-CSV
032350     END-IF.
032356 9999-TERMINER-EXIT.
032400     EXIT.
