001500* STATU, LES AUTRES ACTIONS - ANNUL, REFUS - COMPTEES A PART),
001600* AVEC UNE COLONNE CUMUL DU MOIS EN COURS, PUIS LES VOLUMES
001700* BATCH PAR SITE EMETTEUR. MEME STYLE D'ETAT QUE RAPPORT-REJETS.
001710*
001720* DEUXIEME CARTE SYSIN FACULTATIVE : "CSV" EN COLONNES 1-3 POUR
001730* L'EXPORT TABLEUR (A BLANC OU ABSENTE, PAS D'EXPORT). LE FICHIER
001740* EXPCSV, DELIMITE PAR POINT-VIRGULE (VOIR COPY RCCSVD), PORTE
001750* UNE LIGNE D'EN-TETE PUIS UNE LIGNE PAR FIGURE DE L'ETAT.
001760* COLONNES, DANS CET ORDRE :
001770*   DATE       DATE DEMANDEE (AAAA-MM-JJ)
001780*   OPERATEUR  CODE OPERATEUR, VIDE HORS VENTILATION OPERATEUR
001790*   SITE       CODE SITE EMETTEUR, VIDE HORS VENTILATION SITE
001800*   CATEGORIE  PAR OPERATEUR : AJOUT, MODIF, SUPPR, STATU, AUTRE,
001810*              TOTAL JOUR, TOTAL MOIS ; PAR SITE : TOTAL JOUR,
001820*              TOTAL MOIS ; TOTAUX (OPERATEUR ET SITE VIDES) :
001830*              OPERATEURS DEBORDES, SITES DEBORDES (SEULEMENT
001840*              S'IL Y EN A), LIGNES LUES, ACTIONS DU JOUR,
001850*              ACTIONS DU MOIS
001860*   NOMBRE     NOMBRE D'ACTIONS OU DE LIGNES
001870*
001900* HISTORIQUE DES MODIFICATIONS
002000* DATE       AUTEUR  DESCRIPTION
002100* ---------- ------- ---------------------------------------------
002200* 2026-09-02 SI      CREATION - VENTILATION QUOTIDIENNE DU JOURNAL
002300*                    PAR OPERATEUR, ACTION ET SITE.
002310* 2026-10-15 SI      DEUXIEME CARTE SYSIN FACULTATIVE "CSV" :
002320*                    EXPORT TABLEUR DES FIGURES DE L'ETAT
002330*                    (FICHIER EXPCSV) POUR LES TABLEURS DE LA
002340*                    PREFECTURE.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003400     SELECT ETAT-ACTIVITE ASSIGN TO "ETATACT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS ET-STATUT.
003610     SELECT EXPORT-CSV ASSIGN TO "EXPCSV"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS CS-STATUT.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  JOURNAL
004300 FD  ETAT-ACTIVITE
004400     LABEL RECORDS ARE STANDARD.
004500 01  LIGNE-ETAT                  PIC X(100).
004510 FD  EXPORT-CSV
004520     LABEL RECORDS ARE STANDARD.
004530 01  LIGNE-CSV                   PIC X(250).
004600 WORKING-STORAGE SECTION.
004700*----------------------------------------------------------------
004800* ZONES DE TRAVAIL
005200     88 JN-ABSENT                VALUE "35".
005300 01  ET-STATUT                   PIC X(02).
005400     88 ET-OK                    VALUE "00".
005410 01  CS-STATUT                   PIC X(02).
005420     88 CS-OK                    VALUE "00".
005430 01  CARTE-EXPORT                PIC X(03) VALUE SPACES.
005440     88 EXPORT-DEMANDE           VALUE "CSV".
005450 01  EXPORT-TABLEUR              PIC X(01) VALUE "N".
005460     88 EXPORT-ACTIF             VALUE "O".
005470 01  OPERATEUR-CSV               PIC X(08).
005475 01  SITE-CSV                    PIC X(03).
005480 01  CATEGORIE-CSV               PIC X(20).
005485 01  NOMBRE-CSV                  PIC 9(07).
005490 01  NB-LIGNES-CSV               PIC 9(07) COMP VALUE ZERO.
005500 01  FIN-JOURNAL                 PIC X(01) VALUE "N".
005600     88 PLUS-DE-LIGNES           VALUE "O".
005700 01  CARTE-DATE                  PIC X(08) VALUE SPACES.
012500 01  LIGNE-TOTAL.
012600     05 LT-LIBELLE               PIC X(34).
012700     05 LT-COMPTEUR              PIC ZZZZZZ9.
012710 01  DEMANDE-CSV.
012720     COPY RCCSVD.
012800 PROCEDURE DIVISION.
012900*================================================================
013000* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
013700         UNTIL PLUS-DE-LIGNES.
013800     PERFORM 8000-IMPRIMER-ETAT
013900         THRU 8000-IMPRIMER-ETAT-EXIT.
013910     IF EXPORT-ACTIF
013920         PERFORM 8500-EXPORTER-FIGURES
013930             THRU 8500-EXPORTER-FIGURES-EXIT
013940     END-IF.
014000     PERFORM 9999-TERMINER
014100         THRU 9999-TERMINER-EXIT.
014200     STOP RUN.
014300*----------------------------------------------------------------
014400* 1000-INITIALISATION : DATE DEMANDEE (CARTE SYSIN, BLANC = DATE
014500*                       DU JOUR), CARTE D'EXPORT, OUVERTURE DES
014600*                       FICHIERS ET PREMIERE LECTURE
014700*----------------------------------------------------------------
014800 1000-INITIALISATION.
014900     ACCEPT CARTE-DATE.
015200     ELSE
015300         MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DEMANDEE
015400     END-IF.
015450     ACCEPT CARTE-EXPORT.
015500     MOVE SPACES TO TABLE-OPERATEURS.
015600     MOVE SPACES TO TABLE-SITES.
015700     OPEN INPUT JOURNAL.
017300         MOVE 16 TO RETURN-CODE
017400         STOP RUN
017500     END-IF.
017510     IF EXPORT-DEMANDE
017520         PERFORM 1100-OUVRIR-EXPORT
017530             THRU 1100-OUVRIR-EXPORT-EXIT
017540     END-IF.
017600     IF NOT PLUS-DE-LIGNES
017700         PERFORM 3000-LIRE-LIGNE
017800             THRU 3000-LIRE-LIGNE-EXIT
017900     END-IF.
018000 1000-INITIALISATION-EXIT.
018100     EXIT.
018110*----------------------------------------------------------------
018120* 1100-OUVRIR-EXPORT : OUVERTURE DE L'EXPORT TABLEUR ET LIGNE
018130*                      D'EN-TETE - UN EXPORT INDISPONIBLE EST
018140*                      SIGNALE MAIS L'ETAT IMPRIME EST PRODUIT
018150*----------------------------------------------------------------
018160 1100-OUVRIR-EXPORT.
018162     OPEN OUTPUT EXPORT-CSV.
018164     IF NOT CS-OK
018166         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER EXPCSV - "
018168             "CODE " CS-STATUT " - PAS D'EXPORT TABLEUR"
018170         GO TO 1100-OUVRIR-EXPORT-EXIT
018172     END-IF.
018174     MOVE "O" TO EXPORT-TABLEUR.
018176     MOVE "DATE;OPERATEUR;SITE;CATEGORIE;NOMBRE" TO LIGNE-CSV.
018178     WRITE LIGNE-CSV.
018180 1100-OUVRIR-EXPORT-EXIT.
018182     EXIT.
018200*----------------------------------------------------------------
018300* 2000-VENTILER-LIGNE : LA LIGNE COURANTE EST COMPTEE SI ELLE
018400*                       TOMBE DANS LE MOIS DE LA DATE DEMANDEE
038400     WRITE LIGNE-ETAT.
038500 8200-IMPRIMER-SITE-EXIT.
038600     EXIT.
038607*----------------------------------------------------------------
038614* 8500-EXPORTER-FIGURES : LIGNES DE L'EXPORT TABLEUR, DANS L'ORDRE
038621*                         DE L'ETAT - PAR OPERATEUR, PAR SITE PUIS
038628*                         TOTAUX
038635*----------------------------------------------------------------
038642 8500-EXPORTER-FIGURES.
038649     MOVE SPACES TO SITE-CSV.
038656     IF NB-OPERATEURS-DISTINCTS > ZERO
038663         PERFORM 8510-EXPORTER-OPERATEUR
038670             THRU 8510-EXPORTER-OPERATEUR-EXIT
038677             VARYING IDX-OPER FROM 1 BY 1
038684             UNTIL IDX-OPER > NB-OPERATEURS-DISTINCTS
038691     END-IF.
038698     MOVE SPACES TO OPERATEUR-CSV.
038705     IF NB-OPERATEURS-DEBORDES > ZERO
038712         MOVE "OPERATEURS DEBORDES"  TO CATEGORIE-CSV
038719         MOVE NB-OPERATEURS-DEBORDES TO NOMBRE-CSV
038726         PERFORM 8590-EXPORTER-NOMBRE
038733             THRU 8590-EXPORTER-NOMBRE-EXIT
038740     END-IF.
038747     IF NB-SITES-DISTINCTS > ZERO
038754         PERFORM 8520-EXPORTER-SITE
038761             THRU 8520-EXPORTER-SITE-EXIT
038768             VARYING IDX-SITE FROM 1 BY 1
038775             UNTIL IDX-SITE > NB-SITES-DISTINCTS
038782     END-IF.
038789     MOVE SPACES TO SITE-CSV.
038796     IF NB-SITES-DEBORDES > ZERO
038803         MOVE "SITES DEBORDES"       TO CATEGORIE-CSV
038810         MOVE NB-SITES-DEBORDES      TO NOMBRE-CSV
038817         PERFORM 8590-EXPORTER-NOMBRE
038824             THRU 8590-EXPORTER-NOMBRE-EXIT
038831     END-IF.
038838     MOVE "LIGNES LUES"              TO CATEGORIE-CSV.
038845     MOVE NB-LUES                    TO NOMBRE-CSV.
038852     PERFORM 8590-EXPORTER-NOMBRE
038859         THRU 8590-EXPORTER-NOMBRE-EXIT.
038866     MOVE "ACTIONS DU JOUR"          TO CATEGORIE-CSV.
038873     MOVE NB-DU-JOUR                 TO NOMBRE-CSV.
038880     PERFORM 8590-EXPORTER-NOMBRE
038887         THRU 8590-EXPORTER-NOMBRE-EXIT.
038894     MOVE "ACTIONS DU MOIS"          TO CATEGORIE-CSV.
038901     MOVE NB-DU-MOIS                 TO NOMBRE-CSV.
038908     PERFORM 8590-EXPORTER-NOMBRE
038915         THRU 8590-EXPORTER-NOMBRE-EXIT.
038922     DISPLAY "EXPORT TABLEUR EXPCSV : " NB-LIGNES-CSV
038929         " LIGNE(S) DE FIGURES".
038936 8500-EXPORTER-FIGURES-EXIT.
038943     EXIT.
038950*----------------------------------------------------------------
038957* 8510-EXPORTER-OPERATEUR : LES SEPT FIGURES D'UN OPERATEUR
038964*----------------------------------------------------------------
038971 8510-EXPORTER-OPERATEUR.
038978     MOVE TO-OPERATEUR(IDX-OPER)     TO OPERATEUR-CSV.
038985     MOVE "AJOUT"                    TO CATEGORIE-CSV.
038992     MOVE TO-AJOUTS(IDX-OPER)        TO NOMBRE-CSV.
038999     PERFORM 8590-EXPORTER-NOMBRE
039006         THRU 8590-EXPORTER-NOMBRE-EXIT.
039013     MOVE "MODIF"                    TO CATEGORIE-CSV.
039020     MOVE TO-MODIFS(IDX-OPER)        TO NOMBRE-CSV.
039027     PERFORM 8590-EXPORTER-NOMBRE
039034         THRU 8590-EXPORTER-NOMBRE-EXIT.
039041     MOVE "SUPPR"                    TO CATEGORIE-CSV.
039048     MOVE TO-SUPPRS(IDX-OPER)        TO NOMBRE-CSV.
039055     PERFORM 8590-EXPORTER-NOMBRE
039062         THRU 8590-EXPORTER-NOMBRE-EXIT.
039069     MOVE "STATU"                    TO CATEGORIE-CSV.
039076     MOVE TO-STATUTS(IDX-OPER)       TO NOMBRE-CSV.
039083     PERFORM 8590-EXPORTER-NOMBRE
039090         THRU 8590-EXPORTER-NOMBRE-EXIT.
039097     MOVE "AUTRE"                    TO CATEGORIE-CSV.
039104     MOVE TO-AUTRES(IDX-OPER)        TO NOMBRE-CSV.
039111     PERFORM 8590-EXPORTER-NOMBRE
039118         THRU 8590-EXPORTER-NOMBRE-EXIT.
039125     MOVE "TOTAL JOUR"               TO CATEGORIE-CSV.
039132     MOVE TO-TOTAL-JOUR(IDX-OPER)    TO NOMBRE-CSV.
039139     PERFORM 8590-EXPORTER-NOMBRE
039146         THRU 8590-EXPORTER-NOMBRE-EXIT.
039153     MOVE "TOTAL MOIS"               TO CATEGORIE-CSV.
039160     MOVE TO-TOTAL-MOIS(IDX-OPER)    TO NOMBRE-CSV.
039167     PERFORM 8590-EXPORTER-NOMBRE
039174         THRU 8590-EXPORTER-NOMBRE-EXIT.
039181 8510-EXPORTER-OPERATEUR-EXIT.
039188     EXIT.
039195*----------------------------------------------------------------
039202* 8520-EXPORTER-SITE : LES DEUX FIGURES D'UN SITE EMETTEUR
039209*----------------------------------------------------------------
039216 8520-EXPORTER-SITE.
039223     MOVE TS-CODE(IDX-SITE)          TO SITE-CSV.
039230     MOVE "TOTAL JOUR"               TO CATEGORIE-CSV.
039237     MOVE TS-JOUR(IDX-SITE)          TO NOMBRE-CSV.
039244     PERFORM 8590-EXPORTER-NOMBRE
039251         THRU 8590-EXPORTER-NOMBRE-EXIT.
039258     MOVE "TOTAL MOIS"               TO CATEGORIE-CSV.
039265     MOVE TS-MOIS(IDX-SITE)          TO NOMBRE-CSV.
039272     PERFORM 8590-EXPORTER-NOMBRE
039279         THRU 8590-EXPORTER-NOMBRE-EXIT.
039286 8520-EXPORTER-SITE-EXIT.
039293     EXIT.
039300*----------------------------------------------------------------
039307* 8590-EXPORTER-NOMBRE : LIGNE DATE ; OPERATEUR-CSV ; SITE-CSV ;
039314*                        CATEGORIE-CSV ; NOMBRE-CSV
039321*----------------------------------------------------------------
039328 8590-EXPORTER-NOMBRE.
039335     MOVE "L"            TO CV-FONCTION.
039342     CALL "FORMATE-CSV" USING DEMANDE-CSV.
039349     MOVE "J"            TO CV-FONCTION.
039356     MOVE DATE-DEMANDEE  TO CV-DATE.
039363     CALL "FORMATE-CSV" USING DEMANDE-CSV.
039370     MOVE "T"            TO CV-FONCTION.
039377     MOVE OPERATEUR-CSV  TO CV-TEXTE.
039384     CALL "FORMATE-CSV" USING DEMANDE-CSV.
039391     MOVE SITE-CSV       TO CV-TEXTE.
039398     CALL "FORMATE-CSV" USING DEMANDE-CSV.
039405     MOVE CATEGORIE-CSV  TO CV-TEXTE.
039412     CALL "FORMATE-CSV" USING DEMANDE-CSV.
039419     MOVE "N"            TO CV-FONCTION.
039426     MOVE NOMBRE-CSV     TO CV-NOMBRE.
039433     CALL "FORMATE-CSV" USING DEMANDE-CSV.
039440     MOVE CV-LIGNE       TO LIGNE-CSV.
039447     WRITE LIGNE-CSV.
039454     ADD 1 TO NB-LIGNES-CSV.
039461 8590-EXPORTER-NOMBRE-EXIT.
039468     EXIT.
039475*----------------------------------------------------------------
039482* 9999-TERMINER : FERMETURE DES FICHIERS
039489*----------------------------------------------------------------
039496 9999-TERMINER.
039503     IF NOT JN-ABSENT
039510         CLOSE JOURNAL
039517     END-IF.
039524     CLOSE ETAT-ACTIVITE.
039531     IF EXPORT-ACTIF
039538         CLOSE EXPORT-CSV
039545     END-IF.
039552 9999-TERMINER-EXIT.
039600     EXIT.
