001900* CHAQUE DOSSIER ACTIF INCOMPLET AVEC SES TROUS, POUR QUE CHAQUE
002000* SITE RECOIVE SA PROPRE FILE DE NETTOYAGE. LES DOSSIERS NON
002100* ACTIFS SONT COMPTES A PART ET LAISSES HORS DE LA LISTE.
002110*
002120* CARTE SYSIN FACULTATIVE : CODE SITE EN COLONNES 1-3 POUR NE
002130* TRAITER QUE LES DOSSIERS DE CE SITE (ETAT DEMANDE AU GUICHET,
002140* VOIR LANCE-ETATS) ; A BLANC OU ABSENTE, TOUS LES SITES.
002142*
002144* DEUXIEME CARTE SYSIN FACULTATIVE : "CSV" EN COLONNES 1-3 POUR
002146* L'EXPORT TABLEUR (A BLANC OU ABSENTE, PAS D'EXPORT). LE FICHIER
002148* EXPCSV, DELIMITE PAR POINT-VIRGULE (VOIR COPY RCCSVD), PORTE
002150* UNE LIGNE D'EN-TETE PUIS UNE LIGNE PAR FIGURE DE L'ETAT.
002152* COLONNES, DANS CET ORDRE :
002154*   DATE       DATE DU PASSAGE (AAAA-MM-JJ)
002156*   SITE       CODE SITE D'ORIGINE ("---" SAISIE CENTRALE),
002158*              "***" POUR LES TOTAUX DE L'ETAT
002160*   CATEGORIE  PAR SITE : DOSSIERS ACTIFS, SANS NAISSANCE,
002162*              SANS SEXE, SANS ADRESSE ; TOTAUX : DOSSIERS
002164*              EXAMINES, ACTIFS INCOMPLETS, SANS CODE SITE,
002166*              NON ACTIFS, HORS SITE DEMANDE (ETAT LIMITE A UN
002168*              SITE), SITES EN DEBORDEMENT (AU-DELA DE 20 SITES)
002170*   NOMBRE     NOMBRE DE DOSSIERS
002200*
002300* HISTORIQUE DES MODIFICATIONS
002400* DATE       AUTEUR  DESCRIPTION
002720*                    COMPTES EN DEBORDEMENT (NB-SITES-DEBORDES,
002730*                    COMME LISTE-CITOYENS) AU LIEU D'ETRE
002740*                    CREDITES EN SILENCE A LA VINGTIEME LIGNE.
002750* 2026-10-15 SI      CARTE SYSIN FACULTATIVE DU CODE SITE : L'ETAT
002760*                    ET LA LISTE DE TRAVAIL SE LIMITENT AUX
002770*                    DOSSIERS DE CE SITE (ETATS A LA DEMANDE DU
002780*                    GUICHET).
002782* 2026-10-15 SI      DEUXIEME CARTE SYSIN FACULTATIVE "CSV" :
002784*                    EXPORT TABLEUR DES FIGURES DE L'ETAT
002786*                    (FICHIER EXPCSV) POUR LES TABLEURS DE LA
002788*                    PREFECTURE.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004500     SELECT LISTE-TRAVAIL ASSIGN TO "QUALWRK"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS LT-STATUT.
004710     SELECT EXPORT-CSV ASSIGN TO "EXPCSV"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS CS-STATUT.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FICHIER-MAITRE
006810         10 QW-TROU-NAISSANCE    PIC X(10).
006820         10 QW-TROU-SEXE         PIC X(10).
006830         10 QW-TROU-ADRESSE      PIC X(10).
006840 FD  EXPORT-CSV
006850     LABEL RECORDS ARE STANDARD.
006860 01  LIGNE-CSV                   PIC X(250).
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------------
007100* ZONES DE TRAVAIL
007600     88 ET-OK                    VALUE "00".
007700 01  LT-STATUT                   PIC X(02).
007800     88 LT-OK                    VALUE "00".
007810 01  CS-STATUT                   PIC X(02).
007820     88 CS-OK                    VALUE "00".
007830 01  CARTE-EXPORT                PIC X(03) VALUE SPACES.
007840     88 EXPORT-DEMANDE           VALUE "CSV".
007850 01  EXPORT-TABLEUR              PIC X(01) VALUE "N".
007860     88 EXPORT-ACTIF             VALUE "O".
007870 01  DATE-FIGURES                PIC 9(08).
007880 01  SITE-CSV                    PIC X(03).
007885 01  CATEGORIE-CSV               PIC X(20).
007890 01  NOMBRE-CSV                  PIC 9(07).
007895 01  NB-LIGNES-CSV               PIC 9(07) COMP VALUE ZERO.
007897 01  CODE-RETOUR-ETAT            PIC S9(04) COMP VALUE ZERO.
007900 01  FIN-FICHIER-MAITRE          PIC X(01) VALUE "N".
008000     88 PLUS-DE-CITOYENS         VALUE "O".
008100 01  CODE-SITE-COURANT           PIC X(03).
008110 01  CARTE-SITE                  PIC X(03) VALUE SPACES.
008200 01  DOSSIER-INCOMPLET           PIC X(01) VALUE "N".
008300     88 DOSSIER-EST-INCOMPLET    VALUE "O".
008400 01  TROUS-DU-DOSSIER.
010200 01  NB-NON-ACTIFS               PIC 9(07) COMP VALUE ZERO.
010300 01  NB-INCOMPLETS               PIC 9(07) COMP VALUE ZERO.
010400 01  NB-SANS-SITE                PIC 9(07) COMP VALUE ZERO.
010410 01  NB-HORS-SITE                PIC 9(07) COMP VALUE ZERO.
010500*----------------------------------------------------------------
010600* LIGNES EDITEES DE L'ETAT
010700*----------------------------------------------------------------
011900 01  LIGNE-TOTAL.
012000     05 LT-LIBELLE               PIC X(34).
012100     05 LT-COMPTEUR              PIC ZZZZZZ9.
012110 01  DEMANDE-CSV.
012120     COPY RCCSVD.
012200 PROCEDURE DIVISION.
012300*================================================================
012400* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
013100         UNTIL PLUS-DE-CITOYENS.
013200     PERFORM 8000-IMPRIMER-ETAT
013300         THRU 8000-IMPRIMER-ETAT-EXIT.
013310     IF EXPORT-ACTIF
013320         PERFORM 8500-EXPORTER-FIGURES
013330             THRU 8500-EXPORTER-FIGURES-EXIT
013340     END-IF.
013400     PERFORM 9999-TERMINER
013500         THRU 9999-TERMINER-EXIT.
013600     STOP RUN.
013700*----------------------------------------------------------------
013800* 1000-INITIALISATION : CARTES DU SITE DEMANDE ET DE L'EXPORT,
013810*                       OUVERTURE DES FICHIERS ET PREMIERE
013820*                       LECTURE
013900*----------------------------------------------------------------
014000 1000-INITIALISATION.
014010     ACCEPT CARTE-SITE.
014020     IF CARTE-SITE NOT = SPACES
014030         DISPLAY "ETAT LIMITE AU SITE " CARTE-SITE
014040     END-IF.
014050     ACCEPT CARTE-EXPORT.
014060     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FIGURES.
014100     OPEN INPUT FICHIER-MAITRE.
014200     IF NOT MF-OK
014300         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
015900         MOVE 16 TO RETURN-CODE
016000         STOP RUN
016100     END-IF.
016110     IF EXPORT-DEMANDE
016120         PERFORM 1100-OUVRIR-EXPORT
016130             THRU 1100-OUVRIR-EXPORT-EXIT
016140     END-IF.
016200     MOVE SPACES TO TABLE-SITES.
016300     PERFORM 3000-LIRE-CITOYEN
016400         THRU 3000-LIRE-CITOYEN-EXIT.
016500 1000-INITIALISATION-EXIT.
016600     EXIT.
016610*----------------------------------------------------------------
016620* 1100-OUVRIR-EXPORT : OUVERTURE DE L'EXPORT TABLEUR ET LIGNE
016630*                      D'EN-TETE - UN EXPORT INDISPONIBLE EST
016640*                      SIGNALE MAIS L'ETAT IMPRIME EST PRODUIT
016650*----------------------------------------------------------------
016660 1100-OUVRIR-EXPORT.
016662     OPEN OUTPUT EXPORT-CSV.
016664     IF NOT CS-OK
016666         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER EXPCSV - "
016668             "CODE " CS-STATUT " - PAS D'EXPORT TABLEUR"
016670         GO TO 1100-OUVRIR-EXPORT-EXIT
016672     END-IF.
016674     MOVE "O" TO EXPORT-TABLEUR.
016676     MOVE "DATE;SITE;CATEGORIE;NOMBRE" TO LIGNE-CSV.
016678     WRITE LIGNE-CSV.
016680 1100-OUVRIR-EXPORT-EXIT.
016682     EXIT.
016700*----------------------------------------------------------------
016800* 2000-EXAMINER-CITOYEN : RELEVE DES ZONES MANQUANTES DU DOSSIER
016900*                         COURANT, COMPTES PAR SITE ET LISTE DE
017100*----------------------------------------------------------------
017200 2000-EXAMINER-CITOYEN.
017300     ADD 1 TO NB-LUS.
017309     IF MF-CODE-SITE = SPACES
017318         MOVE "---" TO CODE-SITE-COURANT
017327     ELSE
017336         MOVE MF-CODE-SITE TO CODE-SITE-COURANT
017345     END-IF.
017354     IF CARTE-SITE NOT = SPACES
017363             AND CODE-SITE-COURANT NOT = CARTE-SITE
017372         ADD 1 TO NB-HORS-SITE
017381         GO TO 2000-EXAMINER-CITOYEN-CONTINUER
017390     END-IF.
017400     IF NOT MF-DOSSIER-ACTIF
017500         ADD 1 TO NB-NON-ACTIFS
017600         GO TO 2000-EXAMINER-CITOYEN-CONTINUER
017700     END-IF.
017800     IF MF-CODE-SITE = SPACES
018000         ADD 1 TO NB-SANS-SITE
018300     END-IF.
018400     PERFORM 2100-TROUVER-SITE
018500         THRU 2100-TROUVER-SITE-EXIT.
028500     MOVE "COMPLETUDE DU FICHIER MAITRE PAR SITE D'ORIGINE"
028600         TO LIGNE-ETAT.
028700     WRITE LIGNE-ETAT.
028710     IF CARTE-SITE NOT = SPACES
028720         MOVE "SITE DEMANDE :" TO LIGNE-ETAT
028730         MOVE CARTE-SITE TO LIGNE-ETAT(16:3)
028740         WRITE LIGNE-ETAT
028750     END-IF.
028800     MOVE SPACES TO LIGNE-ETAT.
028900     WRITE LIGNE-ETAT.
029000     MOVE "  SIT DOSSIER SS.NAIS SS.SEXE SS.ADRE" TO LIGNE-ETAT.
032000     MOVE NB-NON-ACTIFS TO LT-COMPTEUR.
032100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
032200     WRITE LIGNE-ETAT.
032210     IF CARTE-SITE NOT = SPACES
032220         MOVE "HORS DU SITE DEMANDE             :" TO LT-LIBELLE
032230         MOVE NB-HORS-SITE TO LT-COMPTEUR
032240         MOVE LIGNE-TOTAL TO LIGNE-ETAT
032250         WRITE LIGNE-ETAT
032260     END-IF.
032300     IF NB-INCOMPLETS > ZERO
032400         MOVE 4 TO RETURN-CODE
032500     END-IF.
033800     WRITE LIGNE-ETAT.
033900 8100-IMPRIMER-SITE-EXIT.
034000     EXIT.
034002*----------------------------------------------------------------
034004* 8500-EXPORTER-FIGURES : LIGNES DE L'EXPORT TABLEUR, DANS L'ORDRE
034006*                         DE L'ETAT - VENTILATION PAR SITE PUIS
034008*                         TOTAUX SOUS LE SITE "***" - LE CODE
034009*                         RETOUR DE L'ETAT EST GARDE A TRAVERS
034010*                         LES APPELS A FORMATE-CSV
034011*----------------------------------------------------------------
034012 8500-EXPORTER-FIGURES.
034013     MOVE RETURN-CODE TO CODE-RETOUR-ETAT.
034014     IF NB-SITES-DISTINCTS > ZERO
034016         PERFORM 8510-EXPORTER-SITE
034018             THRU 8510-EXPORTER-SITE-EXIT
034020             VARYING IDX-SITE FROM 1 BY 1
034022             UNTIL IDX-SITE > NB-SITES-DISTINCTS
034024     END-IF.
034026     MOVE "***" TO SITE-CSV.
034028     IF NB-SITES-DEBORDES > ZERO
034030         MOVE "SITES EN DEBORDEMENT" TO CATEGORIE-CSV
034032         MOVE NB-SITES-DEBORDES      TO NOMBRE-CSV
034034         PERFORM 8590-EXPORTER-NOMBRE
034036             THRU 8590-EXPORTER-NOMBRE-EXIT
034038     END-IF.
034040     MOVE "DOSSIERS EXAMINES"    TO CATEGORIE-CSV.
034042     MOVE NB-LUS                 TO NOMBRE-CSV.
034044     PERFORM 8590-EXPORTER-NOMBRE
034046         THRU 8590-EXPORTER-NOMBRE-EXIT.
034048     MOVE "ACTIFS INCOMPLETS"    TO CATEGORIE-CSV.
034050     MOVE NB-INCOMPLETS          TO NOMBRE-CSV.
034052     PERFORM 8590-EXPORTER-NOMBRE
034054         THRU 8590-EXPORTER-NOMBRE-EXIT.
034056     MOVE "SANS CODE SITE"       TO CATEGORIE-CSV.
034058     MOVE NB-SANS-SITE           TO NOMBRE-CSV.
034060     PERFORM 8590-EXPORTER-NOMBRE
034062         THRU 8590-EXPORTER-NOMBRE-EXIT.
034064     MOVE "NON ACTIFS"           TO CATEGORIE-CSV.
034066     MOVE NB-NON-ACTIFS          TO NOMBRE-CSV.
034068     PERFORM 8590-EXPORTER-NOMBRE
034070         THRU 8590-EXPORTER-NOMBRE-EXIT.
034072     IF CARTE-SITE NOT = SPACES
034074         MOVE "HORS SITE DEMANDE" TO CATEGORIE-CSV
034076         MOVE NB-HORS-SITE        TO NOMBRE-CSV
034078         PERFORM 8590-EXPORTER-NOMBRE
034080             THRU 8590-EXPORTER-NOMBRE-EXIT
034082     END-IF.
034084     DISPLAY "EXPORT TABLEUR EXPCSV : " NB-LIGNES-CSV
034086         " LIGNE(S) DE FIGURES".
034087     MOVE CODE-RETOUR-ETAT TO RETURN-CODE.
034088 8500-EXPORTER-FIGURES-EXIT.
034090     EXIT.
034092*----------------------------------------------------------------
034094* 8510-EXPORTER-SITE : LES QUATRE FIGURES D'UN SITE
034096*----------------------------------------------------------------
034098 8510-EXPORTER-SITE.
034100     MOVE TS-CODE(IDX-SITE)           TO SITE-CSV.
034102     MOVE "DOSSIERS ACTIFS"           TO CATEGORIE-CSV.
034104     MOVE TS-DOSSIERS(IDX-SITE)       TO NOMBRE-CSV.
034106     PERFORM 8590-EXPORTER-NOMBRE
034108         THRU 8590-EXPORTER-NOMBRE-EXIT.
034110     MOVE "SANS NAISSANCE"            TO CATEGORIE-CSV.
034112     MOVE TS-SANS-NAISSANCE(IDX-SITE) TO NOMBRE-CSV.
034114     PERFORM 8590-EXPORTER-NOMBRE
034116         THRU 8590-EXPORTER-NOMBRE-EXIT.
034118     MOVE "SANS SEXE"                 TO CATEGORIE-CSV.
034120     MOVE TS-SANS-SEXE(IDX-SITE)      TO NOMBRE-CSV.
034122     PERFORM 8590-EXPORTER-NOMBRE
034124         THRU 8590-EXPORTER-NOMBRE-EXIT.
034126     MOVE "SANS ADRESSE"              TO CATEGORIE-CSV.
034128     MOVE TS-SANS-ADRESSE(IDX-SITE)   TO NOMBRE-CSV.
034130     PERFORM 8590-EXPORTER-NOMBRE
034132         THRU 8590-EXPORTER-NOMBRE-EXIT.
034134 8510-EXPORTER-SITE-EXIT.
034136     EXIT.
034138*----------------------------------------------------------------
034140* 8590-EXPORTER-NOMBRE : LIGNE DATE ; SITE-CSV ; CATEGORIE-CSV ;
034142*                        NOMBRE-CSV
034144*----------------------------------------------------------------
034146 8590-EXPORTER-NOMBRE.
034148     MOVE "L"            TO CV-FONCTION.
034150     CALL "FORMATE-CSV" USING DEMANDE-CSV.
034152     MOVE "J"            TO CV-FONCTION.
034154     MOVE DATE-FIGURES   TO CV-DATE.
034156     CALL "FORMATE-CSV" USING DEMANDE-CSV.
034158     MOVE "T"            TO CV-FONCTION.
034160     MOVE SITE-CSV       TO CV-TEXTE.
034162     CALL "FORMATE-CSV" USING DEMANDE-CSV.
034164     MOVE CATEGORIE-CSV  TO CV-TEXTE.
034166     CALL "FORMATE-CSV" USING DEMANDE-CSV.
034168     MOVE "N"            TO CV-FONCTION.
034170     MOVE NOMBRE-CSV     TO CV-NOMBRE.
034172     CALL "FORMATE-CSV" USING DEMANDE-CSV.
034174     MOVE CV-LIGNE       TO LIGNE-CSV.
034176     WRITE LIGNE-CSV.
034178     ADD 1 TO NB-LIGNES-CSV.
034180 8590-EXPORTER-NOMBRE-EXIT.
034182     EXIT.
034184*----------------------------------------------------------------
034200* 9999-TERMINER : FERMETURE DES FICHIERS
034300*----------------------------------------------------------------
034400 9999-TERMINER.
034500     CLOSE FICHIER-MAITRE.
034600     CLOSE ETAT-QUALITE.
034700     CLOSE LISTE-TRAVAIL.
034710     IF EXPORT-ACTIF
034720         CLOSE EXPORT-CSV
034730     END-IF.
034800 9999-TERMINER-EXIT.
034900     EXIT.
