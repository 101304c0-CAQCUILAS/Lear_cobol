000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ARRETE-CAISSE.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ARRETE-CAISSE ETABLIT L'ARRETE DE CAISSE DES DROITS PERCUS SUR
000900* LES ATTESTATIONS ET CERTIFICATS, EN REMPLACEMENT DE LA FEUILLE
001000* PAPIER DU TIROIR-CAISSE : LE REGISTRE DES ATTESTATIONS
001100* (ATTESTLG) ET LE JOURNAL DE CAISSE (CAISSE, COPY RCCAISSE) DE
001200* LA PERIODE SONT TRIES ENSEMBLE SUR LE NUMERO D'ATTESTATION ET
001300* RAPPROCHES UN A UN.
001400*
001500* L'ETAT DONNE D'ABORD LES ANOMALIES : DOCUMENT EMIS SANS
001600* REGLEMENT NI EXONERATION, LIGNE DE CAISSE SANS DOCUMENT AU
001700* REGISTRE OU EN DOUBLE, MONTANT PERCU DIFFERENT DU TARIF. IL
001800* DONNE ENSUITE, PAR SITE ET PAR OPERATEUR, LES DOCUMENTS EMIS
001900* (PAYES, EXONERES, GRATUITS, NON REGLES) ET LES SOMMES PERCUES
002000* PAR MODE DE REGLEMENT, AVEC SOUS-TOTAL PAR SITE ; PUIS LES
002100* EXONERATIONS PAR MOTIF (LIBELLES DES PARAMETRES DE SITE) ET LA
002200* RECAPITULATION POUR LA TRESORERIE, VALEUR DES EXONERATIONS
002300* COMPRISE. LE SITE D'UN DOCUMENT SANS LIGNE DE CAISSE EST CELUI
002400* DU DOSSIER AU FICHIER MAITRE.
002500*
002600* UNE CARTE SYSIN DONNE LA PERIODE : A BLANC, LE JOUR MEME ;
002700* AAAAMMJJ, CE JOUR ; AAAAMM, CE MOIS ; "M", LE MOIS PRECEDENT
002800* (ARRETE MENSUEL DE LA TRESORERIE). CODE RETOUR 4 S'IL Y A DES
002900* ANOMALIES, 16 SUR UNE CARTE INVALIDE. JOURNAL DE CAISSE ABSENT
003000* : TOUT DOCUMENT EMIS DE LA PERIODE EST EN ANOMALIE.
003100*
003200* HISTORIQUE DES MODIFICATIONS
003300* DATE       AUTEUR  DESCRIPTION
003400* ---------- ------- ---------------------------------------------
003500* 2026-10-15 SI      CREATION - PERCEPTION DES DROITS SUR LES
003600*                    ATTESTATIONS ET ARRETE DE CAISSE.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.    IBM-370.
004100 OBJECT-COMPUTER.    IBM-370.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT REGISTRE-ATTEST ASSIGN TO "ATTESTLG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS RG-STATUT.
004900     SELECT JOURNAL-CAISSE ASSIGN TO "CAISSE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CS-STATUT.
005200     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS MF-ID-CITOYEN
005600         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
005700         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
005800         FILE STATUS IS MF-STATUT.
005900     SELECT TRI-CAISSE ASSIGN TO "TRIWORK".
006000     SELECT ETAT-CAISSE ASSIGN TO "ETATCAIS"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS ET-STATUT.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  REGISTRE-ATTEST
006600     LABEL RECORDS ARE STANDARD.
006700 01  ENR-REGISTRE-ATTEST.
006800     05 RG-NUMERO                PIC 9(07).
006900     05 RG-DATE-HEURE            PIC X(14).
007000     05 RG-ID-CITOYEN            PIC 9(09).
007100     05 RG-OPERATEUR             PIC X(08).
007200 FD  JOURNAL-CAISSE
007300     LABEL RECORDS ARE STANDARD.
007400 01  ENR-CAISSE.
007500     COPY RCCAISSE.
007600 FD  FICHIER-MAITRE
007700     LABEL RECORDS ARE STANDARD.
007800 01  ENR-MAITRE.
007900     COPY RCMAITRE.
008000 SD  TRI-CAISSE.
008100 01  ENR-TRI.
008200     05 TRI-NO-ATTESTATION       PIC 9(07).
008300     05 TRI-ORIGINE              PIC X(01).
008400         88 TRI-EST-ATTESTATION  VALUE "A".
008500         88 TRI-EST-CAISSE       VALUE "C".
008600     05 TRI-ENREGISTREMENT       PIC X(64).
008700 FD  ETAT-CAISSE
008800     LABEL RECORDS ARE STANDARD.
008900 01  LIGNE-ETAT                  PIC X(80).
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------
009200* ZONES DE TRAVAIL
009300*----------------------------------------------------------------
009400 01  RG-STATUT                   PIC X(02).
009500     88 RG-OK                    VALUE "00".
009600     88 RG-ABSENT                VALUE "35".
009700 01  CS-STATUT                   PIC X(02).
009800     88 CS-OK                    VALUE "00".
009900     88 CS-ABSENT                VALUE "35".
010000 01  MF-STATUT                   PIC X(02).
010100     88 MF-OK                    VALUE "00".
010200 01  ET-STATUT                   PIC X(02).
010300     88 ET-OK                    VALUE "00".
010400 01  FIN-REGISTRE                PIC X(01) VALUE "N".
010500     88 PLUS-D-ATTESTATIONS      VALUE "O".
010600 01  FIN-CAISSE                  PIC X(01) VALUE "N".
010700     88 PLUS-DE-LIGNES-CAISSE    VALUE "O".
010800 01  FIN-DU-TRI                  PIC X(01) VALUE "N".
010900     88 PLUS-D-ENREG-TRIES       VALUE "O".
011000 01  CAISSE-DISPONIBLE           PIC X(01) VALUE "N".
011100     88 CAISSE-EST-DISPONIBLE    VALUE "O".
011200 01  MAITRE-DISPONIBLE           PIC X(01) VALUE "N".
011300     88 MAITRE-EST-DISPONIBLE    VALUE "O".
011400 01  ATTESTATION-EN-SUSPENS      PIC X(01) VALUE "N".
011500     88 ATTESTATION-EST-EN-SUSPENS VALUE "O".
011600 01  DOCUMENT-A-COMPTER          PIC X(01) VALUE "N".
011700     88 DOCUMENT-EST-A-COMPTER   VALUE "O".
011800 01  DATE-DU-JOUR-AAAAMMJJ       PIC X(08).
011900 01  DATE-DU-JOUR-R REDEFINES DATE-DU-JOUR-AAAAMMJJ.
012000     05 DJ-ANNEE                 PIC 9(04).
012100     05 DJ-MOIS                  PIC 9(02).
012200     05 DJ-JOUR                  PIC 9(02).
012300 01  CARTE-PERIODE               PIC X(08) VALUE SPACES.
012400 01  PERIODE-DEBUT               PIC X(08).
012500 01  PERIODE-FIN                 PIC X(08).
012600 01  PERIODE-MOIS                PIC X(06).
012700 01  PERIODE-MOIS-R REDEFINES PERIODE-MOIS.
012800     05 PM-ANNEE                 PIC 9(04).
012900     05 PM-MOIS                  PIC 9(02).
013000 01  PERIODE-EST-MOIS            PIC X(01) VALUE "N".
013100     88 PERIODE-MENSUELLE        VALUE "O".
013200 01  DERNIER-NO-RAPPROCHE        PIC 9(07) VALUE ZERO.
013300 01  ATTESTATION-COURANTE.
013400     05 AC-NUMERO                PIC 9(07).
013500     05 AC-DATE-HEURE            PIC X(14).
013600     05 AC-ID-CITOYEN            PIC 9(09).
013700     05 AC-OPERATEUR             PIC X(08).
013800 01  LIGNE-CAISSE.
013900     COPY RCCAISSE.
014000 01  POSTE-CLE-RECHERCHE.
014100     05 PC-CODE-SITE             PIC X(03).
014200     05 PC-OPERATEUR             PIC X(08).
014300 01  RANG-INSERTION              PIC 9(04) COMP VALUE ZERO.
014400 01  RANG-DECALE                 PIC 9(04) COMP VALUE ZERO.
014500 01  SITE-COURANT                PIC X(03).
014600 01  PARAMETRES-SITE.
014700     COPY RCPARVAL.
014800*----------------------------------------------------------------
014900* ANOMALIE A EDITER (ZONES RENSEIGNEES AVANT 3900-SIGNALER)
015000*----------------------------------------------------------------
015100 01  ANOMALIE-NUMERO             PIC 9(07).
015200 01  ANOMALIE-DATE-HEURE         PIC X(14).
015300 01  ANOMALIE-OPERATEUR          PIC X(08).
015400 01  ANOMALIE-MOTIF              PIC X(40).
015500*----------------------------------------------------------------
015600* TABLE DES POSTES (SITE, OPERATEUR), TENUE DANS L'ORDRE DES CLES
015700* PAR INSERTION - LES POSTES LIBRES ONT UNE CLE HIGH-VALUES
015800*----------------------------------------------------------------
015900 01  NB-POSTES                   PIC 9(04) COMP VALUE ZERO.
016000 01  TABLE-POSTES.
016100     05 POSTE-ENTREE             OCCURS 200 TIMES
016200                                 INDEXED BY IDX-POSTE.
016300         10 TP-CLE.
016400             15 TP-CODE-SITE     PIC X(03).
016500             15 TP-OPERATEUR     PIC X(08).
016600         10 TP-NB-DOCUMENTS      PIC 9(05) COMP.
016700         10 TP-NB-PAYES          PIC 9(05) COMP.
016800         10 TP-NB-EXONERES       PIC 9(05) COMP.
016900         10 TP-NB-GRATUITS       PIC 9(05) COMP.
017000         10 TP-NB-NON-REGLES     PIC 9(05) COMP.
017100         10 TP-ESPECES           PIC 9(07)V99.
017200         10 TP-CHEQUES           PIC 9(07)V99.
017300         10 TP-CARTES            PIC 9(07)V99.
017400         10 TP-EXONERATIONS      PIC 9(07)V99.
017500*----------------------------------------------------------------
017600* CUMULS D'UN SITE ET CUMULS GENERAUX (MEMES RUBRIQUES QU'UN
017700* POSTE)
017800*----------------------------------------------------------------
017900 01  CUMULS-SITE.
018000     05 SI-NB-DOCUMENTS          PIC 9(07) COMP.
018100     05 SI-NB-PAYES              PIC 9(07) COMP.
018200     05 SI-NB-EXONERES           PIC 9(07) COMP.
018300     05 SI-NB-GRATUITS           PIC 9(07) COMP.
018400     05 SI-NB-NON-REGLES         PIC 9(07) COMP.
018500     05 SI-ESPECES               PIC 9(07)V99.
018600     05 SI-CHEQUES               PIC 9(07)V99.
018700     05 SI-CARTES                PIC 9(07)V99.
018800     05 SI-EXONERATIONS          PIC 9(07)V99.
018900 01  CUMULS-GENERAUX.
019000     05 CG-NB-DOCUMENTS          PIC 9(07) COMP.
019100     05 CG-NB-PAYES              PIC 9(07) COMP.
019200     05 CG-NB-EXONERES           PIC 9(07) COMP.
019300     05 CG-NB-GRATUITS           PIC 9(07) COMP.
019400     05 CG-NB-NON-REGLES         PIC 9(07) COMP.
019500     05 CG-ESPECES               PIC 9(07)V99.
019600     05 CG-CHEQUES               PIC 9(07)V99.
019700     05 CG-CARTES                PIC 9(07)V99.
019800     05 CG-EXONERATIONS          PIC 9(07)V99.
019900 01  TOTAL-PERCU                 PIC 9(08)V99.
020000*----------------------------------------------------------------
020100* TABLE DES EXONERATIONS ACCORDEES PAR MOTIF
020200*----------------------------------------------------------------
020300 01  NB-MOTIFS                   PIC 9(04) COMP VALUE ZERO.
020400 01  TABLE-MOTIFS.
020500     05 MOTIF-ENTREE             OCCURS 20 TIMES
020600                                 INDEXED BY IDX-MOTIF.
020700         10 TM-CODE              PIC X(02).
020800         10 TM-NOMBRE            PIC 9(05) COMP.
020900         10 TM-VALEUR            PIC 9(07)V99.
021000*----------------------------------------------------------------
021100* COMPTEURS DE L'ETAT DE TOTAUX DE CONTROLE
021200*----------------------------------------------------------------
021300 01  NB-ATTESTATIONS-LUES        PIC 9(07) COMP VALUE ZERO.
021400 01  NB-ATTESTATIONS-PERIODE     PIC 9(07) COMP VALUE ZERO.
021500 01  NB-CAISSE-LUES              PIC 9(07) COMP VALUE ZERO.
021600 01  NB-CAISSE-PERIODE           PIC 9(07) COMP VALUE ZERO.
021700 01  NB-RAPPROCHES               PIC 9(07) COMP VALUE ZERO.
021800 01  NB-ANOMALIES                PIC 9(07) COMP VALUE ZERO.
021900*----------------------------------------------------------------
022000* LIGNES EDITEES DE L'ETAT
022100*----------------------------------------------------------------
022200 01  LIGNE-ENTETE-ANOMALIES.
022300     05 FILLER                   PIC X(08) VALUE "NUMERO".
022400     05 FILLER                   PIC X(15) VALUE "EMIS LE".
022500     05 FILLER                   PIC X(09) VALUE "OPERAT.".
022600     05 FILLER                   PIC X(40) VALUE "ANOMALIE".
022700 01  LIGNE-ANOMALIE.
022800     05 LA-NUMERO                PIC 9(07).
022900     05 FILLER                   PIC X(01) VALUE SPACE.
023000     05 LA-DATE-HEURE            PIC X(14).
023100     05 FILLER                   PIC X(01) VALUE SPACE.
023200     05 LA-OPERATEUR             PIC X(08).
023300     05 FILLER                   PIC X(01) VALUE SPACE.
023400     05 LA-MOTIF                 PIC X(40).
023500 01  LIGNE-ENTETE-POSTES.
023600     05 FILLER                   PIC X(13) VALUE "SIT OPERATEUR".
023700     05 FILLER                   PIC X(06) VALUE " DOCS ".
023800     05 FILLER                   PIC X(06) VALUE " PAYE ".
023900     05 FILLER                   PIC X(06) VALUE " EXON ".
024000     05 FILLER                   PIC X(06) VALUE " GRAT ".
024100     05 FILLER                   PIC X(06) VALUE "N.REG ".
024200     05 FILLER                   PIC X(09) VALUE " ESPECES ".
024300     05 FILLER                   PIC X(09) VALUE " CHEQUES ".
024400     05 FILLER                   PIC X(09) VALUE "   CARTE ".
024500     05 FILLER                   PIC X(09) VALUE "    TOTAL".
024600 01  LIGNE-POSTE.
024700     05 LP-CODE-SITE             PIC X(03).
024800     05 FILLER                   PIC X(01) VALUE SPACE.
024900     05 LP-OPERATEUR             PIC X(08).
025000     05 FILLER                   PIC X(01) VALUE SPACE.
025100     05 LP-NB-DOCUMENTS          PIC ZZZZ9.
025200     05 FILLER                   PIC X(01) VALUE SPACE.
025300     05 LP-NB-PAYES              PIC ZZZZ9.
025400     05 FILLER                   PIC X(01) VALUE SPACE.
025500     05 LP-NB-EXONERES           PIC ZZZZ9.
025600     05 FILLER                   PIC X(01) VALUE SPACE.
025700     05 LP-NB-GRATUITS           PIC ZZZZ9.
025800     05 FILLER                   PIC X(01) VALUE SPACE.
025900     05 LP-NB-NON-REGLES         PIC ZZZZ9.
026000     05 FILLER                   PIC X(01) VALUE SPACE.
026100     05 LP-ESPECES               PIC ZZZZ9,99.
026200     05 FILLER                   PIC X(01) VALUE SPACE.
026300     05 LP-CHEQUES               PIC ZZZZ9,99.
026400     05 FILLER                   PIC X(01) VALUE SPACE.
026500     05 LP-CARTES                PIC ZZZZ9,99.
026600     05 FILLER                   PIC X(01) VALUE SPACE.
026700     05 LP-TOTAL                 PIC ZZZZZ9,99.
026800 01  LIGNE-ENTETE-MOTIFS.
026900     05 FILLER                   PIC X(31) VALUE "MOTIF".
027000     05 FILLER                   PIC X(08) VALUE "  NOMBRE".
027100     05 FILLER                   PIC X(12) VALUE "      VALEUR".
027200 01  LIGNE-MOTIF.
027300     05 LM-CODE                  PIC X(02).
027400     05 FILLER                   PIC X(02) VALUE SPACES.
027500     05 LM-LIBELLE               PIC X(25).
027600     05 FILLER                   PIC X(02) VALUE SPACES.
027700     05 LM-NOMBRE                PIC ZZZZZZ9.
027800     05 FILLER                   PIC X(02) VALUE SPACES.
027900     05 LM-VALEUR                PIC ZZZZZZ9,99.
028000 01  LIGNE-TOTAL.
028100     05 LT-LIBELLE               PIC X(40).
028200     05 LT-COMPTEUR              PIC ZZZZZZ9.
028300 01  LIGNE-SOMME.
028400     05 LS-LIBELLE               PIC X(40).
028500     05 LS-MONTANT               PIC ZZZZZZZ9,99.
028600     05 FILLER                   PIC X(04) VALUE " EUR".
028700 PROCEDURE DIVISION.
028800*================================================================
028900* 0000-MAINLINE : TRI DU REGISTRE ET DU JOURNAL DE CAISSE DE LA
029000*                 PERIODE SUR LE NUMERO D'ATTESTATION,
029100*                 RAPPROCHEMENT, PUIS EDITION DE L'ARRETE
029200*================================================================
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALISATION
029500         THRU 1000-INITIALISATION-EXIT.
029600     SORT TRI-CAISSE
029700         ON ASCENDING KEY TRI-NO-ATTESTATION TRI-ORIGINE
029800         INPUT PROCEDURE IS 2000-RELACHER-PERIODE
029900             THRU 2000-RELACHER-PERIODE-EXIT
030000         OUTPUT PROCEDURE IS 3000-RAPPROCHER
030100             THRU 3000-RAPPROCHER-EXIT.
030200     PERFORM 5000-EDITER-ARRETE
030300         THRU 5000-EDITER-ARRETE-EXIT.
030400     PERFORM 8000-RAPPORT-CONTROLE
030500         THRU 8000-RAPPORT-CONTROLE-EXIT.
030600     PERFORM 9999-TERMINER
030700         THRU 9999-TERMINER-EXIT.
030800     STOP RUN.
030900*----------------------------------------------------------------
031000* 1000-INITIALISATION : PERIODE DEMANDEE (CARTE SYSIN), MOTIFS
031100*                       D'EXONERATION DES PARAMETRES, OUVERTURE
031200*                       DE L'ETAT ET DU FICHIER MAITRE
031300*----------------------------------------------------------------
031400 1000-INITIALISATION.
031500     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-AAAAMMJJ.
031600     MOVE HIGH-VALUES TO TABLE-POSTES.
031700     MOVE ZERO TO NB-POSTES.
031800     INITIALIZE CUMULS-GENERAUX.
031900     ACCEPT CARTE-PERIODE.
032000     PERFORM 1100-ETABLIR-PERIODE
032100         THRU 1100-ETABLIR-PERIODE-EXIT.
032200     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
032300     OPEN OUTPUT ETAT-CAISSE.
032400     IF NOT ET-OK
032500         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ETATCAIS - "
032600             "CODE " ET-STATUT
032700         MOVE 16 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000     OPEN INPUT FICHIER-MAITRE.
033100     IF MF-OK
033200         MOVE "O" TO MAITRE-DISPONIBLE
033300     ELSE
033400         DISPLAY "FICHIER MAITRE INDISPONIBLE - CODE " MF-STATUT
033500             " - SITE DES DOCUMENTS NON REGLES INCONNU"
033600     END-IF.
033700     MOVE SPACES TO LIGNE-ETAT.
033800     IF PERIODE-MENSUELLE
033900         STRING "ARRETE DE CAISSE DES DROITS - MOIS "
034000             DELIMITED BY SIZE
034100             PERIODE-MOIS DELIMITED BY SIZE
034200             INTO LIGNE-ETAT
034300     ELSE
034400         STRING "ARRETE DE CAISSE DES DROITS - JOURNEE DU "
034500             DELIMITED BY SIZE
034600             PERIODE-DEBUT DELIMITED BY SIZE
034700             INTO LIGNE-ETAT
034800     END-IF.
034900     WRITE LIGNE-ETAT.
035000     MOVE SPACES TO LIGNE-ETAT.
035100     WRITE LIGNE-ETAT.
035200     MOVE "ANOMALIES DE RAPPROCHEMENT" TO LIGNE-ETAT.
035300     WRITE LIGNE-ETAT.
035400     MOVE LIGNE-ENTETE-ANOMALIES TO LIGNE-ETAT.
035500     WRITE LIGNE-ETAT.
035600 1000-INITIALISATION-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 1100-ETABLIR-PERIODE : BORNES AAAAMMJJ DE LA PERIODE SELON LA
036000*                        CARTE - BLANC : LE JOUR MEME ; AAAAMMJJ :
036100*                        CE JOUR ; AAAAMM : CE MOIS ; M : LE MOIS
036200*                        PRECEDENT
036300*----------------------------------------------------------------
036400 1100-ETABLIR-PERIODE.
036500     IF CARTE-PERIODE = SPACES
036600         MOVE DATE-DU-JOUR-AAAAMMJJ TO PERIODE-DEBUT
036700         MOVE DATE-DU-JOUR-AAAAMMJJ TO PERIODE-FIN
036800         GO TO 1100-ETABLIR-PERIODE-EXIT
036900     END-IF.
037000     IF CARTE-PERIODE NUMERIC
037100         MOVE CARTE-PERIODE TO PERIODE-DEBUT
037200         MOVE CARTE-PERIODE TO PERIODE-FIN
037300         GO TO 1100-ETABLIR-PERIODE-EXIT
037400     END-IF.
037500     IF CARTE-PERIODE = "M"
037600         MOVE DJ-ANNEE TO PM-ANNEE
037700         MOVE DJ-MOIS  TO PM-MOIS
037800         IF PM-MOIS = 1
037900             SUBTRACT 1 FROM PM-ANNEE
038000             MOVE 12 TO PM-MOIS
038100         ELSE
038200             SUBTRACT 1 FROM PM-MOIS
038300         END-IF
038400     ELSE
038500         IF CARTE-PERIODE(1:6) NOT NUMERIC
038600                 OR CARTE-PERIODE(7:2) NOT = SPACES
038700             DISPLAY "CARTE PERIODE INVALIDE : " CARTE-PERIODE
038800                 " (BLANC, AAAAMMJJ, AAAAMM OU M)"
038900             MOVE 16 TO RETURN-CODE
039000             STOP RUN
039100         END-IF
039200         MOVE CARTE-PERIODE(1:6) TO PERIODE-MOIS
039300     END-IF.
039400     MOVE "O" TO PERIODE-EST-MOIS.
039500     MOVE PERIODE-MOIS TO PERIODE-DEBUT(1:6).
039600     MOVE "01"         TO PERIODE-DEBUT(7:2).
039700     MOVE PERIODE-MOIS TO PERIODE-FIN(1:6).
039800     MOVE "31"         TO PERIODE-FIN(7:2).
039900 1100-ETABLIR-PERIODE-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200* 2000-RELACHER-PERIODE : RELACHEMENT AU TRI DES ATTESTATIONS ET
040300*                         DES LIGNES DE CAISSE DE LA PERIODE
040400*----------------------------------------------------------------
040500 2000-RELACHER-PERIODE.
040600     OPEN INPUT REGISTRE-ATTEST.
040700     IF RG-OK
040800         PERFORM 2100-RELACHER-ATTESTATION
040900             THRU 2100-RELACHER-ATTESTATION-EXIT
041000             UNTIL PLUS-D-ATTESTATIONS
041100         CLOSE REGISTRE-ATTEST
041200     ELSE
041300         IF NOT RG-ABSENT
041400             DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ATTESTLG - "
041500                 "CODE " RG-STATUT
041600             MOVE 16 TO RETURN-CODE
041700             STOP RUN
041800         END-IF
041900     END-IF.
042000     OPEN INPUT JOURNAL-CAISSE.
042100     IF CS-OK
042200         MOVE "O" TO CAISSE-DISPONIBLE
042300         PERFORM 2200-RELACHER-CAISSE
042400             THRU 2200-RELACHER-CAISSE-EXIT
042500             UNTIL PLUS-DE-LIGNES-CAISSE
042600         CLOSE JOURNAL-CAISSE
042700     ELSE
042800         IF NOT CS-ABSENT
042900             DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER CAISSE - "
043000                 "CODE " CS-STATUT
043100             MOVE 16 TO RETURN-CODE
043200             STOP RUN
043300         END-IF
043400     END-IF.
043500 2000-RELACHER-PERIODE-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800* 2100-RELACHER-ATTESTATION : UNE EMISSION DU REGISTRE DATEE DANS
043900*                             LA PERIODE EST RELACHEE AU TRI
044000*----------------------------------------------------------------
044100 2100-RELACHER-ATTESTATION.
044200     READ REGISTRE-ATTEST
044300         AT END
044400             MOVE "O" TO FIN-REGISTRE
044500             GO TO 2100-RELACHER-ATTESTATION-EXIT
044600     END-READ.
044700     ADD 1 TO NB-ATTESTATIONS-LUES.
044800     IF RG-DATE-HEURE(1:8) < PERIODE-DEBUT
044900             OR RG-DATE-HEURE(1:8) > PERIODE-FIN
045000         GO TO 2100-RELACHER-ATTESTATION-EXIT
045100     END-IF.
045200     ADD 1 TO NB-ATTESTATIONS-PERIODE.
045300     MOVE RG-NUMERO           TO TRI-NO-ATTESTATION.
045400     MOVE "A"                 TO TRI-ORIGINE.
045500     MOVE ENR-REGISTRE-ATTEST TO TRI-ENREGISTREMENT.
045600     RELEASE ENR-TRI.
045700 2100-RELACHER-ATTESTATION-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000* 2200-RELACHER-CAISSE : UNE LIGNE DU JOURNAL DE CAISSE DATEE DANS
046100*                        LA PERIODE EST RELACHEE AU TRI
046200*----------------------------------------------------------------
046300 2200-RELACHER-CAISSE.
046400     READ JOURNAL-CAISSE
046500         AT END
046600             MOVE "O" TO FIN-CAISSE
046700             GO TO 2200-RELACHER-CAISSE-EXIT
046800     END-READ.
046900     ADD 1 TO NB-CAISSE-LUES.
047000     IF CS-DATE-HEURE OF ENR-CAISSE(1:8) < PERIODE-DEBUT
047100             OR CS-DATE-HEURE OF ENR-CAISSE(1:8) > PERIODE-FIN
047200         GO TO 2200-RELACHER-CAISSE-EXIT
047300     END-IF.
047400     ADD 1 TO NB-CAISSE-PERIODE.
047500     MOVE CS-NO-ATTESTATION OF ENR-CAISSE TO TRI-NO-ATTESTATION.
047600     MOVE "C"        TO TRI-ORIGINE.
047700     MOVE ENR-CAISSE TO TRI-ENREGISTREMENT.
047800     RELEASE ENR-TRI.
047900 2200-RELACHER-CAISSE-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------
048200* 3000-RAPPROCHER : SORTIE DU TRI - POUR UN MEME NUMERO,
048300*                   L'ATTESTATION PRECEDE SA LIGNE DE CAISSE ;
048400*                   UNE ATTESTATION RESTEE EN SUSPENS N'A PAS DE
048500*                   REGLEMENT
048600*----------------------------------------------------------------
048700 3000-RAPPROCHER.
048800     PERFORM 3100-RETIRER-ENREGISTREMENT
048900         THRU 3100-RETIRER-ENREGISTREMENT-EXIT
049000         UNTIL PLUS-D-ENREG-TRIES.
049100     IF ATTESTATION-EST-EN-SUSPENS
049200         PERFORM 3300-SANS-REGLEMENT
049300             THRU 3300-SANS-REGLEMENT-EXIT
049400     END-IF.
049500     IF NB-ANOMALIES = ZERO
049600         MOVE "AUCUNE" TO LIGNE-ETAT
049700         WRITE LIGNE-ETAT
049800     END-IF.
049900 3000-RAPPROCHER-EXIT.
050000     EXIT.
050100*----------------------------------------------------------------
050200* 3100-RETIRER-ENREGISTREMENT : UNE ATTESTATION EST MISE EN
050300*                               SUSPENS JUSQU'A SA LIGNE DE
050400*                               CAISSE ; UNE LIGNE DE CAISSE SANS
050500*                               ATTESTATION EN SUSPENS DE MEME
050600*                               NUMERO EST EN ANOMALIE MAIS SES
050700*                               SOMMES SONT CUMULEES
050800*----------------------------------------------------------------
050900 3100-RETIRER-ENREGISTREMENT.
051000     RETURN TRI-CAISSE
051100         AT END
051200             MOVE "O" TO FIN-DU-TRI
051300             GO TO 3100-RETIRER-ENREGISTREMENT-EXIT
051400     END-RETURN.
051500     IF TRI-EST-ATTESTATION
051600         IF ATTESTATION-EST-EN-SUSPENS
051700             PERFORM 3300-SANS-REGLEMENT
051800                 THRU 3300-SANS-REGLEMENT-EXIT
051900         END-IF
052000         MOVE TRI-ENREGISTREMENT TO ATTESTATION-COURANTE
052100         MOVE "O" TO ATTESTATION-EN-SUSPENS
052200         GO TO 3100-RETIRER-ENREGISTREMENT-EXIT
052300     END-IF.
052400     MOVE TRI-ENREGISTREMENT TO LIGNE-CAISSE.
052500     IF ATTESTATION-EST-EN-SUSPENS
052600             AND AC-NUMERO = CS-NO-ATTESTATION OF LIGNE-CAISSE
052700         MOVE "N" TO ATTESTATION-EN-SUSPENS
052800         MOVE AC-NUMERO TO DERNIER-NO-RAPPROCHE
052900         ADD 1 TO NB-RAPPROCHES
053000         MOVE "O" TO DOCUMENT-A-COMPTER
053100         PERFORM 3200-CUMULER-REGLEMENT
053200             THRU 3200-CUMULER-REGLEMENT-EXIT
053300         GO TO 3100-RETIRER-ENREGISTREMENT-EXIT
053400     END-IF.
053500     IF ATTESTATION-EST-EN-SUSPENS
053600         PERFORM 3300-SANS-REGLEMENT
053700             THRU 3300-SANS-REGLEMENT-EXIT
053800     END-IF.
053900     MOVE CS-NO-ATTESTATION OF LIGNE-CAISSE TO ANOMALIE-NUMERO.
054000     MOVE CS-DATE-HEURE OF LIGNE-CAISSE TO ANOMALIE-DATE-HEURE.
054100     MOVE CS-OPERATEUR OF LIGNE-CAISSE TO ANOMALIE-OPERATEUR.
054200     IF CS-NO-ATTESTATION OF LIGNE-CAISSE = DERNIER-NO-RAPPROCHE
054300         MOVE "REGLEMENT EN DOUBLE" TO ANOMALIE-MOTIF
054400     ELSE
054500         MOVE "REGLEMENT SANS DOCUMENT AU REGISTRE"
054600             TO ANOMALIE-MOTIF
054700     END-IF.
054800     PERFORM 3900-SIGNALER
054900         THRU 3900-SIGNALER-EXIT.
055000     MOVE "N" TO DOCUMENT-A-COMPTER.
055100     PERFORM 3200-CUMULER-REGLEMENT
055200         THRU 3200-CUMULER-REGLEMENT-EXIT.
055300 3100-RETIRER-ENREGISTREMENT-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600* 3200-CUMULER-REGLEMENT : LA LIGNE DE CAISSE EST CUMULEE AU
055700*                          POSTE DE SON SITE ET DE SON OPERATEUR
055800*                          SELON LE MODE DE REGLEMENT - UN
055900*                          MONTANT PERCU DIFFERENT DU TARIF EST
056000*                          EN ANOMALIE
056100*----------------------------------------------------------------
056200 3200-CUMULER-REGLEMENT.
056300     MOVE CS-CODE-SITE OF LIGNE-CAISSE TO PC-CODE-SITE.
056400     MOVE CS-OPERATEUR OF LIGNE-CAISSE TO PC-OPERATEUR.
056500     PERFORM 3400-PRENDRE-POSTE
056600         THRU 3400-PRENDRE-POSTE-EXIT.
056700     IF DOCUMENT-EST-A-COMPTER
056800         ADD 1 TO TP-NB-DOCUMENTS(IDX-POSTE)
056900     END-IF.
057000     MOVE CS-NO-ATTESTATION OF LIGNE-CAISSE TO ANOMALIE-NUMERO.
057100     MOVE CS-DATE-HEURE OF LIGNE-CAISSE TO ANOMALIE-DATE-HEURE.
057200     MOVE CS-OPERATEUR OF LIGNE-CAISSE TO ANOMALIE-OPERATEUR.
057300     EVALUATE TRUE
057400         WHEN CS-ESPECES OF LIGNE-CAISSE
057500             ADD 1 TO TP-NB-PAYES(IDX-POSTE)
057600             ADD CS-MONTANT-PERCU OF LIGNE-CAISSE
057700                 TO TP-ESPECES(IDX-POSTE)
057800         WHEN CS-CHEQUE OF LIGNE-CAISSE
057900             ADD 1 TO TP-NB-PAYES(IDX-POSTE)
058000             ADD CS-MONTANT-PERCU OF LIGNE-CAISSE
058100                 TO TP-CHEQUES(IDX-POSTE)
058200         WHEN CS-CARTE OF LIGNE-CAISSE
058300             ADD 1 TO TP-NB-PAYES(IDX-POSTE)
058400             ADD CS-MONTANT-PERCU OF LIGNE-CAISSE
058500                 TO TP-CARTES(IDX-POSTE)
058600         WHEN CS-EXONERE OF LIGNE-CAISSE
058700             ADD 1 TO TP-NB-EXONERES(IDX-POSTE)
058800             ADD CS-MONTANT-DU OF LIGNE-CAISSE
058900                 TO TP-EXONERATIONS(IDX-POSTE)
059000             PERFORM 3500-CUMULER-MOTIF
059100                 THRU 3500-CUMULER-MOTIF-EXIT
059200         WHEN CS-GRATUIT OF LIGNE-CAISSE
059300             ADD 1 TO TP-NB-GRATUITS(IDX-POSTE)
059400         WHEN OTHER
059500             ADD 1 TO TP-NB-NON-REGLES(IDX-POSTE)
059600             MOVE "MODE DE REGLEMENT INCONNU" TO ANOMALIE-MOTIF
059700             PERFORM 3900-SIGNALER
059800                 THRU 3900-SIGNALER-EXIT
059900             GO TO 3200-CUMULER-REGLEMENT-EXIT
060000     END-EVALUATE.
060100     IF CS-PAYE OF LIGNE-CAISSE
060200             AND CS-MONTANT-PERCU OF LIGNE-CAISSE
060300                 NOT = CS-MONTANT-DU OF LIGNE-CAISSE
060400         MOVE "MONTANT PERCU DIFFERENT DU TARIF"
060500             TO ANOMALIE-MOTIF
060600         PERFORM 3900-SIGNALER
060700             THRU 3900-SIGNALER-EXIT
060800     END-IF.
060900 3200-CUMULER-REGLEMENT-EXIT.
061000     EXIT.
061100*----------------------------------------------------------------
061200* 3300-SANS-REGLEMENT : ATTESTATION EN SUSPENS SANS LIGNE DE
061300*                       CAISSE - COMPTEE NON REGLEE AU POSTE DE
061400*                       SON OPERATEUR ET DU SITE DU DOSSIER
061500*----------------------------------------------------------------
061600 3300-SANS-REGLEMENT.
061700     MOVE "N" TO ATTESTATION-EN-SUSPENS.
061800     MOVE "---" TO PC-CODE-SITE.
061900     IF MAITRE-EST-DISPONIBLE
062000         MOVE AC-ID-CITOYEN TO MF-ID-CITOYEN
062100         READ FICHIER-MAITRE
062200             INVALID KEY
062300                 MOVE SPACES TO MF-CODE-SITE
062400         END-READ
062500         IF MF-CODE-SITE NOT = SPACES
062600             MOVE MF-CODE-SITE TO PC-CODE-SITE
062700         END-IF
062800     END-IF.
062900     MOVE AC-OPERATEUR TO PC-OPERATEUR.
063000     PERFORM 3400-PRENDRE-POSTE
063100         THRU 3400-PRENDRE-POSTE-EXIT.
063200     ADD 1 TO TP-NB-DOCUMENTS(IDX-POSTE).
063300     ADD 1 TO TP-NB-NON-REGLES(IDX-POSTE).
063400     MOVE AC-NUMERO     TO ANOMALIE-NUMERO.
063500     MOVE AC-DATE-HEURE TO ANOMALIE-DATE-HEURE.
063600     MOVE AC-OPERATEUR  TO ANOMALIE-OPERATEUR.
063700     MOVE "DOCUMENT SANS REGLEMENT NI EXONERATION"
063800         TO ANOMALIE-MOTIF.
063900     PERFORM 3900-SIGNALER
064000         THRU 3900-SIGNALER-EXIT.
064100 3300-SANS-REGLEMENT-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400* 3400-PRENDRE-POSTE : POSTE DE LA CLE CHERCHEE (SITE,
064500*                      OPERATEUR) ; UN NOUVEAU POSTE EST INSERE A
064600*                      SA PLACE DANS L'ORDRE DES CLES
064700*----------------------------------------------------------------
064800 3400-PRENDRE-POSTE.
064900     SET IDX-POSTE TO 1.
065000     SEARCH POSTE-ENTREE
065100         AT END
065200             DISPLAY "PLUS DE 200 POSTES SITE/OPERATEUR - "
065300                 "ARRETE INTERROMPU"
065400             MOVE 16 TO RETURN-CODE
065500             STOP RUN
065600         WHEN TP-CLE(IDX-POSTE) NOT < POSTE-CLE-RECHERCHE
065700             CONTINUE
065800     END-SEARCH.
065900     IF TP-CLE(IDX-POSTE) = POSTE-CLE-RECHERCHE
066000         GO TO 3400-PRENDRE-POSTE-EXIT
066100     END-IF.
066200     IF NB-POSTES = 200
066300         DISPLAY "PLUS DE 200 POSTES SITE/OPERATEUR - "
066400             "ARRETE INTERROMPU"
066500         MOVE 16 TO RETURN-CODE
066600         STOP RUN
066700     END-IF.
066800     SET RANG-INSERTION TO IDX-POSTE.
066900     PERFORM 3410-DECALER-POSTE
067000         THRU 3410-DECALER-POSTE-EXIT
067100         VARYING RANG-DECALE FROM NB-POSTES BY -1
067200         UNTIL RANG-DECALE < RANG-INSERTION.
067300     ADD 1 TO NB-POSTES.
067400     MOVE POSTE-CLE-RECHERCHE TO TP-CLE(IDX-POSTE).
067500     MOVE ZERO TO TP-NB-DOCUMENTS(IDX-POSTE)
067600                  TP-NB-PAYES(IDX-POSTE)
067700                  TP-NB-EXONERES(IDX-POSTE)
067800                  TP-NB-GRATUITS(IDX-POSTE)
067900                  TP-NB-NON-REGLES(IDX-POSTE)
068000                  TP-ESPECES(IDX-POSTE)
068100                  TP-CHEQUES(IDX-POSTE)
068200                  TP-CARTES(IDX-POSTE)
068300                  TP-EXONERATIONS(IDX-POSTE).
068400 3400-PRENDRE-POSTE-EXIT.
068500     EXIT.
068600*----------------------------------------------------------------
068700* 3410-DECALER-POSTE : UN POSTE DESCEND D'UN RANG POUR LIBERER LA
068800*                      PLACE DU NOUVEAU
068900*----------------------------------------------------------------
069000 3410-DECALER-POSTE.
069100     MOVE POSTE-ENTREE(RANG-DECALE)
069200         TO POSTE-ENTREE(RANG-DECALE + 1).
069300 3410-DECALER-POSTE-EXIT.
069400     EXIT.
069500*----------------------------------------------------------------
069600* 3500-CUMULER-MOTIF : NOMBRE ET VALEUR DES EXONERATIONS PAR
069700*                      MOTIF
069800*----------------------------------------------------------------
069900 3500-CUMULER-MOTIF.
070000     SET IDX-MOTIF TO 1.
070100     SEARCH MOTIF-ENTREE
070200         AT END
070300             IF NB-MOTIFS = 20
070400                 DISPLAY "PLUS DE 20 MOTIFS D'EXONERATION - "
070500                     "MOTIF " CS-CODE-EXONERATION OF LIGNE-CAISSE
070600                     " NON VENTILE"
070700                 GO TO 3500-CUMULER-MOTIF-EXIT
070800             END-IF
070900             ADD 1 TO NB-MOTIFS
071000             SET IDX-MOTIF TO NB-MOTIFS
071100             MOVE CS-CODE-EXONERATION OF LIGNE-CAISSE
071200                 TO TM-CODE(IDX-MOTIF)
071300             MOVE ZERO TO TM-NOMBRE(IDX-MOTIF)
071400                          TM-VALEUR(IDX-MOTIF)
071500         WHEN IDX-MOTIF > NB-MOTIFS
071600             ADD 1 TO NB-MOTIFS
071700             MOVE CS-CODE-EXONERATION OF LIGNE-CAISSE
071800                 TO TM-CODE(IDX-MOTIF)
071900             MOVE ZERO TO TM-NOMBRE(IDX-MOTIF)
072000                          TM-VALEUR(IDX-MOTIF)
072100         WHEN TM-CODE(IDX-MOTIF)
072200                 = CS-CODE-EXONERATION OF LIGNE-CAISSE
072300             CONTINUE
072400     END-SEARCH.
072500     ADD 1 TO TM-NOMBRE(IDX-MOTIF).
072600     ADD CS-MONTANT-DU OF LIGNE-CAISSE TO TM-VALEUR(IDX-MOTIF).
072700 3500-CUMULER-MOTIF-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000* 3900-SIGNALER : UNE LIGNE D'ANOMALIE A L'ETAT
073100*----------------------------------------------------------------
073200 3900-SIGNALER.
073300     ADD 1 TO NB-ANOMALIES.
073400     MOVE ANOMALIE-NUMERO     TO LA-NUMERO.
073500     MOVE ANOMALIE-DATE-HEURE TO LA-DATE-HEURE.
073600     MOVE ANOMALIE-OPERATEUR  TO LA-OPERATEUR.
073700     MOVE ANOMALIE-MOTIF      TO LA-MOTIF.
073800     MOVE LIGNE-ANOMALIE TO LIGNE-ETAT.
073900     WRITE LIGNE-ETAT.
074000 3900-SIGNALER-EXIT.
074100     EXIT.
074200*----------------------------------------------------------------
074300* 5000-EDITER-ARRETE : POSTES PAR SITE ET OPERATEUR AVEC SOUS-
074400*                      TOTAL DE SITE, EXONERATIONS PAR MOTIF,
074500*                      RECAPITULATION POUR LA TRESORERIE
074600*----------------------------------------------------------------
074700 5000-EDITER-ARRETE.
074800     MOVE SPACES TO LIGNE-ETAT.
074900     WRITE LIGNE-ETAT.
075000     MOVE "ARRETE PAR SITE ET PAR OPERATEUR" TO LIGNE-ETAT.
075100     WRITE LIGNE-ETAT.
075200     MOVE LIGNE-ENTETE-POSTES TO LIGNE-ETAT.
075300     WRITE LIGNE-ETAT.
075400     MOVE LOW-VALUES TO SITE-COURANT.
075500     INITIALIZE CUMULS-SITE.
075600     PERFORM 5100-EDITER-POSTE
075700         THRU 5100-EDITER-POSTE-EXIT
075800         VARYING IDX-POSTE FROM 1 BY 1
075900         UNTIL IDX-POSTE > NB-POSTES.
076000     PERFORM 5200-CLORE-SITE
076100         THRU 5200-CLORE-SITE-EXIT.
076200     MOVE "TOT" TO LP-CODE-SITE.
076300     MOVE "GENERAL"          TO LP-OPERATEUR.
076400     MOVE CG-NB-DOCUMENTS    TO LP-NB-DOCUMENTS.
076500     MOVE CG-NB-PAYES        TO LP-NB-PAYES.
076600     MOVE CG-NB-EXONERES     TO LP-NB-EXONERES.
076700     MOVE CG-NB-GRATUITS     TO LP-NB-GRATUITS.
076800     MOVE CG-NB-NON-REGLES   TO LP-NB-NON-REGLES.
076900     MOVE CG-ESPECES         TO LP-ESPECES.
077000     MOVE CG-CHEQUES         TO LP-CHEQUES.
077100     MOVE CG-CARTES          TO LP-CARTES.
077200     COMPUTE TOTAL-PERCU = CG-ESPECES + CG-CHEQUES + CG-CARTES.
077300     MOVE TOTAL-PERCU        TO LP-TOTAL.
077400     MOVE LIGNE-POSTE TO LIGNE-ETAT.
077500     WRITE LIGNE-ETAT.
077600     MOVE SPACES TO LIGNE-ETAT.
077700     WRITE LIGNE-ETAT.
077800     MOVE "EXONERATIONS ACCORDEES PAR MOTIF" TO LIGNE-ETAT.
077900     WRITE LIGNE-ETAT.
078000     MOVE LIGNE-ENTETE-MOTIFS TO LIGNE-ETAT.
078100     WRITE LIGNE-ETAT.
078200     IF NB-MOTIFS = ZERO
078300         MOVE "AUCUNE" TO LIGNE-ETAT
078400         WRITE LIGNE-ETAT
078500     END-IF.
078600     PERFORM 5300-EDITER-MOTIF
078700         THRU 5300-EDITER-MOTIF-EXIT
078800         VARYING IDX-MOTIF FROM 1 BY 1
078900         UNTIL IDX-MOTIF > NB-MOTIFS.
079000     PERFORM 5400-EDITER-TRESORERIE
079100         THRU 5400-EDITER-TRESORERIE-EXIT.
079200 5000-EDITER-ARRETE-EXIT.
079300     EXIT.
079400*----------------------------------------------------------------
079500* 5100-EDITER-POSTE : UNE LIGNE PAR POSTE - UN NOUVEAU SITE CLOT
079600*                     LE PRECEDENT
079700*----------------------------------------------------------------
079800 5100-EDITER-POSTE.
079900     IF TP-CODE-SITE(IDX-POSTE) NOT = SITE-COURANT
080000         PERFORM 5200-CLORE-SITE
080100             THRU 5200-CLORE-SITE-EXIT
080200         MOVE TP-CODE-SITE(IDX-POSTE) TO SITE-COURANT
080300     END-IF.
080400     MOVE TP-CODE-SITE(IDX-POSTE)     TO LP-CODE-SITE.
080500     MOVE TP-OPERATEUR(IDX-POSTE)     TO LP-OPERATEUR.
080600     MOVE TP-NB-DOCUMENTS(IDX-POSTE)  TO LP-NB-DOCUMENTS.
080700     MOVE TP-NB-PAYES(IDX-POSTE)      TO LP-NB-PAYES.
080800     MOVE TP-NB-EXONERES(IDX-POSTE)   TO LP-NB-EXONERES.
080900     MOVE TP-NB-GRATUITS(IDX-POSTE)   TO LP-NB-GRATUITS.
081000     MOVE TP-NB-NON-REGLES(IDX-POSTE) TO LP-NB-NON-REGLES.
081100     MOVE TP-ESPECES(IDX-POSTE)       TO LP-ESPECES.
081200     MOVE TP-CHEQUES(IDX-POSTE)       TO LP-CHEQUES.
081300     MOVE TP-CARTES(IDX-POSTE)        TO LP-CARTES.
081400     COMPUTE TOTAL-PERCU = TP-ESPECES(IDX-POSTE)
081500         + TP-CHEQUES(IDX-POSTE) + TP-CARTES(IDX-POSTE).
081600     MOVE TOTAL-PERCU                 TO LP-TOTAL.
081700     MOVE LIGNE-POSTE TO LIGNE-ETAT.
081800     WRITE LIGNE-ETAT.
081900     ADD TP-NB-DOCUMENTS(IDX-POSTE)  TO SI-NB-DOCUMENTS.
082000     ADD TP-NB-PAYES(IDX-POSTE)      TO SI-NB-PAYES.
082100     ADD TP-NB-EXONERES(IDX-POSTE)   TO SI-NB-EXONERES.
082200     ADD TP-NB-GRATUITS(IDX-POSTE)   TO SI-NB-GRATUITS.
082300     ADD TP-NB-NON-REGLES(IDX-POSTE) TO SI-NB-NON-REGLES.
082400     ADD TP-ESPECES(IDX-POSTE)       TO SI-ESPECES.
082500     ADD TP-CHEQUES(IDX-POSTE)       TO SI-CHEQUES.
082600     ADD TP-CARTES(IDX-POSTE)        TO SI-CARTES.
082700     ADD TP-EXONERATIONS(IDX-POSTE)  TO SI-EXONERATIONS.
082800 5100-EDITER-POSTE-EXIT.
082900     EXIT.
083000*----------------------------------------------------------------
083100* 5200-CLORE-SITE : SOUS-TOTAL DU SITE QUI SE TERMINE, REPORTE
083200*                   AUX CUMULS GENERAUX
083300*----------------------------------------------------------------
083400 5200-CLORE-SITE.
083500     IF SITE-COURANT = LOW-VALUES
083600         GO TO 5200-CLORE-SITE-EXIT
083700     END-IF.
083800     MOVE SITE-COURANT        TO LP-CODE-SITE.
083900     MOVE "TOTAL"             TO LP-OPERATEUR.
084000     MOVE SI-NB-DOCUMENTS     TO LP-NB-DOCUMENTS.
084100     MOVE SI-NB-PAYES         TO LP-NB-PAYES.
084200     MOVE SI-NB-EXONERES      TO LP-NB-EXONERES.
084300     MOVE SI-NB-GRATUITS      TO LP-NB-GRATUITS.
084400     MOVE SI-NB-NON-REGLES    TO LP-NB-NON-REGLES.
084500     MOVE SI-ESPECES          TO LP-ESPECES.
084600     MOVE SI-CHEQUES          TO LP-CHEQUES.
084700     MOVE SI-CARTES           TO LP-CARTES.
084800     COMPUTE TOTAL-PERCU = SI-ESPECES + SI-CHEQUES + SI-CARTES.
084900     MOVE TOTAL-PERCU         TO LP-TOTAL.
085000     MOVE LIGNE-POSTE TO LIGNE-ETAT.
085100     WRITE LIGNE-ETAT.
085200     MOVE SPACES TO LIGNE-ETAT.
085300     WRITE LIGNE-ETAT.
085400     ADD SI-NB-DOCUMENTS  TO CG-NB-DOCUMENTS.
085500     ADD SI-NB-PAYES      TO CG-NB-PAYES.
085600     ADD SI-NB-EXONERES   TO CG-NB-EXONERES.
085700     ADD SI-NB-GRATUITS   TO CG-NB-GRATUITS.
085800     ADD SI-NB-NON-REGLES TO CG-NB-NON-REGLES.
085900     ADD SI-ESPECES       TO CG-ESPECES.
086000     ADD SI-CHEQUES       TO CG-CHEQUES.
086100     ADD SI-CARTES        TO CG-CARTES.
086200     ADD SI-EXONERATIONS  TO CG-EXONERATIONS.
086300     INITIALIZE CUMULS-SITE.
086400 5200-CLORE-SITE-EXIT.
086500     EXIT.
086600*----------------------------------------------------------------
086700* 5300-EDITER-MOTIF : UNE LIGNE PAR MOTIF, LIBELLE PRIS A LA
086800*                     TABLE DES PARAMETRES DE SITE
086900*----------------------------------------------------------------
087000 5300-EDITER-MOTIF.
087100     MOVE TM-CODE(IDX-MOTIF)   TO LM-CODE.
087200     MOVE "MOTIF RETIRE DES PARAMETRES" TO LM-LIBELLE.
087300     SET IDX-EXONERATION TO 1.
087400     SEARCH PV-EXONERATION
087500         AT END
087600             CONTINUE
087700         WHEN IDX-EXONERATION > PV-NB-EXONERATIONS
087800             CONTINUE
087900         WHEN PV-EXO-CODE(IDX-EXONERATION) = TM-CODE(IDX-MOTIF)
088000             MOVE PV-EXO-LIBELLE(IDX-EXONERATION) TO LM-LIBELLE
088100     END-SEARCH.
088200     MOVE TM-NOMBRE(IDX-MOTIF) TO LM-NOMBRE.
088300     MOVE TM-VALEUR(IDX-MOTIF) TO LM-VALEUR.
088400     MOVE LIGNE-MOTIF TO LIGNE-ETAT.
088500     WRITE LIGNE-ETAT.
088600 5300-EDITER-MOTIF-EXIT.
088700     EXIT.
088800*----------------------------------------------------------------
088900* 5400-EDITER-TRESORERIE : RECAPITULATION DE LA PERIODE POUR LA
089000*                          TRESORERIE
089100*----------------------------------------------------------------
089200 5400-EDITER-TRESORERIE.
089300     MOVE SPACES TO LIGNE-ETAT.
089400     WRITE LIGNE-ETAT.
089500     MOVE "RECAPITULATION POUR LA TRESORERIE" TO LIGNE-ETAT.
089600     WRITE LIGNE-ETAT.
089700     MOVE "DOCUMENTS EMIS                        :" TO LT-LIBELLE.
089800     MOVE CG-NB-DOCUMENTS TO LT-COMPTEUR.
089900     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
090000     WRITE LIGNE-ETAT.
090100     MOVE "  DONT PAYES                          :" TO LT-LIBELLE.
090200     MOVE CG-NB-PAYES TO LT-COMPTEUR.
090300     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
090400     WRITE LIGNE-ETAT.
090500     MOVE "  DONT EXONERES                       :" TO LT-LIBELLE.
090600     MOVE CG-NB-EXONERES TO LT-COMPTEUR.
090700     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
090800     WRITE LIGNE-ETAT.
090900     MOVE "  DONT GRATUITS                       :" TO LT-LIBELLE.
091000     MOVE CG-NB-GRATUITS TO LT-COMPTEUR.
091100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
091200     WRITE LIGNE-ETAT.
091300     MOVE "  DONT NON REGLES                     :" TO LT-LIBELLE.
091400     MOVE CG-NB-NON-REGLES TO LT-COMPTEUR.
091500     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
091600     WRITE LIGNE-ETAT.
091700     MOVE "PERCU EN ESPECES                      :" TO LS-LIBELLE.
091800     MOVE CG-ESPECES TO LS-MONTANT.
091900     MOVE LIGNE-SOMME TO LIGNE-ETAT.
092000     WRITE LIGNE-ETAT.
092100     MOVE "PERCU PAR CHEQUE                      :" TO LS-LIBELLE.
092200     MOVE CG-CHEQUES TO LS-MONTANT.
092300     MOVE LIGNE-SOMME TO LIGNE-ETAT.
092400     WRITE LIGNE-ETAT.
092500     MOVE "PERCU PAR CARTE                       :" TO LS-LIBELLE.
092600     MOVE CG-CARTES TO LS-MONTANT.
092700     MOVE LIGNE-SOMME TO LIGNE-ETAT.
092800     WRITE LIGNE-ETAT.
092900     COMPUTE TOTAL-PERCU = CG-ESPECES + CG-CHEQUES + CG-CARTES.
093000     MOVE "TOTAL PERCU                           :" TO LS-LIBELLE.
093100     MOVE TOTAL-PERCU TO LS-MONTANT.
093200     MOVE LIGNE-SOMME TO LIGNE-ETAT.
093300     WRITE LIGNE-ETAT.
093400     MOVE "VALEUR DES EXONERATIONS ACCORDEES     :"
093500         TO LS-LIBELLE.
093600     MOVE CG-EXONERATIONS TO LS-MONTANT.
093700     MOVE LIGNE-SOMME TO LIGNE-ETAT.
093800     WRITE LIGNE-ETAT.
093900     MOVE "ANOMALIES DE RAPPROCHEMENT            :" TO LT-LIBELLE.
094000     MOVE NB-ANOMALIES TO LT-COMPTEUR.
094100     MOVE LIGNE-TOTAL TO LIGNE-ETAT.
094200     WRITE LIGNE-ETAT.
094300 5400-EDITER-TRESORERIE-EXIT.
094400     EXIT.
094500*----------------------------------------------------------------
094600* 8000-RAPPORT-CONTROLE : TOTAUX DE CONTROLE EN SYSOUT ET CODE
094700*                         RETOUR 4 S'IL Y A DES ANOMALIES
094800*----------------------------------------------------------------
094900 8000-RAPPORT-CONTROLE.
095000     DISPLAY "----------------------------------------".
095100     DISPLAY "ARRETE-CAISSE - TOTAUX DE CONTROLE".
095200     DISPLAY "----------------------------------------".
095300     DISPLAY "PERIODE                  : " PERIODE-DEBUT
095400         " - " PERIODE-FIN.
095500     IF NOT CAISSE-EST-DISPONIBLE
095600         DISPLAY "JOURNAL DE CAISSE ABSENT"
095700     END-IF.
095800     DISPLAY "ATTESTATIONS LUES        : " NB-ATTESTATIONS-LUES.
095900     DISPLAY "  DONT DE LA PERIODE     : "
095950         NB-ATTESTATIONS-PERIODE.
096000     DISPLAY "LIGNES DE CAISSE LUES    : " NB-CAISSE-LUES.
096100     DISPLAY "  DONT DE LA PERIODE     : " NB-CAISSE-PERIODE.
096200     DISPLAY "RAPPROCHEES              : " NB-RAPPROCHES.
096300     DISPLAY "ANOMALIES                : " NB-ANOMALIES.
096400     DISPLAY "POSTES SITE/OPERATEUR    : " NB-POSTES.
096500     DISPLAY "----------------------------------------".
096600     IF NB-ANOMALIES > ZERO
096700         MOVE 4 TO RETURN-CODE
096800     END-IF.
096900 8000-RAPPORT-CONTROLE-EXIT.
097000     EXIT.
097100*----------------------------------------------------------------
097200* 9999-TERMINER : FERMETURE DES FICHIERS
097300*----------------------------------------------------------------
097400 9999-TERMINER.
097500     IF MAITRE-EST-DISPONIBLE
097600         CLOSE FICHIER-MAITRE
097700     END-IF.
097800     CLOSE ETAT-CAISSE.
097900 9999-TERMINER-EXIT.
098000     EXIT.
