000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ENCAISSE-DROIT.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ENCAISSE-DROIT EST LE GUICHET UNIQUE DE LA PERCEPTION DES
000900* DROITS SUR LES DOCUMENTS DELIVRES (ATTESTATION, ATTESTATION-LOT,
001000* ATTEST-RESIDENCE) ET DU JOURNAL DE CAISSE (CAISSE, COPY
001100* RCCAISSE). LE TARIF DE CHAQUE DOCUMENT ET LES MOTIFS
001200* D'EXONERATION ADMIS SONT TENUS AVEC LES PARAMETRES DE SITE
001300* (LECTURE-PARAMS, ENTRETIEN PAR MAJ-PARAMS).
001400*
001500* LE PROGRAMME APPELANT DEMANDE D'ABORD LE REGLEMENT (ACTION P AU
001600* GUICHET, V EN LOT - VOIR RCENCD), NE NUMEROTE LE DOCUMENT QUE
001700* S'IL EST REGLE, PUIS L'ENREGISTRE (ACTION E) : LE NUMERO DE
001800* QUITTANCE EST PRIS AU COMPTEUR RECUCTRL, LU ET REECRIT SUR
001900* PLACE COMME LE COMPTEUR ATTCTRL, ET LA LIGNE EST AJOUTEE AU
002000* JOURNAL DE CAISSE. CHAQUE DOCUMENT EMIS Y A DONC SA LIGNE, MEME
002100* GRATUIT OU EXONERE : ARRETE-CAISSE RAPPROCHE LE JOURNAL DU
002200* REGISTRE ATTESTLG ET SIGNALE TOUT DOCUMENT SANS LIGNE.
002300*
002400* HISTORIQUE DES MODIFICATIONS
002500* DATE       AUTEUR  DESCRIPTION
002600* ---------- ------- ---------------------------------------------
002700* 2026-10-15 SI      CREATION - PERCEPTION DES DROITS SUR LES
002800*                    ATTESTATIONS ET ARRETE DE CAISSE.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.    IBM-370.
003300 OBJECT-COMPUTER.    IBM-370.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT JOURNAL-CAISSE ASSIGN TO "CAISSE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CS-STATUT.
004100     SELECT COMPTEUR-QUITTANCE ASSIGN TO "RECUCTRL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CQ-STATUT.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  JOURNAL-CAISSE
004700     LABEL RECORDS ARE STANDARD.
004800 01  ENR-CAISSE.
004900     COPY RCCAISSE.
005000 FD  COMPTEUR-QUITTANCE
005100     LABEL RECORDS ARE STANDARD.
005200 01  ENR-COMPTEUR-QUITTANCE.
005300     05 CQ-DERNIER-NUMERO        PIC 9(07).
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600* ZONES DE TRAVAIL
005700*----------------------------------------------------------------
005800 01  CS-STATUT                   PIC X(02).
005900     88 CS-OK                    VALUE "00".
006000     88 CS-ABSENT                VALUE "35".
006100 01  CQ-STATUT                   PIC X(02).
006200     88 CQ-OK                    VALUE "00".
006300     88 CQ-ABSENT                VALUE "35".
006400 01  SAISIE-MODE                 PIC X(01).
006500 01  SAISIE-MOTIF                PIC X(02).
006600 01  MODE-SAISI                  PIC X(01) VALUE "N".
006700     88 MODE-EST-SAISI           VALUE "O".
006800 01  MOTIF-TROUVE                PIC X(01) VALUE "N".
006900     88 MOTIF-EST-TROUVE         VALUE "O".
007000 01  NB-MOTIFS-ADMIS             PIC 9(02) COMP VALUE ZERO.
007100 01  MONTANT-EDITE               PIC ZZ9,99.
007200 01  PARAMETRES-SITE.
007300     COPY RCPARVAL.
007400 LINKAGE SECTION.
007500 01  DEMANDE-ENCAISSEMENT.
007600     COPY RCENCD.
007700 PROCEDURE DIVISION USING DEMANDE-ENCAISSEMENT.
007800*================================================================
007900* 0000-MAINLINE : TARIF DU DOCUMENT PUIS PERCEPTION (P),
008000*                 CONTROLE DU MOTIF D'EXONERATION (V) OU
008100*                 ENREGISTREMENT AU JOURNAL DE CAISSE (E)
008200*================================================================
008300 0000-MAINLINE.
008400     IF ED-ENREGISTRER
008500         PERFORM 3000-ENREGISTRER
008600             THRU 3000-ENREGISTRER-EXIT
008700         GOBACK
008800     END-IF.
008900     MOVE "0"    TO ED-RESULTAT.
009000     MOVE ZERO   TO ED-MONTANT-PERCU.
009100     MOVE ZERO   TO ED-NO-QUITTANCE.
009200     MOVE SPACES TO ED-LIBELLE-EXONERATION.
009300     PERFORM 1000-PRENDRE-TARIF
009400         THRU 1000-PRENDRE-TARIF-EXIT.
009500     IF ED-MONTANT-DU = ZERO
009600         MOVE "G"    TO ED-MODE-REGLEMENT
009700         MOVE SPACES TO ED-CODE-EXONERATION
009800         GOBACK
009900     END-IF.
010000     IF ED-VERIFIER
010100         MOVE "X" TO ED-MODE-REGLEMENT
010200         PERFORM 2500-CHERCHER-MOTIF
010300             THRU 2500-CHERCHER-MOTIF-EXIT
010400         IF NOT MOTIF-EST-TROUVE
010500             MOVE "2" TO ED-RESULTAT
010600         END-IF
010700         GOBACK
010800     END-IF.
010900     MOVE SPACES TO ED-CODE-EXONERATION.
011000     MOVE "N"    TO MODE-SAISI.
011100     PERFORM 2000-SAISIR-REGLEMENT
011200         THRU 2000-SAISIR-REGLEMENT-EXIT
011300         UNTIL MODE-EST-SAISI.
011400     GOBACK.
011500*----------------------------------------------------------------
011600* 1000-PRENDRE-TARIF : TARIF DU DOCUMENT AUX PARAMETRES DE SITE -
011700*                      UN TYPE DE DOCUMENT INCONNU EST GRATUIT
011800*----------------------------------------------------------------
011900 1000-PRENDRE-TARIF.
012000     CALL "LECTURE-PARAMS" USING PARAMETRES-SITE.
012100     EVALUATE TRUE
012200         WHEN ED-DOC-ATTESTATION
012300             MOVE PV-TARIF-ATTESTATION TO ED-MONTANT-DU
012400         WHEN ED-DOC-RESIDENCE
012500             MOVE PV-TARIF-RESIDENCE   TO ED-MONTANT-DU
012600         WHEN OTHER
012700             MOVE ZERO                 TO ED-MONTANT-DU
012800     END-EVALUATE.
012900 1000-PRENDRE-TARIF-EXIT.
013000     EXIT.
013100*----------------------------------------------------------------
013200* 2000-SAISIR-REGLEMENT : MODE DE REGLEMENT SAISI PAR LE CLERC -
013300*                         E, C OU B : LE DROIT EST PERCU EN
013400*                         ENTIER ; X : MOTIF D'EXONERATION A
013500*                         CHOISIR ; A : ABANDON SANS DOCUMENT
013600*----------------------------------------------------------------
013700 2000-SAISIR-REGLEMENT.
013800     MOVE ED-MONTANT-DU TO MONTANT-EDITE.
013900     DISPLAY "DROIT A PERCEVOIR : " MONTANT-EDITE " EUR".
014000     DISPLAY "REGLEMENT (E=ESPECES C=CHEQUE B=CARTE "
014100         "X=EXONERATION A=ABANDON) : ".
014200     ACCEPT SAISIE-MODE.
014300     EVALUATE SAISIE-MODE
014400         WHEN "E"
014500         WHEN "C"
014600         WHEN "B"
014700             MOVE SAISIE-MODE   TO ED-MODE-REGLEMENT
014800             MOVE ED-MONTANT-DU TO ED-MONTANT-PERCU
014900             MOVE "O" TO MODE-SAISI
015000         WHEN "X"
015100             PERFORM 2100-SAISIR-EXONERATION
015200                 THRU 2100-SAISIR-EXONERATION-EXIT
015300         WHEN "A"
015400             MOVE "1" TO ED-RESULTAT
015500             DISPLAY "DROIT NON REGLE - DOCUMENT NON EMIS"
015600             MOVE "O" TO MODE-SAISI
015700         WHEN OTHER
015800             DISPLAY "MODE DE REGLEMENT INVALIDE"
015900     END-EVALUATE.
016000 2000-SAISIR-REGLEMENT-EXIT.
016100     EXIT.
016200*----------------------------------------------------------------
016300* 2100-SAISIR-EXONERATION : LISTE DES MOTIFS ADMIS POUR LE
016400*                           DOCUMENT ET CHOIX DU CLERC - UN MOTIF
016500*                           HORS TABLE RAMENE A LA SAISIE DU MODE
016600*----------------------------------------------------------------
016700 2100-SAISIR-EXONERATION.
016800     MOVE ZERO TO NB-MOTIFS-ADMIS.
016900     PERFORM 2110-AFFICHER-MOTIF
017000         THRU 2110-AFFICHER-MOTIF-EXIT
017100         VARYING IDX-EXONERATION FROM 1 BY 1
017200         UNTIL IDX-EXONERATION > PV-NB-EXONERATIONS.
017300     IF NB-MOTIFS-ADMIS = ZERO
017400         DISPLAY "AUCUN MOTIF D'EXONERATION PARAMETRE POUR CE "
017500             "DOCUMENT"
017600         GO TO 2100-SAISIR-EXONERATION-EXIT
017700     END-IF.
017800     DISPLAY "CODE DU MOTIF D'EXONERATION : ".
017900     ACCEPT SAISIE-MOTIF.
018000     MOVE SAISIE-MOTIF TO ED-CODE-EXONERATION.
018100     PERFORM 2500-CHERCHER-MOTIF
018200         THRU 2500-CHERCHER-MOTIF-EXIT.
018300     IF NOT MOTIF-EST-TROUVE
018400         DISPLAY "MOTIF NON ADMIS POUR CE DOCUMENT"
018500         MOVE SPACES TO ED-CODE-EXONERATION
018600         GO TO 2100-SAISIR-EXONERATION-EXIT
018700     END-IF.
018800     MOVE "X" TO ED-MODE-REGLEMENT.
018900     MOVE "O" TO MODE-SAISI.
019000 2100-SAISIR-EXONERATION-EXIT.
019100     EXIT.
019200*----------------------------------------------------------------
019300* 2110-AFFICHER-MOTIF : AFFICHAGE D'UN MOTIF S'IL VAUT POUR LE
019400*                       DOCUMENT
019500*----------------------------------------------------------------
019600 2110-AFFICHER-MOTIF.
019700     IF PV-EXO-DOCUMENT(IDX-EXONERATION) = ED-TYPE-DOCUMENT
019800             OR PV-EXO-TOUT-DOCUMENT(IDX-EXONERATION)
019900         ADD 1 TO NB-MOTIFS-ADMIS
020000         DISPLAY "  " PV-EXO-CODE(IDX-EXONERATION) " - "
020100             PV-EXO-LIBELLE(IDX-EXONERATION)
020200     END-IF.
020300 2110-AFFICHER-MOTIF-EXIT.
020400     EXIT.
020500*----------------------------------------------------------------
020600* 2500-CHERCHER-MOTIF : LE MOTIF ED-CODE-EXONERATION EST-IL A LA
020700*                       TABLE POUR CE DOCUMENT (OU POUR TOUS) ?
020800*----------------------------------------------------------------
020900 2500-CHERCHER-MOTIF.
021000     MOVE "N" TO MOTIF-TROUVE.
021100     IF ED-CODE-EXONERATION = SPACES
021200         GO TO 2500-CHERCHER-MOTIF-EXIT
021300     END-IF.
021400     SET IDX-EXONERATION TO 1.
021500     SEARCH PV-EXONERATION
021600         AT END
021700             CONTINUE
021800         WHEN IDX-EXONERATION NOT > PV-NB-EXONERATIONS
021900                 AND PV-EXO-CODE(IDX-EXONERATION)
022000                     = ED-CODE-EXONERATION
022100                 AND (PV-EXO-DOCUMENT(IDX-EXONERATION)
022200                     = ED-TYPE-DOCUMENT
022300                  OR PV-EXO-TOUT-DOCUMENT(IDX-EXONERATION))
022400             MOVE "O" TO MOTIF-TROUVE
022500             MOVE PV-EXO-LIBELLE(IDX-EXONERATION)
022600                 TO ED-LIBELLE-EXONERATION
022700     END-SEARCH.
022800 2500-CHERCHER-MOTIF-EXIT.
022900     EXIT.
023000*----------------------------------------------------------------
023100* 3000-ENREGISTRER : NUMERO DE QUITTANCE PUIS LIGNE AU JOURNAL DE
023200*                    CAISSE (EN AJOUT, CREE S'IL N'EXISTE PAS)
023300*----------------------------------------------------------------
023400 3000-ENREGISTRER.
023500     MOVE "0"  TO ED-RESULTAT.
023600     MOVE ZERO TO ED-NO-QUITTANCE.
023700     PERFORM 3100-NUMEROTER
023800         THRU 3100-NUMEROTER-EXIT.
023900     IF ED-CAISSE-INDISPONIBLE
024000         GO TO 3000-ENREGISTRER-EXIT
024100     END-IF.
024200     OPEN EXTEND JOURNAL-CAISSE.
024300     IF CS-ABSENT
024400         OPEN OUTPUT JOURNAL-CAISSE
024500     END-IF.
024600     IF NOT CS-OK
024700         DISPLAY "ENCAISSE-DROIT : JOURNAL DE CAISSE "
024800             "INDISPONIBLE - CODE " CS-STATUT
024900         MOVE "9" TO ED-RESULTAT
025000         GO TO 3000-ENREGISTRER-EXIT
025100     END-IF.
025200     MOVE ED-NO-QUITTANCE     TO CS-NO-QUITTANCE.
025300     MOVE ED-DATE-HEURE       TO CS-DATE-HEURE.
025400     MOVE ED-OPERATEUR        TO CS-OPERATEUR.
025500     MOVE ED-CODE-SITE        TO CS-CODE-SITE.
025600     MOVE ED-TYPE-DOCUMENT    TO CS-TYPE-DOCUMENT.
025700     MOVE ED-NO-ATTESTATION   TO CS-NO-ATTESTATION.
025800     MOVE ED-ID-CITOYEN       TO CS-ID-CITOYEN.
025900     MOVE ED-MONTANT-DU       TO CS-MONTANT-DU.
026000     MOVE ED-MONTANT-PERCU    TO CS-MONTANT-PERCU.
026100     MOVE ED-MODE-REGLEMENT   TO CS-MODE-REGLEMENT.
026200     MOVE ED-CODE-EXONERATION TO CS-CODE-EXONERATION.
026300     WRITE ENR-CAISSE.
026400     IF NOT CS-OK
026500         DISPLAY "ENCAISSE-DROIT : ECRITURE AU JOURNAL DE "
026600             "CAISSE EN ECHEC - CODE " CS-STATUT
026700         MOVE "9" TO ED-RESULTAT
026800     END-IF.
026900     CLOSE JOURNAL-CAISSE.
027000 3000-ENREGISTRER-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300* 3100-NUMEROTER : NUMERO DE QUITTANCE SEQUENTIEL - LE COMPTEUR
027400*                  RECUCTRL EST LU ET REECRIT SUR PLACE, AMORCE A
027500*                  ZERO S'IL N'EXISTE PAS ENCORE OU S'IL EST VIDE
027600*                  (MEME PRINCIPE QUE LE COMPTEUR ATTCTRL)
027700*----------------------------------------------------------------
027800 3100-NUMEROTER.
027900     OPEN I-O COMPTEUR-QUITTANCE.
028000     IF CQ-ABSENT
028100         MOVE ZERO TO CQ-DERNIER-NUMERO
028200         OPEN OUTPUT COMPTEUR-QUITTANCE
028300         WRITE ENR-COMPTEUR-QUITTANCE
028400         CLOSE COMPTEUR-QUITTANCE
028500         OPEN I-O COMPTEUR-QUITTANCE
028600     END-IF.
028700     IF NOT CQ-OK
028800         DISPLAY "ENCAISSE-DROIT : COMPTEUR RECUCTRL "
028900             "INDISPONIBLE - CODE " CQ-STATUT
029000         MOVE "9" TO ED-RESULTAT
029100         GO TO 3100-NUMEROTER-EXIT
029200     END-IF.
029300     READ COMPTEUR-QUITTANCE
029400         AT END
029500             PERFORM 3200-AMORCER-COMPTEUR
029600                 THRU 3200-AMORCER-COMPTEUR-EXIT
029700     END-READ.
029800     IF NOT CQ-OK
029900         MOVE "9" TO ED-RESULTAT
030000         GO TO 3100-NUMEROTER-EXIT
030100     END-IF.
030200     ADD 1 TO CQ-DERNIER-NUMERO.
030300     REWRITE ENR-COMPTEUR-QUITTANCE.
030400     IF NOT CQ-OK
030500         DISPLAY "ENCAISSE-DROIT : REECRITURE DU COMPTEUR "
030600             "RECUCTRL EN ECHEC - CODE " CQ-STATUT
030700         CLOSE COMPTEUR-QUITTANCE
030800         MOVE "9" TO ED-RESULTAT
030900         GO TO 3100-NUMEROTER-EXIT
031000     END-IF.
031100     MOVE CQ-DERNIER-NUMERO TO ED-NO-QUITTANCE.
031200     CLOSE COMPTEUR-QUITTANCE.
031300 3100-NUMEROTER-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------
031600* 3200-AMORCER-COMPTEUR : FICHIER OUVERT MAIS VIDE - AMORCAGE A
031700*                         ZERO PUIS REOUVERTURE ET RELECTURE POUR
031800*                         QUE LA REECRITURE PORTE SUR UN
031900*                         ENREGISTREMENT EXISTANT
032000*----------------------------------------------------------------
032100 3200-AMORCER-COMPTEUR.
032200     CLOSE COMPTEUR-QUITTANCE.
032300     MOVE ZERO TO CQ-DERNIER-NUMERO.
032400     OPEN OUTPUT COMPTEUR-QUITTANCE.
032500     WRITE ENR-COMPTEUR-QUITTANCE.
032600     CLOSE COMPTEUR-QUITTANCE.
032700     OPEN I-O COMPTEUR-QUITTANCE.
032800     IF NOT CQ-OK
032900         DISPLAY "ENCAISSE-DROIT : AMORCAGE DU COMPTEUR "
033000             "RECUCTRL EN ECHEC - CODE " CQ-STATUT
033100         GO TO 3200-AMORCER-COMPTEUR-EXIT
033200     END-IF.
033300     READ COMPTEUR-QUITTANCE
033400         AT END
033500             DISPLAY "ENCAISSE-DROIT : COMPTEUR RECUCTRL VIDE "
033600                 "APRES AMORCAGE"
033700             CLOSE COMPTEUR-QUITTANCE
033800             MOVE "99" TO CQ-STATUT
033900     END-READ.
034000 3200-AMORCER-COMPTEUR-EXIT.
034100     EXIT.
