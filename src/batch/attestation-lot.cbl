002200* QUI NE PEUVENT PAS ETRE SERVIS (INCONNUS, NON ACTIFS, NON
002300* NUMERIQUES) SONT LISTES AU FICHIER NONSERVI ET COMPTES, AU
002400* LIEU D'ARRETER LA PASSE.
002410*
002420* LE DROIT D'ATTESTATION EST CONTROLE EN DEBUT DE PASSE PAR
002430* ENCAISSE-DROIT : TARIF NUL, LES ATTESTATIONS SONT GRATUITES ;
002440* SINON UNE EMISSION EN LOT N'EST JAMAIS ENCAISSEE ET LA CARTE
002450* SYSIN DOIT DONNER LE MOTIF D'EXONERATION (DEUX POSITIONS)
002460* ADMIS POUR LES ATTESTATIONS - A DEFAUT LA PASSE S'ARRETE EN
002470* CODE RETOUR 16 AVANT TOUTE EMISSION. CHAQUE ATTESTATION EMISE
002480* A SA LIGNE AU JOURNAL DE CAISSE, OPERATEUR BATCH.
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
003140*                    PASSE TOMBAIT EN CODE 43 APRES EMISSION ET
003150*                    LA PASSE SUIVANTE REUTILISAIT LES MEMES
003160*                    NUMEROS.
003166* 2026-10-15 SI      LE NOM IMPRIME EST LA DESIGNATION LEGALE
003172*                    RENDUE PAR DESIGNE-NOM (COPY RCDESIGN) : NOM
003178*                    D'USAGE, NEE NOM DE NAISSANCE QUAND LE
003184*                    DOSSIER PORTE UN NOM D'USAGE. LA VALEUR DES
003190*                    LIGNES PASSE A 50 POSITIONS.
003191* 2026-10-15 SI      CONTROLE DU DROIT D'ATTESTATION EN DEBUT DE
003192*                    PASSE (ENCAISSE-DROIT, CARTE SYSIN DU MOTIF
003193*                    D'EXONERATION QUAND LE DROIT N'EST PAS NUL)
003194*                    ET LIGNE AU JOURNAL DE CAISSE POUR CHAQUE
003195*                    ATTESTATION EMISE ; LE DROIT EST IMPRIME SUR
003196*                    L'ATTESTATION.
003197* 2026-10-15 SI      CODE DE VERIFICATION (CODE-VERIF, COPY
003198*                    RCVERIF) IMPRIME SOUS LA DATE D'EMISSION,
003199*                    COMME AU GUICHET.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.    IBM-370.
003600 OBJECT-COMPUTER.    IBM-370.
003610 SPECIAL-NAMES.
003620     DECIMAL-POINT IS COMMA.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SELECTION ASSIGN TO "SELECTION"
012100 01  NUMERO-ATTESTATION          PIC 9(07) VALUE ZERO.
012110 01  DEMANDE-CLE.
012120     COPY RCCLEID.
012130 01  DEMANDE-DESIGNATION.
012140     COPY RCDESIGN.
012150 01  DEMANDE-ENCAISSEMENT.
012160     COPY RCENCD.
012163 01  DEMANDE-CODE-VERIF.
012166     COPY RCVERIF.
012170 01  CARTE-EXONERATION           PIC X(02) VALUE SPACES.
012180 01  MONTANT-EDITE               PIC ZZ9,99.
012200*----------------------------------------------------------------
012300* TABLE DE LA SELECTION (IDENTIFIANTS A SERVIR, DATE DE PREMIERE
012400* INSCRIPTION ETABLIE EN UNE PASSE DU JOURNAL)
013500 01  NB-LUS                      PIC 9(07) COMP VALUE ZERO.
013600 01  NB-EMISES                   PIC 9(07) COMP VALUE ZERO.
013700 01  NB-NON-SERVIS               PIC 9(07) COMP VALUE ZERO.
013710 01  NB-HORS-CAISSE              PIC 9(07) COMP VALUE ZERO.
013800*----------------------------------------------------------------
013900* LIGNES EDITEES DE L'ATTESTATION (MEME GABARIT QUE ATTESTATION)
014000*----------------------------------------------------------------
014400     05 LN-NUMERO                PIC 9(07).
014500 01  LIGNE-CHAMP.
014600     05 LC-LIBELLE               PIC X(26).
014700     05 LC-VALEUR                PIC X(50).
014800 PROCEDURE DIVISION.
014900*================================================================
015000* 0000-MAINLINE : CHARGEMENT DE LA SELECTION, PASSE DU JOURNAL,
017600 1000-INITIALISATION.
017650     MOVE ZEROS TO TABLE-SELECTION.
017700     MOVE FUNCTION CURRENT-DATE(1:14) TO DATE-HEURE-EMISSION.
017710     PERFORM 1100-CONTROLER-DROIT
017720         THRU 1100-CONTROLER-DROIT-EXIT.
017800     OPEN INPUT SELECTION.
017900     IF NOT SL-OK
018000         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER SELECTION - "
020900     END-IF.
021000 1000-INITIALISATION-EXIT.
021100     EXIT.
021104*----------------------------------------------------------------
021108* 1100-CONTROLER-DROIT : TARIF DES ATTESTATIONS ET MOTIF
021112*                        D'EXONERATION DE LA PASSE (CARTE SYSIN)
021116*                        - UN DROIT DU SANS MOTIF ADMIS ARRETE
021120*                        LA PASSE AVANT TOUTE EMISSION
021124*----------------------------------------------------------------
021128 1100-CONTROLER-DROIT.
021132     ACCEPT CARTE-EXONERATION.
021136     MOVE "V"               TO ED-ACTION.
021140     MOVE "ATT"             TO ED-TYPE-DOCUMENT.
021144     MOVE CARTE-EXONERATION TO ED-CODE-EXONERATION.
021148     CALL "ENCAISSE-DROIT" USING DEMANDE-ENCAISSEMENT.
021152     IF ED-MOTIF-REFUSE
021156         MOVE ED-MONTANT-DU TO MONTANT-EDITE
021160         DISPLAY "DROIT D'ATTESTATION DE " MONTANT-EDITE
021164             " EUR - MOTIF D'EXONERATION '" CARTE-EXONERATION
021168             "' ABSENT OU NON ADMIS, AUCUNE ATTESTATION EMISE"
021172         MOVE 16 TO RETURN-CODE
021176         STOP RUN
021180     END-IF.
021184 1100-CONTROLER-DROIT-EXIT.
021188     EXIT.
021200*----------------------------------------------------------------
021300* 2000-CHARGER-SELECTION : CHARGEMENT EN TABLE DES IDENTIFIANTS A
021400*                          SERVIR - UN IDENTIFIANT NON NUMERIQUE
035400     END-IF.
035500     ADD 1 TO CA-DERNIER-NUMERO.
035600     MOVE CA-DERNIER-NUMERO TO NUMERO-ATTESTATION.
035610     PERFORM 5300-ENREGISTRER-REGLEMENT
035620         THRU 5300-ENREGISTRER-REGLEMENT-EXIT.
035700     PERFORM 5100-IMPRIMER
035800         THRU 5100-IMPRIMER-EXIT.
035900     PERFORM 5200-CONSIGNER
038100     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
038200     WRITE LIGNE-ATTEST.
038300     MOVE "NOM                     : " TO LC-LIBELLE.
038310     MOVE MF-NOM       TO DN-NOM.
038320     MOVE MF-NOM-USAGE TO DN-NOM-USAGE.
038330     MOVE MF-SEXE      TO DN-SEXE.
038340     CALL "DESIGNE-NOM" USING DEMANDE-DESIGNATION.
038400     MOVE DN-DESIGNATION TO LC-VALEUR.
038500     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
038600     WRITE LIGNE-ATTEST.
038700     MOVE "PRENOM                  : " TO LC-LIBELLE.
041600     MOVE DATE-HEURE-EMISSION(1:8) TO LC-VALEUR.
041700     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
041800     WRITE LIGNE-ATTEST.
041801     MOVE "CODE DE VERIFICATION    : " TO LC-LIBELLE.
041802     MOVE NUMERO-ATTESTATION       TO CV-NO-ATTESTATION.
041803     MOVE MF-ID-CITOYEN            TO CV-ID-CITOYEN.
041804     MOVE DATE-HEURE-EMISSION(1:8) TO CV-DATE-EMISSION.
041805     CALL "CODE-VERIF" USING DEMANDE-CODE-VERIF.
041806     MOVE SPACES TO LC-VALEUR.
041807     STRING CV-CODE-PARTIE-1 DELIMITED BY SIZE
041808         "-" DELIMITED BY SIZE
041809         CV-CODE-PARTIE-2 DELIMITED BY SIZE
041810         INTO LC-VALEUR.
041811     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
041812     WRITE LIGNE-ATTEST.
041805     MOVE "DROIT                   : " TO LC-LIBELLE.
041810     IF ED-GRATUIT
041815         MOVE "GRATUIT" TO LC-VALEUR
041820     ELSE
041825         MOVE SPACES TO LC-VALEUR
041830         STRING "EXONERE - " DELIMITED BY SIZE
041835             ED-LIBELLE-EXONERATION DELIMITED BY SIZE
041840             INTO LC-VALEUR
041845     END-IF.
041850     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
041855     WRITE LIGNE-ATTEST.
041860     IF ED-NO-QUITTANCE NOT = ZERO
041865         MOVE "QUITTANCE NUMERO        : " TO LC-LIBELLE
041870         MOVE ED-NO-QUITTANCE TO LC-VALEUR
041875         MOVE LIGNE-CHAMP TO LIGNE-ATTEST
041880         WRITE LIGNE-ATTEST
041885     END-IF.
041900     MOVE ALL "-" TO LIGNE-ATTEST.
042000     WRITE LIGNE-ATTEST.
042100     MOVE "FAIT POUR SERVIR ET VALOIR CE QUE DE DROIT"
042200         TO LIGNE-ATTEST.
042300     WRITE LIGNE-ATTEST.
042310     MOVE "AUTHENTICITE VERIFIABLE AU REGISTRE SUR NUMERO ET CODE"
042320         TO LIGNE-ATTEST.
042330     WRITE LIGNE-ATTEST.
042400     MOVE SPACES TO LIGNE-ATTEST.
042500     WRITE LIGNE-ATTEST.
042600 5100-IMPRIMER-EXIT.
043700     WRITE ENR-REGISTRE-ATTEST.
043800 5200-CONSIGNER-EXIT.
043900     EXIT.
043904*----------------------------------------------------------------
043908* 5300-ENREGISTRER-REGLEMENT : LIGNE AU JOURNAL DE CAISSE DE
043912*                              L'ATTESTATION (GRATUITE OU
043916*                              EXONEREE), OPERATEUR BATCH - UN
043920*                              JOURNAL INDISPONIBLE N'ARRETE PAS
043924*                              LA PASSE MAIS EST COMPTE
043928*----------------------------------------------------------------
043932 5300-ENREGISTRER-REGLEMENT.
043936     MOVE "E"                 TO ED-ACTION.
043940     MOVE NUMERO-ATTESTATION  TO ED-NO-ATTESTATION.
043944     MOVE MF-ID-CITOYEN       TO ED-ID-CITOYEN.
043948     MOVE "BATCH"             TO ED-OPERATEUR.
043952     MOVE MF-CODE-SITE        TO ED-CODE-SITE.
043956     IF ED-CODE-SITE = SPACES
043960         MOVE "---" TO ED-CODE-SITE
043964     END-IF.
043968     MOVE DATE-HEURE-EMISSION TO ED-DATE-HEURE.
043972     CALL "ENCAISSE-DROIT" USING DEMANDE-ENCAISSEMENT.
043976     IF ED-CAISSE-INDISPONIBLE
043980         ADD 1 TO NB-HORS-CAISSE
043984         MOVE ZERO TO ED-NO-QUITTANCE
043988     END-IF.
043992 5300-ENREGISTRER-REGLEMENT-EXIT.
043996     EXIT.
044000*----------------------------------------------------------------
044100* 6000-RENDRE-COMPTEUR : LE COMPTEUR ATTCTRL EST REECRIT AVEC LE
044200*                        DERNIER NUMERO EMIS DE LA PASSE
046200     DISPLAY "IDENTIFIANTS LUS         : " NB-LUS.
046300     DISPLAY "ATTESTATIONS EMISES      : " NB-EMISES.
046400     DISPLAY "NON SERVIS               : " NB-NON-SERVIS.
046410     IF ED-GRATUIT
046420         DISPLAY "DROIT                    : GRATUIT"
046430     ELSE
046440         DISPLAY "DROIT                    : EXONERE ("
046450             ED-CODE-EXONERATION ")"
046460     END-IF.
046470     DISPLAY "HORS JOURNAL DE CAISSE   : " NB-HORS-CAISSE.
046500     DISPLAY "----------------------------------------".
046600     IF NB-NON-SERVIS > ZERO
046610             OR NB-HORS-CAISSE > ZERO
046700         MOVE 4 TO RETURN-CODE
046800     END-IF.
046900 8000-RAPPORT-CONTROLE-EXIT.
