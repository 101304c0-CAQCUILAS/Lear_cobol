001700* CHAQUE ATTESTATION EMISE EST CONSIGNEE AU FICHIER ATTESTLG
001800* (NUMERO, DATE/HEURE, IDENTIFIANT, OPERATEUR) POUR POUVOIR
001900* REPONDRE A "QUI A RECU UN CERTIFICAT, ET QUAND".
001910*
001920* LE DROIT DE L'ATTESTATION EST PERCU AVANT LA NUMEROTATION PAR
001930* ENCAISSE-DROIT (TARIF ET MOTIFS D'EXONERATION DES PARAMETRES DE
001940* SITE) : UN DROIT NON REGLE N'EMET RIEN ; LE REGLEMENT EST
001950* ENREGISTRE AU JOURNAL DE CAISSE SOUS UN NUMERO DE QUITTANCE
001960* IMPRIME SUR L'ATTESTATION.
002000*
002100* HISTORIQUE DES MODIFICATIONS
002200* DATE       AUTEUR  DESCRIPTION
002682* 2026-09-02 SI      L'ADRESSE EST DESORMAIS IMPRIMEE EN DEUX
002686*                    LIGNES (RUE, PUIS CODE POSTAL ET COMMUNE -
002690*                    VOIR RCMAITRE).
002691* 2026-10-15 SI      LE NOM IMPRIME EST LA DESIGNATION LEGALE
002692*                    RENDUE PAR DESIGNE-NOM (COPY RCDESIGN) : NOM
002693*                    D'USAGE, NEE NOM DE NAISSANCE QUAND LE
002694*                    DOSSIER PORTE UN NOM D'USAGE. LA VALEUR DES
002695*                    LIGNES PASSE A 50 POSITIONS.
002696* 2026-10-15 SI      PERCEPTION DU DROIT AVANT NUMEROTATION ET
002697*                    ENREGISTREMENT AU JOURNAL DE CAISSE
002698*                    (ENCAISSE-DROIT, COPY RCENCD) ; LE DROIT ET
002699*                    LE NUMERO DE QUITTANCE SONT IMPRIMES SUR
002700*                    L'ATTESTATION.
002710* 2026-10-15 SI      CODE DE VERIFICATION (CODE-VERIF, COPY
002720*                    RCVERIF) IMPRIME SOUS LA DATE D'EMISSION :
002730*                    L'ATTESTATION SE VERIFIE AU GUICHET SUR SON
002740*                    NUMERO ET CE CODE (VERIFIE-ATTESTATION).
002742* 2026-10-15 SI      DOSSIERS LIMITES AU PERIMETRE DE SITES DE
002744*                    L'OPERATEUR (PERIMETRE-SITE) : HOMONYMES HORS
002746*                    PERIMETRE MASQUES, DESIGNATION DIRECTE
002748*                    REFUSEE ET TRACEE.
002750*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003110 SPECIAL-NAMES.
003120     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
010100 01  LG-CHIFFRES                 PIC 9(02) COMP VALUE ZERO.
010101 01  DEMANDE-CLE.
010102     COPY RCCLEID.
010112 01  DEMANDE-DESIGNATION.
010122     COPY RCDESIGN.
010200 01  NOM-RECHERCHE               PIC X(20).
010300 01  PRENOM-RECHERCHE            PIC X(20).
010400 01  DATE-PREMIERE-INSCRIPTION   PIC 9(08) VALUE ZERO.
010600 01  DATE-HEURE-EMISSION         PIC X(14).
010610 01  DEMANDE-TRACE-ACCES.
010620     COPY RCACCES.
010630 01  DEMANDE-ENCAISSEMENT.
010640     COPY RCENCD.
010643 01  DEMANDE-CODE-VERIF.
010646     COPY RCVERIF.
010650 01  MONTANT-EDITE               PIC ZZ9,99.
010660 01  DEMANDE-PERIMETRE.
010670     COPY RCPERIM.
010700     COPY RCOPER.
010800     COPY RCSIGNON.
011200*----------------------------------------------------------------
011800     05 LN-NUMERO                PIC 9(07).
011900 01  LIGNE-CHAMP.
012000     05 LC-LIBELLE               PIC X(26).
012100     05 LC-VALEUR                PIC X(50).
012200 PROCEDURE DIVISION.
012300*================================================================
012400* 0000-MAINLINE : SIGNEMENT, DESIGNATION DU CITOYEN, RECHERCHE DE
014740     CALL "TRACE-ACCES" USING DEMANDE-TRACE-ACCES.
014800     PERFORM 3000-CHERCHER-PREMIERE-INSCRIPTION
014900         THRU 3000-CHERCHER-PREMIERE-INSCRIPTION-EXIT.
014910     PERFORM 3500-PERCEVOIR-DROIT
014920         THRU 3500-PERCEVOIR-DROIT-EXIT.
014930     IF ED-ABANDONNE
014940         CLOSE FICHIER-MAITRE
014950         GOBACK
014960     END-IF.
015000     PERFORM 4000-NUMEROTER
015100         THRU 4000-NUMEROTER-EXIT.
015110     MOVE FUNCTION CURRENT-DATE(1:14) TO DATE-HEURE-EMISSION.
015120     PERFORM 4500-ENREGISTRER-REGLEMENT
015130         THRU 4500-ENREGISTRER-REGLEMENT-EXIT.
015200     PERFORM 5000-IMPRIMER
015300         THRU 5000-IMPRIMER-EXIT.
015400     PERFORM 6000-CONSIGNER
025700         MOVE "O" TO FIN-HOMONYMES
025800         GO TO 2110-LIRE-HOMONYME-EXIT
025900     END-IF.
025910     MOVE "F" TO PT-ACTION.
025920     PERFORM 2600-CONTROLER-PERIMETRE
025930         THRU 2600-CONTROLER-PERIMETRE-EXIT.
025940     IF PT-HORS-PERIMETRE
025950         GO TO 2110-LIRE-HOMONYME-EXIT
025960     END-IF.
026000     ADD 1 TO NB-HOMONYMES.
026100     MOVE MF-ID-CITOYEN TO ID-SAISI-NUM.
026200     DISPLAY "  ID " MF-ID-CITOYEN
027600         NOT INVALID KEY
027700             MOVE "O" TO DOSSIER-TROUVE
027800     END-READ.
027807     IF NOT DOSSIER-EST-TROUVE
027814         GO TO 2500-LIRE-PAR-ID-EXIT
027821     END-IF.
027828     MOVE "C" TO PT-ACTION.
027835     PERFORM 2600-CONTROLER-PERIMETRE
027842         THRU 2600-CONTROLER-PERIMETRE-EXIT.
027849     IF PT-HORS-PERIMETRE
027856         DISPLAY "DOSSIER " MF-ID-CITOYEN
027863             " HORS DU PERIMETRE DE VOS SITES - ACCES "
027870             "REFUSE"
027877         MOVE "N" TO DOSSIER-TROUVE
027884     END-IF.
027900 2500-LIRE-PAR-ID-EXIT.
028000     EXIT.
028007*----------------------------------------------------------------
028014* 2600-CONTROLER-PERIMETRE : LE DOSSIER LU EST-IL DANS LE
028021*                            PERIMETRE DE L'OPERATEUR (VOIR
028028*                            RCPERIM) ?
028035*----------------------------------------------------------------
028042 2600-CONTROLER-PERIMETRE.
028049     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
028056     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
028063     MOVE "ATTESTATION"     TO PT-PROGRAMME.
028070     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
028077 2600-CONTROLER-PERIMETRE-EXIT.
028084     EXIT.
028100*----------------------------------------------------------------
028200* 3000-CHERCHER-PREMIERE-INSCRIPTION : PLUS ANCIENNE LIGNE AJOUT
028300*                                      DU JOURNAL POUR CET
031900     END-IF.
032000 3100-LIRE-LIGNE-EXIT.
032100     EXIT.
032107*----------------------------------------------------------------
032114* 3500-PERCEVOIR-DROIT : TARIF DE L'ATTESTATION ET SAISIE DU
032121*                        REGLEMENT OU DU MOTIF D'EXONERATION PAR
032128*                        ENCAISSE-DROIT - RIEN N'EST ENCORE ECRIT
032135*----------------------------------------------------------------
032142 3500-PERCEVOIR-DROIT.
032149     MOVE "P"           TO ED-ACTION.
032156     MOVE "ATT"         TO ED-TYPE-DOCUMENT.
032163     MOVE MF-ID-CITOYEN TO ED-ID-CITOYEN.
032170     CALL "ENCAISSE-DROIT" USING DEMANDE-ENCAISSEMENT.
032177 3500-PERCEVOIR-DROIT-EXIT.
032184     EXIT.
032200*----------------------------------------------------------------
032300* 4000-NUMEROTER : NUMERO D'ATTESTATION SEQUENTIEL - LE COMPTEUR
032400*                  ATTCTRL EST LU ET REECRIT SUR PLACE, AMORCE A
035390     END-READ.
035410 4100-AMORCER-COMPTEUR-EXIT.
035420     EXIT.
035421*----------------------------------------------------------------
035422* 4500-ENREGISTRER-REGLEMENT : LIGNE AU JOURNAL DE CAISSE SOUS LE
035423*                              NUMERO D'ATTESTATION ET LA DATE
035424*                              D'EMISSION - UN JOURNAL ABSENT
035425*                              N'EMPECHE PAS L'EMISSION, L'ARRETE
035426*                              DE CAISSE SIGNALERA L'ATTESTATION
035427*----------------------------------------------------------------
035428 4500-ENREGISTRER-REGLEMENT.
035429     MOVE "E"                 TO ED-ACTION.
035430     MOVE NUMERO-ATTESTATION  TO ED-NO-ATTESTATION.
035431     MOVE OP-CODE-OPERATEUR   TO ED-OPERATEUR.
035432     MOVE MF-CODE-SITE        TO ED-CODE-SITE.
035433     IF ED-CODE-SITE = SPACES
035434         MOVE "---" TO ED-CODE-SITE
035435     END-IF.
035436     MOVE DATE-HEURE-EMISSION TO ED-DATE-HEURE.
035437     CALL "ENCAISSE-DROIT" USING DEMANDE-ENCAISSEMENT.
035438     IF ED-CAISSE-INDISPONIBLE
035439         DISPLAY "REGLEMENT NON ENREGISTRE AU JOURNAL DE CAISSE "
035440             "- A SIGNALER AU RESPONSABLE"
035441     END-IF.
035442 4500-ENREGISTRER-REGLEMENT-EXIT.
035443     EXIT.
035445*----------------------------------------------------------------
035460* 5000-IMPRIMER : IMPRESSION DE L'ATTESTATION FORMATEE
035480*----------------------------------------------------------------
035500 5000-IMPRIMER.
035700     OPEN OUTPUT IMPRIME-ATTEST.
035800     IF NOT IM-OK
035900         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER ATTEST - "
037700     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
037800     WRITE LIGNE-ATTEST.
037900     MOVE "NOM                     : " TO LC-LIBELLE.
037910     MOVE MF-NOM       TO DN-NOM.
037920     MOVE MF-NOM-USAGE TO DN-NOM-USAGE.
037930     MOVE MF-SEXE      TO DN-SEXE.
037940     CALL "DESIGNE-NOM" USING DEMANDE-DESIGNATION.
038000     MOVE DN-DESIGNATION TO LC-VALEUR.
038100     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
038200     WRITE LIGNE-ATTEST.
038300     MOVE "PRENOM                  : " TO LC-LIBELLE.
040400     MOVE DATE-HEURE-EMISSION(1:8) TO LC-VALEUR.
040500     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
040600     WRITE LIGNE-ATTEST.
040601     MOVE "CODE DE VERIFICATION    : " TO LC-LIBELLE.
040602     MOVE NUMERO-ATTESTATION       TO CV-NO-ATTESTATION.
040603     MOVE MF-ID-CITOYEN            TO CV-ID-CITOYEN.
040604     MOVE DATE-HEURE-EMISSION(1:8) TO CV-DATE-EMISSION.
040605     CALL "CODE-VERIF" USING DEMANDE-CODE-VERIF.
040606     MOVE SPACES TO LC-VALEUR.
040607     STRING CV-CODE-PARTIE-1 DELIMITED BY SIZE
040608         "-" DELIMITED BY SIZE
040609         CV-CODE-PARTIE-2 DELIMITED BY SIZE
040610         INTO LC-VALEUR.
040611     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
040612     WRITE LIGNE-ATTEST.
040614     PERFORM 5100-IMPRIMER-DROIT
040620         THRU 5100-IMPRIMER-DROIT-EXIT.
040700     MOVE ALL "-" TO LIGNE-ATTEST.
040800     WRITE LIGNE-ATTEST.
040900     MOVE "FAIT POUR SERVIR ET VALOIR CE QUE DE DROIT"
041000         TO LIGNE-ATTEST.
041100     WRITE LIGNE-ATTEST.
041110     MOVE "AUTHENTICITE VERIFIABLE AU REGISTRE SUR NUMERO ET CODE"
041120         TO LIGNE-ATTEST.
041130     WRITE LIGNE-ATTEST.
041200     CLOSE IMPRIME-ATTEST.
041300     DISPLAY "ATTESTATION " NUMERO-ATTESTATION " EMISE POUR "
041400         MF-NOM " " MF-PRENOM.
041500 5000-IMPRIMER-EXIT.
041600     EXIT.
041603*----------------------------------------------------------------
041606* 5100-IMPRIMER-DROIT : LIGNE DU DROIT PERCU, EXONERE OU GRATUIT,
041609*                       AVEC LE NUMERO DE QUITTANCE
041612*----------------------------------------------------------------
041615 5100-IMPRIMER-DROIT.
041618     MOVE "DROIT                   : " TO LC-LIBELLE.
041621     MOVE SPACES TO LC-VALEUR.
041624     MOVE ED-MONTANT-DU TO MONTANT-EDITE.
041627     EVALUATE TRUE
041630         WHEN ED-GRATUIT
041633             MOVE "GRATUIT" TO LC-VALEUR
041636         WHEN ED-EXONERE
041639             STRING "EXONERE - " DELIMITED BY SIZE
041642                 ED-LIBELLE-EXONERATION DELIMITED BY SIZE
041645                 INTO LC-VALEUR
041648         WHEN OTHER
041651             STRING MONTANT-EDITE DELIMITED BY SIZE
041654                 " EUR PERCUS" DELIMITED BY SIZE
041657                 INTO LC-VALEUR
041660     END-EVALUATE.
041663     MOVE LIGNE-CHAMP TO LIGNE-ATTEST.
041666     WRITE LIGNE-ATTEST.
041669     IF ED-NO-QUITTANCE NOT = ZERO
041672         MOVE "QUITTANCE NUMERO        : " TO LC-LIBELLE
041675         MOVE ED-NO-QUITTANCE TO LC-VALEUR
041678         MOVE LIGNE-CHAMP TO LIGNE-ATTEST
041681         WRITE LIGNE-ATTEST
041684     END-IF.
041687 5100-IMPRIMER-DROIT-EXIT.
041690     EXIT.
041700*----------------------------------------------------------------
041800* 6000-CONSIGNER : CONSIGNATION DE L'EMISSION AU REGISTRE DES
041900*                  ATTESTATIONS (EN AJOUT, CREE S'IL N'EXISTE PAS)
