001748*                    L'IMAGE APRES DU DOSSIER CREE (JN-IMAGE-
001750*                    APRES) : REJOUE-JOURNAL PEUT REJOUER LES
001751*                    CREATIONS GUICHET APRES UNE RESTAURATION.
001752* 2026-10-15 SI      LE CODE POSTAL ET LA COMMUNE SAISIS SONT
001753*                    DESORMAIS CONTROLES CONTRE LE REFERENTIEL
001754*                    OFFICIEL DES COMMUNES (SOUS-PROGRAMME
001755*                    CONTROLE-COMMUNE, MESSAGES ADR-CP ET ADR-COM)
001756*                    ET LA GRAPHIE OFFICIELLE DE LA COMMUNE EST
001757*                    ENREGISTREE AU LIEU DE LA SAISIE LIBRE.
001758* 2026-10-15 SI      L'ADRESSE DU DOSSIER CREE OUVRE SON
001759*                    HISTORIQUE DES ADRESSES (SOUS-PROGRAMME
001760*                    HISTO-ADRESSE, FICHIER ADRHIST).
001761* 2026-10-15 SI      LA PIECE JUSTIFICATIVE VUE PAR LE CLERC
001762*                    (CARTE D'IDENTITE, PASSEPORT, TITRE DE
001763*                    SEJOUR) EST SAISIE A UN ECRAN DE PIECE ET
001764*                    ENREGISTREE AVEC LE DOSSIER CREE (SOUS-
001765*                    PROGRAMME PIECE-IDENTITE, FICHIER PIECES).
001766* 2026-10-15 SI      LE NUMERO NATIONAL SAISI DOIT CONCORDER AVEC
001767*                    LE SEXE ET LA DATE DE NAISSANCE (CHIFFRE DU
001768*                    SEXE, ANNEE ET MOIS CODES - CONTROLE-NONAT,
001769*                    MESSAGES NONA-SEX ET NONA-NAI).
001770* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
001771*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
001772*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
001773*                    RCCHAIND).
001779* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
001785*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
001791*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.    IBM-370.
004819     88 NONAT-EST-VALIDE         VALUE "O".
004821 01  DEMANDE-CONTROLE-NONAT.
004822     COPY RCNONAT.
004823 01  COMMUNE-VALIDE              PIC X(01) VALUE "N".
004824     88 COMMUNE-EST-VALIDE       VALUE "O".
004825 01  DEMANDE-CONTROLE-COMMUNE.
004826     COPY RCCOMMD.
004827 01  DEMANDE-HISTO-ADRESSE.
004828     COPY RCADRHD.
004829 01  SAISIE-PIECE.
004830     05 SAISIE-TYPE-PIECE        PIC X(01) VALUE SPACE.
004831     05 SAISIE-NUMERO-PIECE      PIC X(20) VALUE SPACES.
004832     05 SAISIE-AUTORITE          PIC X(30) VALUE SPACES.
004833     05 SAISIE-DATE-DELIVRANCE   PIC X(08) VALUE SPACES.
004834     05 SAISIE-DATE-DELIVRANCE-9 REDEFINES SAISIE-DATE-DELIVRANCE
004835                                 PIC 9(08).
004836     05 SAISIE-DATE-EXPIRATION   PIC X(08) VALUE SPACES.
004837     05 SAISIE-DATE-EXPIRATION-9 REDEFINES SAISIE-DATE-EXPIRATION
004838                                 PIC 9(08).
004839 01  PIECE-VALIDE                PIC X(01) VALUE "N".
004840     88 PIECE-EST-VALIDE         VALUE "O".
004841 01  DEMANDE-PIECE.
004842     COPY RCPIECED.
004808     COPY RCSIGNON.
004809 01  DEMANDE-VERROU.
004810     COPY RCVERRD.
004900 01  IDENTITE.
005000     COPY RCIDENT.
005003 01  DEMANDE-CHAINAGE.
005006     COPY RCCHAIND.
005010 SCREEN SECTION.
005011*----------------------------------------------------------------
005012* ECRAN-RECHERCHE : SAISIE DU NOM ET DU PRENOM RECHERCHES OU A
005073     05 LINE 10 COL 01 VALUE "NO NATIONAL :".
005074     05 LINE 10 COL 16 PIC X(15) USING SAISIE-NO-NATIONAL.
005075     05 LINE 12 COL 01 VALUE "ENTER=VALIDER   PF3=ANNULER".
005076*----------------------------------------------------------------
005077* ECRAN-PIECE : SAISIE DE LA PIECE JUSTIFICATIVE VUE PAR LE CLERC
005078*               POUR UNE NOUVELLE IDENTITE (TYPE A BLANC =
005079*               AUCUNE PIECE PRESENTEE)
005080*----------------------------------------------------------------
005081 01  ECRAN-PIECE.
005082     05 BLANK SCREEN.
005083     05 LINE 01 COL 01 VALUE "IDENTITE - PIECE JUSTIFICATIVE".
005084     05 LINE 03 COL 01 VALUE "NOM         :".
005085     05 LINE 03 COL 16 PIC X(20) FROM NOM.
005086     05 LINE 04 COL 01 VALUE "PRENOM      :".
005087     05 LINE 04 COL 16 PIC X(20) FROM PRENOM.
005088     05 LINE 06 COL 01 VALUE "TYPE        :".
005089     05 LINE 06 COL 16 PIC X(01) USING SAISIE-TYPE-PIECE.
005090     05 LINE 06 COL 19 VALUE
005091         "(C=CARTE D'IDENTITE P=PASSEPORT T=TITRE DE SEJOUR)".
005092     05 LINE 07 COL 01 VALUE "NUMERO      :".
005093     05 LINE 07 COL 16 PIC X(20) USING SAISIE-NUMERO-PIECE.
005094     05 LINE 08 COL 01 VALUE "DELIVREE PAR:".
005095     05 LINE 08 COL 16 PIC X(30) USING SAISIE-AUTORITE.
005096     05 LINE 09 COL 01 VALUE "DELIVREE LE :".
005097     05 LINE 09 COL 16 PIC X(08) USING SAISIE-DATE-DELIVRANCE.
005098     05 LINE 09 COL 26 VALUE "(AAAAMMJJ)".
005099     05 LINE 10 COL 01 VALUE "EXPIRE LE   :".
005100     05 LINE 10 COL 16 PIC X(08) USING SAISIE-DATE-EXPIRATION.
005101     05 LINE 10 COL 26 VALUE "(AAAAMMJJ, BLANC = SANS)".
005102     05 LINE 12 COL 01 VALUE "TYPE A BLANC = AUCUNE PIECE".
005103     05 LINE 13 COL 01 VALUE "ENTER=VALIDER   PF3=ANNULER".
005076 PROCEDURE DIVISION.
005200*================================================================
005300* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
006000             PERFORM 3000-SAISIE-AGE
006100                 THRU 3000-SAISIE-AGE-EXIT
006200                 UNTIL AGE-EST-VALIDE
006201             IF NOT SAISIE-ABANDONNEE
006202                 PERFORM 3500-SAISIE-PIECE
006203                     THRU 3500-SAISIE-PIECE-EXIT
006204                     UNTIL PIECE-EST-VALIDE
006205             END-IF
006210             IF NOT SAISIE-ABANDONNEE
006300                 PERFORM 4000-ENREGISTRER
006400                     THRU 4000-ENREGISTRER-EXIT
010338     IF NOT NONAT-EST-VALIDE
010339         GO TO 3000-SAISIE-AGE-EXIT
010341     END-IF.
010342     PERFORM 3150-CONTROLER-COMMUNE
010343         THRU 3150-CONTROLER-COMMUNE-EXIT.
010344     IF NOT COMMUNE-EST-VALIDE
010345         GO TO 3000-SAISIE-AGE-EXIT
010346     END-IF.
010350     PERFORM 3050-CALCULER-AGE
010360         THRU 3050-CALCULER-AGE-EXIT.
010400     IF AGE < AGE-MINIMUM OR AGE > AGE-MAXIMUM
011103*                              (BLANC = NON CONNU, ACCEPTE) - CLE
011104*                              DE CONTROLE PAR CONTROLE-NONAT PUIS
011105*                              UNICITE PAR LA CLE ALTERNATIVE
011106*                              MF-NO-NATIONAL DU FICHIER MAITRE ;
011107*                              LE NUMERO DOIT CONCORDER AVEC LE
011108*                              SEXE ET LA DATE DE NAISSANCE SAISIS
011107*----------------------------------------------------------------
011108 3100-CONTROLER-NO-NATIONAL.
011109     MOVE "N"  TO NONAT-VALIDE.
011121         GO TO 3100-CONTROLER-NO-NATIONAL-EXIT
011122     END-IF.
011123     MOVE SAISIE-NO-NATIONAL-9 TO NN-NUMERO.
011124     MOVE SEXE TO NN-SEXE.
011125     COMPUTE NN-DATE-NAISSANCE =
011126         AN-NAISSANCE * 10000 + MOIS-NAISSANCE * 100 +
011127         JOUR-NAISSANCE.
011124     CALL "CONTROLE-NONAT" USING DEMANDE-CONTROLE-NONAT.
011125     IF NN-NUMERO-ABSENT
011126         MOVE "O" TO NONAT-VALIDE
011127         GO TO 3100-CONTROLER-NO-NATIONAL-EXIT
011128     END-IF.
011129     IF NN-INCOHERENT
011130         IF NN-MOTIF-SEXE
011131             MOVE "NONA-SEX" TO MSG-CODE-RECHERCHE
011132         ELSE
011133             MOVE "NONA-NAI" TO MSG-CODE-RECHERCHE
011134         END-IF
011135         PERFORM 9000-AFFICHER-MESSAGE
011136             THRU 9000-AFFICHER-MESSAGE-EXIT
011137         GO TO 3100-CONTROLER-NO-NATIONAL-EXIT
011138     END-IF.
011129     IF NOT NN-NUMERO-VALIDE
011131         MOVE "NONA-INV" TO MSG-CODE-RECHERCHE
011132         PERFORM 9000-AFFICHER-MESSAGE
011147     END-READ.
011148 3100-CONTROLER-NO-NATIONAL-EXIT.
011149     EXIT.
011150*----------------------------------------------------------------
011151* 3150-CONTROLER-COMMUNE : CONTROLE DU CODE POSTAL ET DE LA
011152*                          COMMUNE SAISIS CONTRE LE REFERENTIEL
011153*                          DES COMMUNES (ADRESSE A BLANC = NON
011154*                          CONNUE, ACCEPTEE) - LA GRAPHIE
011155*                          OFFICIELLE REMPLACE LA SAISIE
011156*----------------------------------------------------------------
011157 3150-CONTROLER-COMMUNE.
011158     MOVE "N" TO COMMUNE-VALIDE.
011159     MOVE CODE-POSTAL TO CC-CODE-POSTAL.
011160     MOVE COMMUNE     TO CC-COMMUNE.
011161     CALL "CONTROLE-COMMUNE" USING DEMANDE-CONTROLE-COMMUNE.
011162     IF CC-CODE-POSTAL-INCONNU
011163         MOVE "ADR-CP" TO MSG-CODE-RECHERCHE
011164         PERFORM 9000-AFFICHER-MESSAGE
011165             THRU 9000-AFFICHER-MESSAGE-EXIT
011166         GO TO 3150-CONTROLER-COMMUNE-EXIT
011167     END-IF.
011168     IF CC-COMMUNE-DISCORDANTE
011169         MOVE "ADR-COM" TO MSG-CODE-RECHERCHE
011170         PERFORM 9000-AFFICHER-MESSAGE
011171             THRU 9000-AFFICHER-MESSAGE-EXIT
011172         GO TO 3150-CONTROLER-COMMUNE-EXIT
011173     END-IF.
011174     IF CC-ADRESSE-CONFORME
011175         MOVE CC-NOM-OFFICIEL TO COMMUNE
011176     END-IF.
011177     MOVE "O" TO COMMUNE-VALIDE.
011178 3150-CONTROLER-COMMUNE-EXIT.
011179     EXIT.
011180*----------------------------------------------------------------
011181* 3500-SAISIE-PIECE : SAISIE DE LA PIECE JUSTIFICATIVE VUE, A
011182*                     L'ECRAN DE PIECE, CONTROLEE PAR LE GUICHET
011183*                     COMMUN PIECE-IDENTITE (CONTROLE SEUL) ; UN
011184*                     TYPE A BLANC EST ACCEPTE (AUCUNE PIECE
011185*                     PRESENTEE) ; PF3 ABANDONNE LA DEMANDE
011186*----------------------------------------------------------------
011187 3500-SAISIE-PIECE.
011188     DISPLAY ECRAN-PIECE.
011189     ACCEPT ECRAN-PIECE.
011190     IF TOUCHE-PF3
011191         MOVE "O" TO ABANDON-DEMANDE
011192         MOVE "O" TO PIECE-VALIDE
011193         GO TO 3500-SAISIE-PIECE-EXIT
011194     END-IF.
011195     IF SAISIE-TYPE-PIECE = SPACE
011196         MOVE "O" TO PIECE-VALIDE
011197         GO TO 3500-SAISIE-PIECE-EXIT
011198     END-IF.
011199     MOVE "C"                      TO PD-ACTION.
011200     MOVE SAISIE-TYPE-PIECE        TO PD-TYPE-PIECE.
011201     MOVE SAISIE-NUMERO-PIECE      TO PD-NUMERO.
011202     MOVE SAISIE-AUTORITE          TO PD-AUTORITE.
011203     MOVE SAISIE-DATE-DELIVRANCE-9 TO PD-DATE-DELIVRANCE.
011204     IF SAISIE-DATE-EXPIRATION = SPACES
011205         MOVE ZERO TO PD-DATE-EXPIRATION
011206     ELSE
011207         MOVE SAISIE-DATE-EXPIRATION-9 TO PD-DATE-EXPIRATION
011208     END-IF.
011209     CALL "PIECE-IDENTITE" USING DEMANDE-PIECE.
011210     IF PD-PIECE-REFUSEE
011211         MOVE "PIEC-INV" TO MSG-CODE-RECHERCHE
011212         PERFORM 9000-AFFICHER-MESSAGE
011213             THRU 9000-AFFICHER-MESSAGE-EXIT
011214         GO TO 3500-SAISIE-PIECE-EXIT
011215     END-IF.
011216     MOVE "O" TO PIECE-VALIDE.
011217 3500-SAISIE-PIECE-EXIT.
011218     EXIT.
011110*----------------------------------------------------------------
011120* 3050-CALCULER-AGE : CALCULE L'AGE ACTUEL A PARTIR DE LA DATE DE
011130*                     NAISSANCE SAISIE ET DE LA DATE DU JOUR (MEME
012173     MOVE SPACES TO MF-MOTIF-STATUT.
012174     MOVE FUNCTION CURRENT-DATE(1:8) TO MF-DATE-MAJ.
012176     MOVE SPACES TO MF-CODE-SITE.
012177     MOVE SPACES TO MF-NOM-USAGE.
012177     MOVE "N" TO MF-ADRESSE-INVALIDE.
012180     PERFORM 4200-ATTRIBUER-ID
012190         THRU 4200-ATTRIBUER-ID-EXIT.
012450         NOT INVALID KEY
012460             PERFORM 4500-JOURNALISER
012470                 THRU 4500-JOURNALISER-EXIT
012480             PERFORM 4600-HISTORISER-ADRESSE
012490                 THRU 4600-HISTORISER-ADRESSE-EXIT
012493             PERFORM 4700-ENREGISTRER-PIECE
012496                 THRU 4700-ENREGISTRER-PIECE-EXIT
012500     END-WRITE.
013000 4000-ENREGISTRER-EXIT.
013100     EXIT.
013150*----------------------------------------------------------------
013160* 4500-JOURNALISER : ECRITURE D'UNE LIGNE D'AUDIT POUR L'AJOUT
013170*----------------------------------------------------------------
013171 4500-JOURNALISER.
013172     MOVE FUNCTION CURRENT-DATE(1:14) TO JN-DATE-HEURE.
013173     MOVE "AJOUT"           TO JN-ACTION.
013174     MOVE MF-NOM            TO JN-NOM.
013175     MOVE MF-PRENOM         TO JN-PRENOM.
013176     MOVE ZERO              TO JN-AGE-AVANT.
013177     MOVE MF-AGE            TO JN-AGE-APRES.
013178     MOVE MF-ID-CITOYEN     TO JN-ID-CITOYEN.
013179     MOVE OP-CODE-OPERATEUR TO JN-OPERATEUR.
013180     MOVE SPACES            TO JN-CODE-SITE.
013181     MOVE SPACES            TO JN-OPERATEUR-VALIDE.
013182     MOVE SPACES            TO JN-IMAGE-AVANT.
013183* L'IMAGE APRES PORTE LE DOSSIER CREE TEL QU'ECRIT AU MAITRE :
013184* C'EST ELLE QUI PERMET A REJOUE-JOURNAL DE RECONSTITUER LES
013185* CREATIONS GUICHET APRES UNE RESTAURATION.
013186     MOVE ENR-MAITRE        TO JN-IMAGE-APRES.
013187     SET CH-ENCHAINER TO TRUE.
013188     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
013189     WRITE ENR-JOURNAL.
013190     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
013191     SET CH-VALIDER TO TRUE.
013192     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
013193 4500-JOURNALISER-EXIT.
013194     EXIT.
013195*----------------------------------------------------------------
013196* 4600-HISTORISER-ADRESSE : OUVERTURE DE L'HISTORIQUE DES
013197*                           ADRESSES DU DOSSIER CREE, A LA DATE
013198*                           DU JOUR
013199*----------------------------------------------------------------
013200 4600-HISTORISER-ADRESSE.
013201     MOVE "M"           TO HA-ACTION.
013202     MOVE MF-ID-CITOYEN TO HA-ID-CITOYEN.
013203     MOVE MF-ADRESSE    TO HA-ADRESSE.
013204     MOVE MF-DATE-MAJ   TO HA-DATE-EFFET.
013205     MOVE "IDENTITE"    TO HA-PROGRAMME.
013206     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
013207 4600-HISTORISER-ADRESSE-EXIT.
013208     EXIT.
013209*----------------------------------------------------------------
013210* 4700-ENREGISTRER-PIECE : ENREGISTREMENT DE LA PIECE VUE AU
013211*                          FICHIER DES PIECES, SOUS LE CODE DE
013216*                          L'OPERATEUR SIGNE (AUCUNE PIECE
013217*                          PRESENTEE : RIEN A ENREGISTRER)
013218*----------------------------------------------------------------
013219 4700-ENREGISTRER-PIECE.
013220     IF SAISIE-TYPE-PIECE = SPACE
013221         GO TO 4700-ENREGISTRER-PIECE-EXIT
013222     END-IF.
013223     MOVE "A"               TO PD-ACTION.
013224     MOVE MF-ID-CITOYEN     TO PD-ID-CITOYEN.
013225     MOVE OP-CODE-OPERATEUR TO PD-OPERATEUR.
013226     MOVE MF-CODE-SITE      TO PD-CODE-SITE.
013227     MOVE "IDENTITE"        TO PD-PROGRAMME.
013228     CALL "PIECE-IDENTITE" USING DEMANDE-PIECE.
013229 4700-ENREGISTRER-PIECE-EXIT.
013230     EXIT.
013204*----------------------------------------------------------------
013205* 9000-AFFICHER-MESSAGE : RECHERCHE ET AFFICHAGE DU MESSAGE DE
013206*                         VALIDATION CORRESPONDANT A
