001100* QUAND LE FICHIER EST ABSENT), LAISSE L'OPERATEUR LES CORRIGER,
001200* PUIS REECRIT LE FICHIER EN ENTIER. PF3 QUITTE SANS RIEN
001300* ECRIRE, COMME DANS LES AUTRES ECRANS (IDENTITE).
001310*
001320* UN SECOND ECRAN, PRESENTE APRES VALIDATION DU PREMIER, PORTE
001330* LES DROITS DES ATTESTATIONS (TARIFS ET TABLE DES MOTIFS
001340* D'EXONERATION, HUIT LIGNES, UNE LIGNE A CODE BLANC EST LIBRE) :
001350* LE FICHIER ETANT REECRIT EN ENTIER, CES VALEURS DOIVENT ETRE
001360* REPRISES A CHAQUE ENREGISTREMENT. PF3 SUR LE SECOND ECRAN
001370* QUITTE AUSSI SANS RIEN ECRIRE.
001400*
001500* HISTORIQUE DES MODIFICATIONS
001600* DATE       AUTEUR  DESCRIPTION
002030*                    JOUR REQUIS) : L'ECRAN QUI REECRIT LES
002040*                    BORNES, SEUILS ET LANGUE DE TOUT LE SITE
002050*                    ETAIT OUVERT A QUICONQUE.
002060* 2026-10-15 SI      SAISIE DU SEUIL D'ADULTES PAR ADRESSE
002070*                    (CODE SEUIL-ADULTES, RAPPORT-MENAGES).
002075* 2026-10-15 SI      SECOND ECRAN DES DROITS DES ATTESTATIONS :
002080*                    TARIFS (CODES TARIF-ATT ET TARIF-RES) ET
002085*                    TABLE DES MOTIFS D'EXONERATION (CODE
002090*                    EXONERATION), REECRITS AVEC LES AUTRES
002095*                    PARAMETRES.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.    IBM-370.
002500 OBJECT-COMPUTER.    IBM-370.
002600 SPECIAL-NAMES.
002700     CRT STATUS IS TOUCHE-FONCTION
002710     DECIMAL-POINT IS COMMA.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PARAMETRES ASSIGN TO "PARAMS"
006100 01  SAISIE-AGE-RETRAITE         PIC 9(03).
006110 01  SAISIE-DELAI-ANONYM         PIC 9(03).
006120 01  SAISIE-DELAI-HISTO          PIC 9(03).
006130 01  SAISIE-SEUIL-ADULTES        PIC 9(03).
006134 01  SAISIE-TARIF-ATT            PIC 9(03)V99.
006138 01  SAISIE-TARIF-RES            PIC 9(03)V99.
006142 01  TABLE-SAISIE-EXONERATIONS.
006146     05 SAISIE-EXONERATION       OCCURS 8 TIMES
006150                                 INDEXED BY IDX-SAISIE-EXO.
006154         10 SAISIE-EXO-CODE      PIC X(02).
006158         10 SAISIE-EXO-DOCUMENT  PIC X(03).
006162             88 SAISIE-EXO-DOC-VALIDE VALUES "ATT" "RES" "***".
006166         10 SAISIE-EXO-LIBELLE   PIC X(25).
006170*----------------------------------------------------------------
006174* TARIF EN CENTIMES TEL QU'ECRIT AU FICHIER (5 CHIFFRES)
006178*----------------------------------------------------------------
006182 01  TARIF-ECRIT                 PIC 9(03)V99.
006186 01  TARIF-ECRIT-X REDEFINES TARIF-ECRIT
006190                                 PIC X(05).
006200 SCREEN SECTION.
006300*----------------------------------------------------------------
006400* ECRAN-PARAMETRES : AFFICHAGE ET CORRECTION DES PARAMETRES DE
008120     05 LINE 09 COL 26 PIC 9(03) USING SAISIE-DELAI-ANONYM.
008130     05 LINE 10 COL 01 VALUE "DELAI HISTORISATION   :".
008140     05 LINE 10 COL 26 PIC 9(03) USING SAISIE-DELAI-HISTO.
008150     05 LINE 11 COL 01 VALUE "SEUIL ADULTES/ADRESSE :".
008160     05 LINE 11 COL 26 PIC 9(03) USING SAISIE-SEUIL-ADULTES.
008200     05 LINE 13 COL 01 VALUE "ENTER=ENREGISTRER   PF3=QUITTER".
008201*----------------------------------------------------------------
008202* ECRAN-DROITS : TARIFS DES ATTESTATIONS ET MOTIFS D'EXONERATION
008203*                ADMIS (DOCUMENT ATT, RES OU *** POUR TOUS)
008204*----------------------------------------------------------------
008205 01  ECRAN-DROITS.
008206     05 BLANK SCREEN.
008207     05 LINE 01 COL 01 VALUE "PARAMETRES DE SITE - DROITS".
008208     05 LINE 03 COL 01 VALUE "TARIF ATTESTATION     :".
008209     05 LINE 03 COL 26 PIC ZZ9,99 USING SAISIE-TARIF-ATT.
008210     05 LINE 03 COL 33 VALUE "EUR (0 = GRATUIT)".
008211     05 LINE 04 COL 01 VALUE "TARIF CERTIFICAT RES. :".
008212     05 LINE 04 COL 26 PIC ZZ9,99 USING SAISIE-TARIF-RES.
008213     05 LINE 04 COL 33 VALUE "EUR (0 = GRATUIT)".
008214     05 LINE 06 COL 01 VALUE "MOTIFS D'EXONERATION".
008215     05 LINE 07 COL 01 VALUE "CODE  DOCUMENT  LIBELLE".
008216     05 LINE 08 COL 03 PIC X(02)
008217         USING SAISIE-EXO-CODE(1).
008218     05 LINE 08 COL 10 PIC X(03)
008219         USING SAISIE-EXO-DOCUMENT(1).
008220     05 LINE 08 COL 18 PIC X(25)
008221         USING SAISIE-EXO-LIBELLE(1).
008222     05 LINE 09 COL 03 PIC X(02)
008223         USING SAISIE-EXO-CODE(2).
008224     05 LINE 09 COL 10 PIC X(03)
008225         USING SAISIE-EXO-DOCUMENT(2).
008226     05 LINE 09 COL 18 PIC X(25)
008227         USING SAISIE-EXO-LIBELLE(2).
008228     05 LINE 10 COL 03 PIC X(02)
008229         USING SAISIE-EXO-CODE(3).
008230     05 LINE 10 COL 10 PIC X(03)
008231         USING SAISIE-EXO-DOCUMENT(3).
008232     05 LINE 10 COL 18 PIC X(25)
008233         USING SAISIE-EXO-LIBELLE(3).
008234     05 LINE 11 COL 03 PIC X(02)
008235         USING SAISIE-EXO-CODE(4).
008236     05 LINE 11 COL 10 PIC X(03)
008237         USING SAISIE-EXO-DOCUMENT(4).
008238     05 LINE 11 COL 18 PIC X(25)
008239         USING SAISIE-EXO-LIBELLE(4).
008240     05 LINE 12 COL 03 PIC X(02)
008241         USING SAISIE-EXO-CODE(5).
008242     05 LINE 12 COL 10 PIC X(03)
008243         USING SAISIE-EXO-DOCUMENT(5).
008244     05 LINE 12 COL 18 PIC X(25)
008245         USING SAISIE-EXO-LIBELLE(5).
008246     05 LINE 13 COL 03 PIC X(02)
008247         USING SAISIE-EXO-CODE(6).
008248     05 LINE 13 COL 10 PIC X(03)
008249         USING SAISIE-EXO-DOCUMENT(6).
008250     05 LINE 13 COL 18 PIC X(25)
008251         USING SAISIE-EXO-LIBELLE(6).
008252     05 LINE 14 COL 03 PIC X(02)
008253         USING SAISIE-EXO-CODE(7).
008254     05 LINE 14 COL 10 PIC X(03)
008255         USING SAISIE-EXO-DOCUMENT(7).
008256     05 LINE 14 COL 18 PIC X(25)
008257         USING SAISIE-EXO-LIBELLE(7).
008258     05 LINE 15 COL 03 PIC X(02)
008259         USING SAISIE-EXO-CODE(8).
008260     05 LINE 15 COL 10 PIC X(03)
008261         USING SAISIE-EXO-DOCUMENT(8).
008262     05 LINE 15 COL 18 PIC X(25)
008263         USING SAISIE-EXO-LIBELLE(8).
008264     05 LINE 17 COL 01 VALUE "ENTER=ENREGISTRER   PF3=QUITTER".
008300 PROCEDURE DIVISION.
008400*================================================================
008500* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
009000     PERFORM 2000-SAISIE-PARAMETRES
009100         THRU 2000-SAISIE-PARAMETRES-EXIT
009200         UNTIL SAISIE-EST-VALIDE.
009210     IF NOT SAISIE-ABANDONNEE
009220         MOVE "N" TO SAISIE-VALIDE
009230         PERFORM 3000-SAISIE-DROITS
009240             THRU 3000-SAISIE-DROITS-EXIT
009250             UNTIL SAISIE-EST-VALIDE
009260     END-IF.
009300     IF NOT SAISIE-ABANDONNEE
009400         PERFORM 4000-ENREGISTRER
009500             THRU 4000-ENREGISTRER-EXIT
010900     MOVE PV-AGE-RETRAITE   TO SAISIE-AGE-RETRAITE.
010910     MOVE PV-DELAI-ANONYM   TO SAISIE-DELAI-ANONYM.
010920     MOVE PV-DELAI-HISTO    TO SAISIE-DELAI-HISTO.
010930     MOVE PV-SEUIL-ADULTES  TO SAISIE-SEUIL-ADULTES.
010938     MOVE PV-TARIF-ATTESTATION TO SAISIE-TARIF-ATT.
010946     MOVE PV-TARIF-RESIDENCE   TO SAISIE-TARIF-RES.
010954     MOVE SPACES TO TABLE-SAISIE-EXONERATIONS.
010962     PERFORM 1100-CHARGER-EXONERATION
010970         THRU 1100-CHARGER-EXONERATION-EXIT
010978         VARYING IDX-EXONERATION FROM 1 BY 1
010986         UNTIL IDX-EXONERATION > PV-NB-EXONERATIONS.
011000 1000-INITIALISATION-EXIT.
011100     EXIT.
011106*----------------------------------------------------------------
011112* 1100-CHARGER-EXONERATION : UN MOTIF EN VIGUEUR DANS LA LIGNE DE
011118*                            SAISIE DE MEME RANG
011124*----------------------------------------------------------------
011130 1100-CHARGER-EXONERATION.
011136     SET IDX-SAISIE-EXO TO IDX-EXONERATION.
011142     MOVE PV-EXO-CODE(IDX-EXONERATION)
011148         TO SAISIE-EXO-CODE(IDX-SAISIE-EXO).
011154     MOVE PV-EXO-DOCUMENT(IDX-EXONERATION)
011160         TO SAISIE-EXO-DOCUMENT(IDX-SAISIE-EXO).
011166     MOVE PV-EXO-LIBELLE(IDX-EXONERATION)
011172         TO SAISIE-EXO-LIBELLE(IDX-SAISIE-EXO).
011178 1100-CHARGER-EXONERATION-EXIT.
011184     EXIT.
011200*----------------------------------------------------------------
011300* 2000-SAISIE-PARAMETRES : PRESENTATION DE L'ECRAN ET CONTROLE DES
011400*                          VALEURS SAISIES ; PF3 ABANDONNE SANS
014570             OR SAISIE-DELAI-HISTO = ZERO
014580         DISPLAY "DELAI D'HISTORISATION INVALIDE"
014590         GO TO 2000-SAISIE-PARAMETRES-EXIT
014591     END-IF.
014592     IF SAISIE-SEUIL-ADULTES NOT NUMERIC
014593             OR SAISIE-SEUIL-ADULTES = ZERO
014594         DISPLAY "SEUIL D'ADULTES PAR ADRESSE INVALIDE"
014595         GO TO 2000-SAISIE-PARAMETRES-EXIT
014596     END-IF.
014600     MOVE "O" TO SAISIE-VALIDE.
014700 2000-SAISIE-PARAMETRES-EXIT.
014800     EXIT.
014802*----------------------------------------------------------------
014804* 3000-SAISIE-DROITS : SECOND ECRAN, TARIFS ET MOTIFS
014806*                      D'EXONERATION ; PF3 ABANDONNE SANS RIEN
014808*                      ECRIRE
014810*----------------------------------------------------------------
014812 3000-SAISIE-DROITS.
014814     DISPLAY ECRAN-DROITS.
014816     ACCEPT ECRAN-DROITS.
014818     IF TOUCHE-PF3
014820         MOVE "O" TO ABANDON-DEMANDE
014822         MOVE "O" TO SAISIE-VALIDE
014824         GO TO 3000-SAISIE-DROITS-EXIT
014826     END-IF.
014828     IF SAISIE-TARIF-ATT NOT NUMERIC
014830             OR SAISIE-TARIF-RES NOT NUMERIC
014832         DISPLAY "TARIF INVALIDE"
014834         GO TO 3000-SAISIE-DROITS-EXIT
014836     END-IF.
014838     MOVE "O" TO SAISIE-VALIDE.
014840     PERFORM 3100-CONTROLER-EXONERATION
014842         THRU 3100-CONTROLER-EXONERATION-EXIT
014844         VARYING IDX-SAISIE-EXO FROM 1 BY 1
014846         UNTIL IDX-SAISIE-EXO > 8.
014848 3000-SAISIE-DROITS-EXIT.
014850     EXIT.
014852*----------------------------------------------------------------
014854* 3100-CONTROLER-EXONERATION : UNE LIGNE DE MOTIF RENSEIGNEE DOIT
014856*                              AVOIR UN DOCUMENT ATT, RES OU ***
014858*                              ET UN LIBELLE - SINON L'ECRAN
014860*                              EST REPRESENTE
014862*----------------------------------------------------------------
014864 3100-CONTROLER-EXONERATION.
014866     IF SAISIE-EXO-CODE(IDX-SAISIE-EXO) = SPACES
014868         GO TO 3100-CONTROLER-EXONERATION-EXIT
014870     END-IF.
014872     IF NOT SAISIE-EXO-DOC-VALIDE(IDX-SAISIE-EXO)
014874             OR SAISIE-EXO-LIBELLE(IDX-SAISIE-EXO) = SPACES
014876         DISPLAY "MOTIF " SAISIE-EXO-CODE(IDX-SAISIE-EXO)
014878             " : DOCUMENT (ATT, RES OU ***) ET LIBELLE REQUIS"
014880         MOVE "N" TO SAISIE-VALIDE
014882     END-IF.
014884 3100-CONTROLER-EXONERATION-EXIT.
014886     EXIT.
014900*----------------------------------------------------------------
015000* 4000-ENREGISTRER : REECRITURE COMPLETE DU FICHIER PARAMS AVEC
015100*                    LES VALEURS VALIDEES
018460     MOVE "DELAI-HISTO"   TO PR-CODE.
018470     MOVE SAISIE-DELAI-HISTO TO PR-VALEUR(1:3).
018480     WRITE ENR-PARAMETRE.
018484     MOVE SPACES TO ENR-PARAMETRE.
018488     MOVE "SEUIL-ADULTES" TO PR-CODE.
018492     MOVE SAISIE-SEUIL-ADULTES TO PR-VALEUR(1:3).
018496     WRITE ENR-PARAMETRE.
018497     MOVE SPACES TO ENR-PARAMETRE.
018498     MOVE "TARIF-ATT"     TO PR-CODE.
018499     MOVE SAISIE-TARIF-ATT TO TARIF-ECRIT.
018500     MOVE TARIF-ECRIT-X   TO PR-VALEUR(1:5).
018501     WRITE ENR-PARAMETRE.
018502     MOVE SPACES TO ENR-PARAMETRE.
018503     MOVE "TARIF-RES"     TO PR-CODE.
018504     MOVE SAISIE-TARIF-RES TO TARIF-ECRIT.
018505     MOVE TARIF-ECRIT-X   TO PR-VALEUR(1:5).
018506     WRITE ENR-PARAMETRE.
018507     PERFORM 4100-ECRIRE-EXONERATION
018508         THRU 4100-ECRIRE-EXONERATION-EXIT
018509         VARYING IDX-SAISIE-EXO FROM 1 BY 1
018510         UNTIL IDX-SAISIE-EXO > 8.
018500     CLOSE PARAMETRES.
018600     DISPLAY "PARAMETRES ENREGISTRES".
018700 4000-ENREGISTRER-EXIT.
018800     EXIT.
018900*----------------------------------------------------------------
019000* 4100-ECRIRE-EXONERATION : UN ENREGISTREMENT EXONERATION PAR
019100*                           LIGNE DE MOTIF RENSEIGNEE
019200*----------------------------------------------------------------
019300 4100-ECRIRE-EXONERATION.
019400     IF SAISIE-EXO-CODE(IDX-SAISIE-EXO) = SPACES
019500         GO TO 4100-ECRIRE-EXONERATION-EXIT
019600     END-IF.
019700     MOVE SPACES TO ENR-PARAMETRE.
019800     MOVE "EXONERATION"   TO PR-CODE.
019900     MOVE SAISIE-EXO-CODE(IDX-SAISIE-EXO)     TO PR-VALEUR(1:2).
020000     MOVE SAISIE-EXO-DOCUMENT(IDX-SAISIE-EXO) TO PR-VALEUR(3:3).
020100     MOVE SAISIE-EXO-LIBELLE(IDX-SAISIE-EXO)  TO PR-VALEUR(6:25).
020200     WRITE ENR-PARAMETRE.
020300 4100-ECRIRE-EXONERATION-EXIT.
020400     EXIT.
