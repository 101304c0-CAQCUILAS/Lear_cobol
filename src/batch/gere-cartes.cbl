000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     GERE-CARTES.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* GERE-CARTES EST LE GUICHET DES CARTES D'INSCRIPTION (REGISTRE
000900* CARTES, COPY RCCARTE) : POUR UN CITOYEN DESIGNE PAR SON
001000* IDENTIFIANT OU PAR SON NOM, IL LISTE SES CARTES PUIS PERMET :
001100*   D - DE DEMANDER UNE CARTE A LA DEMANDE DU CITOYEN (DOSSIER
001200*       ACTIF, AUCUNE CARTE VIVANTE) ;
001300*   P - DE DECLARER LA PERTE OU LE VOL DE LA CARTE PRODUITE OU
001400*       LIVREE : SON NUMERO EST INVALIDE (OPPOSITION TRANSMISE
001500*       AU FABRICANT LA NUIT SUIVANTE) ET UNE REEDITION EST
001600*       DEMANDEE AUSSITOT SOUS UN NOUVEAU NUMERO ;
001700*   A - D'ANNULER UNE DEMANDE PAS ENCORE TRANSMISE AU FABRICANT.
001800* LES NUMEROS DE CARTE SONT PRIS AU COMPTEUR CARTCTRL, LU ET
001900* REECRIT SUR PLACE COMME LE COMPTEUR DES ATTESTATIONS. LA
002000* FABRICATION ELLE-MEME EST DEMANDEE LA NUIT PAR
002100* PRODUCTION-CARTES. LA CONSULTATION DU DOSSIER EST TRACEE AU
002200* JOURNAL DES ACCES (TRACE-ACCES).
002300*
002400* HISTORIQUE DES MODIFICATIONS
002500* DATE       AUTEUR  DESCRIPTION
002600* ---------- ------- ---------------------------------------------
002700* 2026-10-15 SI      CREATION - CARTES D'INSCRIPTION FABRIQUEES
002800*                    PAR UN PRESTATAIRE : DEMANDE, PERTE OU VOL
002900*                    AVEC REEDITION, ANNULATION.
002910* 2026-10-15 SI      DOSSIERS LIMITES AU PERIMETRE DE SITES DE
002920*                    L'OPERATEUR (PERIMETRE-SITE) : HOMONYMES HORS
002930*                    PERIMETRE MASQUES, DESIGNATION DIRECTE
002940*                    REFUSEE ET TRACEE.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FICHIER-MAITRE ASSIGN TO "MAITRE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS MF-ID-CITOYEN
004100         ALTERNATE RECORD KEY IS MF-CLE WITH DUPLICATES
004200         ALTERNATE RECORD KEY IS MF-NO-NATIONAL WITH DUPLICATES
004300         FILE STATUS IS MF-STATUT.
004400     SELECT REGISTRE-CARTES ASSIGN TO "CARTES"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS IC-NO-CARTE
004800         ALTERNATE RECORD KEY IS IC-ID-CITOYEN WITH DUPLICATES
004900         FILE STATUS IS IC-STATUT.
005000     SELECT COMPTEUR-CARTES ASSIGN TO "CARTCTRL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS NC-STATUT.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  FICHIER-MAITRE
005600     LABEL RECORDS ARE STANDARD.
005700 01  ENR-MAITRE.
005800     COPY RCMAITRE.
005900 FD  REGISTRE-CARTES
006000     LABEL RECORDS ARE STANDARD.
006100 01  ENR-CARTE.
006200     COPY RCCARTE.
006300 FD  COMPTEUR-CARTES
006400     LABEL RECORDS ARE STANDARD.
006500 01  ENR-COMPTEUR-CARTES.
006600     05 NC-DERNIER-NUMERO        PIC 9(09).
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------
006900* ZONES DE TRAVAIL
007000*----------------------------------------------------------------
007100 01  MF-STATUT                   PIC X(02).
007200     88 MF-OK                    VALUE "00".
007300 01  IC-STATUT                   PIC X(02).
007400     88 IC-OK                    VALUE "00".
007500     88 IC-ABSENT                VALUE "35".
007600 01  NC-STATUT                   PIC X(02).
007700     88 NC-OK                    VALUE "00".
007800     88 NC-ABSENT                VALUE "35".
007900 01  DOSSIER-TROUVE              PIC X(01) VALUE "N".
008000     88 DOSSIER-EST-TROUVE       VALUE "O".
008100 01  FIN-HOMONYMES               PIC X(01) VALUE "N".
008200     88 PLUS-D-HOMONYMES         VALUE "O".
008300 01  FIN-CARTES                  PIC X(01) VALUE "N".
008400     88 PLUS-DE-CARTES           VALUE "O".
008500 01  CARTE-VIVANTE               PIC X(01) VALUE "N".
008600     88 CARTE-VIVANTE-TROUVEE    VALUE "O".
008700 01  NB-HOMONYMES                PIC 9(02) COMP VALUE ZERO.
008800 01  NB-CARTES                   PIC 9(03) COMP VALUE ZERO.
008900 01  ID-SAISI                    PIC X(10).
009000 01  ID-SAISI-DETAIL REDEFINES ID-SAISI.
009100     05 ID-SAISI-NUM             PIC 9(09).
009200     05 ID-SAISI-CLE             PIC X(01).
009300 01  ZONE-CHIFFRES               PIC X(10).
009400 01  LG-CHIFFRES                 PIC 9(02) COMP VALUE ZERO.
009500 01  NOM-RECHERCHE               PIC X(20).
009600 01  PRENOM-RECHERCHE            PIC X(20).
009700 01  CHOIX-ACTION                PIC X(01).
009800     88 CHOIX-DEMANDE            VALUE "D".
009900     88 CHOIX-PERTE              VALUE "P".
010000     88 CHOIX-ANNULATION         VALUE "A".
010100     88 CHOIX-AUCUN              VALUE SPACE.
010200 01  NATURE-PERTE                PIC X(01).
010300     88 NATURE-EST-PERTE         VALUE "P".
010400     88 NATURE-EST-VOL           VALUE "V".
010500 01  DATE-DU-JOUR                PIC 9(08).
010600 01  LIBELLE-ETAT                PIC X(16).
010700 01  DATE-ETAT                   PIC 9(08).
010800*----------------------------------------------------------------
010900* CARTE VIVANTE DU CITOYEN ET CARTE A CREER
011000*----------------------------------------------------------------
011100 01  VIVANTE-NO-CARTE            PIC 9(09) VALUE ZERO.
011200 01  VIVANTE-ETAT                PIC X(01) VALUE SPACE.
011300     88 VIVANTE-DEMANDEE         VALUE "D".
011400 01  VIVANTE-REF-PHOTO           PIC X(20) VALUE SPACES.
011500 01  NOUVELLE-ORIGINE            PIC X(01).
011600 01  NOUVELLE-REMPLACEE          PIC 9(09) VALUE ZERO.
011700 01  NOUVELLE-REF-PHOTO          PIC X(20).
011800 01  REF-PHOTO-DEFAUT            PIC X(20).
011900 01  NUMERO-CARTE                PIC 9(09) VALUE ZERO.
012000 01  DEMANDE-CLE.
012100     COPY RCCLEID.
012200 01  DEMANDE-TRACE-ACCES.
012300     COPY RCACCES.
012310 01  DEMANDE-PERIMETRE.
012320     COPY RCPERIM.
012400     COPY RCOPER.
012500     COPY RCSIGNON.
012600 PROCEDURE DIVISION.
012700*================================================================
012800* 0000-MAINLINE : SIGNEMENT, DESIGNATION DU CITOYEN, LISTE DE SES
012900*                 CARTES PUIS ACTION DEMANDEE PAR LE CLERC
013000*================================================================
013100 0000-MAINLINE.
013200     MOVE "C" TO SGN-NIVEAU-REQUIS.
013300     CALL "SIGNON-OPERATEUR" USING DEMANDE-SIGNON.
013400     IF NOT SGN-ACCEPTE
013500         MOVE 16 TO RETURN-CODE
013600         GOBACK
013700     END-IF.
013800     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
013900     OPEN INPUT FICHIER-MAITRE.
014000     IF NOT MF-OK
014100         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER MAITRE - "
014200             "CODE " MF-STATUT
014300         MOVE 16 TO RETURN-CODE
014400         GOBACK
014500     END-IF.
014600     PERFORM 1000-OUVRIR-REGISTRE
014700         THRU 1000-OUVRIR-REGISTRE-EXIT.
014800     IF NOT IC-OK
014900         CLOSE FICHIER-MAITRE
015000         MOVE 16 TO RETURN-CODE
015100         GOBACK
015200     END-IF.
015300     PERFORM 2000-DESIGNER-CITOYEN
015400         THRU 2000-DESIGNER-CITOYEN-EXIT.
015500     IF NOT DOSSIER-EST-TROUVE
015600         CLOSE REGISTRE-CARTES
015700         CLOSE FICHIER-MAITRE
015800         GOBACK
015900     END-IF.
016000     MOVE OP-CODE-OPERATEUR TO AL-OPERATEUR.
016100     MOVE MF-ID-CITOYEN     TO AL-ID-CITOYEN.
016200     MOVE "GERE-CARTES"     TO AL-PROGRAMME.
016300     CALL "TRACE-ACCES" USING DEMANDE-TRACE-ACCES.
016400     PERFORM 3000-LISTER-CARTES
016500         THRU 3000-LISTER-CARTES-EXIT.
016600     PERFORM 4000-TRAITER-ACTION
016700         THRU 4000-TRAITER-ACTION-EXIT.
016800     CLOSE REGISTRE-CARTES.
016900     CLOSE FICHIER-MAITRE.
017000     GOBACK.
017100*----------------------------------------------------------------
017200* 1000-OUVRIR-REGISTRE : OUVERTURE DU REGISTRE DES CARTES, CREE
017300*                        VIDE A LA PREMIERE UTILISATION
017400*----------------------------------------------------------------
017500 1000-OUVRIR-REGISTRE.
017600     OPEN I-O REGISTRE-CARTES.
017700     IF IC-ABSENT
017800         OPEN OUTPUT REGISTRE-CARTES
017900         CLOSE REGISTRE-CARTES
018000         OPEN I-O REGISTRE-CARTES
018100     END-IF.
018200     IF NOT IC-OK
018300         DISPLAY "IMPOSSIBLE D'OUVRIR LE REGISTRE DES CARTES - "
018400             "CODE " IC-STATUT
018500     END-IF.
018600 1000-OUVRIR-REGISTRE-EXIT.
018700     EXIT.
018800 2000-DESIGNER-CITOYEN.
018900     DISPLAY "IDENTIFIANT DU CITOYEN (0 = RECHERCHE PAR NOM) : ".
019000     ACCEPT ID-SAISI.
019100     PERFORM 2050-CADRER-ID
019200         THRU 2050-CADRER-ID-EXIT.
019300     IF ID-SAISI-NUM NUMERIC AND ID-SAISI-NUM > ZERO
019400         MOVE ID-SAISI-NUM TO MF-ID-CITOYEN
019500         PERFORM 2500-LIRE-PAR-ID
019600             THRU 2500-LIRE-PAR-ID-EXIT
019700         GO TO 2000-DESIGNER-CITOYEN-EXIT
019800     END-IF.
019900     DISPLAY "NOM DU CITOYEN : ".
020000     ACCEPT NOM-RECHERCHE.
020100     DISPLAY "PRENOM DU CITOYEN : ".
020200     ACCEPT PRENOM-RECHERCHE.
020300     PERFORM 2100-LISTER-HOMONYMES
020400         THRU 2100-LISTER-HOMONYMES-EXIT.
020500     IF NB-HOMONYMES = ZERO
020600         DISPLAY "AUCUN DOSSIER TROUVE POUR " NOM-RECHERCHE " "
020700             PRENOM-RECHERCHE
020800         GO TO 2000-DESIGNER-CITOYEN-EXIT
020900     END-IF.
021000     IF NB-HOMONYMES = 1
021100         MOVE ID-SAISI-NUM TO MF-ID-CITOYEN
021200         PERFORM 2500-LIRE-PAR-ID
021300             THRU 2500-LIRE-PAR-ID-EXIT
021400         GO TO 2000-DESIGNER-CITOYEN-EXIT
021500     END-IF.
021600     DISPLAY NB-HOMONYMES " DOSSIERS PORTENT CETTE IDENTITE - "
021700         "IDENTIFIANT DU DOSSIER VOULU : ".
021800     ACCEPT ID-SAISI.
021900     PERFORM 2050-CADRER-ID
022000         THRU 2050-CADRER-ID-EXIT.
022100     IF ID-SAISI-NUM NOT NUMERIC OR ID-SAISI-NUM = ZERO
022200         DISPLAY "IDENTIFIANT INVALIDE - AUCUNE ACTION"
022300         GO TO 2000-DESIGNER-CITOYEN-EXIT
022400     END-IF.
022500     MOVE ID-SAISI-NUM TO MF-ID-CITOYEN.
022600     PERFORM 2500-LIRE-PAR-ID
022700         THRU 2500-LIRE-PAR-ID-EXIT.
022800 2000-DESIGNER-CITOYEN-EXIT.
022900     EXIT.
023000*----------------------------------------------------------------
023100* 2050-CADRER-ID : CADRAGE A DROITE, AVEC ZEROS DE TETE, DE
023200*                  L'IDENTIFIANT SAISI
023300*----------------------------------------------------------------
023400 2050-CADRER-ID.
023500     MOVE SPACES TO ZONE-CHIFFRES.
023600     MOVE ZERO   TO LG-CHIFFRES.
023700     UNSTRING ID-SAISI DELIMITED BY ALL SPACE
023800         INTO ZONE-CHIFFRES COUNT IN LG-CHIFFRES.
023900     IF LG-CHIFFRES = ZERO
024000         MOVE SPACES TO ID-SAISI
024100         GO TO 2050-CADRER-ID-EXIT
024200     END-IF.
024300     IF LG-CHIFFRES = 10
024400         PERFORM 2060-CONTROLER-CLE
024500             THRU 2060-CONTROLER-CLE-EXIT
024600         GO TO 2050-CADRER-ID-EXIT
024700     END-IF.
024800     MOVE ZEROS TO ID-SAISI-NUM.
024900     MOVE SPACE TO ID-SAISI-CLE.
025000     MOVE ZONE-CHIFFRES(1:LG-CHIFFRES)
025100         TO ID-SAISI-NUM(10 - LG-CHIFFRES:LG-CHIFFRES).
025200 2050-CADRER-ID-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500* 2060-CONTROLER-CLE : SAISIE DE 10 CHIFFRES = IDENTIFIANT SUIVI
025600*                      DE SA CLE DE CONTROLE (CLE-CITOYEN) - UNE
025700*                      CLE ERRONEE REFUSE LA SAISIE AU LIEU DE
025800*                      TOMBER SUR UN AUTRE DOSSIER
025900*----------------------------------------------------------------
026000 2060-CONTROLER-CLE.
026100     MOVE ZONE-CHIFFRES(1:9)  TO ID-SAISI-NUM.
026200     MOVE ZONE-CHIFFRES(10:1) TO ID-SAISI-CLE.
026300     IF ID-SAISI NOT NUMERIC
026400         DISPLAY "IDENTIFIANT NON NUMERIQUE - SAISIE "
026500             "REFUSEE"
026600         MOVE SPACES TO ID-SAISI
026700         GO TO 2060-CONTROLER-CLE-EXIT
026800     END-IF.
026900     MOVE ID-SAISI-NUM TO CC-ID-CITOYEN.
027000     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
027100     IF ID-SAISI-CLE NOT = CC-CLE
027200         DISPLAY "CLE DE CONTROLE ERRONEE - IDENTIFIANT "
027300             "REFUSE"
027400         MOVE SPACES TO ID-SAISI
027500     END-IF.
027600 2060-CONTROLER-CLE-EXIT.
027700     EXIT.
027800*----------------------------------------------------------------
027900* 2100-LISTER-HOMONYMES : PARCOURS DE LA CLE NOM+PRENOM ET
028000*                         AFFICHAGE DES DOSSIERS DE CETTE
028100*                         IDENTITE - L'IDENTIFIANT DU DERNIER LU
028200*                         SERT DE CHOIX D'OFFICE S'IL N'Y EN A
028300*                         QU'UN
028400*----------------------------------------------------------------
028500 2100-LISTER-HOMONYMES.
028600     MOVE ZERO TO NB-HOMONYMES.
028700     MOVE ZERO TO ID-SAISI-NUM.
028800     MOVE "N"  TO FIN-HOMONYMES.
028900     MOVE NOM-RECHERCHE    TO MF-NOM.
029000     MOVE PRENOM-RECHERCHE TO MF-PRENOM.
029100     START FICHIER-MAITRE
029200         KEY IS NOT LESS THAN MF-CLE
029300         INVALID KEY
029400             MOVE "O" TO FIN-HOMONYMES
029500     END-START.
029600     PERFORM 2110-LIRE-HOMONYME
029700         THRU 2110-LIRE-HOMONYME-EXIT
029800         UNTIL PLUS-D-HOMONYMES.
029900 2100-LISTER-HOMONYMES-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 2110-LIRE-HOMONYME : LECTURE DU DOSSIER SUIVANT DE LA CLE
030300*----------------------------------------------------------------
030400 2110-LIRE-HOMONYME.
030500     READ FICHIER-MAITRE NEXT RECORD
030600         AT END
030700             MOVE "O" TO FIN-HOMONYMES
030800             GO TO 2110-LIRE-HOMONYME-EXIT
030900     END-READ.
031000     IF MF-NOM NOT = NOM-RECHERCHE
031100             OR MF-PRENOM NOT = PRENOM-RECHERCHE
031200         MOVE "O" TO FIN-HOMONYMES
031300         GO TO 2110-LIRE-HOMONYME-EXIT
031400     END-IF.
031410     MOVE "F" TO PT-ACTION.
031420     PERFORM 2600-CONTROLER-PERIMETRE
031430         THRU 2600-CONTROLER-PERIMETRE-EXIT.
031440     IF PT-HORS-PERIMETRE
031450         GO TO 2110-LIRE-HOMONYME-EXIT
031460     END-IF.
031500     ADD 1 TO NB-HOMONYMES.
031600     MOVE MF-ID-CITOYEN TO ID-SAISI-NUM.
031700     DISPLAY "  ID " MF-ID-CITOYEN
031800         " NE(E) LE " MF-DATE-NAISSANCE
031900         " ADRESSE " MF-ADRESSE.
032000 2110-LIRE-HOMONYME-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300* 2500-LIRE-PAR-ID : LECTURE DIRECTE DU DOSSIER PAR SON
032400*                    IDENTIFIANT
032500*----------------------------------------------------------------
032600 2500-LIRE-PAR-ID.
032700     READ FICHIER-MAITRE
032800         INVALID KEY
032900             DISPLAY "AUCUN DOSSIER POUR L'IDENTIFIANT "
033000                 MF-ID-CITOYEN
033100         NOT INVALID KEY
033200             MOVE "O" TO DOSSIER-TROUVE
033300     END-READ.
033307     IF NOT DOSSIER-EST-TROUVE
033314         GO TO 2500-LIRE-PAR-ID-EXIT
033321     END-IF.
033328     MOVE "C" TO PT-ACTION.
033335     PERFORM 2600-CONTROLER-PERIMETRE
033342         THRU 2600-CONTROLER-PERIMETRE-EXIT.
033349     IF PT-HORS-PERIMETRE
033356         DISPLAY "DOSSIER " MF-ID-CITOYEN
033363             " HORS DU PERIMETRE DE VOS SITES - ACCES "
033370             "REFUSE"
033377         MOVE "N" TO DOSSIER-TROUVE
033384     END-IF.
033400 2500-LIRE-PAR-ID-EXIT.
033410     EXIT.
033416*----------------------------------------------------------------
033422* 2600-CONTROLER-PERIMETRE : LE DOSSIER LU EST-IL DANS LE
033428*                            PERIMETRE DE L'OPERATEUR (VOIR
033434*                            RCPERIM) ?
033440*----------------------------------------------------------------
033446 2600-CONTROLER-PERIMETRE.
033452     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
033458     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
033464     MOVE "GERE-CARTES"     TO PT-PROGRAMME.
033470     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
033476 2600-CONTROLER-PERIMETRE-EXIT.
033482     EXIT.
033500*----------------------------------------------------------------
033600* 3000-LISTER-CARTES : CARTES DU CITOYEN PAR LA CLE SECONDAIRE -
033700*                      LA CARTE VIVANTE (D, P OU L) EST RETENUE
033800*----------------------------------------------------------------
033900 3000-LISTER-CARTES.
034000     MOVE ZERO TO NB-CARTES.
034100     MOVE "N"  TO CARTE-VIVANTE.
034200     MOVE "N"  TO FIN-CARTES.
034300     MOVE MF-ID-CITOYEN TO IC-ID-CITOYEN.
034400     START REGISTRE-CARTES
034500         KEY IS EQUAL TO IC-ID-CITOYEN
034600         INVALID KEY
034700             MOVE "O" TO FIN-CARTES
034800     END-START.
034900     PERFORM 3100-LIRE-CARTE
035000         THRU 3100-LIRE-CARTE-EXIT
035100         UNTIL PLUS-DE-CARTES.
035200     IF NB-CARTES = ZERO
035300         DISPLAY "AUCUNE CARTE POUR " MF-NOM " " MF-PRENOM
035400     END-IF.
035500     IF NOT MF-DOSSIER-ACTIF
035600         DISPLAY "DOSSIER NON ACTIF - AUCUNE NOUVELLE CARTE"
035700     END-IF.
035800 3000-LISTER-CARTES-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100* 3100-LIRE-CARTE : LECTURE ET AFFICHAGE D'UNE CARTE DU CITOYEN
036200*----------------------------------------------------------------
036300 3100-LIRE-CARTE.
036400     READ REGISTRE-CARTES NEXT RECORD
036500         AT END
036600             MOVE "O" TO FIN-CARTES
036700             GO TO 3100-LIRE-CARTE-EXIT
036800     END-READ.
036900     IF IC-ID-CITOYEN NOT = MF-ID-CITOYEN
037000         MOVE "O" TO FIN-CARTES
037100         GO TO 3100-LIRE-CARTE-EXIT
037200     END-IF.
037300     ADD 1 TO NB-CARTES.
037400     EVALUATE TRUE
037500         WHEN IC-DEMANDEE
037600             MOVE "DEMANDEE LE"      TO LIBELLE-ETAT
037700             MOVE IC-DATE-DEMANDE    TO DATE-ETAT
037800         WHEN IC-PRODUITE
037900             MOVE "EN FABRICATION"   TO LIBELLE-ETAT
038000             MOVE IC-DATE-PRODUCTION TO DATE-ETAT
038100         WHEN IC-LIVREE
038200             MOVE "LIVREE LE"        TO LIBELLE-ETAT
038300             MOVE IC-DATE-LIVRAISON  TO DATE-ETAT
038400         WHEN IC-PERDUE-VOLEE
038500             MOVE "PERDUE/VOLEE LE"  TO LIBELLE-ETAT
038600             MOVE IC-DATE-INVALIDATION TO DATE-ETAT
038700         WHEN OTHER
038800             MOVE "ANNULEE LE"       TO LIBELLE-ETAT
038900             MOVE IC-DATE-INVALIDATION TO DATE-ETAT
039000     END-EVALUATE.
039100     MOVE IC-NO-CARTE TO CC-ID-CITOYEN.
039200     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
039300     DISPLAY "  CARTE " IC-NO-CARTE "-" CC-CLE " "
039400         LIBELLE-ETAT " " DATE-ETAT " " IC-MOTIF-INVALIDATION.
039500     IF IC-CARTE-VIVANTE
039600         MOVE "O"          TO CARTE-VIVANTE
039700         MOVE IC-NO-CARTE  TO VIVANTE-NO-CARTE
039800         MOVE IC-ETAT      TO VIVANTE-ETAT
039900         MOVE IC-REF-PHOTO TO VIVANTE-REF-PHOTO
040000     END-IF.
040100 3100-LIRE-CARTE-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 4000-TRAITER-ACTION : CHOIX DU CLERC (BLANC = AUCUNE ACTION)
040500*----------------------------------------------------------------
040600 4000-TRAITER-ACTION.
040700     DISPLAY "ACTION (D=DEMANDER, P=PERTE OU VOL, A=ANNULER LA "
040800         "DEMANDE, BLANC=AUCUNE) : ".
040900     ACCEPT CHOIX-ACTION.
041000     EVALUATE TRUE
041100         WHEN CHOIX-DEMANDE
041200             PERFORM 4100-DEMANDER-CARTE
041300                 THRU 4100-DEMANDER-CARTE-EXIT
041400         WHEN CHOIX-PERTE
041500             PERFORM 4200-DECLARER-PERTE
041600                 THRU 4200-DECLARER-PERTE-EXIT
041700         WHEN CHOIX-ANNULATION
041800             PERFORM 4300-ANNULER-DEMANDE
041900                 THRU 4300-ANNULER-DEMANDE-EXIT
042000         WHEN CHOIX-AUCUN
042100             CONTINUE
042200         WHEN OTHER
042300             DISPLAY "ACTION INCONNUE - AUCUNE ACTION"
042400     END-EVALUATE.
042500 4000-TRAITER-ACTION-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800* 4100-DEMANDER-CARTE : DEMANDE A L'INITIATIVE DU CITOYEN - UN
042900*                       SEUL EXEMPLAIRE VIVANT PAR CITOYEN
043000*----------------------------------------------------------------
043100 4100-DEMANDER-CARTE.
043200     IF NOT MF-DOSSIER-ACTIF
043300         DISPLAY "DOSSIER NON ACTIF - DEMANDE REFUSEE"
043400         GO TO 4100-DEMANDER-CARTE-EXIT
043500     END-IF.
043600     IF CARTE-VIVANTE-TROUVEE
043700         DISPLAY "LA CARTE " VIVANTE-NO-CARTE " EST EN COURS - "
043800             "DECLARER SA PERTE OU ANNULER SA DEMANDE"
043900         GO TO 4100-DEMANDER-CARTE-EXIT
044000     END-IF.
044100     MOVE SPACES TO REF-PHOTO-DEFAUT.
044200     STRING "PH" DELIMITED BY SIZE
044300         MF-ID-CITOYEN DELIMITED BY SIZE
044400         INTO REF-PHOTO-DEFAUT.
044500     PERFORM 4500-SAISIR-PHOTO
044600         THRU 4500-SAISIR-PHOTO-EXIT.
044700     MOVE "C"  TO NOUVELLE-ORIGINE.
044800     MOVE ZERO TO NOUVELLE-REMPLACEE.
044900     PERFORM 5000-CREER-CARTE
045000         THRU 5000-CREER-CARTE-EXIT.
045100 4100-DEMANDER-CARTE-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400* 4200-DECLARER-PERTE : LA CARTE PRODUITE OU LIVREE PASSE EN
045500*                       PERTE/VOL (NUMERO INVALIDE, OPPOSITION A
045600*                       TRANSMETTRE) ET, LE DOSSIER ETANT ACTIF,
045700*                       UNE REEDITION EST DEMANDEE SOUS UN
045800*                       NOUVEAU NUMERO
045900*----------------------------------------------------------------
046000 4200-DECLARER-PERTE.
046100     IF NOT CARTE-VIVANTE-TROUVEE OR VIVANTE-DEMANDEE
046200         DISPLAY "AUCUNE CARTE FABRIQUEE A DECLARER - UNE "
046300             "DEMANDE EN COURS S'ANNULE PAR A"
046400         GO TO 4200-DECLARER-PERTE-EXIT
046500     END-IF.
046600     DISPLAY "PERTE (P) OU VOL (V) DE LA CARTE "
046700         VIVANTE-NO-CARTE " : ".
046800     ACCEPT NATURE-PERTE.
046900     IF NOT NATURE-EST-PERTE AND NOT NATURE-EST-VOL
047000         DISPLAY "REPONSE INVALIDE - AUCUNE ACTION"
047100         GO TO 4200-DECLARER-PERTE-EXIT
047200     END-IF.
047300     MOVE VIVANTE-NO-CARTE TO IC-NO-CARTE.
047400     READ REGISTRE-CARTES
047500         INVALID KEY
047600             DISPLAY "CARTE " VIVANTE-NO-CARTE " INTROUVABLE - "
047700                 "CODE " IC-STATUT
047800             GO TO 4200-DECLARER-PERTE-EXIT
047900     END-READ.
048000     MOVE "V"          TO IC-ETAT.
048100     MOVE DATE-DU-JOUR TO IC-DATE-INVALIDATION.
048200     IF NATURE-EST-PERTE
048300         MOVE "PERTE DECLAREE AU GUICHET" TO IC-MOTIF-INVALIDATION
048400     ELSE
048500         MOVE "VOL DECLARE AU GUICHET" TO IC-MOTIF-INVALIDATION
048600     END-IF.
048700     MOVE "N"          TO IC-OPPOSITION-TRANSMISE.
048800     REWRITE ENR-CARTE
048900         INVALID KEY
049000             DISPLAY "INVALIDATION DE LA CARTE EN ECHEC - CODE "
049100                 IC-STATUT
049200             GO TO 4200-DECLARER-PERTE-EXIT
049300     END-REWRITE.
049400     DISPLAY "CARTE " VIVANTE-NO-CARTE " INVALIDEE".
049500     IF NOT MF-DOSSIER-ACTIF
049600         GO TO 4200-DECLARER-PERTE-EXIT
049700     END-IF.
049800     MOVE VIVANTE-REF-PHOTO TO REF-PHOTO-DEFAUT.
049900     PERFORM 4500-SAISIR-PHOTO
050000         THRU 4500-SAISIR-PHOTO-EXIT.
050100     MOVE "R"              TO NOUVELLE-ORIGINE.
050200     MOVE VIVANTE-NO-CARTE TO NOUVELLE-REMPLACEE.
050300     PERFORM 5000-CREER-CARTE
050400         THRU 5000-CREER-CARTE-EXIT.
050500 4200-DECLARER-PERTE-EXIT.
050600     EXIT.
050700*----------------------------------------------------------------
050800* 4300-ANNULER-DEMANDE : UNE DEMANDE NON ENCORE TRANSMISE AU
050900*                        FABRICANT EST ANNULEE
051000*----------------------------------------------------------------
051100 4300-ANNULER-DEMANDE.
051200     IF NOT CARTE-VIVANTE-TROUVEE OR NOT VIVANTE-DEMANDEE
051300         DISPLAY "AUCUNE DEMANDE EN ATTENTE DE FABRICATION"
051400         GO TO 4300-ANNULER-DEMANDE-EXIT
051500     END-IF.
051600     MOVE VIVANTE-NO-CARTE TO IC-NO-CARTE.
051700     READ REGISTRE-CARTES
051800         INVALID KEY
051900             DISPLAY "CARTE " VIVANTE-NO-CARTE " INTROUVABLE - "
052000                 "CODE " IC-STATUT
052100             GO TO 4300-ANNULER-DEMANDE-EXIT
052200     END-READ.
052300     MOVE "A"          TO IC-ETAT.
052400     MOVE DATE-DU-JOUR TO IC-DATE-INVALIDATION.
052500     MOVE "DEMANDE ANNULEE AU GUICHET" TO IC-MOTIF-INVALIDATION.
052600     REWRITE ENR-CARTE
052700         INVALID KEY
052800             DISPLAY "ANNULATION DE LA DEMANDE EN ECHEC - CODE "
052900                 IC-STATUT
053000             GO TO 4300-ANNULER-DEMANDE-EXIT
053100     END-REWRITE.
053200     DISPLAY "DEMANDE DE CARTE " VIVANTE-NO-CARTE " ANNULEE".
053300 4300-ANNULER-DEMANDE-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600* 4500-SAISIR-PHOTO : REFERENCE DE LA PHOTO A IMPRIMER - A
053700*                     DEFAUT CELLE DU DOSSIER OU DE LA CARTE
053800*                     REMPLACEE
053900*----------------------------------------------------------------
054000 4500-SAISIR-PHOTO.
054100     DISPLAY "REFERENCE DE LA PHOTO (BLANC = " REF-PHOTO-DEFAUT
054200         ") : ".
054300     MOVE SPACES TO NOUVELLE-REF-PHOTO.
054400     ACCEPT NOUVELLE-REF-PHOTO.
054500     IF NOUVELLE-REF-PHOTO = SPACES
054600         MOVE REF-PHOTO-DEFAUT TO NOUVELLE-REF-PHOTO
054700     END-IF.
054800 4500-SAISIR-PHOTO-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100* 5000-CREER-CARTE : NUMEROTATION PUIS ECRITURE DE LA DEMANDE AU
055200*                    REGISTRE, A L'ETAT DEMANDEE
055300*----------------------------------------------------------------
055400 5000-CREER-CARTE.
055500     PERFORM 5100-NUMEROTER
055600         THRU 5100-NUMEROTER-EXIT.
055700     INITIALIZE ENR-CARTE.
055800     MOVE NUMERO-CARTE       TO IC-NO-CARTE.
055900     MOVE MF-ID-CITOYEN      TO IC-ID-CITOYEN.
056000     MOVE "D"                TO IC-ETAT.
056100     MOVE NOUVELLE-ORIGINE   TO IC-ORIGINE.
056200     MOVE NOUVELLE-REMPLACEE TO IC-NO-CARTE-REMPLACEE.
056300     MOVE NOUVELLE-REF-PHOTO TO IC-REF-PHOTO.
056400     MOVE DATE-DU-JOUR       TO IC-DATE-DEMANDE.
056500     MOVE OP-CODE-OPERATEUR  TO IC-OPERATEUR.
056600     MOVE MF-CODE-SITE       TO IC-CODE-SITE.
056700     IF IC-CODE-SITE = SPACES
056800         MOVE "---" TO IC-CODE-SITE
056900     END-IF.
057000     MOVE "N"                TO IC-OPPOSITION-TRANSMISE.
057100     WRITE ENR-CARTE
057200         INVALID KEY
057300             DISPLAY "ECRITURE DE LA DEMANDE EN ECHEC - CODE "
057400                 IC-STATUT
057500             GO TO 5000-CREER-CARTE-EXIT
057600     END-WRITE.
057700     MOVE NUMERO-CARTE TO CC-ID-CITOYEN.
057800     CALL "CLE-CITOYEN" USING DEMANDE-CLE.
057900     DISPLAY "CARTE " NUMERO-CARTE "-" CC-CLE " DEMANDEE POUR "
058000         MF-NOM " " MF-PRENOM.
058100 5000-CREER-CARTE-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400* 5100-NUMEROTER : NUMERO DE CARTE SEQUENTIEL - LE COMPTEUR
058500*                  CARTCTRL EST LU ET REECRIT SUR PLACE, AMORCE A
058600*                  ZERO S'IL N'EXISTE PAS ENCORE OU S'IL EST VIDE
058700*                  (MEME PRINCIPE QUE LE COMPTEUR ATTCTRL)
058800*----------------------------------------------------------------
058900 5100-NUMEROTER.
059000     OPEN I-O COMPTEUR-CARTES.
059100     IF NC-ABSENT
059200         MOVE ZERO TO NC-DERNIER-NUMERO
059300         OPEN OUTPUT COMPTEUR-CARTES
059400         WRITE ENR-COMPTEUR-CARTES
059500         CLOSE COMPTEUR-CARTES
059600         OPEN I-O COMPTEUR-CARTES
059700     END-IF.
059800     IF NOT NC-OK
059900         DISPLAY "COMPTEUR CARTCTRL INDISPONIBLE - CODE "
060000             NC-STATUT
060100         MOVE 16 TO RETURN-CODE
060200         GOBACK
060300     END-IF.
060400     READ COMPTEUR-CARTES
060500         AT END
060600             PERFORM 5200-AMORCER-COMPTEUR
060700                 THRU 5200-AMORCER-COMPTEUR-EXIT
060800     END-READ.
060900     IF NOT NC-OK
061000         GOBACK
061100     END-IF.
061200     ADD 1 TO NC-DERNIER-NUMERO.
061300     REWRITE ENR-COMPTEUR-CARTES.
061400     IF NOT NC-OK
061500         DISPLAY "REECRITURE DU COMPTEUR CARTCTRL EN ECHEC - "
061600             "CODE " NC-STATUT
061700         CLOSE COMPTEUR-CARTES
061800         MOVE 16 TO RETURN-CODE
061900         GOBACK
062000     END-IF.
062100     MOVE NC-DERNIER-NUMERO TO NUMERO-CARTE.
062200     CLOSE COMPTEUR-CARTES.
062300 5100-NUMEROTER-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600* 5200-AMORCER-COMPTEUR : FICHIER OUVERT MAIS VIDE - AMORCAGE A
062700*                         ZERO PUIS REOUVERTURE ET RELECTURE POUR
062800*                         QUE LA REECRITURE PORTE SUR UN
062900*                         ENREGISTREMENT EXISTANT
063000*----------------------------------------------------------------
063100 5200-AMORCER-COMPTEUR.
063200     CLOSE COMPTEUR-CARTES.
063300     MOVE ZERO TO NC-DERNIER-NUMERO.
063400     OPEN OUTPUT COMPTEUR-CARTES.
063500     WRITE ENR-COMPTEUR-CARTES.
063600     CLOSE COMPTEUR-CARTES.
063700     OPEN I-O COMPTEUR-CARTES.
063800     IF NOT NC-OK
063900         DISPLAY "AMORCAGE DU COMPTEUR CARTCTRL EN ECHEC - CODE "
064000             NC-STATUT
064100         MOVE 16 TO RETURN-CODE
064200         GO TO 5200-AMORCER-COMPTEUR-EXIT
064300     END-IF.
064400     READ COMPTEUR-CARTES
064500         AT END
064600             DISPLAY "COMPTEUR CARTCTRL VIDE APRES AMORCAGE"
064700             CLOSE COMPTEUR-CARTES
064800             MOVE "99" TO NC-STATUT
064900             MOVE 16 TO RETURN-CODE
065000     END-READ.
065100 5200-AMORCER-COMPTEUR-EXIT.
065200     EXIT.
