000100*----------------------------------------------------------------
000200* RCCARTE - STRUCTURE D'UN ENREGISTREMENT DU REGISTRE DES CARTES
000300*           D'INSCRIPTION (ASSIGN "CARTES", INDEXE SUR
000400*           IC-NO-CARTE, CLE SECONDAIRE IC-ID-CITOYEN AVEC
000500*           DOUBLONS) : UNE ENTREE PAR CARTE DEMANDEE, DE LA
000600*           DEMANDE A LA LIVRAISON OU A L'INVALIDATION.
000700*
000800* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
000900* REGISTRE DES CARTES, PAR EXEMPLE :
001000*
001100*     FD  REGISTRE-CARTES
001200*         LABEL RECORDS ARE STANDARD.
001300*     01  ENR-CARTE.
001400*         COPY RCCARTE.
001500*
001600* LE NUMERO DE CARTE EST PRIS AU COMPTEUR CARTCTRL DES LA
001700* DEMANDE ET NE SERT QU'UNE FOIS ; IL S'IMPRIME ET SE TRANSMET
001800* AU FABRICANT SUIVI DE SA CLE DE CONTROLE (CLE-CITOYEN, MEME
001900* FORMULE QUE POUR L'IDENTIFIANT).
002000*
002100* CYCLE DE VIE (IC-ETAT) :
002200*   D DEMANDEE  - PAR GERE-CARTES AU GUICHET (ORIGINE C OU R) OU
002300*                 PAR PRODUCTION-CARTES POUR UNE NOUVELLE
002400*                 INSCRIPTION (ORIGINE N) ;
002500*   P PRODUITE  - TRANSMISE AU FABRICANT (FABCARTE) PAR
002600*                 PRODUCTION-CARTES ;
002700*   L LIVREE    - REMISE CONFIRMEE PAR LE FABRICANT (LIVCARTE,
002800*                 RETOUR-CARTES) ;
002900*   V PERDUE OU VOLEE - DECLAREE AU GUICHET : LE NUMERO EST
003000*                 INVALIDE ET UNE REEDITION (ORIGINE R, NUMERO
003100*                 REMPLACE DANS IC-NO-CARTE-REMPLACEE) EST
003200*                 DEMANDEE DANS LE MEME TEMPS ;
003300*   A ANNULEE   - DEMANDE ANNULEE AU GUICHET, DOSSIER CLOS
003400*                 (DECES, RADIATION, FUSION, TRANSFERT) OU CARTE
003500*                 NON DISTRIBUEE RENVOYEE PAR LE FABRICANT.
003600* UNE CARTE D, P OU L EST DITE VIVANTE ; UN CITOYEN N'EN A
003700* JAMAIS QU'UNE. UNE CARTE DEJA PRODUITE PUIS INVALIDEE (V OU A)
003800* EST SIGNALEE AU FABRICANT EN OPPOSITION A LA PRODUCTION
003900* SUIVANTE (IC-OPPOSITION-TRANSMISE).
004000*
004100* IC-REF-PHOTO EST LA REFERENCE DE LA PHOTO AU FICHIER DES
004200* PHOTOS DU GUICHET, SAISIE A LA DEMANDE ; A DEFAUT, "PH" SUIVI
004300* DE L'IDENTIFIANT DU CITOYEN (DERNIERE PHOTO DU DOSSIER).
004400*
004500* HISTORIQUE DES MODIFICATIONS
004600* DATE       AUTEUR  DESCRIPTION
004700* ---------- ------- ---------------------------------------------
004800* 2026-10-15 SI      CREATION - CARTES D'INSCRIPTION FABRIQUEES
004900*                    PAR UN PRESTATAIRE.
005000*----------------------------------------------------------------
005100     05 IC-NO-CARTE              PIC 9(09).
005200     05 IC-ID-CITOYEN            PIC 9(09).
005300     05 IC-ETAT                  PIC X(01).
005400         88 IC-DEMANDEE          VALUE "D".
005500         88 IC-PRODUITE          VALUE "P".
005600         88 IC-LIVREE            VALUE "L".
005700         88 IC-PERDUE-VOLEE      VALUE "V".
005800         88 IC-ANNULEE           VALUE "A".
005900         88 IC-CARTE-VIVANTE     VALUES "D" "P" "L".
006000     05 IC-ORIGINE               PIC X(01).
006100         88 IC-ORIGINE-INSCRIPTION VALUE "N".
006200         88 IC-ORIGINE-CITOYEN   VALUE "C".
006300         88 IC-ORIGINE-REEDITION VALUE "R".
006400     05 IC-NO-CARTE-REMPLACEE    PIC 9(09).
006500     05 IC-REF-PHOTO             PIC X(20).
006600     05 IC-DATE-DEMANDE          PIC 9(08).
006700     05 IC-OPERATEUR             PIC X(08).
006800     05 IC-CODE-SITE             PIC X(03).
006900     05 IC-DATE-PRODUCTION       PIC 9(08).
007000     05 IC-DATE-LIVRAISON        PIC 9(08).
007100     05 IC-DATE-INVALIDATION     PIC 9(08).
007200     05 IC-MOTIF-INVALIDATION    PIC X(30).
007300     05 IC-OPPOSITION-TRANSMISE  PIC X(01).
007400         88 IC-OPPOSITION-A-FAIRE VALUES "N" SPACE.
007500         88 IC-OPPOSITION-FAITE  VALUE "O".
