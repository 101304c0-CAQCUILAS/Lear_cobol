000100*----------------------------------------------------------------
000200* RCFABCAR - STRUCTURE DU FICHIER DE PRODUCTION DES CARTES
000300*            D'INSCRIPTION REMIS CHAQUE NUIT AU FABRICANT (ASSIGN
000400*            "FABCARTE", ENREGISTREMENTS FIXES DE 128 OCTETS AU
000500*            FORMAT DU CAHIER DES CHARGES DU FABRICANT) :
000600*              01 ENTETE     - EMETTEUR ET DATE DU LOT ;
000700*              02 CARTE      - UNE CARTE A FABRIQUER ;
000800*              03 OPPOSITION - UN NUMERO DE CARTE DEJA FABRIQUEE
000900*                              QUI N'EST PLUS VALABLE (PERTE,
001000*                              VOL, DOSSIER CLOS) ;
001100*              09 FIN        - NOMBRE DE CARTES ET D'OPPOSITIONS.
001200*
001300* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD, PAR
001400* EXEMPLE :
001500*
001600*     FD  FICHIER-FABRICATION
001700*         LABEL RECORDS ARE STANDARD.
001800*     01  ENR-FABRICATION.
001900*         COPY RCFABCAR.
002000*
002100* LES NUMERIQUES SONT CADRES A DROITE AVEC ZEROS, LES
002200* ALPHANUMERIQUES A GAUCHE AVEC BLANCS. LE NUMERO DE CARTE ET
002300* L'IDENTIFIANT SONT SUIVIS DE LEUR CLE DE CONTROLE ; LE NUMERO
002400* REMPLACE EST A ZERO POUR UNE PREMIERE CARTE.
002500*
002600* HISTORIQUE DES MODIFICATIONS
002700* DATE       AUTEUR  DESCRIPTION
002800* ---------- ------- ---------------------------------------------
002900* 2026-10-15 SI      CREATION - CARTES D'INSCRIPTION FABRIQUEES
003000*                    PAR UN PRESTATAIRE.
003100*----------------------------------------------------------------
003200     05 FA-TYPE-ENR              PIC X(02).
003300         88 FA-ENTETE            VALUE "01".
003400         88 FA-CARTE             VALUE "02".
003500         88 FA-OPPOSITION        VALUE "03".
003600         88 FA-FIN               VALUE "09".
003700     05 FA-CORPS                 PIC X(126).
003800     05 FA-CORPS-ENTETE REDEFINES FA-CORPS.
003900         10 FA-EMETTEUR          PIC X(30).
004000         10 FA-DATE-LOT          PIC 9(08).
004100         10 FILLER               PIC X(88).
004200     05 FA-CORPS-CARTE REDEFINES FA-CORPS.
004300         10 FA-NO-CARTE          PIC 9(09).
004400         10 FA-CLE-CARTE         PIC 9(01).
004500         10 FA-NOM               PIC X(20).
004600         10 FA-NOM-USAGE         PIC X(20).
004700         10 FA-PRENOM            PIC X(20).
004800         10 FA-DATE-NAISSANCE    PIC 9(08).
004900         10 FA-SEXE              PIC X(01).
005000         10 FA-ID-CITOYEN        PIC 9(09).
005100         10 FA-CLE-ID            PIC 9(01).
005200         10 FA-REF-PHOTO         PIC X(20).
005300         10 FA-NO-CARTE-REMPLACEE PIC 9(09).
005400         10 FA-CODE-SITE         PIC X(03).
005500         10 FILLER               PIC X(05).
005600     05 FA-CORPS-OPPOSITION REDEFINES FA-CORPS.
005700         10 FA-NO-CARTE-OPPOSEE  PIC 9(09).
005800         10 FA-CLE-CARTE-OPPOSEE PIC 9(01).
005900         10 FA-MOTIF-OPPOSITION  PIC X(01).
006000             88 FA-OPPOSITION-PERTE-VOL VALUE "V".
006100             88 FA-OPPOSITION-ANNULATION VALUE "A".
006200         10 FA-DATE-OPPOSITION   PIC 9(08).
006300         10 FILLER               PIC X(107).
006400     05 FA-CORPS-FIN REDEFINES FA-CORPS.
006500         10 FA-NB-CARTES         PIC 9(07).
006600         10 FA-NB-OPPOSITIONS    PIC 9(07).
006700         10 FILLER               PIC X(112).
