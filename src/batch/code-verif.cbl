000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CODE-VERIF.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CODE-VERIF CALCULE LE CODE DE VERIFICATION D'UNE ATTESTATION
000900* (VOIR COPY RCVERIF) SUR SES 24 CHIFFRES : NUMERO (7), IDENTIFIANT
001000* DU CITOYEN (9) ET DATE D'EMISSION AAAAMMJJ (8).
001100*
001200* DEUX CUMULS SONT TENUS CHIFFRE APRES CHIFFRE, CHACUN MULTIPLIE
001300* PUIS REDUIT MODULO UN GRAND NOMBRE PREMIER (999983 ET 999979),
001400* LE SECOND REPRENANT LE PREMIER ; QUATRE TOURS DE BRASSAGE
001500* CROISENT ENSUITE LES DEUX CUMULS POUR QU'UN SEUL CHIFFRE CHANGE
001600* CHANGE TOUT LE CODE. CHAQUE CUMUL DONNE ENFIN QUATRE CARACTERES
001700* EN BASE 32 SUR L'ALPHABET SANS 0, 1, I NI O. LES VALEURS DE
001800* DEPART DES CUMULS SONT PROPRES AU REGISTRE ET NE FIGURENT QUE
001900* DANS CE PROGRAMME : NE PAS LES MODIFIER, LES ATTESTATIONS DEJA
002000* EMISES NE SE VERIFIERAIENT PLUS.
002100*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-10-15 SI      CREATION - CODE DE VERIFICATION IMPRIME SUR
002600*                    LES ATTESTATIONS.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400*----------------------------------------------------------------
003500* ZONES DE TRAVAIL
003600*----------------------------------------------------------------
003700 01  DONNEES-CALCUL.
003800     05 DC-NO-ATTESTATION        PIC 9(07).
003900     05 DC-ID-CITOYEN            PIC 9(09).
004000     05 DC-DATE-EMISSION         PIC 9(08).
004100 01  DONNEES-ECLATEES REDEFINES DONNEES-CALCUL.
004200     05 CHIFFRE-DONNEE           PIC 9(01) OCCURS 24 TIMES
004300                                 INDEXED BY IDX-CHIFFRE.
004400 01  ALPHABET-CODE               PIC X(32)
004500         VALUE "23456789ABCDEFGHJKLMNPQRSTUVWXYZ".
004600 01  ALPHABET-DETAIL REDEFINES ALPHABET-CODE.
004700     05 CARACTERE-CODE           PIC X(01) OCCURS 32 TIMES
004800                                 INDEXED BY IDX-CARACTERE.
004900 01  CODE-CALCULE.
005000     05 CARACTERE-CALCULE        PIC X(01) OCCURS 8 TIMES
005100                                 INDEXED BY IDX-CALCULE.
005200 01  CUMUL-1                     PIC 9(07) COMP.
005300 01  CUMUL-2                     PIC 9(07) COMP.
005400 01  VALEUR-TRAVAIL              PIC 9(12) COMP.
005500 01  QUOTIENT-DIVISION           PIC 9(12) COMP.
005600 01  RESTE-DIVISION              PIC 9(07) COMP.
005700 01  NO-POSITION                 PIC 9(02) COMP.
005800 01  NO-TOUR                     PIC 9(02) COMP.
005900 01  NO-CARACTERE                PIC 9(02) COMP.
006000 LINKAGE SECTION.
006100 01  DEMANDE-CODE-VERIF.
006200     COPY RCVERIF.
006300 PROCEDURE DIVISION USING DEMANDE-CODE-VERIF.
006400*================================================================
006500* 0000-MAINLINE : CUMUL DES 24 CHIFFRES, BRASSAGE PUIS
006600*                 TRADUCTION DES DEUX CUMULS EN HUIT CARACTERES
006700*================================================================
006800 0000-MAINLINE.
006900     MOVE CV-NO-ATTESTATION TO DC-NO-ATTESTATION.
007000     MOVE CV-ID-CITOYEN     TO DC-ID-CITOYEN.
007100     MOVE CV-DATE-EMISSION  TO DC-DATE-EMISSION.
007200     MOVE 481731 TO CUMUL-1.
007300     MOVE 725309 TO CUMUL-2.
007400     PERFORM 2000-CUMULER-CHIFFRE
007500         THRU 2000-CUMULER-CHIFFRE-EXIT
007600         VARYING NO-POSITION FROM 1 BY 1
007700         UNTIL NO-POSITION > 24.
007800     PERFORM 3000-BRASSER
007900         THRU 3000-BRASSER-EXIT
008000         VARYING NO-TOUR FROM 1 BY 1
008100         UNTIL NO-TOUR > 4.
008200     PERFORM 4000-TRADUIRE-CUMUL-1
008300         THRU 4000-TRADUIRE-CUMUL-1-EXIT
008400         VARYING NO-POSITION FROM 4 BY -1
008500         UNTIL NO-POSITION < 1.
008600     PERFORM 4100-TRADUIRE-CUMUL-2
008700         THRU 4100-TRADUIRE-CUMUL-2-EXIT
008800         VARYING NO-POSITION FROM 8 BY -1
008900         UNTIL NO-POSITION < 5.
009000     MOVE CODE-CALCULE TO CV-CODE.
009100     GOBACK.
009200*----------------------------------------------------------------
009300* 2000-CUMULER-CHIFFRE : UN CHIFFRE ENTRE DANS LES DEUX CUMULS,
009400*                        PONDERE PAR SA POSITION POUR QU'UNE
009500*                        TRANSPOSITION CHANGE LE RESULTAT
009600*----------------------------------------------------------------
009700 2000-CUMULER-CHIFFRE.
009800     SET IDX-CHIFFRE TO NO-POSITION.
009900     COMPUTE VALEUR-TRAVAIL = CUMUL-1 * 37
010000         + CHIFFRE-DONNEE(IDX-CHIFFRE) * 101 + NO-POSITION.
010100     DIVIDE VALEUR-TRAVAIL BY 999983
010200         GIVING QUOTIENT-DIVISION
010300         REMAINDER CUMUL-1.
010400     COMPUTE VALEUR-TRAVAIL = CUMUL-2 * 41
010500         + CHIFFRE-DONNEE(IDX-CHIFFRE) * 89 + CUMUL-1.
010600     DIVIDE VALEUR-TRAVAIL BY 999979
010700         GIVING QUOTIENT-DIVISION
010800         REMAINDER CUMUL-2.
010900 2000-CUMULER-CHIFFRE-EXIT.
011000     EXIT.
011100*----------------------------------------------------------------
011200* 3000-BRASSER : UN TOUR DE BRASSAGE CROISE DES DEUX CUMULS
011300*----------------------------------------------------------------
011400 3000-BRASSER.
011500     COMPUTE VALEUR-TRAVAIL = CUMUL-1 * 997 + CUMUL-2.
011600     DIVIDE VALEUR-TRAVAIL BY 999983
011700         GIVING QUOTIENT-DIVISION
011800         REMAINDER CUMUL-1.
011900     COMPUTE VALEUR-TRAVAIL = CUMUL-2 * 991 + CUMUL-1.
012000     DIVIDE VALEUR-TRAVAIL BY 999979
012100         GIVING QUOTIENT-DIVISION
012200         REMAINDER CUMUL-2.
012300 3000-BRASSER-EXIT.
012400     EXIT.
012500*----------------------------------------------------------------
012600* 4000-TRADUIRE-CUMUL-1 : UN CARACTERE DES QUATRE PREMIERS, DE
012700*                         DROITE A GAUCHE, EN BASE 32
012800*----------------------------------------------------------------
012900 4000-TRADUIRE-CUMUL-1.
013000     DIVIDE CUMUL-1 BY 32
013100         GIVING CUMUL-1
013200         REMAINDER RESTE-DIVISION.
013300     COMPUTE NO-CARACTERE = RESTE-DIVISION + 1.
013400     SET IDX-CARACTERE TO NO-CARACTERE.
013500     SET IDX-CALCULE TO NO-POSITION.
013600     MOVE CARACTERE-CODE(IDX-CARACTERE)
013700         TO CARACTERE-CALCULE(IDX-CALCULE).
013800 4000-TRADUIRE-CUMUL-1-EXIT.
013900     EXIT.
014000*----------------------------------------------------------------
014100* 4100-TRADUIRE-CUMUL-2 : UN CARACTERE DES QUATRE DERNIERS, DE
014200*                         DROITE A GAUCHE, EN BASE 32
014300*----------------------------------------------------------------
014400 4100-TRADUIRE-CUMUL-2.
014500     DIVIDE CUMUL-2 BY 32
014600         GIVING CUMUL-2
014700         REMAINDER RESTE-DIVISION.
014800     COMPUTE NO-CARACTERE = RESTE-DIVISION + 1.
014900     SET IDX-CARACTERE TO NO-CARACTERE.
015000     SET IDX-CALCULE TO NO-POSITION.
015100     MOVE CARACTERE-CODE(IDX-CARACTERE)
015200         TO CARACTERE-CALCULE(IDX-CALCULE).
015300 4100-TRADUIRE-CUMUL-2-EXIT.
015400     EXIT.
