000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHAINE-JOURNAL.
000300 AUTHOR.         SERVICE INFORMATIQUE.
000400 INSTALLATION.   SITE CENTRAL.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CHAINE-JOURNAL SCELLE LES LIGNES DU JOURNAL D'AUDIT : CHAQUE
000900* LIGNE RECOIT LE NUMERO DE SEQUENCE QUI SUIT CELUI DE LA LIGNE
001000* PRECEDENTE ET UNE VALEUR DE CONTROLE CALCULEE SUR TOUTE LA
001100* LIGNE (NUMERO COMPRIS) ET SUR LA VALEUR DE CONTROLE DE LA LIGNE
001200* PRECEDENTE. UNE LIGNE SUPPRIMEE LAISSE UN TROU DANS LES
001300* NUMEROS, UNE LIGNE RETOUCHEE NE REDONNE PLUS SA VALEUR, ET
001400* RECALCULER LA VALEUR D'UNE LIGNE RETOUCHEE OBLIGERAIT A
001500* RECALCULER TOUTES LES SUIVANTES JUSQU'AU FICHIER JNCHAIN.
001600*
001700* FONCTION "E" : LE DERNIER NUMERO ET LA DERNIERE VALEUR SONT
001800* TENUS AU FICHIER JNCHAIN (COPY RCCHAINE), OUVERT EN I-O ET
001900* REECRIT SUR PLACE COMME LE COMPTEUR DE SERVICE-ID. LE NUMERO
002000* SUIVANT EST RESERVE ET LA LIGNE SCELLEE, MAIS JNCHAIN RESTE
002100* OUVERT AU RETOUR : L'APPELANT ECRIT SA LIGNE PUIS APPELLE LA
002200* FONCTION "V" AVEC LE CODE RETOUR DE SON ECRITURE.
002300*
002400* FONCTION "V" : LIGNE ECRITE, JNCHAIN EST REECRIT AVEC SON NUMERO
002500* ET SA VALEUR PUIS FERME ; ECRITURE EN ECHEC, JNCHAIN EST FERME
002600* TEL QUEL ET LE NUMERO RESERVE SERVIRA A LA LIGNE SUIVANTE (PAS
002700* DE TROU). JNCHAIN EST AINSI TENU DE LA RESERVATION A L'ECRITURE
002800* DE LA LIGNE : L'OUVERTURE EXCLUSIVE (SOUS MVS, LE DD JNCHAIN SE
002900* MONTE DISP=OLD) SERIALISE LES PROGRAMMES QUI ECRIVENT AU JOURNAL
003000* ET LES LIGNES Y ARRIVENT DANS L'ORDRE DE LEURS NUMEROS ; UNE
003100* OUVERTURE REFUSEE EST RETENTEE PLUSIEURS FOIS. JNCHAIN
003200* INDISPONIBLE : LA LIGNE EST RENDUE A NUMERO ET CONTROLE ZERO,
003300* ELLE S'ECRIT QUAND MEME (LE JOURNAL NE PERD RIEN), LA FONCTION
003400* "V" N'A RIEN A REECRIRE ET VERIF-JOURNAL SIGNALERA LA LIGNE.
003500*
003600* FONCTION "C" : MEME CALCUL SUR UNE LIGNE DEJA ECRITE, A PARTIR
003700* DE LA VALEUR DE LA LIGNE QUI LA PRECEDE, SANS TOUCHER A JNCHAIN
003800* (VERIF-JOURNAL, HISTO-ARCHIVE, BROUILLE-REGISTRE).
003900*
004000* LE CALCUL REPREND CELUI DE CODE-VERIF : DEUX CUMULS TENUS OCTET
004100* APRES OCTET, REDUITS MODULO DEUX GRANDS NOMBRES PREMIERS, PUIS
004200* QUATRE TOURS DE BRASSAGE CROISE. LES VALEURS DE DEPART DES
004300* CUMULS SONT PROPRES AU REGISTRE ET NE FIGURENT QUE DANS CE
004400* PROGRAMME : NE PAS LES MODIFIER, LE JOURNAL DEJA ECRIT ET SES
004500* ARCHIVES NE SE VERIFIERAIENT PLUS.
004600*
004700* APPEL :
004800*     01  DEMANDE-CHAINAGE.
004900*         COPY RCCHAIND.
005000*     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
005100*     WRITE ENR-JOURNAL.
005200*     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
005300*     SET CH-VALIDER TO TRUE.
005400*     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
005500*
005600* HISTORIQUE DES MODIFICATIONS
005700* DATE       AUTEUR  DESCRIPTION
005800* ---------- ------- ---------------------------------------------
005900* 2026-10-15 SI      CREATION - CHAINAGE DES LIGNES DU JOURNAL
006000*                    D'AUDIT POUR EN DETECTER TOUTE ALTERATION.
006100* 2026-10-15 SI      FONCTION V : JNCHAIN RESTE OUVERT JUSQU'A
006200*                    L'ECRITURE DE LA LIGNE ET N'EST REECRIT
006300*                    QUE SI ELLE A REUSSI - LES LIGNES NE SE
006400*                    CROISENT PLUS, UN ECHEC NE FAIT PAS DE TROU.
006500*----------------------------------------------------------------
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER.    IBM-370.
006900 OBJECT-COMPUTER.    IBM-370.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT CHAINAGE-JOURNAL ASSIGN TO "JNCHAIN"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS CJ-STATUT.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  CHAINAGE-JOURNAL
007800     LABEL RECORDS ARE STANDARD.
007900 01  ENR-CHAINAGE.
008000     COPY RCCHAINE.
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300* ZONES DE TRAVAIL
008400*----------------------------------------------------------------
008500 01  CJ-STATUT                   PIC X(02).
008600     88 CJ-OK                    VALUE "00".
008700     88 CJ-ABSENT                VALUE "35".
008800 01  CHAINAGE-OUVERT             PIC X(01) VALUE "N".
008900     88 CHAINAGE-EST-OUVERT      VALUE "O".
009000 01  NB-TENTATIVES               PIC 9(03) COMP VALUE ZERO.
009100 01  MAXI-TENTATIVES             PIC 9(03) COMP VALUE 10.
009200 01  NUMERO-RESERVE              PIC 9(09) VALUE ZERO.
009300 01  CONTROLE-RESERVE            PIC 9(09) VALUE ZERO.
009400*----------------------------------------------------------------
009500* CALCUL DE LA VALEUR DE CONTROLE - LA LIGNE EST SCELLEE SUR SES
009600* 496 PREMIERS OCTETS, C'EST-A-DIRE TOUT SAUF JN-CONTROLE
009700*----------------------------------------------------------------
009800 01  LONGUEUR-SCELLEE            PIC 9(03) COMP VALUE 496.
009900 01  CONTROLE-PRECEDENT          PIC 9(09).
010000 01  CONTROLE-TRAVAIL            PIC 9(09).
010100 01  CUMUL-1                     PIC 9(18) COMP.
010200 01  CUMUL-2                     PIC 9(18) COMP.
010300 01  QUOTIENT-DIVISION           PIC 9(18) COMP.
010400 01  RESTE-DIVISION              PIC 9(09) COMP.
010500 01  IDX-OCTET                   PIC 9(03) COMP.
010600 01  CODE-CARACTERE              PIC 9(03) COMP.
010700 01  NO-TOUR                     PIC 9(02) COMP.
010800 01  PREMIER-1                   PIC 9(09) COMP VALUE 999999937.
010900 01  PREMIER-2                   PIC 9(09) COMP VALUE 999999929.
011000 LINKAGE SECTION.
011100 01  DEMANDE-CHAINAGE.
011200     COPY RCCHAIND.
011300 01  LIGNE-JOURNAL.
011400     COPY RCJOURNAL.
011500 PROCEDURE DIVISION USING DEMANDE-CHAINAGE LIGNE-JOURNAL.
011600*================================================================
011700* 0000-MAINLINE : CALCUL SEUL (FONCTION C), OUVERTURE
011800*                 SERIALISEE DE JNCHAIN, RESERVATION DU NUMERO
011900*                 ET SCELLEMENT DE LA LIGNE (FONCTION E), OU
012000*                 REECRITURE ET FERMETURE DE JNCHAIN UNE FOIS
012100*                 LA LIGNE ECRITE (FONCTION V)
012200*================================================================
012300 0000-MAINLINE.
012400     MOVE "1" TO CH-CODE-RETOUR.
012500     IF CH-CALCULER
012600         MOVE CH-CONTROLE-PRECEDENT TO CONTROLE-PRECEDENT
012700         PERFORM 5000-CALCULER-CONTROLE
012800             THRU 5000-CALCULER-CONTROLE-EXIT
012900         MOVE CONTROLE-TRAVAIL TO CH-CONTROLE-CALCULE
013000         MOVE "0" TO CH-CODE-RETOUR
013100         GOBACK
013200     END-IF.
013300     IF CH-VALIDER
013400         PERFORM 6000-VALIDER-CHAINAGE
013500             THRU 6000-VALIDER-CHAINAGE-EXIT
013600         GOBACK
013700     END-IF.
013800     IF NOT CH-ENCHAINER
013900         DISPLAY "CHAINE-JOURNAL : FONCTION INCONNUE - "
014000             CH-FONCTION
014100         GOBACK
014200     END-IF.
014300     IF CHAINAGE-EST-OUVERT
014400         DISPLAY "CHAINE-JOURNAL : LIGNE " NUMERO-RESERVE
014500             " NON VALIDEE - NUMERO REPRIS"
014600         CLOSE CHAINAGE-JOURNAL
014700         MOVE "N" TO CHAINAGE-OUVERT
014800     END-IF.
014900     MOVE ZERO TO JN-NO-SEQUENCE JN-CONTROLE.
015000     MOVE "N"  TO CHAINAGE-OUVERT.
015100     MOVE ZERO TO NB-TENTATIVES.
015200     PERFORM 2000-OUVRIR-CHAINAGE
015300         THRU 2000-OUVRIR-CHAINAGE-EXIT
015400         UNTIL CHAINAGE-EST-OUVERT
015500             OR NB-TENTATIVES >= MAXI-TENTATIVES.
015600     IF NOT CHAINAGE-EST-OUVERT
015700         DISPLAY "CHAINE-JOURNAL : JNCHAIN INDISPONIBLE - "
015800             "CODE " CJ-STATUT " - LIGNE " JN-ACTION " "
015900             JN-DATE-HEURE " NON CHAINEE"
016000         GOBACK
016100     END-IF.
016200     READ CHAINAGE-JOURNAL
016300         AT END
016400             PERFORM 3000-AMORCER-CHAINAGE
016500                 THRU 3000-AMORCER-CHAINAGE-EXIT
016600     END-READ.
016700     IF NOT CHAINAGE-EST-OUVERT
016800         GOBACK
016900     END-IF.
017000     COMPUTE JN-NO-SEQUENCE = CJ-DERNIER-NUMERO + 1.
017100     MOVE CJ-DERNIER-CONTROLE TO CONTROLE-PRECEDENT.
017200     PERFORM 5000-CALCULER-CONTROLE
017300         THRU 5000-CALCULER-CONTROLE-EXIT.
017400     MOVE JN-NO-SEQUENCE   TO NUMERO-RESERVE.
017500     MOVE CONTROLE-TRAVAIL TO CONTROLE-RESERVE.
017600     MOVE CONTROLE-TRAVAIL TO JN-CONTROLE.
017700     MOVE "0" TO CH-CODE-RETOUR.
017800     GOBACK.
017900*----------------------------------------------------------------
018000* 2000-OUVRIR-CHAINAGE : TENTATIVE D'OUVERTURE I-O DE JNCHAIN -
018100*                        UN FICHIER ABSENT EST CREE A ZERO (LA
018200*                        PREMIERE LIGNE CHAINEE PORTERA LE NUMERO
018300*                        1), UNE OUVERTURE REFUSEE EST RETENTEE
018400*----------------------------------------------------------------
018500 2000-OUVRIR-CHAINAGE.
018600     OPEN I-O CHAINAGE-JOURNAL.
018700     IF CJ-OK
018800         MOVE "O" TO CHAINAGE-OUVERT
018900         GO TO 2000-OUVRIR-CHAINAGE-EXIT
019000     END-IF.
019100     IF CJ-ABSENT
019200         MOVE ZERO TO CJ-DERNIER-NUMERO CJ-DERNIER-CONTROLE
019300             CJ-ORIGINE-NUMERO CJ-ORIGINE-CONTROLE
019400         MOVE FUNCTION CURRENT-DATE(1:14) TO CJ-DATE-HEURE
019500         OPEN OUTPUT CHAINAGE-JOURNAL
019600         WRITE ENR-CHAINAGE
019700         CLOSE CHAINAGE-JOURNAL
019800     END-IF.
019900     ADD 1 TO NB-TENTATIVES.
020000 2000-OUVRIR-CHAINAGE-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300* 3000-AMORCER-CHAINAGE : FICHIER OUVERT MAIS VIDE - AMORCAGE A
020400*                         ZERO PUIS REOUVERTURE ET RELECTURE POUR
020500*                         QUE LA REECRITURE PORTE SUR UN
020600*                         ENREGISTREMENT EXISTANT
020700*----------------------------------------------------------------
020800 3000-AMORCER-CHAINAGE.
020900     CLOSE CHAINAGE-JOURNAL.
021000     MOVE ZERO TO CJ-DERNIER-NUMERO CJ-DERNIER-CONTROLE
021100         CJ-ORIGINE-NUMERO CJ-ORIGINE-CONTROLE.
021200     MOVE FUNCTION CURRENT-DATE(1:14) TO CJ-DATE-HEURE.
021300     OPEN OUTPUT CHAINAGE-JOURNAL.
021400     WRITE ENR-CHAINAGE.
021500     CLOSE CHAINAGE-JOURNAL.
021600     OPEN I-O CHAINAGE-JOURNAL.
021700     IF NOT CJ-OK
021800         DISPLAY "CHAINE-JOURNAL : AMORCAGE DE JNCHAIN EN "
021900             "ECHEC - CODE " CJ-STATUT
022000         MOVE "N" TO CHAINAGE-OUVERT
022100         GO TO 3000-AMORCER-CHAINAGE-EXIT
022200     END-IF.
022300     READ CHAINAGE-JOURNAL
022400         AT END
022500             DISPLAY "CHAINE-JOURNAL : JNCHAIN VIDE APRES "
022600                 "AMORCAGE"
022700             MOVE "N" TO CHAINAGE-OUVERT
022800             CLOSE CHAINAGE-JOURNAL
022900     END-READ.
023000 3000-AMORCER-CHAINAGE-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300* 5000-CALCULER-CONTROLE : VALEUR DE CONTROLE DE LA LIGNE,
023400*                          ENCHAINEE SUR CONTROLE-PRECEDENT
023500*----------------------------------------------------------------
023600 5000-CALCULER-CONTROLE.
023700     COMPUTE CUMUL-1 = CONTROLE-PRECEDENT + 318407.
023800     MOVE 602913 TO CUMUL-2.
023900     PERFORM 5100-CUMULER-OCTET
024000         THRU 5100-CUMULER-OCTET-EXIT
024100         VARYING IDX-OCTET FROM 1 BY 1
024200         UNTIL IDX-OCTET > LONGUEUR-SCELLEE.
024300     PERFORM 5200-BRASSER
024400         THRU 5200-BRASSER-EXIT
024500         VARYING NO-TOUR FROM 1 BY 1
024600         UNTIL NO-TOUR > 4.
024700     COMPUTE CUMUL-1 = CUMUL-1 + CUMUL-2.
024800     DIVIDE CUMUL-1 BY PREMIER-1
024900         GIVING QUOTIENT-DIVISION
025000         REMAINDER RESTE-DIVISION.
025100     MOVE RESTE-DIVISION TO CONTROLE-TRAVAIL.
025200 5000-CALCULER-CONTROLE-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500* 5100-CUMULER-OCTET : UN OCTET DE LA LIGNE ENTRE DANS LES DEUX
025600*                      CUMULS, PONDERE PAR SA POSITION POUR QU'UNE
025700*                      TRANSPOSITION CHANGE LE RESULTAT
025800*----------------------------------------------------------------
025900 5100-CUMULER-OCTET.
026000     COMPUTE CODE-CARACTERE =
026100         FUNCTION ORD(LIGNE-JOURNAL(IDX-OCTET:1)).
026200     COMPUTE CUMUL-1 =
026300         CUMUL-1 * 131 + CODE-CARACTERE * IDX-OCTET.
026400     DIVIDE CUMUL-1 BY PREMIER-1
026500         GIVING QUOTIENT-DIVISION
026600         REMAINDER RESTE-DIVISION.
026700     MOVE RESTE-DIVISION TO CUMUL-1.
026800     COMPUTE CUMUL-2 =
026900         CUMUL-2 * 137 + CODE-CARACTERE + CUMUL-1.
027000     DIVIDE CUMUL-2 BY PREMIER-2
027100         GIVING QUOTIENT-DIVISION
027200         REMAINDER RESTE-DIVISION.
027300     MOVE RESTE-DIVISION TO CUMUL-2.
027400 5100-CUMULER-OCTET-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 5200-BRASSER : UN TOUR DE BRASSAGE CROISE DES DEUX CUMULS
027800*----------------------------------------------------------------
027900 5200-BRASSER.
028000     COMPUTE CUMUL-1 = CUMUL-1 * 997 + CUMUL-2.
028100     DIVIDE CUMUL-1 BY PREMIER-1
028200         GIVING QUOTIENT-DIVISION
028300         REMAINDER RESTE-DIVISION.
028400     MOVE RESTE-DIVISION TO CUMUL-1.
028500     COMPUTE CUMUL-2 = CUMUL-2 * 991 + CUMUL-1.
028600     DIVIDE CUMUL-2 BY PREMIER-2
028700         GIVING QUOTIENT-DIVISION
028800         REMAINDER RESTE-DIVISION.
028900     MOVE RESTE-DIVISION TO CUMUL-2.
029000 5200-BRASSER-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300* 6000-VALIDER-CHAINAGE : LIGNE ECRITE PAR L'APPELANT - JNCHAIN
029400*                         PREND SON NUMERO ET SA VALEUR ; LIGNE
029500*                         NON ECRITE - JNCHAIN RESTE TEL QUEL, LE
029600*                         NUMERO SERA REPRIS. DANS LES DEUX CAS
029700*                         JNCHAIN EST FERME ET LIBERE
029800*----------------------------------------------------------------
029900 6000-VALIDER-CHAINAGE.
030000     IF NOT CHAINAGE-EST-OUVERT
030100         GO TO 6000-VALIDER-CHAINAGE-EXIT
030200     END-IF.
030300     IF CH-STATUT-ECRITURE NOT = "00"
030400         DISPLAY "CHAINE-JOURNAL : ECRITURE DE LA LIGNE "
030500             NUMERO-RESERVE " EN ECHEC - CODE " CH-STATUT-ECRITURE
030600             " - NUMERO REPRIS"
030700         GO TO 6000-VALIDER-CHAINAGE-FERMER
030800     END-IF.
030900     MOVE NUMERO-RESERVE   TO CJ-DERNIER-NUMERO.
031000     MOVE CONTROLE-RESERVE TO CJ-DERNIER-CONTROLE.
031100     MOVE FUNCTION CURRENT-DATE(1:14) TO CJ-DATE-HEURE.
031200     REWRITE ENR-CHAINAGE.
031300     IF NOT CJ-OK
031400         DISPLAY "CHAINE-JOURNAL : REECRITURE DE JNCHAIN EN "
031500             "ECHEC - CODE " CJ-STATUT " - LIGNE " NUMERO-RESERVE
031600             " ECRITE MAIS NON REPORTEE"
031700         GO TO 6000-VALIDER-CHAINAGE-FERMER
031800     END-IF.
031900     MOVE "0" TO CH-CODE-RETOUR.
032000 6000-VALIDER-CHAINAGE-FERMER.
032100     CLOSE CHAINAGE-JOURNAL.
032200     MOVE "N" TO CHAINAGE-OUVERT.
032300 6000-VALIDER-CHAINAGE-EXIT.
032400     EXIT.
