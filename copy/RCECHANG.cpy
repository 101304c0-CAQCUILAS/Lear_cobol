000100*----------------------------------------------------------------
000200* RCECHANG - STRUCTURE D'UN ENREGISTREMENT DU FICHIER D'ECHANGE
000300*            ENTRE REGISTRES DE PREFECTURE (ASSIGN "ECHANGE") :
000400*            LES DOSSIERS TRANSFERES A UNE AUTRE PREFECTURE
000500*            (TRANSFERT-SORTANT) OU RECUS D'ELLE
000600*            (TRANSFERT-ENTRANT), AVEC LEURS LIENS ET LES LIGNES
000700*            DE LEUR JOURNAL D'AUDIT.
000800*
000900* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001000* FICHIER D'ECHANGE, PAR EXEMPLE :
001100*
001200*     FD  FICHIER-ECHANGE
001300*         LABEL RECORDS ARE STANDARD.
001400*     01  ENR-ECHANGE.
001500*         COPY RCECHANG.
001600*
001700* LE FICHIER EST ECRIT DANS CET ORDRE : UNE ENTETE ("E"), LES
001800* DOSSIERS ("D", IMAGE RCMAITRE COMPLETE), LES LIENS ("L", IMAGE
001900* RCLIEN), LES LIGNES DE JOURNAL ("J", IMAGE RCJOURNAL), PUIS UNE
002000* FIN ("F") PORTANT LES NOMBRES D'ENREGISTREMENTS DE CHAQUE SORTE
002100* POUR LE CONTROLE DU REGISTRE DESTINATAIRE. XF-ID-ORIGINE EST
002200* L'IDENTIFIANT DU DOSSIER AU REGISTRE D'ORIGINE (POUR UN LIEN,
002300* CELUI DU MINEUR) ; IL EST A ZERO SUR L'ENTETE ET LA FIN.
002400* LES CODES PREFECTURE SONT CEUX DU REFERENTIEL NATIONAL (3
002500* POSITIONS).
002510* XF-IMAGE-JOURNAL GARDE LES 487 POSITIONS DU FORMAT D'ECHANGE :
002520* LE NUMERO ET LA VALEUR DE CONTROLE DU CHAINAGE LOCAL (FIN DE
002530* RCJOURNAL) NE VOYAGENT PAS, ILS N'ONT DE SENS QUE DANS LE
002540* JOURNAL DU REGISTRE QUI LES A ECRITS.
002600*
002700* HISTORIQUE DES MODIFICATIONS
002800* DATE       AUTEUR  DESCRIPTION
002900* ---------- ------- ---------------------------------------------
003000* 2026-10-15 SI      CREATION - TRANSFERT DE DOSSIERS ENTRE
003100*                    REGISTRES DE PREFECTURE.
003110* 2026-10-15 SI      LES ZONES DE CHAINAGE AJOUTEES EN FIN DE
003120*                    RCJOURNAL NE SONT PAS TRANSMISES : FORMAT
003130*                    D'ECHANGE INCHANGE.
003200*----------------------------------------------------------------
003300     05 XF-TYPE-ENR              PIC X(01).
003400         88 XF-ENTETE            VALUE "E".
003500         88 XF-DOSSIER           VALUE "D".
003600         88 XF-LIEN              VALUE "L".
003700         88 XF-JOURNAL           VALUE "J".
003800         88 XF-FIN               VALUE "F".
003900     05 XF-ID-ORIGINE            PIC 9(09).
004000     05 XF-DONNEES               PIC X(487).
004100     05 XF-DONNEES-ENTETE REDEFINES XF-DONNEES.
004200         10 XF-PREFECTURE-ORIGINE
004300                                 PIC X(03).
004400         10 XF-PREFECTURE-DESTINATION
004500                                 PIC X(03).
004600         10 XF-DATE-TRANSFERT    PIC 9(08).
004700         10 FILLER               PIC X(473).
004800     05 XF-DONNEES-DOSSIER REDEFINES XF-DONNEES.
004900         10 XF-IMAGE-MAITRE      PIC X(197).
005000         10 FILLER               PIC X(290).
005100     05 XF-DONNEES-LIEN REDEFINES XF-DONNEES.
005200         10 XF-IMAGE-LIEN        PIC X(27).
005300         10 FILLER               PIC X(460).
005400     05 XF-DONNEES-JOURNAL REDEFINES XF-DONNEES.
005500         10 XF-IMAGE-JOURNAL     PIC X(487).
005600     05 XF-DONNEES-FIN REDEFINES XF-DONNEES.
005700         10 XF-NB-DOSSIERS       PIC 9(07).
005800         10 XF-NB-LIENS          PIC 9(07).
005900         10 XF-NB-LIGNES-JOURNAL PIC 9(07).
006000         10 FILLER               PIC X(466).
