000100*----------------------------------------------------------------
000200* RCTACHE  - STRUCTURE D'UN ENREGISTREMENT DE LA FILE UNIQUE DES
000300*            TACHES DES CLERCS (ASSIGN "TACHES", INDEXE SUR
000400*            TQ-NO-TACHE, CLE SECONDAIRE UNIQUE TQ-CLE-SOURCE) :
000500*            UNE ENTREE PAR CAS A TRAITER AU GUICHET, QUELLE QUE
000600*            SOIT LA CHAINE QUI L'A SIGNALE.
000700*
000800* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
000900* FICHIER DES TACHES, PAR EXEMPLE :
001000*
001100*     FD  FICHIER-TACHES
001200*         LABEL RECORDS ARE STANDARD.
001300*     01  ENR-TACHE.
001400*         COPY RCTACHE.
001500*
001600* LA FILE EST ALIMENTEE CHAQUE NUIT PAR ALIMENTE-TACHES A PARTIR
001700* DES SORTIES DES AUTRES CHAINES (REJETS, REVUEDEC, PNDSITE,
001800* ATTENTE, PROPOSIT, DOUBLWRK, EXCEPT, QUALWRK), TRAVAILLEE AU
001900* GUICHET PAR TRAITE-TACHES ET EDITEE PAR ETAT-TACHES.
002000* TQ-REFERENCE IDENTIFIE LE CAS DANS SA SOURCE (VOIR
002100* ALIMENTE-TACHES) : AVEC LE TYPE, ELLE FORME LA CLE SECONDAIRE
002200* QUI REND LE REPASSAGE D'UNE MEME SOURCE SANS EFFET. UNE TACHE
002300* CLOSE RESTE AU FICHIER POUR LA TRACE (QUI, QUAND, COMMENT).
002400* TQ-ID-CITOYEN EST A ZERO QUAND LA SOURCE NE DESIGNE PAS UN
002500* DOSSIER UNIQUE (REJET DE SAISIE, AVIS DE DECES AMBIGU, PLI NON
002600* RAPPROCHE) ; TQ-CODE-SITE VAUT ALORS "---" SI LA SOURCE NE
002700* PORTE PAS DE SITE.
002800*
002900* HISTORIQUE DES MODIFICATIONS
003000* DATE       AUTEUR  DESCRIPTION
003100* ---------- ------- ---------------------------------------------
003200* 2026-10-15 SI      CREATION - FILE UNIQUE DES TACHES DES CLERCS.
003300*----------------------------------------------------------------
003400     05 TQ-NO-TACHE              PIC 9(09).
003500     05 TQ-CLE-SOURCE.
003600         10 TQ-TYPE-TACHE        PIC X(03).
003700             88 TQ-TACHE-REJET   VALUE "REJ".
003800             88 TQ-TACHE-DECES   VALUE "DEC".
003900             88 TQ-TACHE-PND     VALUE "PND".
004000             88 TQ-TACHE-ATTENTE VALUE "ATT".
004100             88 TQ-TACHE-PROPOSITION VALUE "PRO".
004200             88 TQ-TACHE-DOUBLON VALUE "DBL".
004300             88 TQ-TACHE-RETOUR  VALUE "RET".
004400             88 TQ-TACHE-QUALITE VALUE "QUA".
004500         10 TQ-REFERENCE         PIC X(60).
004600     05 TQ-ID-CITOYEN            PIC 9(09).
004700     05 TQ-NOM                   PIC X(20).
004800     05 TQ-PRENOM                PIC X(20).
004900     05 TQ-CODE-SITE             PIC X(03).
005000     05 TQ-DATE-CREATION         PIC 9(08).
005100     05 TQ-LIBELLE               PIC X(60).
005200     05 TQ-ETAT                  PIC X(01).
005300         88 TQ-OUVERTE           VALUES "O" SPACE.
005400         88 TQ-PRISE             VALUE "P".
005500         88 TQ-CLOSE             VALUE "C".
005600     05 TQ-OPERATEUR-ASSIGNE     PIC X(08).
005700     05 TQ-DATE-HEURE-PRISE      PIC X(14).
005800     05 TQ-OPERATEUR-CLOTURE     PIC X(08).
005900     05 TQ-DATE-HEURE-CLOTURE    PIC X(14).
006000     05 TQ-COMPTE-RENDU          PIC X(40).
