000100*----------------------------------------------------------------
000200* RCDEMET  - STRUCTURE D'UN ENREGISTREMENT DE LA FILE DES
000300*            DEMANDES D'ETATS (ASSIGN "DEMETATS", INDEXE SUR
000400*            DE-NO-DEMANDE) : UNE ENTREE PAR ETAT DEMANDE AU
000500*            GUICHET, AVEC SES PARAMETRES ET SON SUIVI.
000600*
000700* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
000800* FICHIER DES DEMANDES, PAR EXEMPLE :
000900*
001000*     FD  FICHIER-DEMANDES
001100*         LABEL RECORDS ARE STANDARD.
001200*     01  ENR-DEMANDE.
001300*         COPY RCDEMET.
001400*
001500* LA DEMANDE EST DEPOSEE PAR DEMANDE-ETATS (CHOIX R DE
001600* MENU-OPERATEUR) AU NOM DE L'OPERATEUR SIGNE, EN ATTENTE ;
001700* LANCE-ETATS (REGETATS) SOUMET UN TRAVAIL PAR DEMANDE EN
001800* ATTENTE ET LA PASSE LANCEE, PUIS LA DERNIERE ETAPE DE CE
001900* TRAVAIL LA PASSE TERMINEE OU EN ECHEC. LA SORTIE EST RANGEE
002000* SOUS LE NOM DU DEMANDEUR : DE-DSN-SORTIE EN DONNE LA RACINE
002100* (PROD.CITOYENS.ETATS.<OPERATEUR>.D<NUMERO>), CHAQUE FICHIER
002200* PRODUIT EN ETANT UN SUFFIXE (VOIR LANCE-ETATS). UNE DEMANDE
002300* TRAITEE RESTE AU FICHIER POUR LA TRACE (QUI, QUAND, QUOI).
002400*
002500* DE-PARAMETRES SE LIT SELON DE-CODE-ETAT ; UNE ZONE A BLANC Y
002600* A LE SENS D'UNE CARTE SYSIN A BLANC POUR LE PROGRAMME D'ETAT.
002700*
002800* HISTORIQUE DES MODIFICATIONS
002900* DATE       AUTEUR  DESCRIPTION
003000* ---------- ------- ---------------------------------------------
003100* 2026-10-15 SI      CREATION - ETATS A LA DEMANDE DEPOSES AU
003200*                    GUICHET ET PRODUITS PAR LE BATCH.
003300*----------------------------------------------------------------
003400     05 DE-NO-DEMANDE            PIC 9(07).
003500     05 DE-CODE-ETAT             PIC X(04).
003600         88 DE-ETAT-ACTIVITE     VALUE "ACTI".
003700         88 DE-ETAT-PUBLIPOSTAGE VALUE "PUBL".
003800         88 DE-ETAT-HISTORIQUE   VALUE "HIST".
003900         88 DE-ETAT-QUALITE      VALUE "QUAL".
004000     05 DE-OPERATEUR             PIC X(08).
004100     05 DE-DATE-HEURE-DEMANDE    PIC X(14).
004200     05 DE-PARAMETRES            PIC X(80).
004300*    RAPPORT-ACTIVITE : JOURNEE DU JOURNAL A EDITER
004400     05 DE-PARAM-ACTIVITE REDEFINES DE-PARAMETRES.
004500         10 DE-PA-DATE           PIC X(08).
004600         10 FILLER               PIC X(72).
004700*    EXTRAIT-PUBLIPOSTAGE : CRITERES, LIBELLE ET DATE DU MESSAGE
004800     05 DE-PARAM-PUBLIPOSTAGE REDEFINES DE-PARAMETRES.
004900         10 DE-PP-AGE-MIN        PIC X(03).
005000         10 DE-PP-AGE-MAX        PIC X(03).
005100         10 DE-PP-SEXE           PIC X(01).
005200         10 DE-PP-STATUT         PIC X(01).
005300         10 DE-PP-LIBELLE        PIC X(40).
005400         10 DE-PP-DATE-CONVOC    PIC X(08).
005500         10 FILLER               PIC X(24).
005600*    HISTO-ARCHIVE : DOSSIER (IDENTIFIANT OU NOM ET PRENOM) ET
005700*    FENETRE DE DATES
005800     05 DE-PARAM-HISTORIQUE REDEFINES DE-PARAMETRES.
005900         10 DE-PH-ID-CITOYEN     PIC X(09).
006000         10 DE-PH-NOM            PIC X(20).
006100         10 DE-PH-PRENOM         PIC X(20).
006200         10 DE-PH-DATE-DEBUT     PIC X(08).
006300         10 DE-PH-DATE-FIN       PIC X(08).
006400         10 FILLER               PIC X(15).
006500*    QUALITE-DOSSIERS : SITE D'ORIGINE (BLANC = TOUS LES SITES)
006600     05 DE-PARAM-QUALITE REDEFINES DE-PARAMETRES.
006700         10 DE-PQ-CODE-SITE      PIC X(03).
006800         10 FILLER               PIC X(77).
006900     05 DE-STATUT                PIC X(01).
007000         88 DE-EN-ATTENTE        VALUE "A".
007100         88 DE-LANCEE            VALUE "L".
007200         88 DE-TERMINEE          VALUE "T".
007300         88 DE-EN-ECHEC          VALUE "E".
007400         88 DE-ANNULEE           VALUE "N".
007500     05 DE-DATE-HEURE-LANCEMENT  PIC X(14).
007600     05 DE-DATE-HEURE-FIN        PIC X(14).
007700     05 DE-NOM-TRAVAIL           PIC X(08).
007800     05 DE-DSN-SORTIE            PIC X(44).
007900     05 DE-COMPTE-RENDU          PIC X(40).
