000100*----------------------------------------------------------------
000200* RCECHQC - STRUCTURE D'UN ELEMENT DE L'ECHANTILLON MENSUEL DE
000300*           CONTROLE QUALITE (ASSIGN "ECHQUAL", FICHIER INDEXE
000400*           SUR EQ-CLE) : UNE LIGNE DU JOURNAL D'AUDIT (AJOUT,
000500*           MODIF OU STATU) TIREE AU SORT PAR ECHANT-QUALITE,
000600*           AVEC SES IMAGES AVANT ET APRES, PUIS LE VERDICT DU
000700*           SUPERVISEUR PORTE PAR L'ECRAN REVUE-QUALITE ET
000800*           TOTALISE PAR RAPPORT-QUALITE.
000900*
001000* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD, PAR
001100* EXEMPLE :
001200*
001300*     FD  ECHANTILLON-QUALITE
001400*         LABEL RECORDS ARE STANDARD.
001500*     01  ENR-ECHANTILLON.
001600*         COPY RCECHQC.
001700*
001800* LE TIRAGE EST STRATIFIE PAR OPERATEUR ET SITE EMETTEUR :
001900* EQ-POPULATION EST LE NOMBRE DE LIGNES DU MOIS DE LA STRATE DE
002000* L'ELEMENT, EQ-TAILLE LE NOMBRE D'ELEMENTS TIRES DANS CETTE
002100* STRATE - CHAQUE ELEMENT REPRESENTE DONC EQ-POPULATION /
002200* EQ-TAILLE LIGNES, POIDS DONT RAPPORT-QUALITE TIENT COMPTE POUR
002300* LES TAUX ESTIMES PAR SITE, PAR ACTION ET D'ENSEMBLE.
002400* EQ-VERDICT RESTE A BLANC TANT QUE L'ELEMENT N'EST PAS REVU ;
002500* EQ-CHAMP-ERREUR PORTE LE CODE DE LA ZONE EN ERREUR (CODES DE
002600* ECART-IMAGES, COPY RCECARTD, OU "AU" POUR UNE AUTRE ERREUR).
002700*
002800* HISTORIQUE DES MODIFICATIONS
002900* DATE       AUTEUR  DESCRIPTION
003000* ---------- ------- ---------------------------------------------
003100* 2026-10-15 SI      CREATION - ECHANTILLON MENSUEL DE CONTROLE
003200*                    QUALITE DES SAISIES.
003300*----------------------------------------------------------------
003400     05 EQ-CLE.
003500         10 EQ-MOIS              PIC 9(06).
003600         10 EQ-NO-ECHANT         PIC 9(05).
003700     05 EQ-STRATE.
003800         10 EQ-OPERATEUR         PIC X(08).
003900         10 EQ-CODE-SITE         PIC X(03).
004000     05 EQ-ACTION                PIC X(05).
004100         88 EQ-EST-AJOUT         VALUE "AJOUT".
004200         88 EQ-EST-MODIF         VALUE "MODIF".
004300         88 EQ-EST-STATUT        VALUE "STATU".
004400     05 EQ-DATE-HEURE            PIC X(14).
004500     05 EQ-NO-SEQUENCE           PIC 9(09).
004600     05 EQ-ID-CITOYEN            PIC 9(09).
004700     05 EQ-NOM                   PIC X(20).
004800     05 EQ-PRENOM                PIC X(20).
004900     05 EQ-POPULATION            PIC 9(07).
005000     05 EQ-TAILLE                PIC 9(03).
005100     05 EQ-IMAGE-AVANT           PIC X(197).
005200     05 EQ-IMAGE-APRES           PIC X(197).
005300     05 EQ-VERDICT               PIC X(01).
005400         88 EQ-A-REVOIR          VALUE SPACE.
005500         88 EQ-CORRECT           VALUE "C".
005600         88 EQ-ERREUR-MINEURE    VALUE "M".
005700         88 EQ-ERREUR-MAJEURE    VALUE "G".
005800         88 EQ-REVU              VALUES "C" "M" "G".
005900     05 EQ-CHAMP-ERREUR          PIC X(02).
006000         88 EQ-CHAMP-VALIDE      VALUES "NO" "PR" "NU" "NN"
006100                                        "DN" "SX" "RU" "CP"
006200                                        "CO" "ST" "AU".
006300     05 EQ-COMMENTAIRE           PIC X(40).
006400     05 EQ-REVISEUR              PIC X(08).
006500     05 EQ-DATE-HEURE-REVUE      PIC X(14).
