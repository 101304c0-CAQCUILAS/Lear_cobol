000100*----------------------------------------------------------------
000200* RCREFER - STRUCTURE DE L'ENREGISTREMENT DE PROVENANCE D'UNE
000300*           RECONSTITUTION DU FICHIER MAITRE A UNE DATE DE
000400*           REFERENCE (ASSIGN "REFPROV") : RECONSTITUE-MAITRE
000500*           L'ECRIT EN FIN DE RECONSTITUTION, ETAT-REFERENCE LE
000600*           RELIT POUR IMPRIMER EN TETE DE SES COMPTES LA
000700*           GENERATION DE SAUVEGARDE ET LA PLAGE DE JOURNAL
000800*           RETENUES - UN CHIFFRE DE POPULATION A UNE DATE PASSEE
000900*           DOIT POUVOIR ETRE JUSTIFIE.
001000*
001100* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DU
001200* FICHIER DE PROVENANCE, PAR EXEMPLE :
001300*
001400*     FD  PROVENANCE
001500*         LABEL RECORDS ARE STANDARD.
001600*     01  ENR-PROVENANCE.
001700*         COPY RCREFER.
001800*
001900* SENS "A" : SAUVEGARDE ANTERIEURE OU EGALE A LA REFERENCE, LES
002000* LIGNES DE JOURNAL DE LA FENETRE SONT REJOUEES EN AVANT (IMAGE
002100* APRES) ; SENS "R" : SAUVEGARDE POSTERIEURE, ELLES SONT DEFAITES
002200* DE LA PLUS RECENTE A LA PLUS ANCIENNE (IMAGE AVANT). LES
002300* HORODATAGES DE PREMIERE ET DERNIERE LIGNE SONT CEUX DES LIGNES
002400* DE LA FENETRE, DANS L'ORDRE CHRONOLOGIQUE QUEL QUE SOIT LE
002500* SENS ; A BLANC SI AUCUNE LIGNE N'Y TOMBE. RF-COUVERTURE A "N"
002600* SIGNALE UN JOURNAL MONTE QUI NE COUVRE PAS TOUTE LA FENETRE
002700* (GENERATION D'ARCHIVE MANQUANTE).
002800*
002900* HISTORIQUE DES MODIFICATIONS
003000* DATE       AUTEUR  DESCRIPTION
003100* ---------- ------- ---------------------------------------------
003200* 2026-10-15 SI      CREATION - PROVENANCE DU FICHIER MAITRE
003300*                    RECONSTITUE A UNE DATE DE REFERENCE.
003400*----------------------------------------------------------------
003500     05 RF-HORODATE-REFERENCE    PIC X(14).
003600     05 RF-HORODATE-SAUVEGARDE   PIC X(14).
003700     05 RF-GENERATION            PIC X(44).
003800     05 RF-SENS                  PIC X(01).
003900         88 RF-EN-AVANT          VALUE "A".
004000         88 RF-EN-ARRIERE        VALUE "R".
004100     05 RF-PREMIERE-LIGNE        PIC X(14).
004200     05 RF-DERNIERE-LIGNE        PIC X(14).
004300     05 RF-COUVERTURE            PIC X(01).
004400         88 RF-JOURNAL-COMPLET   VALUE "O".
004500         88 RF-JOURNAL-DOUTEUX   VALUE "N".
004600     05 RF-NB-LIGNES-LUES        PIC 9(09).
004700     05 RF-NB-FENETRE            PIC 9(09).
004800     05 RF-NB-APPLIQUEES         PIC 9(09).
004900     05 RF-NB-SANS-INCIDENCE     PIC 9(09).
005000     05 RF-NB-NON-RECONSTITUEES  PIC 9(09).
005100     05 RF-NB-ERREURS            PIC 9(09).
005200     05 RF-HORODATE-TRAITEMENT   PIC X(14).
