000100*----------------------------------------------------------------
000200* RCETNUI - STRUCTURE D'UNE LIGNE DU FICHIER D'ETAT DU FLOT DE
000300*           NUIT REGPIPE (ASSIGN "ETATNUIT") : UNE LIGNE PAR
000400*           EVENEMENT, AJOUTEE EN FIN DE FICHIER PAR PILOTE-NUIT,
000500*           QUI REECRIT LE FICHIER A L'OUVERTURE D'UNE NOUVELLE
000600*           NUIT.
000700*
000800* TYPES DE LIGNE (EN-TYPE) :
000900*   "O" OUVERTURE DE LA NUIT (EN-MODE "N" NORMALE, "I" NOUVELLE
001000*       NUIT IMPOSEE PAR L'EXPLOITATION, LA PRECEDENTE ETANT
001100*       ABANDONNEE) ;
001200*   "R" SOUMISSION EN REPRISE DE LA MEME NUIT (EN-MODE "R"
001300*       CONTROLEE CONTRE LE SCEAU, "F" FORCEE SANS SCEAU), AVEC
001400*       LE NOMBRE DE DOSSIERS ET LE NUMERO DE JOURNAL CONSTATES ;
001500*   "X" SOUMISSION REFUSEE A L'OUVERTURE, MOTIF EN EN-LIBELLE -
001600*       AUCUNE ETAPE DE CETTE SOUMISSION NE S'EXECUTE ;
001700*   "D" ETAPE LANCEE (EN-ETAPE, EN-PROGRAMME) ;
001800*   "T" ETAPE TERMINEE, AVEC SON CODE RETOUR (0 OU 4) - UNE
001900*       ETAPE LANCEE SANS LIGNE "T" A ECHOUE (CODE RETOUR
002000*       SUPERIEUR A 4) OU S'EST ARRETEE EN ANOMALIE ;
002100*   "S" ETAPE SAUTEE EN REPRISE, DEJA TERMINEE ;
002200*   "F" SCEAU DE FIN DE SOUMISSION : NOMBRE DE DOSSIERS DU
002300*       FICHIER MAITRE, DERNIER NUMERO DU JOURNAL D'AUDIT (COPY
002400*       RCCHAINE) ET BILAN DE LA NUIT (EN-BILAN).
002500*
002600* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD, PAR
002700* EXEMPLE :
002800*
002900*     FD  ETAT-NUIT
003000*         LABEL RECORDS ARE STANDARD.
003100*     01  ENR-ETAT-NUIT.
003200*         COPY RCETNUI.
003300*
003400* HISTORIQUE DES MODIFICATIONS
003500* DATE       AUTEUR  DESCRIPTION
003600* ---------- ------- ---------------------------------------------
003700* 2026-10-15 SI      CREATION - SUIVI DES ETAPES DU FLOT DE NUIT
003800*                    ET REPRISE A L'ETAPE EN ECHEC.
003900*----------------------------------------------------------------
004000     05 EN-TYPE                  PIC X(01).
004100         88 EN-OUVERTURE         VALUE "O".
004200         88 EN-REPRISE           VALUE "R".
004300         88 EN-REFUS             VALUE "X".
004400         88 EN-ETAPE-LANCEE      VALUE "D".
004500         88 EN-ETAPE-TERMINEE    VALUE "T".
004600         88 EN-ETAPE-SAUTEE      VALUE "S".
004700         88 EN-SCEAU             VALUE "F".
004800     05 EN-MODE                  PIC X(01).
004900         88 EN-MODE-NORMAL       VALUE "N".
005000         88 EN-MODE-IMPOSE       VALUE "I".
005100         88 EN-MODE-REPRISE      VALUE "R".
005200         88 EN-MODE-FORCE        VALUE "F".
005300     05 FILLER                   PIC X(01).
005400     05 EN-DATE-NUIT             PIC 9(08).
005500     05 FILLER                   PIC X(01).
005600     05 EN-HORODATE              PIC X(14).
005700     05 FILLER                   PIC X(01).
005800     05 EN-ETAPE                 PIC X(08).
005900     05 FILLER                   PIC X(01).
006000     05 EN-PROGRAMME             PIC X(20).
006100     05 EN-LIBELLE REDEFINES EN-PROGRAMME
006200                                 PIC X(20).
006300     05 FILLER                   PIC X(01).
006400     05 EN-CODE-RETOUR           PIC 9(04).
006500     05 FILLER                   PIC X(01).
006600     05 EN-NB-MAITRE             PIC 9(09).
006700     05 FILLER                   PIC X(01).
006800     05 EN-NO-JOURNAL            PIC 9(09).
006900     05 FILLER                   PIC X(01).
007000     05 EN-BILAN                 PIC X(01).
007100         88 EN-NUIT-COMPLETE     VALUE "C".
007200         88 EN-NUIT-INCOMPLETE   VALUE "I".
