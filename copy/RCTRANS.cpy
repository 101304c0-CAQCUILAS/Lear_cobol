002300* DOSSIER, "C" CHANGE LE STATUT D'UN DOSSIER (TR-STATUT-DOSSIER
002310* ET TR-MOTIF-STATUT RENSEIGNES). TOUT AUTRE CODE EST REJETE AU
002320* FICHIER REJETS.
002330*
002340* TR-DATE-EFFET (AAAAMMJJ, BLANC OU ZERO = IMMEDIAT) DIFFERE LA
002350* TRANSACTION : POSTERIEURE A LA DATE DU CHARGEMENT, ELLE EST
002360* CONTROLEE PUIS MISE EN ATTENTE AU FICHIER DIFFERE (VOIR
002370* RCDIFFER) ET N'EST APPLIQUEE QUE LA NUIT DE SA DATE D'EFFET.
002380* LE CODE "X" ANNULE UNE TRANSACTION EN ATTENTE AVANT QU'ELLE NE
002390* S'APPLIQUE : TR-REF-DIFFEREE PORTE SA REFERENCE (LISTE DES
002391* TRANSACTIONS EN ATTENTE, LISTE-DIFFERES) ET TR-CODE-SITE DOIT
002392* ETRE CELUI DU SITE QUI L'A DEPOSEE.
002393*
002394* LE CODE "U" POSE (TR-NOM-USAGE RENSEIGNE) OU RETIRE (TR-NOM-
002395* USAGE A BLANC) LE NOM D'USAGE DU DOSSIER DESIGNE PAR TR-NOM
002396* (NOM DE NAISSANCE) ET TR-PRENOM. A L'AJOUT, TR-NOM-USAGE
002397* RENSEIGNE EST PORTE TEL QUEL AU DOSSIER CREE.
002400*
002500* HISTORIQUE DES MODIFICATIONS
002600* DATE       AUTEUR  DESCRIPTION
003501* 2026-09-02 SI      L'ADRESSE (TR-ADRESSE) EST DESORMAIS STRUCTUREE
003502*                    EN RUE, CODE POSTAL ET COMMUNE, A L'IMAGE DE
003503*                    MF-ADRESSE (VOIR RCMAITRE).
003510* 2026-10-15 SI      AJOUT DE TR-DATE-EFFET (TRANSACTION DIFFEREE
003511*                    JUSQU'A SA DATE D'EFFET) ET DU CODE "X"
003512*                    (ANNULATION D'UNE TRANSACTION EN ATTENTE,
003513*                    REFERENCE EN TR-REF-DIFFEREE).
003514* 2026-10-15 SI      AJOUT DE TR-NOM-USAGE ET DU CODE "U" (POSE OU
003515*                    RETRAIT DU NOM D'USAGE, LE NOM DE NAISSANCE
003516*                    TR-NOM RESTANT LA CLE DU DOSSIER).
003500*----------------------------------------------------------------
003600     05 TR-CODE-TRANS            PIC X(01).
003700         88 TR-AJOUT             VALUES "A" SPACE.
003900         88 TR-SUPPRESSION       VALUE "S".
003910         88 TR-CHANGT-STATUT     VALUE "C".
003920         88 TR-LIEN              VALUE "L".
003930         88 TR-ANNULATION-DIFFEREE
003940                                 VALUE "X".
003950         88 TR-NOM-USAGE-CHANGE  VALUE "U".
004000     05 TR-NOM                   PIC X(20).
004100     05 TR-PRENOM                PIC X(20).
004200     05 TR-AGE                   PIC 9(03).
005500     05 TR-ID-MINEUR             PIC X(09).
005600     05 TR-ID-RESPONSABLE        PIC X(09).
005700     05 TR-TYPE-LIEN             PIC X(01).
005800     05 TR-DATE-EFFET            PIC X(08).
005900     05 TR-DATE-EFFET-NUM REDEFINES TR-DATE-EFFET
006000                                 PIC 9(08).
006100     05 TR-REF-DIFFEREE          PIC X(15).
006101     05 TR-NOM-USAGE             PIC X(20).
