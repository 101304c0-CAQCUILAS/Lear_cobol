002794* 2026-09-02 SI      L'ADRESSE (RJ-ADRESSE) EST DESORMAIS STRUCTUREE
002795*                    EN RUE, CODE POSTAL ET COMMUNE, A L'IMAGE DE
002796*                    TR-ADRESSE (VOIR RCTRANS).
002805* 2026-10-15 SI      AJOUT DE RJ-DATE-EFFET ET RJ-REF-DIFFEREE, A
002806*                    L'IMAGE DE LA TRANSACTION DIFFEREE DE
002807*                    RCTRANS (UNE TRANSACTION EN ATTENTE REJETEE
002808*                    LE JOUR DE SA DATE D'EFFET GARDE AINSI SA
002809*                    REFERENCE).
002810* 2026-10-15 SI      AJOUT DE RJ-NOM-USAGE, A L'IMAGE DE
002811*                    TR-NOM-USAGE (CODE "U" DE RCTRANS).
002800*----------------------------------------------------------------
002900     05 RJ-CODE-TRANS            PIC X(01).
003000     05 RJ-NOM                   PIC X(20).
004200     05 RJ-ID-MINEUR             PIC X(09).
004300     05 RJ-ID-RESPONSABLE        PIC X(09).
004400     05 RJ-TYPE-LIEN             PIC X(01).
004500     05 RJ-DATE-EFFET            PIC X(08).
004600     05 RJ-REF-DIFFEREE          PIC X(15).
004601     05 RJ-NOM-USAGE             PIC X(20).
