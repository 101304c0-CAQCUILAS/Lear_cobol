002780*                    ANTERIEURS A CETTE ZONE) VAUT ACTIF. LES
002790*                    ETATS ET EXTRAITS NE RETIENNENT QUE LES
002791*                    DOSSIERS ACTIFS OU LES COMPTENT A PART.
002792* 2026-10-15 SI      AJOUT DE MF-NOM-USAGE (NOM D'USAGE : EPOUX,
002793*                    EPOUSE, NOM ACCOLE...) A COTE DU NOM DE
002794*                    NAISSANCE MF-NOM, QUI RESTE DANS MF-CLE ET NE
002795*                    CHANGE PLUS AU MARIAGE. BLANC = PAS DE NOM
002796*                    D'USAGE. POSE OU RETIRE PAR LE CODE
002797*                    TRANSACTION "U" (CHARGEMENT-LOT) ET AU
002798*                    GUICHET (MAJ-DOSSIER). ENREGISTREMENT PORTE A
002799*                    197 OCTETS (IMAGES DU JOURNAL ELARGIES).
002800*----------------------------------------------------------------
002900     05 MF-CLE.
003000         10 MF-NOM               PIC X(20).
003820         88 MF-ADRESSE-EN-PND    VALUE "O".
003830         88 MF-ADRESSE-VALABLE   VALUES "N" SPACE.
003900     05 MF-CODE-SITE             PIC X(03).
004000     05 MF-NOM-USAGE             PIC X(20).
