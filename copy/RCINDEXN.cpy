000800*            POUR L'UNICITE DE LA CLE. NAVIG-DOSSIERS S'EN SERT
000900*            POUR SA RECHERCHE NORMALISEE : LE GUICHET RETROUVE
001000*            UN DOSSIER QUELLE QUE SOIT LA GRAPHIE DE 1997.
001010*            UN DOSSIER PORTANT UN NOM D'USAGE A UNE SECONDE
001020*            ENTREE SOUS CE NOM (IX-TYPE-NOM "U", IX-NOM = NOM
001030*            D'USAGE) : IL EST RETROUVE SOUS L'UN OU L'AUTRE NOM.
001100*
001200* A INCLURE SOUS LE NIVEAU 01 DE L'ENREGISTREMENT DE LA FD DE
001300* L'INDEX, PAR EXEMPLE :
002200* ---------- ------- ---------------------------------------------
002300* 2026-09-02 SI      CREATION - INDEX NOCTURNE DES NOMS NORMALISES
002400*                    POUR LA RECHERCHE DU GUICHET.
002410* 2026-10-15 SI      SECONDE ENTREE PAR DOSSIER SOUS LE NOM
002420*                    D'USAGE (MF-NOM-USAGE), DISTINGUEE PAR
002430*                    IX-TYPE-NOM.
002500*----------------------------------------------------------------
002600     05 IX-CLE.
002700         10 IX-CLE-NORMALISEE    PIC X(40).
002800         10 IX-ID-CITOYEN        PIC 9(09).
002900     05 IX-NOM                   PIC X(20).
003000     05 IX-PRENOM                PIC X(20).
003001     05 IX-TYPE-NOM              PIC X(01).
003002         88 IX-ENTREE-NAISSANCE  VALUES "N" SPACE.
003003         88 IX-ENTREE-USAGE      VALUE "U".
