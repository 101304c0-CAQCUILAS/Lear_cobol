002411*                    FICHIER OPERATEURS (MAJ-OPERATEURS), SANS
002412*                    RAPPORT AVEC LE FICHIER MAITRE : BACKOUT-LOT
002413*                    ET REJOUE-JOURNAL LES ECARTENT COMME REFUS.
002414* 2026-10-15 SI      AJOUT DE L'ACTION MODHI - MODIFICATION D'UN
002415*                    DOSSIER DU FICHIER MAITRE HISTORIQUE
002416*                    (HISTMAIT) PAR READRESSE-DOSSIERS, AVEC LES
002417*                    IMAGES AVANT ET APRES : BACKOUT-LOT ET
002418*                    REJOUE-JOURNAL, QUI NE TRAVAILLENT QUE SUR LE
002419*                    FICHIER MAITRE VIVANT, LES ECARTENT.
002420* 2026-10-15 SI      CODE OPERATEUR "ETATCIV" : DOSSIERS DE
002421*                    NOUVEAU-NES CREES (AJOUT) ET LIENS PARENT
002422*                    POSES (LIENS) D'OFFICE PAR TRAIT-NAISSANCES
002423*                    DEPUIS LES NAISSANCES DE L'ETAT CIVIL.
002424* 2026-10-15 SI      IMAGES AVANT/APRES PORTEES A 197 OCTETS (NOM
002425*                    D'USAGE MF-NOM-USAGE AJOUTE A RCMAITRE). LES
002426*                    CHANGEMENTS DE NOM D'USAGE SONT JOURNALISES
002427*                    EN MODIF AVEC LES DEUX IMAGES.
002428* 2026-10-15 SI      CODE OPERATEUR "TRANSFRT" : DOSSIERS RECUS
002429*                    D'UNE AUTRE PREFECTURE (AJOUT, LIENS) PAR
002430*                    TRANSFERT-ENTRANT ET DOSSIERS RADIES POUR
002431*                    TRANSFERT (STATU) PAR TRANSFERT-SORTANT.
002432* 2026-10-15 SI      ACTION REFUS ETENDUE AUX ACCES HORS
002433*                    PERIMETRE (PERIMETRE-SITE) : JN-NOM "HORS
002434*                    PERIMETRE SITE", JN-PRENOM LE PROGRAMME,
002435*                    JN-ID-CITOYEN ET JN-CODE-SITE LE DOSSIER
002436*                    DEMANDE ET SON SITE.
002437* 2026-10-15 SI      AJOUT DE L'ACTION RELEV - PRODUCTION PAR
002438*                    RELEVE-DOSSIER DU RELEVE DES DONNEES D'UN
002439*                    CITOYEN AU TITRE DU DROIT D'ACCES, SANS
002440*                    IMAGES : BACKOUT-LOT ET REJOUE-JOURNAL
002441*                    L'ECARTENT.
002442* 2026-10-15 SI      AJOUT DE JN-NO-SEQUENCE ET JN-CONTROLE :
002443*                    CHAQUE LIGNE EST NUMEROTEE ET SCELLEE PAR
002444*                    UNE VALEUR DE CONTROLE CALCULEE SUR LA LIGNE
002445*                    ET LA VALEUR DE LA LIGNE PRECEDENTE
002446*                    (CHAINE-JOURNAL, COPY RCCHAIND) ; LIGNE
002447*                    SUPPRIMEE, INSEREE OU RETOUCHEE ROMPT LA
002448*                    CHAINE (VERIF-JOURNAL). LES LIGNES
002449*                    ANTERIEURES PORTENT LES ZONES A BLANC.
002450* 2026-10-15 SI      LIGNES MODIF DE CORRIGE-MASSE (CORRECTION DE
002451*                    MASSE) : TOUTES LES LIGNES D'UN PASSAGE
002452*                    PORTENT LE MEME JN-DATE-HEURE, REFERENCE DE
002453*                    LOT QUI SERT DE FENETRE A BACKOUT-LOT ;
002454*                    JN-OPERATEUR EST LE DEMANDEUR,
002455*                    JN-OPERATEUR-VALIDE L'APPROBATEUR.
002414*----------------------------------------------------------------
002500     05 JN-DATE-HEURE            PIC X(14).
002600     05 JN-ACTION                PIC X(05).
002860         88 JN-EST-ANONYMISATION VALUE "ANONY".
002870         88 JN-EST-HISTORISATION VALUE "HISTO".
002880         88 JN-EST-OPERATEUR     VALUE "OPERA".
002890         88 JN-EST-MODIF-HISTO   VALUE "MODHI".
002895         88 JN-EST-RELEVE        VALUE "RELEV".
002900     05 JN-NOM                   PIC X(20).
003000     05 JN-PRENOM                PIC X(20).
003100     05 JN-AGE-AVANT             PIC 9(03).
003400     05 JN-OPERATEUR             PIC X(08).
003500     05 JN-CODE-SITE             PIC X(03).
003600     05 JN-OPERATEUR-VALIDE      PIC X(08).
003700     05 JN-IMAGE-AVANT           PIC X(197).
003800     05 JN-IMAGE-APRES           PIC X(197).
003900     05 JN-NO-SEQUENCE           PIC 9(09).
004000     05 JN-CONTROLE              PIC 9(09).
