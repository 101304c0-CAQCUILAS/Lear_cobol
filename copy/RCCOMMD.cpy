000100*----------------------------------------------------------------
000200* RCCOMMD - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*           CONTROLE-COMMUNE, CONTROLE COMMUN DU CODE POSTAL ET
000400*           DE LA COMMUNE D'UNE ADRESSE CONTRE LE REFERENTIEL
000500*           OFFICIEL DES COMMUNES (FICHIER COMMUNES, COPY
000600*           RCCOMMUN).
000700*
000800* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000900* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
001000*
001100*     01  DEMANDE-CONTROLE-COMMUNE.
001200*         COPY RCCOMMD.
001300*     ...
001400*     MOVE MF-CODE-POSTAL TO CC-CODE-POSTAL.
001500*     MOVE MF-COMMUNE     TO CC-COMMUNE.
001600*     CALL "CONTROLE-COMMUNE" USING DEMANDE-CONTROLE-COMMUNE.
001700*     IF CC-ADRESSE-CONFORME
001800*         MOVE CC-NOM-OFFICIEL TO MF-COMMUNE ...
001900*
002000* LA COMMUNE SAISIE EST RAPPROCHEE DE LA GRAPHIE OFFICIELLE APRES
002100* NORMALISATION (NORMALISE-NOM : ACCENTS, MINUSCULES, ESPACES,
002200* TIRETS ET APOSTROPHES) - "ST-DENIS" NE RETROUVE DONC PAS
002300* "SAINT-DENIS", MAIS "saint denis" OUI. QUAND L'ADRESSE EST
002400* CONFORME, CC-NOM-OFFICIEL ET CC-CODE-INSEE SONT RENDUS ET
002500* L'APPELANT ENREGISTRE LA GRAPHIE OFFICIELLE.
002600*
002700* CODE POSTAL ET COMMUNE TOUS DEUX A BLANC : ADRESSE NON FOURNIE
002800* (VERDICT 3), ACCEPTEE COMME AVANT. REFERENTIEL ABSENT OU VIDE :
002900* VERDICT 9, LE CONTROLE EST DEBRAYE AVEC UN MESSAGE (MEME REGLE
003000* QUE SITELIST DANS CHARGEMENT-LOT).
003100*
003200* HISTORIQUE DES MODIFICATIONS
003300* DATE       AUTEUR  DESCRIPTION
003400* ---------- ------- ---------------------------------------------
003500* 2026-10-15 SI      CREATION - CONTROLE COMMUN DES ADRESSES
003600*                    (IDENTITE, MAJ-DOSSIER, CHARGEMENT-LOT,
003700*                    VERIF-COMMUNES).
003800*----------------------------------------------------------------
003900     05 CC-CODE-POSTAL           PIC X(05).
004000     05 CC-COMMUNE               PIC X(25).
004100     05 CC-CODE-INSEE            PIC X(05).
004200     05 CC-NOM-OFFICIEL          PIC X(25).
004300     05 CC-VERDICT               PIC X(01).
004400         88 CC-ADRESSE-CONFORME  VALUE "0".
004500         88 CC-CODE-POSTAL-INCONNU VALUE "1".
004600         88 CC-COMMUNE-DISCORDANTE VALUE "2".
004700         88 CC-ADRESSE-ABSENTE   VALUE "3".
004800         88 CC-REFERENTIEL-ABSENT VALUE "9".
