000100*----------------------------------------------------------------
000200* RCADRHD - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*           HISTO-ADRESSE, GUICHET UNIQUE DE L'HISTORIQUE DES
000400*           ADRESSES (FICHIER ADRHIST, COPY RCADRHI).
000500*
000600* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000700* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
000800*
000900*     01  DEMANDE-HISTO-ADRESSE.
001000*         COPY RCADRHD.
001100*     ...
001200*     MOVE "M"               TO HA-ACTION.
001300*     MOVE MF-ID-CITOYEN     TO HA-ID-CITOYEN.
001400*     MOVE MF-ADRESSE        TO HA-ADRESSE.
001500*     MOVE DATE-DU-JOUR      TO HA-DATE-EFFET.
001600*     MOVE "MAJ-DOSSIER"     TO HA-PROGRAMME.
001700*     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
001800*
001900* ACTION "M" (DEMENAGEMENT) : L'APPELANT PASSE LA NOUVELLE ADRESSE
002000* DU DOSSIER ET SA DATE D'EFFET. UNE ADRESSE IDENTIQUE A L'ADRESSE
002100* EN COURS NE CHANGE RIEN (RESULTAT 1) - UN REJEU DU JOURNAL NE
002200* CREE DONC PAS DE DOUBLE ; SINON L'ADRESSE EN COURS EST CLOSE A
002300* LA DATE D'EFFET ET LA NOUVELLE OUVERTE A CETTE DATE. UNE
002400* ADRESSE A BLANC CLOT SEULEMENT L'ADRESSE EN COURS.
002500*
002600* ACTION "A" (ANNULATION, BACKOUT-LOT) : L'APPELANT PASSE
002700* L'ADRESSE RETABLIE (A BLANC SI LE DOSSIER EST SUPPRIME). LA
002800* DERNIERE ENTREE EST RETIREE ET LA PRECEDENTE ROUVERTE SI C'EST
002900* L'ADRESSE RETABLIE ; SINON L'ADRESSE RETABLIE EST OUVERTE A LA
003000* DATE D'EFFET COMME POUR UN DEMENAGEMENT.
003100*
003110* ACTION "E" (EFFACEMENT, ANONYMISE-DOSSIERS) : TOUTES LES
003120* ENTREES DU CITOYEN SONT RETIREES - L'ADRESSE PASSEE EST UNE
003130* DONNEE NOMINATIVE COMME L'ADRESSE EN COURS. L'ADRESSE ET LA
003140* DATE D'EFFET NE SONT PAS LUES.
003150*
003200* UN FICHIER ADRHIST INDISPONIBLE EST SIGNALE (RESULTAT 9) MAIS
003300* N'EMPECHE PAS LA MISE A JOUR DU DOSSIER.
003400*
003500* HISTORIQUE DES MODIFICATIONS
003600* DATE       AUTEUR  DESCRIPTION
003700* ---------- ------- ---------------------------------------------
003800* 2026-10-15 SI      CREATION - HISTORIQUE DES ADRESSES ET
003900*                    CERTIFICAT DE RESIDENCE SUR UNE PERIODE.
004000*----------------------------------------------------------------
004100     05 HA-ACTION                PIC X(01).
004200         88 HA-DEMENAGEMENT      VALUE "M".
004300         88 HA-ANNULATION        VALUE "A".
004310         88 HA-EFFACEMENT        VALUE "E".
004400     05 HA-ID-CITOYEN            PIC 9(09).
004500     05 HA-ADRESSE.
004600         10 HA-RUE               PIC X(30).
004700         10 HA-CODE-POSTAL       PIC X(05).
004800         10 HA-COMMUNE           PIC X(25).
004900     05 HA-DATE-EFFET            PIC 9(08).
005000     05 HA-PROGRAMME             PIC X(20).
005100     05 HA-RESULTAT              PIC X(01).
005200         88 HA-HISTORIQUE-MIS-A-JOUR VALUE "0".
005300         88 HA-ADRESSE-INCHANGEE VALUE "1".
005400         88 HA-FICHIER-INDISPONIBLE VALUE "9".
