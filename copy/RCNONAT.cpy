001900* CONVENTION DES DOSSIERS OU LE NUMERO N'EST PAS ENCORE CONNU,
002000* L'APPELANT DECIDE S'IL L'ACCEPTE.
002100*
002105* SI L'APPELANT FOURNIT NN-SEXE (H/F) ET/OU NN-DATE-NAISSANCE
002110* (AAAAMMJJ), UN NUMERO A LA CLE JUSTE EST EN OUTRE CONFRONTE A
002115* L'IDENTITE ; UN DESACCORD REND LE VERDICT 2 ET LA RUBRIQUE EN
002120* CAUSE DANS NN-MOTIF (S SEXE, A ANNEE, M MOIS). SEXE A BLANC ET
002125* DATE A ZERO DISPENSENT DU CONTROLE CORRESPONDANT. COMPOSITION
002130* DU NUMERO ET EXCEPTIONS ADMISES :
002135*   CHIFFRE 1      SEXE : 1 HOMME, 2 FEMME ; 7 ET 8 POUR LES
002140*                  NUMEROS PROVISOIRES, DONT L'ANNEE ET LE MOIS
002145*                  NE SONT PAS CONTROLES ;
002150*   CHIFFRES 2-3   ANNEE DE NAISSANCE SUR DEUX CHIFFRES ;
002155*   CHIFFRES 4-5   MOIS DE NAISSANCE ; 20, 30 A 42 ET 50 A 99
002160*                  DESIGNENT UN MOIS INCONNU, NON CONTROLE ;
002165*   CHIFFRES 6-7   DEPARTEMENT DE NAISSANCE ; 99 POUR LES NES A
002170*                  L'ETRANGER, DONT LE MOIS N'EST PAS CONTROLE
002175*                  (DATE SOUVENT RECONSTITUEE A L'ARRIVEE).
002180*
002200* HISTORIQUE DES MODIFICATIONS
002300* DATE       AUTEUR  DESCRIPTION
002400* ---------- ------- ---------------------------------------------
002500* 2026-09-02 SI      CREATION - CONTROLE DE LA CLE DU NUMERO
002600*                    NATIONAL (MF-NO-NATIONAL), COMMUN A IDENTITE
002700*                    ET CHARGEMENT-LOT, SUR LE MODELE DE RCCTRLD.
002800* 2026-10-15 SI      AJOUT DU CONTROLE DE COHERENCE DU NUMERO AVEC
002810*                    LE SEXE ET LA DATE DE NAISSANCE (NN-SEXE,
002820*                    NN-DATE-NAISSANCE, VERDICT 2, NN-MOTIF).
002830*----------------------------------------------------------------
002900     05 NN-NUMERO                PIC 9(15).
003000     05 NN-VERDICT               PIC X(01).
003100         88 NN-NUMERO-VALIDE     VALUE "0".
003200         88 NN-CLE-ERRONEE       VALUE "1".
003210         88 NN-INCOHERENT        VALUE "2".
003300         88 NN-NUMERO-ABSENT     VALUE "3".
003301     05 NN-SEXE                  PIC X(01).
003302     05 NN-DATE-NAISSANCE        PIC 9(08).
003303     05 NN-MOTIF                 PIC X(01).
003304         88 NN-MOTIF-SEXE        VALUE "S".
003305         88 NN-MOTIF-ANNEE       VALUE "A".
003306         88 NN-MOTIF-MOIS        VALUE "M".
