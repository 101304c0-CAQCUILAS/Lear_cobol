002330*   DELAI-HISTO   3 CHIFFRES (ANNEES AVANT HISTORISATION DES
002340*                 DOSSIERS CLOS HORS DU FICHIER MAITRE -
002350*                 APURE-DOSSIERS)
002360*   SEUIL-ADULTES 3 CHIFFRES (NOMBRE D'ADULTES A UNE MEME
002370*                 ADRESSE AU-DELA DUQUEL LE MENAGE EST SIGNALE
002380*                 POUR CONTROLE - RAPPORT-MENAGES)
002382*   TARIF-ATT     5 CHIFFRES, DROIT D'UNE ATTESTATION
002384*                 D'INSCRIPTION EN CENTIMES (00500 = 5,00 EUR ;
002386*                 ABSENT OU ZERO = GRATUIT - ENCAISSE-DROIT)
002388*   TARIF-RES     5 CHIFFRES, DROIT D'UN CERTIFICAT DE RESIDENCE,
002390*                 MEME CONVENTION
002392*   EXONERATION   UN MOTIF D'EXONERATION PAR ENREGISTREMENT (8 AU
002394*                 PLUS) : CODE X(02), DOCUMENT CONCERNE X(03)
002396*                 (ATT, RES OU *** POUR TOUS) ET LIBELLE X(25)
002400*
002500* HISTORIQUE DES MODIFICATIONS
002600* DATE       AUTEUR  DESCRIPTION
002900*                    (LANGUE, BORNES D'AGE, INTERVALLE DU POINT DE
003000*                    CONTROLE, SEUILS METIER) JUSQUE LA CODES EN
003100*                    DUR DANS CHAQUE PROGRAMME.
003110* 2026-10-15 SI      CODE SEUIL-ADULTES (RAPPORT-MENAGES).
003120* 2026-10-15 SI      CODES TARIF-ATT, TARIF-RES ET EXONERATION
003130*                    (DROITS DES ATTESTATIONS, ENCAISSE-DROIT).
003200*----------------------------------------------------------------
003300     05 PR-CODE                  PIC X(14).
003400     05 PR-VALEUR                PIC X(30).
