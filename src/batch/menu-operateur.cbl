001540*   8 - LIENS MINEUR / RESPONSABLE    (MAJ-LIENS)
001550*   9 - DEMANDER DECES / SUPPRESSION  (DEMANDE-CLOTURE)
001560*   V - VALIDER LES DEMANDES          (VALIDE-ATTENTE)
001570*   P - PROPOSITIONS DES PRESTATIONS  (VALIDE-PROPOSITIONS)
001580*   T - FILE DES TACHES DES CLERCS    (TRAITE-TACHES)
001590*   A - VERIFIER UNE ATTESTATION      (VERIFIE-ATTESTATION)
001595*   C - CARTES D'INSCRIPTION          (GERE-CARTES)
001597*   Q - REVUE QUALITE DES SAISIES     (REVUE-QUALITE, NIVEAU M)
001598*   R - DEMANDES D'ETATS              (DEMANDE-ETATS)
001600* APRES CHAQUE ACTION, LE MENU REVIENT ; PF3 TERMINE LA SESSION
001700* AVEC LE COMPTE DES ACTIONS EFFECTUEES. CHAQUE PROGRAMME APPELE
001800* EST ANNULE (CANCEL) AU RETOUR POUR QUE L'ACTION SUIVANTE PARTE
002697*                    DEPOSE LA DEMANDE (DEMANDE-CLOTURE), LE
002698*                    CHOIX V LA CONFIRME OU LA REJETTE PAR UN
002699*                    SECOND OPERATEUR (VALIDE-ATTENTE).
002700* 2026-10-15 SI      AJOUT DU CHOIX P - REVUE PAR UN CLERC DES
002701*                    PROPOSITIONS DE CHANGEMENT DU SYSTEME DES
002702*                    PRESTATIONS (VALIDE-PROPOSITIONS).
002703* 2026-10-15 SI      AJOUT DU CHOIX T - FILE UNIQUE DES TACHES
002704*                    DES CLERCS (TRAITE-TACHES).
002705* 2026-10-15 SI      AJOUT DU CHOIX A - VERIFICATION D'UNE
002706*                    ATTESTATION SUR NUMERO ET CODE
002707*                    (VERIFIE-ATTESTATION).
002708* 2026-10-15 SI      AJOUT DU CHOIX C - CARTES D'INSCRIPTION :
002709*                    DEMANDE, PERTE OU VOL AVEC REEDITION,
002710*                    ANNULATION (GERE-CARTES).
002711* 2026-10-15 SI      AJOUT DU CHOIX Q - REVUE PAR LE SUPERVISEUR
002712*                    DE L'ECHANTILLON MENSUEL DE CONTROLE
002713*                    QUALITE (REVUE-QUALITE).
002714* 2026-10-15 SI      AJOUT DU CHOIX R - ETATS A LA DEMANDE : DEPOT
002715*                    ET SUIVI DES DEMANDES D'ETATS PRODUITS PAR LE
002716*                    BATCH (DEMANDE-ETATS).
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004740     88 CHOIX-LIENS              VALUE "8".
004750     88 CHOIX-DEMANDE-CLOTURE    VALUE "9".
004760     88 CHOIX-VALIDATION         VALUE "V".
004770     88 CHOIX-PROPOSITIONS       VALUE "P".
004780     88 CHOIX-TACHES             VALUE "T".
004790     88 CHOIX-VERIFICATION       VALUE "A".
004795     88 CHOIX-CARTES             VALUE "C".
004797     88 CHOIX-REVUE-QUALITE      VALUE "Q".
004798     88 CHOIX-DEMANDES-ETATS     VALUE "R".
004800*----------------------------------------------------------------
004900* COMPTEURS DE FIN DE SESSION
005000*----------------------------------------------------------------
005440 01  NB-LIENS-GERES              PIC 9(05) COMP VALUE ZERO.
005450 01  NB-DEMANDES-CLOTURE         PIC 9(05) COMP VALUE ZERO.
005460 01  NB-VALIDATIONS              PIC 9(05) COMP VALUE ZERO.
005470 01  NB-PROPOSITIONS             PIC 9(05) COMP VALUE ZERO.
005480 01  NB-TACHES                   PIC 9(05) COMP VALUE ZERO.
005490 01  NB-VERIFICATIONS            PIC 9(05) COMP VALUE ZERO.
005495 01  NB-CARTES                   PIC 9(05) COMP VALUE ZERO.
005497 01  NB-REVUES-QUALITE           PIC 9(05) COMP VALUE ZERO.
005498 01  NB-DEMANDES-ETATS           PIC 9(05) COMP VALUE ZERO.
005500 01  NB-ACTIONS                  PIC 9(05) COMP VALUE ZERO.
005600 SCREEN SECTION.
005700*----------------------------------------------------------------
006650     05 LINE 11 COL 01
006660         VALUE "9 - DEMANDER DECES / SUPPRESSION".
006670     05 LINE 12 COL 01 VALUE "V - VALIDER LES DEMANDES".
006680     05 LINE 13 COL 01
006690         VALUE "P - PROPOSITIONS DES PRESTATIONS".
006695     05 LINE 14 COL 01 VALUE "T - FILE DES TACHES".
006697     05 LINE 15 COL 01 VALUE "A - VERIFIER UNE ATTESTATION".
006698     05 LINE 16 COL 01 VALUE "C - CARTES D'INSCRIPTION".
006699     05 LINE 17 COL 01 VALUE "Q - REVUE QUALITE DES SAISIES".
006700     05 LINE 18 COL 01 VALUE "R - DEMANDES D'ETATS".
006800     05 LINE 19 COL 01 VALUE "CHOIX :".
006850     05 LINE 19 COL 10 PIC X(01) USING CHOIX-ACTION.
006900     05 LINE 21 COL 01 VALUE "ENTER=VALIDER   PF3=FIN DE SESSION".
007000 PROCEDURE DIVISION.
007100*================================================================
007200* 0000-MAINLINE : BOUCLE DE MENU JUSQU'A PF3, PUIS COMPTE RENDU
011306             CALL "VALIDE-ATTENTE"
011307             CANCEL "VALIDE-ATTENTE"
011308             ADD 1 TO NB-VALIDATIONS
011309         WHEN CHOIX-PROPOSITIONS
011310             CALL "VALIDE-PROPOSITIONS"
011311             CANCEL "VALIDE-PROPOSITIONS"
011312             ADD 1 TO NB-PROPOSITIONS
011313         WHEN CHOIX-TACHES
011314             CALL "TRAITE-TACHES"
011315             CANCEL "TRAITE-TACHES"
011316             ADD 1 TO NB-TACHES
011317         WHEN CHOIX-VERIFICATION
011318             CALL "VERIFIE-ATTESTATION"
011319             CANCEL "VERIFIE-ATTESTATION"
011320             ADD 1 TO NB-VERIFICATIONS
011321         WHEN CHOIX-CARTES
011322             CALL "GERE-CARTES"
011323             CANCEL "GERE-CARTES"
011324             ADD 1 TO NB-CARTES
011325         WHEN CHOIX-REVUE-QUALITE
011326             CALL "REVUE-QUALITE"
011327             CANCEL "REVUE-QUALITE"
011328             ADD 1 TO NB-REVUES-QUALITE
011329         WHEN CHOIX-DEMANDES-ETATS
011330             CALL "DEMANDE-ETATS"
011331             CANCEL "DEMANDE-ETATS"
011332             ADD 1 TO NB-DEMANDES-ETATS
011300         WHEN OTHER
011400             DISPLAY "CHOIX INVALIDE (1 A 9, V, P, T, A, C, Q, R "
011410                 "OU PF3)"
011500     END-EVALUATE.
011600 2000-SERVIR-ACTION-EXIT.
011700     EXIT.
012400         NB-ENREGISTREMENTS + NB-IDENTITES +
012500         NB-CORRECTIONS + NB-CONSULTATIONS + NB-RECHERCHES +
012510         NB-FUSIONS + NB-ENTRETIENS-OPER + NB-LIENS-GERES +
012520         NB-DEMANDES-CLOTURE + NB-VALIDATIONS +
012530         NB-PROPOSITIONS + NB-TACHES + NB-VERIFICATIONS +
012540         NB-CARTES + NB-REVUES-QUALITE + NB-DEMANDES-ETATS.
012600     DISPLAY "----------------------------------------".
012700     DISPLAY "FIN DE SESSION GUICHET".
012800     DISPLAY "----------------------------------------".
013240     DISPLAY "LIENS GERES              : " NB-LIENS-GERES.
013250     DISPLAY "DEMANDES DE CLOTURE      : " NB-DEMANDES-CLOTURE.
013260     DISPLAY "VALIDATIONS DE DEMANDES  : " NB-VALIDATIONS.
013270     DISPLAY "REVUES DE PROPOSITIONS   : " NB-PROPOSITIONS.
013280     DISPLAY "PASSAGES A LA FILE       : " NB-TACHES.
013290     DISPLAY "VERIFICATIONS ATTESTAT.  : " NB-VERIFICATIONS.
013295     DISPLAY "PASSAGES AUX CARTES      : " NB-CARTES.
013297     DISPLAY "REVUES QUALITE           : " NB-REVUES-QUALITE.
013298     DISPLAY "DEMANDES D'ETATS         : " NB-DEMANDES-ETATS.
013300     DISPLAY "TOTAL DES ACTIONS        : " NB-ACTIONS.
013400     DISPLAY "----------------------------------------".
013500 8000-COMPTE-RENDU-EXIT.
