001200* ATTENTE DEPUIS PLUS DE N JOURS (CARTE SYSIN, 3 PAR DEFAUT)
001300* POUR QUE L'EXPLOITATION RELANCE LE SYSTEME DES PRESTATIONS
001400* AVANT QUE LES CITOYENS NE RELANCENT LE REGISTRE.
001410*
001420* LE DELAI SE COMPTE EN JOURS OUVRES (SOUS-PROGRAMME JOURS-OUVRES,
001430* CALENDRIER CALENDR) : UN PONT OU UN JOUR FERIE NE DECLENCHE PLUS
001440* DE RELANCE. SANS CALENDRIER, SEULS SAMEDI ET DIMANCHE SONT OTES.
001500*
001600* HISTORIQUE DES MODIFICATIONS
001700* DATE       AUTEUR  DESCRIPTION
001800* ---------- ------- ---------------------------------------------
001900* 2026-09-02 SI      CREATION - RELANCE DES GENERATIONS SANS
002000*                    ACQUITTEMENT DU REGISTRE DES EXTRAITS.
002010* 2026-10-15 SI      DELAI DE RELANCE COMPTE EN JOURS OUVRES
002020*                    (JOURS-OUVRES).
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
005900 01  JOUR-JULIEN-AUJOURDHUI      PIC 9(09) COMP.
006000 01  JOUR-JULIEN-EXTRAIT         PIC 9(09) COMP.
006100 01  ANCIENNETE-EN-JOURS         PIC S9(05) COMP VALUE ZERO.
006110 01  DEMANDE-JOURS-OUVRES.
006120     COPY RCOUVRD.
006200 01  NB-GENERATIONS-LUES         PIC 9(07) COMP VALUE ZERO.
006300 01  NB-ACQUITTEES               PIC 9(07) COMP VALUE ZERO.
006400 01  NB-EN-ATTENTE               PIC 9(07) COMP VALUE ZERO.
007500     05 LG-NB-ENREG              PIC ZZZZZZZZ9.
007600     05 FILLER                   PIC X(14) VALUE " ENREG, DEPUIS".
007700     05 LG-ANCIENNETE            PIC ZZZZ9.
007710     05 FILLER                   PIC X(13) VALUE " JOURS OUVRES".
007900 01  LIGNE-TOTAL.
008000     05 LT-LIBELLE               PIC X(34).
008100     05 LT-COMPTEUR              PIC ZZZZZZ9.
012900     STRING "GENERATIONS PRESTAT SANS ACQUITTEMENT DEPUIS "
013000         DELIMITED BY SIZE
013100         DELAI-RELANCE-JOURS DELIMITED BY SIZE
013110     " JOURS OUVRES OU PLUS" DELIMITED BY SIZE
013300         INTO LIGNE-ETAT.
013400     WRITE LIGNE-ETAT.
013500     MOVE SPACES TO LIGNE-ETAT.
016000         FUNCTION INTEGER-OF-DATE(RX-DATE-EXTRAIT).
016100     COMPUTE ANCIENNETE-EN-JOURS =
016200         JOUR-JULIEN-AUJOURDHUI - JOUR-JULIEN-EXTRAIT.
016210     MOVE "C"                   TO JO-FONCTION.
016220     MOVE SPACES                TO JO-CODE-SITE.
016230     MOVE RX-DATE-EXTRAIT       TO JO-DATE.
016240     MOVE DATE-DU-JOUR-AAAAMMJJ TO JO-DATE-FIN.
016250     CALL "JOURS-OUVRES" USING DEMANDE-JOURS-OUVRES.
016260     IF JO-OK
016270         MOVE JO-NB-RESULTAT TO ANCIENNETE-EN-JOURS
016280     END-IF.
016300     IF ANCIENNETE-EN-JOURS < DELAI-RELANCE-JOURS
016400         GO TO 2000-EXAMINER-GENERATION-CONTINUER
016500     END-IF.
