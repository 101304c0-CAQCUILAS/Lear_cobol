001200* QUAND LE FICHIER OU UN CODE EST ABSENT OU NON NUMERIQUE - UN
001300* SITE SANS FICHIER PARAMS SE COMPORTE DONC EXACTEMENT COMME
001400* AVANT L'EXTERNALISATION.
001410* LES TARIFS DES ATTESTATIONS SONT A ZERO (GRATUIT) ET LA TABLE
001420* DES MOTIFS D'EXONERATION VIDE TANT QUE LE FICHIER N'EN PORTE
001430* PAS ; LES MOTIFS AU-DELA DU HUITIEME SONT IGNORES.
001500*
001600* APPEL :
001700*     01  PARAMETRES-SITE.
002800*                    OBTENIR SES MESSAGES SANS RECOMPILER, ET LE
002900*                    PASSAGE DE LA RETRAITE A 64 ANS AURAIT EXIGE
003000*                    UNE RECOMPILATION GENERALE.
003010* 2026-10-15 SI      CODE SEUIL-ADULTES (DEFAUT 6), SEUIL DE
003020*                    SIGNALEMENT DES ADRESSES SUROCCUPEES DANS
003030*                    RAPPORT-MENAGES.
003040* 2026-10-15 SI      CODES TARIF-ATT ET TARIF-RES (DEFAUT ZERO =
003050*                    GRATUIT) ET EXONERATION (TABLE DES MOTIFS, 8
003060*                    AU PLUS) POUR LA PERCEPTION DES DROITS PAR
003070*                    ENCAISSE-DROIT.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005500 01  VALEUR-NUMERIQUE            PIC X(03).
005600 01  VALEUR-NUMERIQUE-9 REDEFINES VALEUR-NUMERIQUE
005700                                 PIC 9(03).
005710 01  VALEUR-TARIF                PIC X(05).
005720 01  VALEUR-TARIF-9 REDEFINES VALEUR-TARIF
005730                                 PIC 9(03)V99.
005800 LINKAGE SECTION.
005900 01  PARAMETRES-SITE.
006000     COPY RCPARVAL.
007300     MOVE 65   TO PV-AGE-RETRAITE.
007310     MOVE 10   TO PV-DELAI-ANONYM.
007320     MOVE 2    TO PV-DELAI-HISTO.
007330     MOVE 6    TO PV-SEUIL-ADULTES.
007340     MOVE ZERO TO PV-TARIF-ATTESTATION.
007350     MOVE ZERO TO PV-TARIF-RESIDENCE.
007360     MOVE ZERO TO PV-NB-EXONERATIONS.
007400     MOVE "N"  TO FIN-PARAMETRES.
007500     OPEN INPUT PARAMETRES.
007600     IF NOT PR-OK
009500             GO TO 2000-TRAITER-PARAMETRE-EXIT
009600     END-READ.
009700     MOVE PR-VALEUR(1:3) TO VALEUR-NUMERIQUE.
009710     MOVE PR-VALEUR(1:5) TO VALEUR-TARIF.
009800     EVALUATE PR-CODE
009900         WHEN "LANGUE-SITE"
010000             IF PR-VALEUR(1:2) = "FR" OR PR-VALEUR(1:2) = "EN"
012380                     AND VALEUR-NUMERIQUE-9 > ZERO
012390                 MOVE VALEUR-NUMERIQUE-9 TO PV-DELAI-HISTO
012391             END-IF
012392         WHEN "SEUIL-ADULTES"
012393             IF VALEUR-NUMERIQUE NUMERIC
012394                     AND VALEUR-NUMERIQUE-9 > ZERO
012395                 MOVE VALEUR-NUMERIQUE-9 TO PV-SEUIL-ADULTES
012396             END-IF
012397         WHEN "TARIF-ATT"
012398             IF VALEUR-TARIF NUMERIC
012399                 MOVE VALEUR-TARIF-9 TO PV-TARIF-ATTESTATION
012400             END-IF
012401         WHEN "TARIF-RES"
012402             IF VALEUR-TARIF NUMERIC
012403                 MOVE VALEUR-TARIF-9 TO PV-TARIF-RESIDENCE
012404             END-IF
012405         WHEN "EXONERATION"
012406             IF PR-VALEUR(1:2) NOT = SPACES
012407                     AND PV-NB-EXONERATIONS < 8
012408                 ADD 1 TO PV-NB-EXONERATIONS
012409                 SET IDX-EXONERATION TO PV-NB-EXONERATIONS
012410                 MOVE PR-VALEUR(1:2)
012411                     TO PV-EXO-CODE(IDX-EXONERATION)
012412                 MOVE PR-VALEUR(3:3)
012413                     TO PV-EXO-DOCUMENT(IDX-EXONERATION)
012414                 MOVE PR-VALEUR(6:25)
012415                     TO PV-EXO-LIBELLE(IDX-EXONERATION)
012416             END-IF
012400         WHEN OTHER
012500             CONTINUE
012600     END-EVALUATE.
