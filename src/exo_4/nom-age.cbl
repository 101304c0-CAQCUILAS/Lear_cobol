001648*                    L'IMAGE APRES DU DOSSIER CREE (JN-IMAGE-
001649*                    APRES) : REJOUE-JOURNAL PEUT REJOUER LES
001650*                    CREATIONS GUICHET APRES UNE RESTAURATION.
001651* 2026-10-15 SI      L'ADRESSE DU DOSSIER CREE OUVRE SON
001652*                    HISTORIQUE DES ADRESSES (SOUS-PROGRAMME
001653*                    HISTO-ADRESSE, FICHIER ADRHIST).
001654* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
001655*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
001656*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
001657*                    RCCHAIND).
001667* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
001677*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
001687*----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.    IBM-370.
004460 01  JN-STATUT                   PIC X(02).
004470 01  DEMANDE-ID.
004480     COPY RCSERVID.
004483 01  DEMANDE-HISTO-ADRESSE.
004486     COPY RCADRHD.
004490 01  TOUCHE-FONCTION             PIC 9(04).
004492     88 TOUCHE-PF3               VALUE 1003.
004494 01  ABANDON-DEMANDE             PIC X(01) VALUE "N".
004501     COPY RCMESSAGE.
004600 01  IDENTITE.
004700     COPY RCIDENT.
004703 01  DEMANDE-CHAINAGE.
004706     COPY RCCHAIND.
004710 SCREEN SECTION.
004711*----------------------------------------------------------------
004712* ECRAN-SAISIE : SAISIE DU NOM, DU PRENOM, DU SEXE, DE L'ADRESSE
011778             MOVE FUNCTION CURRENT-DATE(1:8)
011779                 TO MF-DATE-MAJ
011781             MOVE SPACES TO MF-CODE-SITE
011782             MOVE SPACES TO MF-NOM-USAGE
011782             MOVE ZERO TO MF-NO-NATIONAL
011783             MOVE "N" TO MF-ADRESSE-INVALIDE
011780             PERFORM 4200-ATTRIBUER-ID
012050                 NOT INVALID KEY
012060                     PERFORM 4500-JOURNALISER
012070                         THRU 4500-JOURNALISER-EXIT
012080                     PERFORM 4600-HISTORISER-ADRESSE
012090                         THRU 4600-HISTORISER-ADRESSE-EXIT
012100             END-WRITE
012200         NOT INVALID KEY
012300             MOVE "DOUBLON" TO MSG-CODE-RECHERCHE
012847* C'EST ELLE QUI PERMET A REJOUE-JOURNAL DE RECONSTITUER LES
012848* CREATIONS GUICHET APRES UNE RESTAURATION.
012849     MOVE ENR-MAITRE        TO JN-IMAGE-APRES.
012850     SET CH-ENCHAINER TO TRUE.
012851     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012850     WRITE ENR-JOURNAL.
012852     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
012854     SET CH-VALIDER TO TRUE.
012856     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
012860 4500-JOURNALISER-EXIT.
012870     EXIT.
012871*----------------------------------------------------------------
012872* 4600-HISTORISER-ADRESSE : OUVERTURE DE L'HISTORIQUE DES
012873*                           ADRESSES DU DOSSIER CREE, A LA DATE
012874*                           DU JOUR
012875*----------------------------------------------------------------
012876 4600-HISTORISER-ADRESSE.
012877     MOVE "M"           TO HA-ACTION.
012878     MOVE MF-ID-CITOYEN TO HA-ID-CITOYEN.
012879     MOVE MF-ADRESSE    TO HA-ADRESSE.
012880     MOVE MF-DATE-MAJ   TO HA-DATE-EFFET.
012881     MOVE "NOM-AGE"     TO HA-PROGRAMME.
012882     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
012883 4600-HISTORISER-ADRESSE-EXIT.
012884     EXIT.
012880*----------------------------------------------------------------
012900* 5000-AFFICHER : MESSAGE DE BIENVENUE
013000*----------------------------------------------------------------
