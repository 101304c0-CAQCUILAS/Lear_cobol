002320*                    PASSEES COMME LES REFUS : ELLES NE
002330*                    CONCERNENT PAS LE FICHIER MAITRE ET
002340*                    PARTAIENT EN REVUE MANUELLE (CODE RETOUR 4).
002350* 2026-10-15 SI      LES LIGNES MODHI (FICHIER MAITRE HISTORIQUE,
002360*                    READRESSE-DOSSIERS) SONT PASSEES DE MEME :
002370*                    REJOUEES ICI, ELLES RECREERAIENT AU FICHIER
002380*                    MAITRE UN DOSSIER HISTORISE.
002382* 2026-10-15 SI      L'ADRESSE DE CHAQUE AJOUT, MODIF OU STATU
002384*                    REJOUE EST REPORTEE A L'HISTORIQUE DES
002386*                    ADRESSES A LA DATE DE LA LIGNE DE JOURNAL
002388*                    (SOUS-PROGRAMME HISTO-ADRESSE, FICHIER
002390*                    ADRHIST) : UNE ADRESSE DEJA EN COURS N'Y
002392*                    CHANGE RIEN, LE REJEU NE CREE PAS DE DOUBLE.
002394* 2026-10-15 SI      LES LIGNES RELEV (RELEVE DU DROIT D'ACCES)
002396*                    SONT PASSEES SANS REVUE MANUELLE.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
006400 01  NB-NON-REJOUABLES           PIC 9(07) COMP VALUE ZERO.
006500 01  NB-HORS-FENETRE             PIC 9(07) COMP VALUE ZERO.
006600 01  NB-ERREURS                  PIC 9(07) COMP VALUE ZERO.
006610 01  DEMANDE-HISTO-ADRESSE.
006620     COPY RCADRHD.
006700 PROCEDURE DIVISION.
006800*================================================================
006900* 0000-MAINLINE : DEROULEMENT GENERAL DU PROGRAMME
013730* FICHIER MAITRE : ELLES SONT PASSEES SANS REVUE MANUELLE
013740         WHEN JN-EST-OPERATEUR
013800             CONTINUE
013810* LES LIGNES MODHI PORTENT SUR LE FICHIER MAITRE HISTORIQUE
013820         WHEN JN-EST-MODIF-HISTO
013830             CONTINUE
013840* LES LIGNES RELEV NE TRACENT QUE LA PRODUCTION D'UN RELEVE
013850         WHEN JN-EST-RELEVE
013860             CONTINUE
013900         WHEN OTHER
014000             ADD 1 TO NB-NON-REJOUABLES
014100             DISPLAY "ACTION " JN-ACTION " NON REJOUABLE POUR "
018000             END-REWRITE
018100     END-WRITE.
018200     ADD 1 TO NB-REJOUEES.
018210     PERFORM 4300-HISTORISER-ADRESSE
018220         THRU 4300-HISTORISER-ADRESSE-EXIT.
018300 4000-REJOUER-ECRITURE-EXIT.
018400     EXIT.
018500*----------------------------------------------------------------
020500             END-WRITE
020600     END-REWRITE.
020700     ADD 1 TO NB-REJOUEES.
020710     PERFORM 4300-HISTORISER-ADRESSE
020720         THRU 4300-HISTORISER-ADRESSE-EXIT.
020800 4100-REJOUER-REECRITURE-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
023400     END-DELETE.
023500 4200-REJOUER-SUPPRESSION-EXIT.
023600     EXIT.
023606*----------------------------------------------------------------
023612* 4300-HISTORISER-ADRESSE : REPORT DE L'ADRESSE DU DOSSIER REJOUE
023618*                           A L'HISTORIQUE DES ADRESSES, A LA DATE
023624*                           DE LA LIGNE DE JOURNAL
023630*----------------------------------------------------------------
023636 4300-HISTORISER-ADRESSE.
023642     MOVE "M"                TO HA-ACTION.
023648     MOVE MF-ID-CITOYEN      TO HA-ID-CITOYEN.
023654     MOVE MF-ADRESSE         TO HA-ADRESSE.
023660     MOVE JN-DATE-HEURE(1:8) TO HA-DATE-EFFET.
023666     MOVE "REJOUE-JOURNAL"   TO HA-PROGRAMME.
023672     CALL "HISTO-ADRESSE" USING DEMANDE-HISTO-ADRESSE.
023678 4300-HISTORISER-ADRESSE-EXIT.
023684     EXIT.
023700*----------------------------------------------------------------
023800* 8000-RAPPORT-CONTROLE : TOTAUX DU REJEU ET CODE RETOUR GRADUE
023900*----------------------------------------------------------------
