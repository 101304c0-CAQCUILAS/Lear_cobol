001670* 2026-09-02 SI      AJOUT DE PV-DELAI-HISTO (ANNEES AVANT
001680*                    HISTORISATION DES DOSSIERS CLOS HORS DU
001690*                    FICHIER MAITRE, DEFAUT 2).
001692* 2026-10-15 SI      AJOUT DE PV-SEUIL-ADULTES (NOMBRE D'ADULTES
001694*                    AU-DELA DUQUEL UNE ADRESSE EST SIGNALEE
001696*                    POUR CONTROLE - RAPPORT-MENAGES, DEFAUT 6).
001700* 2026-08-23 SI      CREATION - VALEURS DE PARAMETRAGE COMMUNES
001800*                    RENDUES PAR LECTURE-PARAMS AUX PROGRAMMES DE
001900*                    SAISIE ET DE TRAITEMENT.
001910* 2026-10-15 SI      AJOUT DES TARIFS DES ATTESTATIONS ET
001920*                    CERTIFICATS DE RESIDENCE (DEFAUT ZERO =
001930*                    GRATUIT) ET DE LA TABLE DES MOTIFS
001940*                    D'EXONERATION (ENCAISSE-DROIT).
002000*----------------------------------------------------------------
002100     05 PV-LANGUE-SITE           PIC X(02).
002200     05 PV-AGE-MINIMUM           PIC 9(03).
002600     05 PV-AGE-RETRAITE          PIC 9(03).
002700     05 PV-DELAI-ANONYM          PIC 9(03).
002800     05 PV-DELAI-HISTO           PIC 9(03).
002801     05 PV-SEUIL-ADULTES         PIC 9(03).
002802     05 PV-TARIF-ATTESTATION     PIC 9(03)V99.
002803     05 PV-TARIF-RESIDENCE       PIC 9(03)V99.
002804     05 PV-NB-EXONERATIONS       PIC 9(02).
002805     05 PV-EXONERATION           OCCURS 8 TIMES
002806                                 INDEXED BY IDX-EXONERATION.
002807         10 PV-EXO-CODE          PIC X(02).
002808         10 PV-EXO-DOCUMENT      PIC X(03).
002809             88 PV-EXO-TOUT-DOCUMENT VALUE "***".
002810         10 PV-EXO-LIBELLE       PIC X(25).
