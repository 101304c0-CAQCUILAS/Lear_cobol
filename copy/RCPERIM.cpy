000100*----------------------------------------------------------------
000200* RCPERIM - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*           PERIMETRE-SITE : LE DOSSIER DESIGNE (PAR SON CODE
000400*           SITE MF-CODE-SITE) EST-IL DANS LE PERIMETRE DE
000500*           L'OPERATEUR SIGNE (SITES DE RATTACHEMENT OP-SITES,
000600*           VOIR RCOPER ET RCOPERF) ?
000700*
000800* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000900* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
001000*
001100*     01  DEMANDE-PERIMETRE.
001200*         COPY RCPERIM.
001300*     ...
001400*     MOVE "C"               TO PT-ACTION.
001500*     MOVE MF-CODE-SITE      TO PT-CODE-SITE.
001600*     MOVE MF-ID-CITOYEN     TO PT-ID-CITOYEN.
001700*     MOVE "MAJ-DOSSIER"     TO PT-PROGRAMME.
001800*     CALL "PERIMETRE-SITE" USING DEMANDE-PERIMETRE.
001900*     IF PT-HORS-PERIMETRE ...
002000*
002100* ACTION "C" (CONTROLER) : UN DOSSIER HORS PERIMETRE EST REFUSE
002200* ET LA TENTATIVE EST TRACEE AU JOURNAL D'AUDIT (ACTION REFUS,
002300* JN-NOM "HORS PERIMETRE SITE", JN-PRENOM LE PROGRAMME, LE
002400* DOSSIER ET SON SITE), COMME LES ECHECS DE SIGNEMENT ; ELLE
002500* PARAIT AU RAPPORT DES ACCES DU JOUR (RAPPORT-ACCES).
002600*
002700* ACTION "F" (FILTRER) : MEME REPONSE SANS TRACE, POUR MASQUER
002800* LES DOSSIERS HORS PERIMETRE D'UNE LISTE (HOMONYMES, FILE DE
002900* TRAVAIL) QUE L'OPERATEUR N'A PAS DESIGNES.
002910* UN PROGRAMME QUI TIENT DEJA LE JOURNAL D'AUDIT OUVERT EN AJOUT
002920* (MAJ-DOSSIER, MAJ-LIENS) DEMANDE "F" PUIS ECRIT LUI-MEME LA
002930* LIGNE REFUS, DE MEME FORME, SUR SON PROPRE JOURNAL.
003000*
003100* LE NIVEAU ADMINISTRATEUR ("A") ET LE SITE "***" DONNENT TOUS
003200* LES SITES ; LE CODE SITE A BLANC D'UN DOSSIER DU SITE CENTRAL
003300* SE COMPARE A "---" ; UNE LISTE DE SITES ENTIEREMENT A BLANC
003400* VAUT "---".
003500*
003600* HISTORIQUE DES MODIFICATIONS
003700* DATE       AUTEUR  DESCRIPTION
003800* ---------- ------- ---------------------------------------------
003900* 2026-10-15 SI      CREATION - PERIMETRE DES DOSSIERS PAR SITE
004000*                    DE RATTACHEMENT DE L'OPERATEUR.
004100*----------------------------------------------------------------
004200     05 PT-ACTION                PIC X(01).
004300         88 PT-CONTROLER         VALUE "C".
004400         88 PT-FILTRER           VALUE "F".
004500     05 PT-CODE-SITE             PIC X(03).
004600     05 PT-ID-CITOYEN            PIC 9(09).
004700     05 PT-PROGRAMME             PIC X(20).
004800     05 PT-RESULTAT              PIC X(01).
004900         88 PT-DANS-PERIMETRE    VALUE "0".
005000         88 PT-HORS-PERIMETRE    VALUE "1".
