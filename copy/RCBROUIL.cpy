000100*----------------------------------------------------------------
000200* RCBROUIL - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*            BROUILLE-IDENTITE, QUI SUBSTITUE UNE IDENTITE FICTIVE
000400*            A UNE IDENTITE REELLE POUR LES COPIES DE FORMATION
000500*            ET DE TEST DU REGISTRE (BROUILLE-REGISTRE).
000600*
000700* FONCTION "D" : BR-DOSSIER PORTE UN ENREGISTREMENT MAITRE
000800* COMPLET (STRUCTURE RCMAITRE, FICHIER VIVANT, HISTMAIT OU IMAGE
000900* DE JOURNAL) ; NOMS DE NAISSANCE ET D'USAGE, PRENOM, RUE, JOUR
001000* DE NAISSANCE ET NUMERO NATIONAL (CLE RECALCULEE) Y SONT
001100* REMPLACES SUR PLACE. FONCTION "N" : SEULS BR-NOM ET BR-PRENOM
001200* SONT REMPLACES (NOM ET PRENOM D'UNE LIGNE DE JOURNAL).
001300*
001400* LE REMPLACEMENT EST UNE FONCTION DE LA SEULE VALEUR REELLE ET DE
001500* LA GRAINE BR-GRAINE : A GRAINE EGALE, UN MEME NOM (APRES
001600* NORMALISATION), UNE MEME RUE, UNE MEME DATE OU UN MEME NUMERO
001700* DONNENT TOUJOURS LA MEME VALEUR FICTIVE, QUEL QUE SOIT LE
001800* FICHIER. UNE ZONE A BLANC (OU A ZERO) LE RESTE.
001900*
002000* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
002100* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
002200*
002300*     01  DEMANDE-BROUILLAGE.
002400*         COPY RCBROUIL.
002500*     ...
002600*     MOVE "D"        TO BR-FONCTION.
002700*     MOVE ENR-MAITRE TO BR-DOSSIER.
002800*     CALL "BROUILLE-IDENTITE" USING DEMANDE-BROUILLAGE.
002900*     (LE DOSSIER FICTIF EST RENDU DANS BR-DOSSIER)
003000*
003100* HISTORIQUE DES MODIFICATIONS
003200* DATE       AUTEUR  DESCRIPTION
003300* ---------- ------- ---------------------------------------------
003400* 2026-10-15 SI      CREATION - IDENTITES FICTIVES DES COPIES DE
003500*                    FORMATION DU REGISTRE.
003600*----------------------------------------------------------------
003700     05 BR-FONCTION              PIC X(01).
003800         88 BR-DOSSIER-COMPLET   VALUE "D".
003900         88 BR-NOM-SEUL          VALUE "N".
004000     05 BR-GRAINE                PIC X(12).
004100     05 BR-NOM                   PIC X(20).
004200     05 BR-PRENOM                PIC X(20).
004300     05 BR-DOSSIER               PIC X(197).
