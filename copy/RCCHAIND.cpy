000100*----------------------------------------------------------------
000200* RCCHAIND - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*            CHAINE-JOURNAL, QUI CHAINE LES LIGNES DU JOURNAL
000400*            D'AUDIT : CHAQUE LIGNE PORTE UN NUMERO DE SEQUENCE
000500*            ET UNE VALEUR DE CONTROLE CALCULEE SUR LA LIGNE ET
000600*            SUR LA VALEUR DE CONTROLE DE LA LIGNE PRECEDENTE.
000700*
000800* FONCTION "E" (ENCHAINER) : A APPELER JUSTE AVANT D'ECRIRE LA
000900* LIGNE. LE NUMERO SUIVANT EST RESERVE ET LA VALEUR DE CONTROLE
001000* CALCULEE, TOUS DEUX PORTES DANS JN-NO-SEQUENCE ET JN-CONTROLE
001100* DE LA LIGNE PASSEE ; JNCHAIN RESTE OUVERT. FICHIER INDISPONIBLE
001200* : LES DEUX ZONES SONT MISES A ZERO, CH-INDISPONIBLE EST RENDU ET
001300* LA LIGNE S'ECRIT QUAND MEME, LE CONTROLE DU JOURNAL LA SIGNALE.
001400*
001500* FONCTION "V" (VALIDER) : A APPELER AUSSITOT APRES L'ECRITURE DE
001600* LA LIGNE, AVEC SON CODE RETOUR DANS CH-STATUT-ECRITURE. LIGNE
001700* ECRITE ("00") : JNCHAIN EST REECRIT ; SINON IL EST LAISSE TEL
001800* QUEL ET LE NUMERO SERA REPRIS PAR LA LIGNE SUIVANTE. JNCHAIN
001900* EST FERME DANS LES DEUX CAS. SANS CET APPEL, AUCUN AUTRE
002000* PROGRAMME NE PEUT ECRIRE AU JOURNAL.
002100*
002200* FONCTION "C" (CALCULER) : LA VALEUR DE CONTROLE DE LA LIGNE
002300* PASSEE, ENCHAINEE SUR CH-CONTROLE-PRECEDENT, EST RENDUE DANS
002400* CH-CONTROLE-CALCULE ; NI LA LIGNE NI JNCHAIN NE SONT TOUCHES.
002500* C'EST LA FONCTION DES PROGRAMMES DE CONTROLE.
002600*
002700* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
002800* PUIS A PASSER AU SOUS-PROGRAMME AVEC LA LIGNE DE JOURNAL :
002900*
003000*     01  DEMANDE-CHAINAGE.
003100*         COPY RCCHAIND.
003200*     ...
003300*     SET CH-ENCHAINER TO TRUE.
003400*     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
003500*     WRITE ENR-JOURNAL.
003600*     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
003700*     SET CH-VALIDER TO TRUE.
003800*     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
003900*
004000* HISTORIQUE DES MODIFICATIONS
004100* DATE       AUTEUR  DESCRIPTION
004200* ---------- ------- ---------------------------------------------
004300* 2026-10-15 SI      CREATION - CHAINAGE DES LIGNES DU JOURNAL
004400*                    D'AUDIT POUR EN DETECTER TOUTE ALTERATION.
004500* 2026-10-15 SI      FONCTION V ET CH-STATUT-ECRITURE : JNCHAIN
004600*                    N'EST REECRIT QU'UNE FOIS LA LIGNE ECRITE.
004700*----------------------------------------------------------------
004800     05 CH-FONCTION              PIC X(01).
004900         88 CH-ENCHAINER         VALUE "E".
005000         88 CH-CALCULER          VALUE "C".
005100         88 CH-VALIDER           VALUE "V".
005200     05 CH-CONTROLE-PRECEDENT    PIC 9(09).
005300     05 CH-CONTROLE-CALCULE      PIC 9(09).
005400     05 CH-CODE-RETOUR           PIC X(01).
005500         88 CH-OK                VALUE "0".
005600         88 CH-INDISPONIBLE      VALUE "1".
005700     05 CH-STATUT-ECRITURE       PIC X(02).
