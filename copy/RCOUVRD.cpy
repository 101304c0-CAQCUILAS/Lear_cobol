000100*----------------------------------------------------------------
000200* RCOUVRD - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*           JOURS-OUVRES, CALCUL COMMUN DES JOURS OUVRES CONTRE
000400*           LE CALENDRIER DES JOURS FERIES ET DES FERMETURES DE
000500*           SITE (FICHIER CALENDR, COPY RCCALEN).
000600*
000700* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000800* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
000900*
001000*     01  DEMANDE-JOURS-OUVRES.
001100*         COPY RCOUVRD.
001200*     ...
001300*     MOVE "C"             TO JO-FONCTION.
001400*     MOVE SPACES          TO JO-CODE-SITE.
001500*     MOVE RX-DATE-EXTRAIT TO JO-DATE.
001600*     MOVE DATE-DU-JOUR    TO JO-DATE-FIN.
001700*     CALL "JOURS-OUVRES" USING DEMANDE-JOURS-OUVRES.
001800*     IF JO-OK
001900*         MOVE JO-NB-RESULTAT TO ANCIENNETE-EN-JOURS ...
002000*
002100* FONCTIONS :
002200*   "T" - JO-DATE EST-ELLE OUVREE ? REPONSE DANS JO-OUVRE, AVEC LE
002300*         MOTIF (S SAMEDI/DIMANCHE, F FERIE, C FERMETURE) ET LE
002400*         LIBELLE DU CALENDRIER ;
002500*   "A" - JO-DATE AUGMENTEE DE JO-NB-JOURS JOURS OUVRES (NEGATIF
002600*         POUR RECULER) DANS JO-DATE-RESULTAT. A ZERO, JO-DATE
002700*         ELLE-MEME SI ELLE EST OUVREE, SINON LE PREMIER JOUR
002800*         OUVRE QUI LA SUIT ;
002900*   "C" - NOMBRE DE JOURS OUVRES APRES JO-DATE ET JUSQU'A
003000*         JO-DATE-FIN INCLUSE DANS JO-NB-RESULTAT (NEGATIF SI
003100*         JO-DATE-FIN PRECEDE JO-DATE) - L'ANCIENNETE EN JOURS
003200*         OUVRES D'UNE PIECE DATEE DE JO-DATE.
003300*
003400* JO-CODE-SITE A BLANC : SEULES LES LIGNES "***" DU CALENDRIER
003500* COMPTENT (JOURS CHOMES DU SITE CENTRAL) ; UN CODE SITE Y AJOUTE
003600* LES FERMETURES PROPRES A CE SITE. CALENDRIER ABSENT OU VIDE :
003700* SEULS LE SAMEDI ET LE DIMANCHE SONT CHOMES, JO-CALENDRIER LE
003800* SIGNALE ET UN MESSAGE UNIQUE EST AFFICHE (MEME REGLE QUE LE
003900* REFERENTIEL DES COMMUNES DANS CONTROLE-COMMUNE). DATE INVALIDE
004000* (CONTROLE-DATE) : JO-CODE-RETOUR 1, RESULTATS A ZERO.
004100*
004200* HISTORIQUE DES MODIFICATIONS
004300* DATE       AUTEUR  DESCRIPTION
004400* ---------- ------- ---------------------------------------------
004500* 2026-10-15 SI      CREATION - CALCUL COMMUN DES JOURS OUVRES
004600*                    (RELANCE-EXTRAITS, RAPPORT-REJETS,
004700*                    ECHEANCES-SEUILS, VALIDE-ATTENTE,
004800*                    ETAT-TACHES, TRI-EXTRAITS, CALENDRIER-NUIT).
004900*----------------------------------------------------------------
005000     05 JO-FONCTION              PIC X(01).
005100         88 JO-TESTER-JOUR       VALUE "T".
005200         88 JO-AJOUTER-JOURS     VALUE "A".
005300         88 JO-COMPTER-JOURS     VALUE "C".
005400     05 JO-CODE-SITE             PIC X(03).
005500     05 JO-DATE                  PIC 9(08).
005600     05 JO-NB-JOURS              PIC S9(05).
005700     05 JO-DATE-FIN              PIC 9(08).
005800     05 JO-DATE-RESULTAT         PIC 9(08).
005900     05 JO-NB-RESULTAT           PIC S9(05).
006000     05 JO-OUVRE                 PIC X(01).
006100         88 JO-JOUR-OUVRE        VALUE "O".
006200         88 JO-JOUR-CHOME        VALUE "N".
006300     05 JO-MOTIF                 PIC X(01).
006400         88 JO-MOTIF-SEMAINE     VALUE "S".
006500         88 JO-MOTIF-FERIE       VALUE "F".
006600         88 JO-MOTIF-FERMETURE   VALUE "C".
006700     05 JO-LIBELLE               PIC X(30).
006800     05 JO-CALENDRIER            PIC X(01).
006900         88 JO-CALENDRIER-CHARGE VALUE "O".
007000         88 JO-CALENDRIER-ABSENT VALUE "9".
007100     05 JO-CODE-RETOUR           PIC X(01).
007200         88 JO-OK                VALUE "0".
007300         88 JO-DATE-INVALIDE     VALUE "1".
007400         88 JO-HORS-CALENDRIER   VALUE "2".
