000100*----------------------------------------------------------------
000200* RCCONTD - STRUCTURE D'ECHANGE AVEC LE SOUS-PROGRAMME
000300*           CONTACT-CITOYEN, GUICHET UNIQUE DU FICHIER DES
000400*           CONTACTS (CONTACTS, COPY RCCONTACT).
000500*
000600* A INCLURE SOUS UN NIVEAU 01 DEFINI PAR LE PROGRAMME APPELANT,
000700* PUIS A PASSER AU SOUS-PROGRAMME, PAR EXEMPLE :
000800*
000900*     01  DEMANDE-CONTACT.
001000*         COPY RCCONTD.
001100*     ...
001200*     MOVE "M"               TO KD-ACTION.
001300*     MOVE MF-ID-CITOYEN     TO KD-ID-CITOYEN.
001400*     (TELEPHONE, COURRIEL, CANAL, OPERATEUR, SITE, PROGRAMME)
001500*     CALL "CONTACT-CITOYEN" USING DEMANDE-CONTACT.
001600*
001700* ACTION "M" (MISE A JOUR) : LES COORDONNEES SONT CONTROLEES
001800* (CANAL P, E OU S - A BLANC : P ; COURRIEL A UN SEUL "@" ET SANS
001900* BLANC INTERIEUR ; TELEPHONE D'AU MOINS 8 CHIFFRES, SANS AUTRE
002000* CARACTERE QUE "+" ET LE BLANC ; LE CANAL E EXIGE UN COURRIEL,
002100* LE CANAL S UN TELEPHONE) PUIS REMPLACENT CELLES DU FICHIER ET
002200* EFFACENT UN REPLI EVENTUEL. DES COORDONNEES IDENTIQUES A CELLES
002300* DU FICHIER NE CHANGENT RIEN (RESULTAT 1) - UN EXTRAIT DE SITE
002400* RECHARGE NE FAIT DONC RIEN. REFUS : RESULTAT 2 ET MOTIF.
002500*
002600* ACTION "L" (LECTURE) : REND LES COORDONNEES DU CITOYEN, ET LE
002700* CANAL ABANDONNE ET LE MOTIF EN CAS DE REPLI (RESULTAT 0), OU
002800* DES COORDONNEES A BLANC ET LE CANAL P (RESULTAT 1).
002900*
003000* ACTION "R" (REPLI, TRAIT-REBONDS) : KD-CANAL-REBOND EST LE
003100* CANAL DE L'ENVOI EN ECHEC, KD-COURRIEL OU KD-TELEPHONE LA
003200* DESTINATION UTILISEE ET KD-MOTIF-REBOND LE MOTIF RENDU PAR LA
003300* PASSERELLE. LE CITOYEN EST REPLIE SUR LA POSTE (RESULTAT 0)
003400* SAUF SI SON CANAL OU SA DESTINATION ONT CHANGE DEPUIS L'ENVOI
003500* (RESULTAT 1, AVEC LE MOTIF).
003600*
003700* ACTION "E" (EFFACEMENT, ANONYMISE-DOSSIERS) : L'ENTREE DU
003800* CITOYEN EST RETIREE. SEUL L'IDENTIFIANT EST LU.
003900*
004000* UN FICHIER CONTACTS INDISPONIBLE EST SIGNALE (RESULTAT 9) MAIS
004100* N'EMPECHE PAS LA MISE A JOUR DU DOSSIER.
004200*
004300* HISTORIQUE DES MODIFICATIONS
004400* DATE       AUTEUR  DESCRIPTION
004500* ---------- ------- ---------------------------------------------
004600* 2026-10-15 SI      CREATION - CANAUX DE CONTACT ET CANAL DE
004700*                    NOTIFICATION PREFERE DU CITOYEN.
004800*----------------------------------------------------------------
004900     05 KD-ACTION                PIC X(01).
005000         88 KD-MISE-A-JOUR       VALUE "M".
005100         88 KD-LECTURE           VALUE "L".
005200         88 KD-REPLI             VALUE "R".
005300         88 KD-EFFACEMENT        VALUE "E".
005400     05 KD-ID-CITOYEN            PIC 9(09).
005500     05 KD-CONTACT.
005600         10 KD-TELEPHONE         PIC X(15).
005700         10 KD-COURRIEL          PIC X(60).
005800         10 KD-CANAL-PREFERE     PIC X(01).
005900             88 KD-CANAL-VALIDE  VALUES "P" "E" "S".
006000     05 KD-CANAL-REBOND          PIC X(01).
006100     05 KD-MOTIF-REBOND          PIC X(30).
006200     05 KD-OPERATEUR             PIC X(08).
006300     05 KD-CODE-SITE             PIC X(03).
006400     05 KD-PROGRAMME             PIC X(20).
006500     05 KD-RESULTAT              PIC X(01).
006600         88 KD-CONTACT-TRAITE    VALUE "0".
006700         88 KD-SANS-OBJET        VALUE "1".
006800         88 KD-CONTACT-REFUSE    VALUE "2".
006900         88 KD-FICHIER-INDISPONIBLE VALUE "9".
007000     05 KD-MOTIF                 PIC X(40).
