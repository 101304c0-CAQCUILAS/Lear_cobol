001500*   N - CHANGER LE NIVEAU D'HABILITATION (C/M/A)
001600*   S - SUSPENDRE / REACTIVER UN COMPTE
001700*   D - DEBLOQUER UN COMPTE ET REINITIALISER SON MOT DE PASSE
001710*   R - RATTACHER UN SITE A UN OPERATEUR OU L'EN DETACHER
001720*       (PERIMETRE DES DOSSIERS, VOIR RCOPERF)
001800*   L - LISTER LES OPERATEURS
001900*   F - FIN
002000* CHAQUE CHANGEMENT EST JOURNALISE AU JOURNAL D'AUDIT COMMUN,
003230*                    IDENTIFIANT ZERO ETAIT COLLECTE PAR
003240*                    BACKOUT-LOT (ERREUR DE LECTURE) ET SIGNALE
003250*                    PAR REJOUE-JOURNAL EN REVUE MANUELLE.
003260* 2026-10-15 SI      ACTION R : RATTACHEMENT ET DETACHEMENT DES
003270*                    SITES DE L'OPERATEUR (PERIMETRE DES
003280*                    DOSSIERS), JOURNALISES COMME LES AUTRES
003290*                    CHANGEMENTS ; SITES AFFICHES A LA LISTE.
003292* 2026-10-15 SI      CHAQUE LIGNE ECRITE AU JOURNAL D'AUDIT EST
003294*                    AUPARAVANT NUMEROTEE ET SCELLEE PAR
003296*                    CHAINE-JOURNAL (FICHIER JNCHAIN, COPY
003298*                    RCCHAIND).
003323* 2026-10-15 SI      CHAINE-JOURNAL APPELE EN VALIDATION (V)
003348*                    APRES CHAQUE ECRITURE AU JOURNAL D'AUDIT.
003373*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.    IBM-370.
007000     88 CHOIX-NIVEAU             VALUE "N".
007100     88 CHOIX-SUSPENDRE          VALUE "S".
007200     88 CHOIX-DEBLOQUER          VALUE "D".
007210     88 CHOIX-SITES              VALUE "R".
007300     88 CHOIX-LISTER             VALUE "L".
007400     88 CHOIX-FIN                VALUE "F".
007500 01  CODE-DEMANDE                PIC X(08).
008000 01  NO-OPERATEUR-COURANT        PIC 9(03) COMP VALUE ZERO.
008100 01  NATURE-CHANGEMENT           PIC X(20).
008200 01  NB-CHANGEMENTS              PIC 9(05) COMP VALUE ZERO.
008210 01  SITE-DEMANDE                PIC X(03).
008220 01  NO-SITE                     PIC 9(01) COMP.
008230 01  RANG-SITE-TROUVE            PIC 9(01) COMP.
008240 01  RANG-SITE-LIBRE             PIC 9(01) COMP.
008300*----------------------------------------------------------------
008400* TABLE DES OPERATEURS, CHARGEE AU DEMARRAGE ET REECRITE AU
008500* FICHIER APRES CHAQUE CHANGEMENT (MEME PRINCIPE QUE
010000             88 TE-COMPTE-SUSPENDU VALUE "S".
010100             88 TE-COMPTE-BLOQUE VALUE "B".
010200         10 TE-A-CHANGER         PIC X(01).
010210         10 TE-SITES.
010220             15 TE-SITE          PIC X(03) OCCURS 5 TIMES.
010300     COPY RCOPER.
010400     COPY RCSIGNON.
010410 01  DEMANDE-CHAINAGE.
010420     COPY RCCHAIND.
010500 PROCEDURE DIVISION.
010600*================================================================
010700* 0000-MAINLINE : SIGNEMENT ADMINISTRATEUR PUIS BOUCLE D'ACTIONS
018300     END-IF.
018400     MOVE OF-STATUT-COMPTE   TO TE-STATUT-COMPTE(IDX-OPER).
018500     MOVE OF-MDP-A-CHANGER   TO TE-A-CHANGER(IDX-OPER).
018510     MOVE OF-SITES           TO TE-SITES(IDX-OPER).
018600 1100-CHARGER-UN-OPERATEUR-EXIT.
018700     EXIT.
018800*----------------------------------------------------------------
019000*----------------------------------------------------------------
019100 2000-SERVIR-ACTION.
019200     DISPLAY "ENTRETIEN DES OPERATEURS - (A)JOUTER, (N)IVEAU, "
019300         "(S)USPENDRE/REACTIVER, (D)EBLOQUER, (R)ATTACHER SITE, "
019310         "(L)ISTER, (F)IN ? ".
019400     ACCEPT CHOIX-ACTION.
019500     EVALUATE TRUE
019600         WHEN CHOIX-FIN
020700         WHEN CHOIX-DEBLOQUER
020800             PERFORM 6000-DEBLOQUER
020900                 THRU 6000-DEBLOQUER-EXIT
020910         WHEN CHOIX-SITES
020920             PERFORM 6500-RATTACHER-SITE
020930                 THRU 6500-RATTACHER-SITE-EXIT
021000         WHEN CHOIX-LISTER
021100             PERFORM 7000-LISTER
021200                 THRU 7000-LISTER-EXIT
027500     MOVE ZERO           TO TE-NB-ECHECS(IDX-OPER).
027600     MOVE "A"            TO TE-STATUT-COMPTE(IDX-OPER).
027700     MOVE "O"            TO TE-A-CHANGER(IDX-OPER).
027710     MOVE SPACES         TO TE-SITES(IDX-OPER).
027800     MOVE "AJOUT NIVEAU "  TO NATURE-CHANGEMENT.
027900     MOVE NIVEAU-DEMANDE   TO NATURE-CHANGEMENT(14:1).
028000     PERFORM 8000-ENTERINER
036700         THRU 8000-ENTERINER-EXIT.
036800 6000-DEBLOQUER-EXIT.
036900     EXIT.
036901*----------------------------------------------------------------
036902* 6500-RATTACHER-SITE : UN SITE DEJA RATTACHE A L'OPERATEUR EN
036903*                       EST DETACHE, SINON IL PREND LA PREMIERE
036904*                       PLACE LIBRE ("---" SITE CENTRAL, "***"
036905*                       TOUS LES SITES)
036906*----------------------------------------------------------------
036907 6500-RATTACHER-SITE.
036908     DISPLAY "CODE DE L'OPERATEUR : ".
036909     ACCEPT CODE-DEMANDE.
036910     PERFORM 2100-CHERCHER-OPERATEUR
036911         THRU 2100-CHERCHER-OPERATEUR-EXIT.
036912     IF NOT OPERATEUR-EST-TROUVE
036913         DISPLAY "CODE INCONNU"
036914         GO TO 6500-RATTACHER-SITE-EXIT
036915     END-IF.
036916     SET IDX-OPER TO NO-OPERATEUR-COURANT.
036917     IF TE-SITES(IDX-OPER) = SPACES
036918         DISPLAY "SITES RATTACHES : AUCUN (SITE CENTRAL SEUL)"
036919     ELSE
036920         DISPLAY "SITES RATTACHES : " TE-SITE(IDX-OPER 1) " "
036921             TE-SITE(IDX-OPER 2) " " TE-SITE(IDX-OPER 3) " "
036922             TE-SITE(IDX-OPER 4) " " TE-SITE(IDX-OPER 5)
036923     END-IF.
036924     DISPLAY "SITE A RATTACHER OU A DETACHER (--- CENTRAL, "
036925         "*** TOUS) : ".
036926     ACCEPT SITE-DEMANDE.
036927     IF SITE-DEMANDE = SPACES
036928         DISPLAY "SITE VIDE - AUCUN CHANGEMENT"
036929         GO TO 6500-RATTACHER-SITE-EXIT
036930     END-IF.
036931     MOVE ZERO TO RANG-SITE-TROUVE.
036932     MOVE ZERO TO RANG-SITE-LIBRE.
036933     PERFORM 6510-EXAMINER-SITE
036934         THRU 6510-EXAMINER-SITE-EXIT
036935         VARYING NO-SITE FROM 1 BY 1
036936         UNTIL NO-SITE > 5.
036937     MOVE SPACES TO NATURE-CHANGEMENT.
036938     IF RANG-SITE-TROUVE NOT = ZERO
036939         MOVE SPACES TO TE-SITE(IDX-OPER RANG-SITE-TROUVE)
036940         STRING "DETACHE SITE " DELIMITED BY SIZE
036941             SITE-DEMANDE DELIMITED BY SIZE
036942             INTO NATURE-CHANGEMENT
036943         DISPLAY "SITE " SITE-DEMANDE " DETACHE"
036944     ELSE
036945         IF RANG-SITE-LIBRE = ZERO
036946             DISPLAY "5 SITES DEJA RATTACHES - DETACHER D'ABORD "
036947                 "UN SITE"
036948             GO TO 6500-RATTACHER-SITE-EXIT
036949         END-IF
036950         MOVE SITE-DEMANDE TO TE-SITE(IDX-OPER RANG-SITE-LIBRE)
036951         STRING "RATTACHE SITE " DELIMITED BY SIZE
036952             SITE-DEMANDE DELIMITED BY SIZE
036953             INTO NATURE-CHANGEMENT
036954         DISPLAY "SITE " SITE-DEMANDE " RATTACHE"
036955     END-IF.
036956     PERFORM 8000-ENTERINER
036957         THRU 8000-ENTERINER-EXIT.
036958 6500-RATTACHER-SITE-EXIT.
036959     EXIT.
036960*----------------------------------------------------------------
036961* 6510-EXAMINER-SITE : UNE PLACE DE LA LISTE DES SITES - SITE
036962*                      DEMANDE DEJA PRESENT, OU PREMIERE PLACE
036963*                      LIBRE
036964*----------------------------------------------------------------
036965 6510-EXAMINER-SITE.
036966     IF TE-SITE(IDX-OPER NO-SITE) = SITE-DEMANDE
036967         MOVE NO-SITE TO RANG-SITE-TROUVE
036968     END-IF.
036969     IF TE-SITE(IDX-OPER NO-SITE) = SPACES
036970             AND RANG-SITE-LIBRE = ZERO
036971         MOVE NO-SITE TO RANG-SITE-LIBRE
036972     END-IF.
036973 6510-EXAMINER-SITE-EXIT.
036974     EXIT.
037000*----------------------------------------------------------------
037100* 7000-LISTER : LISTE DES OPERATEURS DE LA TABLE
037200*----------------------------------------------------------------
038800     DISPLAY "  " TE-CODE(IDX-OPER) " " TE-NOM(IDX-OPER)
038900         " NIVEAU " TE-NIVEAU(IDX-OPER)
039000         " STATUT " TE-STATUT-COMPTE(IDX-OPER)
039100         " ECHECS " TE-NB-ECHECS(IDX-OPER)
039110         " SITES " TE-SITES(IDX-OPER).
039200 7100-LISTER-UN-OPERATEUR-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
043800     MOVE TE-NB-ECHECS(IDX-OPER) TO OF-NB-ECHECS.
043900     MOVE TE-STATUT-COMPTE(IDX-OPER) TO OF-STATUT-COMPTE.
044000     MOVE TE-A-CHANGER(IDX-OPER) TO OF-MDP-A-CHANGER.
044010     MOVE TE-SITES(IDX-OPER)     TO OF-SITES.
044100     WRITE ENR-OPERATEUR.
044200 8110-ECRIRE-UN-OPERATEUR-EXIT.
044300     EXIT.
046020     MOVE SPACES          TO JN-CODE-SITE.
046040     MOVE SPACES TO JN-OPERATEUR-VALIDE.
046060     MOVE SPACES TO JN-IMAGE-AVANT JN-IMAGE-APRES.
046070     SET CH-ENCHAINER TO TRUE.
046080     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
046100     WRITE ENR-JOURNAL.
046125     MOVE JN-STATUT TO CH-STATUT-ECRITURE.
046150     SET CH-VALIDER TO TRUE.
046175     CALL "CHAINE-JOURNAL" USING DEMANDE-CHAINAGE ENR-JOURNAL.
046200 8200-JOURNALISER-EXIT.
046300     EXIT.
