002900* UN EXTRAIT REJETE EST ECARTE EN ENTIER (AUCUNE DE SES
003000* TRANSACTIONS NE PART AU CHARGEMENT) ET LE PROGRAMME REND LE
003100* CODE RETOUR 4 ; LES AUTRES SITES SONT TRAITES NORMALEMENT.
003110*
003120* UN SITE CHOME CE JOUR-LA D'APRES LE CALENDRIER DES JOURS NON
003130* OUVRES (SOUS-PROGRAMME JOURS-OUVRES : SAMEDI, DIMANCHE, FERIE OU
003140* FERMETURE DU SITE) N'EST PAS TENU D'ENVOYER SON EXTRAIT : LE
003150* PREMIER ENREGISTREMENT QUI SE PRESENTE A SA PLACE EST EXAMINE
003160* SANS ETRE CONSOMME. S'IL PORTE LE CODE DU SITE (FIN OU DONNEE),
003170* L'EXTRAIT EST TRAITE COMME LES AUTRES ; SINON LE SITE EST
003180* DECLARE "CHOME" - NI REJETE NI COMPTE DANS LE CODE RETOUR - ET
003190* L'ENREGISTREMENT EXAMINE REVIENT AU SITE SUIVANT.
003200*
003300* HISTORIQUE DES MODIFICATIONS
003400* DATE       AUTEUR  DESCRIPTION
005490*                    STRUCTUREE (RUE, CODE POSTAL, COMMUNE - VOIR
005491*                    RCTRANS) : LE REMPLISSAGE DE L'ENREGISTREMENT
005492*                    DE FIN SUIT LA NOUVELLE LONGUEUR.
005493* 2026-10-15 SI      LES TRANSACTIONS PORTENT DESORMAIS UNE DATE
005494*                    D'EFFET ET UNE REFERENCE DIFFEREE (VOIR
005495*                    RCTRANS) : LE REMPLISSAGE DES ENREGISTREMENTS
005496*                    DE FIN SUIT LA NOUVELLE LONGUEUR.
005497* 2026-10-15 SI      LES TRANSACTIONS PORTENT DESORMAIS UN NOM
005498*                    D'USAGE (VOIR RCTRANS) : LE REMPLISSAGE DES
005499*                    ENREGISTREMENTS DE FIN SUIT LA NOUVELLE
005500*                    LONGUEUR.
005501* 2026-10-15 SI      UN SITE CHOME CE JOUR D'APRES LE CALENDRIER
005502*                    DES JOURS NON OUVRES (JOURS-OUVRES) QUI N'A
005503*                    PAS ENVOYE D'EXTRAIT EST DECLARE CHOME, NI
005504*                    REJETE NI PORTE AU CODE RETOUR : LES JOURS
005505*                    FERIES, LE FLOT DE NUIT SIGNALAIT TOUS LES
005506*                    SITES EN EXTRAIT ABSENT.
005500*----------------------------------------------------------------
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
008400         88 SF-EST-FIN           VALUE "T".
008500     05 SF-NB-ENREG              PIC 9(07).
008550     05 SF-CODE-SITE             PIC X(03).
008600     05 FILLER                   PIC X(203).
008700 SD  FICHIER-TRI.
008800 01  ENR-TRI.
008900     COPY RCTRANS REPLACING LEADING ==TR== BY ==TRI==.
011820             88 SITE-EST-OUVERT  VALUES "O" SPACE.
011900         10 SITE-VERDICT         PIC X(01).
012000             88 SITE-EST-VALIDE  VALUE "O".
012010             88 SITE-EST-CHOME   VALUE "C".
012100         10 SITE-MOTIF           PIC X(40).
012200         10 SITE-NB-ENREG        PIC 9(07) COMP.
012210         10 SITE-CHOME-JOUR      PIC X(01).
012220             88 SITE-CHOME-CE-JOUR VALUE "O".
012300*----------------------------------------------------------------
012400* CLES DE CONTROLE DE LA SEQUENCE NOM/PRENOM
012500*----------------------------------------------------------------
013500 01  NB-ENREG-SITE               PIC 9(07) COMP VALUE ZERO.
013600 01  NB-SITES-ACCEPTES           PIC 9(07) COMP VALUE ZERO.
013700 01  NB-SITES-REJETES            PIC 9(07) COMP VALUE ZERO.
013710 01  NB-SITES-CHOMES             PIC 9(07) COMP VALUE ZERO.
013800 01  NB-TRANS-RELACHEES          PIC 9(07) COMP VALUE ZERO.
013510 01  AB-STATUT                   PIC X(02).
013520     88 AB-OK                    VALUE "00".
013543 01  TRAILER-TRANSACT.
013544     05 TT-CODE-ENREG            PIC X(01) VALUE "T".
013545     05 TT-NB-ENREG              PIC 9(07).
013546     05 FILLER                   PIC X(206) VALUE SPACES.
013550*----------------------------------------------------------------
013560* TAMPON DE RETENUE DE LA SORTIE DU TRI, POUR COMPARER CHAQUE
013570* TRANSACTION RELACHEE A LA PRECEDENTE (ARBITRAGE DES DOUBLONS
013780     05 LB-SITE-RETENU           PIC X(03).
013790     05 FILLER                   PIC X(09) VALUE " ECARTE ".
013810     05 LB-SITE-ECARTE           PIC X(03).
013818*----------------------------------------------------------------
013826* CALENDRIER DES JOURS NON OUVRES ET ENREGISTREMENT EXAMINE A LA
013834* PLACE DE L'EXTRAIT D'UN SITE CHOME, RENDU A LA LECTURE SUIVANTE
013842*----------------------------------------------------------------
013850 01  DATE-DU-JOUR                PIC 9(08) VALUE ZERO.
013858 01  DEMANDE-JOURS-OUVRES.
013866     COPY RCOUVRD.
013874 01  ENREG-EN-REPRISE            PIC X(01) VALUE "N".
013882     88 ENREG-A-REPRENDRE        VALUE "O".
013890 01  ENREG-REPRIS                PIC X(214).
013900 PROCEDURE DIVISION.
014000*================================================================
014100* 0000-MAINLINE : CHARGEMENT DE LA LISTE DES SITES, CONTROLE DE
016300*                            CONCATENATION DU DD SITES)
016400*----------------------------------------------------------------
016500 1000-CHARGER-LISTE-SITES.
016510     MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
016600     OPEN INPUT CONTROLE-SITES.
016700     IF NOT CS-OK
016800         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER SITELIST - "
020400     MOVE "EXTRAIT ABSENT DU FLOT SITES"
020500         TO SITE-MOTIF(IDX-SITE).
020600     MOVE ZERO TO SITE-NB-ENREG(IDX-SITE).
020610     MOVE "N" TO SITE-CHOME-JOUR(IDX-SITE).
020620     MOVE "T"          TO JO-FONCTION.
020630     MOVE SI-CODE-SITE TO JO-CODE-SITE.
020640     MOVE DATE-DU-JOUR TO JO-DATE.
020650     CALL "JOURS-OUVRES" USING DEMANDE-JOURS-OUVRES.
020660     IF JO-OK AND JO-JOUR-CHOME
020670         MOVE "O" TO SITE-CHOME-JOUR(IDX-SITE)
020680     END-IF.
020700 1100-CHARGER-SITE-EXIT.
020800     EXIT.
020900*----------------------------------------------------------------
022800             OR NO-SITE-COURANT >= NB-SITES.
022900     PERFORM 2300-CONTROLER-FIN-DE-FLOT
023000         THRU 2300-CONTROLER-FIN-DE-FLOT-EXIT.
023005     ADD 1 TO NO-SITE-COURANT.
023010     PERFORM 2070-CLASSER-SITE-RESTANT
023020         THRU 2070-CLASSER-SITE-RESTANT-EXIT
023030         VARYING IDX-SITE FROM NO-SITE-COURANT BY 1
023040         UNTIL IDX-SITE > NB-SITES.
023100     CLOSE EXTRAITS-SITES.
023200 2000-VALIDER-EXTRAITS-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023401* 2050-EXAMINER-SITE-CHOME : LE SITE COURANT EST CHOME CE JOUR -
023402*                            L'ENREGISTREMENT QUI SE PRESENTE
023403*                            EST LU PUIS MIS EN REPRISE ; S'IL
023404*                            NE PORTE PAS LE CODE DU SITE, AUCUN
023405*                            EXTRAIT N'A ETE ENVOYE, SITE CHOME
023406*----------------------------------------------------------------
023407 2050-EXAMINER-SITE-CHOME.
023408     PERFORM 2060-LIRE-EXTRAIT
023409         THRU 2060-LIRE-EXTRAIT-EXIT.
023410     IF PLUS-D-ENREG-SITE
023411         MOVE "C" TO SITE-VERDICT(IDX-SITE)
023412         GO TO 2050-EXAMINER-SITE-CHOME-EXIT
023413     END-IF.
023414     MOVE ENR-SITE TO ENREG-REPRIS.
023415     MOVE "O" TO ENREG-EN-REPRISE.
023416     IF SF-EST-FIN
023417         IF SF-CODE-SITE NOT = SITE-CODE(IDX-SITE)
023418             MOVE "C" TO SITE-VERDICT(IDX-SITE)
023419         END-IF
023420         GO TO 2050-EXAMINER-SITE-CHOME-EXIT
023421     END-IF.
023422     IF ST-CODE-SITE NOT = SPACES
023423             AND ST-CODE-SITE NOT = SITE-CODE(IDX-SITE)
023424         MOVE "C" TO SITE-VERDICT(IDX-SITE)
023425     END-IF.
023426 2050-EXAMINER-SITE-CHOME-EXIT.
023427     EXIT.
023428*----------------------------------------------------------------
023429* 2060-LIRE-EXTRAIT : LECTURE DU FLOT SITES EN PREMIERE PASSE -
023430*                     L'ENREGISTREMENT MIS EN REPRISE PAR 2050 EST
023431*                     RENDU AVANT TOUTE NOUVELLE LECTURE
023432*----------------------------------------------------------------
023433 2060-LIRE-EXTRAIT.
023434     IF ENREG-A-REPRENDRE
023435         MOVE ENREG-REPRIS TO ENR-SITE
023436         MOVE "N" TO ENREG-EN-REPRISE
023437         GO TO 2060-LIRE-EXTRAIT-EXIT
023438     END-IF.
023439     READ EXTRAITS-SITES
023440         AT END
023441             MOVE "O" TO FIN-EXTRAITS-SITES
023442     END-READ.
023443 2060-LIRE-EXTRAIT-EXIT.
023444     EXIT.
023445*----------------------------------------------------------------
023446* 2070-CLASSER-SITE-RESTANT : FLOT EPUISE AVANT LE SITE - S'IL EST
023447*                             CHOME CE JOUR, SON EXTRAIT N'ETAIT
023448*                             PAS ATTENDU
023449*----------------------------------------------------------------
023450 2070-CLASSER-SITE-RESTANT.
023451     IF SITE-CHOME-CE-JOUR(IDX-SITE)
023452         MOVE "C" TO SITE-VERDICT(IDX-SITE)
023453     END-IF.
023454 2070-CLASSER-SITE-RESTANT-EXIT.
023455     EXIT.
023456*----------------------------------------------------------------
023500* 2100-VALIDER-UN-EXTRAIT : CONTROLE DE L'EXTRAIT DU SITE SUIVANT
023600*                           DE LA TABLE - SEQUENCE NOM/PRENOM
023700*                           CROISSANTE ET NOMBRE ANNONCE PAR
024430             TO SITE-MOTIF(IDX-SITE)
024440         MOVE "N" TO SITE-VERDICT(IDX-SITE)
024450     END-IF.
024456     IF SITE-CHOME-CE-JOUR(IDX-SITE) AND SITE-EST-VALIDE(IDX-SITE)
024462         PERFORM 2050-EXAMINER-SITE-CHOME
024468             THRU 2050-EXAMINER-SITE-CHOME-EXIT
024474         IF SITE-EST-CHOME(IDX-SITE)
024480             GO TO 2100-VALIDER-UN-EXTRAIT-EXIT
024486         END-IF
024492     END-IF.
024500     MOVE "N" TO TRAILER-TROUVE.
024600     MOVE LOW-VALUES TO CLE-PRECEDENTE.
024700     MOVE ZERO TO NB-ENREG-SITE.
026200*                        L'ENREGISTREMENT DE FIN
026300*----------------------------------------------------------------
026400 2110-CONTROLER-ENREG.
026410     PERFORM 2060-LIRE-EXTRAIT
026420         THRU 2060-LIRE-EXTRAIT-EXIT.
026430     IF PLUS-D-ENREG-SITE
026440         GO TO 2110-CONTROLER-ENREG-EXIT
026450     END-IF.
027000     IF SF-EST-FIN
027100         MOVE "O" TO TRAILER-TROUVE
027150         IF SF-CODE-SITE NOT = SITE-CODE(IDX-SITE)
030200     IF PLUS-D-ENREG-SITE
030300         GO TO 2300-CONTROLER-FIN-DE-FLOT-EXIT
030400     END-IF.
030410     PERFORM 2060-LIRE-EXTRAIT
030420         THRU 2060-LIRE-EXTRAIT-EXIT.
030430     IF PLUS-D-ENREG-SITE
030440         GO TO 2300-CONTROLER-FIN-DE-FLOT-EXIT
030450     END-IF.
031000     DISPLAY "ENREGISTREMENTS AU-DELA DU DERNIER SITE ANNONCE "
031100         "PAR SITELIST - ILS SONT IGNORES".
031200     IF RETURN-CODE < 4
034600     ADD 1 TO NO-SITE-COURANT.
034700     SET IDX-SITE TO NO-SITE-COURANT.
034800     MOVE "N" TO TRAILER-TROUVE.
034810     IF SITE-EST-CHOME(IDX-SITE)
034820         GO TO 4100-RELACHER-UN-EXTRAIT-EXIT
034830     END-IF.
034900     PERFORM 4110-RELACHER-ENREG
035000         THRU 4110-RELACHER-ENREG-EXIT
035100         UNTIL PLUS-D-ENREG-SITE OR FIN-SITE-TROUVEE.
038800     DISPLAY "SITES ANNONCES          : " NB-SITES.
038900     DISPLAY "SITES ACCEPTES          : " NB-SITES-ACCEPTES.
039000     DISPLAY "SITES REJETES           : " NB-SITES-REJETES.
039010     DISPLAY "SITES CHOMES CE JOUR    : " NB-SITES-CHOMES.
039100     DISPLAY "TRANSACTIONS RELACHEES  : " NB-TRANS-RELACHEES.
039110     DISPLAY "DOUBLONS INTER-SITES    : " NB-ARBITRES.
039120     DISPLAY "TRANSACTIONS ECRITES    : " NB-TRANS-ECRITES.
039600* 8100-AFFICHER-VERDICT-SITE : VERDICT D'UN SITE DE LA TABLE
039700*----------------------------------------------------------------
039800 8100-AFFICHER-VERDICT-SITE.
039810     IF SITE-EST-CHOME(IDX-SITE)
039820         DISPLAY "SITE " SITE-NOM(IDX-SITE) " CHOME CE JOUR "
039830             "(CALENDRIER) - PAS D'EXTRAIT ATTENDU"
039840         ADD 1 TO NB-SITES-CHOMES
039850         GO TO 8100-AFFICHER-VERDICT-SITE-EXIT
039860     END-IF.
039900     IF SITE-EST-VALIDE(IDX-SITE)
040000         DISPLAY "SITE " SITE-NOM(IDX-SITE) " ACCEPTE - "
040100             SITE-NB-ENREG(IDX-SITE) " TRANSACTIONS"
