002393*                    ERRONEE) ET NONA-DBL (NUMERO NATIONAL DEJA
002394*                    ENREGISTRE) POUR LA SAISIE DU NUMERO
002395*                    NATIONAL (IDENTITE, CONTROLE-NONAT).
002396* 2026-10-15 SI      AJOUT DE ADR-CP (CODE POSTAL INCONNU AU
002397*                    REFERENTIEL DES COMMUNES) ET ADR-COM (COMMUNE
002398*                    NE CORRESPONDANT PAS AU CODE POSTAL) POUR LA
002399*                    SAISIE DE L'ADRESSE (IDENTITE,
002400*                    CONTROLE-COMMUNE).
002401* 2026-10-15 SI      AJOUT DE PIEC-INV (PIECE JUSTIFICATIVE
002402*                    REFUSEE PAR PIECE-IDENTITE) POUR LA SAISIE DE
002403*                    LA PIECE VUE A LA CREATION (IDENTITE).
002404* 2026-10-15 SI      AJOUT DE NONA-SEX ET NONA-NAI (NUMERO
002405*                    NATIONAL INCOHERENT AVEC LE SEXE OU AVEC LA
002406*                    DATE DE NAISSANCE, CONTROLE-NONAT) POUR
002407*                    IDENTITE.
002400*----------------------------------------------------------------
002500     05 MSG-LIBELLES-INITIAUX.
002600         10 FILLER           PIC X(08) VALUE "AGE-NUM".
004575             VALUE "CE NUMERO NATIONAL EST DEJA ENREGISTRE.".
004576         10 FILLER           PIC X(60)
004577             VALUE "THIS NATIONAL NUMBER IS ALREADY REGISTERED.".
004579         10 FILLER           PIC X(08) VALUE "ADR-CP".
004581         10 FILLER           PIC X(60)
004583             VALUE "ERREUR, CODE POSTAL INCONNU AU REFERENTIEL.".
004585         10 FILLER           PIC X(60)
004587             VALUE "ERROR, POSTAL CODE NOT IN REFERENCE FILE.".
004589         10 FILLER           PIC X(08) VALUE "ADR-COM".
004591         10 FILLER           PIC X(60)
004593             VALUE "ERREUR, COMMUNE ET CODE POSTAL DISCORDANTS.".
004595         10 FILLER           PIC X(60)
004597             VALUE "ERROR, TOWN DOES NOT MATCH THE POSTAL CODE.".
004598         10 FILLER           PIC X(08) VALUE "PIEC-INV".
004599         10 FILLER           PIC X(60)
004600             VALUE "ERREUR, PIECE INCOMPLETE OU DATES INVALIDES.".
004601         10 FILLER           PIC X(60)
004602             VALUE "ERROR, DOCUMENT INCOMPLETE OR DATES INVALID.".
004603         10 FILLER           PIC X(08) VALUE "NONA-SEX".
004604         10 FILLER           PIC X(60)
004605             VALUE "NO NATIONAL INCOHERENT AVEC LE SEXE.".
004606         10 FILLER           PIC X(60)
004607             VALUE "NATIONAL NUMBER DOES NOT MATCH THE SEX.".
004608         10 FILLER           PIC X(08) VALUE "NONA-NAI".
004609         10 FILLER           PIC X(60)
004610             VALUE "NO NATIONAL INCOHERENT AVEC LA NAISSANCE.".
004611         10 FILLER           PIC X(60)
004612             VALUE "NATIONAL NUMBER DOES NOT MATCH BIRTH DATE.".
004600     05 TABLE-MESSAGES REDEFINES MSG-LIBELLES-INITIAUX.
004700         10 MSG-ENTREE       OCCURS 14 TIMES
004800                             INDEXED BY IDX-MESSAGE.
004900             15 MSG-CODE         PIC X(08).
005000             15 MSG-TEXTE-FR     PIC X(60).
