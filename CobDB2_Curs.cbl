      *               ! ET NON AU PRIX DEJA DEMARQUE, POUR QUE LE     *
      *               ! PRIX ETIQUETTE CORRESPONDE AU TAUX D'ECHELLE  *
      *               ! CHARGE PAR LES ACHETEURS                      *
      * 15/10/2026    ! VALIDATION ACHETEUR : LE MODE SIMULATION      *
      *               ! ENREGISTRE CHAQUE DEMARQUE PROPOSEE DANS      *
      *               ! TPROPSOLD (ARTICLE, VAGUE, PRIX ACTUEL ET     *
      *               ! PROPOSE, TAUX, NO DE PASSAGE) ; LE MODE SOLDE *
      *               ! EXIGE EN PARM LE PASSAGE DE SIMULATION ET     *
      *               ! N'APPLIQUE QUE SES PROPOSITIONS APPROUVEES    *
      *               ! (ADSD236), AU PRIX VALIDE, PUIS LES MARQUE    *
      *               ! SOLDEES ; ARTICLES NON APPROUVES OU DONT LE   *
      *               ! PRIX A CHANGE DEPUIS LA SIMULATION ECARTES ET *
      *               ! COMPTES                                       *
      * 15/10/2026    ! PLANCHER DE MARGE (7030) : EN MODES SOLDE ET  *
      *               ! SIMULATION LE PRIX SOLDE NE DESCEND PAS SOUS  *
      *               ! PXACHART MAJORE DU TAUX DE LA CATEGORIE       *
      *               ! (TPLANSOLD, A DEFAUT LE PRIX D'ACHAT) ; PRIX  *
      *               ! PLAFONNE SIGNALE DANS LE DETAIL INTFPOS ET    *
      *               ! SECTION D'EXCEPTIONS EN FIN D'EDITION         *
      * 15/10/2026    ! BUDGET MENSUEL DE DEMARQUE PAR CATEGORIE       *
      *               ! (TBUDGSOLD) : DEVALORISATION DU MOIS (TARTSOLD *
      *               ! HORS PASSAGES ANNULES) + PASSAGE EN COURS ; EN *
      *               ! MODE SOLDE, BUDGET EPUISE = ARTICLES DIFFERES  *
      *               ! ET EDITES ; EDITION BUDGET / REALISE AVEC      *
      *               ! DEPASSEMENT PROJETE EN SIMULATION. EN MODE     *
      *               ! SOLDE LA LIGNE TARTSOLD N'EST ECRITE QU'A LA   *
      *               ! MAJ DU PRIX, AVEC LE PRIX APRES (PXAPRESSOLD)  *
      * 15/10/2026    ! CALENDRIER LEGAL DES SOLDES (TCALSOLD : TYPE   *
      *               ! DE PERIODE, DEBUT, FIN, REGION) CONTROLE AU    *
      *               ! DEMARRAGE ; HORS PERIODE LE MODE SOLDE EST     *
      *               ! REFUSE (RC 10) OU, SUR OPTION PARM, PASSE EN   *
      *               ! OPERATION DE DESTOCKAGE. TYPE D'OPERATION      *
      *               ! PORTE PAR TARTSOLD (CDTYPOPSOLD), LE DETAIL    *
      *               ! INTFPOS ET L'ENTETE DU RAPPORT                 *
      * 15/10/2026    ! REPRISE (PARM-CDREPRISE) SOUS LE NO DU PASSAGE *
      *               ! INTERROMPU, RETROUVE DANS TRUNCTL (ETAT 'E',   *
      *               ! MEME MODE) ; LA LIGNE TRUNCTL EST REPRISE ET   *
      *               ! COMPTE LES REPRISES (NBREPRUN). EN MODE SOLDE  *
      *               ! INTFPOS ET AUDITMAJ SONT RECONSTITUES DES      *
      *               ! ARTICLES DEJA COMMITES (TARTSOLD / TPROPSOLD)  *
      *               ! AVANT LA SUITE DU TRAITEMENT : FICHIERS ET     *
      *               ! TOTAUX DE CONTROLE SUR TOUT LE PASSAGE.        *
      *               ! PLAFONNEMENT PLANCHER HISTORISE (CDPLANSOLD)   *
      * 15/10/2026    ! MODE SOLDE : CUMULS DES ARTICLES SOLDES ET     *
      *               ! TRANCHES DE PRIX FAITS A LA MAJ DU PRIX (8016) *
      *               ! ET NON PLUS A L'APPROBATION ; REPRISE : POINT  *
      *               ! DE RELANCE INITIALISE A L'ARTICLE DE REPRISE ; *
      *               ! BUDGET : SEULS LES ARTICLES RESTAURES PAR      *
      *               ! ADSD228 (DTANNULSOLD) SONT DEDUITS             *
      *===============================================================*
      *
      *************************
       77  WS-RUN-ID            PIC X(14).
       77  WS-TOT-DEPOT         PIC S9(6) COMP-3.
       77  WS-CDNUMART-REPRISE  PIC X(8)  VALUE LOW-VALUES.
       77  WS-IND-REPRISE       PIC X(01) VALUE 'N'.
           88  RUN-REPRIS                 VALUE 'O'.
           88  RUN-NOUVEAU                VALUE 'N'.
       77  WS-NB-REPRISES       PIC S9(4) COMP VALUE ZERO.
       77  WS-PLAN-HISTO        PIC X(01) VALUE SPACE.
       77  WS-REP-CDNUMART      PIC X(08).
       77  WS-REP-PXAVANT       PIC S9(8)V99 COMP-3.
       77  WS-REP-PXAPRES       PIC S9(8)V99 COMP-3.
       77  WS-REP-TXPOURC       PIC S9(3)V99 COMP-3.
       77  WS-REP-DTFLAG        PIC X(10).
       77  WS-REP-WAVE          PIC S9(4) COMP.
       77  WS-REP-PLAN          PIC X(01).
       77  WS-IND-REP-PLAN      PIC S9(4) COMP.
       77  WS-REP-TYPOP         PIC X(01).
       77  WS-IND-REP-TYPOP     PIC S9(4) COMP.

       77  WS-MODE-RUN          PIC X(01) VALUE 'D'.
           88  MODE-DETAIL                VALUE 'D'.
           88  MODE-SOLDE                  VALUE 'M'.
           88  MODE-SIMUL                  VALUE 'P'.

       77  WS-HORS-PERIODE      PIC X(01) VALUE 'R'.
           88  HORS-PER-REFUS             VALUE 'R'.
           88  HORS-PER-DESTOCK           VALUE 'D'.

       77  WS-CDSELECT          PIC X(01) VALUE 'J'.
           88  SELECT-JAMAIS              VALUE 'J'.
           88  SELECT-LENT                VALUE 'L'.
       77  WS-IND-TXPOURC       PIC S9(4) COMP.
       77  WS-NOUVEAU-PRIX      PIC S9(8)V99 COMP-3.

       77  WS-RUN-PROP          PIC X(14) VALUE SPACES.
       77  WS-PROP-WAVE         PIC S9(4) COMP.
       77  WS-PROP-PXAVANT      PIC S9(8)V99 COMP-3.
       77  WS-PROP-PXVALID      PIC S9(8)V99 COMP-3.
       77  WS-PROP-TXPOURC      PIC S9(3)V99 COMP-3.
       77  WS-PROP-PXCALC       PIC S9(8)V99 COMP-3.
       77  WS-PROP-ETAT         PIC X(01) VALUE SPACE.
           88  PROP-APPROUVEE             VALUE 'A' 'F'.
           88  PROP-PRIX-FORCE            VALUE 'F'.

       77  WS-PX-ACHAT          PIC S9(8)V99 COMP-3.
       77  WS-IND-PX-ACHAT      PIC S9(4) COMP.
       77  WS-TX-MARGE          PIC S9(3)V99 COMP-3.
       77  WS-IND-TX-MARGE      PIC S9(4) COMP.
       77  WS-PX-NON-PLAF       PIC S9(8)V99 COMP-3.

       77  WS-MOIS-ISO          PIC X(07).
       77  WS-DEBMOIS-ISO       PIC X(10).
       77  WS-BUDG-CAT-SQL      PIC X(05).
       77  WS-BUDG-MT-SQL       PIC S9(11)V99 COMP-3.
       77  WS-BUDG-CONSO-SQL    PIC S9(11)V99 COMP-3.
       77  WS-PXAPRES-HISTO     PIC S9(8)V99 COMP-3.
       77  WS-IND-PXAPRES-HISTO PIC S9(4) COMP.

       77  WS-REGION            PIC X(03) VALUE 'NAT'.
       77  WS-TYPPER            PIC X(01) VALUE SPACE.
       77  WS-IND-TYPPER        PIC S9(4) COMP.
       77  WS-TYPE-OPER         PIC X(01) VALUE 'S'.
           88  OPER-SOLDES                VALUE 'S'.
           88  OPER-DESTOCKAGE            VALUE 'D'.

       77  WS-RC-PGM            PIC X(08) VALUE 'ADSD225'.
       77  WS-RC-RUNID          PIC X(14).
       77  WS-RC-MODE           PIC X(01) VALUE SPACE.
                 AND D.QTSTKDEPOT > 0
               ORDER BY D.CDDEPOT, S.CDNUMART
           END-EXEC.
      *
      *---------------------------------------------------------------*
      * REPRISE EN MODE SOLDE : PRIX DEJA APPLIQUES ET COMMITES PAR   *
      * LE PASSAGE INTERROMPU, AVEC LE TAUX DE LA PROPOSITION SOLDEE  *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS4
              CURSOR FOR
              SELECT S.CDNUMART, S.PXVTEART, S.PXAPRESSOLD,
                     P.TXPOURCPROP, CHAR(S.DTFLAGSOLD, ISO),
                     S.NOWAVSOLD, S.CDPLANSOLD, S.CDTYPOPSOLD
                FROM TARTSOLD S, TPROPSOLD P
               WHERE S.CDRUNSOLD  = :WS-RUN-ID
                 AND S.PXAPRESSOLD IS NOT NULL
                 AND P.CDRUNSOLD  = S.CDRUNSOLD
                 AND P.CDNUMART   = S.CDNUMART
               ORDER BY S.CDNUMART
           END-EXEC.

           EXEC SQL
                END DECLARE SECTION
           05  FILLER      PIC X(18)  VALUE 'ARTICLES A SOLDER'.
           05  FILLER      PIC X(07)  VALUE '    DU '.
           05  WS-DATE-ED  PIC X(10).
           05  FILLER      PIC X(09)  VALUE '    PAGE '.
           05  WS-NO-PAGE-ED
                           PIC ZZZ9.
           05  FILLER      PIC X(04)  VALUE SPACES.
           05  WS-OPER-ED  PIC X(10)  VALUE SPACES.
           05  FILLER      PIC X      VALUE '|'.

       01  WS-LIG3.
           05  WS-INT-DTEFFET    PIC X(10).
           05  WS-INT-DET-RUN    PIC X(14).
           05  WS-INT-VAGUE      PIC 9(01).
           05  WS-INT-PLANCHER   PIC X(01).
           05  WS-INT-TYPOPER    PIC X(01).
           05  FILLER            PIC X(19) VALUE SPACES.

       01  WS-INT-FIN.
           05  FILLER            PIC X(01) VALUE '9'.
       77  WS-TOT-NB           PIC 9(06)      VALUE ZERO.
       77  WS-TOT-QTE          PIC 9(07)      VALUE ZERO.
       77  WS-TOT-VAL          PIC 9(13)V99   VALUE ZERO.
       77  WS-NB-PROPOSES      PIC 9(06)      VALUE ZERO.
       77  WS-NB-NON-APPROUVES PIC 9(06)      VALUE ZERO.
       77  WS-NB-PROP-PERIMEES PIC 9(06)      VALUE ZERO.

       01  WS-LIG-PROP1.
           05  FILLER        PIC X(21) VALUE 'PASSAGE PROPOSITIONS:'.
           05  FILLER        PIC X     VALUE SPACE.
           05  WS-PROP-RUN-ED
                             PIC X(14).

       01  WS-LIG-PROP2.
           05  FILLER        PIC X(21) VALUE 'PROPOSITIONS EMISES :'.
           05  WS-NB-PROPOSES-ED
                             PIC ZZZZZ9.

       01  WS-LIG-PROP3.
           05  FILLER        PIC X(21) VALUE 'NON APPROUVES       :'.
           05  WS-NB-NON-APPR-ED
                             PIC ZZZZZ9.

       01  WS-LIG-PROP4.
           05  FILLER        PIC X(21) VALUE 'PRIX MODIFIE DEPUIS :'.
           05  WS-NB-PERIMEES-ED
                             PIC ZZZZZ9.
      *
      *---------------------------------------------------------------*
      * PLANCHER DE MARGE : PRIX MINIMUM = PXACHART MAJORE DU TAUX DE *
      * LA CATEGORIE. ARTICLES PLAFONNES (PRIX RAMENE AU PLANCHER) OU *
      * BLOQUES (PLANCHER >= PRIX ACTUEL, AUCUNE DEMARQUE) CONSERVES  *
      * POUR LA SECTION D'EXCEPTIONS EDITEE EN FIN DE RAPPORT         *
      *---------------------------------------------------------------*
      *
       77  WS-PX-PLANCHER       PIC S9(8)V99 COMP-3 VALUE ZERO.
       77  WS-IND-PLANCHER      PIC X(01)      VALUE 'L'.
           88  PLANCHER-LIBRE                  VALUE 'L'.
           88  PLANCHER-PLAFONNE               VALUE 'P'.
           88  PLANCHER-BLOQUE                 VALUE 'B'.
       77  WS-NB-PLAFONNES      PIC 9(06)      VALUE ZERO.
       77  WS-NB-BLOQUES        PIC 9(06)      VALUE ZERO.
       77  WS-PLAN-TOT-ECART    PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-ECART-PLANCHER    PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-PLAN-TABLE.
           05  WS-PLAN-NB       PIC S9(4) COMP VALUE ZERO.
           05  WS-PLAN-POSTE    OCCURS 500.
               10  WS-PLAN-CODE     PIC X(08).
               10  WS-PLAN-CAT      PIC X(05).
               10  WS-PLAN-PXACHAT  PIC S9(8)V99   COMP-3.
               10  WS-PLAN-PXCALC   PIC S9(8)V99   COMP-3.
               10  WS-PLAN-PXPLAN   PIC S9(8)V99   COMP-3.
               10  WS-PLAN-QTE      PIC S9(9)      COMP.
               10  WS-PLAN-ECART    PIC S9(11)V99  COMP-3.
               10  WS-PLAN-ETAT     PIC X(01).

       77  WS-PLAN-MAX          PIC S9(4) COMP VALUE 500.
       77  WS-PLAN-IX           PIC S9(4) COMP VALUE ZERO.

      *
      *---------------------------------------------------------------*
      * BUDGET MENSUEL DE DEMARQUE : UN POSTE PAR CATEGORIE TRAITEE   *
      * (BUDGET TBUDGSOLD DU MOIS, DEVALORISATION DEJA PASSEE DANS LE *
      * MOIS, DEVALORISATION DU PASSAGE) ET LISTE DES ARTICLES        *
      * DIFFERES FAUTE DE BUDGET                                      *
      *---------------------------------------------------------------*
      *
       77  WS-DEVALO            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-IND-BUDGET        PIC X(01)      VALUE 'L'.
           88  BUDGET-LIBRE                    VALUE 'L'.
           88  BUDGET-DIFFERE                  VALUE 'D'.
       77  WS-NB-DIFFERES       PIC 9(06)      VALUE ZERO.
       77  WS-BUDG-RESTE        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-BUDG-TOT-DEPASST  PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BUDG-TABLE.
           05  WS-BUDG-NB-CAT   PIC S9(4) COMP VALUE ZERO.
           05  WS-BUDG-POSTE    OCCURS 100.
               10  WS-BUDG-CAT      PIC X(05).
               10  WS-BUDG-EXISTE   PIC X(01).
               10  WS-BUDG-MONTANT  PIC S9(11)V99 COMP-3.
               10  WS-BUDG-CONSO-ANT
                                    PIC S9(11)V99 COMP-3.
               10  WS-BUDG-CONSO-RUN
                                    PIC S9(11)V99 COMP-3.
               10  WS-BUDG-NB-DIFF  PIC S9(6)     COMP-3.
               10  WS-BUDG-EPUISE   PIC X(01).

       77  WS-BUDG-MAX          PIC S9(4) COMP VALUE 100.
       77  WS-BUDG-IX           PIC S9(4) COMP VALUE ZERO.
       77  WS-BUDG-IX-TROUVE    PIC S9(4) COMP VALUE ZERO.

       01  WS-DIFF-TABLE.
           05  WS-DIFF-NB       PIC S9(4) COMP VALUE ZERO.
           05  WS-DIFF-POSTE    OCCURS 500.
               10  WS-DIFF-CODE     PIC X(08).
               10  WS-DIFF-CAT      PIC X(05).
               10  WS-DIFF-PXAVANT  PIC S9(8)V99   COMP-3.
               10  WS-DIFF-PXSOLDE  PIC S9(8)V99   COMP-3.
               10  WS-DIFF-QTE      PIC S9(9)      COMP.
               10  WS-DIFF-DEVALO   PIC S9(11)V99  COMP-3.

       77  WS-DIFF-MAX          PIC S9(4) COMP VALUE 500.
       77  WS-DIFF-IX           PIC S9(4) COMP VALUE ZERO.

       01  WS-LIG-BUDG-TITRE.
           05  FILLER      PIC X(38)
               VALUE 'BUDGET DE DEMARQUE / REALISE DU MOIS '.
           05  WS-BUDG-MOIS-ED PIC X(07).
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  WS-BUDG-TITRE-ED
                           PIC X(12).

       01  WS-LIG-BUDG-ENT.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(05)  VALUE 'CAT'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(12)  VALUE '      BUDGET'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(12)  VALUE ' DEJA PASSE'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(12)  VALUE '     PASSAGE'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(13)  VALUE '        RESTE'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(05)  VALUE ' DIFF'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(08)  VALUE 'ETAT'.

       01  WS-LIG-BUDG.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-BUDG-CAT-ED   PIC X(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-BUDG-MT-ED    PIC ZZZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-BUDG-ANT-ED   PIC ZZZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-BUDG-RUN-ED   PIC ZZZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-BUDG-RESTE-ED PIC -ZZZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-BUDG-DIFF-ED  PIC ZZZZ9.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-BUDG-ETAT-ED  PIC X(08).

       01  WS-LIG-BUDG-TOT1.
           05  FILLER        PIC X(21) VALUE 'ARTICLES DIFFERES   :'.
           05  WS-NB-DIFFERES-ED
                             PIC ZZZZZ9.

       01  WS-LIG-BUDG-TOT2.
           05  FILLER        PIC X(21) VALUE 'DEPASSEMENT PROJETE :'.
           05  WS-BUDG-DEPASST-ED
                             PIC ZZZZZZZZZZ9,99.

       01  WS-LIG-DIFF-TITRE.
           05  FILLER      PIC X(33)
               VALUE 'ARTICLES DIFFERES - BUDGET EPUISE'.

       01  WS-LIG-DIFF.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DIFF-CODE-ED  PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DIFF-CAT-ED   PIC X(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DIFF-AVANT-ED PIC ZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DIFF-SOLDE-ED PIC ZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DIFF-QTE-ED   PIC ZZZZZ9.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-DIFF-DEVALO-ED
                                PIC ZZZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  FILLER           PIC X(21)
               VALUE 'DIFFERE-BUDGET EPUISE'.

       01  WS-LIG-PLAN-TITRE.
           05  FILLER      PIC X(50)
               VALUE 'EXCEPTIONS PLANCHER DE MARGE (PRIX ACHAT + TAUX)'.

       01  WS-LIG-PLAN-ENT.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(08)  VALUE 'CODE'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(05)  VALUE 'CAT'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(10)  VALUE '  PX ACHAT'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(10)  VALUE 'PX CALCULE'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(10)  VALUE '  PLANCHER'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(06)  VALUE '   QTE'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(12)  VALUE '  ECART VALO'.
           05  FILLER      PIC X(01)  VALUE SPACE.
           05  FILLER      PIC X(04)  VALUE 'ETAT'.

       01  WS-LIG-PLAN.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PLAN-CODE-ED  PIC X(08).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PLAN-CAT-ED   PIC X(05).
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PLAN-ACHAT-ED PIC ZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PLAN-CALC-ED  PIC ZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PLAN-PLAN-ED  PIC ZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PLAN-QTE-ED   PIC ZZZZZ9.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PLAN-ECART-ED PIC ZZZZZZZZ9,99.
           05  FILLER           PIC X(01)  VALUE SPACE.
           05  WS-PLAN-ETAT-ED  PIC X(04).

       01  WS-LIG-PLAN-TOT1.
           05  FILLER        PIC X(21) VALUE 'PRIX PLAFONNES      :'.
           05  WS-NB-PLAFONNES-ED
                             PIC ZZZZZ9.

       01  WS-LIG-PLAN-TOT2.
           05  FILLER        PIC X(21) VALUE 'DEMARQUES BLOQUEES  :'.
           05  WS-NB-BLOQUES-ED
                             PIC ZZZZZ9.

       01  WS-LIG-PLAN-TOT3.
           05  FILLER        PIC X(21) VALUE 'ECART VALO. TOTAL   :'.
           05  WS-PLAN-TOT-ECART-ED
                             PIC ZZZZZZZZZZ9,99.
      *
      *=====================
       LINKAGE SECTION.
           05  PARM-PLAFOND        PIC 9(06).
           05  PARM-CDSELECT       PIC X(01).
           05  PARM-NB-JOURS-VTE   PIC 9(03).
           05  PARM-CDRUNPROP      PIC X(14).
           05  PARM-CDREGION       PIC X(03).
           05  PARM-CDHORSPER      PIC X(01).
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
              MOVE PARM-CDREPRISE TO WS-CDNUMART-REPRISE
           END-IF.

           IF WS-CDNUMART-REPRISE NOT = LOW-VALUES
              AND WS-CDNUMART-REPRISE NOT = SPACES
              SET RUN-REPRIS TO TRUE
           END-IF.

           IF PARM-LEN < 12
              MOVE 'D'           TO WS-MODE-RUN
           ELSE
              MOVE PARM-NB-JOURS-VTE TO WS-NB-JOURS-VTE
           END-IF.

           IF PARM-LEN < 36
              MOVE SPACES           TO WS-RUN-PROP
           ELSE
              MOVE PARM-CDRUNPROP   TO WS-RUN-PROP
           END-IF.

           IF PARM-LEN < 39 OR PARM-CDREGION = SPACES
              MOVE 'NAT'            TO WS-REGION
           ELSE
              MOVE PARM-CDREGION    TO WS-REGION
           END-IF.

           IF PARM-LEN < 40
              MOVE 'R'              TO WS-HORS-PERIODE
           ELSE
              MOVE PARM-CDHORSPER   TO WS-HORS-PERIODE
           END-IF.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           STRING WS-DATE-JJ   '/'
                  WS-DATE-MM   '/'
                  WS-DATE-JJ
                  DELIMITED BY SIZE INTO WS-DATE-ISO.

           STRING WS-DATE-AAAA '-'
                  WS-DATE-MM
                  DELIMITED BY SIZE INTO WS-MOIS-ISO.
           STRING WS-MOIS-ISO  '-01'
                  DELIMITED BY SIZE INTO WS-DEBMOIS-ISO.

           PERFORM 6000-OUVRIR-DEB
              THRU 6000-OUVRIR-FIN.

           IF MODE-SOLDE
              PERFORM 1020-GARDE-JOURNAL-DEB
                 THRU 1020-GARDE-JOURNAL-FIN
              PERFORM 1025-GARDE-PROPOSITION-DEB
                 THRU 1025-GARDE-PROPOSITION-FIN
           END-IF.

           PERFORM 1030-GARDE-CALENDRIER-DEB
              THRU 1030-GARDE-CALENDRIER-FIN.

           IF RUN-REPRIS
              PERFORM 1040-GARDE-REPRISE-DEB
                 THRU 1040-GARDE-REPRISE-FIN
           END-IF.

           MOVE WS-RUN-ID   TO WS-RC-RUNID.
           PERFORM 8060-INT-ENTETE-DEB
              THRU 8060-INT-ENTETE-FIN.

           IF RUN-REPRIS AND MODE-SOLDE
              PERFORM 1045-REPRISE-SORTIES-DEB
                 THRU 1045-REPRISE-SORTIES-FIN
           END-IF.

           PERFORM 1005-COMPTE-EXCLUS-DEB
              THRU 1005-COMPTE-EXCLUS-FIN.


       1020-GARDE-JOURNAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * GARDE VALIDATION : EN MODE SOLDE, LE PASSAGE DE SIMULATION    *
      * DONT LES PROPOSITIONS ONT ETE VALIDEES (ADSD236) EST          *
      * OBLIGATOIRE EN PARM ET DOIT EXISTER DANS TPROPSOLD ; SINON    *
      * REFUS DU PASSAGE (RC 8, AUCUNE MAJ)                           *
      *---------------------------------------------------------------*
      *
       1025-GARDE-PROPOSITION-DEB.

           IF WS-RUN-PROP = SPACES
              DISPLAY 'MODE SOLDE : NO DE PASSAGE DE SIMULATION '
                      '(PROPOSITIONS VALIDEES) OBLIGATOIRE EN PARM'
              MOVE 8 TO RETURN-CODE
              PERFORM 6010-FERMER-DEB
                 THRU 6010-FERMER-FIN
              STOP RUN
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-RC-NB
                  FROM TPROPSOLD
                 WHERE CDRUNPROP = :WS-RUN-PROP
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF WS-RC-NB = ZERO
              DISPLAY 'AUCUNE PROPOSITION POUR LE PASSAGE '
                      WS-RUN-PROP ' - PASSAGE MODE SOLDE REFUSE'
              MOVE 8 TO RETURN-CODE
              PERFORM 6010-FERMER-DEB
                 THRU 6010-FERMER-FIN
              STOP RUN
           END-IF.

       1025-GARDE-PROPOSITION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * GARDE CALENDRIER LEGAL : LA DATE DU JOUR DOIT ETRE DANS UNE   *
      * PERIODE DE SOLDES DU CALENDRIER TCALSOLD POUR LA REGION DU    *
      * PARM OU NATIONALE (NAT). HORS PERIODE, LE MODE SOLDE EST      *
      * REFUSE (RC 10, AUCUNE MAJ) OU, SI LE PARM LE DEMANDE (D),     *
      * TRAITE COMME OPERATION DE DESTOCKAGE. LE TYPE D'OPERATION     *
      * EST PORTE PAR TARTSOLD, LE DETAIL INTFPOS ET L'ENTETE         *
      *---------------------------------------------------------------*
      *
       1030-GARDE-CALENDRIER-DEB.

           SET OPER-SOLDES TO TRUE.

           EXEC SQL
                SELECT MIN(CDTYPPER)
                  INTO :WS-TYPPER:WS-IND-TYPPER
                  FROM TCALSOLD
                 WHERE CDREGIONCAL IN (:WS-REGION, 'NAT')
                   AND DTDEBCAL   <= CURRENT DATE
                   AND DTFINCAL   >= CURRENT DATE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE -1 TO WS-IND-TYPPER
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           IF WS-IND-TYPPER >= 0
              IF MODE-SOLDE OR MODE-SIMUL
                 MOVE 'SOLDES'     TO WS-OPER-ED
              END-IF
              GO TO 1030-GARDE-CALENDRIER-FIN
           END-IF.

           IF MODE-SOLDE AND NOT HORS-PER-DESTOCK
              DISPLAY 'HORS PERIODE LEGALE DE SOLDES (REGION '
                      WS-REGION ') - PASSAGE MODE SOLDE REFUSE'
              MOVE 10 TO RETURN-CODE
              PERFORM 6010-FERMER-DEB
                 THRU 6010-FERMER-FIN
              STOP RUN
           END-IF.

           SET OPER-DESTOCKAGE TO TRUE.
           IF MODE-SOLDE OR MODE-SIMUL
              MOVE 'DESTOCKAGE'    TO WS-OPER-ED
              DISPLAY 'HORS PERIODE LEGALE DE SOLDES (REGION '
                      WS-REGION ') - OPERATION DE DESTOCKAGE'
           END-IF.

       1030-GARDE-CALENDRIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * GARDE REPRISE : UNE RELANCE AVEC PARM-CDREPRISE POURSUIT LE   *
      * DERNIER PASSAGE ADSD225 DU MEME MODE RESTE EN COURS (ETAT     *
      * 'E') DANS TRUNCTL, SOUS SON NO DE PASSAGE, POUR QUE TARTSOLD, *
      * TPROPSOLD ET LES FICHIERS DU PASSAGE RESTENT HOMOGENES. SANS  *
      * PASSAGE INTERROMPU LA REPRISE EST REFUSEE (RC 8, AUCUNE MAJ)  *
      *---------------------------------------------------------------*
      *
       1040-GARDE-REPRISE-DEB.

           EXEC SQL
                SELECT CDRUNSOLD, NBREPRUN
                  INTO :WS-RUN-ID, :WS-NB-REPRISES
                  FROM TRUNCTL
                 WHERE CDPGMRUN  = 'ADSD225'
                   AND CDMODERUN = :WS-MODE-RUN
                   AND CDETATRUN = 'E'
                 ORDER BY DTRUNCTL DESC, HHDEBRUN DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   DISPLAY 'REPRISE DEMANDEE SANS PASSAGE INTERROMPU '
                           'DANS TRUNCTL - RELANCE REFUSEE'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 6010-FERMER-DEB
                      THRU 6010-FERMER-FIN
                   STOP RUN
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

      *    UNE ANOMALIE AVANT LE PREMIER COMMIT DE LA RELANCE DOIT
      *    INDIQUER LE MEME POINT DE REPRISE (8020)
           MOVE WS-CDNUMART-REPRISE TO WS-CDNUMART-COMMIT.
           ADD 1 TO WS-NB-REPRISES.
           DISPLAY 'REPRISE DU PASSAGE ' WS-RUN-ID
                   ' APRES L''ARTICLE ' WS-CDNUMART-REPRISE
                   ' - REPRISE NO ' WS-NB-REPRISES.

       1040-GARDE-REPRISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REPRISE EN MODE SOLDE : LES FICHIERS SONT RECREES, LES PRIX   *
      * DEJA APPLIQUES ET COMMITES PAR LE PASSAGE INTERROMPU SONT     *
      * REECRITS SUR INTFPOS (DETAIL ET TOTAUX DE CONTROLE) ET        *
      * AUDITMAJ AVANT LA SUITE DU TRAITEMENT. PULLDEP, RELU SUR LE   *
      * NO DE PASSAGE EN FIN DE RUN, COUVRE DE MEME TOUT LE PASSAGE   *
      *---------------------------------------------------------------*
      *
       1045-REPRISE-SORTIES-DEB.

           EXEC SQL
                OPEN CURS4
           END-EXEC.

           PERFORM 1046-REPRISE-LIGNE-DEB
              THRU 1046-REPRISE-LIGNE-FIN
             UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CURS4
           END-EXEC.

           DISPLAY 'REPRISE : ' WS-INT-NB-DET
                   ' MAJ DE PRIX DEJA COMMITEES REPORTEES SUR INTFPOS'.

       1045-REPRISE-SORTIES-FIN.
           EXIT.

       1046-REPRISE-LIGNE-DEB.

           EXEC SQL
                FETCH CURS4
                INTO :WS-REP-CDNUMART,
                     :WS-REP-PXAVANT,
                     :WS-REP-PXAPRES,
                     :WS-REP-TXPOURC,
                     :WS-REP-DTFLAG,
                     :WS-REP-WAVE,
                     :WS-REP-PLAN:WS-IND-REP-PLAN,
                     :WS-REP-TYPOP:WS-IND-REP-TYPOP
           END-EXEC.

           IF SQLCODE = 100
              CONTINUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 8063-INT-REPRISE-DEB
                                  THRU 8063-INT-REPRISE-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       1046-REPRISE-LIGNE-FIN.
           EXIT.


      *===============================================================*
           EXIT.
      *
      *---------------------------------------------------------------*
      * PLANCHER DE MARGE : LE PRIX SOLDE (WS-NOUVEAU-PRIX) NE PEUT   *
      * DESCENDRE SOUS PXACHART MAJORE DU TAUX DE MARGE MINIMUM DE LA *
      * CATEGORIE (TPLANSOLD ; SANS LIGNE POUR LA CATEGORIE, LE       *
      * PLANCHER EST LE PRIX D'ACHAT). SOUS LE PLANCHER LE PRIX EST   *
      * PLAFONNE AU PLANCHER ; SI LE PLANCHER N'EST PAS INFERIEUR AU  *
      * PRIX ACTUEL LA DEMARQUE EST BLOQUEE. ARTICLE SANS PRIX        *
      * D'ACHAT CONNU : PAS DE PLANCHER                               *
      *---------------------------------------------------------------*
      *
       7030-PLANCHER-DEB.

           SET PLANCHER-LIBRE TO TRUE.
           MOVE WS-NOUVEAU-PRIX TO WS-PX-NON-PLAF.

           EXEC SQL
                SELECT A.PXACHART, P.TXMARGEPLAN
                  INTO :WS-PX-ACHAT:WS-IND-PX-ACHAT,
                       :WS-TX-MARGE:WS-IND-TX-MARGE
                  FROM TARTICL A
                  LEFT OUTER JOIN TPLANSOLD P
                    ON P.CDCATPLAN = A.CDCATART
                 WHERE A.CDNUMART  = :DCLTARTICL.CDNUMART
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   GO TO 7030-PLANCHER-FIN
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           IF WS-IND-PX-ACHAT < 0 OR WS-PX-ACHAT NOT > ZERO
              GO TO 7030-PLANCHER-FIN
           END-IF.

           IF WS-IND-TX-MARGE < 0
              MOVE ZERO TO WS-TX-MARGE
           END-IF.

           COMPUTE WS-PX-PLANCHER ROUNDED =
                   WS-PX-ACHAT * (1 + (WS-TX-MARGE / 100))
              ON SIZE ERROR
                 DISPLAY 'DEPASSEMENT DE CAPACITE SUR LE CALCUL '
                         'DU PLANCHER ARTICLE '
                         CDNUMART OF DCLTARTICL
                 PERFORM 8020-ANOMALIE-DEB
                    THRU 8020-ANOMALIE-FIN
           END-COMPUTE.

           IF WS-NOUVEAU-PRIX NOT < WS-PX-PLANCHER
              GO TO 7030-PLANCHER-FIN
           END-IF.

           IF WS-PX-PLANCHER < PXVTEART OF DCLTARTICL
              SET PLANCHER-PLAFONNE TO TRUE
              ADD 1 TO WS-NB-PLAFONNES
              MOVE WS-PX-PLANCHER TO WS-NOUVEAU-PRIX
              COMPUTE WS-ECART-PLANCHER =
                      (WS-PX-PLANCHER - WS-PX-NON-PLAF) *
                      QTSTKART OF DCLTARTICL
           ELSE
              SET PLANCHER-BLOQUE TO TRUE
              ADD 1 TO WS-NB-BLOQUES
              COMPUTE WS-ECART-PLANCHER =
                      (PXVTEART OF DCLTARTICL - WS-PX-NON-PLAF) *
                      QTSTKART OF DCLTARTICL
           END-IF.

           ADD WS-ECART-PLANCHER TO WS-PLAN-TOT-ECART.

           PERFORM 7031-PLANCHER-EXCEP-DEB
              THRU 7031-PLANCHER-EXCEP-FIN.

       7030-PLANCHER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MEMORISATION DE L'ARTICLE PLAFONNE OU BLOQUE POUR LA SECTION  *
      * D'EXCEPTIONS (8046)                                           *
      *---------------------------------------------------------------*
      *
       7031-PLANCHER-EXCEP-DEB.

           IF WS-PLAN-NB NOT < WS-PLAN-MAX
              DISPLAY 'TABLE DES EXCEPTIONS PLANCHER SATUREE'
                      ' - ARTICLE NON EDITE : '
                      CDNUMART OF DCLTARTICL
              GO TO 7031-PLANCHER-EXCEP-FIN
           END-IF.

           ADD 1 TO WS-PLAN-NB.
           MOVE CDNUMART OF DCLTARTICL TO WS-PLAN-CODE    (WS-PLAN-NB).
           MOVE CDCATART OF DCLTARTICL TO WS-PLAN-CAT     (WS-PLAN-NB).
           MOVE WS-PX-ACHAT            TO WS-PLAN-PXACHAT (WS-PLAN-NB).
           MOVE WS-PX-NON-PLAF         TO WS-PLAN-PXCALC  (WS-PLAN-NB).
           MOVE WS-PX-PLANCHER         TO WS-PLAN-PXPLAN  (WS-PLAN-NB).
           MOVE QTSTKART OF DCLTARTICL TO WS-PLAN-QTE     (WS-PLAN-NB).
           MOVE WS-ECART-PLANCHER     TO WS-PLAN-ECART   (WS-PLAN-NB).
           MOVE WS-IND-PLANCHER        TO WS-PLAN-ETAT    (WS-PLAN-NB).

       7031-PLANCHER-EXCEP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * BUDGET MENSUEL DE DEMARQUE DE LA CATEGORIE : DEVALORISATION   *
      * DE L'ARTICLE = (PRIX ACTUEL - PRIX SOLDE) X QTSTKART. EN MODE *
      * SOLDE, SI LE BUDGET DU MOIS (TBUDGSOLD) EST DEPASSE, LA       *
      * CATEGORIE EST EPUISEE : L'ARTICLE ET LES SUIVANTS DE LA       *
      * CATEGORIE SONT DIFFERES. EN SIMULATION LA DEVALORISATION EST  *
      * SEULEMENT CUMULEE (DEPASSEMENT PROJETE). SANS BUDGET POUR LA  *
      * CATEGORIE ET LE MOIS : PAS DE LIMITE                          *
      *---------------------------------------------------------------*
      *
       7040-BUDGET-DEB.

           SET BUDGET-LIBRE TO TRUE.
           COMPUTE WS-DEVALO =
                   (PXVTEART OF DCLTARTICL - WS-NOUVEAU-PRIX) *
                   QTSTKART OF DCLTARTICL.

           MOVE ZERO TO WS-BUDG-IX-TROUVE.
           PERFORM 7041-BUDG-CHERCHE-DEB
              THRU 7041-BUDG-CHERCHE-FIN
             VARYING WS-BUDG-IX FROM 1 BY 1
             UNTIL WS-BUDG-IX > WS-BUDG-NB-CAT.

           IF WS-BUDG-IX-TROUVE = ZERO
              PERFORM 7042-BUDG-CHARGE-DEB
                 THRU 7042-BUDG-CHARGE-FIN
           END-IF.

           IF WS-BUDG-IX-TROUVE = ZERO
              GO TO 7040-BUDGET-FIN
           END-IF.

           IF MODE-SOLDE
              AND WS-BUDG-EXISTE (WS-BUDG-IX-TROUVE) = 'O'
              IF WS-BUDG-EPUISE (WS-BUDG-IX-TROUVE) = 'O'
                 OR WS-BUDG-CONSO-ANT (WS-BUDG-IX-TROUVE) +
                    WS-BUDG-CONSO-RUN (WS-BUDG-IX-TROUVE) +
                    WS-DEVALO > WS-BUDG-MONTANT (WS-BUDG-IX-TROUVE)
                 SET BUDGET-DIFFERE TO TRUE
                 MOVE 'O' TO WS-BUDG-EPUISE (WS-BUDG-IX-TROUVE)
                 ADD 1    TO WS-BUDG-NB-DIFF (WS-BUDG-IX-TROUVE)
                 ADD 1    TO WS-NB-DIFFERES
                 PERFORM 7043-BUDG-DIFFERE-DEB
                    THRU 7043-BUDG-DIFFERE-FIN
                 GO TO 7040-BUDGET-FIN
              END-IF
           END-IF.

           ADD WS-DEVALO TO WS-BUDG-CONSO-RUN (WS-BUDG-IX-TROUVE).

       7040-BUDGET-FIN.
           EXIT.

       7041-BUDG-CHERCHE-DEB.

           IF WS-BUDG-CAT (WS-BUDG-IX) = CDCATART OF DCLTARTICL
              MOVE WS-BUDG-IX TO WS-BUDG-IX-TROUVE
           END-IF.

       7041-BUDG-CHERCHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * PREMIER ARTICLE DE LA CATEGORIE : LECTURE DU BUDGET DU MOIS   *
      * ET DE LA DEVALORISATION DEJA PASSEE DEPUIS LE 1ER DU MOIS     *
      * (LIGNES TARTSOLD AVEC PRIX APRES, HORS ARTICLES RESTAURES PAR *
      * ADSD228) ; LES LIGNES DU PASSAGE EN COURS DEJA VALIDEES       *
      * (REPRISE) SONT AINSI COMPRISES                                *
      *---------------------------------------------------------------*
      *
       7042-BUDG-CHARGE-DEB.

           IF WS-BUDG-NB-CAT NOT < WS-BUDG-MAX
              DISPLAY 'TABLE DES BUDGETS SATUREE'
                      ' - CATEGORIE SANS CONTROLE : '
                      CDCATART OF DCLTARTICL
              GO TO 7042-BUDG-CHARGE-FIN
           END-IF.

           ADD 1 TO WS-BUDG-NB-CAT.
           MOVE WS-BUDG-NB-CAT TO WS-BUDG-IX-TROUVE.
           MOVE CDCATART OF DCLTARTICL
                          TO WS-BUDG-CAT       (WS-BUDG-IX-TROUVE).
           MOVE 'N'       TO WS-BUDG-EXISTE    (WS-BUDG-IX-TROUVE)
                             WS-BUDG-EPUISE    (WS-BUDG-IX-TROUVE).
           MOVE ZERO      TO WS-BUDG-MONTANT   (WS-BUDG-IX-TROUVE)
                             WS-BUDG-CONSO-ANT (WS-BUDG-IX-TROUVE)
                             WS-BUDG-CONSO-RUN (WS-BUDG-IX-TROUVE)
                             WS-BUDG-NB-DIFF   (WS-BUDG-IX-TROUVE).
           MOVE CDCATART OF DCLTARTICL TO WS-BUDG-CAT-SQL.

           EXEC SQL
                SELECT MTBUDGSOLD
                  INTO :WS-BUDG-MT-SQL
                  FROM TBUDGSOLD
                 WHERE CDCATBUDG  = :WS-BUDG-CAT-SQL
                   AND NOMOISBUDG = :WS-MOIS-ISO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE 'O'            TO WS-BUDG-EXISTE
                                          (WS-BUDG-IX-TROUVE)
                   MOVE WS-BUDG-MT-SQL TO WS-BUDG-MONTANT
                                          (WS-BUDG-IX-TROUVE)
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           EXEC SQL
                SELECT COALESCE(SUM((T.PXVTEART - T.PXAPRESSOLD) *
                                    T.QTSTKART), 0)
                  INTO :WS-BUDG-CONSO-SQL
                  FROM TARTSOLD T, TARTICL A
                 WHERE A.CDNUMART    = T.CDNUMART
                   AND A.CDCATART    = :WS-BUDG-CAT-SQL
                   AND T.PXAPRESSOLD IS NOT NULL
                   AND T.DTFLAGSOLD >= :WS-DEBMOIS-ISO
                   AND T.DTANNULSOLD IS NULL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE WS-BUDG-CONSO-SQL TO WS-BUDG-CONSO-ANT
                                             (WS-BUDG-IX-TROUVE)
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN OTHER
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

       7042-BUDG-CHARGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MEMORISATION DE L'ARTICLE DIFFERE POUR L'EDITION (8041)       *
      *---------------------------------------------------------------*
      *
       7043-BUDG-DIFFERE-DEB.

           IF WS-DIFF-NB NOT < WS-DIFF-MAX
              DISPLAY 'TABLE DES ARTICLES DIFFERES SATUREE'
                      ' - ARTICLE NON EDITE : '
                      CDNUMART OF DCLTARTICL
              GO TO 7043-BUDG-DIFFERE-FIN
           END-IF.

           ADD 1 TO WS-DIFF-NB.
           MOVE CDNUMART OF DCLTARTICL TO WS-DIFF-CODE    (WS-DIFF-NB).
           MOVE CDCATART OF DCLTARTICL TO WS-DIFF-CAT     (WS-DIFF-NB).
           MOVE PXVTEART OF DCLTARTICL TO WS-DIFF-PXAVANT (WS-DIFF-NB).
           MOVE WS-NOUVEAU-PRIX        TO WS-DIFF-PXSOLDE (WS-DIFF-NB).
           MOVE QTSTKART OF DCLTARTICL TO WS-DIFF-QTE     (WS-DIFF-NB).
           MOVE WS-DEVALO              TO WS-DIFF-DEVALO  (WS-DIFF-NB).

       7043-BUDG-DIFFERE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-DEB.

            ADD 1 TO WS-NO-PAGE.
            MOVE ZERO TO WS-NB-LIGNE-PAGE.
            MOVE WS-NO-PAGE TO WS-NO-PAGE-ED.

            IF WS-NO-PAGE = 1
               WRITE RAPPORT-ENR FROM WS-LIG1
            ELSE
               WRITE RAPPORT-ENR FROM WS-LIG1
                  AFTER ADVANCING PAGE
            END-IF.
            WRITE RAPPORT-ENR FROM WS-LIG2.
            WRITE RAPPORT-ENR FROM WS-LIG3.
            WRITE RAPPORT-ENR FROM WS-LIG4.
            WRITE RAPPORT-ENR FROM WS-LIG3.
            ADD 5 TO WS-NB-LIGNE-PAGE.

       8000-ENTETE-FIN.
           EXIT.

       8003-QUALITE-DEB.

            MOVE WS-NB-ORPHELINS   TO WS-QUALITE-ORPH-ED.
            MOVE WS-NB-STOCK-NEG   TO WS-QUALITE-NEG-ED.
            MOVE WS-NB-ECART-DEPOT TO WS-QUALITE-ECART-ED.
            IF RUN-SUSPECT
               MOVE 'SUSPECT'    TO WS-QUALITE-ETAT-ED
            ELSE
               MOVE 'NORMAL'     TO WS-QUALITE-ETAT-ED
            END-IF.

            WRITE RAPPORT-ENR FROM WS-LIG-QUALITE1.
            WRITE RAPPORT-ENR FROM WS-LIG-QUALITE2.
            WRITE RAPPORT-ENR FROM WS-LIG-QUALITE4.
            WRITE RAPPORT-ENR FROM WS-LIG-QUALITE3.
            WRITE RAPPORT-ENR FROM WS-LIG1.
            ADD 5 TO WS-NB-LIGNE-PAGE.

       8003-QUALITE-FIN.
           EXIT.

       8004-GARDE-EDITION-DEB.

            MOVE WS-NB-CANDIDATS TO WS-GARDE-CAND-ED.
            IF WS-IND-MOYENNE >= ZERO
               MOVE WS-MOYENNE-RUNS TO WS-GARDE-MOY-ED
            ELSE
               MOVE ZERO            TO WS-GARDE-MOY-ED
            END-IF.
            MOVE WS-PLAFOND-GARDE TO WS-GARDE-PLAF-ED.

            WRITE RAPPORT-ENR FROM WS-LIG-GARDE1.
            WRITE RAPPORT-ENR FROM WS-LIG-GARDE2.
            WRITE RAPPORT-ENR FROM WS-LIG-GARDE3.
            ADD 3 TO WS-NB-LIGNE-PAGE.

            IF GARDE-DECLENCHEE
               WRITE RAPPORT-ENR FROM WS-LIG-GARDE4
               ADD 1 TO WS-NB-LIGNE-PAGE
            END-IF.

            WRITE RAPPORT-ENR FROM WS-LIG1.
            ADD 1 TO WS-NB-LIGNE-PAGE.

       8004-GARDE-EDITION-FIN.
           EXIT.

       8005-SAUT-PAGE-DEB.

            IF WS-NB-LIGNE-PAGE NOT < WS-MAX-LIGNE-PAGE
               PERFORM 8000-ENTETE-DEB
                  THRU 8000-ENTETE-FIN
            END-IF.


       8010-CORPS-DEB.

            IF MODE-SOLDE
               PERFORM 8011-PROP-LECTURE-DEB
                  THRU 8011-PROP-LECTURE-FIN
               IF NOT PROP-APPROUVEE
                  GO TO 8010-CORPS-FIN
               END-IF
            END-IF.

      *    EN MODE SOLDE LE CUMUL EST FAIT A LA MAJ DU PRIX (8051) :
      *    UN ARTICLE BLOQUE OU DIFFERE N'EST PAS COMPTE SOLDE
            IF NOT MODE-SOLDE
               PERFORM 8016-CUMUL-DEB
                  THRU 8016-CUMUL-FIN
            END-IF.

            IF MODE-SOLDE
               MOVE WS-PROP-WAVE TO WS-NO-WAVE
            ELSE
               PERFORM 7020-VAGUE-DEB
                  THRU 7020-VAGUE-FIN
            END-IF.

      *    EN MODE SOLDE L'HISTORISATION EST FAITE A LA MAJ DU PRIX
      *    (8051) : UN ARTICLE BLOQUE OU DIFFERE N'EST PAS HISTORISE
            IF NOT MODE-SIMUL AND NOT MODE-SOLDE
               PERFORM 8015-HISTO-DEB
                  THRU 8015-HISTO-FIN
            END-IF.

       8010-CORPS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MODE SOLDE : LECTURE DE LA PROPOSITION DE L'ARTICLE DANS LE   *
      * PASSAGE DE SIMULATION RECU EN PARM. SEULE UNE PROPOSITION     *
      * APPROUVEE (A) OU A PRIX FORCE (F) EST APPLIQUEE, ET SEULEMENT *
      * SI LE PRIX DE L'ARTICLE N'A PAS CHANGE DEPUIS LA SIMULATION   *
      *---------------------------------------------------------------*
      *
       8011-PROP-LECTURE-DEB.

            MOVE SPACE TO WS-PROP-ETAT.

            EXEC SQL
                 SELECT NOWAVPROP, PXAVANTPROP, PXVALIDPROP,
                        TXPOURCPROP, PXCALCPROP, CDETATPROP
                   INTO :WS-PROP-WAVE, :WS-PROP-PXAVANT,
                        :WS-PROP-PXVALID, :WS-PROP-TXPOURC,
                        :WS-PROP-PXCALC, :WS-PROP-ETAT
                   FROM TPROPSOLD
                  WHERE CDRUNPROP = :WS-RUN-PROP
                    AND CDNUMART  = :DCLTARTICL.CDNUMART
            END-EXEC.

            EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE SPACE TO WS-PROP-ETAT
               WHEN SQLCODE < 0
                    PERFORM 8020-ANOMALIE-DEB
                       THRU 8020-ANOMALIE-FIN
               WHEN SQLCODE > 0
                    PERFORM 8030-WARNING-DEB
                       THRU 8030-WARNING-FIN
            END-EVALUATE.

            IF NOT PROP-APPROUVEE
               ADD 1 TO WS-NB-NON-APPROUVES
               GO TO 8011-PROP-LECTURE-FIN
            END-IF.

            IF PXVTEART OF DCLTARTICL NOT = WS-PROP-PXAVANT
               ADD 1 TO WS-NB-PROP-PERIMEES
               MOVE SPACE TO WS-PROP-ETAT
            END-IF.

       8011-PROP-LECTURE-FIN.
           EXIT.

       8015-HISTO-DEB.

            IF MODE-SOLDE
               MOVE WS-NOUVEAU-PRIX TO WS-PXAPRES-HISTO
               MOVE ZERO            TO WS-IND-PXAPRES-HISTO
            ELSE
               MOVE ZERO            TO WS-PXAPRES-HISTO
               MOVE -1              TO WS-IND-PXAPRES-HISTO
            END-IF.

            IF MODE-SOLDE AND PLANCHER-PLAFONNE
               MOVE 'P'             TO WS-PLAN-HISTO
            ELSE
               MOVE SPACE           TO WS-PLAN-HISTO
            END-IF.

            EXEC SQL
                 INSERT INTO TARTSOLD
                        (CDNUMART, DTFLAGSOLD, PXVTEART,
                         QTSTKART, CDRUNSOLD, NOWAVSOLD,
                         PXAPRESSOLD, CDTYPOPSOLD, CDPLANSOLD)
                 VALUES (:DCLTARTICL.CDNUMART, CURRENT DATE,
                         :DCLTARTICL.PXVTEART, :DCLTARTICL.QTSTKART,
                         :WS-RUN-ID, :WS-NO-WAVE,
                         :WS-PXAPRES-HISTO:WS-IND-PXAPRES-HISTO,
                         :WS-TYPE-OPER, :WS-PLAN-HISTO)
            END-EXEC.

            EVALUATE TRUE

       8015-HISTO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CUMULS DES ARTICLES SOLDES (TOTAUX ET TRANCHES DE PRIX) SUR   *
      * LE PRIX AVANT SOLDE                                           *
      *---------------------------------------------------------------*
      *
       8016-CUMUL-DEB.

            ADD 1                                TO WS-TOT-NB.
            ADD QTSTKART OF DCLTARTICL           TO WS-TOT-QTE.
            COMPUTE WS-TOT-VAL = WS-TOT-VAL +
                    (PXVTEART OF DCLTARTICL * QTSTKART OF DCLTARTICL).

            EVALUATE TRUE
               WHEN PXVTEART OF DCLTARTICL < 10
                  ADD 1                      TO WS-NB-TR1
                  ADD QTSTKART OF DCLTARTICL TO WS-QT-TR1
               WHEN PXVTEART OF DCLTARTICL < 50
                  ADD 1                      TO WS-NB-TR2
                  ADD QTSTKART OF DCLTARTICL TO WS-QT-TR2
               WHEN PXVTEART OF DCLTARTICL < 100
                  ADD 1                      TO WS-NB-TR3
                  ADD QTSTKART OF DCLTARTICL TO WS-QT-TR3
               WHEN OTHER
                  ADD 1                      TO WS-NB-TR4
                  ADD QTSTKART OF DCLTARTICL TO WS-QT-TR4
            END-EVALUATE.

       8016-CUMUL-FIN.
           EXIT.

      *---------------------------------------------------------------*
      * SELECTION ROTATION LENTE : EDITION DE LA DATE DE DERNIERE     *
            WRITE RAPPORT-ENR FROM WS-LIG8.
            WRITE RAPPORT-ENR FROM WS-LIG9.

            IF MODE-SIMUL
               MOVE WS-RUN-ID      TO WS-PROP-RUN-ED
               MOVE WS-NB-PROPOSES TO WS-NB-PROPOSES-ED
               WRITE RAPPORT-ENR FROM WS-LIG-PROP1
               WRITE RAPPORT-ENR FROM WS-LIG-PROP2
            END-IF.

            IF MODE-SOLDE
               MOVE WS-RUN-PROP         TO WS-PROP-RUN-ED
               MOVE WS-NB-NON-APPROUVES TO WS-NB-NON-APPR-ED
               MOVE WS-NB-PROP-PERIMEES TO WS-NB-PERIMEES-ED
               WRITE RAPPORT-ENR FROM WS-LIG-PROP1
               WRITE RAPPORT-ENR FROM WS-LIG-PROP3
               WRITE RAPPORT-ENR FROM WS-LIG-PROP4
            END-IF.

            IF MODE-SYNTHESE
               PERFORM 8045-TRANCHES-DEB
                  THRU 8045-TRANCHES-FIN
                  THRU 8054-SIM-EDITION-FIN
            END-IF.

            IF MODE-SOLDE OR MODE-SIMUL
               PERFORM 8046-PLANCHER-EDITION-DEB
                  THRU 8046-PLANCHER-EDITION-FIN
               PERFORM 8041-BUDGET-EDITION-DEB
                  THRU 8041-BUDGET-EDITION-FIN
            END-IF.

       8040-TOTAUX-FIN.
           EXIT.


       8045-TRANCHES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SECTION D'EXCEPTIONS PLANCHER DE MARGE : CHAQUE ARTICLE DONT  *
      * LE PRIX A ETE PLAFONNE (PLAF) OU LA DEMARQUE BLOQUEE (BLOQ),  *
      * AVEC L'ECART DE VALORISATION DU STOCK ENTRE LE PRIX RETENU ET *
      * LE PRIX CALCULE SANS PLANCHER                                 *
      *---------------------------------------------------------------*
      *
       8046-PLANCHER-EDITION-DEB.

            WRITE RAPPORT-ENR FROM WS-LIG1.
            WRITE RAPPORT-ENR FROM WS-LIG-PLAN-TITRE.
            WRITE RAPPORT-ENR FROM WS-LIG-PLAN-ENT.

            PERFORM 8047-PLANCHER-LIGNE-DEB
               THRU 8047-PLANCHER-LIGNE-FIN
              VARYING WS-PLAN-IX FROM 1 BY 1
              UNTIL WS-PLAN-IX > WS-PLAN-NB.

            MOVE WS-NB-PLAFONNES   TO WS-NB-PLAFONNES-ED.
            MOVE WS-NB-BLOQUES     TO WS-NB-BLOQUES-ED.
            MOVE WS-PLAN-TOT-ECART TO WS-PLAN-TOT-ECART-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-PLAN-TOT1.
            WRITE RAPPORT-ENR FROM WS-LIG-PLAN-TOT2.
            WRITE RAPPORT-ENR FROM WS-LIG-PLAN-TOT3.

       8046-PLANCHER-EDITION-FIN.
           EXIT.

       8047-PLANCHER-LIGNE-DEB.

            MOVE WS-PLAN-CODE    (WS-PLAN-IX) TO WS-PLAN-CODE-ED.
            MOVE WS-PLAN-CAT     (WS-PLAN-IX) TO WS-PLAN-CAT-ED.
            MOVE WS-PLAN-PXACHAT (WS-PLAN-IX) TO WS-PLAN-ACHAT-ED.
            MOVE WS-PLAN-PXCALC  (WS-PLAN-IX) TO WS-PLAN-CALC-ED.
            MOVE WS-PLAN-PXPLAN  (WS-PLAN-IX) TO WS-PLAN-PLAN-ED.
            MOVE WS-PLAN-QTE     (WS-PLAN-IX) TO WS-PLAN-QTE-ED.
            MOVE WS-PLAN-ECART   (WS-PLAN-IX) TO WS-PLAN-ECART-ED.
            IF WS-PLAN-ETAT (WS-PLAN-IX) = 'P'
               MOVE 'PLAF' TO WS-PLAN-ETAT-ED
            ELSE
               MOVE 'BLOQ' TO WS-PLAN-ETAT-ED
            END-IF.
            WRITE RAPPORT-ENR FROM WS-LIG-PLAN.

       8047-PLANCHER-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EDITION BUDGET / REALISE PAR CATEGORIE : BUDGET DU MOIS, DEJA *
      * PASSE, PASSAGE EN COURS (PROJETE EN SIMULATION) ET RESTE ;    *
      * UN RESTE NEGATIF EST UN DEPASSEMENT. EN MODE SOLDE, LISTE DES *
      * ARTICLES DIFFERES FAUTE DE BUDGET                             *
      *---------------------------------------------------------------*
      *
       8041-BUDGET-EDITION-DEB.

            MOVE WS-MOIS-ISO TO WS-BUDG-MOIS-ED.
            IF MODE-SIMUL
               MOVE '(PROJECTION)' TO WS-BUDG-TITRE-ED
            ELSE
               MOVE SPACES         TO WS-BUDG-TITRE-ED
            END-IF.
            MOVE ZERO TO WS-BUDG-TOT-DEPASST.

            WRITE RAPPORT-ENR FROM WS-LIG1.
            WRITE RAPPORT-ENR FROM WS-LIG-BUDG-TITRE.
            WRITE RAPPORT-ENR FROM WS-LIG-BUDG-ENT.

            PERFORM 8042-BUDGET-LIGNE-DEB
               THRU 8042-BUDGET-LIGNE-FIN
              VARYING WS-BUDG-IX FROM 1 BY 1
              UNTIL WS-BUDG-IX > WS-BUDG-NB-CAT.

            IF MODE-SIMUL
               MOVE WS-BUDG-TOT-DEPASST TO WS-BUDG-DEPASST-ED
               WRITE RAPPORT-ENR FROM WS-LIG-BUDG-TOT2
               GO TO 8041-BUDGET-EDITION-FIN
            END-IF.

            MOVE WS-NB-DIFFERES TO WS-NB-DIFFERES-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-BUDG-TOT1.

            IF WS-DIFF-NB > ZERO
               WRITE RAPPORT-ENR FROM WS-LIG1
               WRITE RAPPORT-ENR FROM WS-LIG-DIFF-TITRE
               PERFORM 8043-DIFF-LIGNE-DEB
                  THRU 8043-DIFF-LIGNE-FIN
                 VARYING WS-DIFF-IX FROM 1 BY 1
                 UNTIL WS-DIFF-IX > WS-DIFF-NB
            END-IF.

       8041-BUDGET-EDITION-FIN.
           EXIT.

       8042-BUDGET-LIGNE-DEB.

            MOVE WS-BUDG-CAT       (WS-BUDG-IX) TO WS-BUDG-CAT-ED.
            MOVE WS-BUDG-MONTANT   (WS-BUDG-IX) TO WS-BUDG-MT-ED.
            MOVE WS-BUDG-CONSO-ANT (WS-BUDG-IX) TO WS-BUDG-ANT-ED.
            MOVE WS-BUDG-CONSO-RUN (WS-BUDG-IX) TO WS-BUDG-RUN-ED.
            MOVE WS-BUDG-NB-DIFF   (WS-BUDG-IX) TO WS-BUDG-DIFF-ED.

            IF WS-BUDG-EXISTE (WS-BUDG-IX) NOT = 'O'
               MOVE ZERO       TO WS-BUDG-RESTE-ED
               MOVE 'SANS BDG' TO WS-BUDG-ETAT-ED
               WRITE RAPPORT-ENR FROM WS-LIG-BUDG
               GO TO 8042-BUDGET-LIGNE-FIN
            END-IF.

            COMPUTE WS-BUDG-RESTE =
                    WS-BUDG-MONTANT   (WS-BUDG-IX) -
                    WS-BUDG-CONSO-ANT (WS-BUDG-IX) -
                    WS-BUDG-CONSO-RUN (WS-BUDG-IX).
            MOVE WS-BUDG-RESTE TO WS-BUDG-RESTE-ED.

            EVALUATE TRUE
               WHEN WS-BUDG-RESTE < ZERO
                    MOVE 'DEPASST ' TO WS-BUDG-ETAT-ED
                    SUBTRACT WS-BUDG-RESTE FROM WS-BUDG-TOT-DEPASST
               WHEN WS-BUDG-EPUISE (WS-BUDG-IX) = 'O'
                    MOVE 'EPUISE  ' TO WS-BUDG-ETAT-ED
               WHEN OTHER
                    MOVE SPACES     TO WS-BUDG-ETAT-ED
            END-EVALUATE.
            WRITE RAPPORT-ENR FROM WS-LIG-BUDG.

       8042-BUDGET-LIGNE-FIN.
           EXIT.

       8043-DIFF-LIGNE-DEB.

            MOVE WS-DIFF-CODE    (WS-DIFF-IX) TO WS-DIFF-CODE-ED.
            MOVE WS-DIFF-CAT     (WS-DIFF-IX) TO WS-DIFF-CAT-ED.
            MOVE WS-DIFF-PXAVANT (WS-DIFF-IX) TO WS-DIFF-AVANT-ED.
            MOVE WS-DIFF-PXSOLDE (WS-DIFF-IX) TO WS-DIFF-SOLDE-ED.
            MOVE WS-DIFF-QTE     (WS-DIFF-IX) TO WS-DIFF-QTE-ED.
            MOVE WS-DIFF-DEVALO  (WS-DIFF-IX) TO WS-DIFF-DEVALO-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-DIFF.

       8043-DIFF-LIGNE-FIN.
           EXIT.

      *---------------------------------------------------------------*
      * ESCALADE DU TAUX POUR LES VAGUES 2 ET 3 : A CHAQUE VAGUE, LE  *

       8050-SOLDE-DEB.

      *    EN MODE SOLDE LE PRIX ET LE TAUX SONT CEUX DE LA
      *    PROPOSITION VALIDEE PAR LES ACHETEURS (8011), SANS NOUVELLE
      *    RECHERCHE TREGLSOLD ; LE PLANCHER EST REVERIFIE SUR LE PRIX
      *    CALCULE (APPROUVEE) OU LE PRIX FORCE PAR L'ACHETEUR
            IF MODE-SOLDE
               MOVE WS-PROP-TXPOURC TO WS-TXPOURC-SOLDE
               IF PROP-PRIX-FORCE
                  MOVE WS-PROP-PXVALID TO WS-NOUVEAU-PRIX
               ELSE
                  MOVE WS-PROP-PXCALC  TO WS-NOUVEAU-PRIX
               END-IF
               PERFORM 7030-PLANCHER-DEB
                  THRU 7030-PLANCHER-FIN
               IF PLANCHER-BLOQUE
                  GO TO 8050-SOLDE-FIN
               END-IF
               PERFORM 7040-BUDGET-DEB
                  THRU 7040-BUDGET-FIN
               IF BUDGET-LIBRE
                  PERFORM 8051-APPLI-TAUX-DEB
                     THRU 8051-APPLI-TAUX-FIN
               END-IF
               GO TO 8050-SOLDE-FIN
            END-IF.

            EXEC SQL
                 SELECT MAX(TXPOURCSOLD)
                   INTO :WS-TXPOURC-SOLDE:WS-IND-TXPOURC
                            VARYING WS-WAVE-K FROM 2 BY 1
                            UNTIL WS-WAVE-K > WS-NO-WAVE
                       END-IF
                       PERFORM 8052-SIM-CUMUL-DEB
                          THRU 8052-SIM-CUMUL-FIN
                    END-IF
               WHEN SQLCODE < 0
                    PERFORM 8020-ANOMALIE-DEB

       8051-APPLI-TAUX-DEB.

            EXEC SQL
                 UPDATE TARTICL
                    SET PXVTEART = :WS-NOUVEAU-PRIX
            END-EXEC.

            IF SQLCODE = 0
               PERFORM 8015-HISTO-DEB
                  THRU 8015-HISTO-FIN
               PERFORM 8016-CUMUL-DEB
                  THRU 8016-CUMUL-FIN
               MOVE CDNUMART OF DCLTARTICL TO WS-MAJ-CODE-ED
               MOVE PXVTEART OF DCLTARTICL TO WS-MAJ-AVANT-ED
               MOVE WS-NOUVEAU-PRIX        TO WS-MAJ-APRES-ED
               WRITE AUDITMAJ-ENR FROM WS-LIG-MAJ
               PERFORM 8061-INT-DETAIL-DEB
                  THRU 8061-INT-DETAIL-FIN
               PERFORM 8057-PROP-SOLDEE-DEB
                  THRU 8057-PROP-SOLDEE-FIN
            ELSE
               PERFORM 8020-ANOMALIE-DEB
                  THRU 8020-ANOMALIE-FIN
           EXIT.
      *
      *---------------------------------------------------------------*
      * MODE SIMULATION : CALCUL DU PRIX SOLDE (7000) ET PLANCHER     *
      * (7030) SANS AUCUNE MAJ ; UN ARTICLE BLOQUE PAR LE PLANCHER    *
      * N'EST PAS PROPOSE. CUMUL PAR CATEGORIE DANS LA TABLE          *
      * WS-SIM-TABLE                                                  *
      * (NB ARTICLES, QUANTITE, VALEUR AVANT ET APRES SOLDE)          *
      *---------------------------------------------------------------*
      *
            PERFORM 7000-CALC-PRIX-DEB
               THRU 7000-CALC-PRIX-FIN.

            PERFORM 7030-PLANCHER-DEB
               THRU 7030-PLANCHER-FIN.
            IF PLANCHER-BLOQUE
               GO TO 8052-SIM-CUMUL-FIN
            END-IF.

            PERFORM 7040-BUDGET-DEB
               THRU 7040-BUDGET-FIN.

            PERFORM 8056-PROP-INSERT-DEB
               THRU 8056-PROP-INSERT-FIN.

            MOVE ZERO TO WS-SIM-IX-TROUVE.
            PERFORM 8053-SIM-CHERCHE-DEB
               THRU 8053-SIM-CHERCHE-FIN
           EXIT.
      *
      *---------------------------------------------------------------*
      * MODE SIMULATION : ENREGISTREMENT DE LA DEMARQUE PROPOSEE DANS *
      * TPROPSOLD, EN ATTENTE (P) DE LA VALIDATION ACHETEUR ADSD236.  *
      * LE PRIX VALIDE EST INITIALISE AU PRIX PROPOSE (PLANCHER       *
      * APPLIQUE) ; LE PRIX CALCULE AVANT PLANCHER EST CONSERVE       *
      *---------------------------------------------------------------*
      *
       8056-PROP-INSERT-DEB.

            EXEC SQL
                 INSERT INTO TPROPSOLD
                        (CDRUNPROP, CDNUMART, NOWAVPROP, PXAVANTPROP,
                         PXAPRESPROP, TXPOURCPROP, PXVALIDPROP,
                         PXCALCPROP, CDETATPROP, CDUTILMAJ, DTMAJPROP,
                         CDRUNSOLD)
                 VALUES (:WS-RUN-ID, :DCLTARTICL.CDNUMART,
                         :WS-NO-WAVE, :DCLTARTICL.PXVTEART,
                         :WS-NOUVEAU-PRIX, :WS-TXPOURC-SOLDE,
                         :WS-NOUVEAU-PRIX, :WS-PX-NON-PLAF, 'P',
                         '        ', CURRENT DATE, '              ')
            END-EXEC.

            EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-NB-PROPOSES
               WHEN SQLCODE < 0
                    PERFORM 8020-ANOMALIE-DEB
                       THRU 8020-ANOMALIE-FIN
               WHEN SQLCODE > 0
                    PERFORM 8030-WARNING-DEB
                       THRU 8030-WARNING-FIN
            END-EVALUATE.

       8056-PROP-INSERT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MODE SOLDE : LA PROPOSITION APPLIQUEE PASSE A L'ETAT SOLDEE   *
      * (S) AVEC LE NO DU PASSAGE QUI L'A APPLIQUEE ; ELLE NE PEUT    *
      * PLUS ETRE NI MODIFIEE NI APPLIQUEE UNE SECONDE FOIS           *
      *---------------------------------------------------------------*
      *
       8057-PROP-SOLDEE-DEB.

            EXEC SQL
                 UPDATE TPROPSOLD
                    SET CDETATPROP = 'S',
                        CDRUNSOLD  = :WS-RUN-ID
                  WHERE CDRUNPROP  = :WS-RUN-PROP
                    AND CDNUMART   = :DCLTARTICL.CDNUMART
            END-EXEC.

            EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE < 0
                    PERFORM 8020-ANOMALIE-DEB
                       THRU 8020-ANOMALIE-FIN
               WHEN OTHER
                    PERFORM 8030-WARNING-DEB
                       THRU 8030-WARNING-FIN
            END-EVALUATE.

       8057-PROP-SOLDEE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER INTERFACE PRIX VERS LES CAISSES ET L'ETIQUETAGE :     *
      * ENTETE (1), UN DETAIL (2) PAR MAJ DE PRIX APPLIQUEE, FIN (9)  *
      * AVEC NOMBRE DE DETAILS ET TOTAUX DE CONTROLE AVANT / APRES    *
            MOVE WS-DATE-ISO            TO WS-INT-DTEFFET.
            MOVE WS-RUN-ID              TO WS-INT-DET-RUN.
            MOVE WS-NO-WAVE             TO WS-INT-VAGUE.
            IF PLANCHER-PLAFONNE
               MOVE 'P'                 TO WS-INT-PLANCHER
            ELSE
               MOVE SPACE               TO WS-INT-PLANCHER
            END-IF.
            MOVE WS-TYPE-OPER           TO WS-INT-TYPOPER.
            WRITE INTFPOS-ENR FROM WS-INT-DETAIL.

            ADD 1                TO WS-INT-NB-DET.
       8061-INT-DETAIL-FIN.
           EXIT.

      *
      *---------------------------------------------------------------*
      * REPRISE : DETAIL INTFPOS ET LIGNE AUDITMAJ D'UNE MAJ DE PRIX  *
      * DEJA COMMITEE, REBATIS DEPUIS TARTSOLD ; CUMULES DANS LES     *
      * TOTAUX DE CONTROLE COMME UN DETAIL DU PASSAGE                 *
      *---------------------------------------------------------------*
      *
       8063-INT-REPRISE-DEB.

            MOVE WS-REP-CDNUMART        TO WS-MAJ-CODE-ED.
            MOVE WS-REP-PXAVANT         TO WS-MAJ-AVANT-ED.
            MOVE WS-REP-PXAPRES         TO WS-MAJ-APRES-ED.
            MOVE WS-REP-TXPOURC         TO WS-MAJ-TAUX-ED.
            WRITE AUDITMAJ-ENR FROM WS-LIG-MAJ.

            MOVE WS-REP-CDNUMART        TO WS-INT-CDNUMART.
            MOVE WS-REP-PXAVANT         TO WS-INT-PXAVANT.
            MOVE WS-REP-PXAPRES         TO WS-INT-PXAPRES.
            MOVE WS-REP-TXPOURC         TO WS-INT-TAUX.
            MOVE WS-REP-DTFLAG          TO WS-INT-DTEFFET.
            MOVE WS-RUN-ID              TO WS-INT-DET-RUN.
            MOVE WS-REP-WAVE            TO WS-INT-VAGUE.
            IF WS-IND-REP-PLAN < 0
               MOVE SPACE               TO WS-INT-PLANCHER
            ELSE
               MOVE WS-REP-PLAN         TO WS-INT-PLANCHER
            END-IF.
            IF WS-IND-REP-TYPOP < 0
               MOVE WS-TYPE-OPER        TO WS-INT-TYPOPER
            ELSE
               MOVE WS-REP-TYPOP        TO WS-INT-TYPOPER
            END-IF.
            WRITE INTFPOS-ENR FROM WS-INT-DETAIL.

            ADD 1                TO WS-INT-NB-DET.
            ADD WS-REP-PXAVANT   TO WS-INT-HASH-AVANT.
            ADD WS-REP-PXAPRES   TO WS-INT-HASH-APRES.

       8063-INT-REPRISE-FIN.
           EXIT.

       8062-INT-FIN-DEB.

            MOVE WS-INT-NB-DET     TO WS-INT-NB-DET-ED.
                   WS-HEURE-SS
                   DELIMITED BY SIZE INTO WS-RC-HHDEB.

      *    REPRISE : LA LIGNE DU PASSAGE INTERROMPU EST CONSERVEE (DATE
      *    ET HEURE DE DEBUT D'ORIGINE) ; SEULS LE NOMBRE DE REPRISES ET
      *    L'ECHO DU PARM DE LA RELANCE SONT MIS A JOUR
            IF RUN-REPRIS
               PERFORM 9005-JOURNAL-REPRISE-DEB
                  THRU 9005-JOURNAL-REPRISE-FIN
               GO TO 9000-JOURNAL-DEBUT-FIN
            END-IF.

            EXEC SQL
                 INSERT INTO TRUNCTL
                        (CDPGMRUN, CDRUNSOLD, DTRUNCTL, HHDEBRUN,
                         HHFINRUN, CDMODERUN, LBPARMRUN, NBCPT1RUN,
                         NBCPT2RUN, NBCPT3RUN, NBCPT4RUN, CDRETRUN,
                         CDETATRUN, NBREPRUN)
                 VALUES (:WS-RC-PGM, :WS-RC-RUNID, CURRENT DATE,
                         :WS-RC-HHDEB, '        ', :WS-RC-MODE,
                         :WS-RC-PARM, 0, 0, 0, 0, 0, 'E', 0)
            END-EXEC.

            EVALUATE TRUE
       9000-JOURNAL-DEBUT-FIN.
           EXIT.

       9005-JOURNAL-REPRISE-DEB.

            EXEC SQL
                 UPDATE TRUNCTL
                    SET NBREPRUN  = :WS-NB-REPRISES,
                        LBPARMRUN = :WS-RC-PARM
                  WHERE CDPGMRUN  = :WS-RC-PGM
                    AND CDRUNSOLD = :WS-RC-RUNID
                    AND CDETATRUN = 'E'
            END-EXEC.

            EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE < 0
                    PERFORM 8020-ANOMALIE-DEB
                       THRU 8020-ANOMALIE-FIN
               WHEN OTHER
                    PERFORM 8030-WARNING-DEB
                       THRU 8030-WARNING-FIN
            END-EVALUATE.

            EXEC SQL
                 COMMIT
            END-EXEC.

       9005-JOURNAL-REPRISE-FIN.
           EXIT.

       9010-JOURNAL-FIN-DEB.

            ACCEPT WS-HEURE-JOUR FROM TIME.
