      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSD239                                   *
      *  NOM DU REDACTEUR : MARTINLUC                                 *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * RECOMMANDATION DES TAUX DE DEMARQUE : A PARTIR DE L'HISTORIQUE*
      * TARTSOLD (MEME CROISEMENT TLIGCOM QU'ADSD227), CALCUL DU TAUX *
      * D'ECOULEMENT DES ARTICLES DEMARQUES EN VAGUE 1 SUR LA PERIODE *
      * (PARM), DELAI D'OBSERVATION ECHU, PAR CATEGORIE ET PAR        *
      * TRANCHE D'AGE TREGLSOLD. SOUS LE SEUIL BAS (STOCK IMMOBILE)   *
      * LE TAUX DE LA TRANCHE EST RELEVE D'UN PAS ; AU-DELA DU SEUIL  *
      * HAUT (ARTICLES ECOULES DES LA PREMIERE VAGUE) IL EST ABAISSE  *
      * D'UN PAS. LES PROPOSITIONS SONT ECRITES DANS UN FICHIER       *
      * MVTREGL (ACTION 'M', DATE D'EFFET FUTURE) PRET A CHARGER PAR  *
      * ADSD234 APRES REVUE DES ACHETEURS, AVEC UN RAPPORT DONNANT    *
      * POUR CHAQUE TRANCHE LES CHIFFRES QUI JUSTIFIENT LA DECISION.  *
      * LE CODE UTILISATEUR EST LAISSE A BLANC : L'ACHETEUR QUI REVOIT*
      * LA LIGNE LA SIGNE, ADSD234 REFUSE UNE LIGNE NON SIGNEE.       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS --               *
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! CDUTIL DES MOUVEMENTS LAISSE A BLANC, A SIGNER*
      *               ! PAR L'ACHETEUR ; ARTICLES RESTAURES PAR       *
      *               ! ADSD228 (DTANNULSOLD) EXCLUS ARTICLE PAR      *
      *               ! ARTICLE ET NON PLUS PAR PASSAGE               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ADSD239.
      *
      *                  ==============================               *
      *=================<  ENVIRONMENT      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
           SELECT RAPPORT      ASSIGN TO RAPPORT
                               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRLOG       ASSIGN TO ERRLOG
                               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MVTREGL      ASSIGN TO MVTREGL
                               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  RAPPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS RAPPORT-ENR.
       01  RAPPORT-ENR             PIC X(80).
      *
       FD  ERRLOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS ERRLOG-ENR.
       01  ERRLOG-ENR              PIC X(80).
      *
       FD  MVTREGL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS MVTREGL-ENR.
       01  MVTREGL-ENR             PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       77  WS-NB-JOURS-PER      PIC S9(4) COMP.
       77  WS-NB-JOURS-DELAI    PIC S9(4) COMP.
       77  WS-NB-JOURS-EFF      PIC S9(4) COMP.
       77  WS-CAT-SQL           PIC X(05).
       77  WS-NBJR-SQL          PIC S9(4) COMP.
       77  WS-ART-SQL           PIC X(08).
       77  WS-DTFLAG-SQL        PIC X(10).
       77  WS-QTSTK-SQL         PIC S9(9) COMP.
       77  WS-NB-VTE            PIC S9(9) COMP.
       77  WS-QT-VTE            PIC S9(9) COMP.
       77  WS-IND-QT-VTE        PIC S9(4) COMP.
       77  WS-TX-SQL            PIC S9(3)V99 COMP-3.
       77  WS-DTEFF-SQL         PIC X(10).

       77  WS-RC-PGM            PIC X(08) VALUE 'ADSD239'.
       77  WS-RC-RUNID          PIC X(14).
       77  WS-RC-MODE           PIC X(01) VALUE SPACE.
       77  WS-RC-PARM           PIC X(40) VALUE SPACES.
       77  WS-RC-HHDEB          PIC X(08).
       77  WS-RC-HHFIN          PIC X(08).
       77  WS-RC-CPT1           PIC S9(9) COMP VALUE ZERO.
       77  WS-RC-CPT2           PIC S9(9) COMP VALUE ZERO.
       77  WS-RC-CPT3           PIC S9(9) COMP VALUE ZERO.
       77  WS-RC-CPT4           PIC S9(9) COMP VALUE ZERO.
       77  WS-RC-RET            PIC S9(4) COMP VALUE ZERO.
      *
      *---------------------------------------------------------------*
      * ARTICLES DEMARQUES EN VAGUE 1 SUR LA PERIODE, DELAI ECHU,     *
      * HORS ARTICLES RESTAURES PAR ADSD228. LA TRANCHE EST CELLE DE  *
      * LA REGLE EN VIGUEUR AU MARQUAGE POUR L'AGE DE L'ARTICLE A     *
      * CETTE DATE (PLUS HAUTE TRANCHE ATTEINTE, COMME ADSD225) ; -1  *
      * SI AUCUNE REGLE NE S'APPLIQUAIT. SEULS LES PRIX APPLIQUES SONT*
      * RETENUS : PRIX APRES RENSEIGNE OU PASSAGE ADSD225 EN MODE     *
      * SOLDE (LIGNES ANTERIEURES AU PRIX APRES) ; LES LISTES DES     *
      * MODES DETAIL ET SYNTHESE NE SONT PAS DES DEMARQUES            *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS1
              CURSOR FOR
              SELECT B.CDCATART,
                     COALESCE((SELECT MAX(R.NBJRMINISOLD)
                                 FROM TREGLSOLD R
                                WHERE R.CDCATSOLD = B.CDCATART
                                  AND R.NBJRMINISOLD <=
                                      DAYS(A.DTFLAGSOLD) -
                                      DAYS(COALESCE(B.DTRECART,
                                                    B.DTCREART))
                                  AND R.DTEFFSOLD <= A.DTFLAGSOLD
                                  AND COALESCE(R.DTFINSOLD,
                                               '9999-12-31')
                                      >= A.DTFLAGSOLD), -1),
                     A.CDNUMART, A.DTFLAGSOLD, A.QTSTKART
                FROM TARTSOLD A, TARTICL B
               WHERE B.CDNUMART   = A.CDNUMART
                 AND A.NOWAVSOLD  = 1
                 AND A.DTFLAGSOLD >
                     CURRENT DATE - :WS-NB-JOURS-PER DAYS
                 AND A.DTFLAGSOLD <=
                     CURRENT DATE - :WS-NB-JOURS-DELAI DAYS
                 AND (A.PXAPRESSOLD IS NOT NULL
                      OR EXISTS (SELECT 1
                                   FROM TRUNCTL M
                                  WHERE M.CDPGMRUN  = 'ADSD225'
                                    AND M.CDRUNSOLD = A.CDRUNSOLD
                                    AND M.CDMODERUN = 'M'))
                 AND A.DTANNULSOLD IS NULL
               ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       77  WS-PREMIER           PIC X(01) VALUE 'O'.
           88  PREMIERE-LIGNE             VALUE 'O'.

       77  WS-PARM-OK           PIC X(01) VALUE 'O'.
           88  PARM-VALIDE                VALUE 'O'.
           88  PARM-INVALIDE              VALUE 'N'.

       77  WS-PROPOSITION       PIC X(01) VALUE SPACE.
           88  SANS-PROPOSITION           VALUE SPACE.
           88  PROPOSE-HAUSSE             VALUE 'H'.
           88  PROPOSE-BAISSE             VALUE 'B'.

       77  WS-CAT-PREC          PIC X(05) VALUE SPACES.
       77  WS-NBJR-PREC         PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-LEN            PIC S9(4) COMP VALUE ZERO.

       77  WS-SEUIL-BAS         PIC 9(3)V99    VALUE ZERO.
       77  WS-SEUIL-HAUT        PIC 9(3)V99    VALUE ZERO.
       77  WS-PAS-TAUX          PIC 9(3)V99    VALUE ZERO.
       77  WS-NB-MINI           PIC 9(03)      VALUE ZERO.
       77  WS-QT-ECOUL          PIC S9(9) COMP VALUE ZERO.

       77  WS-GRP-NB-ART        PIC 9(05)      VALUE ZERO.
       77  WS-GRP-NB-ECOULES    PIC 9(05)      VALUE ZERO.
       77  WS-GRP-NB-INVENDUS   PIC 9(05)      VALUE ZERO.
       77  WS-GRP-QT-STK        PIC 9(09)      VALUE ZERO.
       77  WS-GRP-QT-ECOUL      PIC 9(09)      VALUE ZERO.
       77  WS-GRP-TX-ECOUL      PIC 9(3)V99    VALUE ZERO.
       77  WS-TX-ACTUEL         PIC 9(3)V99    VALUE ZERO.
       77  WS-TX-PROPOSE        PIC 9(3)V99    VALUE ZERO.
       77  WS-DECISION          PIC X(30)      VALUE SPACES.

       77  WS-NB-GROUPES        PIC 9(06)      VALUE ZERO.
       77  WS-NB-ARTICLES       PIC 9(07)      VALUE ZERO.
       77  WS-NB-HORS-REGLE     PIC 9(07)      VALUE ZERO.
       77  WS-NB-HAUSSES        PIC 9(06)      VALUE ZERO.
       77  WS-NB-BAISSES        PIC 9(06)      VALUE ZERO.
       77  WS-NB-MAINTIENS      PIC 9(06)      VALUE ZERO.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT TREGLSOLD : MEME DESSIN QUE L'ENTREE D'ADSD234      *
      *---------------------------------------------------------------*
      *
       01  WS-MVT.
           05  WS-MVT-CDACTION     PIC X(01) VALUE 'M'.
           05  WS-MVT-CDCATSOLD    PIC X(05).
           05  WS-MVT-NBJRMINI-N   PIC 9(05).
           05  WS-MVT-TXPOURC-N    PIC 9(3)V99.
           05  WS-MVT-DTEFF        PIC X(10).
           05  WS-MVT-DTFIN        PIC X(10) VALUE SPACES.
           05  WS-MVT-CDUTIL       PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-LIG1.
           05  FILLER      PIC X      VALUE '*'.
           05  FILLER      PIC X(63)  VALUE ALL '-'.
           05  FILLER      PIC X      VALUE '*'.

       01  WS-LIG2.
           05  FILLER      PIC XX     VALUE '| '.
           05  FILLER      PIC X(22)  VALUE 'RECOMMANDATION TAUX'.
           05  FILLER      PIC X(07)  VALUE '    DU '.
           05  WS-DATE-ED  PIC X(10).
           05  FILLER      PIC X(13)  VALUE '        PAGE '.
           05  WS-NO-PAGE-ED
                           PIC ZZZ9.
           05  FILLER      PIC X(06)  VALUE SPACES.
           05  FILLER      PIC X      VALUE '|'.

       01  WS-LIG-PARM1.
           05  FILLER          PIC X(09) VALUE 'PERIODE :'.
           05  WS-PER-ED       PIC ZZ9.
           05  FILLER          PIC X(16) VALUE ' J   DELAI ECHU '.
           05  WS-DELAI-ED     PIC ZZ9.
           05  FILLER          PIC X(18) VALUE ' J   DATE D''EFFET '.
           05  WS-DTEFF-ED     PIC X(10).

       01  WS-LIG-PARM2.
           05  FILLER          PIC X(12) VALUE 'SEUIL BAS : '.
           05  WS-SBAS-ED      PIC ZZ9,99.
           05  FILLER          PIC X(15) VALUE ' %   SEUIL HAUT'.
           05  FILLER          PIC X(03) VALUE ' : '.
           05  WS-SHAUT-ED     PIC ZZ9,99.
           05  FILLER          PIC X(10) VALUE ' %   PAS '.
           05  WS-PAS-ED       PIC ZZ9,99.
           05  FILLER          PIC X(11) VALUE '   MINI ART'.
           05  WS-MINI-ED      PIC ZZZ9.

       01  WS-LIG-PARM-KO.
           05  FILLER          PIC X(44)
               VALUE 'PARAMETRES INCOHERENTS - AUCUNE PROPOSITION'.

       01  WS-LIG-GRP.
           05  FILLER          PIC X(04) VALUE 'CAT '.
           05  WS-GRP-CAT-ED   PIC X(05).
           05  FILLER          PIC X(04) VALUE ' TR '.
           05  WS-GRP-TR-ED    PIC ZZZZ9.
           05  FILLER          PIC X(05) VALUE ' ART '.
           05  WS-GRP-ART-ED   PIC ZZZZ9.
           05  FILLER          PIC X(07) VALUE ' ECOUL '.
           05  WS-GRP-ECO-ED   PIC ZZZZ9.
           05  FILLER          PIC X(05) VALUE ' INV '.
           05  WS-GRP-INV-ED   PIC ZZZZ9.
           05  FILLER          PIC X(05) VALUE ' STK '.
           05  WS-GRP-STK-ED   PIC ZZZZZZ9.
           05  FILLER          PIC X(05) VALUE ' VTE '.
           05  WS-GRP-VTE-ED   PIC ZZZZZZ9.

       01  WS-LIG-DECISION.
           05  FILLER          PIC X(12) VALUE '   TX ECOUL '.
           05  WS-DEC-TXE-ED   PIC ZZ9,99.
           05  FILLER          PIC X(08) VALUE ' % TAUX '.
           05  WS-DEC-TXA-ED   PIC ZZ9,99.
           05  FILLER          PIC X(04) VALUE ' -> '.
           05  WS-DEC-TXP-ED   PIC ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-DEC-LIB-ED   PIC X(30).

       01  WS-LIG6.
           05  FILLER        PIC X(21) VALUE 'ARTICLES ANALYSES   :'.
           05  WS-TOT-ART-ED PIC ZZZZZZ9.

       01  WS-LIG7.
           05  FILLER        PIC X(21) VALUE 'ARTICLES HORS REGLE :'.
           05  WS-TOT-HR-ED  PIC ZZZZZZ9.

       01  WS-LIG8.
           05  FILLER        PIC X(21) VALUE 'TRANCHES ANALYSEES  :'.
           05  WS-TOT-GRP-ED PIC ZZZZZ9.

       01  WS-LIG9.
           05  FILLER        PIC X(21) VALUE 'HAUSSES PROPOSEES   :'.
           05  WS-TOT-HAU-ED PIC ZZZZZ9.

       01  WS-LIG10.
           05  FILLER        PIC X(21) VALUE 'BAISSES PROPOSEES   :'.
           05  WS-TOT-BAI-ED PIC ZZZZZ9.

       01  WS-LIG11.
           05  FILLER        PIC X(21) VALUE 'SANS PROPOSITION    :'.
           05  WS-TOT-MAI-ED PIC ZZZZZ9.

       01  WS-LIG-ERR.
           05  FILLER            PIC X(11) VALUE 'ERREUR SQL '.
           05  WS-ERR-DATE       PIC X(10).
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-ERR-HEURE      PIC X(08).
           05  FILLER            PIC X(11) VALUE ' SQLCODE = '.
           05  WS-ERR-SQLCODE-ED PIC ----9.
           05  FILLER            PIC X(13) VALUE ' DERNIER ART='.
           05  WS-ERR-CDNUMART   PIC X(08).

       01  WS-DATE-JOUR.
           05  WS-DATE-AAAA    PIC 9(04).
           05  WS-DATE-MM      PIC 9(02).
           05  WS-DATE-JJ      PIC 9(02).

       01  WS-HEURE-JOUR.
           05  WS-HEURE-HH     PIC 9(02).
           05  WS-HEURE-MN     PIC 9(02).
           05  WS-HEURE-SS     PIC 9(02).
           05  WS-HEURE-CS     PIC 9(02).

       01  WS-HEURE-ED         PIC X(08).
      *
       77  WS-NO-PAGE          PIC 9(04)      VALUE ZERO.
       77  WS-NB-LIGNE-PAGE    PIC 9(03)      VALUE ZERO.
       77  WS-MAX-LIGNE-PAGE   PIC 9(03)      VALUE 060.
      *
      *=====================
       LINKAGE SECTION.
      *=====================
      *
       01  PARM-AREA.
           05  PARM-LEN            PIC S9(4) COMP.
           05  PARM-NB-JOURS-PER   PIC 9(03).
           05  PARM-NB-JOURS-DELAI PIC 9(03).
           05  PARM-SEUIL-BAS      PIC 9(3)V99.
           05  PARM-SEUIL-HAUT     PIC 9(3)V99.
           05  PARM-PAS-TAUX       PIC 9(3)V99.
           05  PARM-NB-JOURS-EFF   PIC 9(03).
           05  PARM-NB-MINI        PIC 9(03).
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION USING PARM-AREA.
      *
      *===============================================================*
      *
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *               ==================================              *
      *---------------------------------------------------------------*
      *
       0000-PROGRAMME-DEB.
      *
      *
      *    PARAMETRES : PERIODE ANALYSEE (J), DELAI D'OBSERVATION (J),
      *    SEUILS BAS / HAUT ET PAS DE TAUX (%), DECALAGE DE LA DATE
      *    D'EFFET (J), NOMBRE MINIMUM D'ARTICLES PAR TRANCHE
           IF PARM-LEN < 3
              MOVE 90                  TO WS-NB-JOURS-PER
           ELSE
              MOVE PARM-NB-JOURS-PER   TO WS-NB-JOURS-PER
           END-IF.
           IF PARM-LEN < 6
              MOVE 30                  TO WS-NB-JOURS-DELAI
           ELSE
              MOVE PARM-NB-JOURS-DELAI TO WS-NB-JOURS-DELAI
           END-IF.
           IF PARM-LEN < 11
              MOVE 20                  TO WS-SEUIL-BAS
           ELSE
              MOVE PARM-SEUIL-BAS      TO WS-SEUIL-BAS
           END-IF.
           IF PARM-LEN < 16
              MOVE 80                  TO WS-SEUIL-HAUT
           ELSE
              MOVE PARM-SEUIL-HAUT     TO WS-SEUIL-HAUT
           END-IF.
           IF PARM-LEN < 21
              MOVE 5                   TO WS-PAS-TAUX
           ELSE
              MOVE PARM-PAS-TAUX       TO WS-PAS-TAUX
           END-IF.
           IF PARM-LEN < 24
              MOVE 7                   TO WS-NB-JOURS-EFF
           ELSE
              MOVE PARM-NB-JOURS-EFF   TO WS-NB-JOURS-EFF
           END-IF.
           IF PARM-LEN < 27
              MOVE 5                   TO WS-NB-MINI
           ELSE
              MOVE PARM-NB-MINI        TO WS-NB-MINI
           END-IF.

           IF WS-NB-JOURS-PER NOT > WS-NB-JOURS-DELAI
              OR WS-SEUIL-BAS NOT < WS-SEUIL-HAUT
              OR WS-SEUIL-HAUT > 100
              OR WS-PAS-TAUX = ZERO
              OR WS-NB-JOURS-EFF = ZERO
              SET PARM-INVALIDE TO TRUE
           END-IF.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           STRING WS-DATE-JJ   '/'
                  WS-DATE-MM   '/'
                  WS-DATE-AAAA
                  DELIMITED BY SIZE INTO WS-DATE-ED.

           ACCEPT WS-HEURE-JOUR FROM TIME.
           STRING WS-DATE-AAAA WS-DATE-MM  WS-DATE-JJ
                  WS-HEURE-HH  WS-HEURE-MN WS-HEURE-SS
                  DELIMITED BY SIZE INTO WS-RC-RUNID.

           PERFORM 6000-OUVRIR-DEB
              THRU 6000-OUVRIR-FIN.

           MOVE PARM-LEN TO WS-RC-LEN.
           IF WS-RC-LEN > 40
              MOVE 40 TO WS-RC-LEN
           END-IF.
           IF WS-RC-LEN > 0
              MOVE PARM-AREA (3 : WS-RC-LEN) TO WS-RC-PARM
           END-IF.
           PERFORM 9000-JOURNAL-DEBUT-DEB
              THRU 9000-JOURNAL-DEBUT-FIN.

           PERFORM 7050-DATE-EFFET-DEB
              THRU 7050-DATE-EFFET-FIN.

           PERFORM 8000-ENTETE-DEB
              THRU 8000-ENTETE-FIN.
           PERFORM 8003-PARAMETRES-DEB
              THRU 8003-PARAMETRES-FIN.

           IF PARM-VALIDE
              PERFORM 1000-ANALYSE-DEB
                 THRU 1000-ANALYSE-FIN
           ELSE
              WRITE RAPPORT-ENR FROM WS-LIG-PARM-KO
              ADD 1 TO WS-NB-LIGNE-PAGE
              DISPLAY 'ADSD239 : PARAMETRES INCOHERENTS '
                      WS-RC-PARM
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 8040-TOTAUX-DEB
              THRU 8040-TOTAUX-FIN.

           MOVE WS-NB-GROUPES  TO WS-RC-CPT1.
           MOVE WS-NB-HAUSSES  TO WS-RC-CPT2.
           MOVE WS-NB-BAISSES  TO WS-RC-CPT3.
           MOVE WS-NB-ARTICLES TO WS-RC-CPT4.
           PERFORM 9010-JOURNAL-FIN-DEB
              THRU 9010-JOURNAL-FIN-FIN.

           PERFORM 6010-FERMER-DEB
              THRU 6010-FERMER-FIN.

           GOBACK.

       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   1XXX-  : LECTURE DE L'HISTORIQUE DES DEMARQUES              *
      *---------------------------------------------------------------*
      *
       1000-ANALYSE-DEB.

           EXEC SQL
                OPEN CURS1
           END-EXEC.

           PERFORM 1010-SQL-DEB
              THRU 1010-SQL-FIN
             UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CURS1
           END-EXEC.

           IF NOT PREMIERE-LIGNE
              PERFORM 7010-RUPT-TRANCHE-DEB
                 THRU 7010-RUPT-TRANCHE-FIN
           END-IF.

       1000-ANALYSE-FIN.
           EXIT.
      *
       1010-SQL-DEB.

           EXEC SQL
                FETCH CURS1
                INTO :WS-CAT-SQL,
                     :WS-NBJR-SQL,
                     :WS-ART-SQL,
                     :WS-DTFLAG-SQL,
                     :WS-QTSTK-SQL
           END-EXEC.

           IF SQLCODE = 100
              CONTINUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 7000-ARTICLE-DEB
                                  THRU 7000-ARTICLE-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       1010-SQL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * ARTICLE DEMARQUE EN VAGUE 1 : RUPTURE CATEGORIE / TRANCHE,    *
      * PUIS VENTES TLIGCOM POSTERIEURES AU MARQUAGE. LA QUANTITE     *
      * ECOULEE EST PLAFONNEE AU STOCK DEMARQUE ; L'ARTICLE EST       *
      * ECOULE QUAND CE STOCK A ETE ENTIEREMENT VENDU                 *
      *---------------------------------------------------------------*
      *
       7000-ARTICLE-DEB.

           IF PREMIERE-LIGNE
              MOVE 'N' TO WS-PREMIER
           ELSE
              IF WS-CAT-SQL  NOT = WS-CAT-PREC
                 OR WS-NBJR-SQL NOT = WS-NBJR-PREC
                 PERFORM 7010-RUPT-TRANCHE-DEB
                    THRU 7010-RUPT-TRANCHE-FIN
              END-IF
           END-IF.
           MOVE WS-CAT-SQL  TO WS-CAT-PREC.
           MOVE WS-NBJR-SQL TO WS-NBJR-PREC.

           ADD 1 TO WS-NB-ARTICLES.

           IF WS-NBJR-SQL < ZERO
              ADD 1 TO WS-NB-HORS-REGLE
              GO TO 7000-ARTICLE-FIN
           END-IF.

           EXEC SQL
                SELECT COUNT(*), SUM(QTLIGCOM)
                  INTO :WS-NB-VTE,
                       :WS-QT-VTE:WS-IND-QT-VTE
                  FROM TLIGCOM
                 WHERE CDNUMART = :WS-ART-SQL
                   AND DTLIGCOM > :WS-DTFLAG-SQL
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF WS-IND-QT-VTE < ZERO
              MOVE ZERO TO WS-QT-VTE
           END-IF.

           ADD 1 TO WS-GRP-NB-ART.

           IF WS-QTSTK-SQL > ZERO
              ADD WS-QTSTK-SQL TO WS-GRP-QT-STK
              IF WS-QT-VTE NOT < WS-QTSTK-SQL
                 MOVE WS-QTSTK-SQL TO WS-QT-ECOUL
                 ADD 1 TO WS-GRP-NB-ECOULES
              ELSE
                 MOVE WS-QT-VTE    TO WS-QT-ECOUL
              END-IF
              ADD WS-QT-ECOUL TO WS-GRP-QT-ECOUL
           END-IF.

           IF WS-NB-VTE = ZERO
              ADD 1 TO WS-GRP-NB-INVENDUS
           END-IF.

       7000-ARTICLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FIN D'UNE TRANCHE : DECISION, LIGNES JUSTIFICATIVES ET        *
      * MOUVEMENT MVTREGL EVENTUEL. LES ARTICLES HORS REGLE NE        *
      * FORMENT PAS DE TRANCHE                                        *
      *---------------------------------------------------------------*
      *
       7010-RUPT-TRANCHE-DEB.

           IF WS-GRP-NB-ART = ZERO
              GO TO 7010-RUPT-TRANCHE-FIN
           END-IF.

           ADD 1 TO WS-NB-GROUPES.

           PERFORM 7020-DECISION-DEB
              THRU 7020-DECISION-FIN.

           PERFORM 8010-CORPS-DEB
              THRU 8010-CORPS-FIN.

           EVALUATE TRUE
              WHEN PROPOSE-HAUSSE
                   ADD 1 TO WS-NB-HAUSSES
                   PERFORM 8050-ECRIRE-MVT-DEB
                      THRU 8050-ECRIRE-MVT-FIN
              WHEN PROPOSE-BAISSE
                   ADD 1 TO WS-NB-BAISSES
                   PERFORM 8050-ECRIRE-MVT-DEB
                      THRU 8050-ECRIRE-MVT-FIN
              WHEN OTHER
                   ADD 1 TO WS-NB-MAINTIENS
           END-EVALUATE.

           MOVE ZERO TO WS-GRP-NB-ART
                        WS-GRP-NB-ECOULES
                        WS-GRP-NB-INVENDUS
                        WS-GRP-QT-STK
                        WS-GRP-QT-ECOUL.

       7010-RUPT-TRANCHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DECISION SUR UNE TRANCHE : ECOULEMENT EN QUANTITE RAPPORTE AU *
      * STOCK DEMARQUE. LE TAUX DE DEPART EST CELUI DE LA REGLE QUI   *
      * SERA EN VIGUEUR A LA DATE D'EFFET (CELLE QU'ADSD234 MODIFIERA)*
      * ; LA HAUSSE EST PLAFONNEE A 100 %, LA BAISSE N'EST PROPOSEE   *
      * QUE SI LE TAUX RESTE POSITIF                                  *
      *---------------------------------------------------------------*
      *
       7020-DECISION-DEB.

           SET SANS-PROPOSITION TO TRUE.
           MOVE ZERO TO WS-GRP-TX-ECOUL
                        WS-TX-ACTUEL
                        WS-TX-PROPOSE.

           IF WS-GRP-NB-ART < WS-NB-MINI
              OR WS-GRP-QT-STK = ZERO
              MOVE 'ECHANTILLON INSUFFISANT' TO WS-DECISION
              GO TO 7020-DECISION-FIN
           END-IF.

           COMPUTE WS-GRP-TX-ECOUL ROUNDED =
                   WS-GRP-QT-ECOUL * 100 / WS-GRP-QT-STK.

           MOVE WS-CAT-PREC  TO WS-CAT-SQL.
           MOVE WS-NBJR-PREC TO WS-NBJR-SQL.

           EXEC SQL
                SELECT TXPOURCSOLD
                  INTO :WS-TX-SQL
                  FROM TREGLSOLD
                 WHERE CDCATSOLD    = :WS-CAT-SQL
                   AND NBJRMINISOLD = :WS-NBJR-SQL
                   AND DTEFFSOLD   <= :WS-DTEFF-SQL
                   AND COALESCE(DTFINSOLD, '9999-12-31')
                                   >= :WS-DTEFF-SQL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE WS-TX-SQL TO WS-TX-ACTUEL
                   MOVE WS-TX-SQL TO WS-TX-PROPOSE
              WHEN SQLCODE = 100
                   MOVE 'REGLE CLOSE A LA DATE D''EFFET'
                        TO WS-DECISION
                   GO TO 7020-DECISION-FIN
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           IF WS-GRP-TX-ECOUL < WS-SEUIL-BAS
              IF WS-TX-ACTUEL NOT < 100
                 MOVE 'STOCK IMMOBILE - TAUX MAXIMAL' TO WS-DECISION
                 GO TO 7020-DECISION-FIN
              END-IF
              COMPUTE WS-TX-PROPOSE = WS-TX-ACTUEL + WS-PAS-TAUX
                 ON SIZE ERROR
                    MOVE 100 TO WS-TX-PROPOSE
              END-COMPUTE
              IF WS-TX-PROPOSE > 100
                 MOVE 100 TO WS-TX-PROPOSE
              END-IF
              SET PROPOSE-HAUSSE TO TRUE
              MOVE 'HAUSSE - STOCK IMMOBILE' TO WS-DECISION
              GO TO 7020-DECISION-FIN
           END-IF.

           IF WS-GRP-TX-ECOUL NOT < WS-SEUIL-HAUT
              IF WS-TX-ACTUEL NOT > WS-PAS-TAUX
                 MOVE 'ECOULE VAGUE 1 - TAUX MINIMAL' TO WS-DECISION
                 GO TO 7020-DECISION-FIN
              END-IF
              COMPUTE WS-TX-PROPOSE = WS-TX-ACTUEL - WS-PAS-TAUX
              SET PROPOSE-BAISSE TO TRUE
              MOVE 'BAISSE - ECOULE EN VAGUE 1' TO WS-DECISION
              GO TO 7020-DECISION-FIN
           END-IF.

           MOVE 'MAINTIEN - DANS LES SEUILS' TO WS-DECISION.

       7020-DECISION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATE D'EFFET DES PROPOSITIONS : DATE DU JOUR + DECALAGE PARM, *
      * AU FORMAT AAAA-MM-JJ ATTENDU PAR ADSD234                      *
      *---------------------------------------------------------------*
      *
       7050-DATE-EFFET-DEB.

           EXEC SQL
                SELECT CHAR(CURRENT DATE + :WS-NB-JOURS-EFF DAYS, ISO)
                  INTO :WS-DTEFF-SQL
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

       7050-DATE-EFFET-FIN.
           EXIT.
      *
      *===============================================================*
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *                                                               *
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *                                                               *
      *===============================================================*
      *===============================================================*
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-DEB.

            OPEN OUTPUT RAPPORT.
            OPEN OUTPUT ERRLOG.
            OPEN OUTPUT MVTREGL.

       6000-OUVRIR-FIN.
            EXIT.

       6010-FERMER-DEB.

            CLOSE RAPPORT.
            CLOSE ERRLOG.
            CLOSE MVTREGL.

       6010-FERMER-FIN.
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
            WRITE RAPPORT-ENR FROM WS-LIG1.
            ADD 3 TO WS-NB-LIGNE-PAGE.

       8000-ENTETE-FIN.
           EXIT.

       8003-PARAMETRES-DEB.

            MOVE WS-NB-JOURS-PER   TO WS-PER-ED.
            MOVE WS-NB-JOURS-DELAI TO WS-DELAI-ED.
            MOVE WS-DTEFF-SQL      TO WS-DTEFF-ED.
            MOVE WS-SEUIL-BAS      TO WS-SBAS-ED.
            MOVE WS-SEUIL-HAUT     TO WS-SHAUT-ED.
            MOVE WS-PAS-TAUX       TO WS-PAS-ED.
            MOVE WS-NB-MINI        TO WS-MINI-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-PARM1.
            WRITE RAPPORT-ENR FROM WS-LIG-PARM2.
            WRITE RAPPORT-ENR FROM WS-LIG1.
            ADD 3 TO WS-NB-LIGNE-PAGE.

       8003-PARAMETRES-FIN.
           EXIT.

       8005-SAUT-PAGE-DEB.

            IF WS-NB-LIGNE-PAGE NOT < WS-MAX-LIGNE-PAGE
               PERFORM 8000-ENTETE-DEB
                  THRU 8000-ENTETE-FIN
            END-IF.

       8005-SAUT-PAGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * JUSTIFICATION D'UNE TRANCHE : CHIFFRES D'ECOULEMENT, TAUX     *
      * ACTUEL ET TAUX PROPOSE, LIBELLE DE LA DECISION                *
      *---------------------------------------------------------------*
      *
       8010-CORPS-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.

            MOVE WS-CAT-PREC        TO WS-GRP-CAT-ED.
            MOVE WS-NBJR-PREC       TO WS-GRP-TR-ED.
            MOVE WS-GRP-NB-ART      TO WS-GRP-ART-ED.
            MOVE WS-GRP-NB-ECOULES  TO WS-GRP-ECO-ED.
            MOVE WS-GRP-NB-INVENDUS TO WS-GRP-INV-ED.
            MOVE WS-GRP-QT-STK      TO WS-GRP-STK-ED.
            MOVE WS-GRP-QT-ECOUL    TO WS-GRP-VTE-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-GRP.

            MOVE WS-GRP-TX-ECOUL    TO WS-DEC-TXE-ED.
            MOVE WS-TX-ACTUEL       TO WS-DEC-TXA-ED.
            MOVE WS-TX-PROPOSE      TO WS-DEC-TXP-ED.
            MOVE WS-DECISION        TO WS-DEC-LIB-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-DECISION.
            ADD 2 TO WS-NB-LIGNE-PAGE.

       8010-CORPS-FIN.
           EXIT.

       8040-TOTAUX-DEB.

            MOVE WS-NB-ARTICLES   TO WS-TOT-ART-ED.
            MOVE WS-NB-HORS-REGLE TO WS-TOT-HR-ED.
            MOVE WS-NB-GROUPES    TO WS-TOT-GRP-ED.
            MOVE WS-NB-HAUSSES    TO WS-TOT-HAU-ED.
            MOVE WS-NB-BAISSES    TO WS-TOT-BAI-ED.
            MOVE WS-NB-MAINTIENS  TO WS-TOT-MAI-ED.

            WRITE RAPPORT-ENR FROM WS-LIG1.
            WRITE RAPPORT-ENR FROM WS-LIG6.
            WRITE RAPPORT-ENR FROM WS-LIG7.
            WRITE RAPPORT-ENR FROM WS-LIG8.
            WRITE RAPPORT-ENR FROM WS-LIG9.
            WRITE RAPPORT-ENR FROM WS-LIG10.
            WRITE RAPPORT-ENR FROM WS-LIG11.

       8040-TOTAUX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * PROPOSITION AU FORMAT MVTREGL : MODIFICATION DU TAUX DE LA    *
      * TRANCHE A LA DATE D'EFFET ; L'AUTEUR EST ADSD239 JUSQU'A LA   *
      * REVUE DES ACHETEURS, QUI PEUVENT SUPPRIMER OU CORRIGER LA     *
      * LIGNE AVANT LE PASSAGE D'ADSD234                              *
      *---------------------------------------------------------------*
      *
       8050-ECRIRE-MVT-DEB.

            MOVE WS-CAT-PREC    TO WS-MVT-CDCATSOLD.
            MOVE WS-NBJR-PREC   TO WS-MVT-NBJRMINI-N.
            MOVE WS-TX-PROPOSE  TO WS-MVT-TXPOURC-N.
            MOVE WS-DTEFF-SQL   TO WS-MVT-DTEFF.
            WRITE MVTREGL-ENR FROM WS-MVT.

       8050-ECRIRE-MVT-FIN.
           EXIT.

      *
      *---------------------------------------------------------------*
      *   9XXX-  : JOURNAL DES RUNS (TRUNCTL) : UNE LIGNE PAR         *
      *   EXECUTION, POSEE AU DEMARRAGE (ETAT 'E') ET SOLDEE EN FIN   *
      *   NORMALE (ETAT 'T', COMPTEURS ET RETURN-CODE) ; UNE LIGNE    *
      *   RESTEE EN ETAT 'E' SIGNALE UN RUN JAMAIS TERMINE            *
      *---------------------------------------------------------------*
      *
       9000-JOURNAL-DEBUT-DEB.

            ACCEPT WS-HEURE-JOUR FROM TIME.
            STRING WS-HEURE-HH  ':'
                   WS-HEURE-MN  ':'
                   WS-HEURE-SS
                   DELIMITED BY SIZE INTO WS-RC-HHDEB.

            EXEC SQL
                 INSERT INTO TRUNCTL
                        (CDPGMRUN, CDRUNSOLD, DTRUNCTL, HHDEBRUN,
                         HHFINRUN, CDMODERUN, LBPARMRUN, NBCPT1RUN,
                         NBCPT2RUN, NBCPT3RUN, NBCPT4RUN, CDRETRUN,
                         CDETATRUN)
                 VALUES (:WS-RC-PGM, :WS-RC-RUNID, CURRENT DATE,
                         :WS-RC-HHDEB, '        ', :WS-RC-MODE,
                         :WS-RC-PARM, 0, 0, 0, 0, 0, 'E')
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

       9000-JOURNAL-DEBUT-FIN.
           EXIT.

       9010-JOURNAL-FIN-DEB.

            ACCEPT WS-HEURE-JOUR FROM TIME.
            STRING WS-HEURE-HH  ':'
                   WS-HEURE-MN  ':'
                   WS-HEURE-SS
                   DELIMITED BY SIZE INTO WS-RC-HHFIN.
            MOVE RETURN-CODE TO WS-RC-RET.

            EXEC SQL
                 UPDATE TRUNCTL
                    SET HHFINRUN  = :WS-RC-HHFIN,
                        NBCPT1RUN = :WS-RC-CPT1,
                        NBCPT2RUN = :WS-RC-CPT2,
                        NBCPT3RUN = :WS-RC-CPT3,
                        NBCPT4RUN = :WS-RC-CPT4,
                        CDRETRUN  = :WS-RC-RET,
                        CDETATRUN = 'T'
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

       9010-JOURNAL-FIN-FIN.
           EXIT.

       8020-ANOMALIE-DEB.

            ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
            STRING WS-DATE-JJ   '/'
                   WS-DATE-MM   '/'
                   WS-DATE-AAAA
                   DELIMITED BY SIZE INTO WS-DATE-ED.
            ACCEPT WS-HEURE-JOUR FROM TIME.
            STRING WS-HEURE-HH  ':'
                   WS-HEURE-MN  ':'
                   WS-HEURE-SS
                   DELIMITED BY SIZE INTO WS-HEURE-ED.

            MOVE WS-DATE-ED             TO WS-ERR-DATE.
            MOVE WS-HEURE-ED            TO WS-ERR-HEURE.
            MOVE SQLCODE                TO WS-ERR-SQLCODE-ED.
            MOVE WS-ART-SQL             TO WS-ERR-CDNUMART.
            WRITE ERRLOG-ENR FROM WS-LIG-ERR.

            DISPLAY 'PROBLEME DE CODE SQL : ' SQLCODE.
            DISPLAY 'ARTICLE EN COURS AU MOMENT DE L''ANOMALIE : '
                    WS-ART-SQL.

            MOVE 16 TO RETURN-CODE.
            PERFORM 6010-FERMER-DEB
               THRU 6010-FERMER-FIN.
            STOP RUN.

       8020-ANOMALIE-FIN.
           EXIT.

       8030-WARNING-DEB.

            DISPLAY 'ATTENTION AU CODE SQL : ' SQLCODE.

       8030-WARNING-FIN.
           EXIT.
      *
