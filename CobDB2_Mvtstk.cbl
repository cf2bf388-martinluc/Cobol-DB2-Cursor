      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSD237                                   *
      *  NOM DU REDACTEUR : MARTINLUC                                 *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * COMPTABILISATION DES MOUVEMENTS DE STOCK VALIDES : TRANSFERTS *
      * INTERDEPOTS (T, FICHIER MVTTRF D'ADSD233) ET RETOURS          *
      * FOURNISSEUR (R, FICHIER MVTRET D'ADSD235), RENDUS PAR LES     *
      * DEPOTS / ACHETEURS AVEC LE CDUTIL DU VALIDEUR. CONTROLES :    *
      * TYPE CONNU, ARTICLE / DEPOTS / RUN / UTILISATEUR RENSEIGNES,  *
      * QUANTITE NUMERIQUE ET NON NULLE, ARTICLE ET DEPOTS CONNUS,    *
      * STOCK SUFFISANT AU DEPOT SOURCE (TSTKDEPOT) ET MOUVEMENT NON  *
      * DEJA COMPTABILISE. TRANSFERT : SORTIE DU DEPOT SOURCE, ENTREE *
      * AU DEPOT DESTINATAIRE (LIGNE TSTKDEPOT CREEE SI ABSENTE),     *
      * QTSTKART INCHANGE. RETOUR : SORTIE DU DEPOT SOURCE ET DE      *
      * QTSTKART. CHAQUE MOUVEMENT EST TRACE DANS TMVTSTK (ORIGINE,   *
      * RUN DE PROPOSITION, UTILISATEUR). COMPTE RENDU ACCEPTE /      *
      * REJETE PAR MOUVEMENT, RC 4 SI DES MOUVEMENTS SONT REJETES.    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS --               *
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ADSD237.
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
           SELECT MVTSTK       ASSIGN TO MVTSTK
                               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RAPPORT      ASSIGN TO RAPPORT
                               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRLOG       ASSIGN TO ERRLOG
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
       FD  MVTSTK
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS MVTSTK-ENR.
       01  MVTSTK-ENR              PIC X(80).
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

       77  WS-TYP-SQL           PIC X(01).
       77  WS-ART-SQL           PIC X(08).
       77  WS-SRC-SQL           PIC X(03).
       77  WS-DST-SQL           PIC X(03).
       77  WS-FOUR-SQL          PIC X(08).
       77  WS-QT-SQL            PIC S9(9) COMP.
       77  WS-RUN-SQL           PIC X(14).
       77  WS-UTIL-SQL          PIC X(08).
       77  WS-QTSTK-SQL         PIC S9(9) COMP.
       77  WS-NB-SQL            PIC S9(9) COMP.

       77  WS-RC-PGM            PIC X(08) VALUE 'ADSD237'.
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

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT DE STOCK : FORMAT COMMUN DES FICHIERS MVTTRF        *
      * (ADSD233) ET MVTRET (ADSD235), CONCATENABLES EN ENTREE        *
      *---------------------------------------------------------------*
      *
       01  WS-MVT.
           05  WS-MVT-CDTYPMVT     PIC X(01).
               88  MVT-TRANSFERT             VALUE 'T'.
               88  MVT-RETOUR                VALUE 'R'.
           05  WS-MVT-CDNUMART     PIC X(08).
           05  WS-MVT-DEPOT-SRC    PIC X(03).
           05  WS-MVT-DEPOT-DST    PIC X(03).
           05  WS-MVT-CDFOURART    PIC X(08).
           05  WS-MVT-QTMVT        PIC X(06).
           05  WS-MVT-QTMVT-N REDEFINES WS-MVT-QTMVT
                                   PIC 9(06).
           05  WS-MVT-CDRUNPROP    PIC X(14).
           05  WS-MVT-CDUTIL       PIC X(08).
           05  FILLER              PIC X(29).

       77  WS-FIN-FICHIER       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER                VALUE 'O'.

       77  WS-MVT-VALIDE        PIC X(01) VALUE 'O'.
           88  MVT-ACCEPTE                VALUE 'O'.
           88  MVT-REJETE                 VALUE 'N'.

       77  WS-NB-LUS            PIC 9(06)      VALUE ZERO.
       77  WS-NB-ACCEPTES       PIC 9(06)      VALUE ZERO.
       77  WS-NB-REJETES        PIC 9(06)      VALUE ZERO.
       77  WS-NB-TRANSFERTS     PIC 9(06)      VALUE ZERO.
       77  WS-NB-RETOURS        PIC 9(06)      VALUE ZERO.
       77  WS-QT-TRANSFEREE     PIC 9(09)      VALUE ZERO.
       77  WS-QT-RETOURNEE      PIC 9(09)      VALUE ZERO.

       01  WS-LIG1.
           05  FILLER      PIC X      VALUE '*'.
           05  FILLER      PIC X(63)  VALUE ALL '-'.
           05  FILLER      PIC X      VALUE '*'.

       01  WS-LIG2.
           05  FILLER      PIC XX     VALUE '| '.
           05  FILLER      PIC X(22)  VALUE 'MOUVEMENTS DE STOCK   '.
           05  FILLER      PIC X(07)  VALUE '    DU '.
           05  WS-DATE-ED  PIC X(10).
           05  FILLER      PIC X(13)  VALUE '        PAGE '.
           05  WS-NO-PAGE-ED
                           PIC ZZZ9.
           05  FILLER      PIC X(06)  VALUE SPACES.
           05  FILLER      PIC X      VALUE '|'.

       01  WS-LIG4.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(03) VALUE 'TYP'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(14) VALUE 'RUN PROPOSIT.'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE 'ARTICLE'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(03) VALUE 'SRC'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(03) VALUE 'DST'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(06) VALUE '   QTE'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE 'UTIL'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(27) VALUE 'RESULTAT'.

       01  WS-LIG5.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-TYPE-ED      PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RUN-ED       PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-ART-ED       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-SRC-ED       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-DST-ED       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-QTE-ED       PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-UTIL-ED      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RESULTAT-ED  PIC X(27).

       01  WS-LIG6.
           05  FILLER        PIC X(21) VALUE 'MOUVEMENTS LUS      :'.
           05  WS-NB-LUS-ED  PIC ZZZZZ9.

       01  WS-LIG7.
           05  FILLER        PIC X(21) VALUE 'MOUVEMENTS ACCEPTES :'.
           05  WS-NB-ACCEPTES-ED
                             PIC ZZZZZ9.

       01  WS-LIG8.
           05  FILLER        PIC X(21) VALUE 'MOUVEMENTS REJETES  :'.
           05  WS-NB-REJETES-ED
                             PIC ZZZZZ9.

       01  WS-LIG9.
           05  FILLER        PIC X(21) VALUE 'TRANSFERTS PASSES   :'.
           05  WS-NB-TRF-ED  PIC ZZZZZ9.
           05  FILLER        PIC X(07) VALUE '  QTE :'.
           05  WS-QT-TRF-ED  PIC ZZZZZZZZ9.

       01  WS-LIG10.
           05  FILLER        PIC X(21) VALUE 'RETOURS PASSES      :'.
           05  WS-NB-RET-ED  PIC ZZZZZ9.
           05  FILLER        PIC X(07) VALUE '  QTE :'.
           05  WS-QT-RET-ED  PIC ZZZZZZZZ9.

       01  WS-LIG-ERR.
           05  FILLER            PIC X(11) VALUE 'ERREUR SQL '.
           05  WS-ERR-DATE       PIC X(10).
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-ERR-HEURE      PIC X(08).
           05  FILLER            PIC X(11) VALUE ' SQLCODE = '.
           05  WS-ERR-SQLCODE-ED PIC ----9.
           05  FILLER            PIC X(13) VALUE ' DERNIER ART '.
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
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
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

           PERFORM 9000-JOURNAL-DEBUT-DEB
              THRU 9000-JOURNAL-DEBUT-FIN.

           PERFORM 8000-ENTETE-DEB
              THRU 8000-ENTETE-FIN.

           PERFORM 6020-LIRE-MVT-DEB
              THRU 6020-LIRE-MVT-FIN.

           PERFORM 1000-MVT-DEB
              THRU 1000-MVT-FIN
             UNTIL FIN-FICHIER.

           EXEC SQL
                COMMIT
           END-EXEC.

           PERFORM 8040-TOTAUX-DEB
              THRU 8040-TOTAUX-FIN.

           IF WS-NB-REJETES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-NB-LUS      TO WS-RC-CPT1.
           MOVE WS-NB-ACCEPTES TO WS-RC-CPT2.
           MOVE WS-NB-REJETES  TO WS-RC-CPT3.
           COMPUTE WS-RC-CPT4 = WS-QT-TRANSFEREE + WS-QT-RETOURNEE.
           PERFORM 9010-JOURNAL-FIN-DEB
              THRU 9010-JOURNAL-FIN-FIN.

           PERFORM 6010-FERMER-DEB
              THRU 6010-FERMER-FIN.

           GOBACK.

       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   1XXX-  : TRAITEMENT DES MOUVEMENTS                          *
      *---------------------------------------------------------------*
      *
       1000-MVT-DEB.

           ADD 1 TO WS-NB-LUS.
           SET MVT-ACCEPTE TO TRUE.
           MOVE SPACES TO WS-RESULTAT-ED.

           PERFORM 1020-CONTROLE-DEB
              THRU 1020-CONTROLE-FIN.

           IF MVT-ACCEPTE
              PERFORM 1030-SORTIE-DEB
                 THRU 1030-SORTIE-FIN
           END-IF.

           IF MVT-ACCEPTE AND MVT-TRANSFERT
              PERFORM 1040-ENTREE-DEB
                 THRU 1040-ENTREE-FIN
           END-IF.

           IF MVT-ACCEPTE AND MVT-RETOUR
              PERFORM 1050-RETOUR-DEB
                 THRU 1050-RETOUR-FIN
           END-IF.

           IF MVT-ACCEPTE
              PERFORM 1060-JOURNAL-DEB
                 THRU 1060-JOURNAL-FIN
           END-IF.

           IF MVT-ACCEPTE
              ADD 1 TO WS-NB-ACCEPTES
              MOVE 'ACCEPTE' TO WS-RESULTAT-ED
              IF MVT-TRANSFERT
                 ADD 1         TO WS-NB-TRANSFERTS
                 ADD WS-QT-SQL TO WS-QT-TRANSFEREE
              ELSE
                 ADD 1         TO WS-NB-RETOURS
                 ADD WS-QT-SQL TO WS-QT-RETOURNEE
              END-IF
           ELSE
              ADD 1 TO WS-NB-REJETES
           END-IF.

           PERFORM 8010-CORPS-DEB
              THRU 8010-CORPS-FIN.

           PERFORM 6020-LIRE-MVT-DEB
              THRU 6020-LIRE-MVT-FIN.

       1000-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLES : TYPE, ZONES OBLIGATOIRES, VALIDATION (CDUTIL),    *
      * QUANTITE, PUIS EXISTENCE DE L'ARTICLE, MOUVEMENT NON DEJA     *
      * COMPTABILISE POUR LE MEME RUN DE PROPOSITION, DEPOTS CONNUS   *
      * DE TSTKDEPOT ET STOCK SUFFISANT AU DEPOT SOURCE               *
      *---------------------------------------------------------------*
      *
       1020-CONTROLE-DEB.

           IF NOT MVT-TRANSFERT AND NOT MVT-RETOUR
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - TYPE INCONNU' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-CDNUMART = SPACES
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - ARTICLE ABSENT' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-DEPOT-SRC = SPACES
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - DEPOT SRC ABSENT' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF MVT-TRANSFERT
              IF WS-MVT-DEPOT-DST = SPACES
                 SET MVT-REJETE TO TRUE
                 MOVE 'REJETE - DEPOT DEST ABSENT' TO WS-RESULTAT-ED
                 GO TO 1020-CONTROLE-FIN
              END-IF
              IF WS-MVT-DEPOT-DST = WS-MVT-DEPOT-SRC
                 SET MVT-REJETE TO TRUE
                 MOVE 'REJETE - DEPOTS IDENTIQUES' TO WS-RESULTAT-ED
                 GO TO 1020-CONTROLE-FIN
              END-IF
           END-IF.

           IF WS-MVT-CDRUNPROP = SPACES
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - RUN ABSENT' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-CDUTIL = SPACES
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - NON VALIDE' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-QTMVT IS NOT NUMERIC
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - QTE NON NUMERIQUE' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-QTMVT-N = ZERO
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - QTE NULLE' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           MOVE WS-MVT-CDTYPMVT  TO WS-TYP-SQL.
           MOVE WS-MVT-CDNUMART  TO WS-ART-SQL.
           MOVE WS-MVT-DEPOT-SRC TO WS-SRC-SQL.
           MOVE WS-MVT-DEPOT-DST TO WS-DST-SQL.
           MOVE WS-MVT-CDFOURART TO WS-FOUR-SQL.
           MOVE WS-MVT-QTMVT-N   TO WS-QT-SQL.
           MOVE WS-MVT-CDRUNPROP TO WS-RUN-SQL.
           MOVE WS-MVT-CDUTIL    TO WS-UTIL-SQL.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-NB-SQL
                  FROM TARTICL
                 WHERE CDNUMART = :WS-ART-SQL
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF WS-NB-SQL = ZERO
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - ARTICLE INCONNU' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-NB-SQL
                  FROM TMVTSTK
                 WHERE CDRUNPROP  = :WS-RUN-SQL
                   AND CDTYPMVT   = :WS-TYP-SQL
                   AND CDNUMART   = :WS-ART-SQL
                   AND CDDEPOTSRC = :WS-SRC-SQL
                   AND CDDEPOTDST = :WS-DST-SQL
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF WS-NB-SQL > ZERO
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - DEJA COMPTABILISE' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-NB-SQL
                  FROM TSTKDEPOT
                 WHERE CDDEPOT = :WS-SRC-SQL
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF WS-NB-SQL = ZERO
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - DEPOT SRC INCONNU' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF MVT-TRANSFERT
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-NB-SQL
                     FROM TSTKDEPOT
                    WHERE CDDEPOT = :WS-DST-SQL
              END-EXEC
              IF SQLCODE < 0
                 PERFORM 8020-ANOMALIE-DEB
                    THRU 8020-ANOMALIE-FIN
              END-IF
              IF WS-NB-SQL = ZERO
                 SET MVT-REJETE TO TRUE
                 MOVE 'REJETE - DEPOT DEST INCONNU' TO WS-RESULTAT-ED
                 GO TO 1020-CONTROLE-FIN
              END-IF
           END-IF.

           EXEC SQL
                SELECT QTSTKDEPOT
                  INTO :WS-QTSTK-SQL
                  FROM TSTKDEPOT
                 WHERE CDNUMART = :WS-ART-SQL
                   AND CDDEPOT  = :WS-SRC-SQL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE ZERO TO WS-QTSTK-SQL
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           IF WS-QT-SQL > WS-QTSTK-SQL
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - STOCK INSUFFISANT' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

       1020-CONTROLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SORTIE DU DEPOT SOURCE. LA CONDITION SUR LE STOCK PROTEGE     *
      * CONTRE UNE VENTE INTERVENUE ENTRE LE CONTROLE ET LA MISE A    *
      * JOUR                                                          *
      *---------------------------------------------------------------*
      *
       1030-SORTIE-DEB.

           EXEC SQL
                UPDATE TSTKDEPOT
                   SET QTSTKDEPOT = QTSTKDEPOT - :WS-QT-SQL
                 WHERE CDNUMART   = :WS-ART-SQL
                   AND CDDEPOT    = :WS-SRC-SQL
                   AND QTSTKDEPOT >= :WS-QT-SQL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   SET MVT-REJETE TO TRUE
                   MOVE 'REJETE - STOCK INSUFFISANT' TO WS-RESULTAT-ED
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

       1030-SORTIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TRANSFERT : ENTREE AU DEPOT DESTINATAIRE, CREATION DE LA      *
      * LIGNE TSTKDEPOT SI L'ARTICLE N'Y ETAIT PAS ENCORE STOCKE.     *
      * QTSTKART EST INCHANGE (SOMME DES DEPOTS CONSTANTE)            *
      *---------------------------------------------------------------*
      *
       1040-ENTREE-DEB.

           EXEC SQL
                UPDATE TSTKDEPOT
                   SET QTSTKDEPOT = QTSTKDEPOT + :WS-QT-SQL
                 WHERE CDNUMART   = :WS-ART-SQL
                   AND CDDEPOT    = :WS-DST-SQL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   GO TO 1040-ENTREE-FIN
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
                INSERT INTO TSTKDEPOT
                       (CDNUMART, CDDEPOT, QTSTKDEPOT)
                VALUES (:WS-ART-SQL, :WS-DST-SQL, :WS-QT-SQL)
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

       1040-ENTREE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RETOUR FOURNISSEUR : LA MARCHANDISE QUITTE LE STOCK, QTSTKART *
      * SUIT LA SORTIE DU DEPOT POUR RESTER EGAL A LA SOMME DES       *
      * DEPOTS CONTROLEE PAR ADSD232                                  *
      *---------------------------------------------------------------*
      *
       1050-RETOUR-DEB.

           EXEC SQL
                UPDATE TARTICL
                   SET QTSTKART = QTSTKART - :WS-QT-SQL
                 WHERE CDNUMART = :WS-ART-SQL
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

       1050-RETOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * JOURNAL DES MOUVEMENTS DE STOCK : ORIGINE (T / R), RUN DE     *
      * PROPOSITION, UTILISATEUR VALIDEUR ET RUN DE COMPTABILISATION  *
      *---------------------------------------------------------------*
      *
       1060-JOURNAL-DEB.

           EXEC SQL
                INSERT INTO TMVTSTK
                       (CDRUNMVT, CDTYPMVT, CDNUMART, CDDEPOTSRC,
                        CDDEPOTDST, CDFOURMVT, QTMVTSTK, CDRUNPROP,
                        CDUTILMVT, DTMVTSTK)
                VALUES (:WS-RC-RUNID, :WS-TYP-SQL, :WS-ART-SQL,
                        :WS-SRC-SQL, :WS-DST-SQL, :WS-FOUR-SQL,
                        :WS-QT-SQL, :WS-RUN-SQL, :WS-UTIL-SQL,
                        CURRENT DATE)
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

       1060-JOURNAL-FIN.
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

            OPEN INPUT  MVTSTK.
            OPEN OUTPUT RAPPORT.
            OPEN OUTPUT ERRLOG.

       6000-OUVRIR-FIN.
            EXIT.

       6010-FERMER-DEB.

            CLOSE MVTSTK.
            CLOSE RAPPORT.
            CLOSE ERRLOG.

       6010-FERMER-FIN.
            EXIT.

       6020-LIRE-MVT-DEB.

            READ MVTSTK INTO WS-MVT
               AT END
                  SET FIN-FICHIER TO TRUE
            END-READ.

       6020-LIRE-MVT-FIN.
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
            WRITE RAPPORT-ENR FROM WS-LIG4.
            ADD 4 TO WS-NB-LIGNE-PAGE.

       8000-ENTETE-FIN.
           EXIT.

       8005-SAUT-PAGE-DEB.

            IF WS-NB-LIGNE-PAGE NOT < WS-MAX-LIGNE-PAGE
               PERFORM 8000-ENTETE-DEB
                  THRU 8000-ENTETE-FIN
            END-IF.

       8005-SAUT-PAGE-FIN.
           EXIT.

       8010-CORPS-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.

            EVALUATE TRUE
               WHEN MVT-TRANSFERT    MOVE 'TRF' TO WS-TYPE-ED
               WHEN MVT-RETOUR       MOVE 'RET' TO WS-TYPE-ED
               WHEN OTHER
                    MOVE WS-MVT-CDTYPMVT TO WS-TYPE-ED
            END-EVALUATE.
            MOVE WS-MVT-CDRUNPROP TO WS-RUN-ED.
            MOVE WS-MVT-CDNUMART  TO WS-ART-ED.
            MOVE WS-MVT-DEPOT-SRC TO WS-SRC-ED.
            MOVE WS-MVT-DEPOT-DST TO WS-DST-ED.
            IF WS-MVT-QTMVT IS NUMERIC
               MOVE WS-MVT-QTMVT-N TO WS-QTE-ED
            ELSE
               MOVE ZERO           TO WS-QTE-ED
            END-IF.
            MOVE WS-MVT-CDUTIL    TO WS-UTIL-ED.
            WRITE RAPPORT-ENR FROM WS-LIG5.
            ADD 1 TO WS-NB-LIGNE-PAGE.

       8010-CORPS-FIN.
           EXIT.

       8040-TOTAUX-DEB.

            MOVE WS-NB-LUS        TO WS-NB-LUS-ED.
            MOVE WS-NB-ACCEPTES   TO WS-NB-ACCEPTES-ED.
            MOVE WS-NB-REJETES    TO WS-NB-REJETES-ED.
            MOVE WS-NB-TRANSFERTS TO WS-NB-TRF-ED.
            MOVE WS-QT-TRANSFEREE TO WS-QT-TRF-ED.
            MOVE WS-NB-RETOURS    TO WS-NB-RET-ED.
            MOVE WS-QT-RETOURNEE  TO WS-QT-RET-ED.

            WRITE RAPPORT-ENR FROM WS-LIG1.
            WRITE RAPPORT-ENR FROM WS-LIG6.
            WRITE RAPPORT-ENR FROM WS-LIG7.
            WRITE RAPPORT-ENR FROM WS-LIG8.
            WRITE RAPPORT-ENR FROM WS-LIG9.
            WRITE RAPPORT-ENR FROM WS-LIG10.

       8040-TOTAUX-FIN.
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
            MOVE WS-MVT-CDNUMART        TO WS-ERR-CDNUMART.
            WRITE ERRLOG-ENR FROM WS-LIG-ERR.

            DISPLAY 'PROBLEME DE CODE SQL : ' SQLCODE.
            DISPLAY 'ARTICLE EN COURS AU MOMENT DE L''ANOMALIE : '
                    WS-MVT-CDNUMART.

            EXEC SQL
                 ROLLBACK
            END-EXEC.

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
