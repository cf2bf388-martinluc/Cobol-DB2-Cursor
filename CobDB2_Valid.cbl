      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSD236                                   *
      *  NOM DU REDACTEUR : MARTINLUC                                 *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * VALIDATION ACHETEUR DES DEMARQUES PROPOSEES PAR LA SIMULATION *
      * ADSD225 (MODE P) ET ENREGISTREES DANS TPROPSOLD. A PARTIR     *
      * D'UN FICHIER DE MOUVEMENTS, CHAQUE PROPOSITION D'UN PASSAGE   *
      * EST APPROUVEE (A), REJETEE (R) OU APPROUVEE AVEC UN PRIX      *
      * FORCE PAR L'ACHETEUR (F). SEULES LES PROPOSITIONS APPROUVEES  *
      * (A OU F) SONT APPLIQUEES PAR ADSD225 EN MODE SOLDE. CONTROLES *
      * : ACTION CONNUE, PROPOSITION EXISTANTE ET NON ENCORE SOLDEE,  *
      * UTILISATEUR RENSEIGNE, PRIX FORCE NUMERIQUE, NON NUL ET       *
      * INFERIEUR AU PRIX AVANT DEMARQUE. TRACE QUI A DECIDE QUOI :   *
      * CDUTILMAJ / DTMAJPROP SUR LA TABLE ET COMPTE RENDU ACCEPTE /  *
      * REJETE PAR MOUVEMENT.                                         *
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
       PROGRAM-ID.      ADSD236.
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
           SELECT MVTPROP      ASSIGN TO MVTPROP
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
       FD  MVTPROP
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS MVTPROP-ENR.
       01  MVTPROP-ENR             PIC X(80).
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

       77  WS-RUN-SQL           PIC X(14).
       77  WS-ART-SQL           PIC X(08).
       77  WS-ETAT-SQL          PIC X(01).
       77  WS-PXAVANT-SQL       PIC S9(8)V99 COMP-3.
       77  WS-PXAPRES-SQL       PIC S9(8)V99 COMP-3.
       77  WS-PXVALID-SQL       PIC S9(8)V99 COMP-3.
       77  WS-UTIL-SQL          PIC X(08).

       77  WS-RC-PGM            PIC X(08) VALUE 'ADSD236'.
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

       01  WS-MVT.
           05  WS-MVT-CDACTION     PIC X(01).
               88  ACTION-APPROUVE           VALUE 'A'.
               88  ACTION-REJET              VALUE 'R'.
               88  ACTION-FORCE              VALUE 'F'.
           05  WS-MVT-CDRUNPROP    PIC X(14).
           05  WS-MVT-CDNUMART     PIC X(08).
           05  WS-MVT-PXFORCE      PIC X(10).
           05  WS-MVT-PXFORCE-N REDEFINES WS-MVT-PXFORCE
                                   PIC 9(8)V99.
           05  WS-MVT-CDUTIL       PIC X(08).
           05  FILLER              PIC X(39).

       77  WS-FIN-FICHIER       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER                VALUE 'O'.

       77  WS-MVT-VALIDE        PIC X(01) VALUE 'O'.
           88  MVT-ACCEPTE                VALUE 'O'.
           88  MVT-REJETE                 VALUE 'N'.

       77  WS-NB-LUS            PIC 9(06)      VALUE ZERO.
       77  WS-NB-ACCEPTES       PIC 9(06)      VALUE ZERO.
       77  WS-NB-REJETES        PIC 9(06)      VALUE ZERO.

       01  WS-LIG1.
           05  FILLER      PIC X      VALUE '*'.
           05  FILLER      PIC X(63)  VALUE ALL '-'.
           05  FILLER      PIC X      VALUE '*'.

       01  WS-LIG2.
           05  FILLER      PIC XX     VALUE '| '.
           05  FILLER      PIC X(22)  VALUE 'VALIDATION ACHETEURS '.
           05  FILLER      PIC X(07)  VALUE '    DU '.
           05  WS-DATE-ED  PIC X(10).
           05  FILLER      PIC X(13)  VALUE '        PAGE '.
           05  WS-NO-PAGE-ED
                           PIC ZZZ9.
           05  FILLER      PIC X(06)  VALUE SPACES.
           05  FILLER      PIC X      VALUE '|'.

       01  WS-LIG5.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-ACTION-ED    PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RUN-ED       PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-ART-ED       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-PRIX-ED      PIC ZZZZZZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-UTIL-ED      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RESULTAT-ED  PIC X(30).

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

           MOVE WS-NB-LUS      TO WS-RC-CPT1.
           MOVE WS-NB-ACCEPTES TO WS-RC-CPT2.
           MOVE WS-NB-REJETES  TO WS-RC-CPT3.
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
              PERFORM 1030-DECISION-DEB
                 THRU 1030-DECISION-FIN
           END-IF.

           IF MVT-ACCEPTE
              ADD 1 TO WS-NB-ACCEPTES
              MOVE 'ACCEPTE' TO WS-RESULTAT-ED
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
      * CONTROLES : CODE ACTION, PASSAGE ET ARTICLE RENSEIGNES,       *
      * UTILISATEUR RENSEIGNE, PRIX FORCE NUMERIQUE ET NON NUL POUR   *
      * L'ACTION F, PUIS EXISTENCE DE LA PROPOSITION, ETAT NON SOLDE  *
      * ET PRIX FORCE INFERIEUR AU PRIX AVANT DEMARQUE                *
      *---------------------------------------------------------------*
      *
       1020-CONTROLE-DEB.

           IF NOT ACTION-APPROUVE AND NOT ACTION-REJET
                                  AND NOT ACTION-FORCE
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - ACTION INCONNUE' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-CDRUNPROP = SPACES
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - PASSAGE ABSENT' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-CDNUMART = SPACES
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - ARTICLE ABSENT' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-CDUTIL = SPACES
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - UTILISATEUR ABSENT' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF ACTION-FORCE
              IF WS-MVT-PXFORCE IS NOT NUMERIC
                 SET MVT-REJETE TO TRUE
                 MOVE 'REJETE - PRIX NON NUMERIQUE' TO WS-RESULTAT-ED
                 GO TO 1020-CONTROLE-FIN
              END-IF
              IF WS-MVT-PXFORCE-N = ZERO
                 SET MVT-REJETE TO TRUE
                 MOVE 'REJETE - PRIX FORCE NUL' TO WS-RESULTAT-ED
                 GO TO 1020-CONTROLE-FIN
              END-IF
           END-IF.

           MOVE WS-MVT-CDRUNPROP TO WS-RUN-SQL.
           MOVE WS-MVT-CDNUMART  TO WS-ART-SQL.
           MOVE WS-MVT-CDUTIL    TO WS-UTIL-SQL.

           EXEC SQL
                SELECT CDETATPROP, PXAVANTPROP, PXAPRESPROP
                  INTO :WS-ETAT-SQL, :WS-PXAVANT-SQL, :WS-PXAPRES-SQL
                  FROM TPROPSOLD
                 WHERE CDRUNPROP = :WS-RUN-SQL
                   AND CDNUMART  = :WS-ART-SQL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   SET MVT-REJETE TO TRUE
                   MOVE 'REJETE - PROPOSITION INCONNUE'
                     TO WS-RESULTAT-ED
                   GO TO 1020-CONTROLE-FIN
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           IF WS-ETAT-SQL = 'S'
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - DEJA SOLDEE' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF ACTION-FORCE
              IF WS-MVT-PXFORCE-N NOT < WS-PXAVANT-SQL
                 SET MVT-REJETE TO TRUE
                 MOVE 'REJETE - PRIX FORCE >= AVANT' TO WS-RESULTAT-ED
                 GO TO 1020-CONTROLE-FIN
              END-IF
           END-IF.

       1020-CONTROLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DECISION ACHETEUR : LE PRIX VALIDE EST LE PRIX PROPOSE (A),   *
      * LE PRIX FORCE (F) OU INCHANGE (R, LA PROPOSITION NE SERA PAS  *
      * APPLIQUEE). UNE DECISION PEUT ETRE REVUE TANT QUE LE PASSAGE  *
      * N'A PAS ETE SOLDE                                             *
      *---------------------------------------------------------------*
      *
       1030-DECISION-DEB.

           EVALUATE TRUE
              WHEN ACTION-APPROUVE
                   MOVE 'A'               TO WS-ETAT-SQL
                   MOVE WS-PXAPRES-SQL    TO WS-PXVALID-SQL
              WHEN ACTION-FORCE
                   MOVE 'F'               TO WS-ETAT-SQL
                   MOVE WS-MVT-PXFORCE-N  TO WS-PXVALID-SQL
              WHEN ACTION-REJET
                   MOVE 'R'               TO WS-ETAT-SQL
                   MOVE WS-PXAVANT-SQL    TO WS-PXVALID-SQL
           END-EVALUATE.

           EXEC SQL
                UPDATE TPROPSOLD
                   SET CDETATPROP  = :WS-ETAT-SQL,
                       PXVALIDPROP = :WS-PXVALID-SQL,
                       CDUTILMAJ   = :WS-UTIL-SQL,
                       DTMAJPROP   = CURRENT DATE
                 WHERE CDRUNPROP   = :WS-RUN-SQL
                   AND CDNUMART    = :WS-ART-SQL
                   AND CDETATPROP <> 'S'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   SET MVT-REJETE TO TRUE
                   MOVE 'REJETE - DEJA SOLDEE' TO WS-RESULTAT-ED
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

       1030-DECISION-FIN.
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

            OPEN INPUT  MVTPROP.
            OPEN OUTPUT RAPPORT.
            OPEN OUTPUT ERRLOG.

       6000-OUVRIR-FIN.
            EXIT.

       6010-FERMER-DEB.

            CLOSE MVTPROP.
            CLOSE RAPPORT.
            CLOSE ERRLOG.

       6010-FERMER-FIN.
            EXIT.

       6020-LIRE-MVT-DEB.

            READ MVTPROP INTO WS-MVT
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
            ADD 3 TO WS-NB-LIGNE-PAGE.

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
               WHEN ACTION-APPROUVE  MOVE 'APP' TO WS-ACTION-ED
               WHEN ACTION-REJET     MOVE 'REJ' TO WS-ACTION-ED
               WHEN ACTION-FORCE     MOVE 'FRC' TO WS-ACTION-ED
               WHEN OTHER
                    MOVE WS-MVT-CDACTION TO WS-ACTION-ED
            END-EVALUATE.
            MOVE WS-MVT-CDRUNPROP TO WS-RUN-ED.
            MOVE WS-MVT-CDNUMART  TO WS-ART-ED.
            IF MVT-ACCEPTE
               MOVE WS-PXVALID-SQL   TO WS-PRIX-ED
            ELSE
               IF WS-MVT-PXFORCE IS NUMERIC
                  MOVE WS-MVT-PXFORCE-N TO WS-PRIX-ED
               ELSE
                  MOVE ZERO             TO WS-PRIX-ED
               END-IF
            END-IF.
            MOVE WS-MVT-CDUTIL    TO WS-UTIL-ED.
            WRITE RAPPORT-ENR FROM WS-LIG5.
            ADD 1 TO WS-NB-LIGNE-PAGE.

       8010-CORPS-FIN.
           EXIT.

       8040-TOTAUX-DEB.

            MOVE WS-NB-LUS      TO WS-NB-LUS-ED.
            MOVE WS-NB-ACCEPTES TO WS-NB-ACCEPTES-ED.
            MOVE WS-NB-REJETES  TO WS-NB-REJETES-ED.

            WRITE RAPPORT-ENR FROM WS-LIG1.
            WRITE RAPPORT-ENR FROM WS-LIG6.
            WRITE RAPPORT-ENR FROM WS-LIG7.
            WRITE RAPPORT-ENR FROM WS-LIG8.

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
