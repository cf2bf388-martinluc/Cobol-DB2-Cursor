      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSD238                                   *
      *  NOM DU REDACTEUR : MARTINLUC                                 *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * COMPTABILISATION DE LA DEMARQUE REALISEE : POUR CHAQUE        *
      * PASSAGE ADSD225 MODE SOLDE TERMINE (TRUNCTL) ET NON ENCORE    *
      * COMPTABILISE, VALORISATION DE LA DEVALORISATION DE CHAQUE     *
      * PRIX APPLIQUE (TARTSOLD : (PXVTEART - PXAPRESSOLD) X QTSTKART)*
      * VENTILEE PAR CATEGORIE ET PAR DEPOT (TSTKDEPOT), LE RELIQUAT  *
      * NON VENTILABLE ETANT PORTE SUR LE DEPOT '***'. FICHIER        *
      * D'EXTRACTION (EXTRDEM) AU FORMAT DE L'EXTRGL D'ADSD229 :      *
      * ENTETE (1), ECRITURES (2), EXTOURNES (3) ET FIN (9) AVEC      *
      * TOTAUX DE CONTROLE. LES ARTICLES D'UN PASSAGE COMPTABILISE    *
      * DONT LE PRIX A ETE RESTAURE PAR ADSD228 (DTANNULSOLD) SONT    *
      * EXTOURNES ARTICLE PAR ARTICLE, VALORISES COMME A L'ECRITURE ; *
      * LES ARTICLES IGNORES PAR ADSD228 RESTENT COMPTABILISES. LES   *
      * POSTES SONT CONSERVES DANS TGLSOLD : UN PASSAGE N'EST JAMAIS  *
      * COMPTABILISE DEUX FOIS, UN ARTICLE JAMAIS EXTOURNE DEUX FOIS  *
      * (DTEXTGLSOLD).                                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS --               *
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! EXTOURNE LIMITEE AUX ARTICLES RESTAURES PAR   *
      *               ! ADSD228 (DTANNULSOLD), Y COMPRIS SUR UNE      *
      *               ! ANNULATION INTERROMPUE ; ARTICLE EXTOURNE     *
      *               ! MARQUE DANS TARTSOLD (DTEXTGLSOLD) ; POSTES   *
      *               ! TGLSOLD CUMULES PAR EXECUTION (CDRUNGL)       *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ADSD238.
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

           SELECT EXTRDEM      ASSIGN TO EXTRDEM
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
       FD  EXTRDEM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS EXTRDEM-ENR.
       01  EXTRDEM-ENR             PIC X(80).
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

       77  WS-GL-RUN            PIC X(14).
       77  WS-GL-DTEVT          PIC X(10).
       77  WS-GL-TYP            PIC X(01).
       77  WS-GL-CAT            PIC X(05).
       77  WS-GL-DEPOT          PIC X(03).
       77  WS-GL-QT             PIC S9(9) COMP.
       77  WS-GL-MT             PIC S9(11)V99 COMP-3.
       77  WS-ART-SQL           PIC X(08).
       77  WS-CAT-SQL           PIC X(05).
       77  WS-ECART-SQL         PIC S9(8)V99 COMP-3.
       77  WS-QTART-SQL         PIC S9(9) COMP.
       77  WS-DEPOT-SQL         PIC X(03).
       77  WS-QTDEP-SQL         PIC S9(9) COMP.

       77  WS-RC-PGM            PIC X(08) VALUE 'ADSD238'.
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

      *---------------------------------------------------------------*
      * PASSAGES MODE SOLDE TERMINES, SANS LIGNE ENCORE EN COURS      *
      * (REPRISE NON ABOUTIE), PAS ENCORE COMPTABILISES               *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS1
              CURSOR FOR
              SELECT R.CDRUNSOLD, MIN(R.DTRUNCTL)
                FROM TRUNCTL R
               WHERE R.CDPGMRUN  = 'ADSD225'
                 AND R.CDMODERUN = 'M'
                 AND R.CDETATRUN = 'T'
                 AND NOT EXISTS (SELECT 1
                                   FROM TRUNCTL E
                                  WHERE E.CDPGMRUN  = 'ADSD225'
                                    AND E.CDRUNSOLD = R.CDRUNSOLD
                                    AND E.CDETATRUN = 'E')
                 AND NOT EXISTS (SELECT 1
                                   FROM TGLSOLD G
                                  WHERE G.CDRUNSOLD = R.CDRUNSOLD
                                    AND G.CDTYPGL   = '2')
               GROUP BY R.CDRUNSOLD
               ORDER BY R.CDRUNSOLD
           END-EXEC.

      *---------------------------------------------------------------*
      * PRIX APPLIQUES PAR LE PASSAGE : ECART AVANT / APRES ET STOCK  *
      * DE L'ARTICLE AU MOMENT DU PASSAGE                             *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS2
              CURSOR FOR
              SELECT T.CDNUMART, A.CDCATART,
                     T.PXVTEART - T.PXAPRESSOLD, T.QTSTKART
                FROM TARTSOLD T, TARTICL A
               WHERE T.CDRUNSOLD   = :WS-GL-RUN
                 AND T.PXAPRESSOLD IS NOT NULL
                 AND A.CDNUMART    = T.CDNUMART
               ORDER BY T.CDNUMART
           END-EXEC.

           EXEC SQL
              DECLARE CURS3
              CURSOR FOR
              SELECT CDDEPOT, QTSTKDEPOT
                FROM TSTKDEPOT
               WHERE CDNUMART   = :WS-ART-SQL
                 AND QTSTKDEPOT > 0
               ORDER BY CDDEPOT
           END-EXEC.

      *---------------------------------------------------------------*
      * PASSAGES COMPTABILISES AYANT DES ARTICLES RESTAURES PAR       *
      * ADSD228 PAS ENCORE EXTOURNES ; DATE = DERNIERE RESTAURATION   *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS4
              CURSOR FOR
              SELECT T.CDRUNSOLD, MAX(T.DTANNULSOLD)
                FROM TARTSOLD T
               WHERE T.PXAPRESSOLD IS NOT NULL
                 AND T.DTANNULSOLD IS NOT NULL
                 AND T.DTEXTGLSOLD IS NULL
                 AND EXISTS (SELECT 1
                               FROM TGLSOLD G
                              WHERE G.CDRUNSOLD = T.CDRUNSOLD
                                AND G.CDTYPGL   = '2'
                                AND G.CDCATART  = ' ')
               GROUP BY T.CDRUNSOLD
               ORDER BY T.CDRUNSOLD
           END-EXEC.

      *---------------------------------------------------------------*
      * ARTICLES RESTAURES DU PASSAGE A EXTOURNER, VALORISES COMME    *
      * A L'ECRITURE (CURS2)                                          *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS6
              CURSOR FOR
              SELECT T.CDNUMART, A.CDCATART,
                     T.PXVTEART - T.PXAPRESSOLD, T.QTSTKART
                FROM TARTSOLD T, TARTICL A
               WHERE T.CDRUNSOLD   = :WS-GL-RUN
                 AND T.PXAPRESSOLD IS NOT NULL
                 AND T.DTANNULSOLD IS NOT NULL
                 AND T.DTEXTGLSOLD IS NULL
                 AND A.CDNUMART    = T.CDNUMART
               ORDER BY T.CDNUMART
           END-EXEC.

      *---------------------------------------------------------------*
      * POSTES D'UN PASSAGE CREES PAR L'EXECUTION (HORS LIGNE TOTAL A *
      * CATEGORIE A BLANC) POUR ECRITURE DU FICHIER ET DU RAPPORT     *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS5
              CURSOR FOR
              SELECT CDCATART, CDDEPOT, QTGLSOLD, MTGLSOLD
                FROM TGLSOLD
               WHERE CDRUNSOLD = :WS-GL-RUN
                 AND CDTYPGL   = :WS-GL-TYP
                 AND CDRUNGL   = :WS-RC-RUNID
                 AND CDCATART <> ' '
               ORDER BY CDCATART, CDDEPOT
           END-EXEC.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.

       77  WS-QT-RESTE          PIC S9(9) COMP VALUE ZERO.
       77  WS-QT-AFFECT         PIC S9(9) COMP VALUE ZERO.

       77  WS-RUN-QT            PIC S9(9) COMP VALUE ZERO.
       77  WS-RUN-MT            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-RUN-NB-ART        PIC 9(07)      VALUE ZERO.

       77  WS-NB-COMPTA         PIC 9(06)      VALUE ZERO.
       77  WS-NB-EXTOURNE       PIC 9(06)      VALUE ZERO.
       77  WS-NB-ARTICLES       PIC 9(07)      VALUE ZERO.
       77  WS-GL-NB-DET         PIC 9(07)      VALUE ZERO.
       77  WS-TOT-COMPTA        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-TOT-EXTOURNE      PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  WS-DATE-ISO          PIC X(10).

       01  WS-GL-ENTETE.
           05  FILLER            PIC X(01) VALUE '1'.
           05  WS-GL-ENT-DATE    PIC X(10).
           05  FILLER            PIC X(69) VALUE SPACES.

      *---------------------------------------------------------------*
      * ECRITURE (TYPE 2) OU EXTOURNE (TYPE 3) D'UN POSTE PASSAGE X   *
      * CATEGORIE X DEPOT ; DATE = DATE DU PASSAGE (2) OU DE SON      *
      * ANNULATION (3)                                                *
      *---------------------------------------------------------------*
      *
       01  WS-GL-DETAIL.
           05  WS-GL-DET-TYPE    PIC X(01).
           05  WS-GL-DET-RUN     PIC X(14).
           05  WS-GL-DET-DATE    PIC X(10).
           05  WS-GL-CDCATART    PIC X(05).
           05  WS-GL-CDDEPOT     PIC X(03).
           05  WS-GL-QUANTITE    PIC 9(09).
           05  WS-GL-DEVALO      PIC 9(11)V99.
           05  FILLER            PIC X(25) VALUE SPACES.

       01  WS-GL-FIN.
           05  FILLER            PIC X(01) VALUE '9'.
           05  WS-GL-NB-DET-ED   PIC 9(07).
           05  WS-GL-TOT-CPT-ED  PIC 9(13)V99.
           05  WS-GL-TOT-EXT-ED  PIC 9(13)V99.
           05  FILLER            PIC X(42) VALUE SPACES.

       01  WS-LIG1.
           05  FILLER      PIC X      VALUE '*'.
           05  FILLER      PIC X(63)  VALUE ALL '-'.
           05  FILLER      PIC X      VALUE '*'.

       01  WS-LIG2.
           05  FILLER      PIC XX     VALUE '| '.
           05  FILLER      PIC X(22)  VALUE 'COMPTABILISATION SOLDE'.
           05  FILLER      PIC X(07)  VALUE '    DU '.
           05  WS-DATE-ED  PIC X(10).
           05  FILLER      PIC X(13)  VALUE '        PAGE '.
           05  WS-NO-PAGE-ED
                           PIC ZZZ9.
           05  FILLER      PIC X(06)  VALUE SPACES.
           05  FILLER      PIC X      VALUE '|'.

       01  WS-LIG-RUN.
           05  FILLER          PIC X(08) VALUE 'PASSAGE '.
           05  WS-RUN-ED       PIC X(14).
           05  FILLER          PIC X(04) VALUE ' DU '.
           05  WS-RUN-DATE-ED  PIC X(10).
           05  FILLER          PIC X(03) VALUE ' : '.
           05  WS-RUN-SENS-ED  PIC X(16).

       01  WS-LIG-DET.
           05  FILLER          PIC X(04) VALUE 'CAT '.
           05  WS-DET-CAT-ED   PIC X(05).
           05  FILLER          PIC X(05) VALUE ' DEP '.
           05  WS-DET-DEPOT-ED PIC X(03).
           05  FILLER          PIC X(05) VALUE ' QTE '.
           05  WS-DET-QTE-ED   PIC ZZZZZZZZ9.
           05  FILLER          PIC X(08) VALUE ' DEVALO '.
           05  WS-DET-MT-ED    PIC ZZZZZZZZZZ9,99.

       01  WS-LIG-TOT-RUN.
           05  FILLER          PIC X(16) VALUE 'TOTAL PASSAGE : '.
           05  FILLER          PIC X(05) VALUE ' QTE '.
           05  WS-TRUN-QTE-ED  PIC ZZZZZZZZ9.
           05  FILLER          PIC X(08) VALUE ' DEVALO '.
           05  WS-TRUN-MT-ED   PIC ZZZZZZZZZZ9,99.

       01  WS-LIG-VIDE.
           05  FILLER          PIC X(28)
               VALUE 'AUCUN PRIX APPLIQUE VALORISE'.

       01  WS-LIG6.
           05  FILLER        PIC X(21) VALUE 'RUNS COMPTABILISES  :'.
           05  WS-NB-CPT-ED  PIC ZZZZZ9.

       01  WS-LIG7.
           05  FILLER        PIC X(21) VALUE 'RUNS EXTOURNES      :'.
           05  WS-NB-EXT-ED  PIC ZZZZZ9.

       01  WS-LIG8.
           05  FILLER        PIC X(21) VALUE 'ECRITURES GENEREES  :'.
           05  WS-NB-DET-ED  PIC ZZZZZZ9.

       01  WS-LIG9.
           05  FILLER        PIC X(21) VALUE 'DEMARQUE COMPTA     :'.
           05  WS-TOT-CPT-ED PIC ZZZZZZZZZZZZ9,99.

       01  WS-LIG10.
           05  FILLER        PIC X(21) VALUE 'DEMARQUE EXTOURNEE  :'.
           05  WS-TOT-EXT-ED PIC ZZZZZZZZZZZZ9,99.

       01  WS-LIG-ERR.
           05  FILLER            PIC X(11) VALUE 'ERREUR SQL '.
           05  WS-ERR-DATE       PIC X(10).
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-ERR-HEURE      PIC X(08).
           05  FILLER            PIC X(11) VALUE ' SQLCODE = '.
           05  WS-ERR-SQLCODE-ED PIC ----9.
           05  FILLER            PIC X(13) VALUE ' DERNIER RUN='.
           05  WS-ERR-RUN        PIC X(14).

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
           STRING WS-DATE-AAAA '-'
                  WS-DATE-MM   '-'
                  WS-DATE-JJ
                  DELIMITED BY SIZE INTO WS-DATE-ISO.

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

           MOVE WS-DATE-ISO TO WS-GL-ENT-DATE.
           WRITE EXTRDEM-ENR FROM WS-GL-ENTETE.

           EXEC SQL
                OPEN CURS1
           END-EXEC.

           PERFORM 1000-SQL-DEB
              THRU 1000-SQL-FIN
             UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CURS1
           END-EXEC.

           PERFORM 1100-EXTOURNES-DEB
              THRU 1100-EXTOURNES-FIN.

           MOVE WS-GL-NB-DET    TO WS-GL-NB-DET-ED.
           MOVE WS-TOT-COMPTA   TO WS-GL-TOT-CPT-ED.
           MOVE WS-TOT-EXTOURNE TO WS-GL-TOT-EXT-ED.
           WRITE EXTRDEM-ENR FROM WS-GL-FIN.

      *    LE FICHIER EST COMPLET : LES POSTES TGLSOLD SONT VALIDES
      *    EN UNE FOIS, UNE RELANCE APRES ABEND REPREND TOUT
           EXEC SQL
                COMMIT
           END-EXEC.

           PERFORM 8040-TOTAUX-DEB
              THRU 8040-TOTAUX-FIN.

           MOVE WS-NB-COMPTA   TO WS-RC-CPT1.
           MOVE WS-NB-EXTOURNE TO WS-RC-CPT2.
           MOVE WS-GL-NB-DET   TO WS-RC-CPT3.
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
      *   1XXX-  : TRAITEMENT DES PASSAGES                            *
      *---------------------------------------------------------------*
      *
       1000-SQL-DEB.

           EXEC SQL
                FETCH CURS1
                INTO :WS-GL-RUN,
                     :WS-GL-DTEVT
           END-EXEC.

           IF SQLCODE = 100
              CONTINUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 7000-COMPTA-RUN-DEB
                                  THRU 7000-COMPTA-RUN-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       1000-SQL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EXTOURNE DES ARTICLES RESTAURES PAR ADSD228 : SEULS LES PRIX  *
      * EFFECTIVEMENT RESTAURES SONT EXTOURNES, UNE SEULE FOIS, MEME  *
      * QUAND L'ANNULATION S'EST ARRETEE EN COURS DE PASSAGE          *
      *---------------------------------------------------------------*
      *
       1100-EXTOURNES-DEB.

           EXEC SQL
                OPEN CURS4
           END-EXEC.

           PERFORM 1110-SQL4-DEB
              THRU 1110-SQL4-FIN
             UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CURS4
           END-EXEC.

       1100-EXTOURNES-FIN.
           EXIT.
      *
       1110-SQL4-DEB.

           EXEC SQL
                FETCH CURS4
                INTO :WS-GL-RUN,
                     :WS-GL-DTEVT
           END-EXEC.

           IF SQLCODE = 100
              CONTINUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 7100-EXTOURNE-RUN-DEB
                                  THRU 7100-EXTOURNE-RUN-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       1110-SQL4-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * COMPTABILISATION D'UN PASSAGE : VALORISATION ARTICLE PAR      *
      * ARTICLE CUMULEE DANS TGLSOLD PAR CATEGORIE X DEPOT, LIGNE     *
      * TOTAL DU PASSAGE (CATEGORIE A BLANC, TOUJOURS ECRITE, ELLE    *
      * MARQUE LE PASSAGE COMME COMPTABILISE) PUIS ECRITURES          *
      *---------------------------------------------------------------*
      *
       7000-COMPTA-RUN-DEB.

           MOVE '2'  TO WS-GL-TYP.
           MOVE ZERO TO WS-RUN-QT
                        WS-RUN-MT
                        WS-RUN-NB-ART.
           MOVE 'COMPTABILISATION' TO WS-RUN-SENS-ED.
           PERFORM 8012-TITRE-RUN-DEB
              THRU 8012-TITRE-RUN-FIN.

           EXEC SQL
                OPEN CURS2
           END-EXEC.

           PERFORM 7010-SQL2-DEB
              THRU 7010-SQL2-FIN
             UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CURS2
           END-EXEC.

           MOVE SPACES    TO WS-GL-CAT
                             WS-GL-DEPOT.
           MOVE WS-RUN-QT TO WS-GL-QT.
           MOVE WS-RUN-MT TO WS-GL-MT.
           PERFORM 7040-INSERT-POSTE-DEB
              THRU 7040-INSERT-POSTE-FIN.

           PERFORM 7050-ECRITURES-DEB
              THRU 7050-ECRITURES-FIN.

           ADD 1             TO WS-NB-COMPTA.
           ADD WS-RUN-NB-ART TO WS-NB-ARTICLES.
           ADD WS-RUN-MT     TO WS-TOT-COMPTA.

       7000-COMPTA-RUN-FIN.
           EXIT.
      *
       7010-SQL2-DEB.

           EXEC SQL
                FETCH CURS2
                INTO :WS-ART-SQL,
                     :WS-CAT-SQL,
                     :WS-ECART-SQL,
                     :WS-QTART-SQL
           END-EXEC.

           IF SQLCODE = 100
              CONTINUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 7020-ARTICLE-DEB
                                  THRU 7020-ARTICLE-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       7010-SQL2-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * VENTILATION DU STOCK DE L'ARTICLE AU MOMENT DU PASSAGE SUR    *
      * SES DEPOTS (STOCK TSTKDEPOT COURANT, DANS LA LIMITE DE LA     *
      * QUANTITE DU PASSAGE) ; LE RELIQUAT (STOCK VENDU OU SORTI      *
      * DEPUIS) EST PORTE SUR LE DEPOT '***' POUR QUE LE TOTAL        *
      * COMPTABILISE SOIT EXACTEMENT CELUI DU PASSAGE                 *
      *---------------------------------------------------------------*
      *
       7020-ARTICLE-DEB.

           IF WS-ECART-SQL NOT > ZERO OR WS-QTART-SQL NOT > ZERO
              GO TO 7020-ARTICLE-FIN
           END-IF.

           ADD 1 TO WS-RUN-NB-ART.
           MOVE WS-QTART-SQL TO WS-QT-RESTE.

           EXEC SQL
                OPEN CURS3
           END-EXEC.

           PERFORM 7030-SQL3-DEB
              THRU 7030-SQL3-FIN
             UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CURS3
           END-EXEC.

           IF WS-QT-RESTE > ZERO
              MOVE '***'       TO WS-DEPOT-SQL
              MOVE WS-QT-RESTE TO WS-QT-AFFECT
              PERFORM 7035-CUMUL-DEB
                 THRU 7035-CUMUL-FIN
           END-IF.

       7020-ARTICLE-FIN.
           EXIT.
      *
       7030-SQL3-DEB.

           EXEC SQL
                FETCH CURS3
                INTO :WS-DEPOT-SQL,
                     :WS-QTDEP-SQL
           END-EXEC.

           IF SQLCODE = 100
              CONTINUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF WS-QT-RESTE > ZERO
                      IF WS-QTDEP-SQL < WS-QT-RESTE
                         MOVE WS-QTDEP-SQL TO WS-QT-AFFECT
                      ELSE
                         MOVE WS-QT-RESTE  TO WS-QT-AFFECT
                      END-IF
                      PERFORM 7035-CUMUL-DEB
                         THRU 7035-CUMUL-FIN
                   END-IF
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       7030-SQL3-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CUMUL DU POSTE CATEGORIE X DEPOT DU PASSAGE DANS TGLSOLD :    *
      * MISE A JOUR DU POSTE S'IL EXISTE, CREATION SINON              *
      *---------------------------------------------------------------*
      *
       7035-CUMUL-DEB.

           MOVE WS-CAT-SQL   TO WS-GL-CAT.
           MOVE WS-DEPOT-SQL TO WS-GL-DEPOT.
           MOVE WS-QT-AFFECT TO WS-GL-QT.
           COMPUTE WS-GL-MT = WS-ECART-SQL * WS-QT-AFFECT.

           SUBTRACT WS-QT-AFFECT FROM WS-QT-RESTE.
           ADD WS-GL-QT TO WS-RUN-QT.
           ADD WS-GL-MT TO WS-RUN-MT.

           EXEC SQL
                UPDATE TGLSOLD
                   SET QTGLSOLD  = QTGLSOLD + :WS-GL-QT,
                       MTGLSOLD  = MTGLSOLD + :WS-GL-MT
                 WHERE CDRUNSOLD = :WS-GL-RUN
                   AND CDTYPGL   = :WS-GL-TYP
                   AND CDRUNGL   = :WS-RC-RUNID
                   AND CDCATART  = :WS-GL-CAT
                   AND CDDEPOT   = :WS-GL-DEPOT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   GO TO 7035-CUMUL-FIN
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           PERFORM 7040-INSERT-POSTE-DEB
              THRU 7040-INSERT-POSTE-FIN.

       7035-CUMUL-FIN.
           EXIT.
      *
       7040-INSERT-POSTE-DEB.

           EXEC SQL
                INSERT INTO TGLSOLD
                       (CDRUNSOLD, CDTYPGL, CDCATART, CDDEPOT,
                        QTGLSOLD, MTGLSOLD, DTEVTGL, CDRUNGL,
                        DTGLSOLD)
                VALUES (:WS-GL-RUN, :WS-GL-TYP, :WS-GL-CAT,
                        :WS-GL-DEPOT, :WS-GL-QT, :WS-GL-MT,
                        :WS-GL-DTEVT, :WS-RC-RUNID, CURRENT DATE)
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

       7040-INSERT-POSTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ECRITURES D'UN PASSAGE : RELECTURE DES POSTES DU TYPE EN      *
      * COURS DANS L'ORDRE CATEGORIE / DEPOT, FICHIER ET RAPPORT      *
      *---------------------------------------------------------------*
      *
       7050-ECRITURES-DEB.

           MOVE ZERO TO WS-RUN-QT
                        WS-RUN-MT.

           EXEC SQL
                OPEN CURS5
           END-EXEC.

           PERFORM 7060-SQL5-DEB
              THRU 7060-SQL5-FIN
             UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CURS5
           END-EXEC.

           PERFORM 8014-TOTAL-RUN-DEB
              THRU 8014-TOTAL-RUN-FIN.

       7050-ECRITURES-FIN.
           EXIT.
      *
       7060-SQL5-DEB.

           EXEC SQL
                FETCH CURS5
                INTO :WS-GL-CAT,
                     :WS-GL-DEPOT,
                     :WS-GL-QT,
                     :WS-GL-MT
           END-EXEC.

           IF SQLCODE = 100
              CONTINUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 7070-ECRITURE-DEB
                                  THRU 7070-ECRITURE-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       7060-SQL5-FIN.
           EXIT.
      *
       7070-ECRITURE-DEB.

           MOVE WS-GL-TYP   TO WS-GL-DET-TYPE.
           MOVE WS-GL-RUN   TO WS-GL-DET-RUN.
           MOVE WS-GL-DTEVT TO WS-GL-DET-DATE.
           MOVE WS-GL-CAT   TO WS-GL-CDCATART.
           MOVE WS-GL-DEPOT TO WS-GL-CDDEPOT.
           MOVE WS-GL-QT    TO WS-GL-QUANTITE.
           MOVE WS-GL-MT    TO WS-GL-DEVALO.
           WRITE EXTRDEM-ENR FROM WS-GL-DETAIL.
           ADD 1 TO WS-GL-NB-DET.

           ADD WS-GL-QT TO WS-RUN-QT.
           ADD WS-GL-MT TO WS-RUN-MT.

           PERFORM 8010-CORPS-DEB
              THRU 8010-CORPS-FIN.

       7070-ECRITURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EXTOURNE D'UN PASSAGE : ARTICLES RESTAURES NON ENCORE         *
      * EXTOURNES, VENTILES ET CUMULES EN TYPE 3 COMME A L'ECRITURE   *
      * (7020), LIGNE TOTAL DE L'EXTOURNE, PUIS ECRITURES DATEES DE   *
      * LA DERNIERE RESTAURATION                                      *
      *---------------------------------------------------------------*
      *
       7100-EXTOURNE-RUN-DEB.

           MOVE '3'  TO WS-GL-TYP.
           MOVE ZERO TO WS-RUN-QT
                        WS-RUN-MT
                        WS-RUN-NB-ART.
           MOVE 'EXTOURNE ADSD228' TO WS-RUN-SENS-ED.
           PERFORM 8012-TITRE-RUN-DEB
              THRU 8012-TITRE-RUN-FIN.

           EXEC SQL
                OPEN CURS6
           END-EXEC.

           PERFORM 7110-SQL6-DEB
              THRU 7110-SQL6-FIN
             UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CURS6
           END-EXEC.

           MOVE SPACES    TO WS-GL-CAT
                             WS-GL-DEPOT.
           MOVE WS-RUN-QT TO WS-GL-QT.
           MOVE WS-RUN-MT TO WS-GL-MT.
           PERFORM 7040-INSERT-POSTE-DEB
              THRU 7040-INSERT-POSTE-FIN.

           PERFORM 7050-ECRITURES-DEB
              THRU 7050-ECRITURES-FIN.

           ADD 1         TO WS-NB-EXTOURNE.
           ADD WS-RUN-MT TO WS-TOT-EXTOURNE.

       7100-EXTOURNE-RUN-FIN.
           EXIT.
      *
       7110-SQL6-DEB.

           EXEC SQL
                FETCH CURS6
                INTO :WS-ART-SQL,
                     :WS-CAT-SQL,
                     :WS-ECART-SQL,
                     :WS-QTART-SQL
           END-EXEC.

           IF SQLCODE = 100
              CONTINUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 7120-ARTICLE-EXT-DEB
                                  THRU 7120-ARTICLE-EXT-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       7110-SQL6-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EXTOURNE D'UN ARTICLE : VENTILATION (7020) PUIS MARQUE DE     *
      * L'EXTOURNE SUR SA LIGNE TARTSOLD, VALIDEE AVEC LE FICHIER     *
      *---------------------------------------------------------------*
      *
       7120-ARTICLE-EXT-DEB.

           PERFORM 7020-ARTICLE-DEB
              THRU 7020-ARTICLE-FIN.

           EXEC SQL
                UPDATE TARTSOLD
                   SET DTEXTGLSOLD = CURRENT DATE
                 WHERE CDRUNSOLD   = :WS-GL-RUN
                   AND CDNUMART    = :WS-ART-SQL
                   AND DTEXTGLSOLD IS NULL
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

       7120-ARTICLE-EXT-FIN.
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
            OPEN OUTPUT EXTRDEM.

       6000-OUVRIR-FIN.
            EXIT.

       6010-FERMER-DEB.

            CLOSE RAPPORT.
            CLOSE ERRLOG.
            CLOSE EXTRDEM.

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
            MOVE WS-GL-CAT   TO WS-DET-CAT-ED.
            MOVE WS-GL-DEPOT TO WS-DET-DEPOT-ED.
            MOVE WS-GL-QT    TO WS-DET-QTE-ED.
            MOVE WS-GL-MT    TO WS-DET-MT-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-DET.
            ADD 1 TO WS-NB-LIGNE-PAGE.

       8010-CORPS-FIN.
           EXIT.

       8012-TITRE-RUN-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            MOVE WS-GL-RUN   TO WS-RUN-ED.
            MOVE WS-GL-DTEVT TO WS-RUN-DATE-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-RUN.
            ADD 1 TO WS-NB-LIGNE-PAGE.

       8012-TITRE-RUN-FIN.
           EXIT.

       8014-TOTAL-RUN-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            IF WS-RUN-MT = ZERO
               WRITE RAPPORT-ENR FROM WS-LIG-VIDE
            ELSE
               MOVE WS-RUN-QT TO WS-TRUN-QTE-ED
               MOVE WS-RUN-MT TO WS-TRUN-MT-ED
               WRITE RAPPORT-ENR FROM WS-LIG-TOT-RUN
            END-IF.
            WRITE RAPPORT-ENR FROM WS-LIG1.
            ADD 2 TO WS-NB-LIGNE-PAGE.

       8014-TOTAL-RUN-FIN.
           EXIT.

       8040-TOTAUX-DEB.

            MOVE WS-NB-COMPTA    TO WS-NB-CPT-ED.
            MOVE WS-NB-EXTOURNE  TO WS-NB-EXT-ED.
            MOVE WS-GL-NB-DET    TO WS-NB-DET-ED.
            MOVE WS-TOT-COMPTA   TO WS-TOT-CPT-ED.
            MOVE WS-TOT-EXTOURNE TO WS-TOT-EXT-ED.

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
            MOVE WS-GL-RUN              TO WS-ERR-RUN.
            WRITE ERRLOG-ENR FROM WS-LIG-ERR.

            DISPLAY 'PROBLEME DE CODE SQL : ' SQLCODE.
            DISPLAY 'PASSAGE EN COURS AU MOMENT DE L''ANOMALIE : '
                    WS-GL-RUN.

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
