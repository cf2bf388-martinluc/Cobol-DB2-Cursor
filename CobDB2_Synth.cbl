      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSD241                                   *
      *  NOM DU REDACTEUR : MARTINLUC                                 *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * SYNTHESE D'EXPLOITATION DE LA CHAINE ADSD : LECTURE DU        *
      * JOURNAL DES RUNS TRUNCTL SUR UNE PLAGE DE DATES (PARM, PAR    *
      * DEFAUT LA VEILLE ET LE JOUR) ET EDITION PAR RUN DE L'ETAT, DU *
      * RETURN-CODE, DE LA DUREE ET DES COMPTEURS LIBELLES. LE        *
      * FICHIER DE REFERENCE PGMSYNTH DONNE, PAR PROGRAMME, LES       *
      * LIBELLES DE SES QUATRE COMPTEURS ET S'IL EST ATTENDU CHAQUE   *
      * NUIT. SONT SIGNALES : LES RUNS RESTES EN COURS (ETAT 'E'),    *
      * LES PROGRAMMES ATTENDUS NON EXECUTES, LES DUREES ET COMPTEURS *
      * ECARTES DE LEUR MOYENNE SUR LES 30 JOURS PRECEDENTS AU-DELA   *
      * DU SEUIL PARM. RC GLOBAL POUR L'ORDONNANCEUR :                *
      *   0 RAS, 4 ECARTS OU RUN EN RC 4, 8 RUN EN COURS, PROGRAMME   *
      *   ABSENT OU RUN EN RC 8 ET PLUS (OU PARM INCOHERENT)          *
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
       PROGRAM-ID.      ADSD241.
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
           SELECT PGMSYNTH     ASSIGN TO PGMSYNTH
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
       FD  PGMSYNTH
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS PGMSYNTH-ENR.
       01  PGMSYNTH-ENR            PIC X(80).
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

       77  WS-DTDEB-SQL         PIC X(10).
       77  WS-DTFIN-SQL         PIC X(10).
       77  WS-NB-JOURS-SQL      PIC S9(4) COMP.

       77  WS-PGM-SQL           PIC X(08).
       77  WS-RUN-SQL           PIC X(14).
       77  WS-DTRUN-SQL         PIC X(10).
       77  WS-HHDEB-SQL         PIC X(08).
       77  WS-HHFIN-SQL         PIC X(08).
       77  WS-MODE-SQL          PIC X(01).
       77  WS-CPT1-SQL          PIC S9(9) COMP.
       77  WS-CPT2-SQL          PIC S9(9) COMP.
       77  WS-CPT3-SQL          PIC S9(9) COMP.
       77  WS-CPT4-SQL          PIC S9(9) COMP.
       77  WS-RET-SQL           PIC S9(4) COMP.
       77  WS-ETAT-SQL          PIC X(01).

       77  WS-NBHIST-SQL        PIC S9(9) COMP.
       77  WS-MOYDUR-SQL        PIC S9(13)V99 COMP-3.
       77  WS-IND-MOYDUR        PIC S9(4) COMP.
       77  WS-MOY1-SQL          PIC S9(13)V99 COMP-3.
       77  WS-IND-MOY1          PIC S9(4) COMP.
       77  WS-MOY2-SQL          PIC S9(13)V99 COMP-3.
       77  WS-IND-MOY2          PIC S9(4) COMP.
       77  WS-MOY3-SQL          PIC S9(13)V99 COMP-3.
       77  WS-IND-MOY3          PIC S9(4) COMP.
       77  WS-MOY4-SQL          PIC S9(13)V99 COMP-3.
       77  WS-IND-MOY4          PIC S9(4) COMP.

       77  WS-RC-PGM            PIC X(08) VALUE 'ADSD241'.
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
      * RUNS DE LA PLAGE, HORS SYNTHESES ELLES-MEMES                  *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS1
              CURSOR FOR
              SELECT CDPGMRUN, CDRUNSOLD, CHAR(DTRUNCTL, ISO),
                     HHDEBRUN, HHFINRUN, CDMODERUN,
                     NBCPT1RUN, NBCPT2RUN, NBCPT3RUN, NBCPT4RUN,
                     CDRETRUN, CDETATRUN
                FROM TRUNCTL
               WHERE DTRUNCTL BETWEEN :WS-DTDEB-SQL AND :WS-DTFIN-SQL
                 AND CDPGMRUN <> :WS-RC-PGM
               ORDER BY DTRUNCTL, HHDEBRUN, CDPGMRUN
           END-EXEC.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.
      *
      *---------------------------------------------------------------*
      * REFERENCE DES PROGRAMMES SUIVIS (PGMSYNTH) : CODE PROGRAMME,  *
      * O = ATTENDU CHAQUE NUIT / N = A LA DEMANDE, LIBELLES DES      *
      * COMPTEURS NBCPT1RUN A NBCPT4RUN                               *
      *---------------------------------------------------------------*
      *
       01  WS-REF.
           05  WS-REF-PGM          PIC X(08).
           05  WS-REF-ATTENDU      PIC X(01).
           05  WS-REF-LIB          PIC X(10) OCCURS 4.
           05  FILLER              PIC X(31).

       01  WS-PGM-TABLE.
           05  WS-PGM-NB        PIC S9(4) COMP VALUE ZERO.
           05  WS-PGM-POSTE     OCCURS 50.
               10  WS-PGM-CODE      PIC X(08).
               10  WS-PGM-ATTENDU   PIC X(01).
               10  WS-PGM-LIB       PIC X(10) OCCURS 4.
               10  WS-PGM-NB-RUNS   PIC S9(4) COMP.

       77  WS-PGM-MAX           PIC S9(4) COMP VALUE 50.
       77  WS-PGM-IX            PIC S9(4) COMP VALUE ZERO.
       77  WS-PGM-IX-TROUVE     PIC S9(4) COMP VALUE ZERO.
       77  WS-CPT-IX            PIC S9(4) COMP VALUE ZERO.
      *
      *---------------------------------------------------------------*
      * RUN EN COURS D'ANALYSE : COMPTEURS ET MOYENNES 30 JOURS       *
      *---------------------------------------------------------------*
      *
       01  WS-RUN-CPT.
           05  WS-CPT-VAL          PIC S9(9) COMP OCCURS 4.
           05  WS-CPT-MOY          PIC S9(13)V99 COMP-3 OCCURS 4.
           05  WS-CPT-LIB          PIC X(10) OCCURS 4.

       01  WS-HMS.
           05  WS-HMS-HH           PIC 9(02).
           05  FILLER              PIC X(01).
           05  WS-HMS-MN           PIC 9(02).
           05  FILLER              PIC X(01).
           05  WS-HMS-SS           PIC 9(02).
       01  WS-HMS-X REDEFINES WS-HMS
                                   PIC X(08).

       77  WS-SEC-DEB           PIC S9(7) COMP VALUE ZERO.
       77  WS-SEC-FIN           PIC S9(7) COMP VALUE ZERO.
       77  WS-SEC-DUREE         PIC S9(7) COMP VALUE ZERO.
       77  WS-SEC-MOY           PIC S9(7) COMP VALUE ZERO.
       77  WS-SEC-A-EDITER      PIC S9(7) COMP VALUE ZERO.
       77  WS-SEC-RESTE         PIC S9(7) COMP VALUE ZERO.
       77  WS-DUREE-MINI        PIC S9(7) COMP VALUE 60.
       77  WS-NB-HIST-MINI      PIC S9(4) COMP VALUE 3.

       77  WS-DUREE-CONNUE      PIC X(01) VALUE 'N'.
           88  DUREE-CONNUE               VALUE 'O'.

       77  WS-ECART-PCT         PIC 9(03)      VALUE ZERO.
       77  WS-NB-JOURS-HIST     PIC 9(03)      VALUE ZERO.
       77  WS-BORNE-HAUTE       PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-BORNE-BASSE       PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-VAL-CENTUPLE      PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-RC-GLOBAL         PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-LEN            PIC S9(4) COMP VALUE ZERO.

       77  WS-FIN-FICHIER       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER                VALUE 'O'.

       77  WS-FIN-RUNS          PIC X(01) VALUE 'N'.
           88  FIN-RUNS                   VALUE 'O'.

       77  WS-PARM-OK           PIC X(01) VALUE 'O'.
           88  PARM-VALIDE                VALUE 'O'.
           88  PARM-INVALIDE              VALUE 'N'.

       77  WS-NB-RUNS           PIC 9(06)      VALUE ZERO.
       77  WS-NB-EN-COURS       PIC 9(06)      VALUE ZERO.
       77  WS-NB-ABSENTS        PIC 9(06)      VALUE ZERO.
       77  WS-NB-ECARTS         PIC 9(06)      VALUE ZERO.
       77  WS-NB-RC-NON-NUL     PIC 9(06)      VALUE ZERO.
       77  WS-NB-REF-IGNORES    PIC 9(06)      VALUE ZERO.

       01  WS-LIG1.
           05  FILLER      PIC X      VALUE '*'.
           05  FILLER      PIC X(63)  VALUE ALL '-'.
           05  FILLER      PIC X      VALUE '*'.

       01  WS-LIG2.
           05  FILLER      PIC XX     VALUE '| '.
           05  FILLER      PIC X(22)  VALUE 'SYNTHESE EXPLOITATION'.
           05  FILLER      PIC X(07)  VALUE '    DU '.
           05  WS-DATE-ED  PIC X(10).
           05  FILLER      PIC X(13)  VALUE '        PAGE '.
           05  WS-NO-PAGE-ED
                           PIC ZZZ9.
           05  FILLER      PIC X(06)  VALUE SPACES.
           05  FILLER      PIC X      VALUE '|'.

       01  WS-LIG-PARM1.
           05  FILLER      PIC X(17) VALUE 'RUNS DU        : '.
           05  WS-PDEB-ED  PIC X(10).
           05  FILLER      PIC X(04) VALUE ' AU '.
           05  WS-PFIN-ED  PIC X(10).

       01  WS-LIG-PARM2.
           05  FILLER      PIC X(17) VALUE 'ECART SIGNALE  : '.
           05  WS-PECA-ED  PIC ZZ9.
           05  FILLER      PIC X(20) VALUE ' % DE LA MOYENNE SUR'.
           05  WS-PHIS-ED  PIC ZZZ9.
           05  FILLER      PIC X(06) VALUE ' JOURS'.

       01  WS-LIG-PARM-KO.
           05  FILLER      PIC X(40)
               VALUE 'PARAMETRES INCOHERENTS - AUCUNE ANALYSE'.

       01  WS-LIG-TITRE.
           05  FILLER      PIC X(40)
               VALUE 'PROGRAMME M DATE       DEBUT    DUREE   '.
           05  FILLER      PIC X(40)
               VALUE ' ETAT     RC PASSAGE'.

       01  WS-LIG-RUN.
           05  WS-RUN-PGM-ED   PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-RUN-MODE-ED  PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RUN-DATE-ED  PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RUN-DEB-ED   PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RUN-DUR-ED   PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RUN-ETAT-ED  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RUN-RC-ED    PIC Z9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-RUN-ID-ED    PIC X(14).

       01  WS-LIG-CPT.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-LIG-CPT-POSTE OCCURS 4.
               10  WS-CPT-LIB-ED   PIC X(10).
               10  WS-CPT-VAL-ED   PIC ZZZZZZZ9.
               10  FILLER          PIC X(01).

       01  WS-LIG-ALERTE.
           05  FILLER          PIC X(05) VALUE '   ! '.
           05  WS-ALR-TEXTE    PIC X(30).
           05  WS-ALR-VAL      PIC X(12).
           05  FILLER          PIC X(15) VALUE '  MOYENNE 30J :'.
           05  WS-ALR-MOY      PIC X(12).

       01  WS-LIG-ABSENT.
           05  FILLER          PIC X(31)
               VALUE '!! PROGRAMME ATTENDU NON LANCE '.
           05  WS-ABS-PGM-ED   PIC X(08).

       77  WS-NUM-ED           PIC ZZZZZZZZZZZ9.
       77  WS-HMS-ED           PIC X(08).

       01  WS-LIG6.
           05  FILLER        PIC X(21) VALUE 'RUNS ANALYSES       :'.
           05  WS-TOT-RUN-ED PIC ZZZZZ9.

       01  WS-LIG7.
           05  FILLER        PIC X(21) VALUE 'RUNS NON TERMINES   :'.
           05  WS-TOT-ENC-ED PIC ZZZZZ9.

       01  WS-LIG8.
           05  FILLER        PIC X(21) VALUE 'RUNS EN RC NON NUL  :'.
           05  WS-TOT-RCN-ED PIC ZZZZZ9.

       01  WS-LIG9.
           05  FILLER        PIC X(21) VALUE 'PROGRAMMES ABSENTS  :'.
           05  WS-TOT-ABS-ED PIC ZZZZZ9.

       01  WS-LIG10.
           05  FILLER        PIC X(21) VALUE 'ECARTS A LA MOYENNE :'.
           05  WS-TOT-ECA-ED PIC ZZZZZ9.

       01  WS-LIG11.
           05  FILLER        PIC X(21) VALUE 'RC GLOBAL DE LA NUIT:'.
           05  WS-TOT-RC-ED  PIC ZZZZZ9.

       01  WS-LIG-ERR.
           05  FILLER            PIC X(11) VALUE 'ERREUR SQL '.
           05  WS-ERR-DATE       PIC X(10).
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-ERR-HEURE      PIC X(08).
           05  FILLER            PIC X(11) VALUE ' SQLCODE = '.
           05  WS-ERR-SQLCODE-ED PIC ----9.
           05  FILLER            PIC X(13) VALUE ' DERNIER PGM='.
           05  WS-ERR-CDPGM      PIC X(08).

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
           05  PARM-DTDEB          PIC X(10).
           05  PARM-DTFIN          PIC X(10).
           05  PARM-ECART-PCT      PIC 9(03).
           05  PARM-NB-JOURS-HIST  PIC 9(03).
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
      *    PARAMETRES : DATES DE DEBUT ET DE FIN AAAA-MM-JJ (PAR
      *    DEFAUT LA VEILLE ET LE JOUR, UNE NUIT COUVRANT DEUX DATES),
      *    ECART SIGNALE EN % DE LA MOYENNE, PROFONDEUR DE LA MOYENNE
           IF PARM-LEN < 23
              MOVE 100                TO WS-ECART-PCT
           ELSE
              MOVE PARM-ECART-PCT     TO WS-ECART-PCT
           END-IF.
           IF PARM-LEN < 26
              MOVE 30                 TO WS-NB-JOURS-HIST
           ELSE
              MOVE PARM-NB-JOURS-HIST TO WS-NB-JOURS-HIST
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

           PERFORM 7040-DATES-DEB
              THRU 7040-DATES-FIN.

           IF WS-DTDEB-SQL > WS-DTFIN-SQL
              OR WS-ECART-PCT = ZERO
              OR WS-NB-JOURS-HIST = ZERO
              SET PARM-INVALIDE TO TRUE
           END-IF.

           PERFORM 8000-ENTETE-DEB
              THRU 8000-ENTETE-FIN.
           PERFORM 8003-PARAMETRES-DEB
              THRU 8003-PARAMETRES-FIN.

           IF PARM-VALIDE
              PERFORM 6030-CHARGE-REF-DEB
                 THRU 6030-CHARGE-REF-FIN
              PERFORM 1000-SYNTHESE-DEB
                 THRU 1000-SYNTHESE-FIN
           ELSE
              WRITE RAPPORT-ENR FROM WS-LIG-PARM-KO
              ADD 1 TO WS-NB-LIGNE-PAGE
              DISPLAY 'ADSD241 : PARAMETRES INCOHERENTS '
                      WS-RC-PARM
              MOVE 8 TO WS-RC-GLOBAL
           END-IF.

           PERFORM 8040-TOTAUX-DEB
              THRU 8040-TOTAUX-FIN.

           MOVE WS-RC-GLOBAL   TO RETURN-CODE.
           MOVE WS-NB-RUNS     TO WS-RC-CPT1.
           MOVE WS-NB-EN-COURS TO WS-RC-CPT2.
           MOVE WS-NB-ABSENTS  TO WS-RC-CPT3.
           MOVE WS-NB-ECARTS   TO WS-RC-CPT4.
           PERFORM 9010-JOURNAL-FIN-DEB
              THRU 9010-JOURNAL-FIN-FIN.

           PERFORM 6010-FERMER-DEB
              THRU 6010-FERMER-FIN.

           GOBACK.

       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   1XXX-  : LECTURE DU JOURNAL DES RUNS                        *
      *---------------------------------------------------------------*
      *
       1000-SYNTHESE-DEB.

           WRITE RAPPORT-ENR FROM WS-LIG-TITRE.
           ADD 1 TO WS-NB-LIGNE-PAGE.

           EXEC SQL
                OPEN CURS1
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           PERFORM 1010-SQL1-DEB
              THRU 1010-SQL1-FIN
             UNTIL FIN-RUNS.

           EXEC SQL
                CLOSE CURS1
           END-EXEC.

           PERFORM 3000-ABSENT-DEB
              THRU 3000-ABSENT-FIN
             VARYING WS-PGM-IX FROM 1 BY 1
             UNTIL WS-PGM-IX > WS-PGM-NB.

       1000-SYNTHESE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LA BOUCLE EST PILOTEE PAR SON PROPRE INDICATEUR : LA LECTURE  *
      * DES MOYENNES ENTRE DEUX FETCH PEUT RENDRE SQLCODE 100         *
      *---------------------------------------------------------------*
      *
       1010-SQL1-DEB.

           EXEC SQL
                FETCH CURS1
                INTO :WS-PGM-SQL,
                     :WS-RUN-SQL,
                     :WS-DTRUN-SQL,
                     :WS-HHDEB-SQL,
                     :WS-HHFIN-SQL,
                     :WS-MODE-SQL,
                     :WS-CPT1-SQL,
                     :WS-CPT2-SQL,
                     :WS-CPT3-SQL,
                     :WS-CPT4-SQL,
                     :WS-RET-SQL,
                     :WS-ETAT-SQL
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-RUNS TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 2000-RUN-DEB
                                  THRU 2000-RUN-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       1010-SQL1-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   2XXX-  : ANALYSE D'UN RUN                                   *
      *---------------------------------------------------------------*
      *
       2000-RUN-DEB.

           ADD 1 TO WS-NB-RUNS.

           MOVE WS-CPT1-SQL TO WS-CPT-VAL (1).
           MOVE WS-CPT2-SQL TO WS-CPT-VAL (2).
           MOVE WS-CPT3-SQL TO WS-CPT-VAL (3).
           MOVE WS-CPT4-SQL TO WS-CPT-VAL (4).

           MOVE ZERO TO WS-PGM-IX-TROUVE.
           PERFORM 7000-CHERCHE-PGM-DEB
              THRU 7000-CHERCHE-PGM-FIN
             VARYING WS-PGM-IX FROM 1 BY 1
             UNTIL WS-PGM-IX > WS-PGM-NB.

           IF WS-PGM-IX-TROUVE = ZERO
              MOVE 'COMPTEUR 1' TO WS-CPT-LIB (1)
              MOVE 'COMPTEUR 2' TO WS-CPT-LIB (2)
              MOVE 'COMPTEUR 3' TO WS-CPT-LIB (3)
              MOVE 'COMPTEUR 4' TO WS-CPT-LIB (4)
           ELSE
              ADD 1 TO WS-PGM-NB-RUNS (WS-PGM-IX-TROUVE)
              MOVE WS-PGM-LIB (WS-PGM-IX-TROUVE 1) TO WS-CPT-LIB (1)
              MOVE WS-PGM-LIB (WS-PGM-IX-TROUVE 2) TO WS-CPT-LIB (2)
              MOVE WS-PGM-LIB (WS-PGM-IX-TROUVE 3) TO WS-CPT-LIB (3)
              MOVE WS-PGM-LIB (WS-PGM-IX-TROUVE 4) TO WS-CPT-LIB (4)
           END-IF.

           PERFORM 7010-DUREE-DEB
              THRU 7010-DUREE-FIN.

           PERFORM 8010-CORPS-DEB
              THRU 8010-CORPS-FIN.

      *    RUN RESTE EN COURS : ABEND OU RUN JAMAIS SOLDE
           IF WS-ETAT-SQL NOT = 'T'
              ADD 1 TO WS-NB-EN-COURS
              MOVE 'RUN NON TERMINE (ETAT E)' TO WS-ALR-TEXTE
              MOVE SPACES TO WS-ALR-VAL
              MOVE SPACES TO WS-ALR-MOY
              PERFORM 8015-ALERTE-DEB
                 THRU 8015-ALERTE-FIN
              IF WS-RC-GLOBAL < 8
                 MOVE 8 TO WS-RC-GLOBAL
              END-IF
              GO TO 2000-RUN-FIN
           END-IF.

           IF WS-RET-SQL NOT = ZERO
              ADD 1 TO WS-NB-RC-NON-NUL
              EVALUATE TRUE
                 WHEN WS-RET-SQL NOT < 8
                      IF WS-RC-GLOBAL < 8
                         MOVE 8 TO WS-RC-GLOBAL
                      END-IF
                 WHEN OTHER
                      IF WS-RC-GLOBAL < 4
                         MOVE 4 TO WS-RC-GLOBAL
                      END-IF
              END-EVALUATE
           END-IF.

           PERFORM 7020-MOYENNES-DEB
              THRU 7020-MOYENNES-FIN.

           IF WS-NBHIST-SQL < WS-NB-HIST-MINI
              GO TO 2000-RUN-FIN
           END-IF.

           PERFORM 2010-ECART-DUREE-DEB
              THRU 2010-ECART-DUREE-FIN.

           PERFORM 2020-ECART-CPT-DEB
              THRU 2020-ECART-CPT-FIN
             VARYING WS-CPT-IX FROM 1 BY 1
             UNTIL WS-CPT-IX > 4.

       2000-RUN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DUREE HORS MOYENNE : AU-DELA DE MOYENNE X (100 + ECART) / 100 *
      * OU EN DECA DE MOYENNE X 100 / (100 + ECART) ; LES RUNS DE     *
      * MOINS D'UNE MINUTE NE SONT PAS SIGNALES                       *
      *---------------------------------------------------------------*
      *
       2010-ECART-DUREE-DEB.

           IF NOT DUREE-CONNUE
              OR WS-IND-MOYDUR < ZERO
              GO TO 2010-ECART-DUREE-FIN
           END-IF.

           COMPUTE WS-SEC-MOY ROUNDED = WS-MOYDUR-SQL.
           COMPUTE WS-VAL-CENTUPLE = WS-SEC-DUREE * 100.
           COMPUTE WS-BORNE-HAUTE  = WS-MOYDUR-SQL
                                   * (100 + WS-ECART-PCT).
           COMPUTE WS-BORNE-BASSE  = WS-MOYDUR-SQL * 100 * 100
                                   / (100 + WS-ECART-PCT).

           IF (WS-VAL-CENTUPLE > WS-BORNE-HAUTE
               AND WS-SEC-DUREE > WS-DUREE-MINI)
              OR (WS-VAL-CENTUPLE < WS-BORNE-BASSE
               AND WS-SEC-MOY > WS-DUREE-MINI)
              MOVE 'DUREE HORS MOYENNE' TO WS-ALR-TEXTE
              MOVE WS-SEC-DUREE TO WS-SEC-A-EDITER
              PERFORM 7015-EDITE-DUREE-DEB
                 THRU 7015-EDITE-DUREE-FIN
              MOVE WS-HMS-ED    TO WS-ALR-VAL
              MOVE WS-SEC-MOY   TO WS-SEC-A-EDITER
              PERFORM 7015-EDITE-DUREE-DEB
                 THRU 7015-EDITE-DUREE-FIN
              MOVE WS-HMS-ED    TO WS-ALR-MOY
              PERFORM 8016-ECART-DEB
                 THRU 8016-ECART-FIN
           END-IF.

       2010-ECART-DUREE-FIN.
           EXIT.
      *
       2020-ECART-CPT-DEB.

           COMPUTE WS-VAL-CENTUPLE = WS-CPT-VAL (WS-CPT-IX) * 100.
           COMPUTE WS-BORNE-HAUTE  = WS-CPT-MOY (WS-CPT-IX)
                                   * (100 + WS-ECART-PCT).
           COMPUTE WS-BORNE-BASSE  = WS-CPT-MOY (WS-CPT-IX) * 100 * 100
                                   / (100 + WS-ECART-PCT).

           IF WS-VAL-CENTUPLE > WS-BORNE-HAUTE
              OR WS-VAL-CENTUPLE < WS-BORNE-BASSE
              MOVE SPACES TO WS-ALR-TEXTE
              STRING WS-CPT-LIB (WS-CPT-IX) ' HORS MOYENNE'
                     DELIMITED BY SIZE INTO WS-ALR-TEXTE
              MOVE WS-CPT-VAL (WS-CPT-IX) TO WS-NUM-ED
              MOVE WS-NUM-ED              TO WS-ALR-VAL
              COMPUTE WS-NUM-ED ROUNDED = WS-CPT-MOY (WS-CPT-IX)
              MOVE WS-NUM-ED              TO WS-ALR-MOY
              PERFORM 8016-ECART-DEB
                 THRU 8016-ECART-FIN
           END-IF.

       2020-ECART-CPT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   3XXX-  : PROGRAMMES ATTENDUS SANS AUCUN RUN SUR LA PLAGE    *
      *---------------------------------------------------------------*
      *
       3000-ABSENT-DEB.

           IF WS-PGM-ATTENDU (WS-PGM-IX) = 'O'
              AND WS-PGM-NB-RUNS (WS-PGM-IX) = ZERO
              ADD 1 TO WS-NB-ABSENTS
              MOVE WS-PGM-CODE (WS-PGM-IX) TO WS-ABS-PGM-ED
              PERFORM 8005-SAUT-PAGE-DEB
                 THRU 8005-SAUT-PAGE-FIN
              WRITE RAPPORT-ENR FROM WS-LIG-ABSENT
              ADD 1 TO WS-NB-LIGNE-PAGE
              IF WS-RC-GLOBAL < 8
                 MOVE 8 TO WS-RC-GLOBAL
              END-IF
           END-IF.

       3000-ABSENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-CHERCHE-PGM-DEB.

           IF WS-PGM-CODE (WS-PGM-IX) = WS-PGM-SQL
              MOVE WS-PGM-IX TO WS-PGM-IX-TROUVE
           END-IF.

       7000-CHERCHE-PGM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DUREE EN SECONDES D'UN RUN TERMINE ; UN RUN A CHEVAL SUR      *
      * MINUIT A UNE HEURE DE FIN INFERIEURE A SON HEURE DE DEBUT     *
      *---------------------------------------------------------------*
      *
       7010-DUREE-DEB.

           MOVE 'N'  TO WS-DUREE-CONNUE.
           MOVE ZERO TO WS-SEC-DUREE.

           MOVE WS-HHDEB-SQL TO WS-HMS-X.
           IF WS-HMS-HH NOT NUMERIC
              OR WS-HMS-MN NOT NUMERIC
              OR WS-HMS-SS NOT NUMERIC
              GO TO 7010-DUREE-FIN
           END-IF.
           COMPUTE WS-SEC-DEB = WS-HMS-HH * 3600
                              + WS-HMS-MN * 60
                              + WS-HMS-SS.

           MOVE WS-HHFIN-SQL TO WS-HMS-X.
           IF WS-HMS-HH NOT NUMERIC
              OR WS-HMS-MN NOT NUMERIC
              OR WS-HMS-SS NOT NUMERIC
              GO TO 7010-DUREE-FIN
           END-IF.
           COMPUTE WS-SEC-FIN = WS-HMS-HH * 3600
                              + WS-HMS-MN * 60
                              + WS-HMS-SS.

           COMPUTE WS-SEC-DUREE = WS-SEC-FIN - WS-SEC-DEB.
           IF WS-SEC-DUREE < ZERO
              ADD 86400 TO WS-SEC-DUREE
           END-IF.
           SET DUREE-CONNUE TO TRUE.

       7010-DUREE-FIN.
           EXIT.
      *
       7015-EDITE-DUREE-DEB.

           DIVIDE WS-SEC-A-EDITER BY 3600
              GIVING WS-HMS-HH REMAINDER WS-SEC-RESTE.
           DIVIDE WS-SEC-RESTE BY 60
              GIVING WS-HMS-MN REMAINDER WS-HMS-SS.
           MOVE WS-HMS-X TO WS-HMS-ED.
           MOVE ':'      TO WS-HMS-ED (3 : 1).
           MOVE ':'      TO WS-HMS-ED (6 : 1).

       7015-EDITE-DUREE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOYENNES DES RUNS TERMINES DU MEME PROGRAMME ET DU MEME MODE  *
      * SUR LES N JOURS PRECEDANT LA PLAGE ANALYSEE                   *
      *---------------------------------------------------------------*
      *
       7020-MOYENNES-DEB.

           MOVE WS-NB-JOURS-HIST TO WS-NB-JOURS-SQL.

           EXEC SQL
                SELECT COUNT(*),
                       AVG(DEC(MIDNIGHT_SECONDS(TIME(HHFINRUN))
                             - MIDNIGHT_SECONDS(TIME(HHDEBRUN))
                             + CASE WHEN HHFINRUN < HHDEBRUN
                                    THEN 86400 ELSE 0 END, 15, 2)),
                       AVG(DEC(NBCPT1RUN, 15, 2)),
                       AVG(DEC(NBCPT2RUN, 15, 2)),
                       AVG(DEC(NBCPT3RUN, 15, 2)),
                       AVG(DEC(NBCPT4RUN, 15, 2))
                  INTO :WS-NBHIST-SQL,
                       :WS-MOYDUR-SQL:WS-IND-MOYDUR,
                       :WS-MOY1-SQL:WS-IND-MOY1,
                       :WS-MOY2-SQL:WS-IND-MOY2,
                       :WS-MOY3-SQL:WS-IND-MOY3,
                       :WS-MOY4-SQL:WS-IND-MOY4
                  FROM TRUNCTL
                 WHERE CDPGMRUN  = :WS-PGM-SQL
                   AND CDMODERUN = :WS-MODE-SQL
                   AND CDETATRUN = 'T'
                   AND DTRUNCTL >= DATE(:WS-DTDEB-SQL)
                                   - :WS-NB-JOURS-SQL DAYS
                   AND DTRUNCTL <  DATE(:WS-DTDEB-SQL)
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF SQLCODE = 100 OR WS-IND-MOY1 < ZERO
              MOVE ZERO TO WS-NBHIST-SQL
           END-IF.

           MOVE WS-MOY1-SQL TO WS-CPT-MOY (1).
           MOVE WS-MOY2-SQL TO WS-CPT-MOY (2).
           MOVE WS-MOY3-SQL TO WS-CPT-MOY (3).
           MOVE WS-MOY4-SQL TO WS-CPT-MOY (4).

       7020-MOYENNES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * PLAGE ANALYSEE : PARM OU, PAR DEFAUT, LA VEILLE ET LE JOUR    *
      *---------------------------------------------------------------*
      *
       7040-DATES-DEB.

           EXEC SQL
                SELECT CHAR(CURRENT DATE - 1 DAY, ISO),
                       CHAR(CURRENT DATE, ISO)
                  INTO :WS-DTDEB-SQL,
                       :WS-DTFIN-SQL
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF PARM-LEN NOT < 10
              MOVE PARM-DTDEB TO WS-DTDEB-SQL
           END-IF.
           IF PARM-LEN NOT < 20
              MOVE PARM-DTFIN TO WS-DTFIN-SQL
           END-IF.

       7040-DATES-FIN.
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

            OPEN INPUT  PGMSYNTH.
            OPEN OUTPUT RAPPORT.
            OPEN OUTPUT ERRLOG.

       6000-OUVRIR-FIN.
            EXIT.

       6010-FERMER-DEB.

            CLOSE PGMSYNTH.
            CLOSE RAPPORT.
            CLOSE ERRLOG.

       6010-FERMER-FIN.
            EXIT.

       6020-LIRE-REF-DEB.

            READ PGMSYNTH INTO WS-REF
               AT END
                  SET FIN-FICHIER TO TRUE
            END-READ.

       6020-LIRE-REF-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DE LA REFERENCE ; AU-DELA DE LA CAPACITE DE LA     *
      * TABLE LES PROGRAMMES SONT EDITES AVEC DES LIBELLES GENERIQUES *
      *---------------------------------------------------------------*
      *
       6030-CHARGE-REF-DEB.

            PERFORM 6020-LIRE-REF-DEB
               THRU 6020-LIRE-REF-FIN.

            PERFORM 6031-POSTE-REF-DEB
               THRU 6031-POSTE-REF-FIN
              UNTIL FIN-FICHIER.

            IF WS-NB-REF-IGNORES > ZERO
               DISPLAY 'ADSD241 : TABLE PGMSYNTH PLEINE, '
                       WS-NB-REF-IGNORES ' PROGRAMMES IGNORES'
            END-IF.

       6030-CHARGE-REF-FIN.
            EXIT.

       6031-POSTE-REF-DEB.

            IF WS-PGM-NB < WS-PGM-MAX
               ADD 1 TO WS-PGM-NB
               MOVE WS-REF-PGM     TO WS-PGM-CODE    (WS-PGM-NB)
               MOVE WS-REF-ATTENDU TO WS-PGM-ATTENDU (WS-PGM-NB)
               MOVE WS-REF-LIB (1) TO WS-PGM-LIB (WS-PGM-NB 1)
               MOVE WS-REF-LIB (2) TO WS-PGM-LIB (WS-PGM-NB 2)
               MOVE WS-REF-LIB (3) TO WS-PGM-LIB (WS-PGM-NB 3)
               MOVE WS-REF-LIB (4) TO WS-PGM-LIB (WS-PGM-NB 4)
               MOVE ZERO           TO WS-PGM-NB-RUNS (WS-PGM-NB)
            ELSE
               ADD 1 TO WS-NB-REF-IGNORES
            END-IF.

            PERFORM 6020-LIRE-REF-DEB
               THRU 6020-LIRE-REF-FIN.

       6031-POSTE-REF-FIN.
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

            MOVE WS-DTDEB-SQL     TO WS-PDEB-ED.
            MOVE WS-DTFIN-SQL     TO WS-PFIN-ED.
            MOVE WS-ECART-PCT     TO WS-PECA-ED.
            MOVE WS-NB-JOURS-HIST TO WS-PHIS-ED.
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
               WRITE RAPPORT-ENR FROM WS-LIG-TITRE
               ADD 1 TO WS-NB-LIGNE-PAGE
            END-IF.

       8005-SAUT-PAGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN RUN : LIGNE D'ETAT PUIS LIGNE DES COMPTEURS LIBELLES       *
      *---------------------------------------------------------------*
      *
       8010-CORPS-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.

            MOVE WS-PGM-SQL   TO WS-RUN-PGM-ED.
            MOVE WS-MODE-SQL  TO WS-RUN-MODE-ED.
            MOVE WS-DTRUN-SQL TO WS-RUN-DATE-ED.
            MOVE WS-HHDEB-SQL TO WS-RUN-DEB-ED.
            MOVE WS-RUN-SQL   TO WS-RUN-ID-ED.
            IF DUREE-CONNUE
               MOVE WS-SEC-DUREE TO WS-SEC-A-EDITER
               PERFORM 7015-EDITE-DUREE-DEB
                  THRU 7015-EDITE-DUREE-FIN
               MOVE WS-HMS-ED    TO WS-RUN-DUR-ED
            ELSE
               MOVE SPACES       TO WS-RUN-DUR-ED
            END-IF.
            IF WS-ETAT-SQL = 'T'
               MOVE 'TERMINE'    TO WS-RUN-ETAT-ED
               MOVE WS-RET-SQL   TO WS-RUN-RC-ED
            ELSE
               MOVE 'EN COURS'   TO WS-RUN-ETAT-ED
               MOVE ZERO         TO WS-RUN-RC-ED
            END-IF.

            MOVE SPACES         TO WS-LIG-CPT.
            MOVE WS-CPT-LIB (1) TO WS-CPT-LIB-ED (1).
            MOVE WS-CPT-LIB (2) TO WS-CPT-LIB-ED (2).
            MOVE WS-CPT-LIB (3) TO WS-CPT-LIB-ED (3).
            MOVE WS-CPT-LIB (4) TO WS-CPT-LIB-ED (4).
            MOVE WS-CPT-VAL (1) TO WS-CPT-VAL-ED (1).
            MOVE WS-CPT-VAL (2) TO WS-CPT-VAL-ED (2).
            MOVE WS-CPT-VAL (3) TO WS-CPT-VAL-ED (3).
            MOVE WS-CPT-VAL (4) TO WS-CPT-VAL-ED (4).

            WRITE RAPPORT-ENR FROM WS-LIG-RUN.
            WRITE RAPPORT-ENR FROM WS-LIG-CPT.
            ADD 2 TO WS-NB-LIGNE-PAGE.

       8010-CORPS-FIN.
           EXIT.

       8015-ALERTE-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            WRITE RAPPORT-ENR FROM WS-LIG-ALERTE.
            ADD 1 TO WS-NB-LIGNE-PAGE.

       8015-ALERTE-FIN.
           EXIT.

       8016-ECART-DEB.

            ADD 1 TO WS-NB-ECARTS.
            PERFORM 8015-ALERTE-DEB
               THRU 8015-ALERTE-FIN.
            IF WS-RC-GLOBAL < 4
               MOVE 4 TO WS-RC-GLOBAL
            END-IF.

       8016-ECART-FIN.
           EXIT.

       8040-TOTAUX-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.

            MOVE WS-NB-RUNS       TO WS-TOT-RUN-ED.
            MOVE WS-NB-EN-COURS   TO WS-TOT-ENC-ED.
            MOVE WS-NB-RC-NON-NUL TO WS-TOT-RCN-ED.
            MOVE WS-NB-ABSENTS    TO WS-TOT-ABS-ED.
            MOVE WS-NB-ECARTS     TO WS-TOT-ECA-ED.
            MOVE WS-RC-GLOBAL     TO WS-TOT-RC-ED.

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
            MOVE WS-PGM-SQL             TO WS-ERR-CDPGM.
            WRITE ERRLOG-ENR FROM WS-LIG-ERR.

            DISPLAY 'PROBLEME DE CODE SQL : ' SQLCODE.
            DISPLAY 'PROGRAMME EN COURS AU MOMENT DE L''ANOMALIE : '
                    WS-PGM-SQL.

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
