      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! FICHIER MVTRET : PROPOSITIONS DE RETOUR PAR   *
      *               ! DEPOT AU FORMAT MOUVEMENT, A VALIDER (CDUTIL) *
      *               ! PUIS COMPTABILISER PAR ADSD237                *
      * 15/10/2026    ! QUANTITE DEPOT SUPERIEURE A LA ZONE MOUVEMENT *
      *               ! (999999) : MOUVEMENT NON GENERE, LIGNE        *
      *               ! REJETEE AU RAPPORT, COMPTEE (NBCPT2RUN)       *
      *               ! ET RC 4                                       *
      *===============================================================*
      *
      *************************

           SELECT RETFOUR      ASSIGN TO RETFOUR
                               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MVTRET       ASSIGN TO MVTRET
                               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
           RECORDING MODE IS F
           DATA RECORD IS RETFOUR-ENR.
       01  RETFOUR-ENR             PIC X(80).
      *
       FD  MVTRET
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS MVTRET-ENR.
       01  MVTRET-ENR              PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
       77  WS-RF-TOT-DEVALO     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-RF-NO-PAGE        PIC 9(04)      VALUE ZERO.
       77  WS-RF-NB-LIGNE       PIC 9(03)      VALUE ZERO.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT DE STOCK PROPOSE (MVTRET) : MEME FORMAT QUE LES     *
      * TRANSFERTS D'ADSD233, UN MOUVEMENT PAR DEPOT DETENTEUR. LE    *
      * VALIDEUR RENSEIGNE CDUTIL (ET PEUT REDUIRE LA QUANTITE) AVANT *
      * PASSAGE DANS ADSD237                                          *
      *---------------------------------------------------------------*
      *
       01  WS-MVT.
           05  WS-MVT-CDTYPMVT     PIC X(01)  VALUE 'R'.
           05  WS-MVT-CDNUMART     PIC X(08).
           05  WS-MVT-DEPOT-SRC    PIC X(03).
           05  WS-MVT-DEPOT-DST    PIC X(03)  VALUE SPACES.
           05  WS-MVT-CDFOURART    PIC X(08).
           05  WS-MVT-QTMVT        PIC 9(06).
           05  WS-MVT-CDRUNPROP    PIC X(14).
           05  WS-MVT-CDUTIL       PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(29)  VALUE SPACES.

       77  WS-NB-MVT-REJ        PIC 9(06)      VALUE ZERO.

       01  WS-RF-LIG1.
           05  FILLER      PIC X      VALUE '*'.
           05  FILLER        PIC X(21) VALUE 'DEVALORISATION PROJ :'.
           05  WS-TOT-DEV-ED PIC ZZZZZZZZZZZZ9,99.

       01  WS-LIG9.
           05  FILLER        PIC X(21) VALUE 'MVTS NON GENERES    :'.
           05  WS-NB-REJ-ED  PIC ZZZZZ9.

       01  WS-LIG-MVT-REJ.
           05  FILLER          PIC X(16) VALUE 'MVT NON GENERE  '.
           05  WS-REJ-CODE-ED  PIC X(08).
           05  FILLER          PIC X(07) VALUE ' DEPOT '.
           05  WS-REJ-DEPOT-ED PIC X(03).
           05  FILLER          PIC X(05) VALUE ' QTE '.
           05  WS-REJ-QTE-ED   PIC ZZZZZZZZ9.
           05  FILLER          PIC X(24)
               VALUE ' REJETE - QTE > 999999'.

       01  WS-LIG-ERR.
           05  FILLER            PIC X(11) VALUE 'ERREUR SQL '.
           05  WS-ERR-DATE       PIC X(10).
              THRU 8040-TOTAUX-FIN.

           MOVE WS-NB-PROPOSES TO WS-RC-CPT1.
           MOVE WS-NB-MVT-REJ  TO WS-RC-CPT2.
           IF WS-NB-MVT-REJ > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9010-JOURNAL-FIN-DEB
              THRU 9010-JOURNAL-FIN-FIN.

                        TO WS-RF-QTE-DEPOT-ED
                   WRITE RETFOUR-ENR FROM WS-RF-LIG-DEPOT
                   ADD 1 TO WS-RF-NB-LIGNE
                   PERFORM 8075-RET-MVT-DEB
                      THRU 8075-RET-MVT-FIN
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
            OPEN OUTPUT RAPPORT.
            OPEN OUTPUT ERRLOG.
            OPEN OUTPUT RETFOUR.
            OPEN OUTPUT MVTRET.

       6000-OUVRIR-FIN.
            EXIT.
            CLOSE RAPPORT.
            CLOSE ERRLOG.
            CLOSE RETFOUR.
            CLOSE MVTRET.

       6010-FERMER-FIN.
            EXIT.
            WRITE RAPPORT-ENR FROM WS-LIG6.
            WRITE RAPPORT-ENR FROM WS-LIG7.
            WRITE RAPPORT-ENR FROM WS-LIG8.
            MOVE WS-NB-MVT-REJ  TO WS-NB-REJ-ED.
            WRITE RAPPORT-ENR FROM WS-LIG9.

       8040-TOTAUX-FIN.
           EXIT.

       8073-RET-TOTAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT A VALIDER : SORTIE DU STOCK DU DEPOT POUR RETOUR AU *
      * FOURNISSEUR, RATTACHE AU RUN DE PROPOSITION                   *
      *---------------------------------------------------------------*
      *
       8075-RET-MVT-DEB.

            IF QTSTKDEPOT OF DCLTSTKDEPOT > 999999
               PERFORM 8076-RET-MVT-REJET-DEB
                  THRU 8076-RET-MVT-REJET-FIN
               GO TO 8075-RET-MVT-FIN
            END-IF.

            MOVE CDNUMART   OF DCLTARTICL   TO WS-MVT-CDNUMART.
            MOVE CDDEPOT    OF DCLTSTKDEPOT TO WS-MVT-DEPOT-SRC.
            MOVE CDFOURART  OF DCLTARTICL   TO WS-MVT-CDFOURART.
            MOVE QTSTKDEPOT OF DCLTSTKDEPOT TO WS-MVT-QTMVT.
            MOVE WS-RC-RUNID                TO WS-MVT-CDRUNPROP.
            WRITE MVTRET-ENR FROM WS-MVT.

       8075-RET-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * QUANTITE HORS CAPACITE DE LA ZONE MOUVEMENT : PAS DE          *
      * MOUVEMENT TRONQUE, LA LIGNE EST REJETEE AU RAPPORT            *
      *---------------------------------------------------------------*
      *
       8076-RET-MVT-REJET-DEB.

            IF WS-NB-LIGNE-PAGE NOT < WS-MAX-LIGNE-PAGE
               PERFORM 8000-ENTETE-DEB
                  THRU 8000-ENTETE-FIN
            END-IF.
            MOVE CDNUMART   OF DCLTARTICL   TO WS-REJ-CODE-ED.
            MOVE CDDEPOT    OF DCLTSTKDEPOT TO WS-REJ-DEPOT-ED.
            MOVE QTSTKDEPOT OF DCLTSTKDEPOT TO WS-REJ-QTE-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-MVT-REJ.
            ADD 1 TO WS-NB-LIGNE-PAGE.
            ADD 1 TO WS-NB-MVT-REJ.

       8076-RET-MVT-REJET-FIN.
           EXIT.

      *
      *---------------------------------------------------------------*
