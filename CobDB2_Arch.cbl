      *               ! PASSAGE ANNULE LAISSE SES DETAILS DANS LE     *
      *               ! FICHIER MAIS HORS TOTAUX, ET EST RE-DECHARGE  *
      *               ! A LA RELANCE                                  *
      * 15/10/2026    ! ARCHIVE : AJOUT DU PRIX APRES (PXAPRESSOLD),  *
      *               ! DU TYPE D'OPERATION (CDTYPOPSOLD), DU         *
      *               ! PLAFONNEMENT PLANCHER (CDPLANSOLD) ET DE LA   *
      *               ! DATE DE RESTAURATION ADSD228 (DTANNULSOLD) ;  *
      *               ! A BLANC SUR L'ARCHIVE QUAND NON RENSEIGNES    *
      *===============================================================*
      *
      *************************
       77  WS-RUN-PREC          PIC X(14).
       77  WS-IND-RUN           PIC S9(4) COMP.

       77  WS-PXAPRES-SQL       PIC S9(8)V99 COMP-3.
       77  WS-IND-PXAPRES       PIC S9(4) COMP.
       77  WS-TYPOP-SQL         PIC X(01).
       77  WS-IND-TYPOP         PIC S9(4) COMP.
       77  WS-PLAN-SQL          PIC X(01).
       77  WS-IND-PLAN          PIC S9(4) COMP.
       77  WS-DTANNUL-SQL       PIC X(10).
       77  WS-IND-DTANNUL       PIC S9(4) COMP.

           EXEC SQL
              DECLARE CURS1
              CURSOR FOR
              SELECT CDNUMART, DTFLAGSOLD, PXVTEART,
                     QTSTKART, CDRUNSOLD, PXAPRESSOLD,
                     CDTYPOPSOLD, CDPLANSOLD, DTANNULSOLD
                FROM TARTSOLD
               WHERE CDRUNSOLD = :WS-RUN-COURANT
                 AND DTFLAGSOLD <
           05  WS-ARC-PXVTE      PIC 9(08)V99.
           05  WS-ARC-QTSTK      PIC S9(07) SIGN LEADING SEPARATE.
           05  WS-ARC-CDRUN      PIC X(14).
           05  WS-ARC-PXAPRES    PIC 9(08)V99.
           05  WS-ARC-PXAPRES-X REDEFINES WS-ARC-PXAPRES
                                 PIC X(10).
           05  WS-ARC-TYPOP      PIC X(01).
           05  WS-ARC-PLAN       PIC X(01).
           05  WS-ARC-DTANNUL    PIC X(10).
           05  FILLER            PIC X(07) VALUE SPACES.

       01  WS-ARC-FIN.
           05  FILLER            PIC X(01) VALUE '9'.
                     :DCLTARTSOLD.DTFLAGSOLD,
                     :DCLTARTSOLD.PXVTEART,
                     :DCLTARTSOLD.QTSTKART,
                     :DCLTARTSOLD.CDRUNSOLD,
                     :WS-PXAPRES-SQL:WS-IND-PXAPRES,
                     :WS-TYPOP-SQL:WS-IND-TYPOP,
                     :WS-PLAN-SQL:WS-IND-PLAN,
                     :WS-DTANNUL-SQL:WS-IND-DTANNUL
           END-EXEC.

           IF SQLCODE = 100
           MOVE PXVTEART   OF DCLTARTSOLD TO WS-ARC-PXVTE.
           MOVE QTSTKART   OF DCLTARTSOLD TO WS-ARC-QTSTK.
           MOVE CDRUNSOLD  OF DCLTARTSOLD TO WS-ARC-CDRUN.
           IF WS-IND-PXAPRES < ZERO
              MOVE SPACES         TO WS-ARC-PXAPRES-X
           ELSE
              MOVE WS-PXAPRES-SQL TO WS-ARC-PXAPRES
           END-IF.
           IF WS-IND-TYPOP < ZERO
              MOVE SPACE          TO WS-ARC-TYPOP
           ELSE
              MOVE WS-TYPOP-SQL   TO WS-ARC-TYPOP
           END-IF.
           IF WS-IND-PLAN < ZERO
              MOVE SPACE          TO WS-ARC-PLAN
           ELSE
              MOVE WS-PLAN-SQL    TO WS-ARC-PLAN
           END-IF.
           IF WS-IND-DTANNUL < ZERO
              MOVE SPACES         TO WS-ARC-DTANNUL
           ELSE
              MOVE WS-DTANNUL-SQL TO WS-ARC-DTANNUL
           END-IF.
           WRITE ARCHSOLD-ENR FROM WS-ARC-DETAIL.

      *    LES TOTAUX DE FIN D'ARCHIVE NE SONT REPRIS QU'AU COMMIT
