      *               ! DEBUT / FIN ; REFUS D'ANNULER UN PASSAGE DONT *
      *               ! LES LIGNES TARTSOLD ONT DEJA ETE ARCHIVEES    *
      *               ! PAR ADSD230 OU INCONNU DU JOURNAL (RC 8)      *
      * 15/10/2026    ! DETAIL INTFPOS : PLAFONNEMENT PLANCHER ET     *
      *               ! TYPE D'OPERATION NOMMES, COMME CHEZ ADSD225   *
      * 15/10/2026    ! RESTAURATION TRACEE PAR ARTICLE : DATE DE     *
      *               ! RESTAURATION (DTANNULSOLD) POSEE SUR LA LIGNE *
      *               ! TARTSOLD DU PASSAGE DANS LA MEME UNITE DE     *
      *               ! TRAVAIL QUE LE PRIX RESTAURE ; UN ARTICLE     *
      *               ! IGNORE (PRIX MODIFIE DEPUIS) RESTE DEMARQUE   *
      *===============================================================*
      *
      *************************
           05  WS-INT-DTEFFET      PIC X(10).
           05  WS-INT-DET-RUN      PIC X(14).
           05  WS-INT-VAGUE        PIC 9(01).
           05  WS-INT-PLANCHER     PIC X(01).
           05  WS-INT-TYPOPER      PIC X(01).
           05  FILLER              PIC X(19).

       01  WS-INT-TRL REDEFINES WS-INT.
           05  FILLER              PIC X(01).
                 WHERE CDNUMART = :WS-CDNUMART
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

      *    LA RESTAURATION EST TRACEE SUR L'ARTICLE DU PASSAGE :
      *    COMPTABILITE (ADSD238), BUDGET (ADSD225) ET DOSSIER (ADSD240)
      *    NE REPRENNENT QUE LES ARTICLES REELLEMENT RESTAURES
           EXEC SQL
                UPDATE TARTSOLD
                   SET DTANNULSOLD = CURRENT DATE
                 WHERE CDRUNSOLD   = :WS-RC-RUNID
                   AND CDNUMART    = :WS-CDNUMART
                   AND DTANNULSOLD IS NULL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           ADD 1 TO WS-NB-RESTAURES.
           MOVE 'RESTAURE' TO WS-RESULTAT-ED.
           ADD 1 TO WS-NB-DEPUIS-COMMIT.
           IF WS-NB-DEPUIS-COMMIT >= WS-MAX-AVANT-COMMIT
              EXEC SQL
                   COMMIT
              END-EXEC
              MOVE ZERO TO WS-NB-DEPUIS-COMMIT
           END-IF.

       1025-RESTAURE-FIN.
           EXIT.
      *
