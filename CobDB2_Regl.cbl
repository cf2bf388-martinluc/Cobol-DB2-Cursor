      *               ! TRANCHE SUPERIEURE DE LA CATEGORIE RESTE      *
      *               ! VALIDE AU DELA DE LA DATE DE FIN (MEME        *
      *               ! GARANTIE ANTI-TROU QU'A L'AJOUT)              *
      * 15/10/2026    ! MOUVEMENT SANS CODE UTILISATEUR (CDUTIL A     *
      *               ! BLANC) REJETE COMME NON VALIDE : TOUTE        *
      *               ! MODIFICATION DE REGLE DOIT ETRE SIGNEE        *
      *===============================================================*
      *
      *************************
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-CDUTIL = SPACES
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - NON VALIDE' TO WS-RESULTAT-ED
              GO TO 1020-CONTROLE-FIN
           END-IF.

           IF WS-MVT-NBJRMINI IS NOT NUMERIC
              SET MVT-REJETE TO TRUE
              MOVE 'REJETE - TRANCHE NON NUMERIQUE' TO WS-RESULTAT-ED
