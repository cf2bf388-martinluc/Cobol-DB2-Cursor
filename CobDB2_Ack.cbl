      *               ! CONTROLE IS NUMERIC DES ZONES DU FICHIER      *
      *               ! RETOUR (PRIX DETAIL, COMPTEUR DE FIN) AVEC    *
      *               ! COMPTAGE DES FORMATS INVALIDES ET RC 8        *
      * 15/10/2026    ! DETAIL INTFPOS : PLAFONNEMENT PLANCHER ET     *
      *               ! TYPE D'OPERATION NOMMES, COMME CHEZ ADSD225   *
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
