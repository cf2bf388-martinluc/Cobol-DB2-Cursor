      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSD240                                   *
      *  NOM DU REDACTEUR : MARTINLUC                                 *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * DOSSIER DE DEMARQUE PAR ARTICLE : A PARTIR D'UN FICHIER DE    *
      * DEMANDES (DEMDOS : UN ARTICLE CDNUMART OU UN FOURNISSEUR      *
      * CDFOURART PAR LIGNE), EDITION D'UN DOSSIER PAR ARTICLE :      *
      * DONNEES TARTICL ET STOCK PAR DEPOT (TSTKDEPOT), CHAQUE VAGUE  *
      * DE DEMARQUE TARTSOLD (DATE, PASSAGE, PRIX AVANT / APRES,      *
      * TAUX) AVEC L'ETAT DU RAPPROCHEMENT CAISSES (ADSD231) ET       *
      * LA RESTAURATION EVENTUELLE DU PRIX (ADSD228), LES EXCLUSIONS  *
      * TARTEXCL, LA DERNIERE VENTE ET LES VENTES DEPUIS LA PREMIERE  *
      * DEMARQUE (TLIGCOM), LES TRANSFERTS ET RETOURS FOURNISSEUR     *
      * COMPTABILISES (TMVTSTK) ET L'HISTORIQUE DE PROVISION POUR     *
      * VIEILLISSEMENT (THISTPROV) DE SA CATEGORIE DANS SES DEPOTS.   *
      * DOCUMENT UNIQUE ENVOYE EN CAS DE CONTESTATION D'UNE DEMARQUE. *
      * RC 4 SI UNE DEMANDE N'A PAS PU ETRE SERVIE.                   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS --               *
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! ANNULATION EDITEE PAR ARTICLE D'APRES LA      *
      *               ! RESTAURATION ADSD228 (DTANNULSOLD) : UN       *
      *               ! ARTICLE IGNORE PAR ADSD228 EST 'MAINTENU'     *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ADSD240.
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
           SELECT DEMDOS       ASSIGN TO DEMDOS
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
       FD  DEMDOS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           DATA RECORD IS DEMDOS-ENR.
       01  DEMDOS-ENR              PIC X(80).
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
              INCLUDE TARTICL
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       77  WS-ART-SQL           PIC X(08).
       77  WS-FOUR-SQL          PIC X(08).
       77  WS-IND-FOUR          PIC S9(4) COMP.
       77  WS-IND-PXACH         PIC S9(4) COMP.
       77  WS-IND-DTREC         PIC S9(4) COMP.
       77  WS-DEPOT-SQL         PIC X(03).
       77  WS-QTDEP-SQL         PIC S9(9) COMP.
       77  WS-DTFLAG-SQL        PIC X(10).
       77  WS-RUN-SQL           PIC X(14).
       77  WS-WAVE-SQL          PIC S9(4) COMP.
       77  WS-PXAVANT-SQL       PIC S9(8)V99 COMP-3.
       77  WS-PXAPRES-SQL       PIC S9(8)V99 COMP-3.
       77  WS-IND-PXAPRES       PIC S9(4) COMP.
       77  WS-TX-SQL            PIC S9(3)V99 COMP-3.
       77  WS-IND-TX            PIC S9(4) COMP.
       77  WS-TYPOP-SQL         PIC X(01).
       77  WS-IND-TYPOP         PIC S9(4) COMP.
       77  WS-DTANNUL-SQL       PIC X(10).
       77  WS-IND-DTANNUL       PIC S9(4) COMP.
       77  WS-IND-ETAT          PIC S9(4) COMP.
       77  WS-RET-SQL           PIC S9(4) COMP.
       77  WS-ETAT-SQL          PIC X(01).
       77  WS-NB-SQL            PIC S9(9) COMP.
       77  WS-DATE-SQL          PIC X(10).
       77  WS-IND-DATE          PIC S9(4) COMP.
       77  WS-QT-SQL            PIC S9(9) COMP.
       77  WS-IND-QT            PIC S9(4) COMP.
       77  WS-MOTIF-SQL         PIC X(30).
       77  WS-ACHETEUR-SQL      PIC X(08).
       77  WS-TYPMVT-SQL        PIC X(01).
       77  WS-DEPDST-SQL        PIC X(03).
       77  WS-RUNPROP-SQL       PIC X(14).
       77  WS-UTIL-SQL          PIC X(08).
       77  WS-PER-SQL           PIC X(06).
       77  WS-TR-SQL            PIC S9(4) COMP.
       77  WS-VAL-SQL           PIC S9(11)V99 COMP-3.
       77  WS-PROV-SQL          PIC S9(11)V99 COMP-3.

       77  WS-RC-PGM            PIC X(08) VALUE 'ADSD240'.
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
      * ARTICLES D'UN FOURNISSEUR                                     *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS1
              CURSOR FOR
              SELECT CDNUMART
                FROM TARTICL
               WHERE CDFOURART = :WS-FOUR-SQL
               ORDER BY CDNUMART
           END-EXEC.
      *
      *---------------------------------------------------------------*
      * STOCK DE L'ARTICLE PAR DEPOT                                  *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS2
              CURSOR FOR
              SELECT CDDEPOT, QTSTKDEPOT
                FROM TSTKDEPOT
               WHERE CDNUMART = :WS-ART-SQL
               ORDER BY CDDEPOT
           END-EXEC.
      *
      *---------------------------------------------------------------*
      * VAGUES DE DEMARQUE DE L'ARTICLE ; LE TAUX EST CELUI DE LA     *
      * PROPOSITION APPLIQUEE PAR LE PASSAGE (TPROPSOLD), ABSENT POUR *
      * LES PASSAGES ANTERIEURS A LA VALIDATION ACHETEURS. SEULS LES  *
      * PRIX APPLIQUES SONT DES VAGUES : PRIX APRES RENSEIGNE OU       *
      * PASSAGE ADSD225 EN MODE SOLDE (LIGNES ANTERIEURES AU PRIX     *
      * APRES, EDITEES 'NON TRACE') ; LES LISTES DES MODES DETAIL ET  *
      * SYNTHESE SONT ECARTEES                                        *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS3
              CURSOR FOR
              SELECT S.DTFLAGSOLD, S.CDRUNSOLD, S.NOWAVSOLD,
                     S.PXVTEART, S.PXAPRESSOLD, P.TXPOURCPROP,
                     S.CDTYPOPSOLD, S.DTANNULSOLD
                FROM TARTSOLD S
                LEFT OUTER JOIN TPROPSOLD P
                  ON P.CDRUNSOLD = S.CDRUNSOLD
                 AND P.CDNUMART  = S.CDNUMART
               WHERE S.CDNUMART = :WS-ART-SQL
                 AND (S.PXAPRESSOLD IS NOT NULL
                      OR EXISTS (SELECT 1
                                   FROM TRUNCTL M
                                  WHERE M.CDPGMRUN  = 'ADSD225'
                                    AND M.CDRUNSOLD = S.CDRUNSOLD
                                    AND M.CDMODERUN = 'M'))
               ORDER BY S.DTFLAGSOLD, S.CDRUNSOLD
           END-EXEC.
      *
           EXEC SQL
              DECLARE CURS4
              CURSOR FOR
              SELECT LBMOTIF, CDACHETEUR, DTFINEXCL
                FROM TARTEXCL
               WHERE CDNUMART = :WS-ART-SQL
               ORDER BY DTFINEXCL
           END-EXEC.
      *
      *---------------------------------------------------------------*
      * TRANSFERTS (T) ET RETOURS FOURNISSEUR (R) COMPTABILISES PAR   *
      * ADSD237                                                       *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS5
              CURSOR FOR
              SELECT DTMVTSTK, CDTYPMVT, CDDEPOTSRC, CDDEPOTDST,
                     QTMVTSTK, CDRUNPROP, CDUTILMVT
                FROM TMVTSTK
               WHERE CDNUMART = :WS-ART-SQL
               ORDER BY DTMVTSTK, CDRUNMVT
           END-EXEC.
      *
      *---------------------------------------------------------------*
      * PROVISION POUR VIEILLISSEMENT (ADSD229) : POSTES DE LA        *
      * CATEGORIE DE L'ARTICLE DANS LES DEPOTS OU IL EST STOCKE,      *
      * PERIODES LES PLUS RECENTES EN TETE                            *
      *---------------------------------------------------------------*
      *
           EXEC SQL
              DECLARE CURS6
              CURSOR FOR
              SELECT H.CDPERHIST, H.CDDEPOT, H.NOTRHIST,
                     H.MTVALHIST, H.MTPROVHIST
                FROM THISTPROV H
               WHERE H.CDCATART = :DCLTARTICL.CDCATART
                 AND H.CDDEPOT IN (SELECT D.CDDEPOT
                                     FROM TSTKDEPOT D
                                    WHERE D.CDNUMART = :WS-ART-SQL)
               ORDER BY H.CDPERHIST DESC, H.CDDEPOT, H.NOTRHIST
           END-EXEC.

           EXEC SQL
                END DECLARE SECTION
           END-EXEC.
      *
      *---------------------------------------------------------------*
      * DEMANDE DE DOSSIER : A = UN ARTICLE, F = TOUS LES ARTICLES    *
      * D'UN FOURNISSEUR                                              *
      *---------------------------------------------------------------*
      *
       01  WS-DEM.
           05  WS-DEM-TYPE         PIC X(01).
               88  DEM-ARTICLE               VALUE 'A'.
               88  DEM-FOURNISSEUR           VALUE 'F'.
           05  WS-DEM-CODE         PIC X(08).
           05  FILLER              PIC X(71).

       77  WS-FIN-FICHIER       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER                VALUE 'O'.

       77  WS-FIN-CURSEUR       PIC X(01) VALUE 'N'.
           88  FIN-CURSEUR                VALUE 'O'.

       77  WS-FIN-FOUR          PIC X(01) VALUE 'N'.
           88  FIN-FOUR                   VALUE 'O'.

       77  WS-DOSSIER           PIC X(01) VALUE 'N'.
           88  DOSSIER-EN-COURS           VALUE 'O'.

       77  WS-TX-CALCULE        PIC X(01) VALUE 'N'.
           88  TX-CALCULE-VU              VALUE 'O'.

       77  WS-NB-LUES           PIC 9(06)      VALUE ZERO.
       77  WS-NB-DOSSIERS       PIC 9(06)      VALUE ZERO.
       77  WS-NB-REFUSEES       PIC 9(06)      VALUE ZERO.
       77  WS-NB-VAGUES         PIC 9(07)      VALUE ZERO.
       77  WS-NB-ART-FOUR       PIC 9(06)      VALUE ZERO.
       77  WS-NB-LIGNES-SECT    PIC 9(06)      VALUE ZERO.
       77  WS-DT-1ERE-DEMARQUE  PIC X(10)      VALUE SPACES.
       77  WS-TX-EFFECTIF       PIC S9(3)V99   VALUE ZERO.
       77  WS-MOTIF-REFUS       PIC X(30)      VALUE SPACES.

       01  WS-LIG1.
           05  FILLER      PIC X      VALUE '*'.
           05  FILLER      PIC X(63)  VALUE ALL '-'.
           05  FILLER      PIC X      VALUE '*'.

       01  WS-LIG2.
           05  FILLER      PIC XX     VALUE '| '.
           05  FILLER      PIC X(22)  VALUE 'DOSSIER DEMARQUE'.
           05  FILLER      PIC X(07)  VALUE '    DU '.
           05  WS-DATE-ED  PIC X(10).
           05  FILLER      PIC X(13)  VALUE '        PAGE '.
           05  WS-NO-PAGE-ED
                           PIC ZZZ9.
           05  FILLER      PIC X(06)  VALUE SPACES.
           05  FILLER      PIC X      VALUE '|'.

       01  WS-LIG-SUITE.
           05  FILLER          PIC X(16) VALUE 'DOSSIER ARTICLE '.
           05  WS-SUITE-ART-ED PIC X(08).
           05  FILLER          PIC X(08) VALUE ' (SUITE)'.

       01  WS-LIG-SECTION.
           05  FILLER          PIC X(03) VALUE '-- '.
           05  WS-SECTION-ED   PIC X(50).

       01  WS-LIG-NEANT.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-NEANT-ED     PIC X(45).

       01  WS-LIG-ART1.
           05  FILLER          PIC X(08) VALUE 'ARTICLE '.
           05  WS-ART-ED       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-LIB-ED       PIC X(35).

       01  WS-LIG-ART2.
           05  FILLER          PIC X(10) VALUE 'CATEGORIE '.
           05  WS-CAT-ED       PIC X(05).
           05  FILLER          PIC X(14) VALUE '  FOURNISSEUR '.
           05  WS-FOUR-ED      PIC X(08).
           05  FILLER          PIC X(12) VALUE '  RECEPTION '.
           05  WS-DTREC-ED     PIC X(10).

       01  WS-LIG-ART3.
           05  FILLER          PIC X(11) VALUE 'PRIX VENTE '.
           05  WS-PXV-ED       PIC ZZZZZZZ9,99.
           05  FILLER          PIC X(13) VALUE '  PRIX ACHAT '.
           05  WS-PXA-ED       PIC ZZZZZZZ9,99.
           05  FILLER          PIC X(08) VALUE '  STOCK '.
           05  WS-STK-ED       PIC -(8)9.

       01  WS-LIG-DEPOT.
           05  FILLER          PIC X(09) VALUE '   DEPOT '.
           05  WS-DEP-ED       PIC X(03).
           05  FILLER          PIC X(07) VALUE ' STOCK '.
           05  WS-DEP-QTE-ED   PIC -(8)9.

       01  WS-LIG-VAG-TITRE.
           05  FILLER          PIC X(40)
               VALUE '   DATE       PASSAGE        VAG   PX AV'.
           05  FILLER          PIC X(30)
               VALUE 'ANT   PX APRES   TAUX  OP'.

       01  WS-LIG-VAGUE.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-VAG-DATE-ED  PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-VAG-RUN-ED   PIC X(14).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-VAG-NO-ED    PIC Z9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-VAG-AVANT-ED PIC ZZZZZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-VAG-APRES-ED PIC ZZZZZZ9,99.
           05  WS-VAG-APRES-X REDEFINES WS-VAG-APRES-ED
                               PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-VAG-TX-ED    PIC ZZ9,99.
           05  WS-VAG-TX-X REDEFINES WS-VAG-TX-ED
                               PIC X(06).
           05  WS-VAG-TXC-ED   PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  WS-VAG-OP-ED    PIC X(01).

       01  WS-LIG-VAG-SUIVI.
           05  FILLER          PIC X(15) VALUE '     CAISSES : '.
           05  WS-VAG-ACK-ED   PIC X(25).
           05  FILLER          PIC X(14) VALUE ' ANNULATION : '.
           05  WS-VAG-ANN-ED   PIC X(22).

       01  WS-LIG-TXC.
           05  FILLER          PIC X(45)
               VALUE '   * TAUX EFFECTIF CALCULE SUR LES PRIX'.

       01  WS-LIG-EXCL.
           05  FILLER          PIC X(15) VALUE '   EXCLU JUSQU'''.
           05  FILLER          PIC X(03) VALUE 'AU '.
           05  WS-EXC-FIN-ED   PIC X(10).
           05  FILLER          PIC X(05) VALUE ' PAR '.
           05  WS-EXC-ACH-ED   PIC X(08).
           05  FILLER          PIC X(03) VALUE ' : '.
           05  WS-EXC-MOT-ED   PIC X(30).

       01  WS-LIG-VTE1.
           05  FILLER          PIC X(33)
               VALUE '   DERNIERE VENTE              : '.
           05  WS-VTE-DER-ED   PIC X(10).

       01  WS-LIG-VTE2.
           05  FILLER          PIC X(33)
               VALUE '   VENTES DEPUIS 1ERE DEMARQUE : '.
           05  WS-VTE-NB-ED    PIC ZZZZZ9.
           05  FILLER          PIC X(13) VALUE ' LIGNES, QTE '.
           05  WS-VTE-QT-ED    PIC -(8)9.

       01  WS-LIG-MVT.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-MVT-DATE-ED  PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-MVT-TYPE-ED  PIC X(09).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-MVT-SRC-ED   PIC X(03).
           05  FILLER          PIC X(03) VALUE ' > '.
           05  WS-MVT-DST-ED   PIC X(03).
           05  FILLER          PIC X(05) VALUE ' QTE '.
           05  WS-MVT-QTE-ED   PIC -(8)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-MVT-RUN-ED   PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-MVT-UTIL-ED  PIC X(08).

       01  WS-LIG-PROV.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  WS-PRV-PER-ED   PIC X(06).
           05  FILLER          PIC X(07) VALUE ' DEPOT '.
           05  WS-PRV-DEP-ED   PIC X(03).
           05  FILLER          PIC X(04) VALUE ' TR '.
           05  WS-PRV-TR-ED    PIC 9.
           05  FILLER          PIC X(08) VALUE ' VALEUR '.
           05  WS-PRV-VAL-ED   PIC -(10)9,99.
           05  FILLER          PIC X(06) VALUE ' PROV '.
           05  WS-PRV-PROV-ED  PIC -(10)9,99.

       01  WS-LIG-REFUS.
           05  FILLER          PIC X(09) VALUE 'DEMANDE '.
           05  WS-REF-TYPE-ED  PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-REF-CODE-ED  PIC X(08).
           05  FILLER          PIC X(03) VALUE ' : '.
           05  WS-REF-MOTIF-ED PIC X(30).

       01  WS-LIG6.
           05  FILLER        PIC X(21) VALUE 'DEMANDES LUES       :'.
           05  WS-TOT-LUE-ED PIC ZZZZZ9.

       01  WS-LIG7.
           05  FILLER        PIC X(21) VALUE 'DOSSIERS EDITES     :'.
           05  WS-TOT-DOS-ED PIC ZZZZZ9.

       01  WS-LIG8.
           05  FILLER        PIC X(21) VALUE 'DEMANDES NON SERVIES:'.
           05  WS-TOT-REF-ED PIC ZZZZZ9.

       01  WS-LIG9.
           05  FILLER        PIC X(21) VALUE 'VAGUES EDITEES      :'.
           05  WS-TOT-VAG-ED PIC ZZZZZZ9.

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

           PERFORM 6020-LIRE-DEM-DEB
              THRU 6020-LIRE-DEM-FIN.

           PERFORM 1000-DEMANDE-DEB
              THRU 1000-DEMANDE-FIN
             UNTIL FIN-FICHIER.

           PERFORM 8040-TOTAUX-DEB
              THRU 8040-TOTAUX-FIN.

           IF WS-NB-REFUSEES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-NB-LUES     TO WS-RC-CPT1.
           MOVE WS-NB-DOSSIERS TO WS-RC-CPT2.
           MOVE WS-NB-REFUSEES TO WS-RC-CPT3.
           MOVE WS-NB-VAGUES   TO WS-RC-CPT4.
           PERFORM 9010-JOURNAL-FIN-DEB
              THRU 9010-JOURNAL-FIN-FIN.

           PERFORM 6010-FERMER-DEB
              THRU 6010-FERMER-FIN.

           GOBACK.

       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   1XXX-  : TRAITEMENT DES DEMANDES                            *
      *---------------------------------------------------------------*
      *
       1000-DEMANDE-DEB.

           ADD 1 TO WS-NB-LUES.

           EVALUATE TRUE
              WHEN DEM-ARTICLE
                   MOVE WS-DEM-CODE TO WS-ART-SQL
                   PERFORM 2000-DOSSIER-DEB
                      THRU 2000-DOSSIER-FIN
              WHEN DEM-FOURNISSEUR
                   PERFORM 1100-FOURNISSEUR-DEB
                      THRU 1100-FOURNISSEUR-FIN
              WHEN OTHER
                   MOVE 'TYPE DE DEMANDE INCONNU' TO WS-MOTIF-REFUS
                   PERFORM 8060-REFUS-DEB
                      THRU 8060-REFUS-FIN
           END-EVALUATE.

           PERFORM 6020-LIRE-DEM-DEB
              THRU 6020-LIRE-DEM-FIN.

       1000-DEMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DEMANDE FOURNISSEUR : UN DOSSIER PAR ARTICLE DU FOURNISSEUR.  *
      * LA BOUCLE EST PILOTEE PAR SON PROPRE INDICATEUR CAR LE        *
      * DOSSIER ENCHAINE D'AUTRES ORDRES SQL ENTRE DEUX FETCH         *
      *---------------------------------------------------------------*
      *
       1100-FOURNISSEUR-DEB.

           MOVE WS-DEM-CODE TO WS-FOUR-SQL.
           MOVE ZERO        TO WS-NB-ART-FOUR.
           MOVE 'N'         TO WS-FIN-FOUR.

           EXEC SQL
                OPEN CURS1
           END-EXEC.

           PERFORM 1110-SQL1-DEB
              THRU 1110-SQL1-FIN
             UNTIL FIN-FOUR.

           EXEC SQL
                CLOSE CURS1
           END-EXEC.

           IF WS-NB-ART-FOUR = ZERO
              MOVE 'FOURNISSEUR SANS ARTICLE' TO WS-MOTIF-REFUS
              PERFORM 8060-REFUS-DEB
                 THRU 8060-REFUS-FIN
           END-IF.

       1100-FOURNISSEUR-FIN.
           EXIT.
      *
       1110-SQL1-DEB.

           EXEC SQL
                FETCH CURS1
                INTO :WS-ART-SQL
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-FOUR TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 ADD 1 TO WS-NB-ART-FOUR
                               PERFORM 2000-DOSSIER-DEB
                                  THRU 2000-DOSSIER-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       1110-SQL1-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   2XXX-  : CONSTITUTION DU DOSSIER D'UN ARTICLE               *
      *---------------------------------------------------------------*
      *
       2000-DOSSIER-DEB.

           EXEC SQL
                SELECT CDNUMART, LBNOMART, PXVTEART, PXACHART,
                       QTSTKART, CDCATART, CDFOURART, DTRECART,
                       DTCREART
                  INTO :DCLTARTICL.CDNUMART,
                       :DCLTARTICL.LBNOMART,
                       :DCLTARTICL.PXVTEART,
                       :DCLTARTICL.PXACHART:WS-IND-PXACH,
                       :DCLTARTICL.QTSTKART,
                       :DCLTARTICL.CDCATART,
                       :DCLTARTICL.CDFOURART:WS-IND-FOUR,
                       :DCLTARTICL.DTRECART:WS-IND-DTREC,
                       :DCLTARTICL.DTCREART
                  FROM TARTICL
                 WHERE CDNUMART = :WS-ART-SQL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'ARTICLE INCONNU' TO WS-MOTIF-REFUS
                   PERFORM 8060-REFUS-DEB
                      THRU 8060-REFUS-FIN
                   GO TO 2000-DOSSIER-FIN
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

      *    UN DOSSIER PAR PAGE : IL EST ENVOYE TEL QUEL AU DEMANDEUR
           MOVE 'N' TO WS-DOSSIER.
           PERFORM 8000-ENTETE-DEB
              THRU 8000-ENTETE-FIN.
           SET DOSSIER-EN-COURS TO TRUE.
           ADD 1 TO WS-NB-DOSSIERS.

           PERFORM 8011-ARTICLE-DEB
              THRU 8011-ARTICLE-FIN.

           PERFORM 2010-DEPOTS-DEB
              THRU 2010-DEPOTS-FIN.

           PERFORM 2020-VAGUES-DEB
              THRU 2020-VAGUES-FIN.

           PERFORM 2030-EXCLUSIONS-DEB
              THRU 2030-EXCLUSIONS-FIN.

           PERFORM 2040-VENTES-DEB
              THRU 2040-VENTES-FIN.

           PERFORM 2050-MOUVEMENTS-DEB
              THRU 2050-MOUVEMENTS-FIN.

           PERFORM 2060-PROVISIONS-DEB
              THRU 2060-PROVISIONS-FIN.

           MOVE 'N' TO WS-DOSSIER.

       2000-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * STOCK PAR DEPOT                                               *
      *---------------------------------------------------------------*
      *
       2010-DEPOTS-DEB.

           MOVE 'STOCK PAR DEPOT (TSTKDEPOT)' TO WS-SECTION-ED.
           PERFORM 8012-SECTION-DEB
              THRU 8012-SECTION-FIN.

           EXEC SQL
                OPEN CURS2
           END-EXEC.

           PERFORM 2011-SQL2-DEB
              THRU 2011-SQL2-FIN
             UNTIL FIN-CURSEUR.

           EXEC SQL
                CLOSE CURS2
           END-EXEC.

           IF WS-NB-LIGNES-SECT = ZERO
              MOVE 'AUCUN STOCK DEPOT' TO WS-NEANT-ED
              PERFORM 8013-NEANT-DEB
                 THRU 8013-NEANT-FIN
           END-IF.

       2010-DEPOTS-FIN.
           EXIT.
      *
       2011-SQL2-DEB.

           EXEC SQL
                FETCH CURS2
                INTO :WS-DEPOT-SQL,
                     :WS-QTDEP-SQL
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-CURSEUR TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 8014-DEPOT-DEB
                                  THRU 8014-DEPOT-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       2011-SQL2-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * VAGUES DE DEMARQUE ; LA DATE DE LA PREMIERE EST CONSERVEE     *
      * POUR LE DECOMPTE DES VENTES                                   *
      *---------------------------------------------------------------*
      *
       2020-VAGUES-DEB.

           MOVE 'VAGUES DE DEMARQUE (TARTSOLD)' TO WS-SECTION-ED.
           PERFORM 8012-SECTION-DEB
              THRU 8012-SECTION-FIN.
           MOVE SPACES TO WS-DT-1ERE-DEMARQUE.
           MOVE 'N'    TO WS-TX-CALCULE.

           EXEC SQL
                OPEN CURS3
           END-EXEC.

           PERFORM 2021-SQL3-DEB
              THRU 2021-SQL3-FIN
             UNTIL FIN-CURSEUR.

           EXEC SQL
                CLOSE CURS3
           END-EXEC.

           IF WS-NB-LIGNES-SECT = ZERO
              MOVE 'ARTICLE JAMAIS DEMARQUE' TO WS-NEANT-ED
              PERFORM 8013-NEANT-DEB
                 THRU 8013-NEANT-FIN
           END-IF.

           IF TX-CALCULE-VU
              PERFORM 8005-SAUT-PAGE-DEB
                 THRU 8005-SAUT-PAGE-FIN
              WRITE RAPPORT-ENR FROM WS-LIG-TXC
              ADD 1 TO WS-NB-LIGNE-PAGE
           END-IF.

       2020-VAGUES-FIN.
           EXIT.
      *
       2021-SQL3-DEB.

           EXEC SQL
                FETCH CURS3
                INTO :WS-DTFLAG-SQL,
                     :WS-RUN-SQL,
                     :WS-WAVE-SQL,
                     :WS-PXAVANT-SQL,
                     :WS-PXAPRES-SQL:WS-IND-PXAPRES,
                     :WS-TX-SQL:WS-IND-TX,
                     :WS-TYPOP-SQL:WS-IND-TYPOP,
                     :WS-DTANNUL-SQL:WS-IND-DTANNUL
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-CURSEUR TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 7000-VAGUE-DEB
                                  THRU 7000-VAGUE-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       2021-SQL3-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EXCLUSIONS TARTEXCL (LES EXCLUSIONS ECHUES SONT PURGEES PAR   *
      * ADSD226)                                                      *
      *---------------------------------------------------------------*
      *
       2030-EXCLUSIONS-DEB.

           MOVE 'EXCLUSIONS (TARTEXCL)' TO WS-SECTION-ED.
           PERFORM 8012-SECTION-DEB
              THRU 8012-SECTION-FIN.

           EXEC SQL
                OPEN CURS4
           END-EXEC.

           PERFORM 2031-SQL4-DEB
              THRU 2031-SQL4-FIN
             UNTIL FIN-CURSEUR.

           EXEC SQL
                CLOSE CURS4
           END-EXEC.

           IF WS-NB-LIGNES-SECT = ZERO
              MOVE 'AUCUNE EXCLUSION EN COURS' TO WS-NEANT-ED
              PERFORM 8013-NEANT-DEB
                 THRU 8013-NEANT-FIN
           END-IF.

       2030-EXCLUSIONS-FIN.
           EXIT.
      *
       2031-SQL4-DEB.

           EXEC SQL
                FETCH CURS4
                INTO :WS-MOTIF-SQL,
                     :WS-ACHETEUR-SQL,
                     :WS-DATE-SQL
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-CURSEUR TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 8016-EXCLUSION-DEB
                                  THRU 8016-EXCLUSION-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       2031-SQL4-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * VENTES TLIGCOM : DERNIERE VENTE ET VENTES POSTERIEURES A LA   *
      * PREMIERE DEMARQUE                                             *
      *---------------------------------------------------------------*
      *
       2040-VENTES-DEB.

           MOVE 'VENTES (TLIGCOM)' TO WS-SECTION-ED.
           PERFORM 8012-SECTION-DEB
              THRU 8012-SECTION-FIN.

           EXEC SQL
                SELECT MAX(DTLIGCOM)
                  INTO :WS-DATE-SQL:WS-IND-DATE
                  FROM TLIGCOM
                 WHERE CDNUMART = :WS-ART-SQL
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF WS-IND-DATE < ZERO
              MOVE 'AUCUNE' TO WS-VTE-DER-ED
           ELSE
              MOVE WS-DATE-SQL TO WS-VTE-DER-ED
           END-IF.
           PERFORM 8005-SAUT-PAGE-DEB
              THRU 8005-SAUT-PAGE-FIN.
           WRITE RAPPORT-ENR FROM WS-LIG-VTE1.
           ADD 1 TO WS-NB-LIGNE-PAGE.

           IF WS-DT-1ERE-DEMARQUE = SPACES
              GO TO 2040-VENTES-FIN
           END-IF.

           EXEC SQL
                SELECT COUNT(*), SUM(QTLIGCOM)
                  INTO :WS-NB-SQL,
                       :WS-QT-SQL:WS-IND-QT
                  FROM TLIGCOM
                 WHERE CDNUMART = :WS-ART-SQL
                   AND DTLIGCOM > :WS-DT-1ERE-DEMARQUE
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           IF WS-IND-QT < ZERO
              MOVE ZERO TO WS-QT-SQL
           END-IF.
           MOVE WS-NB-SQL TO WS-VTE-NB-ED.
           MOVE WS-QT-SQL TO WS-VTE-QT-ED.
           PERFORM 8005-SAUT-PAGE-DEB
              THRU 8005-SAUT-PAGE-FIN.
           WRITE RAPPORT-ENR FROM WS-LIG-VTE2.
           ADD 1 TO WS-NB-LIGNE-PAGE.

       2040-VENTES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TRANSFERTS ET RETOURS FOURNISSEUR DU JOURNAL TMVTSTK          *
      *---------------------------------------------------------------*
      *
       2050-MOUVEMENTS-DEB.

           MOVE 'TRANSFERTS ET RETOURS (TMVTSTK)' TO WS-SECTION-ED.
           PERFORM 8012-SECTION-DEB
              THRU 8012-SECTION-FIN.

           EXEC SQL
                OPEN CURS5
           END-EXEC.

           PERFORM 2051-SQL5-DEB
              THRU 2051-SQL5-FIN
             UNTIL FIN-CURSEUR.

           EXEC SQL
                CLOSE CURS5
           END-EXEC.

           IF WS-NB-LIGNES-SECT = ZERO
              MOVE 'AUCUN MOUVEMENT COMPTABILISE' TO WS-NEANT-ED
              PERFORM 8013-NEANT-DEB
                 THRU 8013-NEANT-FIN
           END-IF.

       2050-MOUVEMENTS-FIN.
           EXIT.
      *
       2051-SQL5-DEB.

           EXEC SQL
                FETCH CURS5
                INTO :WS-DATE-SQL,
                     :WS-TYPMVT-SQL,
                     :WS-DEPOT-SQL,
                     :WS-DEPDST-SQL,
                     :WS-QT-SQL,
                     :WS-RUNPROP-SQL,
                     :WS-UTIL-SQL
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-CURSEUR TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 8017-MOUVEMENT-DEB
                                  THRU 8017-MOUVEMENT-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       2051-SQL5-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * HISTORIQUE DE PROVISION POUR VIEILLISSEMENT                   *
      *---------------------------------------------------------------*
      *
       2060-PROVISIONS-DEB.

           MOVE 'PROVISION VIEILLISSEMENT CATEGORIE (THISTPROV)'
                TO WS-SECTION-ED.
           PERFORM 8012-SECTION-DEB
              THRU 8012-SECTION-FIN.

           EXEC SQL
                OPEN CURS6
           END-EXEC.

           PERFORM 2061-SQL6-DEB
              THRU 2061-SQL6-FIN
             UNTIL FIN-CURSEUR.

           EXEC SQL
                CLOSE CURS6
           END-EXEC.

           IF WS-NB-LIGNES-SECT = ZERO
              MOVE 'AUCUNE PROVISION HISTORISEE' TO WS-NEANT-ED
              PERFORM 8013-NEANT-DEB
                 THRU 8013-NEANT-FIN
           END-IF.

       2060-PROVISIONS-FIN.
           EXIT.
      *
       2061-SQL6-DEB.

           EXEC SQL
                FETCH CURS6
                INTO :WS-PER-SQL,
                     :WS-DEPOT-SQL,
                     :WS-TR-SQL,
                     :WS-VAL-SQL,
                     :WS-PROV-SQL
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-CURSEUR TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN SQLCODE = 0 PERFORM 8018-PROVISION-DEB
                                  THRU 8018-PROVISION-FIN
              WHEN SQLCODE < 0 PERFORM 8020-ANOMALIE-DEB
                                  THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0 PERFORM 8030-WARNING-DEB
                                  THRU 8030-WARNING-FIN
              END-EVALUATE
           END-IF.

       2061-SQL6-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * UNE VAGUE : PRIX, TAUX (PROPOSITION APPLIQUEE, SINON TAUX     *
      * EFFECTIF RECALCULE SUR LES PRIX ET MARQUE D'UN '*'), PUIS     *
      * SUIVI : DERNIER RAPPROCHEMENT CAISSES ADSD231, TRACE AU SEUL  *
      * NIVEAU DU PASSAGE (TRUNCTL), ET RESTAURATION DU PRIX PAR      *
      * ADSD228, TRACEE PAR ARTICLE (TARTSOLD.DTANNULSOLD)            *
      *---------------------------------------------------------------*
      *
       7000-VAGUE-DEB.

           ADD 1 TO WS-NB-VAGUES.
      *    CURS3 NE RAMENE QUE DES PRIX APPLIQUES (Y COMPRIS LES VAGUES
      *    DE MODE SOLDE ANTERIEURES AU PRIX APRES) : LA PREMIERE LIGNE
      *    DATE LA PREMIERE DEMARQUE
           IF WS-DT-1ERE-DEMARQUE = SPACES
              MOVE WS-DTFLAG-SQL TO WS-DT-1ERE-DEMARQUE
           END-IF.

           MOVE WS-DTFLAG-SQL  TO WS-VAG-DATE-ED.
           MOVE WS-RUN-SQL     TO WS-VAG-RUN-ED.
           MOVE WS-WAVE-SQL    TO WS-VAG-NO-ED.
           MOVE WS-PXAVANT-SQL TO WS-VAG-AVANT-ED.
           MOVE SPACE          TO WS-VAG-TXC-ED.

           IF WS-IND-PXAPRES < ZERO
              MOVE 'NON TRACE' TO WS-VAG-APRES-X
           ELSE
              MOVE WS-PXAPRES-SQL TO WS-VAG-APRES-ED
           END-IF.

           EVALUATE TRUE
              WHEN WS-IND-TX NOT < ZERO
                   MOVE WS-TX-SQL TO WS-VAG-TX-ED
              WHEN WS-IND-PXAPRES NOT < ZERO
                   AND WS-PXAVANT-SQL > ZERO
                   COMPUTE WS-TX-EFFECTIF ROUNDED =
                           (WS-PXAVANT-SQL - WS-PXAPRES-SQL) * 100
                           / WS-PXAVANT-SQL
                   MOVE WS-TX-EFFECTIF TO WS-VAG-TX-ED
                   MOVE '*'            TO WS-VAG-TXC-ED
                   SET TX-CALCULE-VU   TO TRUE
              WHEN OTHER
                   MOVE SPACES TO WS-VAG-TX-X
           END-EVALUATE.

           IF WS-IND-TYPOP < ZERO
              MOVE SPACE TO WS-VAG-OP-ED
           ELSE
              MOVE WS-TYPOP-SQL TO WS-VAG-OP-ED
           END-IF.

           PERFORM 7010-ACQUIT-DEB
              THRU 7010-ACQUIT-FIN.

           PERFORM 7020-ANNULATION-DEB
              THRU 7020-ANNULATION-FIN.

           PERFORM 8015-VAGUE-DEB
              THRU 8015-VAGUE-FIN.

       7000-VAGUE-FIN.
           EXIT.
      *
       7010-ACQUIT-DEB.

           EXEC SQL
                SELECT CDRETRUN, CDETATRUN
                  INTO :WS-RET-SQL,
                       :WS-ETAT-SQL
                  FROM TRUNCTL
                 WHERE CDPGMRUN  = 'ADSD231'
                   AND CDRUNSOLD = :WS-RUN-SQL
                 ORDER BY DTRUNCTL DESC, HHDEBRUN DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'NON RAPPROCHE' TO WS-VAG-ACK-ED
                   GO TO 7010-ACQUIT-FIN
              WHEN SQLCODE < 0
                   PERFORM 8020-ANOMALIE-DEB
                      THRU 8020-ANOMALIE-FIN
              WHEN SQLCODE > 0
                   PERFORM 8030-WARNING-DEB
                      THRU 8030-WARNING-FIN
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-ETAT-SQL = 'E'
                   MOVE 'RAPPROCHEMENT NON TERMINE' TO WS-VAG-ACK-ED
              WHEN WS-RET-SQL = ZERO
                   MOVE 'PASSAGE ACQUITTE'          TO WS-VAG-ACK-ED
              WHEN WS-RET-SQL = 4
                   MOVE 'ECARTS DE PRIX PASSAGE'    TO WS-VAG-ACK-ED
              WHEN OTHER
                   MOVE 'NON ACQUITTES PASSAGE'     TO WS-VAG-ACK-ED
           END-EVALUATE.

       7010-ACQUIT-FIN.
           EXIT.
      *
       7020-ANNULATION-DEB.

      *    PRIX DE L'ARTICLE RESTAURE PAR ADSD228 : DATE DE RESTAURATION
           IF WS-IND-DTANNUL NOT < ZERO
              MOVE SPACES TO WS-VAG-ANN-ED
              STRING 'ANNULE LE ' WS-DTANNUL-SQL
                     DELIMITED BY SIZE INTO WS-VAG-ANN-ED
              GO TO 7020-ANNULATION-FIN
           END-IF.

      *    SINON : ANNULATION DU PASSAGE TERMINEE (ARTICLE IGNORE PAR
      *    ADSD228, PRIX MODIFIE DEPUIS), INTERROMPUE, OU AUCUNE
           EXEC SQL
                SELECT MAX(CDETATRUN)
                  INTO :WS-ETAT-SQL:WS-IND-ETAT
                  FROM TRUNCTL
                 WHERE CDPGMRUN  = 'ADSD228'
                   AND CDRUNSOLD = :WS-RUN-SQL
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 8020-ANOMALIE-DEB
                 THRU 8020-ANOMALIE-FIN
           END-IF.

           EVALUATE TRUE
              WHEN WS-IND-ETAT < ZERO
                   MOVE 'AUCUNE'                 TO WS-VAG-ANN-ED
              WHEN WS-ETAT-SQL = 'T'
                   MOVE 'MAINTENU'               TO WS-VAG-ANN-ED
              WHEN OTHER
                   MOVE 'ANNULATION INTERROMPUE' TO WS-VAG-ANN-ED
           END-EVALUATE.

       7020-ANNULATION-FIN.
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

            OPEN INPUT  DEMDOS.
            OPEN OUTPUT RAPPORT.
            OPEN OUTPUT ERRLOG.

       6000-OUVRIR-FIN.
            EXIT.

       6010-FERMER-DEB.

            CLOSE DEMDOS.
            CLOSE RAPPORT.
            CLOSE ERRLOG.

       6010-FERMER-FIN.
            EXIT.

       6020-LIRE-DEM-DEB.

            READ DEMDOS INTO WS-DEM
               AT END
                  SET FIN-FICHIER TO TRUE
            END-READ.

       6020-LIRE-DEM-FIN.
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

            IF DOSSIER-EN-COURS
               MOVE CDNUMART OF DCLTARTICL TO WS-SUITE-ART-ED
               WRITE RAPPORT-ENR FROM WS-LIG-SUITE
               ADD 1 TO WS-NB-LIGNE-PAGE
            END-IF.

       8000-ENTETE-FIN.
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
      * IDENTIFICATION DE L'ARTICLE (TARTICL)                         *
      *---------------------------------------------------------------*
      *
       8011-ARTICLE-DEB.

            MOVE CDNUMART OF DCLTARTICL TO WS-ART-ED.
            MOVE LBNOMART OF DCLTARTICL TO WS-LIB-ED.
            MOVE CDCATART OF DCLTARTICL TO WS-CAT-ED.
            IF WS-IND-FOUR < ZERO
               MOVE SPACES TO WS-FOUR-ED
            ELSE
               MOVE CDFOURART OF DCLTARTICL TO WS-FOUR-ED
            END-IF.
            IF WS-IND-DTREC < ZERO
               MOVE DTCREART OF DCLTARTICL TO WS-DTREC-ED
            ELSE
               MOVE DTRECART OF DCLTARTICL TO WS-DTREC-ED
            END-IF.
            MOVE PXVTEART OF DCLTARTICL TO WS-PXV-ED.
            IF WS-IND-PXACH < ZERO
               MOVE ZERO TO WS-PXA-ED
            ELSE
               MOVE PXACHART OF DCLTARTICL TO WS-PXA-ED
            END-IF.
            MOVE QTSTKART OF DCLTARTICL TO WS-STK-ED.

            WRITE RAPPORT-ENR FROM WS-LIG-ART1.
            WRITE RAPPORT-ENR FROM WS-LIG-ART2.
            WRITE RAPPORT-ENR FROM WS-LIG-ART3.
            ADD 3 TO WS-NB-LIGNE-PAGE.

       8011-ARTICLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TITRE DE RUBRIQUE ; REMET A ZERO LE COMPTE DE LIGNES DE LA    *
      * RUBRIQUE ET L'INDICATEUR DE FIN DE CURSEUR                    *
      *---------------------------------------------------------------*
      *
       8012-SECTION-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            WRITE RAPPORT-ENR FROM WS-LIG-SECTION.
            ADD 1 TO WS-NB-LIGNE-PAGE.
            MOVE ZERO TO WS-NB-LIGNES-SECT.
            MOVE 'N'  TO WS-FIN-CURSEUR.

       8012-SECTION-FIN.
           EXIT.

       8013-NEANT-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            WRITE RAPPORT-ENR FROM WS-LIG-NEANT.
            ADD 1 TO WS-NB-LIGNE-PAGE.

       8013-NEANT-FIN.
           EXIT.

       8014-DEPOT-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            MOVE WS-DEPOT-SQL TO WS-DEP-ED.
            MOVE WS-QTDEP-SQL TO WS-DEP-QTE-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-DEPOT.
            ADD 1 TO WS-NB-LIGNE-PAGE.
            ADD 1 TO WS-NB-LIGNES-SECT.

       8014-DEPOT-FIN.
           EXIT.

       8015-VAGUE-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            IF WS-NB-LIGNES-SECT = ZERO
               WRITE RAPPORT-ENR FROM WS-LIG-VAG-TITRE
               ADD 1 TO WS-NB-LIGNE-PAGE
            END-IF.
            WRITE RAPPORT-ENR FROM WS-LIG-VAGUE.
            WRITE RAPPORT-ENR FROM WS-LIG-VAG-SUIVI.
            ADD 2 TO WS-NB-LIGNE-PAGE.
            ADD 1 TO WS-NB-LIGNES-SECT.

       8015-VAGUE-FIN.
           EXIT.

       8016-EXCLUSION-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            MOVE WS-DATE-SQL     TO WS-EXC-FIN-ED.
            MOVE WS-ACHETEUR-SQL TO WS-EXC-ACH-ED.
            MOVE WS-MOTIF-SQL    TO WS-EXC-MOT-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-EXCL.
            ADD 1 TO WS-NB-LIGNE-PAGE.
            ADD 1 TO WS-NB-LIGNES-SECT.

       8016-EXCLUSION-FIN.
           EXIT.

       8017-MOUVEMENT-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            MOVE WS-DATE-SQL    TO WS-MVT-DATE-ED.
            EVALUATE WS-TYPMVT-SQL
               WHEN 'T'
                    MOVE 'TRANSFERT' TO WS-MVT-TYPE-ED
               WHEN 'R'
                    MOVE 'RETOUR'    TO WS-MVT-TYPE-ED
               WHEN OTHER
                    MOVE WS-TYPMVT-SQL TO WS-MVT-TYPE-ED
            END-EVALUATE.
            MOVE WS-DEPOT-SQL   TO WS-MVT-SRC-ED.
            MOVE WS-DEPDST-SQL  TO WS-MVT-DST-ED.
            MOVE WS-QT-SQL      TO WS-MVT-QTE-ED.
            MOVE WS-RUNPROP-SQL TO WS-MVT-RUN-ED.
            MOVE WS-UTIL-SQL    TO WS-MVT-UTIL-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-MVT.
            ADD 1 TO WS-NB-LIGNE-PAGE.
            ADD 1 TO WS-NB-LIGNES-SECT.

       8017-MOUVEMENT-FIN.
           EXIT.

       8018-PROVISION-DEB.

            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            MOVE WS-PER-SQL   TO WS-PRV-PER-ED.
            MOVE WS-DEPOT-SQL TO WS-PRV-DEP-ED.
            MOVE WS-TR-SQL    TO WS-PRV-TR-ED.
            MOVE WS-VAL-SQL   TO WS-PRV-VAL-ED.
            MOVE WS-PROV-SQL  TO WS-PRV-PROV-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-PROV.
            ADD 1 TO WS-NB-LIGNE-PAGE.
            ADD 1 TO WS-NB-LIGNES-SECT.

       8018-PROVISION-FIN.
           EXIT.

       8040-TOTAUX-DEB.

            PERFORM 8000-ENTETE-DEB
               THRU 8000-ENTETE-FIN.

            MOVE WS-NB-LUES     TO WS-TOT-LUE-ED.
            MOVE WS-NB-DOSSIERS TO WS-TOT-DOS-ED.
            MOVE WS-NB-REFUSEES TO WS-TOT-REF-ED.
            MOVE WS-NB-VAGUES   TO WS-TOT-VAG-ED.

            WRITE RAPPORT-ENR FROM WS-LIG6.
            WRITE RAPPORT-ENR FROM WS-LIG7.
            WRITE RAPPORT-ENR FROM WS-LIG8.
            WRITE RAPPORT-ENR FROM WS-LIG9.

       8040-TOTAUX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DEMANDE NON SERVIE : LIGNE SUR LE RAPPORT ET RC 4 EN FIN      *
      *---------------------------------------------------------------*
      *
       8060-REFUS-DEB.

            ADD 1 TO WS-NB-REFUSEES.
            PERFORM 8005-SAUT-PAGE-DEB
               THRU 8005-SAUT-PAGE-FIN.
            MOVE WS-DEM-TYPE    TO WS-REF-TYPE-ED.
            MOVE WS-DEM-CODE    TO WS-REF-CODE-ED.
            MOVE WS-MOTIF-REFUS TO WS-REF-MOTIF-ED.
            WRITE RAPPORT-ENR FROM WS-LIG-REFUS.
            ADD 1 TO WS-NB-LIGNE-PAGE.

       8060-REFUS-FIN.
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
