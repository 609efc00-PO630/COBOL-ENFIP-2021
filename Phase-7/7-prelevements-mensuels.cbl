      *          controles que 7-PRELEVEMENTS (RIB utilisable, mandat
      *          SEPA valide, sequence FRST/RCUR). Les non-adherents
      *          restent a la collecte annuelle, qui de son cote
      *          ignore desormais les mensualises. Comme dans
      *          7-PRELEVEMENTS, la collecte d'un contribuable couvert
      *          par une mesure catastrophe naturelle avec report des
      *          prelevements (7-sinistres.idx, 7-CATASTROPHES) qui
      *          tombe dans la periode d'effet est reportee au
      *          lendemain de la date de fin de la mesure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS MAN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-MANDATS.

      *    Contribuables couverts par une mesure catastrophe
      *    naturelle (7-CATASTROPHES)
           SELECT F-SINISTRES ASSIGN TO "7-sinistres.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SINISTRES.

      *    Numero de l'echeance du mois (1 a 10) et date de collecte
           SELECT F-PARAM ASSIGN TO "0-prelevement-mensuel.param"
                   ORGANIZATION LINE SEQUENTIAL
               88 MAN-Sequence-RCUR VALUE "RCUR".
           05 MAN-Date-Derniere-Collecte PIC 9(8).

      *    Meme disposition que SIN-ENREG dans 7-CATASTROPHES.cbl
       FD  F-SINISTRES.
       01  SIN-ENREG.
           05 SIN-Numero-Fiscal    PIC 9(13).
           05 SIN-Code-Insee       PIC 9(5).
           05 SIN-Origine          PIC X(1).
           05 SIN-Reference        PIC X(12).
           05 SIN-Date-Debut       PIC 9(8).
           05 SIN-Date-Fin         PIC 9(8).
           05 SIN-Mesures.
               10 SIN-Jours-Report         PIC 9(3).
               10 SIN-Gel-Relances         PIC X(1).
               10 SIN-Remise-Penalites     PIC X(1).
               10 SIN-Report-Prelevements  PIC X(1).
                   88 SIN-Avec-Report-Prelevements VALUE "O".

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Numero-Echeance PIC 9(2).
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".

      *    Index des sinistres absent : aucun report ; la date de
      *    collecte de l'ordre est celle du parametre, sauf report
       1   SINISTRES-WORKING-MANAGER.
           05  WS-STATUT-SINISTRES      PIC X(02) VALUE SPACE.
               88  STATUT-SINISTRES-ABSENT        VALUE "35".
           05  DATE-COLLECTE-ORDRE      PIC 9(8) VALUE 0.
           05  CPT-REPORTES             PIC 9(6) VALUE 0.

       1   EXTRACTION-WORKING-MANAGER.
           05  CPT-ORDRES               PIC 9(6) VALUE 0.
           05  TOTAL-ORDRES             PIC 9(10)V99 VALUE 0.
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-SINISTRES
           OPEN OUTPUT FS C-REJETS

           MOVE 1 TO IDX-DEBIT
           END-PERFORM

           CLOSE FS C-REJETS F-RIB F-MANDATS
           IF NOT STATUT-SINISTRES-ABSENT THEN
               CLOSE F-SINISTRES
           END-IF

           DISPLAY "7-PRELEVEMENTS-MENSUELS : echeance "
                   NUMERO-ECHEANCE ", " CPT-ORDRES
                   " ordre(s) emis, total " TOTAL-ORDRES ", "
                   CPT-REJETS " rejet(s), " CPT-REPORTES
                   " reporte(s) (catastrophe naturelle)"

           PERFORM FIN-PGM
           .
               EXIT PARAGRAPH
           END-IF

           PERFORM CHERCHER-SINISTRE
           MOVE DATE-COLLECTE-ORDRE TO ORD-Date-Collecte
           MOVE DBT-NUMERO-FISCAL(IDX-DEBIT) TO ORD-Numero-Fiscal
           MOVE RIB-IBAN TO ORD-IBAN
           MOVE RIB-BIC TO ORD-BIC

      *    La sequence passe de FRST a RCUR apres la premiere
      *    collecte (meme regle que 7-PRELEVEMENTS)
           MOVE DATE-COLLECTE-ORDRE TO MAN-Date-Derniere-Collecte
           SET MAN-Sequence-RCUR TO TRUE
           REWRITE C-MAN-ENREG
           .
           .


      *    Report des prelevements accorde par une mesure
      *    catastrophe naturelle (meme regle que 7-PRELEVEMENTS)
       CHERCHER-SINISTRE.

           MOVE DATE-COLLECTE TO DATE-COLLECTE-ORDRE

           IF NOT STATUT-SINISTRES-ABSENT THEN
               MOVE DBT-NUMERO-FISCAL(IDX-DEBIT) TO SIN-Numero-Fiscal
               READ F-SINISTRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIN-Avec-Report-Prelevements
                          AND DATE-COLLECTE NOT < SIN-Date-Debut
                          AND DATE-COLLECTE NOT > SIN-Date-Fin THEN
                           COMPUTE DATE-COLLECTE-ORDRE =
                                   FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(
                                   SIN-Date-Fin) + 1)
                           ADD 1 TO CPT-REPORTES
                       END-IF
               END-READ
           END-IF
           .

       CONTROLER-VERSION-ROLE.

           READ FE
