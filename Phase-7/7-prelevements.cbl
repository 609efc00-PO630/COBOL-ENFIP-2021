      *          sequence FRST/RCUR) ; sans mandat valide, l'ordre
      *          est supprime avec motif (7-prelevements-sans-mandat
      *          .dat) plutot que de faire refuser le fichier entier
      *          par la banque. Un contribuable couvert par une
      *          mesure catastrophe naturelle avec report des
      *          prelevements (7-sinistres.idx, 7-CATASTROPHES) dont
      *          la date de collecte tombe dans la periode d'effet est
      *          preleve le lendemain de la date de fin de la mesure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ADHESIONS.

      *    Contribuables couverts par une mesure catastrophe
      *    naturelle (7-CATASTROPHES)
           SELECT F-SINISTRES ASSIGN TO "7-sinistres.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SINISTRES.

      *    Date de collecte des prelevements
           SELECT F-DATE-COLLECTE ASSIGN TO "0-prelevement.param"
                   ORGANIZATION LINE SEQUENTIAL
       01  AD-ENREG.
           05 AD-Numero-Fiscal PIC 9(13).

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

       FD  F-DATE-COLLECTE.
       01  DC-ENREG.
           05 DC-Date-Collecte PIC 9(8).
           05  WS-STATUT-DATE           PIC X(02) VALUE SPACE.
               88  STATUT-DATE-ABSENT             VALUE "35".

      *    Index des sinistres absent : aucun report ; la date de
      *    collecte de l'ordre est celle du parametre, sauf report
       1   SINISTRES-WORKING-MANAGER.
           05  WS-STATUT-SINISTRES      PIC X(02) VALUE SPACE.
               88  STATUT-SINISTRES-ABSENT        VALUE "35".
           05  DATE-COLLECTE-ORDRE      PIC 9(8) VALUE 0.
           05  CPT-REPORTES             PIC 9(6) VALUE 0.

       1   EXTRACTION-WORKING-MANAGER.
           05  CPT-ORDRES               PIC 9(6) VALUE 0.
           05  CPT-SANS-RIB             PIC 9(6) VALUE 0.
                   PERFORM FIN-PGM
               END-IF

               OPEN INPUT F-SINISTRES
               OPEN INPUT FE
               PERFORM CONTROLER-VERSION-ROLE
               OPEN OUTPUT FS C-REJETS
                       CPT-SANS-RIB " imposable(s) sans RIB, "
                       CPT-SANS-MANDAT " sans mandat valide, "
                       CPT-MENSUALISES
                       " laisse(s) a la collecte mensuelle, "
                       CPT-REPORTES
                       " reporte(s) (catastrophe naturelle)"

               CLOSE FE FS F-RIB F-MANDATS C-REJETS
               IF NOT STATUT-SINISTRES-ABSENT THEN
                   CLOSE F-SINISTRES
               END-IF
           END-IF

           PERFORM FIN-PGM
                   IF MANDAT-EST-INVALIDE THEN
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHERCHER-SINISTRE
                   MOVE DATE-COLLECTE-ORDRE TO ORD-Date-Collecte
                   MOVE E-Numero-Fiscal TO ORD-Numero-Fiscal
                   MOVE RIB-IBAN        TO ORD-IBAN
                   MOVE RIB-BIC         TO ORD-BIC
      *    la sequence passe de FRST a RCUR pour la suivante
       POINTER-MANDAT-UTILISE.

           MOVE DATE-COLLECTE-ORDRE TO MAN-Date-Derniere-Collecte
           SET MAN-Sequence-RCUR TO TRUE
           REWRITE C-MAN-ENREG
           .


      *    Report des prelevements accorde par une mesure
      *    catastrophe naturelle : une collecte tombant dans la
      *    periode d'effet est reportee au lendemain de la date de fin
       CHERCHER-SINISTRE.

           MOVE DATE-COLLECTE TO DATE-COLLECTE-ORDRE

           IF NOT STATUT-SINISTRES-ABSENT THEN
               MOVE E-Numero-Fiscal TO SIN-Numero-Fiscal
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
