      *          de periode (prise en charge moins tous les
      *          encaissements jusqu'a la periode incluse) : le
      *          comptable ne ressaisit plus les restes a la main.
      *          Il detaille ensuite les encaissements de la periode
      *          par canal (banque, prelevement, retenue a la source,
      *          guichet 7-CAISSE, carte en ligne 7-PAIEMENTS-
      *          CARTE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 PAI-Ref-Execution PIC X(6).
               10 PAI-Ref-Numero    PIC X(13).
               10 PAI-Ref-Cle       PIC X(2).
      *    Canal d'encaissement : B (ou blanc, flux anterieurs) =
      *    banque, P = reglement de prelevement, S = retenue a la
      *    source reversee, G = guichet (7-CAISSE), C = carte en
      *    ligne (7-PAIEMENTS-CARTE)
           05 PAI-Canal         PIC X(1).
               88 PAI-Canal-Banque       VALUE "B" " ".
               88 PAI-Canal-Prelevement  VALUE "P".
               88 PAI-Canal-Retenue      VALUE "S".
               88 PAI-Canal-Guichet      VALUE "G".
               88 PAI-Canal-Carte        VALUE "C".

       FD  F-COMPTABILITE.
       01  CPT-ENREG.
               10 FILLER PIC X(3) VALUE SPACE.
               10 RS-Residu PIC Z(9)9.99.

           05 ARTICLE-CAN-TITRE PIC X(60)
              VALUE 'ENCAISSEMENTS DE LA PERIODE PAR CANAL'.

           05 ARTICLE-CAN-ENTETE.
               10 FILLER PIC X(32) VALUE 'Canal'.
               10 FILLER PIC X(16) VALUE 'Nombre'.
               10 FILLER PIC X(16) VALUE 'Montant'.

           05 ARTICLE-CAN-INDIV.
               10 CN-Libelle PIC X(30).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CN-Nombre PIC Z(12)9.
               10 FILLER PIC X(3) VALUE SPACE.
               10 CN-Montant PIC Z(9)9.99.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG                PIC  X(01) VALUE  SPACE.
           05  TOTAL-ECRITURES          PIC 9(14)V99 VALUE 0.
           05  RESIDU-CALCULE           PIC S9(12)V99 VALUE 0.

      *    Encaissements de la periode par canal (PAI-Canal)
       1   CANAUX-WORKING-MANAGER.
           05  NB-CANAL-BANQUE          PIC 9(8) VALUE 0.
           05  MT-CANAL-BANQUE          PIC 9(12)V99 VALUE 0.
           05  NB-CANAL-PRELEVEMENT     PIC 9(8) VALUE 0.
           05  MT-CANAL-PRELEVEMENT     PIC 9(12)V99 VALUE 0.
           05  NB-CANAL-RETENUE         PIC 9(8) VALUE 0.
           05  MT-CANAL-RETENUE         PIC 9(12)V99 VALUE 0.
           05  NB-CANAL-GUICHET         PIC 9(8) VALUE 0.
           05  MT-CANAL-GUICHET         PIC 9(12)V99 VALUE 0.
           05  NB-CANAL-CARTE           PIC 9(8) VALUE 0.
           05  MT-CANAL-CARTE           PIC 9(12)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                           IF PAI-Periode <= PERIODE-COMPTABLE THEN
                               PERFORM VENTILER-UN-PAIEMENT
                           END-IF
                           IF PAI-Periode = PERIODE-COMPTABLE THEN
                               PERFORM CUMULER-CANAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PAIEMENTS
           ADD 1 TO CPT-PAIEMENTS-VENTILES
           .

       CUMULER-CANAL.

           EVALUATE TRUE
               WHEN PAI-Canal-Prelevement
                   ADD 1 TO NB-CANAL-PRELEVEMENT
                   ADD PAI-Montant TO MT-CANAL-PRELEVEMENT
               WHEN PAI-Canal-Retenue
                   ADD 1 TO NB-CANAL-RETENUE
                   ADD PAI-Montant TO MT-CANAL-RETENUE
               WHEN PAI-Canal-Guichet
                   ADD 1 TO NB-CANAL-GUICHET
                   ADD PAI-Montant TO MT-CANAL-GUICHET
               WHEN PAI-Canal-Carte
                   ADD 1 TO NB-CANAL-CARTE
                   ADD PAI-Montant TO MT-CANAL-CARTE
               WHEN OTHER
                   ADD 1 TO NB-CANAL-BANQUE
                   ADD PAI-Montant TO MT-CANAL-BANQUE
           END-EVALUATE
           .

      ******************************************************************
      *        ECRITURES ENVELOPPEES H/D/T DE LA PERIODE

               WRITE FR-DATA
               ADD 1 TO IDX-REGION
           END-PERFORM

           PERFORM ECRIRE-CANAUX
           .

      ******************************************************************
      *        ENCAISSEMENTS DE LA PERIODE PAR CANAL

       ECRIRE-CANAUX.

           MOVE SPACE TO FR-DATA
           WRITE FR-DATA
           MOVE ARTICLE-CAN-TITRE TO FR-DATA
           WRITE FR-DATA
           MOVE ARTICLE-RES-LIGNE TO FR-DATA
           WRITE FR-DATA
           MOVE ARTICLE-CAN-ENTETE TO FR-DATA
           WRITE FR-DATA

           MOVE "Banque" TO CN-Libelle
           MOVE NB-CANAL-BANQUE TO CN-Nombre
           MOVE MT-CANAL-BANQUE TO CN-Montant
           MOVE ARTICLE-CAN-INDIV TO FR-DATA
           WRITE FR-DATA

           MOVE "Reglement de prelevement" TO CN-Libelle
           MOVE NB-CANAL-PRELEVEMENT TO CN-Nombre
           MOVE MT-CANAL-PRELEVEMENT TO CN-Montant
           MOVE ARTICLE-CAN-INDIV TO FR-DATA
           WRITE FR-DATA

           MOVE "Retenue a la source" TO CN-Libelle
           MOVE NB-CANAL-RETENUE TO CN-Nombre
           MOVE MT-CANAL-RETENUE TO CN-Montant
           MOVE ARTICLE-CAN-INDIV TO FR-DATA
           WRITE FR-DATA

           MOVE "Guichet" TO CN-Libelle
           MOVE NB-CANAL-GUICHET TO CN-Nombre
           MOVE MT-CANAL-GUICHET TO CN-Montant
           MOVE ARTICLE-CAN-INDIV TO FR-DATA
           WRITE FR-DATA

           MOVE "Carte en ligne" TO CN-Libelle
           MOVE NB-CANAL-CARTE TO CN-Nombre
           MOVE MT-CANAL-CARTE TO CN-Montant
           MOVE ARTICLE-CAN-INDIV TO FR-DATA
           WRITE FR-DATA
           .


