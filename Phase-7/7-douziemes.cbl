      *          jamais verse deux fois, et l'etat de reglement
      *          annuel (7-douziemes-reglement.txt) compare a chaque
      *          execution les avances versees au produit final. Les
      *          communes sans IBAN partent en rejet. La part EPCI
      *          d'une commune membre d'un EPCI a fiscalite
      *          professionnelle unique (en vigueur pour l'annee des
      *          avances) revient a l'EPCI et non a la commune : elle
      *          est retiree du produit communal et presentee a part,
      *          par EPCI, dans l'etat de reglement (le master des
      *          RIB ne connait que les communes, elle n'est pas
      *          versee ici).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT C-REJETS ASSIGN TO "7-douziemes-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Intercommunalites : appartenance des communes et regime
      *    de fiscalite professionnelle unique (masters facultatifs)
           SELECT F-EPCI-MEMBRES ASSIGN TO "5-epci-membres.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-Code-Insee
                   FILE STATUS IS WS-STATUT-EPCI-MEMBRES.

           SELECT F-EPCI ASSIGN TO "5-epci.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EP-Code
                   FILE STATUS IS WS-STATUT-EPCI.

      *    Etat de reglement : avances versees contre produit final
           SELECT F-REGLEMENT ASSIGN TO "7-douziemes-reglement.txt"
                   ORGANIZATION LINE SEQUENTIAL.
           05 CR-Montant    PIC 9(10)V99.
           05 CR-Motif      PIC X(40).

      *    Meme disposition que dans 3-REGS-DEPTS-COMMS.cbl
       FD  F-EPCI-MEMBRES.
       01  C-EPCI-MEMBRE-ENREG.
           05 EM-Code-Insee    PIC 9(5).
           05 EM-Code-Epci     PIC 9(9).

      *    Meme disposition que C-EPCI-ENREG dans
      *    3-REGS-DEPTS-COMMS.cbl
       FD  F-EPCI.
       01  C-EPCI-ENREG.
           05 EP-Code          PIC 9(9).
           05 EP-Nom           PIC X(40).
           05 EP-Nb-Communes   PIC 9(6).
           05 EP-Taux.
               10 EP-Taux-Carbone   PIC 9(4)V99.
               10 EP-Taux-Densite   PIC 9(4)V99.
           05 EP-FPU           PIC X(1).
               88 EP-EST-FPU        VALUE "O".
           05 EP-FPU-Annee     PIC 9(4).
           05 EP-Taux-CFE      PIC 9(4)V99.

       FD  F-REGLEMENT.
       01  FR-DATA PIC X(90).

               10 FILLER PIC X(2) VALUE SPACE.
               10 RG-Sens PIC X(14).

           05 ARTICLE-REG-TITRE-FPU PIC X(64)
              VALUE 'PRODUIT REVENANT AUX EPCI A FISCALITE PROFESSION
      -       'NELLE UNIQUE'.

           05 ARTICLE-REG-ENTETE-FPU.
               10 FILLER PIC X(10) VALUE 'EPCI'.
               10 FILLER PIC X(41) VALUE 'Nom'.
               10 FILLER PIC X(16) VALUE 'Produit final'.

           05 ARTICLE-REG-EPCI.
               10 RG-Code-Epci PIC 9(9).
               10 FILLER PIC X VALUE SPACE.
               10 RG-Nom-Epci PIC X(40).
               10 FILLER PIC X VALUE SPACE.
               10 RG-Produit-Epci PIC Z(9)9.99.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG                PIC  X(01) VALUE  SPACE.
               88  STATUT-AVANCES-ABSENT          VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-EPCI-MEMBRES   PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT     VALUE "35".
           05  WS-STATUT-EPCI           PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-ABSENT             VALUE "35".

      *    Par defaut : premier mois de l'annee de campagne
       1   PARAM-WORKING-MANAGER.
               88  POSTE-EST-TROUVE               VALUE 1.
               88  POSTE-EST-ABSENT               VALUE 0.

      *    Produit des EPCI a fiscalite professionnelle unique,
      *    retire des communes membres
       1   FPU-WORKING-MANAGER.
           05  NB-EPCI-FPU              PIC 9(4) VALUE 0.
           05  IDX-EPCI-FPU             PIC 9(4) VALUE 0.
           05  EPCI-FPU-MAX             PIC 9(4) VALUE 500.
           05  EPCI-FPU-TABLE OCCURS 500 TIMES.
               10  EFT-CODE-EPCI        PIC 9(9).
               10  EFT-NOM              PIC X(40).
               10  EFT-PRODUIT          PIC 9(12)V99.
           05  CPT-EPCI-DEBORDEMENT     PIC 9(4) VALUE 0.
           05  IDX-POSTE-EPCI           PIC 9(4) VALUE 0.
           05  COMMUNE-FPU              PIC 9(1) VALUE 0.
               88  COMMUNE-EST-FPU                VALUE 1.
               88  COMMUNE-HORS-FPU               VALUE 0.

       1   VERSEMENT-WORKING-MANAGER.
           05  DOUZIEME                 PIC 9(10)V99 VALUE 0.
           05  SOLDE-DOUZIEME           PIC 9(10)V99 VALUE 0.
           END-IF

           PERFORM OUVRIR-MASTER-AVANCES
           OPEN INPUT F-EPCI-MEMBRES
           OPEN INPUT F-EPCI
           PERFORM CUMULER-PRODUITS
           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               CLOSE F-EPCI-MEMBRES
           END-IF
           IF NOT STATUT-EPCI-ABSENT THEN
               CLOSE F-EPCI
           END-IF

           IF NB-COMMUNES = 0 THEN
               DISPLAY "7-DOUZIEMES : aucun produit communal au role,"
                       CPT-COMMUNES-DEBORDEMENT
                       " imposable(s) hors cumuls"
           END-IF
           IF CPT-EPCI-DEBORDEMENT > 0 THEN
               DISPLAY "7-DOUZIEMES : table des EPCI a FPU pleine, "
                       CPT-EPCI-DEBORDEMENT
                       " imposable(s) hors cumuls"
           END-IF
           .

       CUMULER-UN-IMPOSABLE.
           END-IF

           ADD E-Impot-Commune TO CMT-PRODUIT(IDX-POSTE)

           PERFORM RECHERCHER-EPCI-FPU
           IF COMMUNE-EST-FPU THEN
               PERFORM CUMULER-PART-EPCI-FPU
           ELSE
               ADD E-Impot-Epci TO CMT-PRODUIT(IDX-POSTE)
           END-IF
           .

      ******************************************************************
      *        COMMUNE MEMBRE D'UN EPCI A FPU EN VIGUEUR POUR L'ANNEE
      *        DES AVANCES (ENREGISTREMENT EPCI LU EN RETOUR)

       RECHERCHER-EPCI-FPU.

           SET COMMUNE-HORS-FPU TO TRUE
           IF E-Impot-Epci = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF STATUT-EPCI-MEMBRES-ABSENT OR STATUT-EPCI-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE E-Code-Insee TO EM-Code-Insee
           READ F-EPCI-MEMBRES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-Code-Epci TO EP-Code
           READ F-EPCI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EP-EST-FPU AND EP-FPU-Annee <= ANNEE-AVANCES THEN
               SET COMMUNE-EST-FPU TO TRUE
           END-IF
           .

       CUMULER-PART-EPCI-FPU.

           MOVE 0 TO IDX-POSTE-EPCI
           MOVE 1 TO IDX-EPCI-FPU
           PERFORM UNTIL IDX-EPCI-FPU > NB-EPCI-FPU
               IF EFT-CODE-EPCI(IDX-EPCI-FPU) = EP-Code THEN
                   MOVE IDX-EPCI-FPU TO IDX-POSTE-EPCI
                   MOVE NB-EPCI-FPU TO IDX-EPCI-FPU
               END-IF
               ADD 1 TO IDX-EPCI-FPU
           END-PERFORM

           IF IDX-POSTE-EPCI = 0 THEN
               IF NB-EPCI-FPU < EPCI-FPU-MAX THEN
                   ADD 1 TO NB-EPCI-FPU
                   MOVE NB-EPCI-FPU TO IDX-POSTE-EPCI
                   MOVE EP-Code TO EFT-CODE-EPCI(IDX-POSTE-EPCI)
                   MOVE EP-Nom TO EFT-NOM(IDX-POSTE-EPCI)
                   MOVE 0 TO EFT-PRODUIT(IDX-POSTE-EPCI)
               ELSE
                   ADD 1 TO CPT-EPCI-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD E-Impot-Epci TO EFT-PRODUIT(IDX-POSTE-EPCI)
           .

      ******************************************************************
               PERFORM REGLER-UNE-COMMUNE
               ADD 1 TO IDX-COMMUNE
           END-PERFORM

           IF NB-EPCI-FPU > 0 THEN
               MOVE ARTICLE-REG-LIGNE TO FR-DATA
               WRITE FR-DATA
               MOVE ARTICLE-REG-TITRE-FPU TO FR-DATA
               WRITE FR-DATA
               MOVE ARTICLE-REG-ENTETE-FPU TO FR-DATA
               WRITE FR-DATA
               MOVE 1 TO IDX-EPCI-FPU
               PERFORM UNTIL IDX-EPCI-FPU > NB-EPCI-FPU
                   MOVE EFT-CODE-EPCI(IDX-EPCI-FPU) TO RG-Code-Epci
                   MOVE EFT-NOM(IDX-EPCI-FPU) TO RG-Nom-Epci
                   MOVE EFT-PRODUIT(IDX-EPCI-FPU) TO RG-Produit-Epci
                   MOVE ARTICLE-REG-EPCI TO FR-DATA
                   WRITE FR-DATA
                   ADD 1 TO IDX-EPCI-FPU
               END-PERFORM
           END-IF
           .

       REGLER-UNE-COMMUNE.
