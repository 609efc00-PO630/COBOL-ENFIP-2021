      * Purpose: etat des produits par commune a destination des
      *          mairies : pour chaque commune du role, nombre
      *          d'imposables et d'exoneres (6-imposables.dat /
      *          6-exoneres.dat), produit par taxe
      *          (TF/TN/TH/CF/OM/IR/LV, agrege depuis le detail par
      *          occurrence 6-imposables-detail.dat) et total de
      *          la part communale, suivi d'un recapitulatif par
      *          departement et d'un recapitulatif national. Un etat
      *          par commune, pret a poster. La CFE d'une commune
      *          membre d'un EPCI a fiscalite professionnelle unique
      *          revient a l'EPCI : elle figure sur l'etat de la
      *          commune comme produit leve par l'EPCI, hors part
      *          communale, et un recapitulatif par EPCI a FPU suit
      *          celui des departements. Dans une commune zonee, le
      *          produit de la TEOM est ventile par zone de collecte
      *          (zone rappelee sur le detail OM, libelle lu au
      *          master 5-zones-teom.idx).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee.

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

      *    Zones de collecte TEOM (libelles ; master facultatif)
           SELECT F-ZONES-TEOM ASSIGN TO "5-zones-teom.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ZT-Cle
                   FILE STATUS IS WS-STATUT-ZONES-TEOM.

           SELECT FS ASSIGN TO "7-etat-produits.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           05 D-Taux-Commune     PIC 9(4)V99.
           05 D-Taux-Dept        PIC 9(4)V99.
           05 D-Taux-Region      PIC 9(4)V99.
           05 D-Taxe-Epci        PIC 9(6)V99.
           05 D-Taux-Epci        PIC 9(4)V99.
           05 D-Abattement       PIC 9(6)V99.
           05 D-Quote-Part       PIC 9(3).
           05 D-Deficit-Impute   PIC 9(8).
      *    Ligne OM : zone de collecte TEOM (espaces = non zonee)
           05 D-Code-Depense     PIC X(2).

       FD  F-IMPOSABLES.
       01  FI-DATA.
           05 C-Status PIC X(16).
           05 C-Code-Dept-Calcule PIC 9(3).

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

      *    Meme disposition que ZT-ENREG dans 3-ZONES-TEOM.cbl
       FD  F-ZONES-TEOM.
       01  ZT-ENREG.
           05 ZT-Cle.
               10 ZT-Code-Insee     PIC 9(5).
               10 ZT-Zone           PIC X(2).
           05 ZT-Libelle            PIC X(30).
           05 ZT-Exoneree           PIC X(1).
               88 ZT-EST-EXONEREE        VALUE "O".
           05 ZT-Taux               PIC 9(4)V99.

       FD  FS.
       01  FS-DATA PIC X(90).

           05 T-Code-Insee       PIC 9(5).
           05 T-Annee            PIC 9(4).
           05 T-Base             PIC 9(6).
           05 T-Taxe-Commune     PIC 9(6)V99.
           05 T-Taxe-Dept        PIC 9(6)V99.
           05 T-Taxe-Region      PIC 9(6)V99.
           05 T-Taux-Commune     PIC 9(4)V99.
           05 T-Taux-Dept        PIC 9(4)V99.
           05 T-Taux-Region      PIC 9(4)V99.
           05 T-Taxe-Epci        PIC 9(6)V99.
           05 T-Taux-Epci        PIC 9(4)V99.
           05 T-Abattement       PIC 9(6)V99.
           05 T-Quote-Part       PIC 9(3).
           05 T-Deficit-Impute   PIC 9(8).
           05 T-Code-Depense     PIC X(2).

       WORKING-STORAGE SECTION.

               10 FILLER PIC X(2) VALUE ' :'.
               10 ET-Produit PIC Z(9)9.

           05 ARTICLE-PRODUIT-ZONE.
               10 FILLER PIC X(14) VALUE '   dont zone '.
               10 ET-Zone PIC X(2).
               10 FILLER PIC X VALUE SPACE.
               10 ET-Zone-Libelle PIC X(30).
               10 FILLER PIC X(3) VALUE ' : '.
               10 ET-Produit-Zone PIC Z(9)9.

           05 ARTICLE-PRODUIT-FPU.
               10 FILLER PIC X(34)
                  VALUE 'Produit CF leve par l''EPCI (FPU) :'.
               10 ET-Produit-Fpu PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 ET-Fpu-Code-Epci PIC 9(9).

           05 ARTICLE-TOTAL-COMMUNE.
               10 FILLER PIC X(24) VALUE 'Total part communale : '.
               10 ET-Total PIC Z(9)9.
               10 FILLER PIC X(10) VALUE '  Total : '.
               10 ET-Dept-Total PIC Z(11)9.

           05 ARTICLE-TITRE-FPU PIC X(60)
              VALUE 'RECAPITULATIF DES EPCI A FISCALITE PROFESSIONNELLE
      -       ' UNIQUE'.

           05 ARTICLE-EPCI-FPU.
               10 ET-Epci-Code PIC 9(9).
               10 FILLER PIC X VALUE SPACE.
               10 ET-Epci-Nom PIC X(40).
               10 FILLER PIC X(11) VALUE ' Communes :'.
               10 ET-Epci-Communes PIC Z(4)9.
               10 FILLER PIC X(8) VALUE '  CFE : '.
               10 ET-Epci-Produit PIC Z(11)9.

           05 ARTICLE-TITRE-NATIONAL PIC X(24)
              VALUE 'RECAPITULATIF NATIONAL'.

           05  PRODUIT-CF           PIC 9(10)V99 VALUE 0.
           05  PRODUIT-OM           PIC 9(10)V99 VALUE 0.
           05  PRODUIT-IR           PIC 9(10)V99 VALUE 0.
           05  PRODUIT-LV           PIC 9(10)V99 VALUE 0.
           05  PRODUIT-CF-EPCI      PIC 9(10)V99 VALUE 0.
           05  TOTAL-COMMUNE        PIC 9(10)V99 VALUE 0.

      *    Produit TEOM de la commune courante par zone de collecte
       01  ZONES-TEOM-MANAGER.
           05  WS-STATUT-ZONES-TEOM PIC X(02) VALUE SPACE.
               88  STATUT-ZONES-TEOM-ABSENT     VALUE "35".
           05  NB-ZONES-OM          PIC 9(3) VALUE 0.
           05  IDX-ZONE-OM          PIC 9(3) VALUE 0.
           05  ZONE-OM-TROUVEE      PIC 9(3) VALUE 0.
           05  ZONE-OM OCCURS 100.
               10  ZOM-ZONE             PIC X(2).
               10  ZOM-PRODUIT          PIC 9(10)V99.

      *    EPCI a fiscalite professionnelle unique rencontres, avec
      *    la CFE levee sur leurs communes membres (meme idiom de
      *    table que 3-REGS-DEPTS-COMMS)
       01  RECAP-FPU-MANAGER.
           05  WS-STATUT-EPCI-MEMBRES PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT   VALUE "35".
           05  WS-STATUT-EPCI       PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-ABSENT           VALUE "35".
           05  NB-FPU               PIC 9(4) VALUE 0.
           05  IDX-FPU              PIC 9(4) VALUE 0.
           05  FPU-TROUVE           PIC 9(4) VALUE 0.
           05  CPT-FPU-DEBORDEMENT  PIC 9(4) VALUE 0.
           05  FPU-ENTREE OCCURS 2000.
               10  FPU-CODE-EPCI        PIC 9(9).
               10  FPU-NOM              PIC X(40).
               10  FPU-NB-COMMUNES      PIC 9(5).
               10  FPU-PRODUIT          PIC 9(12)V99.

      *    Comptes d'imposables/exoneres par commune, charges avant le
      *    tri du detail (table bornee avec compteur de debordement,
      *    meme idiom que la reconciliation de 6-IMPOSABLES)
           PERFORM CHARGER-COMPTES-EXONERES

           OPEN INPUT F-COMMUNES
           OPEN INPUT F-EPCI-MEMBRES
           OPEN INPUT F-EPCI
           OPEN INPUT F-ZONES-TEOM
           OPEN OUTPUT FS

           SORT TRI
               OUTPUT PROCEDURE EDITER-ETATS

           PERFORM EDITER-RECAP-DEPARTEMENTS
           PERFORM EDITER-RECAP-FPU
           PERFORM EDITER-RECAP-NATIONAL

           IF CPT-CC-DEBORDEMENT > 0 THEN
                       " compte d'imposables/exoneres"
           END-IF

           IF CPT-FPU-DEBORDEMENT > 0 THEN
               DISPLAY "7-ETAT-PRODUITS : table des EPCI pleine, "
                       CPT-FPU-DEBORDEMENT " commune(s) hors"
                       " recapitulatif FPU"
           END-IF

           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               CLOSE F-EPCI-MEMBRES
           END-IF
           IF NOT STATUT-EPCI-ABSENT THEN
               CLOSE F-EPCI
           END-IF
           IF NOT STATUT-ZONES-TEOM-ABSENT THEN
               CLOSE F-ZONES-TEOM
           END-IF
           CLOSE F-COMMUNES FS

           PERFORM FIN-PGM
                   ADD T-Taxe-Commune TO PRODUIT-TH
               WHEN "CF"
                   ADD T-Taxe-Commune TO PRODUIT-CF
                   ADD T-Taxe-Epci TO PRODUIT-CF-EPCI
               WHEN "OM"
                   ADD T-Taxe-Commune TO PRODUIT-OM
                   IF T-Code-Depense NOT = SPACE THEN
                       PERFORM CUMULER-ZONE-OM
                   END-IF
               WHEN "IR"
                   ADD T-Taxe-Commune TO PRODUIT-IR
               WHEN "LV"
                   ADD T-Taxe-Commune TO PRODUIT-LV
           END-EVALUATE

           ADD T-Taxe-Commune TO TOTAL-COMMUNE
           MOVE PRODUIT-CF TO ET-Produit
           MOVE ARTICLE-PRODUIT-TAXE TO FS-DATA
           WRITE FS-DATA
           PERFORM EDITER-PRODUIT-FPU
           MOVE "OM" TO ET-Taxe
           MOVE PRODUIT-OM TO ET-Produit
           MOVE ARTICLE-PRODUIT-TAXE TO FS-DATA
           WRITE FS-DATA
           PERFORM EDITER-ZONES-OM
           MOVE "IR" TO ET-Taxe
           MOVE PRODUIT-IR TO ET-Produit
           MOVE ARTICLE-PRODUIT-TAXE TO FS-DATA
           WRITE FS-DATA
           MOVE "LV" TO ET-Taxe
           MOVE PRODUIT-LV TO ET-Produit
           MOVE ARTICLE-PRODUIT-TAXE TO FS-DATA
           WRITE FS-DATA

           MOVE TOTAL-COMMUNE TO ET-Total
           MOVE ARTICLE-TOTAL-COMMUNE TO FS-DATA

           MOVE 0 TO PRODUIT-TF PRODUIT-TN PRODUIT-TH
                     PRODUIT-CF PRODUIT-OM PRODUIT-IR
                     PRODUIT-LV PRODUIT-CF-EPCI TOTAL-COMMUNE
                     NB-ZONES-OM
           .

      *    Produit TEOM de la commune par zone de collecte
       CUMULER-ZONE-OM.

           MOVE 0 TO ZONE-OM-TROUVEE
           MOVE 1 TO IDX-ZONE-OM
           PERFORM UNTIL IDX-ZONE-OM > NB-ZONES-OM
               IF ZOM-ZONE(IDX-ZONE-OM) = T-Code-Depense THEN
                   MOVE IDX-ZONE-OM TO ZONE-OM-TROUVEE
                   MOVE NB-ZONES-OM TO IDX-ZONE-OM
               END-IF
               ADD 1 TO IDX-ZONE-OM
           END-PERFORM

           IF ZONE-OM-TROUVEE = 0 THEN
               IF NB-ZONES-OM < 100 THEN
                   ADD 1 TO NB-ZONES-OM
                   MOVE NB-ZONES-OM TO ZONE-OM-TROUVEE
                   MOVE T-Code-Depense TO ZOM-ZONE(ZONE-OM-TROUVEE)
                   MOVE 0 TO ZOM-PRODUIT(ZONE-OM-TROUVEE)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD T-Taxe-Commune TO ZOM-PRODUIT(ZONE-OM-TROUVEE)
           .

       EDITER-ZONES-OM.

           MOVE 1 TO IDX-ZONE-OM
           PERFORM UNTIL IDX-ZONE-OM > NB-ZONES-OM
               MOVE ZOM-ZONE(IDX-ZONE-OM) TO ET-Zone
               MOVE SPACE TO ET-Zone-Libelle
               IF NOT STATUT-ZONES-TEOM-ABSENT THEN
                   MOVE INSEE-COURANT TO ZT-Code-Insee
                   MOVE ZOM-ZONE(IDX-ZONE-OM) TO ZT-Zone
                   READ F-ZONES-TEOM
                       NOT INVALID KEY
                           MOVE ZT-Libelle TO ET-Zone-Libelle
                   END-READ
               END-IF
               MOVE ZOM-PRODUIT(IDX-ZONE-OM) TO ET-Produit-Zone
               MOVE ARTICLE-PRODUIT-ZONE TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-ZONE-OM
           END-PERFORM
           .

      *    Commune membre d'un EPCI a FPU : la CFE levee par l'EPCI
      *    (part EPCI du detail CF) est rappelee hors part communale
      *    et cumulee sur l'EPCI
       EDITER-PRODUIT-FPU.

           IF STATUT-EPCI-MEMBRES-ABSENT OR STATUT-EPCI-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE INSEE-COURANT TO EM-Code-Insee
           READ F-EPCI-MEMBRES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-Code-Epci TO EP-Code
           READ F-EPCI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT EP-EST-FPU THEN
               EXIT PARAGRAPH
           END-IF

           MOVE PRODUIT-CF-EPCI TO ET-Produit-Fpu
           MOVE EP-Code TO ET-Fpu-Code-Epci
           MOVE ARTICLE-PRODUIT-FPU TO FS-DATA
           WRITE FS-DATA

           MOVE 0 TO FPU-TROUVE
           MOVE 1 TO IDX-FPU
           PERFORM UNTIL IDX-FPU > NB-FPU
               IF FPU-CODE-EPCI(IDX-FPU) = EP-Code THEN
                   MOVE IDX-FPU TO FPU-TROUVE
                   MOVE NB-FPU TO IDX-FPU
               END-IF
               ADD 1 TO IDX-FPU
           END-PERFORM

           IF FPU-TROUVE = 0 THEN
               IF NB-FPU < 2000 THEN
                   ADD 1 TO NB-FPU
                   MOVE NB-FPU TO FPU-TROUVE
                   MOVE EP-Code TO FPU-CODE-EPCI(FPU-TROUVE)
                   MOVE EP-Nom TO FPU-NOM(FPU-TROUVE)
                   MOVE 0 TO FPU-NB-COMMUNES(FPU-TROUVE)
                   MOVE 0 TO FPU-PRODUIT(FPU-TROUVE)
               ELSE
                   ADD 1 TO CPT-FPU-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO FPU-NB-COMMUNES(FPU-TROUVE)
           ADD PRODUIT-CF-EPCI TO FPU-PRODUIT(FPU-TROUVE)
           .

      ******************************************************************
           END-PERFORM
           .

       EDITER-RECAP-FPU.

           IF NB-FPU = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ARTICLE-TITRE-FPU TO FS-DATA
           WRITE FS-DATA
           MOVE 1 TO IDX-FPU
           PERFORM UNTIL IDX-FPU > NB-FPU
               MOVE FPU-CODE-EPCI(IDX-FPU) TO ET-Epci-Code
               MOVE FPU-NOM(IDX-FPU) TO ET-Epci-Nom
               MOVE FPU-NB-COMMUNES(IDX-FPU) TO ET-Epci-Communes
               MOVE FPU-PRODUIT(IDX-FPU) TO ET-Epci-Produit
               MOVE ARTICLE-EPCI-FPU TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-FPU
           END-PERFORM
           MOVE ARTICLE-VIDE TO FS-DATA
           WRITE FS-DATA
           .

       EDITER-RECAP-NATIONAL.

           MOVE ARTICLE-TITRE-NATIONAL TO FS-DATA
