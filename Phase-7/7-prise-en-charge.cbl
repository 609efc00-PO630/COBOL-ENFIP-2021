      *          et bornees par un enregistrement d'equilibrage
      *          (nombre d'ecritures, total des montants). Supprime la
      *          ressaisie manuelle depuis la ligne de 6-controle.dat.
      *          Les interets moratoires verses sur remboursement
      *          (journal de 7-REMBOURSEMENTS) pendant la periode
      *          sont une charge de l'Etat et non une recette de
      *          collectivite : ils forment une ecriture a part
      *          (collectivite E). Les commissions de l'acquereur
      *          sur les paiements par carte de la periode (journal
      *          de 7-PAIEMENTS-CARTE) sont de meme une charge de
      *          l'Etat, en ecriture propre.
      *          La part intercommunale (dont la CFE des communes
      *          membres d'un EPCI a fiscalite professionnelle
      *          unique) est totalisee par EPCI, d'apres
      *          5-epci-membres.idx, en une ecriture par EPCI
      *          (collectivite I).
      *          Le role CVAE (6-imposables-cvae.dat, 5-CVAE) donne
      *          ses propres ecritures commune / EPCI / departement /
      *          region sous le journal CVAE de 0-comptabilite.param
      *          (CVA par defaut), comprises dans l'equilibrage.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FS ASSIGN TO "7-prise-en-charge.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Journal des remboursements verses (interets moratoires)
           SELECT F-REMBOURSEMENTS
                   ASSIGN TO "7-remboursements-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REMBOURSEMENTS.

      *    Journal des commissions de l'acquereur carte
           SELECT F-COMMISSIONS ASSIGN TO "7-carte-commissions.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-COMMISSIONS.

      *    Appartenance des communes aux EPCI (master facultatif)
           SELECT F-EPCI-MEMBRES ASSIGN TO "5-epci-membres.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-Code-Insee
                   FILE STATUS IS WS-STATUT-EPCI-MEMBRES.

      *    Role CVAE (facultatif : aucune ecriture CVAE sans lui)
           SELECT F-ROLE-CVAE ASSIGN TO "6-imposables-cvae.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ROLE-CVAE.

           SELECT TRI ASSIGN TO DISK.

           SELECT TRI-CVAE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       01  CPT-ENREG.
           05 CPT-Periode PIC 9(6).
           05 CPT-Journal PIC X(3).
           05 CPT-Journal-Cvae PIC X(3).

      *    Meme disposition que CJ-ENREG dans 7-REMBOURSEMENTS.cbl,
      *    qui alimente ce fichier
       FD  F-REMBOURSEMENTS.
       01  RBJ-ENREG.
           05 RBJ-Numero-Fiscal  PIC 9(13).
           05 RBJ-Trop-Paye      PIC 9(6)V99.
           05 RBJ-Avoir          PIC 9(6)V99.
           05 RBJ-Montant-Verse  PIC 9(6)V99.
           05 RBJ-Date           PIC 9(8).
           05 RBJ-Mode           PIC X(1).
           05 RBJ-Numero-Cheque  PIC 9(8).
           05 RBJ-Interets       PIC 9(6)V99.

      *    Meme disposition que COM-ENREG dans 7-PAIEMENTS-CARTE.cbl,
      *    qui alimente ce fichier
       FD  F-COMMISSIONS.
       01  COM-ENREG.
           05 COM-Date           PIC 9(8).
           05 COM-Numero-Remise  PIC 9(8).
           05 COM-Identifiant    PIC X(20).
           05 COM-Commission     PIC 9(4)V99.

      *    Meme disposition que dans 3-REGS-DEPTS-COMMS.cbl
       FD  F-EPCI-MEMBRES.
       01  C-EPCI-MEMBRE-ENREG.
           05 EM-Code-Insee    PIC 9(5).
           05 EM-Code-Epci     PIC 9(9).

      *    Meme disposition que C-CVAE-ENREG dans 5-CVAE.cbl
       FD  F-ROLE-CVAE.
       01  CV-DATA.
           05 CV-Siret              PIC 9(14).
           05 CV-Raison-Sociale     PIC X(30).
           05 CV-Code-Insee         PIC 9(5).
           05 CV-Departement        PIC X(28).
           05 CV-Region             PIC X(30).
           05 CV-Code-Epci          PIC 9(9).
           05 CV-Annee              PIC 9(4).
           05 CV-Effectif           PIC 9(6).
           05 CV-Surface            PIC 9(8).
           05 CV-Taux               PIC 9(1)V9(4).
           05 CV-Impot              PIC 9(9)V99.
           05 CV-Impot-Commune      PIC 9(9)V99.
           05 CV-Impot-Epci         PIC 9(9)V99.
           05 CV-Impot-Dept         PIC 9(9)V99.
           05 CV-Impot-Region       PIC 9(9)V99.

      *    Interface a format fixe : ecritures "D" (une par
      *    collectivite, C/D/R/I, plus E pour la charge de l'Etat),
      *    enregistrement d'equilibrage "T"
       FD  FS.
       01  PEC-ENREG.
           05 PEC-Type         PIC X(1).
           05 T-Reference-Paiement PIC X(21).
           05 T-Impot-Epci PIC 9(6)V99.

       SD  TRI-CVAE.
       01  TC-DATA.
           05 TC-Siret              PIC 9(14).
           05 TC-Raison-Sociale     PIC X(30).
           05 TC-Code-Insee         PIC 9(5).
           05 TC-Departement        PIC X(28).
           05 TC-Region             PIC X(30).
           05 TC-Code-Epci          PIC 9(9).
           05 TC-Annee              PIC 9(4).
           05 TC-Effectif           PIC 9(6).
           05 TC-Surface            PIC 9(8).
           05 TC-Taux               PIC 9(1)V9(4).
           05 TC-Impot              PIC 9(9)V99.
           05 TC-Impot-Commune      PIC 9(9)V99.
           05 TC-Impot-Epci         PIC 9(9)V99.
           05 TC-Impot-Dept         PIC 9(9)V99.
           05 TC-Impot-Region       PIC 9(9)V99.

       WORKING-STORAGE SECTION.

      *    Version de disposition attendue en tete des fichiers
       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-ROLE      PIC X(32)
               VALUE "VER 6-IMPOSABLES            0003".
           05  ENTETE-VERSION-CVAE      PIC X(32)
               VALUE "VER 6-IMPOSABLES-CVAE       0001".

       1   TRI-WORKING-MANAGER.
           05  FIN-TRI              PIC X(01) VALUE SPACE.
               88  FIN-TRI-OUI               VALUE HIGH-VALUE.
           05  FIN-TRI-CVAE         PIC X(01) VALUE SPACE.
               88  FIN-TRI-CVAE-OUI          VALUE HIGH-VALUE.

       1   COMPTABILITE-WORKING-MANAGER.
      *    Periode et journal par defaut si le parametre manque
           05  PERIODE-COMPTABLE        PIC 9(6) VALUE 202112.
           05  JOURNAL-COMPTABLE        PIC X(3) VALUE "ROL".
           05  JOURNAL-CVAE             PIC X(3) VALUE "CVA".
      *    Journal porte par les ecritures de collectivite en cours
           05  JOURNAL-ECRITURE         PIC X(3) VALUE SPACE.
           05  WS-STATUT-COMPTABILITE   PIC X(02) VALUE SPACE.
               88  STATUT-COMPTABILITE-ABSENT    VALUE "35".

       1   REMBOURSEMENTS-WORKING-MANAGER.
           05  WS-STATUT-REMBOURSEMENTS PIC X(02) VALUE SPACE.
               88  STATUT-REMBOURSEMENTS-ABSENT   VALUE "35".
           05  FIN-REMBOURSEMENTS       PIC X(01) VALUE SPACE.
               88  FF-RBJ                         VALUE HIGH-VALUE.
           05  PERIODE-VERSEMENT        PIC 9(6) VALUE 0.

       1   COMMISSIONS-WORKING-MANAGER.
           05  WS-STATUT-COMMISSIONS    PIC X(02) VALUE SPACE.
               88  STATUT-COMMISSIONS-ABSENT      VALUE "35".
           05  FIN-COMMISSIONS          PIC X(01) VALUE SPACE.
               88  FF-COM                         VALUE HIGH-VALUE.
           05  PERIODE-COMMISSION       PIC 9(6) VALUE 0.
           05  TOTAL-COMMISSIONS-CARTE  PIC 9(12)V99 VALUE 0.

       1   RUPTURES-WORKING-MANAGER.
           05  INSEE-COURANT            PIC 9(5) VALUE 0.
           05  DEPT-COURANT             PIC X(28) VALUE SPACE.
           05  REGION-COURANT           PIC X(30) VALUE SPACE.
           05  CPT-LUS                  PIC 9(8) VALUE 0.
           05  CPT-LUS-CVAE             PIC 9(8) VALUE 0.
           05  TOTAL-COMMUNE            PIC 9(12)V99 VALUE 0.
           05  TOTAL-DEPT               PIC 9(12)V99 VALUE 0.
           05  TOTAL-REGION             PIC 9(12)V99 VALUE 0.
           05  TOTAL-INTERETS-MORATOIRES PIC 9(12)V99 VALUE 0.
           05  TOTAL-EPCI-COMMUNE       PIC 9(12)V99 VALUE 0.
           05  CPT-ECRITURES            PIC 9(8) VALUE 0.
           05  TOTAL-ECRITURES          PIC 9(14)V99 VALUE 0.

      *    Part intercommunale cumulee par EPCI ; une commune hors
      *    EPCI connu est portee sur le code EPCI zero pour que
      *    l'equilibrage reste juste
       1   ROLE-CVAE-WORKING-MANAGER.
           05  WS-STATUT-ROLE-CVAE      PIC X(02) VALUE SPACE.
               88  STATUT-ROLE-CVAE-ABSENT       VALUE "35".
           05  FIN-ROLE-CVAE            PIC X(01) VALUE SPACE.
               88  FF-ROLE-CVAE                  VALUE HIGH-VALUE.

       1   EPCI-WORKING-MANAGER.
           05  WS-STATUT-EPCI-MEMBRES   PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT    VALUE "35".
           05  EPCI-COMMUNE             PIC 9(9) VALUE 0.
           05  NB-EPCI                  PIC 9(4) VALUE 0.
           05  IDX-EPCI                 PIC 9(4) VALUE 0.
           05  EPCI-TROUVE              PIC 9(4) VALUE 0.
           05  EPCI-ENTREE OCCURS 2000.
               10  TEP-CODE-EPCI            PIC 9(9).
               10  TEP-TOTAL                PIC 9(12)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-COMPTABILITE

           OPEN OUTPUT FS
           OPEN INPUT F-EPCI-MEMBRES

           MOVE JOURNAL-COMPTABLE TO JOURNAL-ECRITURE
           SORT TRI
               ON ASCENDING KEY T-Region T-Departement T-Code-Insee
               INPUT PROCEDURE GARNIR-TRI-ROLE
               OUTPUT PROCEDURE GENERER-ECRITURES

           PERFORM ECRIRE-ECRITURES-EPCI

      *    Role CVAE : memes ruptures, journal propre, table des
      *    EPCI repartie de zero
           MOVE JOURNAL-CVAE TO JOURNAL-ECRITURE
           MOVE 0 TO NB-EPCI
           SORT TRI-CVAE
               ON ASCENDING KEY TC-Region TC-Departement
                                TC-Code-Insee
               INPUT PROCEDURE GARNIR-TRI-CVAE
               OUTPUT PROCEDURE GENERER-ECRITURES-CVAE

           PERFORM ECRIRE-ECRITURES-EPCI
           PERFORM ECRIRE-ECRITURE-MORATOIRES
           PERFORM ECRIRE-ECRITURE-COMMISSIONS
           PERFORM ECRIRE-EQUILIBRAGE

           DISPLAY "7-PRISE-EN-CHARGE : " CPT-ECRITURES
                   " ecriture(s), total " TOTAL-ECRITURES

           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               CLOSE F-EPCI-MEMBRES
           END-IF
           CLOSE FS

           PERFORM FIN-PGM
                   NOT AT END
                       MOVE CPT-Periode TO PERIODE-COMPTABLE
                       MOVE CPT-Journal TO JOURNAL-COMPTABLE
                       IF CPT-Journal-Cvae NOT = SPACE THEN
                           MOVE CPT-Journal-Cvae TO JOURNAL-CVAE
                       END-IF
               END-READ
               CLOSE F-COMPTABILITE
           END-IF
                       ADD T-Impot-Commune TO TOTAL-COMMUNE
                       ADD T-Impot-Dept TO TOTAL-DEPT
                       ADD T-Impot-Region TO TOTAL-REGION
                       ADD T-Impot-Epci TO TOTAL-EPCI-COMMUNE
               END-RETURN
           END-PERFORM

           END-IF
           .

      ******************************************************************
      *        ECRITURES CVAE (MEMES RUPTURES SUR LE ROLE CVAE TRIE)

       GENERER-ECRITURES-CVAE.

           PERFORM UNTIL FIN-TRI-CVAE-OUI
               RETURN TRI-CVAE
                   AT END
                       SET FIN-TRI-CVAE-OUI TO TRUE
                   NOT AT END
                       IF CPT-LUS-CVAE > 0 THEN
                           IF TC-Code-Insee NOT = INSEE-COURANT THEN
                               PERFORM ECRIRE-ECRITURE-COMMUNE
                           END-IF
                           IF TC-Departement NOT = DEPT-COURANT THEN
                               PERFORM ECRIRE-ECRITURE-DEPT
                           END-IF
                           IF TC-Region NOT = REGION-COURANT THEN
                               PERFORM ECRIRE-ECRITURE-REGION
                           END-IF
                       END-IF

                       MOVE TC-Code-Insee TO INSEE-COURANT
                       MOVE TC-Departement TO DEPT-COURANT
                       MOVE TC-Region TO REGION-COURANT

                       ADD 1 TO CPT-LUS-CVAE
                       ADD TC-Impot-Commune TO TOTAL-COMMUNE
                       ADD TC-Impot-Dept TO TOTAL-DEPT
                       ADD TC-Impot-Region TO TOTAL-REGION
                       ADD TC-Impot-Epci TO TOTAL-EPCI-COMMUNE
               END-RETURN
           END-PERFORM

           IF CPT-LUS-CVAE > 0 THEN
               PERFORM ECRIRE-ECRITURE-COMMUNE
               PERFORM ECRIRE-ECRITURE-DEPT
               PERFORM ECRIRE-ECRITURE-REGION
           END-IF
           .

       ECRIRE-ECRITURE-COMMUNE.

           MOVE "D" TO PEC-Type
           MOVE JOURNAL-ECRITURE TO PEC-Journal
           MOVE PERIODE-COMPTABLE TO PEC-Periode
           MOVE "C" TO PEC-Collectivite
           MOVE SPACE TO PEC-Cle
           ADD 1 TO CPT-ECRITURES
           ADD TOTAL-COMMUNE TO TOTAL-ECRITURES
           MOVE 0 TO TOTAL-COMMUNE

           PERFORM CUMULER-PART-EPCI
           .

      ******************************************************************
      *        PART INTERCOMMUNALE DE LA COMMUNE : PORTEE SUR SON EPCI

       CUMULER-PART-EPCI.

           IF TOTAL-EPCI-COMMUNE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO EPCI-COMMUNE
           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               MOVE INSEE-COURANT TO EM-Code-Insee
               READ F-EPCI-MEMBRES
                   NOT INVALID KEY
                       MOVE EM-Code-Epci TO EPCI-COMMUNE
               END-READ
           END-IF

           MOVE 0 TO EPCI-TROUVE
           MOVE 1 TO IDX-EPCI
           PERFORM UNTIL IDX-EPCI > NB-EPCI
               IF TEP-CODE-EPCI(IDX-EPCI) = EPCI-COMMUNE THEN
                   MOVE IDX-EPCI TO EPCI-TROUVE
                   MOVE NB-EPCI TO IDX-EPCI
               END-IF
               ADD 1 TO IDX-EPCI
           END-PERFORM

           IF EPCI-TROUVE = 0 THEN
               IF NB-EPCI < 2000 THEN
                   ADD 1 TO NB-EPCI
                   MOVE NB-EPCI TO EPCI-TROUVE
                   MOVE EPCI-COMMUNE TO TEP-CODE-EPCI(EPCI-TROUVE)
                   MOVE 0 TO TEP-TOTAL(EPCI-TROUVE)
               ELSE
      *            Table pleine : cumul sur la derniere entree plutot
      *            que de perdre le montant a l'equilibrage
                   DISPLAY "7-PRISE-EN-CHARGE : table des EPCI pleine,"
                           " commune " INSEE-COURANT
                           " cumulee sur le dernier EPCI"
                   MOVE NB-EPCI TO EPCI-TROUVE
               END-IF
           END-IF

           ADD TOTAL-EPCI-COMMUNE TO TEP-TOTAL(EPCI-TROUVE)
           MOVE 0 TO TOTAL-EPCI-COMMUNE
           .

      ******************************************************************
      *        UNE ECRITURE PAR EPCI (COLLECTIVITE I)

       ECRIRE-ECRITURES-EPCI.

           MOVE 1 TO IDX-EPCI
           PERFORM UNTIL IDX-EPCI > NB-EPCI
               MOVE "D" TO PEC-Type
               MOVE JOURNAL-ECRITURE TO PEC-Journal
               MOVE PERIODE-COMPTABLE TO PEC-Periode
               MOVE "I" TO PEC-Collectivite
               MOVE SPACE TO PEC-Cle
               MOVE TEP-CODE-EPCI(IDX-EPCI) TO PEC-Cle(1:9)
               MOVE TEP-TOTAL(IDX-EPCI) TO PEC-Montant
               WRITE PEC-ENREG

               ADD 1 TO CPT-ECRITURES
               ADD TEP-TOTAL(IDX-EPCI) TO TOTAL-ECRITURES
               ADD 1 TO IDX-EPCI
           END-PERFORM
           .

       ECRIRE-ECRITURE-DEPT.

           MOVE "D" TO PEC-Type
           MOVE JOURNAL-ECRITURE TO PEC-Journal
           MOVE PERIODE-COMPTABLE TO PEC-Periode
           MOVE "D" TO PEC-Collectivite
           MOVE DEPT-COURANT TO PEC-Cle
       ECRIRE-ECRITURE-REGION.

           MOVE "D" TO PEC-Type
           MOVE JOURNAL-ECRITURE TO PEC-Journal
           MOVE PERIODE-COMPTABLE TO PEC-Periode
           MOVE "R" TO PEC-Collectivite
           MOVE REGION-COURANT TO PEC-Cle
           MOVE 0 TO TOTAL-REGION
           .

      ******************************************************************
      *        INTERETS MORATOIRES DE LA PERIODE : CHARGE DE L'ETAT,
      *        ECRITURE PROPRE, ABSENTE S'IL N'Y EN A PAS

       ECRIRE-ECRITURE-MORATOIRES.

           OPEN INPUT F-REMBOURSEMENTS
           IF STATUT-REMBOURSEMENTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-RBJ
               READ F-REMBOURSEMENTS
                   AT END
                       SET FF-RBJ TO TRUE
                   NOT AT END
                       DIVIDE RBJ-Date BY 100
                           GIVING PERIODE-VERSEMENT
                       IF PERIODE-VERSEMENT = PERIODE-COMPTABLE THEN
                           ADD RBJ-Interets
                               TO TOTAL-INTERETS-MORATOIRES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-REMBOURSEMENTS

           IF TOTAL-INTERETS-MORATOIRES = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "D" TO PEC-Type
           MOVE JOURNAL-COMPTABLE TO PEC-Journal
           MOVE PERIODE-COMPTABLE TO PEC-Periode
           MOVE "E" TO PEC-Collectivite
           MOVE "INTERETS MORATOIRES" TO PEC-Cle
           MOVE TOTAL-INTERETS-MORATOIRES TO PEC-Montant
           WRITE PEC-ENREG

           ADD 1 TO CPT-ECRITURES
           ADD TOTAL-INTERETS-MORATOIRES TO TOTAL-ECRITURES
           .

      ******************************************************************
      *        COMMISSIONS CARTE DE LA PERIODE : CHARGE DE L'ETAT,
      *        ECRITURE PROPRE, ABSENTE S'IL N'Y EN A PAS

       ECRIRE-ECRITURE-COMMISSIONS.

           OPEN INPUT F-COMMISSIONS
           IF STATUT-COMMISSIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-COM
               READ F-COMMISSIONS
                   AT END
                       SET FF-COM TO TRUE
                   NOT AT END
                       DIVIDE COM-Date BY 100
                           GIVING PERIODE-COMMISSION
                       IF PERIODE-COMMISSION = PERIODE-COMPTABLE THEN
                           ADD COM-Commission
                               TO TOTAL-COMMISSIONS-CARTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-COMMISSIONS

           IF TOTAL-COMMISSIONS-CARTE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "D" TO PEC-Type
           MOVE JOURNAL-COMPTABLE TO PEC-Journal
           MOVE PERIODE-COMPTABLE TO PEC-Periode
           MOVE "E" TO PEC-Collectivite
           MOVE "COMMISSIONS CARTE" TO PEC-Cle
           MOVE TOTAL-COMMISSIONS-CARTE TO PEC-Montant
           WRITE PEC-ENREG

           ADD 1 TO CPT-ECRITURES
           ADD TOTAL-COMMISSIONS-CARTE TO TOTAL-ECRITURES
           .

      ******************************************************************
      *        ENREGISTREMENT D'EQUILIBRAGE (COMPTE + TOTAL)

           END-IF
           .

      *    Role CVAE : absent, il ne donne aucune ecriture ; present,
      *    son en-tete de version est verifie comme celui du role
       GARNIR-TRI-CVAE.

           OPEN INPUT F-ROLE-CVAE
           IF STATUT-ROLE-CVAE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           READ F-ROLE-CVAE
               AT END
                   SET FF-ROLE-CVAE TO TRUE
           END-READ
           IF NOT FF-ROLE-CVAE
              AND CV-DATA(1:32) NOT = ENTETE-VERSION-CVAE THEN
               DISPLAY "7-PRISE-EN-CHARGE : version de disposition"
                       " inattendue en tete de 6-imposables-cvae.dat"
                       ", arret (attendu " ENTETE-VERSION-CVAE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL FF-ROLE-CVAE
               READ F-ROLE-CVAE
                   AT END
                       SET FF-ROLE-CVAE TO TRUE
                   NOT AT END
                       RELEASE TC-DATA FROM CV-DATA
               END-READ
           END-PERFORM
           CLOSE F-ROLE-CVAE
           .

       FIN-PGM.
           STOP RUN.
