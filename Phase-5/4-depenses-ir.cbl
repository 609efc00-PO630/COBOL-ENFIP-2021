      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: chargement des depenses declarees ouvrant droit a
      *          reduction ou credit d'impot sur le revenu (emploi a
      *          domicile, garde d'enfants, dons...) dans le master
      *          5-depenses-ir.idx (cle numero fiscal + millesime +
      *          code de depense). Le fichier 4-depenses-ir.dat
      *          porte une ligne par depense ; une ligne reprise
      *          remplace la precedente, un montant a zero l'annule.
      *          Un code absent des regles de 0-reductions-ir.param
      *          est rejete. Calcul-IR (5-ROLES) applique ensuite les
      *          reductions et credits du contribuable et de son
      *          foyer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-DEPENSES-IR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DEPENSES ASSIGN TO "4-depenses-ir.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FLUX.

           SELECT C-DEPENSES ASSIGN TO "5-depenses-ir.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DEP-Cle
                   FILE STATUS IS WS-STATUT-IDX.

      *    Regles des reductions et credits d'impot (meme fichier que
      *    5-ROLES) : seuls les codes connus sont charges
           SELECT F-REGLES ASSIGN TO "0-reductions-ir.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REGLES.

      *    Depenses rejetees (code inconnu, montant non numerique)
           SELECT C-REJETS ASSIGN TO "4-depenses-ir-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DEPENSES.
       01  FD-DATA.
           05 FD-Numero-Fiscal  PIC 9(13).
           05 FD-Annee          PIC 9(4).
           05 FD-Code           PIC X(2).
           05 FD-Montant        PIC 9(6).

       FD  C-DEPENSES.
       01  C-DEP-ENREG.
           05 DEP-Cle.
               10 DEP-Numero-Fiscal PIC 9(13).
               10 DEP-Annee         PIC 9(4).
               10 DEP-Code          PIC X(2).
           05 DEP-Montant       PIC 9(6).

      *    Meme disposition que RAV-ENREG dans 5-ROLES.cbl
       FD  F-REGLES.
       01  RAV-ENREG.
           05 RAV-ANNEE            PIC 9(4).
           05 RAV-CODE             PIC X(2).
           05 RAV-NATURE           PIC X(1).
           05 RAV-TAUX             PIC 9(3).
           05 RAV-PLAFOND          PIC 9(6).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Fiscal  PIC 9(13).
           05 CR-Annee          PIC 9(4).
           05 CR-Code           PIC X(2).
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG                PIC  X(01) VALUE  SPACE.
               88  FF                              VALUE  HIGH-VALUE.
           05  FIN-REGLES               PIC  X(01) VALUE  SPACE.
               88  FF-REGLES                       VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-FLUX           PIC X(02) VALUE SPACE.
               88  STATUT-FLUX-ABSENT             VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-REGLES         PIC X(02) VALUE SPACE.
               88  STATUT-REGLES-ABSENT           VALUE "35".
           05  CPT-CHARGES              PIC 9(6) VALUE 0.
           05  CPT-ANNULES              PIC 9(6) VALUE 0.
           05  CPT-REJETES              PIC 9(6) VALUE 0.

      *    Codes de depense connus (tous millesimes des regles
      *    confondus : une depense d'un millesime anterieur reste
      *    chargeable)
       1   REGLES-WORKING-MANAGER.
           05  NB-CODES                 PIC 9(2) VALUE 0.
           05  IDX-CODE                 PIC 9(2) VALUE 0.
           05  CODES-MAX                PIC 9(2) VALUE 50.
           05  CODE-CONNU OCCURS 50 TIMES PIC X(2).
           05  CODE-TROUVE              PIC 9(1) VALUE 0.
               88  CODE-EST-CONNU                 VALUE 1.
               88  CODE-EST-INCONNU               VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT F-DEPENSES
           IF STATUT-FLUX-ABSENT THEN
               DISPLAY "4-DEPENSES-IR : 4-depenses-ir.dat introuvable,"
                       " aucune depense a charger"
               PERFORM FIN-PGM
           END-IF

           PERFORM LIRE-REGLES
           IF NB-CODES = 0 THEN
               DISPLAY "4-DEPENSES-IR : aucune regle dans"
                       " 0-reductions-ir.param, aucune depense"
                       " chargeable"
               CLOSE F-DEPENSES
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-MASTER

           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-DEPENSES
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       PERFORM CHARGER-UNE-DEPENSE
               END-READ
           END-PERFORM

           CLOSE F-DEPENSES C-DEPENSES C-REJETS

           DISPLAY "4-DEPENSES-IR : " CPT-CHARGES
                   " depense(s) chargee(s), " CPT-ANNULES
                   " annulee(s), " CPT-REJETES " rejetee(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        CODES DE DEPENSE CONNUS DES REGLES

       LIRE-REGLES.

           OPEN INPUT F-REGLES

           IF STATUT-REGLES-ABSENT THEN
               DISPLAY "0-reductions-ir.param introuvable"
           ELSE
               PERFORM UNTIL FF-REGLES
                   READ F-REGLES
                       AT END
                           SET FF-REGLES TO TRUE
                       NOT AT END
                           PERFORM RETENIR-CODE
                   END-READ
               END-PERFORM
               CLOSE F-REGLES
           END-IF
           .

       RETENIR-CODE.

           PERFORM CHERCHER-CODE-REGLE
           IF CODE-EST-INCONNU AND NB-CODES < CODES-MAX THEN
               ADD 1 TO NB-CODES
               MOVE RAV-CODE TO CODE-CONNU(NB-CODES)
           END-IF
           .

       CHERCHER-CODE-REGLE.

           SET CODE-EST-INCONNU TO TRUE
           MOVE 1 TO IDX-CODE
           PERFORM UNTIL IDX-CODE > NB-CODES
               IF CODE-CONNU(IDX-CODE) = RAV-CODE THEN
                   SET CODE-EST-CONNU TO TRUE
                   MOVE NB-CODES TO IDX-CODE
               END-IF
               ADD 1 TO IDX-CODE
           END-PERFORM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT C-DEPENSES
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-DEPENSES
               OPEN OUTPUT C-DEPENSES
               CLOSE C-DEPENSES
           ELSE
               CLOSE C-DEPENSES
           END-IF

           OPEN I-O C-DEPENSES
           .

      ******************************************************************
      *        CHARGEMENT D'UNE DEPENSE (REMPLACEMENT OU ANNULATION)

       CHARGER-UNE-DEPENSE.

           IF FD-Montant IS NOT NUMERIC THEN
               MOVE "montant non numerique" TO CR-Motif
               PERFORM REJETER-DEPENSE
               EXIT PARAGRAPH
           END-IF

           MOVE FD-Code TO RAV-CODE
           PERFORM CHERCHER-CODE-REGLE
           IF CODE-EST-INCONNU THEN
               MOVE "code de depense inconnu des regles"
                   TO CR-Motif
               PERFORM REJETER-DEPENSE
               EXIT PARAGRAPH
           END-IF

           MOVE FD-Numero-Fiscal TO DEP-Numero-Fiscal
           MOVE FD-Annee TO DEP-Annee
           MOVE FD-Code TO DEP-Code
           MOVE FD-Montant TO DEP-Montant

      *    Montant a zero : la depense est retiree du master
           IF FD-Montant = 0 THEN
               DELETE C-DEPENSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CPT-ANNULES
               END-DELETE
               EXIT PARAGRAPH
           END-IF

           WRITE C-DEP-ENREG
               INVALID KEY
                   REWRITE C-DEP-ENREG
           END-WRITE
           ADD 1 TO CPT-CHARGES
           .

       REJETER-DEPENSE.

           MOVE FD-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE FD-Annee TO CR-Annee
           MOVE FD-Code TO CR-Code
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETES
           .

       FIN-PGM.
           STOP RUN.
