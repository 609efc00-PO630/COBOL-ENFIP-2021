      *          parametre, C = nombre d'occurrences au-dela du
      *          seuil (churn declaratif), P = plusieurs residences
      *          principales TH le meme millesime, S = corrections
      *          creditrices presentes, T = sous-declaration ou
      *          defaut de declaration revele par le recoupement
      *          avec les revenus des tiers (7-recoupement.dat, issu
      *          de 7-RECOUPEMENT). Les poids des indicateurs,
      *          le seuil de selection et les bornes viennent de
      *          0-scoring.param. La liste 7-controle-fiscal.txt sort
      *          les selectionnes par score decroissant, avec les
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

      *    Ecarts du recoupement avec les revenus des tiers
           SELECT F-RECOUPEMENT ASSIGN TO "7-recoupement.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-RECOUPEMENT.

           SELECT FS ASSIGN TO "7-controle-fiscal.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           05 PRM-Seuil-Selection   PIC 9(3).
           05 PRM-Pourcent-Baisse   PIC 9(2).
           05 PRM-Seuil-Occurrences PIC 9(2).
           05 PRM-Poids-Tiers       PIC 9(3).

      *    Meme disposition que RCP-ENREG dans 7-RECOUPEMENT.cbl, qui
      *    alimente ce fichier
       FD  F-RECOUPEMENT.
       01  RCP-ENREG.
           05 RCP-Numero-Fiscal PIC 9(13).
           05 RCP-Annee         PIC 9(4).
           05 RCP-Nature        PIC X(1).
           05 RCP-Declare       PIC S9(8) SIGN LEADING SEPARATE.
           05 RCP-Tiers         PIC 9(8).
           05 RCP-Ecart         PIC 9(8).

       FD  FS.
       01  FS-DATA PIC X(132).

       SD  TRI.
       01  T-DATA.
           05 T-Score         PIC 9(4).
           05 T-Numero-Fiscal PIC 9(13).
           05 T-Indicateurs   PIC X(5).

       WORKING-STORAGE SECTION.

               10 FILLER PIC X(3) VALUE SPACE.
               10 CF-Score PIC ZZZ9.
               10 FILLER PIC X(4) VALUE SPACE.
               10 CF-Indicateurs PIC X(100).

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
               88  FF-OCC                          VALUE  HIGH-VALUE.
           05  FIN-TRI                  PIC  X(01) VALUE  SPACE.
               88  FF-TRI                          VALUE  HIGH-VALUE.
           05  FIN-RECOUPEMENT          PIC  X(01) VALUE  SPACE.
               88  FF-RCP                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-OCCURRENCES    PIC X(02) VALUE SPACE.
               88  STATUT-OCCURRENCES-ABSENT      VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-RECOUPEMENT    PIC X(02) VALUE SPACE.
               88  STATUT-RECOUPEMENT-ABSENT      VALUE "35".

      *    Poids par defaut : 40/20/30/10, 30 pour le recoupement
      *    avec les tiers, selection a partir de 40 points, baisse
      *    de revenu signalee au-dela de 30 pour cent, churn au-dela
      *    de 8 occurrences
       1   PARAM-WORKING-MANAGER.
           05  POIDS-REVENU             PIC 9(3) VALUE 40.
           05  POIDS-CHURN              PIC 9(3) VALUE 20.
           05  SEUIL-SELECTION          PIC 9(3) VALUE 40.
           05  POURCENT-BAISSE          PIC 9(2) VALUE 30.
           05  SEUIL-OCCURRENCES        PIC 9(2) VALUE 8.
           05  POIDS-TIERS              PIC 9(3) VALUE 30.

      *    Contribuables releves par le recoupement avec les tiers
       1   RECOUPEMENT-WORKING-MANAGER.
           05  NB-RECOUPES              PIC 9(4) VALUE 0.
           05  IDX-RCP                  PIC 9(4) VALUE 0.
           05  RECOUPES-MAX             PIC 9(4) VALUE 2000.
           05  RECOUPE-NUMERO OCCURS 2000 TIMES PIC 9(13).
           05  CPT-RECOUPES-DEBORDEMENT PIC 9(6) VALUE 0.
           05  RECOUPE-TROUVE           PIC X(1) VALUE "N".
               88  EST-RECOUPE                    VALUE "O".

      *    Groupe du contribuable en cours : revenus IR par
      *    millesime, compte d'occurrences, principales TH par

       1   SCORE-WORKING-MANAGER.
           05  SCORE-CALCULE            PIC 9(4) VALUE 0.
           05  INDICATEURS-DECLENCHES   PIC X(5) VALUE SPACE.
           05  BAISSE-CALCULEE          PIC S9(9) VALUE 0.
           05  SEUIL-BAISSE-CALCULE     PIC S9(9) VALUE 0.
           05  CPT-SELECTIONNES         PIC 9(6) VALUE 0.
           05  CPT-EXAMINES             PIC 9(6) VALUE 0.
           05  RANG-EDITION             PIC 9(4) VALUE 0.
           05  LIBELLE-INDICATEURS      PIC X(100) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-PARAMETRES
           PERFORM LIRE-RECOUPEMENT

           OPEN INPUT C-OCCURRENCES
           IF STATUT-OCCURRENCES-ABSENT THEN
                       MOVE PRM-Pourcent-Baisse TO POURCENT-BAISSE
                       MOVE PRM-Seuil-Occurrences
                           TO SEUIL-OCCURRENCES
      *                Poids du recoupement absent des anciens
      *                parametrages : le defaut est alors conserve
                       IF PRM-Poids-Tiers IS NUMERIC THEN
                           MOVE PRM-Poids-Tiers TO POIDS-TIERS
                       END-IF
               END-READ
               CLOSE F-PARAM
           END-IF
           .

      ******************************************************************
      *        CONTRIBUABLES RELEVES PAR LE RECOUPEMENT (ECART OU
      *        DEFAUT DE DECLARATION, TOUS MILLESIMES CONFONDUS)

       LIRE-RECOUPEMENT.

           OPEN INPUT F-RECOUPEMENT

           IF STATUT-RECOUPEMENT-ABSENT THEN
               DISPLAY "7-recoupement.dat introuvable, indicateur"
                       " de recoupement non calcule"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-RCP
               READ F-RECOUPEMENT
                   AT END
                       SET FF-RCP TO TRUE
                   NOT AT END
                       MOVE RCP-Numero-Fiscal TO NUMERO-EN-COURS
                       PERFORM CHERCHER-RECOUPE
                       IF NOT EST-RECOUPE THEN
                           IF NB-RECOUPES < RECOUPES-MAX THEN
                               ADD 1 TO NB-RECOUPES
                               MOVE RCP-Numero-Fiscal
                                   TO RECOUPE-NUMERO(NB-RECOUPES)
                           ELSE
                               ADD 1 TO CPT-RECOUPES-DEBORDEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-RECOUPEMENT
           MOVE 0 TO NUMERO-EN-COURS

           IF CPT-RECOUPES-DEBORDEMENT > 0 THEN
               DISPLAY "7-SCORING-CONTROLE : table du recoupement"
                       " pleine, " CPT-RECOUPES-DEBORDEMENT
                       " ecart(s) ignore(s)"
           END-IF
           .

       CHERCHER-RECOUPE.

           MOVE "N" TO RECOUPE-TROUVE
           MOVE 1 TO IDX-RCP
           PERFORM UNTIL IDX-RCP > NB-RECOUPES
               IF RECOUPE-NUMERO(IDX-RCP) = NUMERO-EN-COURS THEN
                   SET EST-RECOUPE TO TRUE
                   MOVE NB-RECOUPES TO IDX-RCP
               END-IF
               ADD 1 TO IDX-RCP
           END-PERFORM
           .

      ******************************************************************
      *        NOTATION PAR CONTRIBUABLE (PARCOURS PAR LA CLE DE
      *        REGROUPEMENT, RUPTURE SUR LE NUMERO FISCAL)
               MOVE "S" TO INDICATEURS-DECLENCHES(4:1)
           END-IF

      *    T : ecart ou defaut de declaration face aux tiers
           PERFORM CHERCHER-RECOUPE
           IF EST-RECOUPE THEN
               ADD POIDS-TIERS TO SCORE-CALCULE
               MOVE "T" TO INDICATEURS-DECLENCHES(5:1)
           END-IF

           IF SCORE-CALCULE >= SEUIL-SELECTION THEN
               MOVE SCORE-CALCULE TO T-Score
               MOVE NUMERO-EN-COURS TO T-Numero-Fiscal
               ADD 23 TO IDX-IR
           END-IF
           IF T-Indicateurs(4:1) = "S" THEN
               STRING "S corrections credit  " DELIMITED BY SIZE
                   INTO LIBELLE-INDICATEURS(IDX-IR:)
               ADD 22 TO IDX-IR
           END-IF
           IF T-Indicateurs(5:1) = "T" THEN
               STRING "T revenus des tiers" DELIMITED BY SIZE
                   INTO LIBELLE-INDICATEURS(IDX-IR:)
           END-IF
           .
