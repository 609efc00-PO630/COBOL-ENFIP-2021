      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: recoupement des revenus declares a l'IR avec les
      *          revenus declares par les tiers (employeurs, caisses
      *          de retraite, banques : 7-revenus-tiers.dat, par
      *          numero fiscal et millesime). Les montants des tiers
      *          et les occurrences IR de 5-occurrences.idx sont
      *          consolides par foyer sur son chef, comme le fait
      *          5-ROLES (4-foyers.dat). Une sous-declaration au-dela
      *          de la tolerance (0-recoupement.param : plancher en
      *          euros et pourcentage du revenu des tiers) sort a la
      *          liste des ecarts 7-recoupement-ecarts.txt ; les
      *          revenus de tiers sans aucune declaration IR
      *          (defaillants declaratifs) sortent a part dans
      *          7-recoupement-defaillants.txt. Les deux cas
      *          alimentent 7-recoupement.dat, relu par
      *          7-SCORING-CONTROLE comme indicateur pondere.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-RECOUPEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Revenus declares par les tiers
           SELECT F-TIERS ASSIGN TO "7-revenus-tiers.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-TIERS.

           SELECT C-OCCURRENCES ASSIGN TO "5-occurrences.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-PRIMARY-KEY
               ALTERNATE RECORD KEY IS C-CLE-AMENDEMENT
               ALTERNATE RECORD KEY IS C-NUMERO-FISCAL WITH DUPLICATES
               FILE STATUS IS WS-STATUT-OCCURRENCES.

      *    Table des foyers fiscaux (meme fichier que 5-ROLES)
           SELECT F-FOYERS ASSIGN TO "4-foyers.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FOYERS.

      *    Tolerance : plancher en euros et pourcentage
           SELECT F-PARAM ASSIGN TO "0-recoupement.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

      *    Ecarts et defaillants, relus par 7-SCORING-CONTROLE
           SELECT F-ECARTS ASSIGN TO "7-recoupement.dat"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT FS ASSIGN TO "7-recoupement-ecarts.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT FS-DEFAILLANTS
                   ASSIGN TO "7-recoupement-defaillants.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Nature du tiers : E = employeur (salaires), P = caisse de
      *    retraite (pensions), B = banque (revenus de capitaux)
       FD  F-TIERS.
       01  TRS-ENREG.
           05 TRS-Numero-Fiscal PIC 9(13).
           05 TRS-Annee         PIC 9(4).
           05 TRS-Nature        PIC X(1).
               88 TRS-Nature-Employeur VALUE "E".
               88 TRS-Nature-Pension   VALUE "P".
               88 TRS-Nature-Banque    VALUE "B".
           05 TRS-Emetteur      PIC X(14).
           05 TRS-Montant       PIC 9(7).

      *    Meme disposition que C-OCCURRENCES-ENREG dans
      *    4-OCCURRENCES.cbl, qui alimente ce fichier
       FD  C-OCCURRENCES.
       01  C-OCCURRENCES-ENREG.
           05 C-PRIMARY-KEY            PIC 9(9).
           05 C-CLE-AMENDEMENT.
               10 C-NUMERO-FISCAL   PIC 9(13).
               10 C-TAXE            PIC X(2).
               10 C-CODE-INSEE      PIC 9(5).
               10 C-ANNEE           PIC 9(4).
               10 C-LOCAL           PIC 9(8).
           05 C-REVENU          PIC S9(6) SIGN LEADING SEPARATE.
           05 C-RESIDENCE       PIC X(1).
           05 C-DATE-DEBUT      PIC 9(8).
           05 C-DATE-FIN        PIC 9(8).
           05 C-DATE-DECLARATION PIC 9(8).
           05 C-SENS            PIC X(1).
           05 C-EXECUTION-CHARGEMENT PIC 9(6).

      *    Meme disposition que FOY-ENREG dans 5-ROLES.cbl : C = chef
      *    du foyer, M = membre rattache
       FD  F-FOYERS.
       01  FOY-ENREG.
           05 FOY-Identifiant      PIC 9(6).
           05 FOY-Numero-Fiscal    PIC 9(13).
           05 FOY-Role             PIC X(1).
               88 FOY-Role-Chef        VALUE "C".
               88 FOY-Role-Membre      VALUE "M".
           05 FOY-Parts            PIC 9V9.
           05 FOY-Solidaire        PIC X(1).

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Tolerance-Montant  PIC 9(5).
           05 PRM-Tolerance-Pourcent PIC 9(2).

      *    Nature : E = ecart de declaration, D = defaillant
       FD  F-ECARTS.
       01  RCP-ENREG.
           05 RCP-Numero-Fiscal PIC 9(13).
           05 RCP-Annee         PIC 9(4).
           05 RCP-Nature        PIC X(1).
           05 RCP-Declare       PIC S9(8) SIGN LEADING SEPARATE.
           05 RCP-Tiers         PIC 9(8).
           05 RCP-Ecart         PIC 9(8).

       FD  FS.
       01  FS-DATA PIC X(110).

       FD  FS-DEFAILLANTS.
       01  FD-DATA PIC X(110).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-RCP-TITRE PIC X(60)
              VALUE 'RECOUPEMENT : SOUS-DECLARATIONS HORS TOLERANCE'.

           05 ARTICLE-RCP-TITRE-DEF PIC X(60)
              VALUE 'RECOUPEMENT : REVENUS DE TIERS SANS DECLARATION'.

           05 ARTICLE-RCP-LIGNE PIC X(110) VALUE ALL '-'.

           05 ARTICLE-RCP-ENTETE.
               10 FILLER PIC X(15) VALUE 'Foyer (chef)'.
               10 FILLER PIC X(7) VALUE 'Annee'.
               10 FILLER PIC X(12) VALUE 'Declare'.
               10 FILLER PIC X(12) VALUE 'Tiers'.
               10 FILLER PIC X(12) VALUE 'Ecart'.
               10 FILLER PIC X(12) VALUE 'Salaires'.
               10 FILLER PIC X(12) VALUE 'Pensions'.
               10 FILLER PIC X(12) VALUE 'Capitaux'.
               10 FILLER PIC X(8) VALUE 'Tiers'.

           05 ARTICLE-RCP-INDIV.
               10 RC-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Annee PIC 9(4).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Declare PIC -(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Tiers PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Ecart PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Salaires PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Pensions PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Capitaux PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Nb-Tiers PIC ZZZ9.

           05 ARTICLE-RCP-AUCUN PIC X(40)
              VALUE 'Aucun contribuable retenu'.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-TIERS                PIC  X(01) VALUE  SPACE.
               88  FF-TRS                          VALUE  HIGH-VALUE.
           05  FIN-FOYERS               PIC  X(01) VALUE  SPACE.
               88  FF-FOYERS                       VALUE  HIGH-VALUE.
           05  FIN-OCCURRENCES          PIC  X(01) VALUE  SPACE.
               88  FF-OCC                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-TIERS          PIC X(02) VALUE SPACE.
               88  STATUT-TIERS-ABSENT            VALUE "35".
           05  WS-STATUT-OCCURRENCES    PIC X(02) VALUE SPACE.
               88  STATUT-OCCURRENCES-ABSENT      VALUE "35".
           05  WS-STATUT-FOYERS         PIC X(02) VALUE SPACE.
               88  STATUT-FOYERS-ABSENT           VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".

      *    Tolerance par defaut : ecart retenu au-dela de 500 euros
      *    et de 5 pour cent du revenu declare par les tiers
       1   PARAM-WORKING-MANAGER.
           05  TOLERANCE-MONTANT        PIC 9(5) VALUE 500.
           05  TOLERANCE-POURCENT       PIC 9(2) VALUE 5.

       1   FOYERS-WORKING-MANAGER.
      *    Table chargee depuis 4-foyers.dat, recherchee
      *    sequentiellement (meme idiom que 5-ROLES)
           05  NB-FOYERS                PIC 9(3) VALUE 0.
           05  IDX-FOYER                PIC 9(3) VALUE 0.
           05  FOYERS-MAX               PIC 9(3) VALUE 500.
           05  MEMBRE-FOYER OCCURS 500 TIMES.
               10  FT-IDENTIFIANT       PIC 9(6).
               10  FT-NUMERO-FISCAL     PIC 9(13).
               10  FT-ROLE              PIC X(1).
           05  CPT-FOYERS-DEBORDEMENT   PIC 9(3) VALUE 0.
           05  FOYER-COURANT            PIC 9(6) VALUE 0.
           05  ROLE-FOYER-CONTRIBUABLE  PIC X(1) VALUE SPACE.
               88  EST-CHEF-FOYER                 VALUE "C".
               88  EST-MEMBRE-FOYER               VALUE "M".
               88  EST-HORS-FOYER                 VALUE SPACE.
           05  NUMERO-RECHERCHE         PIC 9(13) VALUE 0.
           05  NUMERO-CHEF              PIC 9(13) VALUE 0.

      *    Revenus des tiers cumules par foyer (chef) et millesime
       1   RECOUPEMENT-WORKING-MANAGER.
           05  NB-CUMULS                PIC 9(4) VALUE 0.
           05  IDX-CUMUL                PIC 9(4) VALUE 0.
           05  CUMULS-MAX               PIC 9(4) VALUE 2000.
           05  CUMUL-TIERS OCCURS 2000 TIMES.
               10  CT-NUMERO-CHEF       PIC 9(13).
               10  CT-ANNEE             PIC 9(4).
               10  CT-SALAIRES          PIC 9(8).
               10  CT-PENSIONS          PIC 9(8).
               10  CT-CAPITAUX          PIC 9(8).
               10  CT-NB-TIERS          PIC 9(4).
           05  CPT-CUMULS-DEBORDEMENT   PIC 9(6) VALUE 0.
           05  TOTAL-TIERS              PIC 9(8) VALUE 0.
           05  REVENU-DECLARE           PIC S9(8) VALUE 0.
           05  NB-OCC-IR                PIC 9(4) VALUE 0.
           05  ECART-CALCULE            PIC S9(8) VALUE 0.
           05  SEUIL-POURCENT           PIC 9(8) VALUE 0.
           05  CPT-TIERS-LUS            PIC 9(6) VALUE 0.
           05  CPT-TIERS-REJETES        PIC 9(6) VALUE 0.
           05  CPT-ECARTS               PIC 9(6) VALUE 0.
           05  CPT-DEFAILLANTS          PIC 9(6) VALUE 0.
           05  CPT-CONFORMES            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-PARAMETRES
           PERFORM LIRE-FOYERS

           OPEN INPUT C-OCCURRENCES
           IF STATUT-OCCURRENCES-ABSENT THEN
               DISPLAY "7-RECOUPEMENT : 5-occurrences.idx"
                       " introuvable, lancer d'abord 4-OCCURRENCES"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           PERFORM CUMULER-TIERS

           OPEN OUTPUT F-ECARTS FS FS-DEFAILLANTS
           MOVE ARTICLE-RCP-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RCP-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RCP-ENTETE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RCP-TITRE-DEF TO FD-DATA
           WRITE FD-DATA
           MOVE ARTICLE-RCP-LIGNE TO FD-DATA
           WRITE FD-DATA
           MOVE ARTICLE-RCP-ENTETE TO FD-DATA
           WRITE FD-DATA

           MOVE 1 TO IDX-CUMUL
           PERFORM UNTIL IDX-CUMUL > NB-CUMULS
               PERFORM RECOUPER-UN-FOYER
               ADD 1 TO IDX-CUMUL
           END-PERFORM

           IF CPT-ECARTS = 0 THEN
               MOVE ARTICLE-RCP-AUCUN TO FS-DATA
               WRITE FS-DATA
           END-IF
           IF CPT-DEFAILLANTS = 0 THEN
               MOVE ARTICLE-RCP-AUCUN TO FD-DATA
               WRITE FD-DATA
           END-IF

           CLOSE F-ECARTS FS FS-DEFAILLANTS C-OCCURRENCES

           DISPLAY "7-RECOUPEMENT : " CPT-TIERS-LUS
                   " declaration(s) de tiers dont "
                   CPT-TIERS-REJETES " rejetee(s), " NB-CUMULS
                   " foyer(s)/millesime(s) recoupe(s) : "
                   CPT-CONFORMES " conforme(s), " CPT-ECARTS
                   " ecart(s), " CPT-DEFAILLANTS " defaillant(s)"
           IF CPT-CUMULS-DEBORDEMENT > 0 THEN
               DISPLAY "7-RECOUPEMENT : table des cumuls pleine, "
                       CPT-CUMULS-DEBORDEMENT
                       " declaration(s) de tiers ignoree(s)"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        TOLERANCE

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-recoupement.param introuvable, tolerance"
                       " par defaut conservee"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-recoupement.param vide, tolerance"
                               " par defaut conservee"
                   NOT AT END
                       MOVE PRM-Tolerance-Montant
                           TO TOLERANCE-MONTANT
                       MOVE PRM-Tolerance-Pourcent
                           TO TOLERANCE-POURCENT
               END-READ
               CLOSE F-PARAM
           END-IF
           .

      ******************************************************************
      *        FOYERS FISCAUX (MEME CHARGEMENT QUE 5-ROLES)

       LIRE-FOYERS.

           OPEN INPUT F-FOYERS

           IF STATUT-FOYERS-ABSENT THEN
               DISPLAY "4-foyers.dat introuvable, aucun foyer fiscal"
                       " constitue"
           ELSE
               PERFORM UNTIL FF-FOYERS
                   READ F-FOYERS
                       AT END
                           SET FF-FOYERS TO TRUE
                       NOT AT END
                           IF NB-FOYERS < FOYERS-MAX THEN
                               ADD 1 TO NB-FOYERS
                               MOVE FOY-Identifiant
                                   TO FT-IDENTIFIANT(NB-FOYERS)
                               MOVE FOY-Numero-Fiscal
                                   TO FT-NUMERO-FISCAL(NB-FOYERS)
                               MOVE FOY-Role TO FT-ROLE(NB-FOYERS)
                           ELSE
                               ADD 1 TO CPT-FOYERS-DEBORDEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-FOYERS

               IF CPT-FOYERS-DEBORDEMENT > 0 THEN
                   DISPLAY "7-RECOUPEMENT : table des foyers pleine, "
                           CPT-FOYERS-DEBORDEMENT
                           " rattachement(s) ignore(s)"
               END-IF
           END-IF
           .

      *    Chef du foyer du contribuable recherche ; a defaut le
      *    contribuable est son propre foyer
       RECHERCHER-CHEF.

           SET EST-HORS-FOYER TO TRUE
           MOVE 0 TO FOYER-COURANT
           MOVE NUMERO-RECHERCHE TO NUMERO-CHEF

           MOVE 1 TO IDX-FOYER
           PERFORM UNTIL IDX-FOYER > NB-FOYERS
               IF FT-NUMERO-FISCAL(IDX-FOYER) = NUMERO-RECHERCHE THEN
                   MOVE FT-ROLE(IDX-FOYER)
                       TO ROLE-FOYER-CONTRIBUABLE
                   MOVE FT-IDENTIFIANT(IDX-FOYER) TO FOYER-COURANT
                   MOVE NB-FOYERS TO IDX-FOYER
               END-IF
               ADD 1 TO IDX-FOYER
           END-PERFORM

           IF EST-MEMBRE-FOYER THEN
               MOVE 1 TO IDX-FOYER
               PERFORM UNTIL IDX-FOYER > NB-FOYERS
                   IF FT-IDENTIFIANT(IDX-FOYER) = FOYER-COURANT
                      AND FT-ROLE(IDX-FOYER) = "C" THEN
                       MOVE FT-NUMERO-FISCAL(IDX-FOYER)
                           TO NUMERO-CHEF
                       MOVE NB-FOYERS TO IDX-FOYER
                   END-IF
                   ADD 1 TO IDX-FOYER
               END-PERFORM
           END-IF
           .

      ******************************************************************
      *        CUMUL DES REVENUS DES TIERS PAR FOYER ET MILLESIME

       CUMULER-TIERS.

           OPEN INPUT F-TIERS

           IF STATUT-TIERS-ABSENT THEN
               DISPLAY "7-revenus-tiers.dat introuvable, aucun"
                       " recoupement"
           ELSE
               PERFORM UNTIL FF-TRS
                   READ F-TIERS
                       AT END
                           SET FF-TRS TO TRUE
                       NOT AT END
                           ADD 1 TO CPT-TIERS-LUS
                           PERFORM CUMULER-UN-TIERS
                   END-READ
               END-PERFORM
               CLOSE F-TIERS
           END-IF
           .

       CUMULER-UN-TIERS.

           IF NOT TRS-Nature-Employeur AND NOT TRS-Nature-Pension
              AND NOT TRS-Nature-Banque THEN
               DISPLAY "7-RECOUPEMENT : nature " TRS-Nature
                       " inconnue pour " TRS-Numero-Fiscal
                       ", declaration de tiers rejetee"
               ADD 1 TO CPT-TIERS-REJETES
               EXIT PARAGRAPH
           END-IF

           MOVE TRS-Numero-Fiscal TO NUMERO-RECHERCHE
           PERFORM RECHERCHER-CHEF

           MOVE 0 TO IDX-CUMUL
           MOVE 1 TO IDX-FOYER
           PERFORM UNTIL IDX-FOYER > NB-CUMULS
               IF CT-NUMERO-CHEF(IDX-FOYER) = NUMERO-CHEF
                  AND CT-ANNEE(IDX-FOYER) = TRS-Annee THEN
                   MOVE IDX-FOYER TO IDX-CUMUL
                   MOVE NB-CUMULS TO IDX-FOYER
               END-IF
               ADD 1 TO IDX-FOYER
           END-PERFORM

           IF IDX-CUMUL = 0 THEN
               IF NB-CUMULS < CUMULS-MAX THEN
                   ADD 1 TO NB-CUMULS
                   MOVE NB-CUMULS TO IDX-CUMUL
                   MOVE NUMERO-CHEF TO CT-NUMERO-CHEF(IDX-CUMUL)
                   MOVE TRS-Annee TO CT-ANNEE(IDX-CUMUL)
                   MOVE 0 TO CT-SALAIRES(IDX-CUMUL)
                             CT-PENSIONS(IDX-CUMUL)
                             CT-CAPITAUX(IDX-CUMUL)
                             CT-NB-TIERS(IDX-CUMUL)
               ELSE
                   ADD 1 TO CPT-CUMULS-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN TRS-Nature-Employeur
                   ADD TRS-Montant TO CT-SALAIRES(IDX-CUMUL)
               WHEN TRS-Nature-Pension
                   ADD TRS-Montant TO CT-PENSIONS(IDX-CUMUL)
               WHEN OTHER
                   ADD TRS-Montant TO CT-CAPITAUX(IDX-CUMUL)
           END-EVALUATE
           ADD 1 TO CT-NB-TIERS(IDX-CUMUL)
           .

      ******************************************************************
      *        RECOUPEMENT D'UN FOYER : REVENU IR DECLARE PAR LE CHEF
      *        ET SES MEMBRES RATTACHES, FACE AUX REVENUS DES TIERS

       RECOUPER-UN-FOYER.

           MOVE 0 TO REVENU-DECLARE NB-OCC-IR
           MOVE CT-NUMERO-CHEF(IDX-CUMUL) TO NUMERO-RECHERCHE
           PERFORM CUMULER-DECLARE

           MOVE CT-NUMERO-CHEF(IDX-CUMUL) TO NUMERO-RECHERCHE
           PERFORM RECHERCHER-CHEF
           IF EST-CHEF-FOYER THEN
               MOVE 1 TO IDX-FOYER
               PERFORM UNTIL IDX-FOYER > NB-FOYERS
                   IF FT-IDENTIFIANT(IDX-FOYER) = FOYER-COURANT
                      AND FT-ROLE(IDX-FOYER) = "M" THEN
                       MOVE FT-NUMERO-FISCAL(IDX-FOYER)
                           TO NUMERO-RECHERCHE
                       PERFORM CUMULER-DECLARE
                   END-IF
                   ADD 1 TO IDX-FOYER
               END-PERFORM
           END-IF

           COMPUTE TOTAL-TIERS = CT-SALAIRES(IDX-CUMUL)
                   + CT-PENSIONS(IDX-CUMUL) + CT-CAPITAUX(IDX-CUMUL)
           COMPUTE ECART-CALCULE = TOTAL-TIERS - REVENU-DECLARE

           IF NB-OCC-IR = 0 THEN
               MOVE "D" TO RCP-Nature
               PERFORM ECRIRE-RECOUPEMENT
               MOVE ARTICLE-RCP-INDIV TO FD-DATA
               WRITE FD-DATA
               ADD 1 TO CPT-DEFAILLANTS
               EXIT PARAGRAPH
           END-IF

           COMPUTE SEUIL-POURCENT =
                   TOTAL-TIERS * TOLERANCE-POURCENT / 100
           IF ECART-CALCULE > TOLERANCE-MONTANT
              AND ECART-CALCULE > SEUIL-POURCENT THEN
               MOVE "E" TO RCP-Nature
               PERFORM ECRIRE-RECOUPEMENT
               MOVE ARTICLE-RCP-INDIV TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO CPT-ECARTS
           ELSE
               ADD 1 TO CPT-CONFORMES
           END-IF
           .

      *    Occurrences IR du contribuable pour le millesime (meme
      *    selection que 5-ROLES : millesime a zero retenu) ; une
      *    correction creditrice vient en diminution
       CUMULER-DECLARE.

           MOVE SPACE TO FIN-OCCURRENCES
           MOVE NUMERO-RECHERCHE TO C-NUMERO-FISCAL
           READ C-OCCURRENCES KEY IS C-NUMERO-FISCAL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL C-NUMERO-FISCAL NOT = NUMERO-RECHERCHE
                   OR FF-OCC
               IF C-TAXE = "IR" AND (C-ANNEE = 0
                       OR C-ANNEE = CT-ANNEE(IDX-CUMUL)) THEN
                   ADD 1 TO NB-OCC-IR
                   IF C-SENS = "-" THEN
                       SUBTRACT C-REVENU FROM REVENU-DECLARE
                   ELSE
                       ADD C-REVENU TO REVENU-DECLARE
                   END-IF
               END-IF
               READ C-OCCURRENCES NEXT
                   AT END
                       SET FF-OCC TO TRUE
               END-READ
           END-PERFORM
           .

       ECRIRE-RECOUPEMENT.

           MOVE CT-NUMERO-CHEF(IDX-CUMUL) TO RCP-Numero-Fiscal
           MOVE CT-ANNEE(IDX-CUMUL) TO RCP-Annee
           MOVE REVENU-DECLARE TO RCP-Declare
           MOVE TOTAL-TIERS TO RCP-Tiers
           MOVE ECART-CALCULE TO RCP-Ecart
           WRITE RCP-ENREG

           MOVE CT-NUMERO-CHEF(IDX-CUMUL) TO RC-Numero-Fiscal
           MOVE CT-ANNEE(IDX-CUMUL) TO RC-Annee
           MOVE REVENU-DECLARE TO RC-Declare
           MOVE TOTAL-TIERS TO RC-Tiers
           MOVE ECART-CALCULE TO RC-Ecart
           MOVE CT-SALAIRES(IDX-CUMUL) TO RC-Salaires
           MOVE CT-PENSIONS(IDX-CUMUL) TO RC-Pensions
           MOVE CT-CAPITAUX(IDX-CUMUL) TO RC-Capitaux
           MOVE CT-NB-TIERS(IDX-CUMUL) TO RC-Nb-Tiers
           .

       FIN-PGM.
           STOP RUN.
