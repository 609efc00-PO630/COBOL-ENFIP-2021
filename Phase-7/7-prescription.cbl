      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: suivi mensuel de la prescription quadriennale de
      *          l'action en recouvrement sur les soldes ouverts du
      *          livre (7-soldes.idx). Le delai de quatre ans court
      *          de l'ouverture du solde (SOL-Date-Ouverture) et
      *          repart a chaque acte interruptif : dernier avis
      *          avant poursuites et paiement partiel (portes au
      *          livre au fil de l'eau par 7-RELANCES, 7-PAIEMENTS,
      *          7-ATTENTE-AFFECTATION et 7-SAISIES), avis a tiers
      *          detenteur (7-saisies.idx), plan de reglement
      *          (7-plans.idx) et reclamation (7-reclamations.idx),
      *          repris ici depuis leurs masters. Le dernier acte et
      *          la date de prescription qui en decoule sont
      *          reportes au livre (SOL-Date-Interruption,
      *          SOL-Date-Prescription) ; un acte posterieur a une
      *          prescription deja acquise ne la repousse pas. L'etat
      *          7-prescription-imminente.txt liste les soldes qui
      *          se prescrivent dans le delai d'alerte
      *          (0-prescription.param) puis ceux deja prescrits :
      *          7-SAISIES refuse ces derniers et 7-NON-VALEURS les
      *          propose d'office a l'admission. A lancer chaque
      *          mois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-PRESCRIPTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Avis a tiers detenteur (7-SAISIES)
           SELECT F-SAISIES ASSIGN TO "7-saisies.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SAI-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SAISIES.

      *    Plans de reglement (7-DELAIS-PAIEMENT)
           SELECT F-PLANS ASSIGN TO "7-plans.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PLN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-PLANS.

      *    Registre des reclamations (7-RECLAMATIONS-REGISTRE)
           SELECT F-REGISTRE ASSIGN TO "7-reclamations.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RGC-Cle
                   FILE STATUS IS WS-STATUT-REGISTRE.

      *    Delai d'alerte de la liste des prescriptions imminentes
           SELECT F-PARAM ASSIGN TO "0-prescription.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT FS ASSIGN TO "7-prescription-imminente.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que SOL-ENREG dans 7-PAIEMENTS.cbl, qui
      *    alimente ce fichier
       FD  F-SOLDES.
       01  SOL-ENREG.
           05 SOL-Cle.
               10 SOL-Numero-Fiscal PIC 9(13).
               10 SOL-Annee         PIC 9(4).
           05 SOL-Identite-Suite.
               10 SOL-Prenom    PIC X(15).
               10 SOL-Nom       PIC X(11).
               10 SOL-Code-Insee PIC 9(5).
           05 SOL-Montants.
               10 SOL-Impose    PIC 9(6)V99.
               10 SOL-Paye      PIC 9(6)V99.
               10 SOL-Restant   PIC 9(6)V99.
           05 SOL-Composantes.
               10 SOL-Frais-Impose      PIC 9(6)V99.
               10 SOL-Frais-Paye        PIC 9(6)V99.
               10 SOL-Majoration-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Payee  PIC 9(6)V99.
               10 SOL-Principal-Impose  PIC 9(6)V99.
               10 SOL-Principal-Paye    PIC 9(6)V99.
      *    Penalites de recouvrement (7-PENALITES)
               10 SOL-Majoration-Retard-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Retard-Payee   PIC 9(6)V99.
               10 SOL-Interets-Imposes          PIC 9(6)V99.
               10 SOL-Interets-Payes            PIC 9(6)V99.
               10 SOL-Date-Majoration-Retard    PIC 9(8).
               10 SOL-Mois-Interets             PIC 9(3).
           05 SOL-Relance.
               10 SOL-Niveau-Relance PIC 9(1).
               10 SOL-Date-Ouverture PIC 9(8).
      *    Sursis de paiement (7-SURSIS)
           05 SOL-Sursis         PIC X(1).
               88 SOL-Sursis-Actif VALUE "O".
      *    Prescription quadriennale (7-PRESCRIPTION) : date du
      *    dernier acte interruptif (ouverture a defaut) et date a
      *    laquelle l'action en recouvrement se prescrit
           05 SOL-Prescription.
               10 SOL-Date-Interruption PIC 9(8).
               10 SOL-Date-Prescription PIC 9(8).
      *    Date du dernier paiement impute au millesime : point de
      *    depart des interets moratoires dus sur un remboursement
           05 SOL-Date-Dernier-Paiement PIC 9(8).
      *    Rappels du controle fiscal (7-CONTROLE-SUIVI) : interet
      *    de retard et majoration pour manquement, tenus a part du
      *    principal rappele par le role supplementaire
           05 SOL-Rappels-Controle.
               10 SOL-Interet-Retard-Impose PIC 9(6)V99.
               10 SOL-Interet-Retard-Paye   PIC 9(6)V99.
               10 SOL-Manquement-Impose     PIC 9(6)V99.
               10 SOL-Manquement-Paye       PIC 9(6)V99.

      *    Meme disposition que SAI-ENREG dans 7-SAISIES.cbl
       FD  F-SAISIES.
       01  SAI-ENREG.
           05 SAI-Numero-Fiscal PIC 9(13).
           05 SAI-Etat          PIC X(1).
           05 SAI-Tiers         PIC X(1).
           05 SAI-Montant-Saisi PIC 9(6)V99.
           05 SAI-Minimum-Laisse PIC 9(6)V99.
           05 SAI-Date-Emission PIC 9(8).
           05 SAI-Date-Etat     PIC 9(8).
           05 SAI-Montant-Recouvre PIC 9(6)V99.
           05 SAI-Codebiteur    PIC 9(13).

      *    Meme disposition que PLN-ENREG dans 7-DELAIS-PAIEMENT.cbl
       FD  F-PLANS.
       01  PLN-ENREG.
           05 PLN-Numero-Fiscal PIC 9(13).
           05 PLN-Etat          PIC X(1).
           05 PLN-Nb-Echeances  PIC 9(2).
           05 PLN-Montant-Echeance PIC 9(6)V99.
           05 PLN-Date-Debut    PIC 9(8).
           05 PLN-Paye-Initial  PIC 9(6)V99.
           05 PLN-Niveau-Suspendu PIC 9(1).
           05 PLN-Date-Etat     PIC 9(8).

      *    Meme disposition que RGC-ENREG dans
      *    7-RECLAMATIONS-REGISTRE.cbl
       FD  F-REGISTRE.
       01  RGC-ENREG.
           05 RGC-Cle.
               10 RGC-Numero-Fiscal PIC 9(13).
               10 RGC-Date-Depot    PIC 9(8).
           05 RGC-Etat          PIC X(1).
           05 RGC-Taxe          PIC X(2).
           05 RGC-Type          PIC X(1).
           05 RGC-Valeur        PIC 9(6)V99.
           05 RGC-Motif         PIC X(40).
           05 RGC-Sursis-Demande PIC X(1).
           05 RGC-Date-Limite   PIC 9(8).
           05 RGC-Date-Decision PIC 9(8).

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Jours-Alerte  PIC 9(3).

       FD  FS.
       01  FS-DATA PIC X(100).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-IMM-TITRE PIC X(60)
              VALUE 'SOLDES EN PRESCRIPTION IMMINENTE'.

           05 ARTICLE-PRE-TITRE PIC X(60)
              VALUE 'SOLDES PRESCRITS (PROPOSES A 7-NON-VALEURS)'.

           05 ARTICLE-PRE-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-PRE-ENTETE.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(6) VALUE 'Annee'.
               10 FILLER PIC X(27) VALUE 'Nom Prenom'.
               10 FILLER PIC X(12) VALUE 'Restant'.
               10 FILLER PIC X(10) VALUE 'Acte'.
               10 FILLER PIC X(10) VALUE 'Prescrit'.
               10 FILLER PIC X(8) VALUE 'Jours'.

           05 ARTICLE-PRE-INDIV.
               10 PR-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 PR-Annee PIC 9(4).
               10 FILLER PIC X(2) VALUE SPACE.
               10 PR-Nom-Prenom PIC X(27).
               10 PR-Restant PIC ZZZZZ9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 PR-Date-Interruption PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 PR-Date-Prescription PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 PR-Jours PIC ZZZZ9-.

           05 ARTICLE-PRE-VIDE PIC X(40) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-SOLDES               PIC  X(01) VALUE  SPACE.
               88  FF-SOL                          VALUE  HIGH-VALUE.
           05  FIN-REGISTRE             PIC  X(01) VALUE  SPACE.
               88  FF-RGC                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  WS-STATUT-SAISIES        PIC X(02) VALUE SPACE.
               88  STATUT-SAISIES-ABSENT          VALUE "35".
           05  WS-STATUT-PLANS          PIC X(02) VALUE SPACE.
               88  STATUT-PLANS-ABSENT            VALUE "35".
           05  WS-STATUT-REGISTRE       PIC X(02) VALUE SPACE.
               88  STATUT-REGISTRE-ABSENT         VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".

      *    Delai d'alerte par defaut : six mois avant la prescription
       1   PARAM-WORKING-MANAGER.
           05  JOURS-ALERTE             PIC 9(3) VALUE 180.

       1   PRESCRIPTION-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.
           05  JOURS-PRESCRIPTION       PIC 9(8) VALUE 0.
           05  JOURS-RESTANTS           PIC S9(5) VALUE 0.
           05  DERNIER-ACTE             PIC 9(8) VALUE 0.
           05  PRESCRIPTION-CALCULEE    PIC 9(8) VALUE 0.
           05  CPT-SOLDES-EXAMINES      PIC 9(6) VALUE 0.
           05  CPT-SOLDES-MIS-A-JOUR    PIC 9(6) VALUE 0.
           05  CPT-IMMINENTS            PIC 9(6) VALUE 0.
           05  CPT-PRESCRITS            PIC 9(6) VALUE 0.
           05  TOTAL-PRESCRIT           PIC 9(10)V99 VALUE 0.

      *    Passage de la liste : I = prescriptions imminentes,
      *    P = soldes deja prescrits
       1   LISTE-WORKING-MANAGER.
           05  PASSAGE-LISTE            PIC X(1) VALUE SPACE.
               88  PASSAGE-IMMINENTS              VALUE "I".
               88  PASSAGE-PRESCRITS              VALUE "P".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-PARAMETRES

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE JOURS-AUJOURDHUI =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)

           OPEN I-O F-SOLDES

           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-PRESCRIPTION : 7-soldes.idx introuvable,"
                       " lancer d'abord 7-PAIEMENTS"
           ELSE
               OPEN INPUT F-SAISIES
               OPEN INPUT F-PLANS
               OPEN INPUT F-REGISTRE

      *        D'abord la mise a jour des dates au livre, ensuite
      *        les deux passages de la liste
               PERFORM METTRE-A-JOUR-PRESCRIPTIONS

               IF NOT STATUT-SAISIES-ABSENT THEN
                   CLOSE F-SAISIES
               END-IF
               IF NOT STATUT-PLANS-ABSENT THEN
                   CLOSE F-PLANS
               END-IF
               IF NOT STATUT-REGISTRE-ABSENT THEN
                   CLOSE F-REGISTRE
               END-IF

               OPEN OUTPUT FS
               SET PASSAGE-IMMINENTS TO TRUE
               MOVE ARTICLE-IMM-TITRE TO FS-DATA
               PERFORM LISTER-SOLDES
               MOVE ARTICLE-PRE-VIDE TO FS-DATA
               WRITE FS-DATA
               SET PASSAGE-PRESCRITS TO TRUE
               MOVE ARTICLE-PRE-TITRE TO FS-DATA
               PERFORM LISTER-SOLDES
               CLOSE FS

               CLOSE F-SOLDES

               DISPLAY "7-PRESCRIPTION : " CPT-SOLDES-EXAMINES
                       " solde(s) ouvert(s) examine(s), "
                       CPT-SOLDES-MIS-A-JOUR " date(s) reportee(s), "
                       CPT-IMMINENTS " prescription(s) imminente(s), "
                       CPT-PRESCRITS " solde(s) prescrit(s) (total "
                       TOTAL-PRESCRIT ")"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PARAMETRE : DELAI D'ALERTE EN JOURS

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-prescription.param introuvable, delai"
                       " d'alerte par defaut conserve"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-prescription.param vide, delai"
                               " d'alerte par defaut conserve"
                   NOT AT END
                       MOVE PRM-Jours-Alerte TO JOURS-ALERTE
               END-READ
               CLOSE F-PARAM
           END-IF
           .

      ******************************************************************
      *        DERNIER ACTE INTERRUPTIF ET DATE DE PRESCRIPTION DE
      *        CHAQUE SOLDE OUVERT

       METTRE-A-JOUR-PRESCRIPTIONS.

           MOVE LOW-VALUE TO SOL-Cle
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-SOL TO TRUE
           END-START

           PERFORM UNTIL FF-SOL
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-SOL TO TRUE
                   NOT AT END
                       IF SOL-Restant > 0 THEN
                           PERFORM DATER-UN-SOLDE
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Le dernier acte est le plus recent de l'ouverture, des
      *    actes deja portes au livre et des actes tenus aux masters
      *    (saisie, plan et reclamation valent pour tous les
      *    millesimes du contribuable)
       DATER-UN-SOLDE.

           ADD 1 TO CPT-SOLDES-EXAMINES

           MOVE SOL-Date-Ouverture TO DERNIER-ACTE
           IF SOL-Date-Interruption > DERNIER-ACTE THEN
               MOVE SOL-Date-Interruption TO DERNIER-ACTE
           END-IF

           PERFORM CHERCHER-SAISIE
           PERFORM CHERCHER-PLAN
           PERFORM CHERCHER-RECLAMATIONS

      *    Sans date connue, le delai ne peut etre calcule
           IF DERNIER-ACTE = 0 THEN
               EXIT PARAGRAPH
           END-IF

      *    Un acte posterieur a la prescription deja acquise ne
      *    l'interrompt plus : le solde reste prescrit
           IF SOL-Date-Prescription > 0
              AND SOL-Date-Prescription < DERNIER-ACTE THEN
               EXIT PARAGRAPH
           END-IF

      *    Quatre ans apres le dernier acte (meme jour, quatre ans
      *    plus tard)
           COMPUTE PRESCRIPTION-CALCULEE = DERNIER-ACTE + 40000

           IF DERNIER-ACTE NOT = SOL-Date-Interruption
              OR PRESCRIPTION-CALCULEE NOT = SOL-Date-Prescription
              THEN
               MOVE DERNIER-ACTE TO SOL-Date-Interruption
               MOVE PRESCRIPTION-CALCULEE TO SOL-Date-Prescription
               REWRITE SOL-ENREG
               ADD 1 TO CPT-SOLDES-MIS-A-JOUR
           END-IF
           .

       CHERCHER-SAISIE.

           IF STATUT-SAISIES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SOL-Numero-Fiscal TO SAI-Numero-Fiscal
           READ F-SAISIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SAI-Date-Emission > DERNIER-ACTE THEN
                       MOVE SAI-Date-Emission TO DERNIER-ACTE
                   END-IF
           END-READ
           .

       CHERCHER-PLAN.

           IF STATUT-PLANS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SOL-Numero-Fiscal TO PLN-Numero-Fiscal
           READ F-PLANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PLN-Date-Debut > DERNIER-ACTE THEN
                       MOVE PLN-Date-Debut TO DERNIER-ACTE
                   END-IF
           END-READ
           .

      *    Le registre est cle par numero fiscal et date de depot :
      *    toutes les reclamations du contribuable sont parcourues
       CHERCHER-RECLAMATIONS.

           IF STATUT-REGISTRE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-REGISTRE
           MOVE SOL-Numero-Fiscal TO RGC-Numero-Fiscal
           MOVE 0 TO RGC-Date-Depot
           START F-REGISTRE KEY NOT < RGC-Cle
               INVALID KEY
                   SET FF-RGC TO TRUE
           END-START

           PERFORM UNTIL FF-RGC
               READ F-REGISTRE NEXT RECORD
                   AT END
                       SET FF-RGC TO TRUE
                   NOT AT END
                       IF RGC-Numero-Fiscal
                               NOT = SOL-Numero-Fiscal THEN
                           SET FF-RGC TO TRUE
                       ELSE
                           IF RGC-Date-Depot > DERNIER-ACTE THEN
                               MOVE RGC-Date-Depot TO DERNIER-ACTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      ******************************************************************
      *        LISTE : PRESCRIPTIONS IMMINENTES PUIS SOLDES PRESCRITS

       LISTER-SOLDES.

           WRITE FS-DATA
           MOVE ARTICLE-PRE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRE-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE SPACE TO FIN-SOLDES
           MOVE LOW-VALUE TO SOL-Cle
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-SOL TO TRUE
           END-START

           PERFORM UNTIL FF-SOL
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-SOL TO TRUE
                   NOT AT END
                       IF SOL-Restant > 0
                          AND SOL-Date-Prescription > 0 THEN
                           PERFORM EXAMINER-UN-SOLDE
                       END-IF
               END-READ
           END-PERFORM
           .

       EXAMINER-UN-SOLDE.

           COMPUTE JOURS-PRESCRIPTION =
                   FUNCTION INTEGER-OF-DATE(SOL-Date-Prescription)
           COMPUTE JOURS-RESTANTS =
                   JOURS-PRESCRIPTION - JOURS-AUJOURDHUI

           IF PASSAGE-IMMINENTS THEN
               IF JOURS-RESTANTS <= 0
                  OR JOURS-RESTANTS > JOURS-ALERTE THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CPT-IMMINENTS
           ELSE
               IF JOURS-RESTANTS > 0 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CPT-PRESCRITS
               ADD SOL-Restant TO TOTAL-PRESCRIT
           END-IF

           INITIALIZE PR-Nom-Prenom
           MOVE SOL-Numero-Fiscal TO PR-Numero-Fiscal
           MOVE SOL-Annee TO PR-Annee
           STRING FUNCTION TRIM(SOL-Nom) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  SOL-Prenom DELIMITED BY SPACE
           INTO PR-Nom-Prenom
           MOVE SOL-Restant TO PR-Restant
           MOVE SOL-Date-Interruption TO PR-Date-Interruption
           MOVE SOL-Date-Prescription TO PR-Date-Prescription
           MOVE JOURS-RESTANTS TO PR-Jours
           MOVE ARTICLE-PRE-INDIV TO FS-DATA
           WRITE FS-DATA
           .

       FIN-PGM.
           STOP RUN.
