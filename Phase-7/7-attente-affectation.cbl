      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: affectation manuelle des paiements du compte
      *          d'attente (7-attente.idx, alimente par 7-PAIEMENTS).
      *          Chaque transaction de 7-attente-affectations.dat
      *          designe un paiement en attente par son numero
      *          d'ordre et le solde a crediter (numero fiscal +
      *          millesime). Le paiement est porte au cumul paye du
      *          solde (un excedent reste acquis comme trop-paye,
      *          comme l'excedent de 7-PAIEMENTS), le solde est
      *          recalcule selon l'ordre d'imputation legal et le
      *          paiement sort du compte d'attente (etat A). Les deux
      *          mises a jour sont tracees au journal d'audit central
      *          (fichier A = compte d'attente, S = livre des
      *          soldes) ; l'operateur doit etre habilite au type P
      *          et le montant rester sous son plafond.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-ATTENTE-AFFECTATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Habilitations des operateurs (type(s) de transaction
      *    permis et plafond de montant) : sans ligne pour
      *    l'operateur, tout est refuse ; fichier absent = pas de
      *    controle (comportement historique)
           SELECT F-HABILITATIONS ASSIGN TO "0-habilitations.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-HABILITATIONS.

      *    Journal d'audit central
           SELECT F-AUDIT ASSIGN TO "9-audit-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-AUDIT.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

      *    Verrou d'execution de la chaine (1-VERROU) : ce programme
      *    refuse de demarrer tant que la chaine reconstruit les
      *    masters
           SELECT F-VERROU ASSIGN TO "9-verrou.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VERROU.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Compte d'attente des paiements non identifies
           SELECT F-ATTENTE ASSIGN TO "7-attente.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ATT-Numero
                   FILE STATUS IS WS-STATUT-ATTENTE.

      *    Transactions d'affectation (paiement en attente -> solde)
           SELECT F-AFFECTATIONS ASSIGN TO "7-attente-affectations.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-AFFECTATIONS.

      *    Affectations rejetees (paiement inconnu ou deja sorti,
      *    solde inconnu, plafond d'habilitation)
           SELECT C-REJETS ASSIGN TO "7-attente-affectations-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Une ligne par operateur : types permis (lettres accolees,
      *    * = tous) et plafond de montant (0 = sans plafond)
       FD  F-HABILITATIONS.
       01  HAB-ENREG.
           05 HAB-Operateur PIC X(8).
           05 HAB-Types     PIC X(10).
           05 HAB-Limite    PIC 9(6).

      *    Meme disposition que JRN-ENREG dans 4-OCCURRENCES.cbl
       FD  F-AUDIT.
       01  JRN-ENREG.
           05 JRN-Programme   PIC X(20).
           05 JRN-Operateur   PIC X(8).
           05 JRN-Date        PIC 9(8).
           05 JRN-Fichier     PIC X(1).
           05 JRN-Action      PIC X(1).
           05 JRN-Avant       PIC X(80).
           05 JRN-Apres       PIC X(80).

       FD  F-OPERATEUR.
       01  OPE-ENREG.
           05 OPE-Identifiant PIC X(8).

      *    Meme disposition que VER-ENREG dans 1-VERROU.cbl
       FD  F-VERROU.
       01  VER-ENREG.
           05 VER-Run-Id PIC 9(14).
           05 VER-Date   PIC 9(8).
           05 VER-Heure  PIC 9(6).

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

      *    Meme disposition que ATT-ENREG dans 7-PAIEMENTS.cbl, qui
      *    alimente ce fichier
       FD  F-ATTENTE.
       01  ATT-ENREG.
           05 ATT-Numero            PIC 9(8).
           05 ATT-Paiement.
               10 ATT-Numero-Fiscal PIC 9(13).
               10 ATT-Montant       PIC 9(6)V99.
               10 ATT-Date-Reception PIC 9(8).
               10 ATT-Reference     PIC X(21).
           05 ATT-Motif             PIC X(40).
           05 ATT-Date-Entree       PIC 9(8).
           05 ATT-Etat              PIC X(1).
               88 ATT-En-Attente    VALUE "E".
               88 ATT-Rapproche     VALUE "R".
               88 ATT-Affecte       VALUE "A".
           05 ATT-Sortie.
               10 ATT-Date-Sortie   PIC 9(8).
               10 ATT-Sortie-Numero-Fiscal PIC 9(13).
               10 ATT-Sortie-Annee  PIC 9(4).
               10 ATT-Operateur     PIC X(8).

       FD  F-AFFECTATIONS.
       01  AFF-ENREG.
           05 AFF-Numero-Attente PIC 9(8).
           05 AFF-Numero-Fiscal  PIC 9(13).
           05 AFF-Annee          PIC 9(4).
           05 AFF-Motif          PIC X(40).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Attente  PIC 9(8).
           05 CR-Numero-Fiscal   PIC 9(13).
           05 CR-Annee           PIC 9(4).
           05 CR-Motif           PIC X(40).

       WORKING-STORAGE SECTION.

       1   HABILITATIONS-WORKING-MANAGER.
           05  WS-STATUT-HABILITATIONS  PIC X(02) VALUE SPACE.
               88  STATUT-HABILITATIONS-ABSENT    VALUE "35".
           05  FIN-HABILITATIONS        PIC X(01) VALUE SPACE.
               88  FF-HAB                         VALUE HIGH-VALUE.
           05  HABILITATION-TYPES       PIC X(10) VALUE SPACE.
           05  HABILITATION-LIMITE      PIC 9(6) VALUE 0.
           05  HABILITATION-CONNUE      PIC 9(1) VALUE 0.
               88  HABILITATION-EST-CONNUE        VALUE 1.
           05  CONTROLE-ACTIF           PIC 9(1) VALUE 0.
               88  CONTROLE-EST-ACTIF             VALUE 1.
           05  IDX-TYPE-HAB             PIC 9(2) VALUE 0.
           05  TYPE-DEMANDE             PIC X(1) VALUE SPACE.
           05  TYPE-PERMIS              PIC 9(1) VALUE 0.
               88  TYPE-EST-PERMIS                VALUE 1.
               88  TYPE-EST-REFUSE                VALUE 0.

       1   AUDIT-WORKING-MANAGER.
           05  WS-STATUT-AUDIT          PIC X(02) VALUE SPACE.
               88  STATUT-AUDIT-ABSENT            VALUE "35".
           05  WS-STATUT-OPERATEUR      PIC X(02) VALUE SPACE.
               88  STATUT-OPERATEUR-ABSENT        VALUE "35".
           05  OPERATEUR-COURANT        PIC X(8) VALUE "INCONNU".
           05  DATE-AUDIT               PIC 9(8) VALUE 0.
           05  IMAGE-AVANT              PIC X(80) VALUE SPACE.
           05  IMAGE-APRES              PIC X(80) VALUE SPACE.
           05  ACTION-AUDIT             PIC X(1) VALUE SPACE.
           05  FICHIER-AUDIT            PIC X(1) VALUE SPACE.

      *    Images lisibles des enregistrements modifies pour le
      *    journal d'audit (les enregistrements complets depassent
      *    la zone de 80 caracteres)
       1   IMAGES-WORKING-MANAGER.
           05  IMAGE-SOLDE.
               10  IS-Numero-Fiscal     PIC 9(13).
               10  IS-Annee             PIC 9(4).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IS-Impose            PIC 9(6)V99.
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IS-Paye              PIC 9(6)V99.
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IS-Restant           PIC 9(6)V99.
           05  IMAGE-ATTENTE.
               10  IA-Numero            PIC 9(8).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IA-Numero-Fiscal     PIC 9(13).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IA-Montant           PIC 9(6)V99.
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IA-Etat              PIC X(1).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IA-Sortie-Numero-Fiscal PIC 9(13).
               10  IA-Sortie-Annee      PIC 9(4).

       1   VERROU-WORKING-MANAGER.
           05  WS-STATUT-VERROU         PIC X(02) VALUE SPACE.
               88  STATUT-VERROU-ABSENT           VALUE "35".

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-AFFECTATIONS         PIC  X(01) VALUE  SPACE.
               88  FF-AFF                          VALUE  HIGH-VALUE.

       1   SOLDES-WORKING-MANAGER.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  RESTE-A-VENTILER         PIC 9(7)V99 VALUE 0.

       1   AFFECTATIONS-WORKING-MANAGER.
           05  WS-STATUT-ATTENTE        PIC X(02) VALUE SPACE.
               88  STATUT-ATTENTE-ABSENT          VALUE "35".
           05  WS-STATUT-AFFECTATIONS   PIC X(02) VALUE SPACE.
               88  STATUT-AFFECTATIONS-ABSENT     VALUE "35".
           05  CPT-AFFECTEES            PIC 9(6) VALUE 0.
           05  TOTAL-AFFECTE            PIC 9(10)V99 VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.

       1   DATES-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM CONTROLER-VERROU

      *    Habilitation de l'operateur pour ce type de transaction
           PERFORM OUVRIR-JOURNAL-AUDIT
           PERFORM LIRE-HABILITATION
           MOVE "P" TO TYPE-DEMANDE
           PERFORM CONTROLER-HABILITATION-TYPE
           IF TYPE-EST-REFUSE THEN
               PERFORM ECRIRE-REFUS-HABILITATION
               DISPLAY "7-ATTENTE-AFFECTATION : operateur "
                       OPERATEUR-COURANT " non habilite au type"
                       " P, traitement refuse"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN I-O F-ATTENTE
           IF STATUT-ATTENTE-ABSENT THEN
               DISPLAY "7-ATTENTE-AFFECTATION : 7-attente.idx"
                       " introuvable, aucun paiement en attente"
               PERFORM FIN-PGM
           END-IF

           OPEN I-O F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-ATTENTE-AFFECTATION : 7-soldes.idx"
                       " introuvable, lancer d'abord 7-PAIEMENTS"
               CLOSE F-ATTENTE
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-AFFECTATIONS
           IF STATUT-AFFECTATIONS-ABSENT THEN
               DISPLAY "7-ATTENTE-AFFECTATION : "
                       "7-attente-affectations.dat introuvable,"
                       " aucune affectation"
               CLOSE F-ATTENTE F-SOLDES
               PERFORM FIN-PGM
           END-IF

           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF-AFF
               READ F-AFFECTATIONS
                   AT END
                       SET FF-AFF TO TRUE
                   NOT AT END
                       PERFORM TRAITER-UNE-AFFECTATION
               END-READ
           END-PERFORM

           CLOSE F-AFFECTATIONS C-REJETS F-SOLDES F-ATTENTE F-AUDIT

           DISPLAY "7-ATTENTE-AFFECTATION : " CPT-AFFECTEES
                   " paiement(s) affecte(s), total " TOTAL-AFFECTE
                   ", " CPT-REJETEES " rejete(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        CONTROLES PUIS AFFECTATION D'UN PAIEMENT EN ATTENTE

       TRAITER-UNE-AFFECTATION.

           MOVE AFF-Numero-Attente TO ATT-Numero
           READ F-ATTENTE
               INVALID KEY
                   MOVE "paiement inconnu du compte d'attente"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
           END-READ

           IF NOT ATT-En-Attente THEN
               MOVE "paiement deja sorti du compte d'attente"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Plafond d'habilitation de l'operateur : au-dela, la
      *    transaction est refusee et le refus trace au journal
      *    d'audit
           IF CONTROLE-EST-ACTIF
              AND HABILITATION-LIMITE > 0
              AND ATT-Montant > HABILITATION-LIMITE THEN
               MOVE "P" TO TYPE-DEMANDE
               PERFORM ECRIRE-REFUS-HABILITATION
               MOVE "plafond d'habilitation depasse" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE AFF-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE AFF-Annee TO SOL-Annee
           READ F-SOLDES
               INVALID KEY
                   MOVE "aucun solde pour ce millesime" TO CR-Motif
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   PERFORM AFFECTER-UN-PAIEMENT
           END-READ
           .

      *    Le paiement entier est porte au cumul paye du solde ; un
      *    excedent au-dela du restant reste acquis (trop-paye, vu
      *    par le remboursement) comme l'excedent de 7-PAIEMENTS
       AFFECTER-UN-PAIEMENT.

           PERFORM GARNIR-IMAGE-SOLDE
           MOVE IMAGE-SOLDE TO IMAGE-AVANT

           ADD ATT-Montant TO SOL-Paye
           PERFORM RECALCULER-RESTANT-SOLDE
           PERFORM INTERROMPRE-PRESCRIPTION
           IF ATT-Date-Reception > SOL-Date-Dernier-Paiement THEN
               MOVE ATT-Date-Reception TO SOL-Date-Dernier-Paiement
           END-IF
           REWRITE SOL-ENREG

           PERFORM GARNIR-IMAGE-SOLDE
           MOVE IMAGE-SOLDE TO IMAGE-APRES
           MOVE "S" TO FICHIER-AUDIT
           MOVE "R" TO ACTION-AUDIT
           PERFORM ECRIRE-JOURNAL-AUDIT

           PERFORM GARNIR-IMAGE-ATTENTE
           MOVE IMAGE-ATTENTE TO IMAGE-AVANT

           SET ATT-Affecte TO TRUE
           MOVE DATE-DU-JOUR TO ATT-Date-Sortie
           MOVE AFF-Numero-Fiscal TO ATT-Sortie-Numero-Fiscal
           MOVE AFF-Annee TO ATT-Sortie-Annee
           MOVE OPERATEUR-COURANT TO ATT-Operateur
           REWRITE ATT-ENREG

           PERFORM GARNIR-IMAGE-ATTENTE
           MOVE IMAGE-ATTENTE TO IMAGE-APRES
           MOVE "A" TO FICHIER-AUDIT
           MOVE "R" TO ACTION-AUDIT
           PERFORM ECRIRE-JOURNAL-AUDIT

           ADD 1 TO CPT-AFFECTEES
           ADD ATT-Montant TO TOTAL-AFFECTE
           .

      *    Un paiement partiel interrompt la prescription du solde
      *    reste ouvert a sa date de reception (meme regle que
      *    7-PAIEMENTS)
       INTERROMPRE-PRESCRIPTION.

           IF SOL-Restant > 0
              AND ATT-Date-Reception > SOL-Date-Interruption THEN
               MOVE ATT-Date-Reception TO SOL-Date-Interruption
               COMPUTE SOL-Date-Prescription =
                       SOL-Date-Interruption + 40000
           END-IF
           .

      *    Meme calcul que RECALCULER-RESTANT de 7-PAIEMENTS, ordre
      *    d'imputation legal compris
       RECALCULER-RESTANT-SOLDE.

           IF SOL-Paye > SOL-Impose THEN
               MOVE 0 TO SOL-Restant
           ELSE
               COMPUTE SOL-Restant = SOL-Impose - SOL-Paye
           END-IF

           MOVE SOL-Paye TO RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Frais-Impose THEN
               MOVE SOL-Frais-Impose TO SOL-Frais-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Frais-Paye
           END-IF
           SUBTRACT SOL-Frais-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Majoration-Imposee THEN
               MOVE SOL-Majoration-Imposee TO SOL-Majoration-Payee
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Majoration-Payee
           END-IF
           SUBTRACT SOL-Majoration-Payee FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Majoration-Retard-Imposee THEN
               MOVE SOL-Majoration-Retard-Imposee
                   TO SOL-Majoration-Retard-Payee
           ELSE
               MOVE RESTE-A-VENTILER
                   TO SOL-Majoration-Retard-Payee
           END-IF
           SUBTRACT SOL-Majoration-Retard-Payee
               FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Interets-Imposes THEN
               MOVE SOL-Interets-Imposes TO SOL-Interets-Payes
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Interets-Payes
           END-IF
           SUBTRACT SOL-Interets-Payes FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Interet-Retard-Impose THEN
               MOVE SOL-Interet-Retard-Impose
                   TO SOL-Interet-Retard-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Interet-Retard-Paye
           END-IF
           SUBTRACT SOL-Interet-Retard-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Manquement-Impose THEN
               MOVE SOL-Manquement-Impose TO SOL-Manquement-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Manquement-Paye
           END-IF
           SUBTRACT SOL-Manquement-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Principal-Impose THEN
               MOVE SOL-Principal-Impose TO SOL-Principal-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Principal-Paye
           END-IF
           .

       GARNIR-IMAGE-SOLDE.

           MOVE SOL-Numero-Fiscal TO IS-Numero-Fiscal
           MOVE SOL-Annee TO IS-Annee
           MOVE SOL-Impose TO IS-Impose
           MOVE SOL-Paye TO IS-Paye
           MOVE SOL-Restant TO IS-Restant
           .

       GARNIR-IMAGE-ATTENTE.

           MOVE ATT-Numero TO IA-Numero
           MOVE ATT-Numero-Fiscal TO IA-Numero-Fiscal
           MOVE ATT-Montant TO IA-Montant
           MOVE ATT-Etat TO IA-Etat
           MOVE ATT-Sortie-Numero-Fiscal TO IA-Sortie-Numero-Fiscal
           MOVE ATT-Sortie-Annee TO IA-Sortie-Annee
           .

       ECRIRE-REJET.

           MOVE AFF-Numero-Attente TO CR-Numero-Attente
           MOVE AFF-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE AFF-Annee TO CR-Annee
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .


      ******************************************************************
      *        VERROU D'EXECUTION DE LA CHAINE (1-VERROU) : TENU =
      *        LES MASTERS SONT EN RECONSTRUCTION, ON NE DEMARRE PAS

       CONTROLER-VERROU.

           OPEN INPUT F-VERROU
           IF STATUT-VERROU-ABSENT THEN
               CLOSE F-VERROU
           ELSE
               READ F-VERROU
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "chaine en cours (verrou du passage "
                               VER-Run-Id "), demarrage refuse"
                       CLOSE F-VERROU
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE F-VERROU
           END-IF
           .


      ******************************************************************
      *        HABILITATION DE L'OPERATEUR (0-habilitations.param)

       LIRE-HABILITATION.

           OPEN INPUT F-HABILITATIONS
           IF STATUT-HABILITATIONS-ABSENT THEN
               CLOSE F-HABILITATIONS
               EXIT PARAGRAPH
           END-IF

           SET CONTROLE-EST-ACTIF TO TRUE
           PERFORM UNTIL FF-HAB
               READ F-HABILITATIONS
                   AT END
                       SET FF-HAB TO TRUE
                   NOT AT END
                       IF HAB-Operateur = OPERATEUR-COURANT THEN
                           SET HABILITATION-EST-CONNUE TO TRUE
                           MOVE HAB-Types TO HABILITATION-TYPES
                           MOVE HAB-Limite TO HABILITATION-LIMITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-HABILITATIONS
           .

      *    Le type demande doit figurer dans les types permis de
      *    l'operateur (* = tous) ; un operateur sans ligne n'a
      *    droit a rien
       CONTROLER-HABILITATION-TYPE.

           SET TYPE-EST-PERMIS TO TRUE

           IF NOT CONTROLE-EST-ACTIF THEN
               EXIT PARAGRAPH
           END-IF

           IF NOT HABILITATION-EST-CONNUE THEN
               SET TYPE-EST-REFUSE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF HABILITATION-TYPES(1:1) = "*" THEN
               EXIT PARAGRAPH
           END-IF

           SET TYPE-EST-REFUSE TO TRUE
           MOVE 1 TO IDX-TYPE-HAB
           PERFORM UNTIL IDX-TYPE-HAB > 10
               IF HABILITATION-TYPES(IDX-TYPE-HAB:1)
                       = TYPE-DEMANDE THEN
                   SET TYPE-EST-PERMIS TO TRUE
                   MOVE 10 TO IDX-TYPE-HAB
               END-IF
               ADD 1 TO IDX-TYPE-HAB
           END-PERFORM
           .

      ******************************************************************
      *        JOURNAL D'AUDIT CENTRAL (MEME CONVENTION QUE
      *        4-OCCURRENCES ; ACTION X = REFUS D'HABILITATION)

       OUVRIR-JOURNAL-AUDIT.

           OPEN INPUT F-OPERATEUR
           IF STATUT-OPERATEUR-ABSENT THEN
               CONTINUE
           ELSE
               READ F-OPERATEUR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPE-Identifiant TO OPERATEUR-COURANT
               END-READ
               CLOSE F-OPERATEUR
           END-IF

           ACCEPT DATE-AUDIT FROM DATE YYYYMMDD

           OPEN INPUT F-AUDIT
           IF STATUT-AUDIT-ABSENT THEN
               CLOSE F-AUDIT
               OPEN OUTPUT F-AUDIT
           ELSE
               CLOSE F-AUDIT
               OPEN EXTEND F-AUDIT
           END-IF
           .

      *    IMAGE-AVANT, IMAGE-APRES, ACTION-AUDIT et FICHIER-AUDIT
      *    (A = compte d'attente, S = livre des soldes) sont garnis
      *    par l'appelant
       ECRIRE-JOURNAL-AUDIT.

           MOVE "7-ATTENTE-AFFECTATION" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE FICHIER-AUDIT TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       ECRIRE-REFUS-HABILITATION.

           MOVE "7-ATTENTE-AFFECTATION" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE "H" TO JRN-Fichier
           MOVE "X" TO JRN-Action
           MOVE SPACE TO JRN-Avant
           STRING "habilitation refusee, type " TYPE-DEMANDE
               DELIMITED BY SIZE INTO JRN-Avant
           MOVE SPACE TO JRN-Apres
           WRITE JRN-ENREG
           .

       FIN-PGM.
           STOP RUN.
