      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: encaissement au guichet (especes et cheques). Chaque
      *          paiement presente au guichet (7-caisse-saisie.dat)
      *          designe le solde regle (numero fiscal + millesime,
      *          controle au livre 7-soldes.idx) ; il recoit un numero
      *          de quittance, est inscrit au journal de caisse
      *          7-caisse.idx (etat O jusqu'a la cloture de la caisse
      *          de l'operateur par 7-CAISSE-CLOTURE) et la quittance
      *          est imprimee dans 7-quittances.txt. Le paiement est
      *          porte au flux des paiements (7-paiements.dat, ouvert
      *          en extension, canal G) : 7-PAIEMENTS l'impute au
      *          livre comme un paiement bancaire et 7-RECETTES le
      *          distingue par son canal. L'operateur doit etre
      *          habilite au type E ; un paiement en especes au-dela
      *          du plafond legal (0-caisse.param) est refuse.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-CAISSE.
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

      *    Plafond legal des paiements en especes
           SELECT F-PARAM ASSIGN TO "0-caisse.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Paiements presentes au guichet
           SELECT F-SAISIE ASSIGN TO "7-caisse-saisie.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-SAISIE.

      *    Journal de caisse, persistant d'une execution a l'autre
      *    (cle : numero de quittance)
           SELECT F-CAISSE ASSIGN TO "7-caisse.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAI-Numero-Quittance
                   FILE STATUS IS WS-STATUT-CAISSE.

      *    Flux des paiements recus, ouvert en extension comme pour
      *    les reglements de prelevement
           SELECT F-PAIEMENTS ASSIGN TO "7-paiements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PAIEMENTS.

      *    Quittances a remettre aux contribuables
           SELECT FS ASSIGN TO "7-quittances.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Paiements refuses au guichet
           SELECT C-REJETS ASSIGN TO "7-caisse-rejets.dat"
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

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Plafond-Especes PIC 9(6).

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

       FD  F-SAISIE.
       01  CSA-ENREG.
           05 CSA-Numero-Fiscal PIC 9(13).
           05 CSA-Annee         PIC 9(4).
      *    E = especes, C = cheque
           05 CSA-Mode          PIC X(1).
               88 CSA-Especes       VALUE "E".
               88 CSA-Cheque        VALUE "C".
           05 CSA-Montant       PIC 9(6)V99.
           05 CSA-Cheque-Numero PIC X(7).
           05 CSA-Cheque-Banque PIC X(20).
           05 CSA-Tireur        PIC X(26).

       FD  F-CAISSE.
       01  CAI-ENREG.
           05 CAI-Numero-Quittance PIC 9(8).
           05 CAI-Operateur     PIC X(8).
           05 CAI-Date          PIC 9(8).
           05 CAI-Numero-Fiscal PIC 9(13).
           05 CAI-Annee         PIC 9(4).
           05 CAI-Mode          PIC X(1).
               88 CAI-Especes       VALUE "E".
               88 CAI-Cheque        VALUE "C".
           05 CAI-Montant       PIC 9(6)V99.
           05 CAI-Cheque-Numero PIC X(7).
           05 CAI-Cheque-Banque PIC X(20).
           05 CAI-Tireur        PIC X(26).
      *    O = caisse ouverte, C = cloturee par 7-CAISSE-CLOTURE
           05 CAI-Etat          PIC X(1).
               88 CAI-Ouvert        VALUE "O".
               88 CAI-Cloture       VALUE "C".
           05 CAI-Date-Cloture  PIC 9(8).
           05 CAI-Numero-Bordereau PIC 9(8).

      *    Meme disposition que PAI-ENREG dans 7-PAIEMENTS.cbl, qui
      *    lit ce fichier
       FD  F-PAIEMENTS.
       01  PAI-ENREG.
           05 PAI-Numero-Fiscal PIC 9(13).
           05 PAI-Montant       PIC 9(6)V99.
           05 PAI-Date          PIC 9(8).
           05 PAI-Reference     PIC X(21).
           05 PAI-Canal         PIC X(1).
               88 PAI-Canal-Guichet      VALUE "G".

       FD  FS.
       01  FS-DATA PIC X(80).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Fiscal  PIC 9(13).
           05 CR-Annee          PIC 9(4).
           05 CR-Mode           PIC X(1).
           05 CR-Montant        PIC 9(6)V99.
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-QUI-LIGNE PIC X(60) VALUE ALL '='.

           05 ARTICLE-QUI-TITRE.
               10 FILLER PIC X(20) VALUE 'QUITTANCE NUMERO'.
               10 QU-Numero PIC 9(8).
               10 FILLER PIC X(12) VALUE SPACE.
               10 FILLER PIC X(4) VALUE 'du '.
               10 QU-Date PIC 9(8).

           05 ARTICLE-QUI-SERVICE PIC X(60)
              VALUE 'Service des impots - encaissement au guichet'.

           05 ARTICLE-QUI-CONTRIBUABLE.
               10 FILLER PIC X(20) VALUE 'Contribuable'.
               10 FILLER PIC X VALUE ':'.
               10 QU-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X(2) VALUE SPACE.
               10 QU-Prenom PIC X(15).
               10 FILLER PIC X VALUE SPACE.
               10 QU-Nom PIC X(11).

           05 ARTICLE-QUI-MILLESIME.
               10 FILLER PIC X(20) VALUE 'Millesime'.
               10 FILLER PIC X VALUE ':'.
               10 QU-Annee PIC 9(4).

           05 ARTICLE-QUI-MODE.
               10 FILLER PIC X(20) VALUE 'Mode de paiement'.
               10 FILLER PIC X VALUE ':'.
               10 QU-Mode PIC X(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 QU-Cheque-Numero PIC X(7).
               10 FILLER PIC X(2) VALUE SPACE.
               10 QU-Cheque-Banque PIC X(20).

           05 ARTICLE-QUI-MONTANT.
               10 FILLER PIC X(20) VALUE 'Montant recu'.
               10 FILLER PIC X VALUE ':'.
               10 QU-Montant PIC Z(6)9.99.

           05 ARTICLE-QUI-RESTE.
               10 FILLER PIC X(20) VALUE 'Reste du millesime'.
               10 FILLER PIC X VALUE ':'.
               10 QU-Reste PIC Z(6)9.99.

           05 ARTICLE-QUI-OPERATEUR.
               10 FILLER PIC X(20) VALUE 'Encaisse par'.
               10 FILLER PIC X VALUE ':'.
               10 QU-Operateur PIC X(8).

           05 ARTICLE-QUI-VIDE PIC X(10) VALUE SPACE.

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

      *    Image lisible de l'encaissement pour le journal d'audit
       1   IMAGES-WORKING-MANAGER.
           05  IMAGE-CAISSE.
               10  IC-Numero-Quittance  PIC 9(8).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IC-Numero-Fiscal     PIC 9(13).
               10  IC-Annee             PIC 9(4).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IC-Mode              PIC X(1).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IC-Montant           PIC 9(6)V99.
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IC-Cheque-Numero     PIC X(7).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IC-Etat              PIC X(1).

       1   VERROU-WORKING-MANAGER.
           05  WS-STATUT-VERROU         PIC X(02) VALUE SPACE.
               88  STATUT-VERROU-ABSENT           VALUE "35".

      *    Plafond par defaut : 300 euros en especes
       1   PARAM-WORKING-MANAGER.
           05  PLAFOND-ESPECES          PIC 9(6) VALUE 300.
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-SAISIE               PIC  X(01) VALUE  SPACE.
               88  FF-SAI                          VALUE  HIGH-VALUE.
           05  FIN-CAISSE               PIC  X(01) VALUE  SPACE.
               88  FF-CAI                          VALUE  HIGH-VALUE.

       1   SOLDES-WORKING-MANAGER.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".

       1   CAISSE-WORKING-MANAGER.
           05  WS-STATUT-SAISIE         PIC X(02) VALUE SPACE.
               88  STATUT-SAISIE-ABSENT           VALUE "35".
           05  WS-STATUT-CAISSE         PIC X(02) VALUE SPACE.
               88  STATUT-CAISSE-ABSENT           VALUE "35".
           05  WS-STATUT-PAIEMENTS      PIC X(02) VALUE SPACE.
               88  STATUT-PAIEMENTS-ABSENT        VALUE "35".
           05  PROCHAIN-NUMERO-QUITTANCE PIC 9(8) VALUE 0.
           05  RESTE-APRES-PAIEMENT     PIC 9(7)V99 VALUE 0.
           05  CPT-QUITTANCES           PIC 9(6) VALUE 0.
           05  TOTAL-ESPECES            PIC 9(10)V99 VALUE 0.
           05  TOTAL-CHEQUES            PIC 9(10)V99 VALUE 0.
           05  CPT-REJETES              PIC 9(6) VALUE 0.

       1   DATES-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONTROLER-VERROU

      *    Habilitation de l'operateur pour ce type de transaction
           PERFORM OUVRIR-JOURNAL-AUDIT
           PERFORM LIRE-HABILITATION
           MOVE "E" TO TYPE-DEMANDE
           PERFORM CONTROLER-HABILITATION-TYPE
           IF TYPE-EST-REFUSE THEN
               PERFORM ECRIRE-REFUS-HABILITATION
               DISPLAY "7-CAISSE : operateur " OPERATEUR-COURANT
                       " non habilite au type E, encaissement refuse"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           PERFORM LIRE-PARAMETRE

           OPEN INPUT F-SAISIE
           IF STATUT-SAISIE-ABSENT THEN
               DISPLAY "7-CAISSE : 7-caisse-saisie.dat introuvable,"
                       " aucun paiement au guichet"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-CAISSE : 7-soldes.idx introuvable, lancer"
                       " d'abord 7-PAIEMENTS"
               CLOSE F-SAISIE
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-JOURNAL-CAISSE
           PERFORM OUVRIR-FLUX-PAIEMENTS
           OPEN OUTPUT FS C-REJETS

           PERFORM UNTIL FF-SAI
               READ F-SAISIE
                   AT END
                       SET FF-SAI TO TRUE
                   NOT AT END
                       PERFORM TRAITER-UN-PAIEMENT
               END-READ
           END-PERFORM

           CLOSE F-SAISIE F-SOLDES F-CAISSE F-PAIEMENTS FS C-REJETS
                 F-AUDIT

           DISPLAY "7-CAISSE : " CPT-QUITTANCES " quittance(s), "
                   "especes " TOTAL-ESPECES ", cheques "
                   TOTAL-CHEQUES ", " CPT-REJETES " refuse(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PLAFOND LEGAL DES ESPECES

       LIRE-PARAMETRE.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-caisse.param introuvable, plafond des"
                       " especes par defaut conserve"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-caisse.param vide, plafond des"
                               " especes par defaut conserve"
                   NOT AT END
                       MOVE PRM-Plafond-Especes TO PLAFOND-ESPECES
               END-READ
               CLOSE F-PARAM
           END-IF
           .

      ******************************************************************
      *        JOURNAL DE CAISSE : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE, PUIS RELEVE DU DERNIER NUMERO DE QUITTANCE

       OUVRIR-JOURNAL-CAISSE.

           OPEN INPUT F-CAISSE
           IF STATUT-CAISSE-ABSENT THEN
               CLOSE F-CAISSE
               OPEN OUTPUT F-CAISSE
               CLOSE F-CAISSE
           ELSE
               CLOSE F-CAISSE
           END-IF

           OPEN I-O F-CAISSE

           MOVE 0 TO CAI-Numero-Quittance
           START F-CAISSE KEY NOT < CAI-Numero-Quittance
               INVALID KEY
                   SET FF-CAI TO TRUE
           END-START

           PERFORM UNTIL FF-CAI
               READ F-CAISSE NEXT RECORD
                   AT END
                       SET FF-CAI TO TRUE
                   NOT AT END
                       MOVE CAI-Numero-Quittance
                           TO PROCHAIN-NUMERO-QUITTANCE
               END-READ
           END-PERFORM
           .

       OUVRIR-FLUX-PAIEMENTS.

           OPEN INPUT F-PAIEMENTS
           IF STATUT-PAIEMENTS-ABSENT THEN
               CLOSE F-PAIEMENTS
               OPEN OUTPUT F-PAIEMENTS
           ELSE
               CLOSE F-PAIEMENTS
               OPEN EXTEND F-PAIEMENTS
           END-IF
           .

      ******************************************************************
      *        CONTROLES PUIS ENCAISSEMENT D'UN PAIEMENT AU GUICHET

       TRAITER-UN-PAIEMENT.

           IF NOT CSA-Especes AND NOT CSA-Cheque THEN
               MOVE "mode de paiement inconnu" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF CSA-Montant = 0 THEN
               MOVE "montant nul" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF CSA-Especes AND CSA-Montant > PLAFOND-ESPECES THEN
               MOVE "plafond legal des especes depasse" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF CSA-Cheque AND CSA-Cheque-Numero = SPACE THEN
               MOVE "numero de cheque absent" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Plafond d'habilitation de l'operateur : au-dela, le
      *    paiement est refuse et le refus trace au journal d'audit
           IF CONTROLE-EST-ACTIF
              AND HABILITATION-LIMITE > 0
              AND CSA-Montant > HABILITATION-LIMITE THEN
               PERFORM ECRIRE-REFUS-HABILITATION
               MOVE "plafond d'habilitation depasse" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE CSA-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE CSA-Annee TO SOL-Annee
           READ F-SOLDES
               INVALID KEY
                   MOVE "aucun solde pour ce millesime" TO CR-Motif
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   PERFORM ENCAISSER-UN-PAIEMENT
           END-READ
           .

       ENCAISSER-UN-PAIEMENT.

           ADD 1 TO PROCHAIN-NUMERO-QUITTANCE

           MOVE PROCHAIN-NUMERO-QUITTANCE TO CAI-Numero-Quittance
           MOVE OPERATEUR-COURANT TO CAI-Operateur
           MOVE DATE-DU-JOUR TO CAI-Date
           MOVE CSA-Numero-Fiscal TO CAI-Numero-Fiscal
           MOVE CSA-Annee TO CAI-Annee
           MOVE CSA-Mode TO CAI-Mode
           MOVE CSA-Montant TO CAI-Montant
           IF CSA-Cheque THEN
               MOVE CSA-Cheque-Numero TO CAI-Cheque-Numero
               MOVE CSA-Cheque-Banque TO CAI-Cheque-Banque
               MOVE CSA-Tireur TO CAI-Tireur
               ADD CSA-Montant TO TOTAL-CHEQUES
           ELSE
               MOVE SPACE TO CAI-Cheque-Numero CAI-Cheque-Banque
                             CAI-Tireur
               ADD CSA-Montant TO TOTAL-ESPECES
           END-IF
           SET CAI-Ouvert TO TRUE
           MOVE 0 TO CAI-Date-Cloture CAI-Numero-Bordereau
           WRITE CAI-ENREG

      *    Le paiement rejoint le flux bancaire : 7-PAIEMENTS
      *    l'impute au livre selon l'ordre legal
           MOVE CSA-Numero-Fiscal TO PAI-Numero-Fiscal
           MOVE CSA-Montant TO PAI-Montant
           MOVE DATE-DU-JOUR TO PAI-Date
           MOVE SPACE TO PAI-Reference
           SET PAI-Canal-Guichet TO TRUE
           WRITE PAI-ENREG

           PERFORM IMPRIMER-QUITTANCE

           MOVE SPACE TO IMAGE-AVANT
           PERFORM GARNIR-IMAGE-CAISSE
           MOVE IMAGE-CAISSE TO IMAGE-APRES
           MOVE "Q" TO FICHIER-AUDIT
           MOVE "C" TO ACTION-AUDIT
           PERFORM ECRIRE-JOURNAL-AUDIT

           ADD 1 TO CPT-QUITTANCES
           .

      *    Le reste du millesime est donne apres ce paiement, avant
      *    imputation par 7-PAIEMENTS
       IMPRIMER-QUITTANCE.

           IF CSA-Montant > SOL-Restant THEN
               MOVE 0 TO RESTE-APRES-PAIEMENT
           ELSE
               COMPUTE RESTE-APRES-PAIEMENT =
                       SOL-Restant - CSA-Montant
           END-IF

           MOVE CAI-Numero-Quittance TO QU-Numero
           MOVE DATE-DU-JOUR TO QU-Date
           MOVE CSA-Numero-Fiscal TO QU-Numero-Fiscal
           MOVE SOL-Prenom TO QU-Prenom
           MOVE SOL-Nom TO QU-Nom
           MOVE CSA-Annee TO QU-Annee
           IF CSA-Cheque THEN
               MOVE "CHEQUE" TO QU-Mode
           ELSE
               MOVE "ESPECES" TO QU-Mode
           END-IF
           MOVE CAI-Cheque-Numero TO QU-Cheque-Numero
           MOVE CAI-Cheque-Banque TO QU-Cheque-Banque
           MOVE CSA-Montant TO QU-Montant
           MOVE RESTE-APRES-PAIEMENT TO QU-Reste
           MOVE OPERATEUR-COURANT TO QU-Operateur

           MOVE ARTICLE-QUI-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-SERVICE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-CONTRIBUABLE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-MILLESIME TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-MODE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-MONTANT TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-RESTE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-OPERATEUR TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-QUI-VIDE TO FS-DATA
           WRITE FS-DATA
           .

       GARNIR-IMAGE-CAISSE.

           MOVE CAI-Numero-Quittance TO IC-Numero-Quittance
           MOVE CAI-Numero-Fiscal TO IC-Numero-Fiscal
           MOVE CAI-Annee TO IC-Annee
           MOVE CAI-Mode TO IC-Mode
           MOVE CAI-Montant TO IC-Montant
           MOVE CAI-Cheque-Numero TO IC-Cheque-Numero
           MOVE CAI-Etat TO IC-Etat
           .

       ECRIRE-REJET.

           MOVE CSA-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE CSA-Annee TO CR-Annee
           MOVE CSA-Mode TO CR-Mode
           MOVE CSA-Montant TO CR-Montant
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETES
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
      *    (Q = journal de caisse) sont garnis
      *    par l'appelant
       ECRIRE-JOURNAL-AUDIT.

           MOVE "7-CAISSE" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE FICHIER-AUDIT TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       ECRIRE-REFUS-HABILITATION.

           MOVE "7-CAISSE" TO JRN-Programme
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
