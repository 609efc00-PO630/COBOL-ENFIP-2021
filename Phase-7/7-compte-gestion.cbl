      *          exactement : prises en charge - encaissements reels
      *          - remises - non-valeurs + trop-payes = restes a
      *          recouvrer ; sinon verdict FAIL et code retour non
      *          nul, comme 7-BULLETIN. Les paiements recus mais non
      *          identifies (compte d'attente 7-attente.idx, etat E)
      *          ne sont pas au livre : leur solde est presente a
      *          part et ajoute aux encaissements reels pour
      *          retomber sur le total encaisse en banque.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-NON-VALEURS.

      *    Compte d'attente des paiements non identifies
      *    (7-PAIEMENTS)
           SELECT F-ATTENTE ASSIGN TO "7-attente.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ATT-Numero
                   FILE STATUS IS WS-STATUT-ATTENTE.

           SELECT FS ASSIGN TO "7-compte-gestion.txt"
                   ORGANIZATION LINE SEQUENTIAL.

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

      *    Meme disposition que CJ-ENREG dans 7-DEGREVEMENTS.cbl
       FD  F-DEGREVEMENTS.
           05 NVJ-Montant        PIC 9(6)V99.
           05 NVJ-Date           PIC 9(8).
           05 NVJ-Visa           PIC X(10).
           05 NVJ-Decision-Justice PIC X(20).

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

       FD  FS.
       01  FS-DATA PIC X(80).
               88  FF-RMJ                          VALUE  HIGH-VALUE.
           05  FIN-NON-VALEURS          PIC  X(01) VALUE  SPACE.
               88  FF-NVJ                          VALUE  HIGH-VALUE.
           05  FIN-ATTENTE              PIC  X(01) VALUE  SPACE.
               88  FF-ATT                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-REMISES-ABSENT          VALUE "35".
           05  WS-STATUT-NON-VALEURS    PIC X(02) VALUE SPACE.
               88  STATUT-NON-VALEURS-ABSENT      VALUE "35".
           05  WS-STATUT-ATTENTE        PIC X(02) VALUE SPACE.
               88  STATUT-ATTENTE-ABSENT          VALUE "35".

       1   MASSES-WORKING-MANAGER.
           05  TOTAL-PRISES-EN-CHARGE   PIC 9(12)V99 VALUE 0.
           05  TOTAL-REMISES            PIC 9(12)V99 VALUE 0.
           05  TOTAL-NON-VALEURS        PIC 9(12)V99 VALUE 0.
           05  ENCAISSEMENTS-REELS      PIC S9(12)V99 VALUE 0.
           05  TOTAL-ATTENTE            PIC 9(12)V99 VALUE 0.
           05  CPT-ATTENTE              PIC 9(6) VALUE 0.
           05  ENCAISSEMENTS-BANQUE     PIC S9(12)V99 VALUE 0.
           05  ECART-VERIFICATION       PIC S9(12)V99 VALUE 0.
           05  VERDICT-COMPTE           PIC 9(1) VALUE 0.
               88  VERDICT-PASS                   VALUE 0.
           PERFORM CUMULER-DEGREVEMENTS
           PERFORM CUMULER-REMISES
           PERFORM CUMULER-NON-VALEURS
           PERFORM CUMULER-ATTENTE

      *    Les remises et non-valeurs sont creditees au livre comme
      *    des encaissements : on les retranche pour isoler les
           COMPUTE ENCAISSEMENTS-REELS = TOTAL-PAYE-LIVRE
                   - TOTAL-REMISES - TOTAL-NON-VALEURS

      *    Les paiements du compte d'attente ont ete encaisses en
      *    banque sans etre portes au livre : ils completent les
      *    encaissements reels pour retomber sur le releve bancaire
           COMPUTE ENCAISSEMENTS-BANQUE = ENCAISSEMENTS-REELS
                   + TOTAL-ATTENTE

      *    Verification : prises en charge - cumul paye du livre
      *    + trop-payes = restes a recouvrer (egalite exacte par
      *    construction du livre ; tout ecart est une corruption)
           END-IF
           .

       CUMULER-ATTENTE.

           OPEN INPUT F-ATTENTE
           IF STATUT-ATTENTE-ABSENT THEN
               CONTINUE
           ELSE
               MOVE 0 TO ATT-Numero
               START F-ATTENTE KEY NOT < ATT-Numero
                   INVALID KEY
                       SET FF-ATT TO TRUE
               END-START
               PERFORM UNTIL FF-ATT
                   READ F-ATTENTE NEXT RECORD
                       AT END
                           SET FF-ATT TO TRUE
                       NOT AT END
                           IF ATT-En-Attente THEN
                               ADD ATT-Montant TO TOTAL-ATTENTE
                               ADD 1 TO CPT-ATTENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ATTENTE
           END-IF
           .

      ******************************************************************
      *        EDITION DU COMPTE

           MOVE ARTICLE-CG-POSTE TO FS-DATA
           WRITE FS-DATA

           MOVE "Paiements en compte d'attente" TO CG-Libelle
           MOVE TOTAL-ATTENTE TO CG-Montant
           MOVE ARTICLE-CG-POSTE TO FS-DATA
           WRITE FS-DATA

           MOVE "Encaissements banque (reels+attente)"
               TO CG-Libelle
           MOVE ENCAISSEMENTS-BANQUE TO CG-Montant
           MOVE ARTICLE-CG-POSTE TO FS-DATA
           WRITE FS-DATA

           MOVE "Remises gracieuses" TO CG-Libelle
           MOVE TOTAL-REMISES TO CG-Montant
           MOVE ARTICLE-CG-POSTE TO FS-DATA
