      *          master 7-rib.idx inutilisable (RIB-Etat = I). Les
      *          retours du jour sont listes pour la journee
      *          comptable ; un retour sans ordre correspondant est
      *          rejete. Comme le flux des paiements dans
      *          7-PAIEMENTS, le fichier des retours est identifie
      *          (dates de collecte extremes, nombre, total,
      *          empreinte) et inscrit au registre des integrations
      *          (7-integrations.idx) : un fichier deja integre est
      *          refuse (code retour 8), une integration interrompue
      *          reprend apres le dernier retour traite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ORDRES.

      *    Registre des integrations de fichiers bancaires
           SELECT F-REGISTRE ASSIGN TO "7-integrations.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ING-Cle
                   FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           05 ORD-RUM           PIC X(35).
           05 ORD-Sequence      PIC X(4).

      *    Meme disposition que ING-ENREG dans 7-PAIEMENTS.cbl
       FD  F-REGISTRE.
       01  ING-ENREG.
           05 ING-Cle.
               10 ING-Flux           PIC X(1).
                   88 ING-Flux-Paiements  VALUE "P".
                   88 ING-Flux-Retours    VALUE "R".
               10 ING-Empreinte      PIC 9(13).
               10 ING-Nb-Enreg       PIC 9(8).
               10 ING-Total          PIC 9(12)V99.
           05 ING-Date-Premier       PIC 9(8).
           05 ING-Date-Dernier       PIC 9(8).
           05 ING-Etat               PIC X(1).
               88 ING-En-Cours           VALUE "E".
               88 ING-Integre            VALUE "I".
           05 ING-Dernier-Enreg      PIC 9(8).
           05 ING-Date-Debut         PIC 9(8).
           05 ING-Date-Fin           PIC 9(8).
           05 ING-Programme          PIC X(20).

      *    Meme disposition que SOL-ENREG dans 7-PAIEMENTS.cbl, qui
      *    alimente ce fichier
       FD  F-SOLDES.
      *    solde ecarte de la selection des saisies
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

      *    Meme disposition que C-RIB-ENREG dans 7-RIB-MAJ.cbl, qui
      *    alimente ce fichier
           05  CPT-SANS-ORDRE           PIC 9(6) VALUE 0.
           05  CPT-RIB-MARQUES          PIC 9(6) VALUE 0.

      *    Identification du fichier des retours et registre des
      *    integrations (meme empreinte que 7-PAIEMENTS)
       1   INTEGRATION-WORKING-MANAGER.
           05  WS-STATUT-REGISTRE       PIC X(02) VALUE SPACE.
               88  STATUT-REGISTRE-ABSENT         VALUE "35".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  FLX-NB-ENREG             PIC 9(8) VALUE 0.
           05  FLX-TOTAL                PIC 9(12)V99 VALUE 0.
           05  FLX-EMPREINTE            PIC 9(13) VALUE 0.
           05  FLX-DATE-PREMIER         PIC 9(8) VALUE 0.
           05  FLX-DATE-DERNIER         PIC 9(8) VALUE 0.
           05  HACHAGE-MODULO           PIC 9(13)
               VALUE 9999999999999.
           05  RANG-ENREG               PIC 9(8) VALUE 0.
           05  REPRISE-APRES            PIC 9(8) VALUE 0.
           05  INTEGRATION-ETAT         PIC 9(1) VALUE 0.
               88  INTEGRATION-ACCEPTEE           VALUE 0.
               88  INTEGRATION-REFUSEE            VALUE 1.

      *    Table des ordres emis, chargee en memoire et recherchee
      *    sequentiellement (meme idiom que la table des adhesions de
      *    7-ECHEANCIER)
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM IDENTIFIER-FLUX

           IF STATUT-RETOURS-ABSENT THEN
               DISPLAY "7-REJETS-PRELEVEMENT : 7-prelevements-retours"
               PERFORM FIN-PGM
           END-IF

           PERFORM CONSULTER-REGISTRE
           IF INTEGRATION-REFUSEE THEN
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-RETOURS

           PERFORM CHARGER-ORDRES

           OPEN I-O F-SOLDES
               DISPLAY "7-REJETS-PRELEVEMENT : 7-soldes.idx"
                       " introuvable, lancer d'abord 7-PAIEMENTS"
               CLOSE F-RETOURS
               IF FLX-NB-ENREG > 0 THEN
                   CLOSE F-REGISTRE
               END-IF
               PERFORM FIN-PGM
           END-IF

                   AT END
                       SET FF-RET TO TRUE
                   NOT AT END
                       ADD 1 TO RANG-ENREG
                       IF RANG-ENREG > REPRISE-APRES THEN
                           PERFORM TRAITER-UN-RETOUR
                           PERFORM POINTER-ENREG-TRAITE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM CLORE-INTEGRATION

           MOVE ARTICLE-RET-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-CONTREPASSES TO RJ-Nombre-fin
           PERFORM FIN-PGM
           .

      ******************************************************************
      *        IDENTIFICATION DU FICHIER DES RETOURS ET REGISTRE DES
      *        INTEGRATIONS (MEME TENUE QUE DANS 7-PAIEMENTS)

       IDENTIFIER-FLUX.

           MOVE 0 TO FLX-NB-ENREG FLX-TOTAL FLX-EMPREINTE
           MOVE 0 TO FLX-DATE-PREMIER FLX-DATE-DERNIER

           OPEN INPUT F-RETOURS
           IF STATUT-RETOURS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-RET
               READ F-RETOURS
                   AT END
                       SET FF-RET TO TRUE
                   NOT AT END
                       ADD 1 TO FLX-NB-ENREG
                       ADD RET-Montant TO FLX-TOTAL
                       IF FLX-DATE-PREMIER = 0
                          OR RET-Date-Collecte < FLX-DATE-PREMIER
                       THEN
                           MOVE RET-Date-Collecte TO FLX-DATE-PREMIER
                       END-IF
                       IF RET-Date-Collecte > FLX-DATE-DERNIER THEN
                           MOVE RET-Date-Collecte TO FLX-DATE-DERNIER
                       END-IF
                       COMPUTE FLX-EMPREINTE = FUNCTION MOD(
                               FLX-EMPREINTE + FLX-NB-ENREG
                             * (RET-Numero-Fiscal
                             + RET-Montant * 100 + RET-Date-Collecte)
                               HACHAGE-MODULO)
               END-READ
           END-PERFORM
           CLOSE F-RETOURS
           MOVE SPACE TO FIN-RETOURS
           .

       CONSULTER-REGISTRE.

           SET INTEGRATION-ACCEPTEE TO TRUE
           MOVE 0 TO REPRISE-APRES

           IF FLX-NB-ENREG = 0 THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT F-REGISTRE
           IF STATUT-REGISTRE-ABSENT THEN
               CLOSE F-REGISTRE
               OPEN OUTPUT F-REGISTRE
               CLOSE F-REGISTRE
           ELSE
               CLOSE F-REGISTRE
           END-IF
           OPEN I-O F-REGISTRE

           SET ING-Flux-Retours TO TRUE
           MOVE FLX-EMPREINTE TO ING-Empreinte
           MOVE FLX-NB-ENREG TO ING-Nb-Enreg
           MOVE FLX-TOTAL TO ING-Total

           READ F-REGISTRE
               INVALID KEY
                   MOVE FLX-DATE-PREMIER TO ING-Date-Premier
                   MOVE FLX-DATE-DERNIER TO ING-Date-Dernier
                   SET ING-En-Cours TO TRUE
                   MOVE 0 TO ING-Dernier-Enreg
                   MOVE DATE-DU-JOUR TO ING-Date-Debut
                   MOVE 0 TO ING-Date-Fin
                   MOVE "7-REJETS-PRELEVEMENT" TO ING-Programme
                   WRITE ING-ENREG
               NOT INVALID KEY
                   IF ING-Integre THEN
                       DISPLAY "7-REJETS-PRELEVEMENT : 7-prelevements"
                               "-retours.dat DEJA INTEGRE le "
                               ING-Date-Fin " (" ING-Nb-Enreg
                               " retours collectes du "
                               ING-Date-Premier " au "
                               ING-Date-Dernier ", empreinte "
                               ING-Empreinte "), fichier refuse"
                       SET INTEGRATION-REFUSEE TO TRUE
                       MOVE 8 TO RETURN-CODE
                       CLOSE F-REGISTRE
                   ELSE
                       MOVE ING-Dernier-Enreg TO REPRISE-APRES
                       DISPLAY "7-REJETS-PRELEVEMENT : integration"
                               " de 7-prelevements-retours.dat"
                               " interrompue le " ING-Date-Debut
                               ", reprise apres le retour "
                               REPRISE-APRES
                   END-IF
           END-READ
           .

       POINTER-ENREG-TRAITE.

           IF FLX-NB-ENREG > 0 THEN
               MOVE RANG-ENREG TO ING-Dernier-Enreg
               REWRITE ING-ENREG
           END-IF
           .

       CLORE-INTEGRATION.

           IF FLX-NB-ENREG = 0 THEN
               EXIT PARAGRAPH
           END-IF

           SET ING-Integre TO TRUE
           MOVE DATE-DU-JOUR TO ING-Date-Fin
           REWRITE ING-ENREG
           CLOSE F-REGISTRE
           .

      ******************************************************************
      *        CHARGEMENT DES ORDRES EMIS POUR LE RAPPROCHEMENT

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
