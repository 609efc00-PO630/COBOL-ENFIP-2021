      *          entame. Les composantes restent distinctes du
      *          principal : les lettres de relance et l'etat des
      *          restes a recouvrer les presentent separement.
      *          Le cours des penalites est arrete sur les soldes
      *          anterieurs au jugement d'une procedure collective ou
      *          de surendettement en cours (7-procedures.idx).
      *          Un contribuable couvert par une mesure catastrophe
      *          naturelle (7-sinistres.idx, 7-CATASTROPHES) ne
      *          supporte aucune penalite tant que la remise est en
      *          vigueur, ni avant son echeance reportee ; les mois
      *          ainsi couverts ne sont jamais factures.
      *          Un solde emis par groupes de taxes (livre des
      *          emissions 7-soldes-emissions.idx de 7-PAIEMENTS) est
      *          penalise emission par emission : chacune court a
      *          compter de sa propre echeance, sur son propre reste,
      *          et porte ses penalites, que le solde consolide
      *          cumule ; l'echeance unique du role ne vaut plus que
      *          pour les soldes sans emissions. Un compte
      *          entreprise (CFE) est ainsi penalise depuis l'echeance
      *          de son emission CF, portee par le role CFE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Livre des emissions par groupe de taxes (7-PAIEMENTS)
           SELECT F-SOLDES-EMISSIONS ASSIGN TO "7-soldes-emissions.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMS-Cle
                   FILE STATUS IS WS-STATUT-SOLDES-EMISSIONS.

      *    Pourcentage de la majoration de retard et taux d'interet
      *    mensuel (0 = pas d'interet)
           SELECT F-PARAM ASSIGN TO "0-penalites.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ECHEANCE.

      *    Procedures collectives et surendettement
      *    (7-PROCEDURES-COLLECTIVES) : les soldes ouverts au plus
      *    tard le jour du jugement sont geles tant que la procedure
      *    n'est pas close
           SELECT F-PROCEDURES ASSIGN TO "7-procedures.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PRC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-PROCEDURES.

      *    Contribuables couverts par une mesure catastrophe
      *    naturelle (7-CATASTROPHES)
           SELECT F-SINISTRES ASSIGN TO "7-sinistres.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SINISTRES.

      *    Journal des penalites inscrites
           SELECT C-JOURNAL ASSIGN TO "7-penalites-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL.
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

      *    Meme disposition que EMS-ENREG dans 7-PAIEMENTS.cbl, qui
      *    alimente ce fichier
       FD  F-SOLDES-EMISSIONS.
       01  EMS-ENREG.
           05 EMS-Cle.
               10 EMS-Numero-Fiscal PIC 9(13).
               10 EMS-Annee         PIC 9(4).
               10 EMS-Groupe        PIC X(2).
           05 EMS-Date-Emission     PIC 9(8).
           05 EMS-Date-Echeance     PIC 9(8).
           05 EMS-Reference.
               10 EMS-Ref-Execution PIC 9(6).
               10 EMS-Ref-Numero    PIC 9(13).
               10 EMS-Ref-Cle       PIC 9(2).
           05 EMS-Montants.
               10 EMS-Impose        PIC 9(6)V99.
               10 EMS-Paye-Cible    PIC 9(6)V99.
               10 EMS-Paye          PIC 9(6)V99.
               10 EMS-Restant       PIC 9(6)V99.
           05 EMS-Penalites.
               10 EMS-Majoration-Retard       PIC 9(6)V99.
               10 EMS-Interets                PIC 9(6)V99.
               10 EMS-Date-Majoration-Retard  PIC 9(8).
               10 EMS-Mois-Interets           PIC 9(3).
           05 EMS-Niveau-Relance    PIC 9(1).

      *    Meme disposition que PRC-ENREG dans
      *    7-PROCEDURES-COLLECTIVES.cbl, qui alimente ce fichier
       FD  F-PROCEDURES.
       01  PRC-ENREG.
           05 PRC-Numero-Fiscal PIC 9(13).
           05 PRC-Type          PIC X(1).
           05 PRC-Juridiction   PIC X(30).
           05 PRC-Date-Ouverture PIC 9(8).
           05 PRC-Mandataire    PIC X(30).
           05 PRC-Etat          PIC X(1).
               88 PRC-Etat-Close     VALUE "C".
           05 PRC-Declaration.
               10 PRC-Date-Limite      PIC 9(8).
               10 PRC-Date-Declaration PIC 9(8).
               10 PRC-Montant-Declare  PIC 9(8)V99.
           05 PRC-Plan.
               10 PRC-Nb-Echeances     PIC 9(3).
               10 PRC-Montant-Echeance PIC 9(8)V99.
               10 PRC-Date-Debut-Plan  PIC 9(8).
               10 PRC-Paye-Initial     PIC 9(8)V99.
           05 PRC-Cloture.
               10 PRC-Date-Cloture     PIC 9(8).
               10 PRC-Decision         PIC X(20).
               10 PRC-Effacement       PIC X(1).
                   88 PRC-Dettes-Effacees VALUE "O".
           05 PRC-Date-Etat     PIC 9(8).

      *    Meme disposition que SIN-ENREG dans 7-CATASTROPHES.cbl
       FD  F-SINISTRES.
       01  SIN-ENREG.
           05 SIN-Numero-Fiscal    PIC 9(13).
           05 SIN-Code-Insee       PIC 9(5).
           05 SIN-Origine          PIC X(1).
           05 SIN-Reference        PIC X(12).
           05 SIN-Date-Debut       PIC 9(8).
           05 SIN-Date-Fin         PIC 9(8).
           05 SIN-Mesures.
               10 SIN-Jours-Report         PIC 9(3).
               10 SIN-Gel-Relances         PIC X(1).
               10 SIN-Remise-Penalites     PIC X(1).
                   88 SIN-Avec-Remise          VALUE "O".
               10 SIN-Report-Prelevements  PIC X(1).

       FD  F-PARAM.
       01  PRM-ENREG.
           05 CJ-Assiette       PIC 9(6)V99.
           05 CJ-Montant        PIC 9(6)V99.
           05 CJ-Date           PIC 9(8).
      *    Groupe de taxes de l'emission penalisee (a blanc : solde
      *    sans emissions, echeance unique du role)
           05 CJ-Groupe         PIC X(2).

       WORKING-STORAGE SECTION.

               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  RESTE-A-VENTILER         PIC 9(7)V99 VALUE 0.

      *    Livre des emissions absent : echeance unique pour tous
       1   EMISSIONS-WORKING-MANAGER.
           05  WS-STATUT-SOLDES-EMISSIONS PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-EMISSIONS-ABSENT VALUE "35".
           05  FIN-EMISSIONS-SOLDE      PIC X(01) VALUE SPACE.
               88  FF-EMS-SOLDE                   VALUE HIGH-VALUE.
           05  NB-EMISSIONS-SOLDE       PIC 9(1) VALUE 0.
           05  EMISSION-MODIFIEE        PIC 9(1) VALUE 0.
               88  EMISSION-EST-MODIFIEE          VALUE 1.
               88  EMISSION-EST-INTACTE           VALUE 0.
           05  CPT-EMISSIONS-PENALISEES PIC 9(6) VALUE 0.

      *    Master des procedures absent : aucun solde gele
       1   PROCEDURES-WORKING-MANAGER.
           05  WS-STATUT-PROCEDURES     PIC X(02) VALUE SPACE.
               88  STATUT-PROCEDURES-ABSENT       VALUE "35".
           05  SOLDE-GELE               PIC 9(1) VALUE 0.
               88  SOLDE-EST-GELE                 VALUE 1.
               88  SOLDE-EST-LIBRE                VALUE 0.
           05  CPT-SOLDES-GELES         PIC 9(6) VALUE 0.

      *    Index des sinistres absent : aucune mesure catastrophe
       1   SINISTRES-WORKING-MANAGER.
           05  WS-STATUT-SINISTRES      PIC X(02) VALUE SPACE.
               88  STATUT-SINISTRES-ABSENT        VALUE "35".
           05  SOLDE-SINISTRE           PIC 9(1) VALUE 0.
               88  SOLDE-EST-EXONERE              VALUE 1.
               88  SOLDE-EST-PENALISABLE          VALUE 0.
           05  ECHEANCE-REPORTEE        PIC 9(8) VALUE 0.
           05  CPT-SOLDES-SINISTRES     PIC 9(6) VALUE 0.

      *    Valeurs par defaut : majoration legale de 10 pour cent,
      *    pas d'interet mensuel
       1   PARAM-WORKING-MANAGER.

       1   ECHEANCE-WORKING-MANAGER.
           05  DATE-ECHEANCE            PIC 9(8) VALUE 20211015.
      *    Echeance dont court le retard : celle du role, ou celle
      *    de l'emission penalisee
           05  ECHEANCE-DE-REFERENCE    PIC 9(8) VALUE 0.
           05  ECHEANCE-DECOUPE REDEFINES ECHEANCE-DE-REFERENCE.
               10  EC-ANNEE             PIC 9(4).
               10  EC-MOIS              PIC 9(2).
               10  EC-JOUR              PIC 9(2).

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

      *    Echeance du role non atteinte : seules les emissions deja
      *    echues peuvent porter des penalites
           IF DATE-DU-JOUR NOT > DATE-ECHEANCE THEN
               DISPLAY "7-PENALITES : echeance du role non atteinte,"
                       " seules les emissions echues sont penalisees"
           END-IF

           OPEN I-O F-SOLDES
               DISPLAY "7-PENALITES : 7-soldes.idx introuvable,"
                       " lancer d'abord 7-PAIEMENTS"
           ELSE
               OPEN INPUT F-PROCEDURES
               OPEN INPUT F-SINISTRES
               OPEN I-O F-SOLDES-EMISSIONS
               OPEN OUTPUT C-JOURNAL
               PERFORM PARCOURIR-SOLDES
               CLOSE C-JOURNAL
               CLOSE F-SOLDES
               IF NOT STATUT-SOLDES-EMISSIONS-ABSENT THEN
                   CLOSE F-SOLDES-EMISSIONS
               END-IF
               IF NOT STATUT-PROCEDURES-ABSENT THEN
                   CLOSE F-PROCEDURES
               END-IF
               IF NOT STATUT-SINISTRES-ABSENT THEN
                   CLOSE F-SINISTRES
               END-IF

               DISPLAY "7-PENALITES : " CPT-MAJORATIONS
                       " majoration(s) de retard (total "
                       TOTAL-MAJORATIONS "), " CPT-INTERETS
                       " ligne(s) d'interets (total "
                       TOTAL-INTERETS "), " CPT-SOLDES-GELES
                       " solde(s) gele(s) (procedure collective), "
                       CPT-SOLDES-SINISTRES
                       " exonere(s) (catastrophe naturelle)"
               DISPLAY "7-PENALITES : " CPT-EMISSIONS-PENALISEES
                       " emission(s) penalisee(s) a leur propre"
                       " echeance"
           END-IF

           PERFORM FIN-PGM

           SET SOLDE-EST-INTACT TO TRUE

      *    Le jugement d'ouverture arrete le cours des majorations et
      *    des interets sur les soldes qui lui sont anterieurs
           PERFORM CHERCHER-PROCEDURE
           IF SOLDE-EST-GELE THEN
               ADD 1 TO CPT-SOLDES-GELES
               EXIT PARAGRAPH
           END-IF

      *    Solde emis par groupes : chaque emission court de sa
      *    propre echeance
           PERFORM PENALISER-EMISSIONS
           IF NB-EMISSIONS-SOLDE > 0 THEN
               IF SOLDE-EST-MODIFIE THEN
                   PERFORM RECALCULER-RESTANT-SOLDE
                   REWRITE SOL-ENREG
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF DATE-DU-JOUR NOT > DATE-ECHEANCE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-ECHEANCE TO ECHEANCE-DE-REFERENCE
           PERFORM CALCULER-MOIS-DE-RETARD

      *    Catastrophe naturelle : ni majoration ni interets pendant
      *    la remise ou avant l'echeance reportee ; les mois couverts
      *    sont marques factures pour ne pas etre rattrapes ensuite
           PERFORM CHERCHER-SINISTRE
           IF SOLDE-EST-EXONERE THEN
               ADD 1 TO CPT-SOLDES-SINISTRES
               IF MOIS-DE-RETARD > SOL-Mois-Interets THEN
                   MOVE MOIS-DE-RETARD TO SOL-Mois-Interets
                   REWRITE SOL-ENREG
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    Majoration de retard, une seule fois, assise sur le reste
      *    non paye au moment de l'inscription
           IF SOL-Date-Majoration-Retard = 0 THEN
                   MOVE SOL-Restant TO CJ-Assiette
                   MOVE MONTANT-MAJORATION TO CJ-Montant
                   MOVE DATE-DU-JOUR TO CJ-Date
                   MOVE SPACE TO CJ-Groupe
                   WRITE CJ-ENREG

                   ADD MONTANT-MAJORATION
                   MOVE SOL-Restant TO CJ-Assiette
                   MOVE MONTANT-INTERETS TO CJ-Montant
                   MOVE DATE-DU-JOUR TO CJ-Date
                   MOVE SPACE TO CJ-Groupe
                   WRITE CJ-ENREG

                   ADD MONTANT-INTERETS TO SOL-Interets-Imposes
           END-IF
           .

      *    Mois entames depuis l'echeance de reference (assiette des
      *    interets)
       CALCULER-MOIS-DE-RETARD.

           COMPUTE MOIS-DE-RETARD = (DJ-ANNEE - EC-ANNEE) * 12
                   + DJ-MOIS - EC-MOIS
           IF DJ-JOUR > EC-JOUR THEN
               ADD 1 TO MOIS-DE-RETARD
           END-IF
           IF MOIS-DE-RETARD < 0 THEN
               MOVE 0 TO MOIS-DE-RETARD
           END-IF
           .

      ******************************************************************
      *        PENALITES PAR EMISSION : MEMES REGLES QUE POUR LE
      *        SOLDE, A COMPTER DE L'ECHEANCE DE L'EMISSION ET SUR SON
      *        RESTE ; LE SOLDE CONSOLIDE CUMULE CE QUI EST INSCRIT

       PENALISER-EMISSIONS.

           MOVE 0 TO NB-EMISSIONS-SOLDE
           IF STATUT-SOLDES-EMISSIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-EMISSIONS-SOLDE
           MOVE SOL-Numero-Fiscal TO EMS-Numero-Fiscal
           MOVE SOL-Annee TO EMS-Annee
           MOVE LOW-VALUE TO EMS-Groupe
           START F-SOLDES-EMISSIONS KEY NOT < EMS-Cle
               INVALID KEY
                   SET FF-EMS-SOLDE TO TRUE
           END-START

           PERFORM UNTIL FF-EMS-SOLDE
               READ F-SOLDES-EMISSIONS NEXT RECORD
                   AT END
                       SET FF-EMS-SOLDE TO TRUE
                   NOT AT END
                       IF EMS-Numero-Fiscal NOT = SOL-Numero-Fiscal
                          OR EMS-Annee NOT = SOL-Annee THEN
                           SET FF-EMS-SOLDE TO TRUE
                       ELSE
                           ADD 1 TO NB-EMISSIONS-SOLDE
                           IF EMS-Restant > 0
                              AND DATE-DU-JOUR > EMS-Date-Echeance
                              THEN
                               PERFORM PENALISER-UNE-EMISSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       PENALISER-UNE-EMISSION.

           SET EMISSION-EST-INTACTE TO TRUE
           MOVE EMS-Date-Echeance TO ECHEANCE-DE-REFERENCE
           PERFORM CALCULER-MOIS-DE-RETARD

           PERFORM CHERCHER-SINISTRE
           IF SOLDE-EST-EXONERE THEN
               ADD 1 TO CPT-SOLDES-SINISTRES
               IF MOIS-DE-RETARD > EMS-Mois-Interets THEN
                   MOVE MOIS-DE-RETARD TO EMS-Mois-Interets
                   REWRITE EMS-ENREG
               END-IF
               IF MOIS-DE-RETARD > SOL-Mois-Interets THEN
                   MOVE MOIS-DE-RETARD TO SOL-Mois-Interets
                   SET SOLDE-EST-MODIFIE TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF EMS-Date-Majoration-Retard = 0 THEN
               COMPUTE MONTANT-MAJORATION ROUNDED =
                       EMS-Restant * POURCENT-MAJORATION / 100
               IF MONTANT-MAJORATION > 0 THEN
                   MOVE SOL-Numero-Fiscal TO CJ-Numero-Fiscal
                   MOVE SOL-Annee TO CJ-Annee
                   SET CJ-Type-Majoration TO TRUE
                   MOVE EMS-Restant TO CJ-Assiette
                   MOVE MONTANT-MAJORATION TO CJ-Montant
                   MOVE DATE-DU-JOUR TO CJ-Date
                   MOVE EMS-Groupe TO CJ-Groupe
                   WRITE CJ-ENREG

                   ADD MONTANT-MAJORATION TO EMS-Majoration-Retard
                   ADD MONTANT-MAJORATION TO EMS-Impose
                   ADD MONTANT-MAJORATION
                       TO SOL-Majoration-Retard-Imposee
                   ADD MONTANT-MAJORATION TO SOL-Impose
                   ADD 1 TO CPT-MAJORATIONS
                   ADD MONTANT-MAJORATION TO TOTAL-MAJORATIONS
               END-IF
               MOVE DATE-DU-JOUR TO EMS-Date-Majoration-Retard
               IF SOL-Date-Majoration-Retard = 0 THEN
                   MOVE DATE-DU-JOUR TO SOL-Date-Majoration-Retard
               END-IF
               SET EMISSION-EST-MODIFIEE TO TRUE
               SET SOLDE-EST-MODIFIE TO TRUE
           END-IF

           IF TAUX-INTERET-MENSUEL > 0
              AND MOIS-DE-RETARD > EMS-Mois-Interets THEN
               COMPUTE MOIS-A-FACTURER =
                       MOIS-DE-RETARD - EMS-Mois-Interets
               COMPUTE MONTANT-INTERETS ROUNDED =
                       EMS-Restant * TAUX-INTERET-MENSUEL
                       * MOIS-A-FACTURER / 100
               IF MONTANT-INTERETS > 0 THEN
                   MOVE SOL-Numero-Fiscal TO CJ-Numero-Fiscal
                   MOVE SOL-Annee TO CJ-Annee
                   SET CJ-Type-Interets TO TRUE
                   MOVE EMS-Restant TO CJ-Assiette
                   MOVE MONTANT-INTERETS TO CJ-Montant
                   MOVE DATE-DU-JOUR TO CJ-Date
                   MOVE EMS-Groupe TO CJ-Groupe
                   WRITE CJ-ENREG

                   ADD MONTANT-INTERETS TO EMS-Interets
                   ADD MONTANT-INTERETS TO EMS-Impose
                   ADD MONTANT-INTERETS TO SOL-Interets-Imposes
                   ADD MONTANT-INTERETS TO SOL-Impose
                   ADD 1 TO CPT-INTERETS
                   ADD MONTANT-INTERETS TO TOTAL-INTERETS
               END-IF
               MOVE MOIS-DE-RETARD TO EMS-Mois-Interets
               IF MOIS-DE-RETARD > SOL-Mois-Interets THEN
                   MOVE MOIS-DE-RETARD TO SOL-Mois-Interets
               END-IF
               SET EMISSION-EST-MODIFIEE TO TRUE
               SET SOLDE-EST-MODIFIE TO TRUE
           END-IF

           IF EMISSION-EST-MODIFIEE THEN
               IF EMS-Paye > EMS-Impose THEN
                   MOVE 0 TO EMS-Restant
               ELSE
                   COMPUTE EMS-Restant = EMS-Impose - EMS-Paye
               END-IF
               REWRITE EMS-ENREG
               ADD 1 TO CPT-EMISSIONS-PENALISEES
           END-IF
           .

      *    Une procedure collective ou de surendettement non close
      *    interdit toute poursuite individuelle sur les soldes
      *    ouverts au plus tard le jour du jugement
       CHERCHER-PROCEDURE.

           SET SOLDE-EST-LIBRE TO TRUE

           IF NOT STATUT-PROCEDURES-ABSENT THEN
               MOVE SOL-Numero-Fiscal TO PRC-Numero-Fiscal
               READ F-PROCEDURES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PRC-Etat-Close
                          AND SOL-Date-Ouverture
                              NOT > PRC-Date-Ouverture THEN
                           SET SOLDE-EST-GELE TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      *    Mesure catastrophe naturelle commencee : remise en vigueur
      *    jusqu'a la date de fin, ou echeance reportee non atteinte
       CHERCHER-SINISTRE.

           SET SOLDE-EST-PENALISABLE TO TRUE

           IF NOT STATUT-SINISTRES-ABSENT THEN
               MOVE SOL-Numero-Fiscal TO SIN-Numero-Fiscal
               READ F-SINISTRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DATE-DU-JOUR NOT < SIN-Date-Debut THEN
                           COMPUTE ECHEANCE-REPORTEE =
                                   FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(
                                   ECHEANCE-DE-REFERENCE)
                                   + SIN-Jours-Report)
                           IF (SIN-Avec-Remise
                               AND DATE-DU-JOUR NOT > SIN-Date-Fin)
                              OR DATE-DU-JOUR NOT > ECHEANCE-REPORTEE
                              THEN
                               SET SOLDE-EST-EXONERE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

      *    Meme calcul que RECALCULER-RESTANT de 7-PAIEMENTS, ordre
      *    d'imputation legal compris
       RECALCULER-RESTANT-SOLDE.
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
