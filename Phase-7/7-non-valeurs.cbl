      * Purpose: admission en non-valeur des soldes irrecouvrables.
      *          Les soldes ouverts du livre (7-soldes.idx) repondant
      *          aux criteres de 0-non-valeurs.param (anciennete
      *          minimale ou petit montant), ainsi que ceux dont
      *          l'action en recouvrement est prescrite
      *          (SOL-Date-Prescription echue), sont proposes a
      *          l'admission (liste des candidats pour le visa du
      *          directeur, dossier P au master 7-non-valeurs.idx).
      *          Les decisions reviennent par 7-non-valeurs-maj.dat :
      *          commune (meme enveloppe D/T que 7-PRISE-EN-CHARGE,
      *          journal ANV) pour que la prise en charge reste
      *          equilibree ; un refus (R) est conserve au master.
      *          Les dettes effacees a la cloture d'une procedure
      *          collective ou de surendettement (7-procedures.idx,
      *          tenu par 7-PROCEDURES-COLLECTIVES) sont admises sans
      *          proposition ni visa : la decision du tribunal ou de
      *          la commission fait justification et est reportee au
      *          master et au journal. Un solde gele par une
      *          procedure en cours n'est pas propose. Un debiteur pour
      *          lequel le fichier des comptes bancaires n'a signale
      *          ni compte ouvert ni employeur (etat N au suivi
      *          7-ficoba-suivi.idx, tenu par 7-FICOBA) voit ses
      *          soldes proposes quels que soient leur anciennete et
      *          leur montant : il n'offre aucune prise a la saisie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS NV-Cle
                   FILE STATUS IS WS-STATUT-NV.

      *    Procedures collectives et surendettement
      *    (7-PROCEDURES-COLLECTIVES) : les soldes ouverts au plus
      *    tard le jour du jugement sont geles tant que la procedure
      *    n'est pas close ; a la cloture, les dettes effacees sont
      *    admises sur la decision de justice
           SELECT F-PROCEDURES ASSIGN TO "7-procedures.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-PROCEDURES.

      *    Suivi des demandes au fichier des comptes bancaires
      *    (7-FICOBA)
           SELECT F-SUIVI ASSIGN TO "7-ficoba-suivi.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FIC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SUIVI.

      *    Decisions du directeur (A = admission, R = refus)
           SELECT F-DECISIONS ASSIGN TO "7-non-valeurs-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
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

       FD  F-NON-VALEURS.
       01  NV-ENREG.
           05 NV-Date-Proposition PIC 9(8).
           05 NV-Date-Decision  PIC 9(8).
           05 NV-Visa           PIC X(10).
      *    Reference de la decision de justice pour une admission
      *    sur effacement (espaces sinon)
           05 NV-Decision-Justice PIC X(20).

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

      *    Meme disposition que FIC-ENREG dans 7-FICOBA.cbl, qui
      *    alimente ce fichier
       FD  F-SUIVI.
       01  FIC-ENREG.
           05 FIC-Numero-Fiscal PIC 9(13).
           05 FIC-Etat          PIC X(1).
               88 FIC-Etat-Demandee VALUE "D".
               88 FIC-Etat-Trouve   VALUE "T".
               88 FIC-Etat-Neant    VALUE "N".
           05 FIC-Date-Demande  PIC 9(8).
           05 FIC-Date-Reponse  PIC 9(8).
           05 FIC-Nb-Comptes    PIC 9(2).

       FD  F-DECISIONS.
       01  DEC-ENREG.
           05 CJ-Montant        PIC 9(6)V99.
           05 CJ-Date           PIC 9(8).
           05 CJ-Visa           PIC X(10).
           05 CJ-Decision-Justice PIC X(20).

      *    Meme disposition que PEC-ENREG dans 7-PRISE-EN-CHARGE.cbl
       FD  C-COMPTABLE.
               10 FILLER PIC X(6) VALUE 'Annee'.
               10 FILLER PIC X(27) VALUE 'Nom Prenom'.
               10 FILLER PIC X(10) VALUE 'Restant'.
               10 FILLER PIC X(2) VALUE SPACE.
               10 FILLER PIC X(8) VALUE 'Motif'.

           05 ARTICLE-CAND-INDIV.
               10 CD-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CD-Nom-Prenom PIC X(27).
               10 CD-Restant PIC ZZZZZ9.
               10 FILLER PIC X(6) VALUE SPACE.
               10 CD-Motif PIC X(10).

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  CPT-DECISIONS-REJETEES   PIC 9(6) VALUE 0.
           05  TOTAL-ADMIS              PIC 9(10)V99 VALUE 0.

      *    Master des procedures absent : aucun solde gele
       1   PROCEDURES-WORKING-MANAGER.
           05  WS-STATUT-PROCEDURES     PIC X(02) VALUE SPACE.
               88  STATUT-PROCEDURES-ABSENT       VALUE "35".
           05  FIN-PROCEDURES           PIC X(01) VALUE SPACE.
               88  FF-PRC                         VALUE HIGH-VALUE.
           05  FIN-ANNEES               PIC X(01) VALUE SPACE.
               88  FF-ANNEES                      VALUE HIGH-VALUE.
           05  CPT-SOLDES-GELES         PIC 9(6) VALUE 0.
           05  SOLDE-GELE               PIC 9(1) VALUE 0.
               88  SOLDE-EST-GELE                 VALUE 1.
               88  SOLDE-EST-LIBRE                VALUE 0.
           05  CPT-ADMIS-JUSTICE        PIC 9(6) VALUE 0.

      *    Suivi FICOBA absent : aucun debiteur sans tiers
       1   SUIVI-WORKING-MANAGER.
           05  WS-STATUT-SUIVI          PIC X(02) VALUE SPACE.
               88  STATUT-SUIVI-ABSENT            VALUE "35".
           05  DEBITEUR-SANS-TIERS      PIC 9(1) VALUE 0.
               88  DEBITEUR-EST-SANS-TIERS        VALUE 1.
               88  DEBITEUR-A-UN-TIERS            VALUE 0.
           05  CPT-SANS-TIERS           PIC 9(6) VALUE 0.

       1   DECISIONS-WORKING-MANAGER.
           05  WS-STATUT-DECISIONS      PIC X(02) VALUE SPACE.
               88  STATUT-DECISIONS-ABSENT        VALUE "35".
                       " lancer d'abord 7-PAIEMENTS"
           ELSE
               PERFORM OUVRIR-MASTER-NV
               OPEN INPUT F-PROCEDURES
               OPEN INPUT F-SUIVI

      *        D'abord les decisions du directeur et les effacements
      *        prononces en justice, ensuite la proposition des
      *        nouveaux candidats
               OPEN OUTPUT C-JOURNAL
               PERFORM APPLIQUER-DECISIONS
               PERFORM ADMETTRE-DETTES-EFFACEES
               CLOSE C-JOURNAL

               OPEN OUTPUT FS
               PERFORM PROPOSER-CANDIDATS
               PERFORM ECRIRE-ECRITURES-COMPTABLES

               CLOSE F-SOLDES F-NON-VALEURS
               IF NOT STATUT-PROCEDURES-ABSENT THEN
                   CLOSE F-PROCEDURES
               END-IF
               IF NOT STATUT-SUIVI-ABSENT THEN
                   CLOSE F-SUIVI
               END-IF

               DISPLAY "7-NON-VALEURS : " CPT-PROPOSES
                       " candidat(s) propose(s), " CPT-ADMIS
                       CPT-REFUSES " refus, "
                       CPT-DECISIONS-REJETEES
                       " decision(s) rejetee(s)"
               DISPLAY "7-NON-VALEURS : " CPT-ADMIS-JUSTICE
                       " admission(s) sur effacement judiciaire, "
                       CPT-SOLDES-GELES
                       " solde(s) gele(s) non propose(s)"
               IF CPT-SANS-TIERS > 0 THEN
                   DISPLAY "7-NON-VALEURS : " CPT-SANS-TIERS
                           " candidat(s) sans compte ni employeur"
                           " (7-FICOBA)"
               END-IF
           END-IF

           PERFORM FIN-PGM
               DISPLAY "7-non-valeurs-maj.dat introuvable, aucune"
                       " decision a appliquer"
           ELSE
               PERFORM UNTIL FF-DEC
                   READ F-DECISIONS
                       AT END
                           PERFORM APPLIQUER-UNE-DECISION
                   END-READ
               END-PERFORM
               CLOSE F-DECISIONS
           END-IF
           .

                   MOVE SOL-Restant TO CJ-Montant
                   MOVE DEC-Date TO CJ-Date
                   MOVE DEC-Visa TO CJ-Visa
                   MOVE SPACE TO CJ-Decision-Justice
                   WRITE CJ-ENREG

                   PERFORM CUMULER-ECRITURE-COMMUNE
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
           END-IF
           .

      ******************************************************************
      *        ADMISSIONS SUR EFFACEMENT PRONONCE EN JUSTICE : DETTES
      *        ANTERIEURES AU JUGEMENT D'UNE PROCEDURE CLOSE AVEC
      *        EFFACEMENT

       ADMETTRE-DETTES-EFFACEES.

           IF STATUT-PROCEDURES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PRC-Numero-Fiscal
           START F-PROCEDURES KEY NOT < PRC-Numero-Fiscal
               INVALID KEY
                   SET FF-PRC TO TRUE
           END-START

           PERFORM UNTIL FF-PRC
               READ F-PROCEDURES NEXT RECORD
                   AT END
                       SET FF-PRC TO TRUE
                   NOT AT END
                       IF PRC-Etat-Close
                          AND PRC-Dettes-Effacees THEN
                           PERFORM ADMETTRE-SOLDES-EFFACES
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Une admission deja prononcee a apure le solde : une
      *    procedure close n'est donc traitee qu'une fois
       ADMETTRE-SOLDES-EFFACES.

           MOVE SPACE TO FIN-ANNEES
           MOVE PRC-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE 0 TO SOL-Annee
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-ANNEES TO TRUE
           END-START

           PERFORM UNTIL FF-ANNEES
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-ANNEES TO TRUE
                   NOT AT END
                       IF SOL-Numero-Fiscal
                               NOT = PRC-Numero-Fiscal THEN
                           SET FF-ANNEES TO TRUE
                       ELSE
                           IF SOL-Restant > 0
                              AND SOL-Date-Ouverture
                                  NOT > PRC-Date-Ouverture THEN
                               PERFORM ADMETTRE-SUR-DECISION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Meme effet qu'une admission visee par le directeur : le
      *    dossier est pose (ou repris s'il etait propose ou refuse)
      *    a l'etat admis, la decision faisant justification
       ADMETTRE-SUR-DECISION.

           MOVE SOL-Numero-Fiscal TO NV-Numero-Fiscal
           MOVE SOL-Annee         TO NV-Annee

           READ F-NON-VALEURS
               INVALID KEY
                   MOVE SOL-Numero-Fiscal TO NV-Numero-Fiscal
                   MOVE SOL-Annee         TO NV-Annee
                   MOVE DATE-DU-JOUR TO NV-Date-Proposition
                   MOVE SOL-Code-Insee TO NV-Code-Insee
                   SET NV-Etat-Admis TO TRUE
                   PERFORM GARNIR-DOSSIER-JUSTICE
                   WRITE NV-ENREG
               NOT INVALID KEY
                   SET NV-Etat-Admis TO TRUE
                   PERFORM GARNIR-DOSSIER-JUSTICE
                   REWRITE NV-ENREG
           END-READ

           MOVE SOL-Numero-Fiscal TO CJ-Numero-Fiscal
           MOVE SOL-Annee TO CJ-Annee
           MOVE SOL-Restant TO CJ-Montant
           MOVE PRC-Date-Cloture TO CJ-Date
           MOVE "JUSTICE" TO CJ-Visa
           MOVE PRC-Decision TO CJ-Decision-Justice
           WRITE CJ-ENREG

           PERFORM CUMULER-ECRITURE-COMMUNE

           ADD 1 TO CPT-ADMIS
           ADD 1 TO CPT-ADMIS-JUSTICE
           ADD SOL-Restant TO TOTAL-ADMIS

           MOVE SOL-Impose TO SOL-Paye
           PERFORM RECALCULER-RESTANT-SOLDE
           REWRITE SOL-ENREG
           .

       GARNIR-DOSSIER-JUSTICE.

           MOVE SOL-Restant TO NV-Montant
           MOVE PRC-Date-Cloture TO NV-Date-Decision
           MOVE "JUSTICE" TO NV-Visa
           MOVE PRC-Decision TO NV-Decision-Justice
           .

      ******************************************************************
      *        PROPOSITION DES NOUVEAUX CANDIDATS : ANCIENNETE
      *        MINIMALE ATTEINTE OU PETIT MONTANT

       EXAMINER-UN-SOLDE.

      *    Le sort d'un solde gele appartient a la procedure en
      *    cours : il n'est pas propose
           PERFORM CHERCHER-PROCEDURE
           IF SOLDE-EST-GELE THEN
               ADD 1 TO CPT-SOLDES-GELES
               EXIT PARAGRAPH
           END-IF

           COMPUTE JOURS-OUVERTURE =
                   FUNCTION INTEGER-OF-DATE(SOL-Date-Ouverture)
           COMPUTE AGE-DU-SOLDE =
                   JOURS-AUJOURDHUI - JOURS-OUVERTURE

      *    Un solde prescrit est propose quels que soient son
      *    anciennete et son montant : il ne peut plus etre poursuivi ;
      *    de meme le solde d'un debiteur sans compte ni employeur
           PERFORM CHERCHER-SUIVI-FICOBA
           EVALUATE TRUE
               WHEN SOL-Date-Prescription > 0
                AND SOL-Date-Prescription <= DATE-DU-JOUR
                   MOVE "prescrit" TO CD-Motif
               WHEN DEBITEUR-EST-SANS-TIERS
                   MOVE "sans tiers" TO CD-Motif
               WHEN AGE-DU-SOLDE < AGE-MINIMUM-JOURS
                AND SOL-Restant > PETIT-MONTANT
                   EXIT PARAGRAPH
               WHEN SOL-Restant > PETIT-MONTANT
                   MOVE "anciennete" TO CD-Motif
               WHEN OTHER
                   MOVE "montant" TO CD-Motif
           END-EVALUATE

      *    Un dossier deja ouvert (propose, admis ou refuse) n'est
      *    pas repropose
           END-READ
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

       CHERCHER-SUIVI-FICOBA.

           SET DEBITEUR-A-UN-TIERS TO TRUE

           IF NOT STATUT-SUIVI-ABSENT THEN
               MOVE SOL-Numero-Fiscal TO FIC-Numero-Fiscal
               READ F-SUIVI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FIC-Etat-Neant THEN
                           SET DEBITEUR-EST-SANS-TIERS TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       PROPOSER-UN-DOSSIER.

           MOVE SOL-Numero-Fiscal TO NV-Numero-Fiscal
           MOVE DATE-DU-JOUR TO NV-Date-Proposition
           MOVE 0 TO NV-Date-Decision
           MOVE SPACE TO NV-Visa
           MOVE SPACE TO NV-Decision-Justice
           WRITE NV-ENREG

           INITIALIZE CD-Nom-Prenom
           WRITE FS-DATA

           ADD 1 TO CPT-PROPOSES
           IF CD-Motif = "sans tiers" THEN
               ADD 1 TO CPT-SANS-TIERS
           END-IF
           .

      ******************************************************************
