      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: traitement des virements de remboursement revenus
      *          de la banque (compte clos, IBAN errone...). Chaque
      *          retour du fichier 7-virements-retours.dat designe
      *          le virement emis par 7-REMBOURSEMENTS (numero
      *          fiscal, date d'execution, montant) : les avoirs
      *          verses par ce virement sont rouverts au master
      *          7-avoirs-payes.idx (etat R), la part de trop-paye
      *          est reportee au cumul paye du dernier millesime du
      *          livre (7-soldes.idx) et le RIB est marque
      *          inutilisable au master 7-rib.idx. L'execution
      *          suivante de 7-REMBOURSEMENTS reverse donc le tout
      *          par lettre-cheque. Un retour deja traite (master
      *          7-retours-virements.idx, cle numero fiscal + date
      *          d'execution, meme mecanique d'idempotence que
      *          7-reglements.idx) n'est jamais applique deux fois.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-RETOURS-VIREMENTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Retours de virements de remboursement transmis par la
      *    banque
           SELECT F-RETOURS ASSIGN TO "7-virements-retours.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-RETOURS.

      *    Retours deja appliques, persistant d'une execution a
      *    l'autre
           SELECT F-TRAITES ASSIGN TO "7-retours-virements.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RTR-Cle
                   FILE STATUS IS WS-STATUT-TRAITES.

           SELECT F-AVOIRS-PAYES ASSIGN TO "7-avoirs-payes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AVP-Cle
                   FILE STATUS IS WS-STATUT-AVOIRS-PAYES.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

           SELECT F-RIB ASSIGN TO "7-rib.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RIB-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-RIB.

      *    Etat des retours appliques
           SELECT FS ASSIGN TO "7-retours-virements.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Retours sans virement reconnaissable
           SELECT C-REJETS ASSIGN TO "7-retours-virements-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-RETOURS.
       01  RVR-ENREG.
           05 RVR-Numero-Fiscal PIC 9(13).
           05 RVR-Date-Execution PIC 9(8).
           05 RVR-Montant       PIC 9(6)V99.
           05 RVR-Date-Retour   PIC 9(8).
      *    Code motif SEPA (AC04 = compte clos, AC01 = IBAN errone...)
           05 RVR-Code-Motif    PIC X(4).
           05 RVR-Libelle       PIC X(30).

       FD  F-TRAITES.
       01  RTR-ENREG.
           05 RTR-Cle.
               10 RTR-Numero-Fiscal PIC 9(13).
               10 RTR-Date-Execution PIC 9(8).
           05 RTR-Montant       PIC 9(6)V99.
           05 RTR-Avoirs-Rouverts PIC 9(6)V99.
           05 RTR-Trop-Paye-Repris PIC 9(6)V99.
           05 RTR-Date-Retour   PIC 9(8).
           05 RTR-Code-Motif    PIC X(4).

      *    Meme disposition que AVP-ENREG dans 7-REMBOURSEMENTS.cbl,
      *    qui alimente ce fichier
       FD  F-AVOIRS-PAYES.
       01  AVP-ENREG.
           05 AVP-Cle.
               10 AVP-Numero-Fiscal PIC 9(13).
               10 AVP-Annee         PIC 9(4).
           05 AVP-Montant       PIC 9(6)V99.
           05 AVP-Date          PIC 9(8).
           05 AVP-Mode          PIC X(1).
               88 AVP-Par-Virement      VALUE "V" " ".
               88 AVP-Par-Cheque        VALUE "C".
           05 AVP-Etat          PIC X(1).
               88 AVP-Verse             VALUE "P" " ".
               88 AVP-Rouvert           VALUE "R".
           05 AVP-Numero-Cheque PIC 9(8).

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

      *    Meme disposition que C-RIB-ENREG dans 7-RIB-MAJ.cbl, qui
      *    alimente ce fichier
       FD  F-RIB.
       01  C-RIB-ENREG.
           05 RIB-Numero-Fiscal PIC 9(13).
           05 RIB-IBAN          PIC X(34).
           05 RIB-BIC           PIC X(11).
      *    A = actif, I = inutilisable (compte clos ou mandat refuse,
      *    marque par 7-REJETS-PRELEVEMENT ou 7-RETOURS-VIREMENTS)
           05 RIB-Etat          PIC X(1).
               88 RIB-Actif         VALUE "A".
               88 RIB-Inutilisable  VALUE "I".

       FD  FS.
       01  FS-DATA PIC X(90).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Fiscal  PIC 9(13).
           05 CR-Date-Execution PIC 9(8).
           05 CR-Montant        PIC 9(6)V99.
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-RVR-TITRE PIC X(60)
              VALUE 'VIREMENTS DE REMBOURSEMENT REVENUS DE LA BANQUE'.

           05 ARTICLE-RVR-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-RVR-ENTETE.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(10) VALUE 'Execute'.
               10 FILLER PIC X(12) VALUE 'Montant'.
               10 FILLER PIC X(12) VALUE 'Avoirs'.
               10 FILLER PIC X(12) VALUE 'Trop-paye'.
               10 FILLER PIC X(30) VALUE 'Motif'.

           05 ARTICLE-RVR-INDIV.
               10 RV-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 RV-Date-Execution PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RV-Montant PIC ZZZZZ9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 RV-Avoirs PIC ZZZZZ9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 RV-Trop-Paye PIC ZZZZZ9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 RV-Code-Motif PIC X(4).
               10 FILLER PIC X VALUE SPACE.
               10 RV-Libelle PIC X(25).

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-RETOURS              PIC  X(01) VALUE  SPACE.
               88  FF-RVR                          VALUE  HIGH-VALUE.
           05  FIN-AVOIRS               PIC  X(01) VALUE  SPACE.
               88  FF-AVP                          VALUE  HIGH-VALUE.
           05  FIN-ANNEES               PIC  X(01) VALUE  SPACE.
               88  FF-ANNEES                       VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-RETOURS        PIC X(02) VALUE SPACE.
               88  STATUT-RETOURS-ABSENT          VALUE "35".
           05  WS-STATUT-TRAITES        PIC X(02) VALUE SPACE.
               88  STATUT-TRAITES-ABSENT          VALUE "35".
           05  WS-STATUT-AVOIRS-PAYES   PIC X(02) VALUE SPACE.
               88  STATUT-AVOIRS-PAYES-ABSENT    VALUE "35".
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  WS-STATUT-RIB            PIC X(02) VALUE SPACE.
               88  STATUT-RIB-ABSENT              VALUE "35".

       1   RETOURS-WORKING-MANAGER.
           05  AVOIRS-ROUVERTS          PIC 9(6)V99 VALUE 0.
           05  TROP-PAYE-REPRIS         PIC 9(6)V99 VALUE 0.
           05  ANNEE-DERNIERE-LUE       PIC 9(4) VALUE 0.
           05  CPT-RETOURS-APPLIQUES    PIC 9(6) VALUE 0.
           05  CPT-RETOURS-DEJA-TRAITES PIC 9(6) VALUE 0.
           05  CPT-RETOURS-REJETES      PIC 9(6) VALUE 0.
           05  CPT-AVOIRS-ROUVERTS      PIC 9(6) VALUE 0.
           05  CPT-RIB-MARQUES          PIC 9(6) VALUE 0.
           05  TOTAL-RETOURS            PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT F-RETOURS

           IF STATUT-RETOURS-ABSENT THEN
               DISPLAY "7-virements-retours.dat introuvable, aucun"
                       " retour de virement a traiter"
               PERFORM FIN-PGM
           END-IF

           OPEN I-O F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-RETOURS-VIREMENTS : 7-soldes.idx"
                       " introuvable, lancer d'abord 7-PAIEMENTS"
               CLOSE F-RETOURS
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           OPEN I-O F-AVOIRS-PAYES
           OPEN I-O F-RIB
           PERFORM OUVRIR-MASTER-TRAITES

           OPEN OUTPUT FS C-REJETS
           MOVE ARTICLE-RVR-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RVR-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RVR-ENTETE TO FS-DATA
           WRITE FS-DATA

           PERFORM UNTIL FF-RVR
               READ F-RETOURS
                   AT END
                       SET FF-RVR TO TRUE
                   NOT AT END
                       PERFORM TRAITER-UN-RETOUR
               END-READ
           END-PERFORM

           CLOSE F-RETOURS FS C-REJETS F-SOLDES F-TRAITES
           IF NOT STATUT-AVOIRS-PAYES-ABSENT THEN
               CLOSE F-AVOIRS-PAYES
           END-IF
           IF NOT STATUT-RIB-ABSENT THEN
               CLOSE F-RIB
           END-IF

           DISPLAY "7-RETOURS-VIREMENTS : " CPT-RETOURS-APPLIQUES
                   " retour(s) applique(s), total " TOTAL-RETOURS
                   ", " CPT-AVOIRS-ROUVERTS " avoir(s) rouvert(s), "
                   CPT-RIB-MARQUES " RIB marque(s) inutilisable(s), "
                   CPT-RETOURS-DEJA-TRAITES " deja traite(s), "
                   CPT-RETOURS-REJETES " rejete(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER-TRAITES.

           OPEN INPUT F-TRAITES
           IF STATUT-TRAITES-ABSENT THEN
               CLOSE F-TRAITES
               OPEN OUTPUT F-TRAITES
               CLOSE F-TRAITES
           ELSE
               CLOSE F-TRAITES
           END-IF

           OPEN I-O F-TRAITES
           .

      ******************************************************************
      *        UN RETOUR : AVOIRS ROUVERTS, TROP-PAYE REPORTE AU
      *        LIVRE, RIB MARQUE INUTILISABLE

       TRAITER-UN-RETOUR.

           MOVE RVR-Numero-Fiscal TO RTR-Numero-Fiscal
           MOVE RVR-Date-Execution TO RTR-Date-Execution
           READ F-TRAITES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CPT-RETOURS-DEJA-TRAITES
                   EXIT PARAGRAPH
           END-READ

           MOVE 0 TO AVOIRS-ROUVERTS
           MOVE 0 TO TROP-PAYE-REPRIS

           PERFORM ROUVRIR-AVOIRS

      *    Le reste du montant revenu est la part de trop-paye que
      *    7-REMBOURSEMENTS avait apuree au livre
           IF RVR-Montant > AVOIRS-ROUVERTS THEN
               COMPUTE TROP-PAYE-REPRIS =
                       RVR-Montant - AVOIRS-ROUVERTS
               PERFORM REPORTER-TROP-PAYE
               IF TROP-PAYE-REPRIS = 0 AND AVOIRS-ROUVERTS = 0 THEN
                   MOVE "aucun avoir ni solde pour ce virement"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               END-IF
               IF TROP-PAYE-REPRIS = 0 THEN
                   MOVE "part de trop-paye sans solde au livre"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
               END-IF
           END-IF

           PERFORM MARQUER-RIB-INUTILISABLE

           MOVE RVR-Montant TO RTR-Montant
           MOVE AVOIRS-ROUVERTS TO RTR-Avoirs-Rouverts
           MOVE TROP-PAYE-REPRIS TO RTR-Trop-Paye-Repris
           MOVE RVR-Date-Retour TO RTR-Date-Retour
           MOVE RVR-Code-Motif TO RTR-Code-Motif
           WRITE RTR-ENREG

           MOVE RVR-Numero-Fiscal TO RV-Numero-Fiscal
           MOVE RVR-Date-Execution TO RV-Date-Execution
           MOVE RVR-Montant TO RV-Montant
           MOVE AVOIRS-ROUVERTS TO RV-Avoirs
           MOVE TROP-PAYE-REPRIS TO RV-Trop-Paye
           MOVE RVR-Code-Motif TO RV-Code-Motif
           MOVE RVR-Libelle TO RV-Libelle
           MOVE ARTICLE-RVR-INDIV TO FS-DATA
           WRITE FS-DATA

           ADD 1 TO CPT-RETOURS-APPLIQUES
           ADD RVR-Montant TO TOTAL-RETOURS
           .

      *    Les avoirs verses par virement le jour d'execution sont
      *    rouverts, dans la limite du montant revenu
       ROUVRIR-AVOIRS.

           IF STATUT-AVOIRS-PAYES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-AVOIRS
           MOVE RVR-Numero-Fiscal TO AVP-Numero-Fiscal
           MOVE 0 TO AVP-Annee
           START F-AVOIRS-PAYES KEY NOT < AVP-Cle
               INVALID KEY
                   SET FF-AVP TO TRUE
           END-START

           PERFORM UNTIL FF-AVP
               READ F-AVOIRS-PAYES NEXT RECORD
                   AT END
                       SET FF-AVP TO TRUE
                   NOT AT END
                       IF AVP-Numero-Fiscal
                               NOT = RVR-Numero-Fiscal THEN
                           SET FF-AVP TO TRUE
                       ELSE
                           PERFORM ROUVRIR-UN-AVOIR
                       END-IF
               END-READ
           END-PERFORM
           .

       ROUVRIR-UN-AVOIR.

           IF AVP-Date = RVR-Date-Execution
              AND AVP-Par-Virement
              AND AVP-Verse
              AND AVOIRS-ROUVERTS + AVP-Montant <= RVR-Montant THEN
               SET AVP-Rouvert TO TRUE
               REWRITE AVP-ENREG
               ADD AVP-Montant TO AVOIRS-ROUVERTS
               ADD 1 TO CPT-AVOIRS-ROUVERTS
           END-IF
           .

      *    Miroir de APURER-TROP-PAYE de 7-REMBOURSEMENTS : la part
      *    revenue est rendue au cumul paye du millesime le plus
      *    recent, ou 7-REMBOURSEMENTS la retrouvera en trop-paye
      *    (les interets moratoires ayant ete verses jusqu'a
      *    l'execution du virement, ils ne repartent que de la)
       REPORTER-TROP-PAYE.

           MOVE 0 TO ANNEE-DERNIERE-LUE
           MOVE SPACE TO FIN-ANNEES
           MOVE RVR-Numero-Fiscal TO SOL-Numero-Fiscal
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
                               NOT = RVR-Numero-Fiscal THEN
                           SET FF-ANNEES TO TRUE
                       ELSE
                           MOVE SOL-Annee TO ANNEE-DERNIERE-LUE
                       END-IF
               END-READ
           END-PERFORM

           IF ANNEE-DERNIERE-LUE = 0 THEN
               MOVE 0 TO TROP-PAYE-REPRIS
               EXIT PARAGRAPH
           END-IF

           MOVE RVR-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE ANNEE-DERNIERE-LUE TO SOL-Annee
           READ F-SOLDES
               INVALID KEY
                   MOVE 0 TO TROP-PAYE-REPRIS
               NOT INVALID KEY
                   ADD TROP-PAYE-REPRIS TO SOL-Paye
                   IF RVR-Date-Execution > SOL-Date-Dernier-Paiement
                           THEN
                       MOVE RVR-Date-Execution
                           TO SOL-Date-Dernier-Paiement
                   END-IF
                   REWRITE SOL-ENREG
           END-READ
           .

      *    Meme marquage que 7-REJETS-PRELEVEMENT : le compte ne
      *    recevra plus de virement tant que 7-RIB-MAJ n'en aura pas
      *    fourni un nouveau
       MARQUER-RIB-INUTILISABLE.

           IF STATUT-RIB-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE RVR-Numero-Fiscal TO RIB-Numero-Fiscal
           READ F-RIB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT RIB-Inutilisable THEN
                       SET RIB-Inutilisable TO TRUE
                       REWRITE C-RIB-ENREG
                       ADD 1 TO CPT-RIB-MARQUES
                   END-IF
           END-READ
           .

       ECRIRE-REJET.

           MOVE RVR-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE RVR-Date-Execution TO CR-Date-Execution
           MOVE RVR-Montant TO CR-Montant
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-RETOURS-REJETES
           .

       FIN-PGM.
           STOP RUN.
