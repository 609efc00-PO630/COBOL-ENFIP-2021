      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: mesures de bienveillance collectives apres une
      *          catastrophe naturelle. La prefecture arrete la liste
      *          des communes sinistrees ; chaque commune est portee
      *          au master 7-catastrophes.idx (cle code Insee) avec la
      *          reference de l'arrete, la periode d'effet et les
      *          mesures accordees : report de l'echeance (en jours),
      *          gel des relances et des poursuites, remise des
      *          penalites de retard de 7-PENALITES, report des
      *          prelevements. Le master est tenu par le fichier de
      *          transactions 7-catastrophes-maj.dat (C = creation ou
      *          correction, A = annulation). Chaque execution
      *          reconstruit ensuite l'index des contribuables
      *          couverts (7-sinistres.idx, cle numero fiscal) :
      *          residence dans une commune sinistree (master des
      *          contribuables) ou imposition au livre des soldes
      *          sur un local d'une commune sinistree. 7-RELANCES,
      *          7-SAISIES, 7-PENALITES, 7-PRELEVEMENTS et
      *          7-PRELEVEMENTS-MENSUELS y lisent les mesures et ne
      *          les appliquent qu'entre la date de debut et la date
      *          de fin : elles s'eteignent d'elles-memes a la date
      *          de fin. Les penalites de retard deja inscrites et
      *          impayees d'un contribuable couvert par une remise en
      *          vigueur sont remises ici. Le listing
      *          7-catastrophes.txt detaille par commune les
      *          contribuables et montants couverts par les mesures
      *          en vigueur.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-CATASTROPHES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Mesures par commune sinistree
           SELECT F-CATASTROPHES ASSIGN TO "7-catastrophes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAT-Code-Insee
                   FILE STATUS IS WS-STATUT-CATASTROPHES.

           SELECT F-CATASTROPHES-MAJ
                   ASSIGN TO "7-catastrophes-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FLUX.

      *    Contribuables couverts, reconstruit a chaque execution
           SELECT F-SINISTRES ASSIGN TO "7-sinistres.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SINISTRES.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS COM-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Transactions rejetees (commune inconnue, dates, action)
           SELECT C-REJETS ASSIGN TO "7-catastrophes-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Listing par commune des contribuables et montants couverts
           SELECT FS ASSIGN TO "7-catastrophes.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT TRI ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Mesures accordees : O = oui ; jours de report de
      *    l'echeance a zero = echeance inchangee
       FD  F-CATASTROPHES.
       01  CAT-ENREG.
           05 CAT-Code-Insee       PIC 9(5).
           05 CAT-Reference        PIC X(12).
           05 CAT-Libelle          PIC X(30).
           05 CAT-Date-Debut       PIC 9(8).
           05 CAT-Date-Fin         PIC 9(8).
           05 CAT-Mesures.
               10 CAT-Jours-Report         PIC 9(3).
               10 CAT-Gel-Relances         PIC X(1).
               10 CAT-Remise-Penalites     PIC X(1).
               10 CAT-Report-Prelevements  PIC X(1).

      *    Action : C = creation ou correction, A = annulation
       FD  F-CATASTROPHES-MAJ.
       01  CM-ENREG.
           05 CM-Action            PIC X(1).
               88 CM-Action-Creation   VALUE "C".
               88 CM-Action-Annulation VALUE "A".
           05 CM-Code-Insee        PIC 9(5).
           05 CM-Reference         PIC X(12).
           05 CM-Libelle           PIC X(30).
           05 CM-Date-Debut        PIC 9(8).
           05 CM-Date-Fin          PIC 9(8).
           05 CM-Mesures.
               10 CM-Jours-Report          PIC 9(3).
               10 CM-Gel-Relances          PIC X(1).
               10 CM-Remise-Penalites      PIC X(1).
               10 CM-Report-Prelevements   PIC X(1).

      *    Origine de la couverture : R = residence, L = local
      *    impose dans la commune ; mesures recopiees de la commune
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
                   88 SIN-Avec-Gel             VALUE "O".
               10 SIN-Remise-Penalites     PIC X(1).
                   88 SIN-Avec-Remise          VALUE "O".
               10 SIN-Report-Prelevements  PIC X(1).
                   88 SIN-Avec-Report-Prelevements VALUE "O".

      *    Meme disposition que C-COM-ENREG dans
      *    3-REGS-DEPTS-COMMS.cbl
       FD  F-COMMUNES.
       01  COM-ENREG.
           05 COM-Code-Insee        PIC 9(5).
           05 COM-Lieu.
               10 COM-Commune           PIC X(50).
               10 COM-Departement       PIC X(28).
               10 COM-Region            PIC X(30).
           05 COM-Donnees.
               10 COM-Altitude          PIC 9(6)V99.
               10 COM-Superficie        PIC 9(6)V99.
               10 COM-Population        PIC 9(6)V99.
           05 COM-Taux.
               10 COM-Taux-Carbone      PIC 9(4)V99.
               10 COM-Taux-Densite      PIC 9(4)V99.
           05 COM-Status             PIC X(16).
           05 COM-Code-Dept-Calcule  PIC 9(3).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl, qui alimente ce fichier
       FD  F-CONTRIBUABLES.
       01  C-CONTRIBUABLES-ENREG.
           05 C-Numero-Fiscal PIC 9(13).
           05 C-Identite-Suite.
               10 C-Prenom PIC X(15).
               10 C-Nom PIC X(11).
               10 C-Code-Insee PIC 9(5).
           05 C-Parts PIC 9v9.
           05 C-Statut PIC X(1).
           05 C-Sip PIC X(5).

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
           05 SOL-Sursis         PIC X(1).
               88 SOL-Sursis-Actif VALUE "O".
           05 SOL-Prescription.
               10 SOL-Date-Interruption PIC 9(8).
               10 SOL-Date-Prescription PIC 9(8).
           05 SOL-Date-Dernier-Paiement PIC 9(8).
           05 SOL-Rappels-Controle.
               10 SOL-Interet-Retard-Impose PIC 9(6)V99.
               10 SOL-Interet-Retard-Paye   PIC 9(6)V99.
               10 SOL-Manquement-Impose     PIC 9(6)V99.
               10 SOL-Manquement-Paye       PIC 9(6)V99.

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Code-Insee     PIC 9(5).
           05 CR-Reference      PIC X(12).
           05 CR-Motif          PIC X(40).

       FD  FS.
       01  FS-DATA PIC X(80).

       SD  TRI.
       01  T-DATA.
           05 T-Code-Insee      PIC 9(5).
           05 T-Numero-Fiscal   PIC 9(13).
           05 T-Annee           PIC 9(4).
           05 T-Nom             PIC X(11).
           05 T-Origine         PIC X(1).
           05 T-Restant         PIC 9(6)V99.
           05 T-Remise          PIC 9(6)V99.

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE PIC X(60)
              VALUE 'CATASTROPHE NATURELLE - CONTRIBUABLES COUVERTS'.

           05 ARTICLE-LIGNE PIC X(72) VALUE ALL '-'.

           05 ARTICLE-COMMUNE.
               10 FILLER PIC X(9) VALUE 'Commune '.
               10 RC-Code-Insee PIC 9(5).
               10 FILLER PIC X VALUE SPACE.
               10 RC-Reference PIC X(12).
               10 FILLER PIC X VALUE SPACE.
               10 RC-Libelle PIC X(30).

           05 ARTICLE-PERIODE.
               10 FILLER PIC X(9) VALUE '  du '.
               10 RC-Date-Debut PIC 9(8).
               10 FILLER PIC X(4) VALUE ' au '.
               10 RC-Date-Fin PIC 9(8).
               10 FILLER PIC X(9) VALUE ' report '.
               10 RC-Jours-Report PIC ZZ9.
               10 FILLER PIC X(6) VALUE ' j gel'.
               10 RC-Mes-Gel PIC X(2).
               10 FILLER PIC X(7) VALUE ' remise'.
               10 RC-Mes-Remise PIC X(2).
               10 FILLER PIC X(10) VALUE ' prelev.'.
               10 RC-Mes-Prelevements PIC X(1).

           05 ARTICLE-ENTETE.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(12) VALUE 'Nom'.
               10 FILLER PIC X(7) VALUE 'Annee'.
               10 FILLER PIC X(3) VALUE 'Or'.
               10 FILLER PIC X(13) VALUE 'Restant'.
               10 FILLER PIC X(12) VALUE 'Penal. rem.'.

           05 ARTICLE-INDIV.
               10 RC-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 RC-Nom PIC X(11).
               10 FILLER PIC X VALUE SPACE.
               10 RC-Annee PIC 9(4).
               10 FILLER PIC X(3) VALUE SPACE.
               10 RC-Origine PIC X(1).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Restant PIC Z(6)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Remise PIC Z(6)9.99.

           05 ARTICLE-SOUS-TOTAL.
               10 FILLER PIC X(20) VALUE 'Total commune'.
               10 ST-Nb PIC ZZZZ9.
               10 FILLER PIC X(13) VALUE ' contrib.'.
               10 ST-Restant PIC Z(8)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 ST-Remise PIC Z(7)9.99.

           05 ARTICLE-FIN.
               10 FILLER PIC X(20) VALUE 'Total general'.
               10 FIN-Nb PIC ZZZZ9.
               10 FILLER PIC X(13) VALUE ' contrib.'.
               10 FIN-Restant PIC Z(8)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 FIN-Remise PIC Z(7)9.99.

           05 ARTICLE-VIDE PIC X(40) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-FLUX                 PIC  X(01) VALUE  SPACE.
               88  FF-FLUX                         VALUE  HIGH-VALUE.
           05  FIN-CONTRIBUABLES        PIC  X(01) VALUE  SPACE.
               88  FF-CTB                          VALUE  HIGH-VALUE.
           05  FIN-SOLDES               PIC  X(01) VALUE  SPACE.
               88  FF-SOL                          VALUE  HIGH-VALUE.
           05  FIN-TRI                  PIC  X(01) VALUE  SPACE.
               88  FF-TRI                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-CATASTROPHES   PIC X(02) VALUE SPACE.
               88  STATUT-CATASTROPHES-ABSENT     VALUE "35".
           05  WS-STATUT-FLUX           PIC X(02) VALUE SPACE.
               88  STATUT-FLUX-ABSENT             VALUE "35".
           05  WS-STATUT-SINISTRES      PIC X(02) VALUE SPACE.
               88  STATUT-SINISTRES-ABSENT        VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".

       1   MAJ-WORKING-MANAGER.
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-NOUVELLES            PIC 9(6) VALUE 0.
           05  CPT-CORRIGEES            PIC 9(6) VALUE 0.
           05  CPT-ANNULEES             PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.

       1   COUVERTURE-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  CPT-COUVERTS-RESIDENCE   PIC 9(6) VALUE 0.
           05  CPT-COUVERTS-LOCAL       PIC 9(6) VALUE 0.
           05  CONTRIBUABLE-COUVERT     PIC 9(1) VALUE 0.
               88  CONTRIBUABLE-EST-COUVERT       VALUE 1.
               88  CONTRIBUABLE-HORS-MESURE       VALUE 0.
           05  MONTANT-REMISE           PIC 9(6)V99 VALUE 0.
           05  CPT-REMISES              PIC 9(6) VALUE 0.
           05  TOTAL-REMISES            PIC 9(10)V99 VALUE 0.
           05  RESTE-A-VENTILER         PIC 9(7)V99 VALUE 0.

       1   EDITION-WORKING-MANAGER.
           05  INSEE-COURANT            PIC 9(5) VALUE 0.
           05  NUMERO-COURANT           PIC 9(13) VALUE 0.
           05  CPT-LIGNES-COMMUNE       PIC 9(6) VALUE 0.
           05  CPT-CONTRIB-COMMUNE      PIC 9(6) VALUE 0.
           05  RESTANT-COMMUNE          PIC 9(9)V99 VALUE 0.
           05  REMISE-COMMUNE           PIC 9(8)V99 VALUE 0.
           05  CPT-CONTRIB-TOTAL        PIC 9(6) VALUE 0.
           05  RESTANT-TOTAL            PIC 9(9)V99 VALUE 0.
           05  REMISE-TOTAL             PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM OUVRIR-MASTER
           PERFORM APPLIQUER-TRANSACTIONS

      *    Index des couverts reconstruit de zero : une commune
      *    annulee ou corrigee ne laisse pas de couverture perimee
           OPEN OUTPUT F-SINISTRES
           CLOSE F-SINISTRES
           OPEN I-O F-SINISTRES

           PERFORM COUVRIR-RESIDENTS

           OPEN OUTPUT FS
           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA

           OPEN I-O F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-CATASTROPHES : 7-soldes.idx introuvable,"
                       " couverture par la residence seule, aucun"
                       " montant"
           ELSE
               SORT TRI
                   ON ASCENDING KEY T-Code-Insee T-Numero-Fiscal
                                    T-Annee
                   INPUT PROCEDURE PARCOURIR-SOLDES
                   OUTPUT PROCEDURE EDITER-COMMUNES
               CLOSE F-SOLDES
           END-IF

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-CONTRIB-TOTAL TO FIN-Nb
           MOVE RESTANT-TOTAL TO FIN-Restant
           MOVE REMISE-TOTAL TO FIN-Remise
           MOVE ARTICLE-FIN TO FS-DATA
           WRITE FS-DATA
           CLOSE FS

           CLOSE F-CATASTROPHES F-SINISTRES

           DISPLAY "7-CATASTROPHES : " CPT-TRAITEES
                   " transaction(s), " CPT-NOUVELLES
                   " commune(s) ajoutee(s), " CPT-CORRIGEES
                   " corrigee(s), " CPT-ANNULEES " annulee(s), "
                   CPT-REJETEES " rejetee(s)"
           DISPLAY "7-CATASTROPHES : " CPT-COUVERTS-RESIDENCE
                   " contribuable(s) couvert(s) par la residence, "
                   CPT-COUVERTS-LOCAL " par un local, "
                   CPT-REMISES " remise(s) de penalites (total "
                   TOTAL-REMISES ")"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT F-CATASTROPHES
           IF STATUT-CATASTROPHES-ABSENT THEN
               CLOSE F-CATASTROPHES
               OPEN OUTPUT F-CATASTROPHES
               CLOSE F-CATASTROPHES
           ELSE
               CLOSE F-CATASTROPHES
           END-IF

           OPEN I-O F-CATASTROPHES
           .

      ******************************************************************
      *        MISE A JOUR DU MASTER DES COMMUNES SINISTREES

       APPLIQUER-TRANSACTIONS.

           OPEN INPUT F-CATASTROPHES-MAJ
           IF STATUT-FLUX-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT F-COMMUNES
           IF STATUT-COMMUNES-ABSENT THEN
               DISPLAY "7-CATASTROPHES : 5-communes.idx introuvable,"
                       " communes non controlees"
           END-IF

           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF-FLUX
               READ F-CATASTROPHES-MAJ
                   AT END
                       SET FF-FLUX TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-TRAITEES
                       PERFORM TRAITER-UNE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE F-CATASTROPHES-MAJ C-REJETS
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF
           .

       TRAITER-UNE-TRANSACTION.

           IF CM-Action-Annulation THEN
               MOVE CM-Code-Insee TO CAT-Code-Insee
               DELETE F-CATASTROPHES
                   INVALID KEY
                       MOVE "commune absente du master" TO CR-Motif
                       PERFORM ECRIRE-REJET
                   NOT INVALID KEY
                       ADD 1 TO CPT-ANNULEES
               END-DELETE
               EXIT PARAGRAPH
           END-IF

           IF NOT CM-Action-Creation THEN
               MOVE "action inconnue" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF CM-Date-Debut NOT NUMERIC OR CM-Date-Fin NOT NUMERIC
              OR CM-Date-Debut = 0
              OR CM-Date-Fin < CM-Date-Debut THEN
               MOVE "periode d'effet invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF CM-Jours-Report NOT NUMERIC THEN
               MOVE 0 TO CM-Jours-Report
           END-IF

           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE CM-Code-Insee TO COM-Code-Insee
               READ F-COMMUNES
                   INVALID KEY
                       MOVE "commune inconnue du master" TO CR-Motif
                       PERFORM ECRIRE-REJET
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           MOVE CM-Code-Insee TO CAT-Code-Insee
           READ F-CATASTROPHES
               INVALID KEY
                   PERFORM GARNIR-MESURE
                   WRITE CAT-ENREG
                   ADD 1 TO CPT-NOUVELLES
               NOT INVALID KEY
                   PERFORM GARNIR-MESURE
                   REWRITE CAT-ENREG
                   ADD 1 TO CPT-CORRIGEES
           END-READ
           .

       GARNIR-MESURE.

           MOVE CM-Code-Insee TO CAT-Code-Insee
           MOVE CM-Reference TO CAT-Reference
           MOVE CM-Libelle TO CAT-Libelle
           MOVE CM-Date-Debut TO CAT-Date-Debut
           MOVE CM-Date-Fin TO CAT-Date-Fin
           MOVE CM-Jours-Report TO CAT-Jours-Report
           MOVE CM-Gel-Relances TO CAT-Gel-Relances
           MOVE CM-Remise-Penalites TO CAT-Remise-Penalites
           MOVE CM-Report-Prelevements TO CAT-Report-Prelevements
           .

       ECRIRE-REJET.

           MOVE CM-Code-Insee TO CR-Code-Insee
           MOVE CM-Reference TO CR-Reference
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

      ******************************************************************
      *        COUVERTURE PAR LA RESIDENCE (MASTER DES CONTRIBUABLES)

       COUVRIR-RESIDENTS.

           OPEN INPUT F-CONTRIBUABLES
           IF STATUT-CONTRIBUABLES-ABSENT THEN
               DISPLAY "7-CATASTROPHES : 5-contribuables.idx"
                       " introuvable, couverture par le livre seul"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO C-Numero-Fiscal
           START F-CONTRIBUABLES KEY NOT < C-Numero-Fiscal
               INVALID KEY
                   SET FF-CTB TO TRUE
           END-START

           PERFORM UNTIL FF-CTB
               READ F-CONTRIBUABLES NEXT RECORD
                   AT END
                       SET FF-CTB TO TRUE
                   NOT AT END
                       MOVE C-Code-Insee TO CAT-Code-Insee
                       READ F-CATASTROPHES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE C-Numero-Fiscal
                                   TO SIN-Numero-Fiscal
                               MOVE "R" TO SIN-Origine
                               PERFORM ECRIRE-COUVERTURE
                               ADD 1 TO CPT-COUVERTS-RESIDENCE
                       END-READ
               END-READ
           END-PERFORM

           CLOSE F-CONTRIBUABLES
           .

      *    Les mesures de la commune sont recopiees sur le couvert
       ECRIRE-COUVERTURE.

           MOVE CAT-Code-Insee TO SIN-Code-Insee
           MOVE CAT-Reference TO SIN-Reference
           MOVE CAT-Date-Debut TO SIN-Date-Debut
           MOVE CAT-Date-Fin TO SIN-Date-Fin
           MOVE CAT-Jours-Report TO SIN-Jours-Report
           MOVE CAT-Gel-Relances TO SIN-Gel-Relances
           MOVE CAT-Remise-Penalites TO SIN-Remise-Penalites
           MOVE CAT-Report-Prelevements TO SIN-Report-Prelevements

           WRITE SIN-ENREG
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

      ******************************************************************
      *        COUVERTURE PAR LE LOCAL (COMMUNE D'IMPOSITION AU LIVRE),
      *        REMISE DES PENALITES ET ALIMENTATION DU LISTING

       PARCOURIR-SOLDES.

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
                       PERFORM EXAMINER-UN-SOLDE
               END-READ
           END-PERFORM
           .

       EXAMINER-UN-SOLDE.

           SET CONTRIBUABLE-HORS-MESURE TO TRUE

           MOVE SOL-Numero-Fiscal TO SIN-Numero-Fiscal
           READ F-SINISTRES
               INVALID KEY
                   MOVE SOL-Code-Insee TO CAT-Code-Insee
                   READ F-CATASTROPHES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SOL-Numero-Fiscal
                               TO SIN-Numero-Fiscal
                           MOVE "L" TO SIN-Origine
                           PERFORM ECRIRE-COUVERTURE
                           ADD 1 TO CPT-COUVERTS-LOCAL
                           SET CONTRIBUABLE-EST-COUVERT TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET CONTRIBUABLE-EST-COUVERT TO TRUE
           END-READ

      *    Seules les mesures en vigueur ce jour sont appliquees et
      *    listees
           IF CONTRIBUABLE-HORS-MESURE
              OR DATE-DU-JOUR < SIN-Date-Debut
              OR DATE-DU-JOUR > SIN-Date-Fin THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MONTANT-REMISE
           IF SIN-Avec-Remise THEN
               PERFORM REMETTRE-PENALITES
           END-IF

           IF SOL-Restant = 0 AND MONTANT-REMISE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SIN-Code-Insee TO T-Code-Insee
           MOVE SOL-Numero-Fiscal TO T-Numero-Fiscal
           MOVE SOL-Annee TO T-Annee
           MOVE SOL-Nom TO T-Nom
           MOVE SIN-Origine TO T-Origine
           MOVE SOL-Restant TO T-Restant
           MOVE MONTANT-REMISE TO T-Remise
           RELEASE T-DATA
           .

      *    La majoration de retard et les interets de 7-PENALITES
      *    inscrits et non payes sont remis : la part imposee est
      *    ramenee a la part payee et le restant recalcule
       REMETTRE-PENALITES.

           COMPUTE MONTANT-REMISE =
                   SOL-Majoration-Retard-Imposee
                   - SOL-Majoration-Retard-Payee
                   + SOL-Interets-Imposes - SOL-Interets-Payes

           IF MONTANT-REMISE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           SUBTRACT MONTANT-REMISE FROM SOL-Impose
           MOVE SOL-Majoration-Retard-Payee
               TO SOL-Majoration-Retard-Imposee
           MOVE SOL-Interets-Payes TO SOL-Interets-Imposes
           PERFORM RECALCULER-RESTANT-SOLDE
           REWRITE SOL-ENREG

           ADD 1 TO CPT-REMISES
           ADD MONTANT-REMISE TO TOTAL-REMISES
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

      ******************************************************************
      *        EDITION PAR COMMUNE (RUPTURE SUR LE CODE INSEE, SUR LE
      *        MODELE DE 7-ROLE-CFE)

       EDITER-COMMUNES.

           PERFORM UNTIL FF-TRI
               RETURN TRI
                   AT END
                       SET FF-TRI TO TRUE
                   NOT AT END
                       IF CPT-LIGNES-COMMUNE > 0
                          AND T-Code-Insee NOT = INSEE-COURANT THEN
                           PERFORM EDITER-SOUS-TOTAL-COMMUNE
                       END-IF

                       IF CPT-LIGNES-COMMUNE = 0 THEN
                           PERFORM EDITER-EN-TETE-COMMUNE
                       END-IF

                       IF T-Numero-Fiscal NOT = NUMERO-COURANT THEN
                           MOVE T-Numero-Fiscal TO NUMERO-COURANT
                           ADD 1 TO CPT-CONTRIB-COMMUNE
                       END-IF

                       ADD 1 TO CPT-LIGNES-COMMUNE
                       ADD T-Restant TO RESTANT-COMMUNE
                       ADD T-Remise TO REMISE-COMMUNE

                       MOVE T-Numero-Fiscal TO RC-Numero-Fiscal
                       MOVE T-Nom TO RC-Nom
                       MOVE T-Annee TO RC-Annee
                       MOVE T-Origine TO RC-Origine
                       MOVE T-Restant TO RC-Restant
                       MOVE T-Remise TO RC-Remise
                       MOVE ARTICLE-INDIV TO FS-DATA
                       WRITE FS-DATA
               END-RETURN
           END-PERFORM

           IF CPT-LIGNES-COMMUNE > 0 THEN
               PERFORM EDITER-SOUS-TOTAL-COMMUNE
           END-IF
           .

       EDITER-EN-TETE-COMMUNE.

           MOVE T-Code-Insee TO INSEE-COURANT
           MOVE 0 TO NUMERO-COURANT

           MOVE T-Code-Insee TO CAT-Code-Insee
           READ F-CATASTROPHES
               INVALID KEY
                   INITIALIZE CAT-ENREG
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE T-Code-Insee TO RC-Code-Insee
           MOVE CAT-Reference TO RC-Reference
           MOVE CAT-Libelle TO RC-Libelle
           MOVE ARTICLE-COMMUNE TO FS-DATA
           WRITE FS-DATA

           MOVE CAT-Date-Debut TO RC-Date-Debut
           MOVE CAT-Date-Fin TO RC-Date-Fin
           MOVE CAT-Jours-Report TO RC-Jours-Report
           MOVE CAT-Gel-Relances TO RC-Mes-Gel
           MOVE CAT-Remise-Penalites TO RC-Mes-Remise
           MOVE CAT-Report-Prelevements TO RC-Mes-Prelevements
           MOVE ARTICLE-PERIODE TO FS-DATA
           WRITE FS-DATA

           MOVE ARTICLE-ENTETE TO FS-DATA
           WRITE FS-DATA
           .

       EDITER-SOUS-TOTAL-COMMUNE.

           MOVE CPT-CONTRIB-COMMUNE TO ST-Nb
           MOVE RESTANT-COMMUNE TO ST-Restant
           MOVE REMISE-COMMUNE TO ST-Remise
           MOVE ARTICLE-SOUS-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-VIDE TO FS-DATA
           WRITE FS-DATA

           ADD CPT-CONTRIB-COMMUNE TO CPT-CONTRIB-TOTAL
           ADD RESTANT-COMMUNE TO RESTANT-TOTAL
           ADD REMISE-COMMUNE TO REMISE-TOTAL

           MOVE 0 TO CPT-LIGNES-COMMUNE
           MOVE 0 TO CPT-CONTRIB-COMMUNE
           MOVE 0 TO RESTANT-COMMUNE
           MOVE 0 TO REMISE-COMMUNE
           .

       FIN-PGM.
           STOP RUN.
