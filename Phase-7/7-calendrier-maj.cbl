      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: tenue du calendrier de campagne (7-calendrier.idx,
      *          cle date + code evenement) a partir du fichier de
      *          collecte 7-calendrier-maj.dat, sur le modele de
      *          7-MANDATS-MAJ. Le calendrier porte les evenements
      *          de la campagne de recouvrement (RO emission du role,
      *          EC echeance, RL relance, PM prelevement mensuel, DZ
      *          versement des douziemes) et les jours fermes (JF
      *          jour ferie, FB fermeture bancaire). Un ajout (A)
      *          cree ou remplace l'evenement du jour, une
      *          suppression (S) le retire. 7-PLANIFICATION lit ce
      *          calendrier chaque jour pour arreter les traitements
      *          a lancer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-CALENDRIER-MAJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CALENDRIER-MAJ ASSIGN TO "7-calendrier-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MAJ.

           SELECT C-CALENDRIER ASSIGN TO "7-calendrier.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAL-Cle
                   FILE STATUS IS WS-STATUT-IDX.

      *    Transactions rejetees (date invalide, evenement inconnu)
           SELECT C-REJETS ASSIGN TO "7-calendrier-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CALENDRIER-MAJ.
       01  FC-DATA.
           05 FC-Code          PIC X(1).
               88 FC-Code-Ajout       VALUE "A".
               88 FC-Code-Suppression VALUE "S".
           05 FC-Date          PIC 9(8).
           05 FC-Evenement     PIC X(2).
           05 FC-Libelle       PIC X(40).

      *    Evenement de campagne ou jour ferme
       FD  C-CALENDRIER.
       01  C-CAL-ENREG.
           05 CAL-Cle.
               10 CAL-Date      PIC 9(8).
               10 CAL-Evenement PIC X(2).
                   88 CAL-Emission-Role    VALUE "RO".
                   88 CAL-Echeance         VALUE "EC".
                   88 CAL-Relance          VALUE "RL".
                   88 CAL-Prelevement      VALUE "PM".
                   88 CAL-Douziemes        VALUE "DZ".
                   88 CAL-Jour-Ferie       VALUE "JF".
                   88 CAL-Fermeture-Banque VALUE "FB".
                   88 CAL-Evenement-Connu  VALUE "RO" "EC" "RL"
                                                 "PM" "DZ" "JF"
                                                 "FB".
           05 CAL-Libelle       PIC X(40).
           05 CAL-Date-Maj      PIC 9(8).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Code           PIC X(1).
           05 CR-Date           PIC 9(8).
           05 CR-Evenement      PIC X(2).
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-MAJ            PIC X(02) VALUE SPACE.
               88  STATUT-MAJ-ABSENT              VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-AJOUTS               PIC 9(6) VALUE 0.
           05  CPT-SUPPRESSIONS         PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM OUVRIR-MASTER

           OPEN INPUT F-CALENDRIER-MAJ
           IF STATUT-MAJ-ABSENT THEN
               DISPLAY "7-CALENDRIER-MAJ : 7-calendrier-maj.dat"
                       " introuvable, aucune transaction"
               CLOSE C-CALENDRIER
               PERFORM FIN-PGM
           END-IF

           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-CALENDRIER-MAJ
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-TRAITEES
                       PERFORM APPLIQUER-UNE-TRANSACTION
               END-READ
           END-PERFORM

           DISPLAY "7-CALENDRIER-MAJ : " CPT-TRAITEES " traites, "
                   CPT-AJOUTS " ajout(s), " CPT-SUPPRESSIONS
                   " suppression(s), " CPT-REJETEES " rejete(s)"

           CLOSE F-CALENDRIER-MAJ C-CALENDRIER C-REJETS

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT C-CALENDRIER
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-CALENDRIER
               OPEN OUTPUT C-CALENDRIER
               CLOSE C-CALENDRIER
           ELSE
               CLOSE C-CALENDRIER
           END-IF

           OPEN I-O C-CALENDRIER
           .

      ******************************************************************
      *        AJOUT OU SUPPRESSION D'UN EVENEMENT

       APPLIQUER-UNE-TRANSACTION.

           IF FUNCTION TEST-DATE-YYYYMMDD(FC-Date) NOT = 0 THEN
               MOVE "date invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE FC-Date TO CAL-Date
           MOVE FC-Evenement TO CAL-Evenement
           IF NOT CAL-Evenement-Connu THEN
               MOVE "code evenement inconnu" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN FC-Code-Ajout
                   PERFORM AJOUTER-UN-EVENEMENT
               WHEN FC-Code-Suppression
                   PERFORM SUPPRIMER-UN-EVENEMENT
               WHEN OTHER
                   MOVE "code de transaction inconnu" TO CR-Motif
                   PERFORM ECRIRE-REJET
           END-EVALUATE
           .

      *    Un ajout sur un evenement deja inscrit en remplace le
      *    libelle : la collecte peut renvoyer un calendrier complet
       AJOUTER-UN-EVENEMENT.

           MOVE FC-Libelle TO CAL-Libelle
           MOVE DATE-DU-JOUR TO CAL-Date-Maj
           WRITE C-CAL-ENREG
               INVALID KEY
                   REWRITE C-CAL-ENREG
           END-WRITE
           ADD 1 TO CPT-AJOUTS
           .

       SUPPRIMER-UN-EVENEMENT.

           READ C-CALENDRIER
               INVALID KEY
                   MOVE "suppression d'un evenement absent"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   DELETE C-CALENDRIER
                   ADD 1 TO CPT-SUPPRESSIONS
           END-READ
           .

       ECRIRE-REJET.

           MOVE FC-Code TO CR-Code
           MOVE FC-Date TO CR-Date
           MOVE FC-Evenement TO CR-Evenement
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

       FIN-PGM.
           STOP RUN.
