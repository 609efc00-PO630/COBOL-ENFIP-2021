      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: revue mensuelle des acces aux dossiers restreints :
      *          pour la periode AAAAMM de 0-acces-revue.param (mois
      *          en cours si le parametre est absent), toutes les
      *          consultations tracees dans 9-acces-restreints.dat
      *          (5-CONSULTATION, 7-DOSSIER-CONTRIBUABLE) sont
      *          classees par operateur puis date et heure et editees
      *          dans 7-acces-revue.txt, avec rupture et sous-total
      *          par operateur. Chaque ligne est confrontee a la liste
      *          actuelle des autorises du dossier (5-restreints.idx) :
      *          un operateur qui n'y figure ni par son identifiant ni
      *          par son profil est signale HORS LISTE, une tentative
      *          refusee est signalee REFUS, une restriction levee
      *          depuis est signalee LEVEE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-ACCES-REVUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-PARAM ASSIGN TO "0-acces-revue.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-ACCES ASSIGN TO "9-acces-restreints.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ACCES.

           SELECT F-RESTREINTS ASSIGN TO "5-restreints.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RST-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-RESTREINTS.

           SELECT FS ASSIGN TO "7-acces-revue.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Classement des consultations par operateur, date, heure
           SELECT TRI-ACCES ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Periode PIC 9(6).

      *    Meme disposition que ACR-ENREG dans 5-consultation.cbl
       FD  F-ACCES.
       01  ACR-ENREG.
           05 ACR-Date           PIC 9(8).
           05 ACR-Date-R REDEFINES ACR-Date.
               10 ACR-Periode        PIC 9(6).
               10 ACR-Jour           PIC 9(2).
           05 ACR-Heure          PIC 9(6).
           05 ACR-Operateur      PIC X(8).
           05 ACR-Profil         PIC X(8).
           05 ACR-Programme      PIC X(24).
           05 ACR-Numero-Fiscal  PIC 9(13).
           05 ACR-Decision       PIC X(1).

      *    Meme disposition que RST-ENREG dans 4-restreints-maj.cbl
       FD  F-RESTREINTS.
       01  RST-ENREG.
           05 RST-Numero-Fiscal  PIC 9(13).
           05 RST-Categorie      PIC X(1).
           05 RST-Motif          PIC X(40).
           05 RST-Date-Pose      PIC 9(8).
           05 RST-Operateur-Pose PIC X(8).
           05 RST-Nb-Autorises   PIC 9(2).
           05 RST-Autorise OCCURS 10 TIMES.
               10 RST-Aut-Type       PIC X(1).
               10 RST-Aut-Code       PIC X(8).

       FD  FS.
       01  FS-DATA PIC X(110).

       SD  TRI-ACCES.
       01  TA-DATA.
           05 TA-Operateur      PIC X(8).
           05 TA-Date           PIC 9(8).
           05 TA-Heure          PIC 9(6).
           05 TA-Profil         PIC X(8).
           05 TA-Programme      PIC X(24).
           05 TA-Numero-Fiscal  PIC 9(13).
           05 TA-Decision       PIC X(1).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-RV-TITRE.
               10 FILLER PIC X(44)
                  VALUE 'REVUE DES ACCES AUX DOSSIERS RESTREINTS - '.
               10 RV-Periode PIC 9(6).

           05 ARTICLE-RV-LIGNE PIC X(100) VALUE ALL '-'.

           05 ARTICLE-RV-OPERATEUR.
               10 FILLER PIC X(12) VALUE 'Operateur : '.
               10 RV-Operateur PIC X(8).

           05 ARTICLE-RV-ENTETE.
               10 FILLER PIC X(4) VALUE SPACE.
               10 FILLER PIC X(10) VALUE 'Date'.
               10 FILLER PIC X(8) VALUE 'Heure'.
               10 FILLER PIC X(15) VALUE 'Contrib.'.
               10 FILLER PIC X(10) VALUE 'Profil'.
               10 FILLER PIC X(24) VALUE 'Programme'.
               10 FILLER PIC X(10) VALUE 'Signal'.

           05 ARTICLE-RV-INDIV.
               10 FILLER PIC X(4) VALUE SPACE.
               10 RV-Date PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RV-Heure PIC 9(6).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RV-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RV-Profil PIC X(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RV-Programme PIC X(22).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RV-Signal PIC X(26).

           05 ARTICLE-RV-SOUS-TOTAL.
               10 FILLER PIC X(4) VALUE SPACE.
               10 FILLER PIC X(14) VALUE 'Consultations'.
               10 FILLER PIC X VALUE ':'.
               10 RV-St-Acces PIC ZZZZ9.
               10 FILLER PIC X(10) VALUE ', refus'.
               10 FILLER PIC X VALUE ':'.
               10 RV-St-Refus PIC ZZZZ9.
               10 FILLER PIC X(14) VALUE ', hors liste'.
               10 FILLER PIC X VALUE ':'.
               10 RV-St-Hors-Liste PIC ZZZZ9.

           05 ARTICLE-RV-TOTAL.
               10 FILLER PIC X(12) VALUE 'Operateurs'.
               10 FILLER PIC X VALUE ':'.
               10 RV-Total-Operateurs PIC ZZZ9.
               10 FILLER PIC X(16) VALUE ', consultations'.
               10 FILLER PIC X VALUE ':'.
               10 RV-Total-Acces PIC ZZZZZ9.
               10 FILLER PIC X(10) VALUE ', refus'.
               10 FILLER PIC X VALUE ':'.
               10 RV-Total-Refus PIC ZZZZZ9.
               10 FILLER PIC X(14) VALUE ', hors liste'.
               10 FILLER PIC X VALUE ':'.
               10 RV-Total-Hors-Liste PIC ZZZZZ9.

           05 ARTICLE-RV-VIDE PIC X(60)
              VALUE '    (aucune consultation de dossier restreint)'.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ACCES                PIC  X(01) VALUE  SPACE.
               88  FF-ACR                          VALUE  HIGH-VALUE.
           05  FIN-TRI-ACCES            PIC  X(01) VALUE  SPACE.
               88  FF-TRI-ACCES                    VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-ACCES          PIC X(02) VALUE SPACE.
               88  STATUT-ACCES-ABSENT            VALUE "35".
           05  WS-STATUT-RESTREINTS     PIC X(02) VALUE SPACE.
               88  STATUT-RESTREINTS-ABSENT       VALUE "35".

       1   REVUE-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  PERIODE-REVUE            PIC 9(6) VALUE 0.
           05  OPERATEUR-EN-COURS       PIC X(8) VALUE SPACE.
           05  IDX-AUTORISE             PIC 9(2) VALUE 0.
           05  ACCES-DANS-LISTE         PIC 9(1) VALUE 0.
               88  ACCES-EST-DANS-LISTE           VALUE 1.
               88  ACCES-HORS-LISTE               VALUE 0.
           05  RESTRICTION-EN-VIGUEUR   PIC 9(1) VALUE 0.
               88  RESTRICTION-EST-EN-VIGUEUR     VALUE 1.
               88  RESTRICTION-EST-LEVEE          VALUE 0.
           05  CPT-OPERATEURS           PIC 9(4) VALUE 0.
           05  CPT-ACCES                PIC 9(6) VALUE 0.
           05  CPT-REFUS                PIC 9(6) VALUE 0.
           05  CPT-HORS-LISTE           PIC 9(6) VALUE 0.
           05  ST-ACCES                 PIC 9(5) VALUE 0.
           05  ST-REFUS                 PIC 9(5) VALUE 0.
           05  ST-HORS-LISTE            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-PERIODE

           OPEN INPUT F-RESTREINTS

           OPEN OUTPUT FS
           MOVE PERIODE-REVUE TO RV-Periode
           MOVE ARTICLE-RV-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RV-LIGNE TO FS-DATA
           WRITE FS-DATA

           SORT TRI-ACCES
               ON ASCENDING KEY TA-Operateur TA-Date TA-Heure
               INPUT PROCEDURE PARCOURIR-ACCES
               OUTPUT PROCEDURE EDITER-REVUE

           IF CPT-ACCES = 0 THEN
               MOVE ARTICLE-RV-VIDE TO FS-DATA
               WRITE FS-DATA
           END-IF

           MOVE ARTICLE-RV-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-OPERATEURS TO RV-Total-Operateurs
           MOVE CPT-ACCES TO RV-Total-Acces
           MOVE CPT-REFUS TO RV-Total-Refus
           MOVE CPT-HORS-LISTE TO RV-Total-Hors-Liste
           MOVE ARTICLE-RV-TOTAL TO FS-DATA
           WRITE FS-DATA

           CLOSE FS
           IF NOT STATUT-RESTREINTS-ABSENT THEN
               CLOSE F-RESTREINTS
           END-IF

           DISPLAY "7-ACCES-REVUE : periode " PERIODE-REVUE ", "
                   CPT-ACCES " consultation(s), " CPT-REFUS
                   " refus, " CPT-HORS-LISTE " hors liste"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PERIODE REVUE : PARAMETRE, A DEFAUT LE MOIS EN COURS

       LIRE-PERIODE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE PERIODE-REVUE = DATE-DU-JOUR / 100

           OPEN INPUT F-PARAM
           IF STATUT-PARAM-ABSENT THEN
               CLOSE F-PARAM
               EXIT PARAGRAPH
           END-IF
           READ F-PARAM
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-Periode NUMERIC
                      AND PRM-Periode > 0 THEN
                       MOVE PRM-Periode TO PERIODE-REVUE
                   END-IF
           END-READ
           CLOSE F-PARAM
           .

      ******************************************************************
      *        CONSULTATIONS DE LA PERIODE, CLASSEES PAR OPERATEUR

       PARCOURIR-ACCES.

           OPEN INPUT F-ACCES
           IF STATUT-ACCES-ABSENT THEN
               CLOSE F-ACCES
               DISPLAY "7-ACCES-REVUE : 9-acces-restreints.dat"
                       " introuvable, aucune consultation tracee"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-ACR
               READ F-ACCES
                   AT END
                       SET FF-ACR TO TRUE
                   NOT AT END
                       IF ACR-Periode = PERIODE-REVUE THEN
                           MOVE ACR-Operateur TO TA-Operateur
                           MOVE ACR-Date TO TA-Date
                           MOVE ACR-Heure TO TA-Heure
                           MOVE ACR-Profil TO TA-Profil
                           MOVE ACR-Programme TO TA-Programme
                           MOVE ACR-Numero-Fiscal TO TA-Numero-Fiscal
                           MOVE ACR-Decision TO TA-Decision
                           RELEASE TA-DATA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-ACCES
           .

       EDITER-REVUE.

           PERFORM UNTIL FF-TRI-ACCES
               RETURN TRI-ACCES
                   AT END
                       SET FF-TRI-ACCES TO TRUE
                   NOT AT END
                       IF TA-Operateur NOT = OPERATEUR-EN-COURS
                          OR CPT-ACCES = 0 THEN
                           PERFORM CHANGER-OPERATEUR
                       END-IF
                       PERFORM EDITER-UN-ACCES
               END-RETURN
           END-PERFORM

           IF CPT-ACCES > 0 THEN
               PERFORM EDITER-SOUS-TOTAL
           END-IF
           .

       CHANGER-OPERATEUR.

           IF CPT-ACCES > 0 THEN
               PERFORM EDITER-SOUS-TOTAL
           END-IF

           MOVE TA-Operateur TO OPERATEUR-EN-COURS
           ADD 1 TO CPT-OPERATEURS
           MOVE 0 TO ST-ACCES
           MOVE 0 TO ST-REFUS
           MOVE 0 TO ST-HORS-LISTE

           MOVE TA-Operateur TO RV-Operateur
           MOVE ARTICLE-RV-OPERATEUR TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RV-ENTETE TO FS-DATA
           WRITE FS-DATA
           .

       EDITER-SOUS-TOTAL.

           MOVE ST-ACCES TO RV-St-Acces
           MOVE ST-REFUS TO RV-St-Refus
           MOVE ST-HORS-LISTE TO RV-St-Hors-Liste
           MOVE ARTICLE-RV-SOUS-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           .

      *    Confrontation a la liste actuelle des autorises : identifiant
      *    de l'operateur (O) ou profil trace lors de l'acces (P)
       EDITER-UN-ACCES.

           PERFORM CONTROLER-LISTE

           MOVE TA-Date TO RV-Date
           MOVE TA-Heure TO RV-Heure
           MOVE TA-Numero-Fiscal TO RV-Numero-Fiscal
           MOVE TA-Profil TO RV-Profil
           MOVE TA-Programme TO RV-Programme

           IF TA-Decision = "R" THEN
               ADD 1 TO ST-REFUS
               ADD 1 TO CPT-REFUS
           END-IF
           IF RESTRICTION-EST-EN-VIGUEUR AND ACCES-HORS-LISTE THEN
               ADD 1 TO ST-HORS-LISTE
               ADD 1 TO CPT-HORS-LISTE
           END-IF

           EVALUATE TRUE
               WHEN RESTRICTION-EST-LEVEE AND TA-Decision = "R"
                   MOVE "REFUS LEVEE" TO RV-Signal
               WHEN RESTRICTION-EST-LEVEE
                   MOVE "LEVEE" TO RV-Signal
               WHEN ACCES-HORS-LISTE AND TA-Decision = "R"
                   MOVE "REFUS HORS LISTE" TO RV-Signal
               WHEN ACCES-HORS-LISTE
                   MOVE "HORS LISTE" TO RV-Signal
               WHEN TA-Decision = "R"
                   MOVE "REFUS" TO RV-Signal
               WHEN OTHER
                   MOVE SPACE TO RV-Signal
           END-EVALUATE

           MOVE ARTICLE-RV-INDIV TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO ST-ACCES
           ADD 1 TO CPT-ACCES
           .

       CONTROLER-LISTE.

           SET ACCES-HORS-LISTE TO TRUE
           SET RESTRICTION-EST-LEVEE TO TRUE

           IF STATUT-RESTREINTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE TA-Numero-Fiscal TO RST-Numero-Fiscal
           READ F-RESTREINTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           SET RESTRICTION-EST-EN-VIGUEUR TO TRUE
           MOVE 1 TO IDX-AUTORISE
           PERFORM UNTIL IDX-AUTORISE > RST-Nb-Autorises
                      OR IDX-AUTORISE > 10
               IF RST-Aut-Type(IDX-AUTORISE) = "O"
                  AND RST-Aut-Code(IDX-AUTORISE) = TA-Operateur THEN
                   SET ACCES-EST-DANS-LISTE TO TRUE
               END-IF
               IF RST-Aut-Type(IDX-AUTORISE) = "P"
                  AND TA-Profil NOT = SPACE
                  AND RST-Aut-Code(IDX-AUTORISE) = TA-Profil THEN
                   SET ACCES-EST-DANS-LISTE TO TRUE
               END-IF
               ADD 1 TO IDX-AUTORISE
           END-PERFORM
           .

       FIN-PGM.
           STOP RUN.
