      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: rapprochement de l'accuse de l'imprimeur
      *          (7-editique-accuses.dat, un enregistrement par pli
      *          poste ou mis au rebut) avec les plis emis par
      *          7-EDITIQUE (7-editique-plis.idx). Le pli accuse passe
      *          au statut P (poste) ou R (rebut) avec la date de
      *          l'accuse ; un pli inconnu, deja accuse, ou dont le
      *          nombre de documents ou de feuilles differe de
      *          l'emission est signale en anomalie et laisse en
      *          l'etat. Les documents de 7-editique-documents.dat dont
      *          le pli n'est pas poste (pas encore accuse, ou rebut)
      *          sont ensuite listes, pour relance de l'impression.
      *          Edition : 7-editique-rapprochement.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-EDITIQUE-ACCUSES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ACCUSES ASSIGN TO "7-editique-accuses.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ACCUSES.

           SELECT C-PLIS ASSIGN TO "7-editique-plis.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PLI-Cle
                   FILE STATUS IS WS-STATUT-PLIS.

           SELECT F-DOCUMENTS ASSIGN TO "7-editique-documents.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DOCUMENTS.

           SELECT FS ASSIGN TO "7-editique-rapprochement.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Accuse de l'imprimeur : P = pli poste, R = pli au rebut
       FD  F-ACCUSES.
       01  ACC-ENREG.
           05 ACC-Passage       PIC 9(14).
           05 ACC-Pli           PIC 9(6).
           05 ACC-Nb-Documents  PIC 9(4).
           05 ACC-Nb-Feuilles   PIC 9(4).
           05 ACC-Statut        PIC X(1).
               88 ACC-Poste         VALUE "P".
               88 ACC-Rebut         VALUE "R".
           05 ACC-Date          PIC 9(8).

      *    Meme disposition que PLI-ENREG dans 7-editique.cbl
       FD  C-PLIS.
       01  PLI-ENREG.
           05 PLI-Cle.
               10 PLI-Passage      PIC 9(14).
               10 PLI-Numero       PIC 9(6).
           05 PLI-Nature         PIC X(1).
           05 PLI-Destinataire   PIC 9(13).
           05 PLI-Code-Postal    PIC X(5).
           05 PLI-Nb-Documents   PIC 9(4).
           05 PLI-Nb-Feuilles    PIC 9(4).
           05 PLI-Statut         PIC X(1).
               88 PLI-Emis           VALUE "E".
               88 PLI-Poste          VALUE "P".
               88 PLI-Rebut          VALUE "R".
           05 PLI-Date-Accuse    PIC 9(8).

      *    Meme disposition que DOC-ENREG dans 7-editique.cbl
       FD  F-DOCUMENTS.
       01  DOC-ENREG.
           05 DOC-Passage       PIC 9(14).
           05 DOC-Pli           PIC 9(6).
           05 DOC-Type          PIC X(2).
           05 DOC-Lot           PIC 9(14).
           05 DOC-Document      PIC 9(6).
           05 DOC-Nature        PIC X(1).
           05 DOC-Destinataire  PIC 9(13).
           05 DOC-Feuilles      PIC 9(4).

       FD  FS.
       01  FS-DATA PIC X(100).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE PIC X(60)
              VALUE 'RAPPROCHEMENT DE L''ACCUSE DE L''IMPRIMEUR'.

           05 ARTICLE-LIGNE PIC X(80) VALUE ALL '-'.

           05 ARTICLE-SECTION PIC X(60).

           05 ARTICLE-ANOMALIE.
               10 FILLER PIC X(8) VALUE 'Passage '.
               10 EA-Passage PIC 9(14).
               10 FILLER PIC X(5) VALUE ' pli '.
               10 EA-Pli PIC 9(6).
               10 FILLER PIC X(3) VALUE ' : '.
               10 EA-Motif PIC X(50).

           05 ARTICLE-DOCUMENT.
               10 FILLER PIC X(8) VALUE 'Passage '.
               10 EO-Passage PIC 9(14).
               10 FILLER PIC X(5) VALUE ' pli '.
               10 EO-Pli PIC 9(6).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EO-Type PIC X(2).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EO-Lot PIC 9(14).
               10 FILLER PIC X(1) VALUE '-'.
               10 EO-Document PIC 9(6).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EO-Nature PIC X(1).
               10 EO-Destinataire PIC 9(13).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EO-Etat PIC X(12).

           05 ARTICLE-TOTAL.
               10 ET-Libelle PIC X(40).
               10 FILLER PIC X VALUE ':'.
               10 ET-Valeur PIC Z(7)9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ACCUSES             PIC  X(01) VALUE  SPACE.
               88  FF-ACC                         VALUE  HIGH-VALUE.
           05  FIN-DOCUMENTS           PIC  X(01) VALUE  SPACE.
               88  FF-DOC                         VALUE  HIGH-VALUE.
           05  WS-STATUT-ACCUSES        PIC X(02) VALUE SPACE.
               88  STATUT-ACCUSES-ABSENT          VALUE "35".
           05  WS-STATUT-PLIS           PIC X(02) VALUE SPACE.
               88  STATUT-PLIS-ABSENT             VALUE "35".
           05  WS-STATUT-DOCUMENTS      PIC X(02) VALUE SPACE.
               88  STATUT-DOCUMENTS-ABSENT        VALUE "35".

       1   RAPPROCHEMENT-WORKING-MANAGER.
           05  CPT-ACCUSES              PIC 9(8) VALUE 0.
           05  CPT-POSTES               PIC 9(8) VALUE 0.
           05  CPT-REBUTS               PIC 9(8) VALUE 0.
           05  CPT-ANOMALIES            PIC 9(8) VALUE 0.
           05  CPT-DOCUMENTS            PIC 9(8) VALUE 0.
           05  CPT-DOCUMENTS-POSTES     PIC 9(8) VALUE 0.
           05  CPT-DOCUMENTS-ATTENTE    PIC 9(8) VALUE 0.
           05  CPT-DOCUMENTS-REBUT      PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT C-PLIS
           IF STATUT-PLIS-ABSENT THEN
               DISPLAY "7-EDITIQUE-ACCUSES : 7-editique-plis.idx"
                       " introuvable, aucun pli emis"
               PERFORM FIN-PGM
           END-IF
           CLOSE C-PLIS
           OPEN I-O C-PLIS

           OPEN OUTPUT FS
           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA

           PERFORM RAPPROCHER-ACCUSES
           PERFORM LISTER-DOCUMENTS-NON-POSTES
           PERFORM ECRIRE-TOTAUX

           CLOSE C-PLIS FS

           DISPLAY "7-EDITIQUE-ACCUSES : " CPT-ACCUSES
                   " accuse(s), " CPT-POSTES " poste(s), "
                   CPT-REBUTS " rebut(s), " CPT-ANOMALIES
                   " anomalie(s), " CPT-DOCUMENTS-ATTENTE
                   " document(s) non accuse(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        MISE A JOUR DU STATUT DES PLIS ACCUSES

       RAPPROCHER-ACCUSES.

           MOVE "Anomalies de l'accuse" TO ARTICLE-SECTION
           MOVE ARTICLE-SECTION TO FS-DATA
           WRITE FS-DATA

           OPEN INPUT F-ACCUSES
           IF STATUT-ACCUSES-ABSENT THEN
               DISPLAY "7-EDITIQUE-ACCUSES : 7-editique-accuses.dat"
                       " introuvable, aucun accuse a rapprocher"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-ACC
               READ F-ACCUSES
                   AT END
                       SET FF-ACC TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-ACCUSES
                       PERFORM RAPPROCHER-UN-PLI
               END-READ
           END-PERFORM

           CLOSE F-ACCUSES
           .

       RAPPROCHER-UN-PLI.

           IF NOT ACC-Poste AND NOT ACC-Rebut THEN
               MOVE "statut d'accuse ni P ni R" TO EA-Motif
               PERFORM ECRIRE-ANOMALIE
               EXIT PARAGRAPH
           END-IF

           MOVE ACC-Passage TO PLI-Passage
           MOVE ACC-Pli TO PLI-Numero
           READ C-PLIS
               INVALID KEY
                   MOVE "pli inconnu des emissions" TO EA-Motif
                   PERFORM ECRIRE-ANOMALIE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF NOT PLI-Emis THEN
               MOVE "pli deja accuse" TO EA-Motif
               PERFORM ECRIRE-ANOMALIE
               EXIT PARAGRAPH
           END-IF

      *    Un ecart de comptage laisse le pli emis : l'imprimeur doit
      *    renvoyer un accuse conforme
           IF ACC-Nb-Documents NOT = PLI-Nb-Documents
              OR ACC-Nb-Feuilles NOT = PLI-Nb-Feuilles THEN
               MOVE "nombre de documents ou de feuilles different"
                 TO EA-Motif
               PERFORM ECRIRE-ANOMALIE
               EXIT PARAGRAPH
           END-IF

           MOVE ACC-Statut TO PLI-Statut
           MOVE ACC-Date TO PLI-Date-Accuse
           REWRITE PLI-ENREG
           IF PLI-Poste THEN
               ADD 1 TO CPT-POSTES
           ELSE
               ADD 1 TO CPT-REBUTS
           END-IF
           .

       ECRIRE-ANOMALIE.

           MOVE ACC-Passage TO EA-Passage
           MOVE ACC-Pli TO EA-Pli
           MOVE ARTICLE-ANOMALIE TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-ANOMALIES
           .

      ******************************************************************
      *        DOCUMENTS DONT LE PLI N'EST PAS POSTE

       LISTER-DOCUMENTS-NON-POSTES.

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE "Documents non postes" TO ARTICLE-SECTION
           MOVE ARTICLE-SECTION TO FS-DATA
           WRITE FS-DATA

           OPEN INPUT F-DOCUMENTS
           IF STATUT-DOCUMENTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-DOC
               READ F-DOCUMENTS
                   AT END
                       SET FF-DOC TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-DOCUMENTS
                       PERFORM CONTROLER-UN-DOCUMENT
               END-READ
           END-PERFORM

           CLOSE F-DOCUMENTS
           .

       CONTROLER-UN-DOCUMENT.

           MOVE DOC-Passage TO PLI-Passage
           MOVE DOC-Pli TO PLI-Numero
           READ C-PLIS
               INVALID KEY
                   MOVE "PLI INCONNU" TO EO-Etat
                   ADD 1 TO CPT-DOCUMENTS-ATTENTE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PLI-Poste
                           ADD 1 TO CPT-DOCUMENTS-POSTES
                           EXIT PARAGRAPH
                       WHEN PLI-Rebut
                           MOVE "REBUT" TO EO-Etat
                           ADD 1 TO CPT-DOCUMENTS-REBUT
                       WHEN OTHER
                           MOVE "NON ACCUSE" TO EO-Etat
                           ADD 1 TO CPT-DOCUMENTS-ATTENTE
                   END-EVALUATE
           END-READ

           MOVE DOC-Passage TO EO-Passage
           MOVE DOC-Pli TO EO-Pli
           MOVE DOC-Type TO EO-Type
           MOVE DOC-Lot TO EO-Lot
           MOVE DOC-Document TO EO-Document
           MOVE DOC-Nature TO EO-Nature
           MOVE DOC-Destinataire TO EO-Destinataire
           MOVE ARTICLE-DOCUMENT TO FS-DATA
           WRITE FS-DATA
           .

       ECRIRE-TOTAUX.

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE "Accuses lus" TO ET-Libelle
           MOVE CPT-ACCUSES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "Plis postes" TO ET-Libelle
           MOVE CPT-POSTES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "Plis au rebut" TO ET-Libelle
           MOVE CPT-REBUTS TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "Accuses en anomalie" TO ET-Libelle
           MOVE CPT-ANOMALIES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "Documents emis" TO ET-Libelle
           MOVE CPT-DOCUMENTS TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "dont postes" TO ET-Libelle
           MOVE CPT-DOCUMENTS-POSTES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "dont au rebut" TO ET-Libelle
           MOVE CPT-DOCUMENTS-REBUT TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "dont non accuses" TO ET-Libelle
           MOVE CPT-DOCUMENTS-ATTENTE TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           .

       FIN-PGM.
           STOP RUN.
