      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: suivi des lettres-cheques de remboursement emises
      *          par 7-REMBOURSEMENTS (master 7-cheques.idx). Les
      *          encaissements signales par la banque
      *          (7-cheques-encaisses.dat : numero, montant, date de
      *          debit) soldent le cheque correspondant (etat P) ; un
      *          cheque inconnu, deja paye, perime ou d'un autre
      *          montant est rejete (7-cheques-encaisses-rejets.dat).
      *          Un cheque emis dont la date de peremption est
      *          depassee passe a l'etat X : le credit reste du au
      *          contribuable et doit etre reemis a sa demande. L'etat
      *          7-lettres-cheques-suivi.txt liste les cheques en
      *          circulation avec le nombre de jours avant peremption,
      *          puis les cheques perimes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-LETTRES-CHEQUES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Cheques debites, transmis par la banque
           SELECT F-ENCAISSES ASSIGN TO "7-cheques-encaisses.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ENCAISSES.

           SELECT F-CHEQUES ASSIGN TO "7-cheques.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CHQ-Numero
                   FILE STATUS IS WS-STATUT-CHEQUES.

      *    Etat de suivi des cheques en circulation et perimes
           SELECT FS ASSIGN TO "7-lettres-cheques-suivi.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Encaissements qui ne correspondent a aucun cheque emis
           SELECT C-REJETS ASSIGN TO "7-cheques-encaisses-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ENCAISSES.
       01  CEN-ENREG.
           05 CEN-Numero-Cheque PIC 9(8).
           05 CEN-Montant       PIC 9(6)V99.
           05 CEN-Date          PIC 9(8).

      *    Meme disposition que CHQ-ENREG dans 7-REMBOURSEMENTS.cbl,
      *    qui alimente ce fichier
       FD  F-CHEQUES.
       01  CHQ-ENREG.
           05 CHQ-Numero        PIC 9(8).
           05 CHQ-Numero-Fiscal PIC 9(13).
           05 CHQ-Nom           PIC X(11).
           05 CHQ-Prenom        PIC X(15).
           05 CHQ-Montant       PIC 9(6)V99.
           05 CHQ-Trop-Paye     PIC 9(6)V99.
           05 CHQ-Avoir         PIC 9(6)V99.
           05 CHQ-Date-Emission PIC 9(8).
           05 CHQ-Date-Peremption PIC 9(8).
           05 CHQ-Etat          PIC X(1).
               88 CHQ-Emis           VALUE "E".
               88 CHQ-Paye           VALUE "P".
               88 CHQ-Perime         VALUE "X".
           05 CHQ-Date-Etat     PIC 9(8).
           05 CHQ-Interets      PIC 9(6)V99.

       FD  FS.
       01  FS-DATA PIC X(90).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Cheque  PIC 9(8).
           05 CR-Montant        PIC 9(6)V99.
           05 CR-Date           PIC 9(8).
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-CHQ-TITRE PIC X(60)
              VALUE 'SUIVI DES LETTRES-CHEQUES DE REMBOURSEMENT'.

           05 ARTICLE-CHQ-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-CHQ-SECTION PIC X(60).

           05 ARTICLE-CHQ-ENTETE.
               10 FILLER PIC X(10) VALUE 'Cheque'.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(28) VALUE 'Nom'.
               10 FILLER PIC X(12) VALUE 'Montant'.
               10 FILLER PIC X(10) VALUE 'Emis le'.
               10 FILLER PIC X(10) VALUE 'Perime le'.
               10 FILLER PIC X(6)  VALUE 'Jours'.

           05 ARTICLE-CHQ-INDIV.
               10 CQ-Numero PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CQ-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 CQ-Nom-Prenom PIC X(27).
               10 FILLER PIC X VALUE SPACE.
               10 CQ-Montant PIC ZZZZZ9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 CQ-Date-Emission PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CQ-Date-Peremption PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CQ-Jours PIC ZZZ9.

           05 ARTICLE-CHQ-TOTAL.
               10 FILLER PIC X(24) VALUE SPACE.
               10 FILLER PIC X(12) VALUE 'Nombre :'.
               10 CQ-Total-Nombre PIC ZZZZZ9.
               10 FILLER PIC X(10) VALUE SPACE.
               10 CQ-Total-Montant PIC ZZZZZZZZ9.99.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENCAISSES            PIC  X(01) VALUE  SPACE.
               88  FF-CEN                          VALUE  HIGH-VALUE.
           05  FIN-CHEQUES              PIC  X(01) VALUE  SPACE.
               88  FF-CHQ                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-ENCAISSES      PIC X(02) VALUE SPACE.
               88  STATUT-ENCAISSES-ABSENT        VALUE "35".
           05  WS-STATUT-CHEQUES        PIC X(02) VALUE SPACE.
               88  STATUT-CHEQUES-ABSENT          VALUE "35".

       1   CHEQUES-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  JOURS-DU-JOUR            PIC 9(7) VALUE 0.
           05  JOURS-RESTANTS           PIC 9(4) VALUE 0.
      *    E = passage des cheques en circulation, X = des perimes
           05  PASSAGE                  PIC X(1) VALUE SPACE.
               88  PASSAGE-EN-CIRCULATION         VALUE "E".
               88  PASSAGE-PERIMES                VALUE "X".
           05  CPT-ENCAISSES            PIC 9(6) VALUE 0.
           05  CPT-ENCAISSES-REJETES    PIC 9(6) VALUE 0.
           05  CPT-PERIMES-DU-JOUR      PIC 9(6) VALUE 0.
           05  CPT-SECTION              PIC 9(6) VALUE 0.
           05  TOTAL-SECTION            PIC 9(10)V99 VALUE 0.
           05  TOTAL-ENCAISSES          PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN I-O F-CHEQUES
           IF STATUT-CHEQUES-ABSENT THEN
               DISPLAY "7-cheques.idx introuvable, aucune"
                       " lettre-cheque emise"
               PERFORM FIN-PGM
           END-IF

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE JOURS-DU-JOUR =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)

           OPEN OUTPUT C-REJETS
           PERFORM APPLIQUER-ENCAISSEMENTS
           PERFORM PERIMER-CHEQUES

           OPEN OUTPUT FS
           MOVE ARTICLE-CHQ-TITRE TO FS-DATA
           WRITE FS-DATA

           SET PASSAGE-EN-CIRCULATION TO TRUE
           MOVE 'CHEQUES EN CIRCULATION' TO ARTICLE-CHQ-SECTION
           PERFORM LISTER-CHEQUES

           SET PASSAGE-PERIMES TO TRUE
           MOVE 'CHEQUES PERIMES, A REEMETTRE A LA DEMANDE'
               TO ARTICLE-CHQ-SECTION
           PERFORM LISTER-CHEQUES

           CLOSE F-CHEQUES FS C-REJETS

           DISPLAY "7-LETTRES-CHEQUES : " CPT-ENCAISSES
                   " cheque(s) encaisse(s), total " TOTAL-ENCAISSES
                   ", " CPT-ENCAISSES-REJETES " rejete(s), "
                   CPT-PERIMES-DU-JOUR " perime(s) ce jour"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        ENCAISSEMENTS SIGNALES PAR LA BANQUE

       APPLIQUER-ENCAISSEMENTS.

           OPEN INPUT F-ENCAISSES
           IF STATUT-ENCAISSES-ABSENT THEN
               DISPLAY "7-cheques-encaisses.dat introuvable, aucun"
                       " encaissement a appliquer"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-CEN
               READ F-ENCAISSES
                   AT END
                       SET FF-CEN TO TRUE
                   NOT AT END
                       PERFORM APPLIQUER-UN-ENCAISSEMENT
               END-READ
           END-PERFORM

           CLOSE F-ENCAISSES
           .

       APPLIQUER-UN-ENCAISSEMENT.

           MOVE CEN-Numero-Cheque TO CHQ-Numero
           READ F-CHEQUES
               INVALID KEY
                   MOVE "cheque inconnu" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
           END-READ

           IF CHQ-Paye THEN
               MOVE "cheque deja encaisse" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Un cheque presente apres sa date de peremption n'est plus
      *    payable, meme s'il n'a pas encore ete marque perime
           IF CHQ-Perime OR CEN-Date > CHQ-Date-Peremption THEN
               MOVE "cheque perime" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF CEN-Montant NOT = CHQ-Montant THEN
               MOVE "montant different du cheque emis" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           SET CHQ-Paye TO TRUE
           MOVE CEN-Date TO CHQ-Date-Etat
           REWRITE CHQ-ENREG
           ADD 1 TO CPT-ENCAISSES
           ADD CEN-Montant TO TOTAL-ENCAISSES
           .

       ECRIRE-REJET.

           MOVE CEN-Numero-Cheque TO CR-Numero-Cheque
           MOVE CEN-Montant TO CR-Montant
           MOVE CEN-Date TO CR-Date
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-ENCAISSES-REJETES
           .

      ******************************************************************
      *        PEREMPTION DES CHEQUES NON ENCAISSES

       PERIMER-CHEQUES.

           MOVE SPACE TO FIN-CHEQUES
           MOVE 0 TO CHQ-Numero
           START F-CHEQUES KEY NOT < CHQ-Numero
               INVALID KEY
                   SET FF-CHQ TO TRUE
           END-START

           PERFORM UNTIL FF-CHQ
               READ F-CHEQUES NEXT RECORD
                   AT END
                       SET FF-CHQ TO TRUE
                   NOT AT END
                       IF CHQ-Emis
                          AND CHQ-Date-Peremption < DATE-DU-JOUR THEN
                           SET CHQ-Perime TO TRUE
                           MOVE DATE-DU-JOUR TO CHQ-Date-Etat
                           REWRITE CHQ-ENREG
                           ADD 1 TO CPT-PERIMES-DU-JOUR
                       END-IF
               END-READ
           END-PERFORM
           .

      ******************************************************************
      *        ETAT DE SUIVI : UNE SECTION PAR PASSAGE

       LISTER-CHEQUES.

           MOVE 0 TO CPT-SECTION
           MOVE 0 TO TOTAL-SECTION

           MOVE ARTICLE-CHQ-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-CHQ-SECTION TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-CHQ-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE SPACE TO FIN-CHEQUES
           MOVE 0 TO CHQ-Numero
           START F-CHEQUES KEY NOT < CHQ-Numero
               INVALID KEY
                   SET FF-CHQ TO TRUE
           END-START

           PERFORM UNTIL FF-CHQ
               READ F-CHEQUES NEXT RECORD
                   AT END
                       SET FF-CHQ TO TRUE
                   NOT AT END
                       IF CHQ-Etat = PASSAGE THEN
                           PERFORM LISTER-UN-CHEQUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE CPT-SECTION TO CQ-Total-Nombre
           MOVE TOTAL-SECTION TO CQ-Total-Montant
           MOVE ARTICLE-CHQ-TOTAL TO FS-DATA
           WRITE FS-DATA
           .

       LISTER-UN-CHEQUE.

           MOVE CHQ-Numero TO CQ-Numero
           MOVE CHQ-Numero-Fiscal TO CQ-Numero-Fiscal
           MOVE SPACE TO CQ-Nom-Prenom
           STRING FUNCTION TRIM(CHQ-Nom) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  CHQ-Prenom DELIMITED BY SPACE
                  INTO CQ-Nom-Prenom
           MOVE CHQ-Montant TO CQ-Montant
           MOVE CHQ-Date-Emission TO CQ-Date-Emission
           MOVE CHQ-Date-Peremption TO CQ-Date-Peremption

           IF PASSAGE-EN-CIRCULATION THEN
               COMPUTE JOURS-RESTANTS =
                       FUNCTION INTEGER-OF-DATE(CHQ-Date-Peremption)
                       - JOURS-DU-JOUR
               MOVE JOURS-RESTANTS TO CQ-Jours
           ELSE
               MOVE 0 TO CQ-Jours
           END-IF

           MOVE ARTICLE-CHQ-INDIV TO FS-DATA
           WRITE FS-DATA

           ADD 1 TO CPT-SECTION
           ADD CHQ-Montant TO TOTAL-SECTION
           .

       FIN-PGM.
           STOP RUN.
