      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: balance agee du compte d'attente. Chaque paiement
      *          encore en attente d'identification dans
      *          7-attente.idx (etat E) est liste avec sa reference
      *          bancaire, son montant, sa date de reception et son
      *          anciennete, puis ventile dans les memes cinq tranches
      *          que 7-BALANCE-AGEE (0-30, 31-60, 61-90, 91-365 jours,
      *          plus d'un an). Le total general est le solde du
      *          compte d'attente repris par 7-COMPTE-GESTION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-ATTENTE-BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ATTENTE ASSIGN TO "7-attente.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ATT-Numero
                   FILE STATUS IS WS-STATUT-ATTENTE.

           SELECT FS ASSIGN TO "7-attente-balance.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
       01  FS-DATA PIC X(132).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-ATT-TITRE PIC X(50)
              VALUE 'BALANCE AGEE DU COMPTE D''ATTENTE'.

           05 ARTICLE-ATT-LIGNE PIC X(120) VALUE ALL '-'.

           05 ARTICLE-ATT-ENTETE.
               10 FILLER PIC X(10) VALUE 'Numero'.
               10 FILLER PIC X(10) VALUE 'Recu le'.
               10 FILLER PIC X(15) VALUE 'Num. fiscal'.
               10 FILLER PIC X(23) VALUE 'Reference'.
               10 FILLER PIC X(12) VALUE 'Montant'.
               10 FILLER PIC X(7) VALUE 'Jours'.
               10 FILLER PIC X(40) VALUE 'Motif'.

           05 ARTICLE-ATT-INDIV.
               10 AT-Numero PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 AT-Date-Reception PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 AT-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X(2) VALUE SPACE.
               10 AT-Reference PIC X(21).
               10 FILLER PIC X(2) VALUE SPACE.
               10 AT-Montant PIC Z(6)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AT-Age PIC ZZZZ9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AT-Motif PIC X(40).

           05 ARTICLE-ATT-SECTION-TRANCHES PIC X(30)
              VALUE 'PAR TRANCHE D''ANCIENNETE'.

           05 ARTICLE-ATT-TRANCHE.
               10 AT-Libelle-Tranche PIC X(20).
               10 FILLER PIC X VALUE ':'.
               10 AT-Nombre-Tranche PIC Z(5)9.
               10 FILLER PIC X(4) VALUE SPACE.
               10 AT-Montant-Tranche PIC Z(10)9.99.

           05 ARTICLE-ATT-FIN.
               10 FILLER PIC X(20) VALUE 'Solde en attente'.
               10 FILLER PIC X VALUE ':'.
               10 AT-Nombre-fin PIC Z(5)9.
               10 FILLER PIC X(4) VALUE SPACE.
               10 AT-Total-fin PIC Z(10)9.99.

           05 ARTICLE-ATT-VIDE PIC X(10) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ATTENTE              PIC  X(01) VALUE  SPACE.
               88  FF-ATT                          VALUE  HIGH-VALUE.

       1   ATTENTE-WORKING-MANAGER.
           05  WS-STATUT-ATTENTE        PIC X(02) VALUE SPACE.
               88  STATUT-ATTENTE-ABSENT          VALUE "35".

       1   CALCUL-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.
           05  JOURS-RECEPTION          PIC 9(8) VALUE 0.
           05  AGE-DU-PAIEMENT          PIC S9(8) VALUE 0.
           05  TRANCHE                  PIC 9(1) VALUE 0.

      *    Cumuls par tranche d'anciennete (memes bornes que
      *    7-BALANCE-AGEE)
       1   CUMULS-WORKING-MANAGER.
           05  TRANCHES-CUMULS.
               10  TRANCHE-TABLE OCCURS 5 TIMES.
                   15  TRT-MONTANT      PIC 9(10)V99.
                   15  TRT-NOMBRE       PIC 9(6).
           05  LIBELLES-TRANCHES.
               10  FILLER PIC X(20) VALUE '0-30 jours'.
               10  FILLER PIC X(20) VALUE '31-60 jours'.
               10  FILLER PIC X(20) VALUE '61-90 jours'.
               10  FILLER PIC X(20) VALUE '91-365 jours'.
               10  FILLER PIC X(20) VALUE 'Plus d''un an'.
           05  LIBELLE-TRANCHE REDEFINES LIBELLES-TRANCHES
                   OCCURS 5 TIMES PIC X(20).
           05  IDX-TRANCHE              PIC 9(1) VALUE 0.
           05  CPT-EN-ATTENTE           PIC 9(6) VALUE 0.
           05  TOTAL-EN-ATTENTE         PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE JOURS-AUJOURDHUI =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)

           INITIALIZE TRANCHES-CUMULS

           OPEN OUTPUT FS
           MOVE ARTICLE-ATT-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ATT-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ATT-ENTETE TO FS-DATA
           WRITE FS-DATA

           OPEN INPUT F-ATTENTE
           IF STATUT-ATTENTE-ABSENT THEN
               DISPLAY "7-ATTENTE-BALANCE : 7-attente.idx introuvable,"
                       " compte d'attente vide"
           ELSE
               PERFORM LISTER-ATTENTE
               CLOSE F-ATTENTE
           END-IF

           PERFORM ECRIRE-TRANCHES
           CLOSE FS

           DISPLAY "7-ATTENTE-BALANCE : " CPT-EN-ATTENTE
                   " paiement(s) en attente, total " TOTAL-EN-ATTENTE

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PARCOURS DU COMPTE D'ATTENTE : UNE LIGNE PAR PAIEMENT
      *        ENCORE EN ATTENTE

       LISTER-ATTENTE.

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
                           PERFORM LISTER-UN-PAIEMENT
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTER-UN-PAIEMENT.

      *    Anciennete depuis la reception par la banque (la date
      *    d'entree au compte la remplace si elle est absente)
           IF ATT-Date-Reception > 0 THEN
               COMPUTE JOURS-RECEPTION =
                       FUNCTION INTEGER-OF-DATE(ATT-Date-Reception)
           ELSE
               COMPUTE JOURS-RECEPTION =
                       FUNCTION INTEGER-OF-DATE(ATT-Date-Entree)
           END-IF
           COMPUTE AGE-DU-PAIEMENT =
                   JOURS-AUJOURDHUI - JOURS-RECEPTION
           IF AGE-DU-PAIEMENT < 0 THEN
               MOVE 0 TO AGE-DU-PAIEMENT
           END-IF

           EVALUATE TRUE
               WHEN AGE-DU-PAIEMENT <= 30
                   MOVE 1 TO TRANCHE
               WHEN AGE-DU-PAIEMENT <= 60
                   MOVE 2 TO TRANCHE
               WHEN AGE-DU-PAIEMENT <= 90
                   MOVE 3 TO TRANCHE
               WHEN AGE-DU-PAIEMENT <= 365
                   MOVE 4 TO TRANCHE
               WHEN OTHER
                   MOVE 5 TO TRANCHE
           END-EVALUATE

           MOVE ATT-Numero TO AT-Numero
           MOVE ATT-Date-Reception TO AT-Date-Reception
           MOVE ATT-Numero-Fiscal TO AT-Numero-Fiscal
           MOVE ATT-Reference TO AT-Reference
           MOVE ATT-Montant TO AT-Montant
           MOVE AGE-DU-PAIEMENT TO AT-Age
           MOVE ATT-Motif TO AT-Motif
           MOVE ARTICLE-ATT-INDIV TO FS-DATA
           WRITE FS-DATA

           ADD ATT-Montant TO TRT-MONTANT(TRANCHE)
           ADD 1 TO TRT-NOMBRE(TRANCHE)
           ADD 1 TO CPT-EN-ATTENTE
           ADD ATT-Montant TO TOTAL-EN-ATTENTE
           .

      ******************************************************************
      *        VENTILATION PAR TRANCHE ET SOLDE DU COMPTE D'ATTENTE

       ECRIRE-TRANCHES.

           MOVE ARTICLE-ATT-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ATT-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ATT-SECTION-TRANCHES TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-TRANCHE
           PERFORM UNTIL IDX-TRANCHE > 5
               MOVE LIBELLE-TRANCHE(IDX-TRANCHE)
                   TO AT-Libelle-Tranche
               MOVE TRT-NOMBRE(IDX-TRANCHE) TO AT-Nombre-Tranche
               MOVE TRT-MONTANT(IDX-TRANCHE) TO AT-Montant-Tranche
               MOVE ARTICLE-ATT-TRANCHE TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-TRANCHE
           END-PERFORM

           MOVE ARTICLE-ATT-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-EN-ATTENTE TO AT-Nombre-fin
           MOVE TOTAL-EN-ATTENTE TO AT-Total-fin
           MOVE ARTICLE-ATT-FIN TO FS-DATA
           WRITE FS-DATA
           .

       FIN-PGM.
           STOP RUN.
