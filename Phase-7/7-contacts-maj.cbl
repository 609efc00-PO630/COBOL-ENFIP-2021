      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: mise a jour incrementale du master des contacts
      *          electroniques (7-contacts.idx, cle numero fiscal),
      *          sur le modele de 4-SIP-MAJ : courriel, telephone et
      *          adhesion a l'avis sans papier (O = adherent) avec sa
      *          date d'adhesion. Chaque ligne de 7-contacts-maj.dat
      *          est controlee (contribuable connu, adhesion permise
      *          seulement avec un courriel valide) avant toute
      *          ecriture ; les lignes invalides sont rejetees avec
      *          motif. Une adhesion sans date prend la date du jour,
      *          une adhesion deja en cours garde sa date d'origine,
      *          une renonciation remet la date a zero. Le master est
      *          lu par 7-AVIS-CONTRIBUABLE et 6-IMPOSABLES (avis en
      *          ligne au lieu du papier) et par 7-DEMANDES-EN-LIGNE
      *          (compte en ligne ouvert).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-CONTACTS-MAJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CONTACTS-MAJ ASSIGN TO "7-contacts-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FLUX.

           SELECT C-CONTACTS ASSIGN TO "7-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CTC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-IDX.

           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

      *    Contacts rejetes (contribuable inconnu, courriel invalide)
           SELECT C-REJETS ASSIGN TO "7-contacts-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CONTACTS-MAJ.
       01  FM-DATA.
           05 FM-Numero-Fiscal  PIC 9(13).
           05 FM-Email          PIC X(60).
           05 FM-Telephone      PIC X(15).
           05 FM-Sans-Papier    PIC X(1).
               88 FM-Adhesion       VALUE "O".
               88 FM-Renonciation   VALUE "N" SPACE.
           05 FM-Date-Adhesion  PIC 9(8).

       FD  C-CONTACTS.
       01  C-CONTACTS-ENREG.
           05 CTC-Numero-Fiscal PIC 9(13).
           05 CTC-Email         PIC X(60).
           05 CTC-Telephone     PIC X(15).
           05 CTC-Sans-Papier   PIC X(1).
               88 CTC-Est-Sans-Papier VALUE "O".
           05 CTC-Date-Adhesion PIC 9(8).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl
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

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Fiscal PIC 9(13).
           05 CR-Email         PIC X(60).
           05 CR-Motif         PIC X(40).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-FLUX           PIC X(02) VALUE SPACE.
               88  STATUT-FLUX-ABSENT             VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  NB-AROBASES              PIC 9(3) VALUE 0.
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-NOUVELLES            PIC 9(6) VALUE 0.
           05  CPT-CORRIGEES            PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-ADHERENTS            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-CONTACTS-MAJ
           IF STATUT-FLUX-ABSENT THEN
               DISPLAY "7-CONTACTS-MAJ : 7-contacts-maj.dat"
                       " introuvable, rien a charger"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-CONTRIBUABLES
           IF STATUT-CONTRIBUABLES-ABSENT THEN
               DISPLAY "7-CONTACTS-MAJ : 5-contribuables.idx"
                       " introuvable, contribuables non controles"
           END-IF

           PERFORM OUVRIR-MASTER
           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-CONTACTS-MAJ
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-TRAITEES
                       PERFORM TRAITER-UNE-LIGNE
               END-READ
           END-PERFORM

           DISPLAY "7-CONTACTS-MAJ : " CPT-TRAITEES
                   " traites, " CPT-NOUVELLES " nouveaux, "
                   CPT-CORRIGEES " corriges, "
                   CPT-REJETEES " rejetes, "
                   CPT-ADHERENTS " adhesion(s) sans papier"

           CLOSE F-CONTACTS-MAJ C-CONTACTS C-REJETS
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT C-CONTACTS
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-CONTACTS
               OPEN OUTPUT C-CONTACTS
               CLOSE C-CONTACTS
           ELSE
               CLOSE C-CONTACTS
           END-IF

           OPEN I-O C-CONTACTS
           .

      ******************************************************************
      *        CONTROLES PUIS MISE A JOUR

       TRAITER-UNE-LIGNE.

           IF NOT FM-Adhesion AND NOT FM-Renonciation THEN
               MOVE "indicateur sans papier ni O ni N" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Un courriel renseigne doit comporter une et une seule @
           MOVE 0 TO NB-AROBASES
           INSPECT FM-Email TALLYING NB-AROBASES FOR ALL "@"
           IF FM-Email NOT = SPACE AND NB-AROBASES NOT = 1 THEN
               MOVE "courriel invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Pas d'avis sans papier sans adresse ou l'envoyer
           IF FM-Adhesion AND FM-Email = SPACE THEN
               MOVE "adhesion sans papier sans courriel" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE FM-Numero-Fiscal TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       MOVE "contribuable inconnu du master"
                           TO CR-Motif
                       PERFORM ECRIRE-REJET
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           PERFORM MAJ-UN-CONTACT
           .

      ******************************************************************
      *        CORRECTION D'UN CONTACT EXISTANT OU CREATION

       MAJ-UN-CONTACT.

           MOVE FM-Numero-Fiscal TO CTC-Numero-Fiscal

           READ C-CONTACTS
               INVALID KEY
                   MOVE "N" TO CTC-Sans-Papier
                   MOVE 0 TO CTC-Date-Adhesion
                   PERFORM ALIMENTER-CONTACT
                   WRITE C-CONTACTS-ENREG
                   ADD 1 TO CPT-NOUVELLES
               NOT INVALID KEY
                   PERFORM ALIMENTER-CONTACT
                   REWRITE C-CONTACTS-ENREG
                   ADD 1 TO CPT-CORRIGEES
           END-READ

           IF CTC-Est-Sans-Papier THEN
               ADD 1 TO CPT-ADHERENTS
           END-IF
           .

      *    Date d'adhesion : celle du flux si fournie, sinon celle
      *    deja connue pour un adherent, sinon la date du jour ; zero
      *    en cas de renonciation. CTC-Sans-Papier porte encore la
      *    valeur lue au master jusqu'a son remplacement en fin de
      *    paragraphe.
       ALIMENTER-CONTACT.

           MOVE FM-Email TO CTC-Email
           MOVE FM-Telephone TO CTC-Telephone

           IF FM-Adhesion THEN
               IF FM-Date-Adhesion NOT = 0 THEN
                   MOVE FM-Date-Adhesion TO CTC-Date-Adhesion
               ELSE
                   IF NOT CTC-Est-Sans-Papier
                           OR CTC-Date-Adhesion = 0 THEN
                       MOVE DATE-DU-JOUR TO CTC-Date-Adhesion
                   END-IF
               END-IF
               MOVE "O" TO CTC-Sans-Papier
           ELSE
               MOVE 0 TO CTC-Date-Adhesion
               MOVE "N" TO CTC-Sans-Papier
           END-IF
           .

       ECRIRE-REJET.

           MOVE FM-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE FM-Email TO CR-Email
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

       FIN-PGM.
           STOP RUN.
