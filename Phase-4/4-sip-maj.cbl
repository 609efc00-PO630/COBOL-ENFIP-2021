      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: mise a jour incrementale du master des services des
      *          impots des particuliers (5-sip.idx, cle code Insee),
      *          sur le modele de 7-COLLECTIVITES-RIB-MAJ : chaque
      *          commune est rattachee au SIP qui gere les
      *          contribuables qui y resident. Chaque ligne de
      *          4-sip-maj.dat est controlee (commune connue du
      *          master des communes, code SIP renseigne) avant toute
      *          ecriture ; les lignes invalides sont rejetees avec
      *          motif. Le rattachement des contribuables et leur
      *          transfert d'un service a l'autre sont faits par
      *          7-TRANSFERTS-SIP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-SIP-MAJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SIP-MAJ ASSIGN TO "4-sip-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FLUX.

           SELECT C-SIP ASSIGN TO "5-sip.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIP-Code-Insee
                   FILE STATUS IS WS-STATUT-IDX.

           SELECT C-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

      *    Rattachements rejetes (commune inconnue, SIP absent)
           SELECT C-REJETS ASSIGN TO "4-sip-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SIP-MAJ.
       01  FM-DATA.
           05 FM-Code-Insee PIC 9(5).
           05 FM-Code-Sip   PIC X(5).
           05 FM-Libelle    PIC X(30).

       FD  C-SIP.
       01  C-SIP-ENREG.
           05 SIP-Code-Insee PIC 9(5).
           05 SIP-Code-Sip   PIC X(5).
           05 SIP-Libelle    PIC X(30).

      *    Meme disposition que C-COM-ENREG dans
      *    3-REGS-DEPTS-COMMS.cbl
       FD  C-COMMUNES.
       01  C-COM-ENREG.
           05 C-Code-Insee          PIC 9(5).
           05 C-Lieu.
               10 C-Commune             PIC X(50).
               10 C-Departement         PIC X(28).
               10 C-Region              PIC X(30).
           05 C-Donnees.
               10 C-Altitude            PIC 9(6)V99.
               10 C-Superficie          PIC 9(6)V99.
               10 C-Population          PIC 9(6)V99.
           05 C-Taux.
               10 C-Taux-Carbone        PIC 9(4)V99.
               10 C-Taux-Densite        PIC 9(4)V99.
           05 C-Status               PIC X(16).
           05 C-Code-Dept-Calcule    PIC 9(3).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Code-Insee PIC 9(5).
           05 CR-Code-Sip   PIC X(5).
           05 CR-Motif      PIC X(40).

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
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-NOUVELLES            PIC 9(6) VALUE 0.
           05  CPT-CORRIGEES            PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT F-SIP-MAJ
           IF STATUT-FLUX-ABSENT THEN
               DISPLAY "4-SIP-MAJ : 4-sip-maj.dat introuvable, rien"
                       " a charger"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT C-COMMUNES
           IF STATUT-COMMUNES-ABSENT THEN
               DISPLAY "4-SIP-MAJ : 5-communes.idx introuvable,"
                       " communes non controlees"
           END-IF

           PERFORM OUVRIR-MASTER
           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-SIP-MAJ
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-TRAITEES
                       PERFORM TRAITER-UNE-LIGNE
               END-READ
           END-PERFORM

           DISPLAY "4-SIP-MAJ : " CPT-TRAITEES
                   " traites, " CPT-NOUVELLES " nouveaux, "
                   CPT-CORRIGEES " corriges, "
                   CPT-REJETEES " rejetes"

           CLOSE F-SIP-MAJ C-SIP C-REJETS
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE C-COMMUNES
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT C-SIP
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-SIP
               OPEN OUTPUT C-SIP
               CLOSE C-SIP
           ELSE
               CLOSE C-SIP
           END-IF

           OPEN I-O C-SIP
           .

      ******************************************************************
      *        CONTROLES PUIS MISE A JOUR

       TRAITER-UNE-LIGNE.

           IF FM-Code-Sip = SPACE THEN
               MOVE "code SIP absent" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE FM-Code-Insee TO C-Code-Insee
               READ C-COMMUNES
                   INVALID KEY
                       MOVE "commune inconnue du master" TO CR-Motif
                       PERFORM ECRIRE-REJET
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           PERFORM MAJ-UNE-COMMUNE
           .

      ******************************************************************
      *        CORRECTION D'UN RATTACHEMENT EXISTANT OU CREATION

       MAJ-UNE-COMMUNE.

           MOVE FM-Code-Insee TO SIP-Code-Insee
           MOVE FM-Code-Sip   TO SIP-Code-Sip
           MOVE FM-Libelle    TO SIP-Libelle

           READ C-SIP
               INVALID KEY
                   WRITE C-SIP-ENREG
                   ADD 1 TO CPT-NOUVELLES
               NOT INVALID KEY
                   MOVE FM-Code-Sip TO SIP-Code-Sip
                   MOVE FM-Libelle  TO SIP-Libelle
                   REWRITE C-SIP-ENREG
                   ADD 1 TO CPT-CORRIGEES
           END-READ
           .

       ECRIRE-REJET.

           MOVE FM-Code-Insee TO CR-Code-Insee
           MOVE FM-Code-Sip TO CR-Code-Sip
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

       FIN-PGM.
           STOP RUN.
