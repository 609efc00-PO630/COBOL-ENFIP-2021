      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: reconstruction du master des zones de collecte de la
      *          taxe d'enlevement des ordures menageres
      *          (5-zones-teom.idx) depuis 0-zones-teom.param : une
      *          ligne par zone (code Insee, code zone, libelle,
      *          indicateur de zone exoneree, faute de collecte).
      *          Le taux de chaque zone repart a zero (taux de la
      *          commune) a chaque reconstruction : il est vote par
      *          le canal des taux (3-TAUX-VOTES, niveau Z), qui doit
      *          donc passer apres. 5-ROLES taxe chaque occurrence OM
      *          au taux de la zone du local vise (5-locaux.idx).
      *          L'etat 7-zones-teom.txt liste les zones chargees et
      *          les lignes ecartees.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3-ZONES-TEOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ZONES ASSIGN TO "0-zones-teom.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT C-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

      *    Master des zones de collecte TEOM (commune + zone)
           SELECT C-ZONES ASSIGN TO "5-zones-teom.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ZT-Cle
                   FILE STATUS IS WS-STATUT-IDX.

           SELECT FS ASSIGN TO "7-zones-teom.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Zone exoneree : "O" (hameau sans collecte), sinon espace
       FD  F-ZONES.
       01  ZP-ENREG.
           05 ZP-Code-Insee         PIC 9(5).
           05 ZP-Zone               PIC X(2).
           05 ZP-Libelle            PIC X(30).
           05 ZP-Exoneree           PIC X(1).

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

      *    Taux a zero = taux TEOM de la commune (aucun vote de zone)
       FD  C-ZONES.
       01  ZT-ENREG.
           05 ZT-Cle.
               10 ZT-Code-Insee     PIC 9(5).
               10 ZT-Zone           PIC X(2).
           05 ZT-Libelle            PIC X(30).
           05 ZT-Exoneree           PIC X(1).
               88 ZT-EST-EXONEREE        VALUE "O".
           05 ZT-Taux               PIC 9(4)V99.

       FD  FS.
       01  FS-DATA PIC X(80).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-ZON-TITRE PIC X(50)
              VALUE 'ZONES DE COLLECTE TEOM PAR COMMUNE'.

           05 ARTICLE-ZON-LIGNE PIC X(70) VALUE ALL '-'.

           05 ARTICLE-ZON-ENTETE.
               10 FILLER PIC X(8) VALUE 'Insee'.
               10 FILLER PIC X(6) VALUE 'Zone'.
               10 FILLER PIC X(32) VALUE 'Libelle'.
               10 FILLER PIC X(6) VALUE 'Exo'.
               10 FILLER PIC X(20) VALUE 'Sort'.

           05 ARTICLE-ZON-INDIV.
               10 ZL-Code-Insee PIC 9(5).
               10 FILLER PIC X(3) VALUE SPACE.
               10 ZL-Zone PIC X(2).
               10 FILLER PIC X(4) VALUE SPACE.
               10 ZL-Libelle PIC X(30).
               10 FILLER PIC X(2) VALUE SPACE.
               10 ZL-Exoneree PIC X(1).
               10 FILLER PIC X(5) VALUE SPACE.
               10 ZL-Sort PIC X(20).

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG                PIC  X(01) VALUE  SPACE.
               88  FF                              VALUE  HIGH-VALUE.

       1   PARAM-WORKING-MANAGER.
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".

       1   CHARGEMENT-WORKING-MANAGER.
           05  CPT-CHARGEES             PIC 9(4) VALUE 0.
           05  CPT-EXONEREES            PIC 9(4) VALUE 0.
           05  CPT-ECARTEES             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    Le master est reconstruit a chaque campagne : sans
      *    parametre, il reste vide et toutes les communes sont
      *    taxees au taux communal
           OPEN OUTPUT C-ZONES
           CLOSE C-ZONES

           OPEN INPUT F-ZONES
           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "3-ZONES-TEOM : 0-zones-teom.param"
                       " introuvable, aucune commune zonee"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT C-COMMUNES
           IF STATUT-COMMUNES-ABSENT THEN
               DISPLAY "3-ZONES-TEOM : 5-communes.idx"
                       " introuvable, lancer d'abord"
                       " 3-REGS-DEPTS-COMMS"
               CLOSE F-ZONES
               PERFORM FIN-PGM
           END-IF

           OPEN I-O C-ZONES

           OPEN OUTPUT FS
           MOVE ARTICLE-ZON-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ZON-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ZON-ENTETE TO FS-DATA
           WRITE FS-DATA

           PERFORM UNTIL FF
               READ F-ZONES
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       PERFORM CHARGER-UNE-ZONE
               END-READ
           END-PERFORM

           CLOSE F-ZONES C-COMMUNES C-ZONES FS

           DISPLAY "3-ZONES-TEOM : " CPT-CHARGEES
                   " zone(s) chargee(s) dont " CPT-EXONEREES
                   " exoneree(s), " CPT-ECARTEES " ecartee(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        CONTROLE ET POSE D'UNE ZONE DE COLLECTE

       CHARGER-UNE-ZONE.

           MOVE ZP-Code-Insee TO ZL-Code-Insee
           MOVE ZP-Zone TO ZL-Zone
           MOVE ZP-Libelle TO ZL-Libelle
           MOVE ZP-Exoneree TO ZL-Exoneree

           IF ZP-Zone = SPACE THEN
               MOVE "code zone absent" TO ZL-Sort
               PERFORM ECRIRE-LIGNE-ECARTEE
               EXIT PARAGRAPH
           END-IF

           IF ZP-Exoneree NOT = "O" AND ZP-Exoneree NOT = SPACE THEN
               MOVE "indicateur exo." TO ZL-Sort
               PERFORM ECRIRE-LIGNE-ECARTEE
               EXIT PARAGRAPH
           END-IF

           MOVE ZP-Code-Insee TO C-Code-Insee
           READ C-COMMUNES
               INVALID KEY
                   MOVE "commune inconnue" TO ZL-Sort
                   PERFORM ECRIRE-LIGNE-ECARTEE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE ZP-Code-Insee TO ZT-Code-Insee
           MOVE ZP-Zone TO ZT-Zone
           MOVE ZP-Libelle TO ZT-Libelle
           MOVE ZP-Exoneree TO ZT-Exoneree
           MOVE 0 TO ZT-Taux

           WRITE ZT-ENREG
               INVALID KEY
                   MOVE "zone en double" TO ZL-Sort
                   PERFORM ECRIRE-LIGNE-ECARTEE
                   EXIT PARAGRAPH
           END-WRITE

           IF ZT-EST-EXONEREE THEN
               ADD 1 TO CPT-EXONEREES
           END-IF
           MOVE "chargee" TO ZL-Sort
           MOVE ARTICLE-ZON-INDIV TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-CHARGEES
           .

       ECRIRE-LIGNE-ECARTEE.

           MOVE ARTICLE-ZON-INDIV TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-ECARTEES
           .

       FIN-PGM.
           STOP RUN.
