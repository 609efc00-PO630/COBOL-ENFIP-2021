      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: tenue du master des modeles de lettres
      *          (7-modeles.idx) a partir de 7-modeles-maj.dat. Un
      *          modele = un type de document (RL relance, SA avis a
      *          tiers detenteur, RC rejet de reclamation, NT
      *          notification des taux, AV avis d'imposition) et un
      *          niveau ; chaque version porte sa date d'effet et ses
      *          lignes de texte, avec les variables a substituer
      *          (&XXX) et les lignes conditionnelles (?XXX). Une
      *          version livree remplace entierement la version de
      *          meme date d'effet ; une ligne numero 000 retire la
      *          version. Seules les versions a venir (date d'effet
      *          posterieure au jour) peuvent etre livrees ou
      *          retirees : une version deja entree en vigueur n'est
      *          plus modifiee, l'historique reste intact
      *          (7-MODELES-HISTORIQUE). Rejets :
      *          7-modeles-rejets.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-MODELES-MAJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-MAJ ASSIGN TO "7-modeles-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MAJ.

           SELECT F-MODELES ASSIGN TO "7-modeles.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MOD-Cle
                   FILE STATUS IS WS-STATUT-MODELES.

           SELECT C-REJETS ASSIGN TO "7-modeles-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Une ligne de texte d'une version de modele ; ligne 000 =
      *    retrait de la version
       FD  F-MAJ.
       01  MMJ-ENREG.
           05 MMJ-Type          PIC X(2).
           05 MMJ-Niveau        PIC 9(1).
           05 MMJ-Date-Effet    PIC 9(8).
           05 MMJ-Date-Decoupe REDEFINES MMJ-Date-Effet.
               10 MMJ-Annee         PIC 9(4).
               10 MMJ-Mois          PIC 9(2).
               10 MMJ-Jour          PIC 9(2).
           05 MMJ-Ligne         PIC 9(3).
           05 MMJ-Texte         PIC X(80).

       FD  F-MODELES.
       01  MOD-ENREG.
           05 MOD-Cle.
               10 MOD-Type          PIC X(2).
               10 MOD-Niveau        PIC 9(1).
               10 MOD-Date-Effet    PIC 9(8).
               10 MOD-Ligne         PIC 9(3).
           05 MOD-Texte         PIC X(80).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Type           PIC X(2).
           05 CR-Niveau         PIC X(1).
           05 CR-Date-Effet     PIC X(8).
           05 CR-Ligne          PIC X(3).
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-MAJ                  PIC  X(01) VALUE  SPACE.
               88  FF-MAJ                          VALUE  HIGH-VALUE.
           05  FIN-MODELES              PIC  X(01) VALUE  SPACE.
               88  FF-MODELES                      VALUE  HIGH-VALUE.

       1   MODELES-WORKING-MANAGER.
           05  WS-STATUT-MAJ            PIC X(02) VALUE SPACE.
               88  STATUT-MAJ-ABSENT              VALUE "35".
           05  WS-STATUT-MODELES        PIC X(02) VALUE SPACE.
               88  STATUT-MODELES-ABSENT          VALUE "35".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
      *    Types de documents composes a partir d'un modele
           05  TYPES-MODELES            PIC X(10) VALUE "RLSARCNTAV".
           05  TYPE-EST-CONNU           PIC 9(1) VALUE 0.
               88  TYPE-CONNU                     VALUE 1.
               88  TYPE-INCONNU                   VALUE 0.
           05  IDX-TYPE                 PIC 9(2) VALUE 0.
      *    Version en cours de livraison (rupture type/niveau/date)
           05  VERSION-COURANTE.
               10  VC-Type              PIC X(2) VALUE SPACE.
               10  VC-Niveau            PIC 9(1) VALUE 0.
               10  VC-Date-Effet        PIC 9(8) VALUE 0.
           05  VERSION-LUE.
               10  VL-Type              PIC X(2).
               10  VL-Niveau            PIC 9(1).
               10  VL-Date-Effet        PIC 9(8).
           05  CPT-LUES                 PIC 9(6) VALUE 0.
           05  CPT-LIGNES-ECRITES       PIC 9(6) VALUE 0.
           05  CPT-VERSIONS-LIVREES     PIC 9(6) VALUE 0.
           05  CPT-VERSIONS-REMPLACEES  PIC 9(6) VALUE 0.
           05  CPT-VERSIONS-RETIREES    PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-LIGNES-SUPPRIMEES    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-MAJ
           IF STATUT-MAJ-ABSENT THEN
               DISPLAY "7-MODELES-MAJ : 7-modeles-maj.dat"
                       " introuvable, modeles inchanges"
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-MODELES
           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF-MAJ
               READ F-MAJ
                   AT END
                       SET FF-MAJ TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-LUES
                       PERFORM MAJ-UNE-LIGNE
               END-READ
           END-PERFORM

           DISPLAY "7-MODELES-MAJ : " CPT-LUES " lues, "
                   CPT-VERSIONS-LIVREES " version(s) livree(s) dont "
                   CPT-VERSIONS-REMPLACEES " remplacee(s), "
                   CPT-VERSIONS-RETIREES " retiree(s), "
                   CPT-LIGNES-ECRITES " ligne(s) ecrite(s), "
                   CPT-REJETEES " rejetee(s)"

           CLOSE F-MAJ F-MODELES C-REJETS

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MODELES.

           OPEN INPUT F-MODELES
           IF STATUT-MODELES-ABSENT THEN
               CLOSE F-MODELES
               OPEN OUTPUT F-MODELES
               CLOSE F-MODELES
           ELSE
               CLOSE F-MODELES
           END-IF
           OPEN I-O F-MODELES
           .

      ******************************************************************
      *        CONTROLES PUIS ECRITURE D'UNE LIGNE DE MODELE

       MAJ-UNE-LIGNE.

           PERFORM CONTROLER-TYPE
           IF TYPE-INCONNU THEN
               MOVE "type de document inconnu" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF MMJ-Niveau NOT NUMERIC OR MMJ-Niveau = 0 THEN
               MOVE "niveau invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF MMJ-Date-Effet NOT NUMERIC
              OR MMJ-Mois < 1 OR MMJ-Mois > 12
              OR MMJ-Jour < 1 OR MMJ-Jour > 31 THEN
               MOVE "date d'effet invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF MMJ-Ligne NOT NUMERIC THEN
               MOVE "numero de ligne invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Une version deja en vigueur (ou passee) fait foi pour les
      *    lettres deja emises : elle n'est plus modifiee
           IF MMJ-Date-Effet NOT > DATE-DU-JOUR THEN
               MOVE "version deja en vigueur, non modifiable"
                 TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Premiere ligne d'une version : l'ancien contenu de la
      *    meme version est retire avant la nouvelle livraison
           MOVE MMJ-Type TO VL-Type
           MOVE MMJ-Niveau TO VL-Niveau
           MOVE MMJ-Date-Effet TO VL-Date-Effet
           IF VERSION-LUE NOT = VERSION-COURANTE THEN
               MOVE VERSION-LUE TO VERSION-COURANTE
               PERFORM RETIRER-VERSION
               IF MMJ-Ligne = 0 THEN
                   ADD 1 TO CPT-VERSIONS-RETIREES
               ELSE
                   ADD 1 TO CPT-VERSIONS-LIVREES
               END-IF
           END-IF

           IF MMJ-Ligne = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE MMJ-Type TO MOD-Type
           MOVE MMJ-Niveau TO MOD-Niveau
           MOVE MMJ-Date-Effet TO MOD-Date-Effet
           MOVE MMJ-Ligne TO MOD-Ligne
           MOVE MMJ-Texte TO MOD-Texte
           WRITE MOD-ENREG
               INVALID KEY
                   MOVE "ligne en double dans la livraison"
                     TO CR-Motif
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   ADD 1 TO CPT-LIGNES-ECRITES
           END-WRITE
           .

       CONTROLER-TYPE.

           SET TYPE-INCONNU TO TRUE
           MOVE 1 TO IDX-TYPE
           PERFORM UNTIL IDX-TYPE > 9
               IF TYPES-MODELES(IDX-TYPE:2) = MMJ-Type THEN
                   SET TYPE-CONNU TO TRUE
               END-IF
               ADD 2 TO IDX-TYPE
           END-PERFORM
           .

      ******************************************************************
      *        RETRAIT DES LIGNES DEJA ENREGISTREES POUR LA VERSION

       RETIRER-VERSION.

           MOVE SPACE TO FIN-MODELES
           MOVE VC-Type TO MOD-Type
           MOVE VC-Niveau TO MOD-Niveau
           MOVE VC-Date-Effet TO MOD-Date-Effet
           MOVE 0 TO MOD-Ligne
           START F-MODELES KEY NOT < MOD-Cle
               INVALID KEY
                   SET FF-MODELES TO TRUE
           END-START

           MOVE 0 TO CPT-LIGNES-SUPPRIMEES
           PERFORM UNTIL FF-MODELES
               READ F-MODELES NEXT RECORD
                   AT END
                       SET FF-MODELES TO TRUE
                   NOT AT END
                       IF MOD-Type NOT = VC-Type
                          OR MOD-Niveau NOT = VC-Niveau
                          OR MOD-Date-Effet NOT = VC-Date-Effet THEN
                           SET FF-MODELES TO TRUE
                       ELSE
                           DELETE F-MODELES RECORD
                           ADD 1 TO CPT-LIGNES-SUPPRIMEES
                       END-IF
               END-READ
           END-PERFORM

           IF CPT-LIGNES-SUPPRIMEES > 0 AND MMJ-Ligne > 0 THEN
               ADD 1 TO CPT-VERSIONS-REMPLACEES
           END-IF
           .

       ECRIRE-REJET.

           MOVE MMJ-Type TO CR-Type
           MOVE MMJ-ENREG(3:1) TO CR-Niveau
           MOVE MMJ-ENREG(4:8) TO CR-Date-Effet
           MOVE MMJ-ENREG(12:3) TO CR-Ligne
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

       FIN-PGM.
           STOP RUN.
