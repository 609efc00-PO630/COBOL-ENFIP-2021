      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: chargement du registre parcellaire du non bati dans
      *          le master indexe 5-parcelles.idx : une fiche par
      *          parcelle (commune, section, numero), avec son
      *          proprietaire, sa contenance en metres carres et sa
      *          nature de culture. La base TN de 5-ROLES est la somme
      *          des parcelles du proprietaire dans la commune, chaque
      *          parcelle valorisee au tarif a l'hectare de sa classe
      *          (0-tarifs-non-bati.param). Une parcelle deja connue
      *          est corrigee sur place (REWRITE), sinon elle est
      *          creee, sur le modele de 4-LOCAUX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-PARCELLES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-PARCELLES ASSIGN TO "4-parcelles.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Cle alternative sur le proprietaire : 5-ROLES retrouve les
      *    parcelles d'un contribuable sans parcourir le registre
           SELECT C-PARCELLES ASSIGN TO "5-parcelles.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PAR-Cle
                   ALTERNATE RECORD KEY IS PAR-Numero-Fiscal
                       WITH DUPLICATES
                   FILE STATUS IS WS-STATUT-IDX.

      *    Parcelles rejetees (commune ou proprietaire a zero,
      *    contenance nulle, nature de culture inconnue)
           SELECT C-REJETS ASSIGN TO "4-parcelles-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Manifeste de comptage (volumetrie inter-phases)
           SELECT F-MANIFESTE ASSIGN TO "0-manifest.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MANIFESTE.

       DATA DIVISION.
       FILE SECTION.

       FD  F-PARCELLES.
       01  FP-DATA.
           05 FP-Code-Insee      PIC 9(5).
           05 FP-Section         PIC X(2).
           05 FP-Numero          PIC 9(4).
           05 FP-Numero-Fiscal   PIC 9(13).
      *    Contenance en metres carres
           05 FP-Surface         PIC 9(8).
      *    Nature de culture (groupes du cadastre)
           05 FP-Nature          PIC X(2).
               88 FP-NATURE-CONNUE VALUE "TE" "PR" "VI" "VE" "BO"
                                         "LA" "EA" "JA" "CA" "TB"
                                         "AG" "CH".

       FD  C-PARCELLES.
       01  C-PARCELLES-ENREG.
           05 PAR-Cle.
               10 PAR-Code-Insee     PIC 9(5).
               10 PAR-Section        PIC X(2).
               10 PAR-Numero         PIC 9(4).
           05 PAR-Numero-Fiscal  PIC 9(13).
           05 PAR-Surface        PIC 9(8).
      *    TE terres, PR pres, VI vignes, VE vergers, BO bois,
      *    LA landes, EA eaux, JA jardins, CA carrieres,
      *    TB terrains a batir, AG agrement, CH chemins de fer
           05 PAR-Nature         PIC X(2).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Code-Insee      PIC 9(5).
           05 CR-Section         PIC X(2).
           05 CR-Numero          PIC 9(4).
           05 CR-Motif           PIC X(40).

      *    Manifeste de comptage (volumetrie inter-phases)
       FD  F-MANIFESTE.
       01  MF-ENREG.
           05 MF-PROGRAMME             PIC X(20).
           05 MF-NB-LUS                PIC 9(8).
           05 MF-NB-ECRITS             PIC 9(8).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-OK                  VALUE "00".
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  CPT-TRAITES              PIC 9(6) VALUE 0.
           05  CPT-NOUVEAUX             PIC 9(6) VALUE 0.
           05  CPT-CORRIGES             PIC 9(6) VALUE 0.
           05  CPT-REJETES              PIC 9(6) VALUE 0.

       1   MANIFESTE-WORKING-MANAGER.
           05  CPT-LUS-MANIFESTE        PIC 9(8) VALUE 0.
           05  CPT-ECRITS-MANIFESTE     PIC 9(8) VALUE 0.
           05  WS-STATUT-MANIFESTE      PIC X(02) VALUE SPACE.
               88  STATUT-MANIFESTE-ABSENT        VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM OUVRIR-MASTER

           OPEN INPUT F-PARCELLES
           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-PARCELLES
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-TRAITES
                       ADD 1 TO CPT-LUS-MANIFESTE
                       EVALUATE TRUE
                           WHEN FP-Code-Insee = 0
                               MOVE "commune a zero" TO CR-Motif
                               PERFORM ECRIRE-REJET
                           WHEN FP-Numero-Fiscal = 0
                               MOVE "proprietaire a zero" TO CR-Motif
                               PERFORM ECRIRE-REJET
                           WHEN FP-Surface = 0
                               MOVE "contenance nulle" TO CR-Motif
                               PERFORM ECRIRE-REJET
                           WHEN NOT FP-NATURE-CONNUE
                               MOVE "nature de culture inconnue"
                                   TO CR-Motif
                               PERFORM ECRIRE-REJET
                           WHEN OTHER
                               PERFORM MAJ-UNE-PARCELLE
                       END-EVALUATE
               END-READ
           END-PERFORM

           DISPLAY "4-PARCELLES : " CPT-TRAITES
                   " traitees, " CPT-NOUVEAUX " nouvelles, "
                   CPT-CORRIGES " corrigees, "
                   CPT-REJETES " rejetees"

           CLOSE F-PARCELLES C-PARCELLES C-REJETS

           PERFORM ECRIRE-MANIFESTE

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT C-PARCELLES
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-PARCELLES
               OPEN OUTPUT C-PARCELLES
               CLOSE C-PARCELLES
           ELSE
               CLOSE C-PARCELLES
           END-IF

           OPEN I-O C-PARCELLES
           .

      ******************************************************************
      *        MISE A JOUR D'UNE PARCELLE : CORRECTION D'UNE FICHE
      *        EXISTANTE (MEME COMMUNE/SECTION/NUMERO) OU CREATION

       MAJ-UNE-PARCELLE.

           MOVE FP-Code-Insee    TO PAR-Code-Insee
           MOVE FP-Section       TO PAR-Section
           MOVE FP-Numero        TO PAR-Numero

           READ C-PARCELLES
               INVALID KEY
                   MOVE FP-Numero-Fiscal TO PAR-Numero-Fiscal
                   MOVE FP-Surface       TO PAR-Surface
                   MOVE FP-Nature        TO PAR-Nature
                   WRITE C-PARCELLES-ENREG
                   ADD 1 TO CPT-NOUVEAUX
                   ADD 1 TO CPT-ECRITS-MANIFESTE
               NOT INVALID KEY
                   MOVE FP-Numero-Fiscal TO PAR-Numero-Fiscal
                   MOVE FP-Surface       TO PAR-Surface
                   MOVE FP-Nature        TO PAR-Nature
                   REWRITE C-PARCELLES-ENREG
                   ADD 1 TO CPT-CORRIGES
                   ADD 1 TO CPT-ECRITS-MANIFESTE
           END-READ
           .

      ******************************************************************
      *        PARCELLE REJETEE (MOTIF DEJA POSE DANS CR-Motif)

       ECRIRE-REJET.

           MOVE FP-Code-Insee TO CR-Code-Insee
           MOVE FP-Section    TO CR-Section
           MOVE FP-Numero     TO CR-Numero

           WRITE C-REJETS-ENREG

           ADD 1 TO CPT-REJETES
           .

      ******************************************************************
      *        MANIFESTE DE COMPTAGE (VOLUMETRIE INTER-PHASES)

       ECRIRE-MANIFESTE.

           OPEN INPUT F-MANIFESTE
           IF STATUT-MANIFESTE-ABSENT THEN
               CLOSE F-MANIFESTE
               OPEN OUTPUT F-MANIFESTE
           ELSE
               CLOSE F-MANIFESTE
               OPEN EXTEND F-MANIFESTE
           END-IF

           MOVE "4-PARCELLES" TO MF-PROGRAMME
           MOVE CPT-LUS-MANIFESTE TO MF-NB-LUS
           MOVE CPT-ECRITS-MANIFESTE TO MF-NB-ECRITS
           WRITE MF-ENREG

           CLOSE F-MANIFESTE
           .

       FIN-PGM.
           STOP RUN.
