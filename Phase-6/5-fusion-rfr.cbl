      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: consolidation du master des revenus fiscaux de
      *          reference apres une execution du role en partitions
      *          paralleles (run-roles-parallele.sh). Chaque instance
      *          tient sa COPIE de 5-rfr.idx ; la fiche d'un membre
      *          de foyer est ecrite par l'instance de son chef, donc
      *          au plus une copie porte une version differente de
      *          chaque fiche. Une fiche n'est reversee que si sa
      *          copie differe de l'image du master prise avant la
      *          passe (5-rfr-avant-partitions.idx) : une copie restee
      *          a la valeur d'origine n'ecrase pas la mise a jour
      *          deja reversee depuis la copie d'une autre partition.
      *          Sans image (master absent avant la passe), toute
      *          fiche d'une copie est creee ou corrigee.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5-FUSION-RFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Copie d'une partition (part1/ a part4/)
           SELECT F-PARTITION ASSIGN TO DYNAMIC NOM-PARTITION
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RFP-Cle
                   FILE STATUS IS WS-STATUT-PARTITION.

      *    Image du master prise avant la passe
           SELECT F-REFERENCE ASSIGN TO "5-rfr-avant-partitions.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RFA-Cle
                   FILE STATUS IS WS-STATUT-REFERENCE.

      *    Master de production
           SELECT F-PRODUCTION ASSIGN TO "5-rfr.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RFR-Cle
                   FILE STATUS IS WS-STATUT-PRODUCTION.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que RFR-ENREG dans 5-ROLES.cbl (prefixe
      *    RFP- pour la copie de partition)
       FD  F-PARTITION.
       01  RFP-ENREG.
           05 RFP-Cle.
               10 RFP-Numero-Fiscal PIC 9(13).
               10 RFP-Annee         PIC 9(4).
           05 RFP-Montant       PIC 9(9).
           05 RFP-Parts         PIC 9(2)V9.
           05 RFP-Foyer         PIC 9(6).
           05 RFP-Chef          PIC 9(13).

       FD  F-REFERENCE.
       01  RFA-ENREG.
           05 RFA-Cle.
               10 RFA-Numero-Fiscal PIC 9(13).
               10 RFA-Annee         PIC 9(4).
           05 RFA-Montant       PIC 9(9).
           05 RFA-Parts         PIC 9(2)V9.
           05 RFA-Foyer         PIC 9(6).
           05 RFA-Chef          PIC 9(13).

       FD  F-PRODUCTION.
       01  RFR-ENREG.
           05 RFR-Cle.
               10 RFR-Numero-Fiscal PIC 9(13).
               10 RFR-Annee         PIC 9(4).
           05 RFR-Montant       PIC 9(9).
           05 RFR-Parts         PIC 9(2)V9.
           05 RFR-Foyer         PIC 9(6).
           05 RFR-Chef          PIC 9(13).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-PARTITION            PIC  X(01) VALUE  SPACE.
               88  FF-PART                         VALUE  HIGH-VALUE.

       1   FUSION-WORKING-MANAGER.
           05  WS-STATUT-PARTITION      PIC X(02) VALUE SPACE.
               88  STATUT-PARTITION-ABSENT        VALUE "35".
           05  WS-STATUT-PRODUCTION     PIC X(02) VALUE SPACE.
               88  STATUT-PRODUCTION-ABSENT       VALUE "35".
           05  WS-STATUT-REFERENCE      PIC X(02) VALUE SPACE.
               88  STATUT-REFERENCE-ABSENT        VALUE "35".
           05  REFERENCE-ETAT           PIC 9(1) VALUE 0.
               88  REFERENCE-PRESENTE             VALUE 0.
               88  REFERENCE-ABSENTE              VALUE 1.
           05  FICHE-ETAT               PIC 9(1) VALUE 0.
               88  FICHE-MODIFIEE                 VALUE 0.
               88  FICHE-INCHANGEE                VALUE 1.
           05  NOM-PARTITION            PIC X(40) VALUE SPACE.
           05  IDX-PARTITION            PIC 9(1) VALUE 1.
           05  CPT-CREES                PIC 9(6) VALUE 0.
           05  CPT-CORRIGES             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM OUVRIR-PRODUCTION

           PERFORM REVERSER-UNE-PARTITION
               UNTIL IDX-PARTITION > 4

           CLOSE F-PRODUCTION
           IF REFERENCE-PRESENTE THEN
               CLOSE F-REFERENCE
           END-IF

           DISPLAY "5-FUSION-RFR : " CPT-CREES
                   " fiche(s) creee(s), " CPT-CORRIGES
                   " corrigee(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-PRODUCTION.

           OPEN INPUT F-PRODUCTION
           IF STATUT-PRODUCTION-ABSENT THEN
               CLOSE F-PRODUCTION
               OPEN OUTPUT F-PRODUCTION
               CLOSE F-PRODUCTION
           ELSE
               CLOSE F-PRODUCTION
           END-IF

           OPEN I-O F-PRODUCTION

           OPEN INPUT F-REFERENCE
           IF STATUT-REFERENCE-ABSENT THEN
               SET REFERENCE-ABSENTE TO TRUE
               CLOSE F-REFERENCE
           END-IF
           .

      ******************************************************************
      *        REVERSEMENT D'UNE COPIE DE PARTITION : TOUTE FICHE
      *        MODIFIEE PAR SON INSTANCE EST CREEE OU CORRIGEE

       REVERSER-UNE-PARTITION.

           INITIALIZE NOM-PARTITION
           STRING "part" IDX-PARTITION
                  "/5-rfr.idx"
               DELIMITED BY SIZE INTO NOM-PARTITION

           MOVE SPACE TO FIN-PARTITION
           OPEN INPUT F-PARTITION

           IF STATUT-PARTITION-ABSENT THEN
               DISPLAY "5-FUSION-RFR : "
                       FUNCTION TRIM(NOM-PARTITION)
                       " absent, partition ignoree"
               CLOSE F-PARTITION
           ELSE
               MOVE LOW-VALUE TO RFP-Cle
               START F-PARTITION KEY NOT < RFP-Cle
                   INVALID KEY
                       SET FF-PART TO TRUE
               END-START
               PERFORM UNTIL FF-PART
                   READ F-PARTITION NEXT RECORD
                       AT END
                           SET FF-PART TO TRUE
                       NOT AT END
                           PERFORM REVERSER-UNE-FICHE
                   END-READ
               END-PERFORM
               CLOSE F-PARTITION
           END-IF

           ADD 1 TO IDX-PARTITION
           .

      *    Une fiche identique a l'image d'avant la passe n'a pas
      *    ete touchee par cette instance : la production (peut-etre
      *    deja corrigee depuis une autre copie) est laissee en l'etat
       REVERSER-UNE-FICHE.

           SET FICHE-MODIFIEE TO TRUE
           IF REFERENCE-PRESENTE THEN
               MOVE RFP-Cle TO RFA-Cle
               READ F-REFERENCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RFA-ENREG = RFP-ENREG THEN
                           SET FICHE-INCHANGEE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF FICHE-INCHANGEE THEN
               EXIT PARAGRAPH
           END-IF

           MOVE RFP-Cle TO RFR-Cle

           READ F-PRODUCTION
               INVALID KEY
                   MOVE RFP-ENREG TO RFR-ENREG
                   WRITE RFR-ENREG
                   ADD 1 TO CPT-CREES
               NOT INVALID KEY
      *            Une fiche n'est ecrite que par l'instance du chef
      *            de foyer : au plus une copie differe de l'image
                   IF RFR-ENREG NOT = RFP-ENREG THEN
                       MOVE RFP-ENREG TO RFR-ENREG
                       REWRITE RFR-ENREG
                       ADD 1 TO CPT-CORRIGES
                   END-IF
           END-READ
           .

       FIN-PGM.
           STOP RUN.
