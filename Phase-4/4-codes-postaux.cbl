      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: chargement du referentiel officiel des codes postaux
      *          (base La Poste des couples code postal / commune,
      *          4-codes-postaux.dat) dans le master 5-codes-postaux.idx
      *          (cle code postal + code Insee), reconstruit a chaque
      *          livraison du referentiel. Le libelle d'acheminement
      *          est la forme postale de la ville ; les lieux-dits
      *          (ligne 5) d'un meme couple ne sont pas repris. Les
      *          lignes mal formees (code postal non numerique, code
      *          Insee invalide) sont rejetees ; les communes absentes
      *          du master des communes sont chargees et comptees.
      *          Le master sert au controle des adresses a la saisie
      *          (4-ADRESSES-MAJ) et sur le stock (4-ADRESSES-CONTROLE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-CODES-POSTAUX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CODES-POSTAUX ASSIGN TO "4-codes-postaux.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FLUX.

           SELECT C-CODES-POSTAUX ASSIGN TO "5-codes-postaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CPO-Cle
                   FILE STATUS IS WS-STATUT-IDX.

           SELECT C-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

      *    Lignes rejetees (code postal ou code Insee mal formes)
           SELECT C-REJETS ASSIGN TO "4-codes-postaux-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Une ligne par couple code postal / commune (et par lieu-dit
      *    de ligne 5) ; code Insee sur cinq caracteres, 2A / 2B pour
      *    la Corse
       FD  F-CODES-POSTAUX.
       01  CPL-DATA.
           05 CPL-Code-Insee.
               10 CPL-Insee-Dept        PIC X(2).
                   88 CPL-DEPT-CORSE        VALUE '2A' '2B'.
               10 CPL-Insee-Ind         PIC X(3).
           05 CPL-Nom-Commune       PIC X(32).
           05 CPL-Code-Postal       PIC X(5).
           05 CPL-Libelle-Acheminement PIC X(32).
           05 CPL-Ligne-5           PIC X(32).

       FD  C-CODES-POSTAUX.
       01  C-CODES-POSTAUX-ENREG.
           05 CPO-Cle.
               10 CPO-Code-Postal       PIC X(5).
               10 CPO-Code-Insee        PIC 9(5).
           05 CPO-Nom-Commune       PIC X(32).
           05 CPO-Libelle-Acheminement PIC X(32).

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
           05 CR-Code-Insee   PIC X(5).
           05 CR-Code-Postal  PIC X(5).
           05 CR-Motif        PIC X(40).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.

       1   CHARGEMENT-WORKING-MANAGER.
           05  WS-STATUT-FLUX           PIC X(02) VALUE SPACE.
               88  STATUT-FLUX-ABSENT             VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
      *    Corse : 2A / 2B deviennent 20 dans le code Insee numerique
      *    (meme convention que 2-COMMUNES)
           05  CODE-INSEE-DEPT-CORSE    PIC 9(2) VALUE 20.
           05  CODE-INSEE-CHARGE.
               10  CIC-Dept             PIC 9(2).
               10  CIC-Ind              PIC 9(3).
           05  CODE-INSEE-NUM REDEFINES CODE-INSEE-CHARGE PIC 9(5).
           05  CPT-LUES                 PIC 9(6) VALUE 0.
           05  CPT-CHARGEES             PIC 9(6) VALUE 0.
           05  CPT-LIEUX-DITS           PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-HORS-MASTER          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT F-CODES-POSTAUX
           IF STATUT-FLUX-ABSENT THEN
               DISPLAY "4-CODES-POSTAUX : 4-codes-postaux.dat"
                       " introuvable, referentiel inchange"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT C-COMMUNES
           IF STATUT-COMMUNES-ABSENT THEN
               DISPLAY "4-CODES-POSTAUX : 5-communes.idx introuvable,"
                       " communes non controlees"
           END-IF

      *    Nouvelle livraison du referentiel : le master est refait
           OPEN OUTPUT C-CODES-POSTAUX
           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-CODES-POSTAUX
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-LUES
                       PERFORM CHARGER-UNE-LIGNE
               END-READ
           END-PERFORM

           DISPLAY "4-CODES-POSTAUX : " CPT-LUES " lues, "
                   CPT-CHARGEES " couples charges, "
                   CPT-LIEUX-DITS " lieux-dits ignores, "
                   CPT-REJETEES " rejetees, "
                   CPT-HORS-MASTER " commune(s) hors master"

           CLOSE F-CODES-POSTAUX C-CODES-POSTAUX C-REJETS
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE C-COMMUNES
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        CONTROLES PUIS CHARGEMENT D'UN COUPLE

       CHARGER-UNE-LIGNE.

           IF CPL-Code-Postal NOT NUMERIC THEN
               MOVE "code postal non numerique" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF CPL-DEPT-CORSE THEN
               IF CPL-Insee-Ind NOT NUMERIC THEN
                   MOVE "code Insee invalide" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               END-IF
               MOVE CODE-INSEE-DEPT-CORSE TO CIC-Dept
               MOVE CPL-Insee-Ind TO CIC-Ind
           ELSE
               IF CPL-Code-Insee NOT NUMERIC THEN
                   MOVE "code Insee invalide" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               END-IF
               MOVE CPL-Code-Insee TO CODE-INSEE-CHARGE
           END-IF

           IF CPL-Libelle-Acheminement = SPACE THEN
               MOVE "libelle d'acheminement absent" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE CODE-INSEE-NUM TO C-Code-Insee
               READ C-COMMUNES
                   INVALID KEY
                       ADD 1 TO CPT-HORS-MASTER
               END-READ
           END-IF

           MOVE CPL-Code-Postal TO CPO-Code-Postal
           MOVE CODE-INSEE-NUM TO CPO-Code-Insee
           MOVE CPL-Nom-Commune TO CPO-Nom-Commune
           MOVE CPL-Libelle-Acheminement TO CPO-Libelle-Acheminement

      *    Meme couple deja charge : ligne d'un lieu-dit (ligne 5)
           WRITE C-CODES-POSTAUX-ENREG
               INVALID KEY
                   ADD 1 TO CPT-LIEUX-DITS
               NOT INVALID KEY
                   ADD 1 TO CPT-CHARGEES
           END-WRITE
           .

       ECRIRE-REJET.

           MOVE CPL-Code-Insee TO CR-Code-Insee
           MOVE CPL-Code-Postal TO CR-Code-Postal
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

       FIN-PGM.
           STOP RUN.
