      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: decisions du superviseur sur les remboursements mis
      *          en attente par le filtrage anti-fraude de
      *          7-REMBOURSEMENTS (7-remboursements-attente.idx, cle
      *          numero fiscal), a partir des transactions
      *          7-remboursements-decision.dat, sur le modele de
      *          4-RESTREINTS-MAJ : L = liberation (le remboursement
      *          part a la prochaine execution de 7-REMBOURSEMENTS,
      *          sans nouveau filtrage), X = annulation (il ne part
      *          pas, le credit reste au livre) ; motif obligatoire.
      *          Une liberation peut revenir sur une annulation et
      *          inversement tant que rien n'est verse. Reserve aux
      *          operateurs habilites au type F ; chaque decision passe
      *          au journal d'audit central (fichier F) ; les
      *          transactions invalides sont rejetees
      *          (7-remboursements-decision-rejets.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-REMBOURSEMENTS-DECISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Habilitations des operateurs (type(s) de transaction
      *    permis et plafond de montant) : sans ligne pour
      *    l'operateur, tout est refuse ; fichier absent = pas de
      *    controle (comportement historique)
           SELECT F-HABILITATIONS ASSIGN TO "0-habilitations.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-HABILITATIONS.

      *    Journal d'audit central : les refus d'habilitation y sont
      *    traces comme les decisions
           SELECT F-AUDIT ASSIGN TO "9-audit-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-AUDIT.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

      *    Verrou d'execution de la chaine (1-VERROU) : ce programme
      *    refuse de demarrer tant que la chaine reconstruit les
      *    masters
           SELECT F-VERROU ASSIGN TO "9-verrou.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VERROU.

           SELECT F-DECISIONS ASSIGN TO "7-remboursements-decision.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MAJ.

           SELECT F-ATTENTE ASSIGN TO "7-remboursements-attente.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ATT-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-IDX.

           SELECT C-REJETS
                   ASSIGN TO "7-remboursements-decision-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Une ligne par operateur : types permis (lettres accolees,
      *    * = tous) et plafond de montant (0 = sans plafond)
       FD  F-HABILITATIONS.
       01  HAB-ENREG.
           05 HAB-Operateur PIC X(8).
           05 HAB-Types     PIC X(10).
           05 HAB-Limite    PIC 9(6).

      *    Meme disposition que JRN-ENREG dans 4-OCCURRENCES.cbl
       FD  F-AUDIT.
       01  JRN-ENREG.
           05 JRN-Programme   PIC X(20).
           05 JRN-Operateur   PIC X(8).
           05 JRN-Date        PIC 9(8).
           05 JRN-Fichier     PIC X(1).
           05 JRN-Action      PIC X(1).
           05 JRN-Avant       PIC X(80).
           05 JRN-Apres       PIC X(80).

       FD  F-OPERATEUR.
       01  OPE-ENREG.
           05 OPE-Identifiant PIC X(8).

      *    Meme disposition que VER-ENREG dans 1-VERROU.cbl
       FD  F-VERROU.
       01  VER-ENREG.
           05 VER-Run-Id PIC 9(14).
           05 VER-Date   PIC 9(8).
           05 VER-Heure  PIC 9(6).

      *    L = liberation, X = annulation
       FD  F-DECISIONS.
       01  FM-DATA.
           05 FM-Code           PIC X(1).
               88 FM-Code-Liberation VALUE "L".
               88 FM-Code-Annulation VALUE "X".
           05 FM-Numero-Fiscal  PIC 9(13).
           05 FM-Motif          PIC X(40).

      *    Meme disposition que ATT-ENREG dans 7-REMBOURSEMENTS.cbl
       FD  F-ATTENTE.
       01  ATT-ENREG.
           05 ATT-Numero-Fiscal  PIC 9(13).
           05 ATT-Etat           PIC X(1).
               88 ATT-En-Attente     VALUE "A".
               88 ATT-Libere         VALUE "L".
               88 ATT-Annule         VALUE "X".
               88 ATT-Verse          VALUE "V".
           05 ATT-Montant        PIC 9(7)V99.
           05 ATT-IBAN           PIC X(34).
           05 ATT-Score          PIC 9(3).
           05 ATT-Motifs.
               10 ATT-Motif-Iban     PIC X(1).
               10 ATT-Motif-Rib      PIC X(1).
               10 ATT-Motif-Paye     PIC X(1).
           05 ATT-Nb-Beneficiaires PIC 9(4).
           05 ATT-Date-Mise      PIC 9(8).
           05 ATT-Nom            PIC X(11).
           05 ATT-Prenom         PIC X(15).
           05 ATT-Date-Decision  PIC 9(8).
           05 ATT-Operateur-Decision PIC X(8).
           05 ATT-Motif-Decision PIC X(40).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Code           PIC X(1).
           05 CR-Numero-Fiscal  PIC X(13).
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

       1   HABILITATIONS-WORKING-MANAGER.
           05  WS-STATUT-HABILITATIONS  PIC X(02) VALUE SPACE.
               88  STATUT-HABILITATIONS-ABSENT    VALUE "35".
           05  FIN-HABILITATIONS        PIC X(01) VALUE SPACE.
               88  FF-HAB                         VALUE HIGH-VALUE.
           05  HABILITATION-TYPES       PIC X(10) VALUE SPACE.
           05  HABILITATION-LIMITE      PIC 9(6) VALUE 0.
           05  HABILITATION-CONNUE      PIC 9(1) VALUE 0.
               88  HABILITATION-EST-CONNUE        VALUE 1.
           05  CONTROLE-ACTIF           PIC 9(1) VALUE 0.
               88  CONTROLE-EST-ACTIF             VALUE 1.
           05  IDX-TYPE-HAB             PIC 9(2) VALUE 0.
           05  TYPE-DEMANDE             PIC X(1) VALUE SPACE.
           05  TYPE-PERMIS              PIC 9(1) VALUE 0.
               88  TYPE-EST-PERMIS                VALUE 1.
               88  TYPE-EST-REFUSE                VALUE 0.

       1   AUDIT-WORKING-MANAGER.
           05  WS-STATUT-AUDIT          PIC X(02) VALUE SPACE.
               88  STATUT-AUDIT-ABSENT            VALUE "35".
           05  WS-STATUT-OPERATEUR      PIC X(02) VALUE SPACE.
               88  STATUT-OPERATEUR-ABSENT        VALUE "35".
           05  OPERATEUR-COURANT        PIC X(8) VALUE "INCONNU".
           05  DATE-AUDIT               PIC 9(8) VALUE 0.
           05  IMAGE-AVANT              PIC X(80) VALUE SPACE.
           05  IMAGE-APRES              PIC X(80) VALUE SPACE.
           05  ACTION-AUDIT             PIC X(1) VALUE SPACE.

       1   VERROU-WORKING-MANAGER.
           05  WS-STATUT-VERROU         PIC X(02) VALUE SPACE.
               88  STATUT-VERROU-ABSENT           VALUE "35".

       1   FILE-WORKING-MANAGER.
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-MAJ            PIC X(02) VALUE SPACE.
               88  STATUT-MAJ-ABSENT              VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-LIBERES              PIC 9(6) VALUE 0.
           05  CPT-ANNULES              PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONTROLER-VERROU

      *    Habilitation de l'operateur pour ce type de transaction
           PERFORM OUVRIR-JOURNAL-AUDIT
           PERFORM LIRE-HABILITATION
           MOVE "F" TO TYPE-DEMANDE
           PERFORM CONTROLER-HABILITATION-TYPE
           IF TYPE-EST-REFUSE THEN
               PERFORM ECRIRE-REFUS-HABILITATION
               DISPLAY "7-REMBOURSEMENTS-DECISION : operateur "
                       OPERATEUR-COURANT " non habilite au type"
                       " F, traitement refuse"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-DECISIONS
           IF STATUT-MAJ-ABSENT THEN
               DISPLAY "7-REMBOURSEMENTS-DECISION : "
                       "7-remboursements-decision.dat introuvable,"
                       " aucune decision"
               PERFORM FIN-PGM
           END-IF

      *    Sans file d'attente, aucune decision n'a d'objet
           OPEN I-O F-ATTENTE
           IF STATUT-IDX-ABSENT THEN
               DISPLAY "7-REMBOURSEMENTS-DECISION : "
                       "7-remboursements-attente.idx introuvable,"
                       " aucun remboursement en attente"
               CLOSE F-DECISIONS
               PERFORM FIN-PGM
           END-IF

           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-DECISIONS
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-TRAITEES
                       PERFORM DECIDER-UN-REMBOURSEMENT
               END-READ
           END-PERFORM

           DISPLAY "7-REMBOURSEMENTS-DECISION : " CPT-TRAITEES
                   " traitees, " CPT-LIBERES " libere(s), "
                   CPT-ANNULES " annule(s), " CPT-REJETEES
                   " rejetee(s)"

           CLOSE F-DECISIONS F-ATTENTE C-REJETS F-AUDIT

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        LIBERATION OU ANNULATION D'UN REMBOURSEMENT EN ATTENTE

       DECIDER-UN-REMBOURSEMENT.

           IF FM-Numero-Fiscal NOT NUMERIC
              OR FM-Numero-Fiscal = 0 THEN
               MOVE "numero fiscal invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF NOT FM-Code-Liberation AND NOT FM-Code-Annulation THEN
               MOVE "code transaction inconnu (L ou X)" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF FM-Motif = SPACE THEN
               MOVE "motif de la decision absent" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE FM-Numero-Fiscal TO ATT-Numero-Fiscal
           READ F-ATTENTE
               INVALID KEY
                   MOVE "aucun remboursement en attente" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN ATT-Verse
                   MOVE "remboursement deja verse" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               WHEN FM-Code-Liberation AND ATT-Libere
                   MOVE "remboursement deja libere" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               WHEN FM-Code-Annulation AND ATT-Annule
                   MOVE "remboursement deja annule" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM IMAGER-DECISION
           MOVE IMAGE-APRES TO IMAGE-AVANT

           MOVE FM-Code TO ATT-Etat
           MOVE DATE-AUDIT TO ATT-Date-Decision
           MOVE OPERATEUR-COURANT TO ATT-Operateur-Decision
           MOVE FM-Motif TO ATT-Motif-Decision
           REWRITE ATT-ENREG

           PERFORM IMAGER-DECISION
           MOVE "R" TO ACTION-AUDIT
           PERFORM ECRIRE-JOURNAL-AUDIT

           IF ATT-Libere THEN
               ADD 1 TO CPT-LIBERES
           ELSE
               ADD 1 TO CPT-ANNULES
           END-IF
           .

      *    L'image d'audit porte la decision (l'enregistrement
      *    complet depasse la zone du journal)
       IMAGER-DECISION.

           MOVE SPACE TO IMAGE-APRES
           STRING ATT-Numero-Fiscal DELIMITED BY SIZE
                  ATT-Etat DELIMITED BY SIZE
                  ATT-Montant DELIMITED BY SIZE
                  ATT-Date-Decision DELIMITED BY SIZE
                  ATT-Operateur-Decision DELIMITED BY SIZE
                  ATT-Motif-Decision DELIMITED BY SIZE
             INTO IMAGE-APRES
           .

       ECRIRE-REJET.

           MOVE FM-Code TO CR-Code
           MOVE FM-DATA(2:13) TO CR-Numero-Fiscal
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

      ******************************************************************
      *        VERROU D'EXECUTION DE LA CHAINE (1-VERROU) : TENU =
      *        LES MASTERS SONT EN RECONSTRUCTION, ON NE DEMARRE PAS

       CONTROLER-VERROU.

           OPEN INPUT F-VERROU
           IF STATUT-VERROU-ABSENT THEN
               CLOSE F-VERROU
           ELSE
               READ F-VERROU
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "chaine en cours (verrou du passage "
                               VER-Run-Id "), demarrage refuse"
                       CLOSE F-VERROU
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE F-VERROU
           END-IF
           .

      ******************************************************************
      *        HABILITATION DE L'OPERATEUR (0-habilitations.param)

       LIRE-HABILITATION.

           OPEN INPUT F-HABILITATIONS
           IF STATUT-HABILITATIONS-ABSENT THEN
               CLOSE F-HABILITATIONS
               EXIT PARAGRAPH
           END-IF

           SET CONTROLE-EST-ACTIF TO TRUE
           PERFORM UNTIL FF-HAB
               READ F-HABILITATIONS
                   AT END
                       SET FF-HAB TO TRUE
                   NOT AT END
                       IF HAB-Operateur = OPERATEUR-COURANT THEN
                           SET HABILITATION-EST-CONNUE TO TRUE
                           MOVE HAB-Types TO HABILITATION-TYPES
                           MOVE HAB-Limite TO HABILITATION-LIMITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-HABILITATIONS
           .

      *    Le type demande doit figurer dans les types permis de
      *    l'operateur (* = tous) ; un operateur sans ligne n'a
      *    droit a rien
       CONTROLER-HABILITATION-TYPE.

           SET TYPE-EST-PERMIS TO TRUE

           IF NOT CONTROLE-EST-ACTIF THEN
               EXIT PARAGRAPH
           END-IF

           IF NOT HABILITATION-EST-CONNUE THEN
               SET TYPE-EST-REFUSE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF HABILITATION-TYPES(1:1) = "*" THEN
               EXIT PARAGRAPH
           END-IF

           SET TYPE-EST-REFUSE TO TRUE
           MOVE 1 TO IDX-TYPE-HAB
           PERFORM UNTIL IDX-TYPE-HAB > 10
               IF HABILITATION-TYPES(IDX-TYPE-HAB:1)
                       = TYPE-DEMANDE THEN
                   SET TYPE-EST-PERMIS TO TRUE
                   MOVE 10 TO IDX-TYPE-HAB
               END-IF
               ADD 1 TO IDX-TYPE-HAB
           END-PERFORM
           .

      ******************************************************************
      *        JOURNAL D'AUDIT CENTRAL (MEME CONVENTION QUE
      *        4-OCCURRENCES ; FICHIER F = REMBOURSEMENTS EN ATTENTE,
      *        ACTION X = REFUS D'HABILITATION)

       OUVRIR-JOURNAL-AUDIT.

           OPEN INPUT F-OPERATEUR
           IF STATUT-OPERATEUR-ABSENT THEN
               CONTINUE
           ELSE
               READ F-OPERATEUR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPE-Identifiant TO OPERATEUR-COURANT
               END-READ
               CLOSE F-OPERATEUR
           END-IF

           ACCEPT DATE-AUDIT FROM DATE YYYYMMDD

           OPEN INPUT F-AUDIT
           IF STATUT-AUDIT-ABSENT THEN
               CLOSE F-AUDIT
               OPEN OUTPUT F-AUDIT
           ELSE
               CLOSE F-AUDIT
               OPEN EXTEND F-AUDIT
           END-IF
           .

      *    IMAGE-AVANT, IMAGE-APRES et ACTION-AUDIT sont garnis par
      *    l'appelant
       ECRIRE-JOURNAL-AUDIT.

           MOVE "7-REMBOURSEMENTS-DEC" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE "F" TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       ECRIRE-REFUS-HABILITATION.

           MOVE "7-REMBOURSEMENTS-DEC" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE "H" TO JRN-Fichier
           MOVE "X" TO JRN-Action
           MOVE SPACE TO JRN-Avant
           STRING "habilitation refusee, type " TYPE-DEMANDE
               DELIMITED BY SIZE INTO JRN-Avant
           MOVE SPACE TO JRN-Apres
           WRITE JRN-ENREG
           .

       FIN-PGM.
           STOP RUN.
