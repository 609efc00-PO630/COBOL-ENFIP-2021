      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: tenue du master des dossiers a acces restreint
      *          (5-restreints.idx, cle numero fiscal) a partir des
      *          transactions 4-restreints-maj.dat, sur le modele de
      *          4-SITUATIONS-MAJ : P = pose ou modification de la
      *          restriction (categorie E = elu, P = personnalite
      *          publique, A = agent de l'administration, X = autre ;
      *          motif ; jusqu'a dix operateurs (O) ou profils (P)
      *          autorises), L = levee de la restriction. Seuls les
      *          autorises consultent le dossier dans 5-CONSULTATION
      *          et 7-DOSSIER-CONTRIBUABLE ; toute consultation d'un
      *          dossier restreint est tracee (9-acces-restreints.dat)
      *          et revue chaque mois par 7-ACCES-REVUE. Chaque pose,
      *          modification ou levee passe au journal d'audit
      *          central (fichier P) ; les transactions invalides
      *          sont rejetees (4-restreints-rejets.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-RESTREINTS-MAJ.
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
      *    traces comme les mises a jour
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

           SELECT F-RESTREINTS-MAJ ASSIGN TO "4-restreints-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MAJ.

           SELECT C-RESTREINTS ASSIGN TO "5-restreints.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RST-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-IDX.

           SELECT C-REJETS ASSIGN TO "4-restreints-rejets.dat"
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

      *    P = pose ou modification (la liste des autorises remplace
      *    la precedente), L = levee
       FD  F-RESTREINTS-MAJ.
       01  FM-DATA.
           05 FM-Code           PIC X(1).
               88 FM-Code-Pose      VALUE "P".
               88 FM-Code-Levee     VALUE "L".
           05 FM-Numero-Fiscal  PIC 9(13).
           05 FM-Categorie      PIC X(1).
               88 FM-Categorie-Valide VALUE "E" "P" "A" "X".
           05 FM-Motif          PIC X(40).
           05 FM-Autorise OCCURS 10 TIMES.
               10 FM-Aut-Type       PIC X(1).
               10 FM-Aut-Code       PIC X(8).

      *    Autorise de type O = identifiant d'operateur
      *    (0-operateur.param), P = profil (0-profils.param)
       FD  C-RESTREINTS.
       01  RST-ENREG.
           05 RST-Numero-Fiscal  PIC 9(13).
           05 RST-Categorie      PIC X(1).
           05 RST-Motif          PIC X(40).
           05 RST-Date-Pose      PIC 9(8).
           05 RST-Operateur-Pose PIC X(8).
           05 RST-Nb-Autorises   PIC 9(2).
           05 RST-Autorise OCCURS 10 TIMES.
               10 RST-Aut-Type       PIC X(1).
               10 RST-Aut-Code       PIC X(8).

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
           05  IDX-AUTORISE             PIC 9(2) VALUE 0.
           05  NB-AUTORISES             PIC 9(2) VALUE 0.
           05  AUTORISES-VALIDES        PIC 9(1) VALUE 0.
               88  AUTORISES-SONT-VALIDES         VALUE 1.
               88  AUTORISES-INVALIDES            VALUE 0.
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-POSEES               PIC 9(6) VALUE 0.
           05  CPT-MODIFIEES            PIC 9(6) VALUE 0.
           05  CPT-LEVEES               PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONTROLER-VERROU

      *    Habilitation de l'operateur pour ce type de transaction
           PERFORM OUVRIR-JOURNAL-AUDIT
           PERFORM LIRE-HABILITATION
           MOVE "R" TO TYPE-DEMANDE
           PERFORM CONTROLER-HABILITATION-TYPE
           IF TYPE-EST-REFUSE THEN
               PERFORM ECRIRE-REFUS-HABILITATION
               DISPLAY "4-RESTREINTS-MAJ : operateur "
                       OPERATEUR-COURANT " non habilite au type"
                       " R, traitement refuse"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-RESTREINTS-MAJ
           IF STATUT-MAJ-ABSENT THEN
               DISPLAY "4-RESTREINTS-MAJ : 4-restreints-maj.dat"
                       " introuvable, aucune mise a jour"
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-MASTER
           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-RESTREINTS-MAJ
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-TRAITEES
                       PERFORM MAJ-UN-DOSSIER
               END-READ
           END-PERFORM

           DISPLAY "4-RESTREINTS-MAJ : " CPT-TRAITEES
                   " traitees, " CPT-POSEES " restriction(s) posee(s), "
                   CPT-MODIFIEES " modifiee(s), " CPT-LEVEES
                   " levee(s), " CPT-REJETEES " rejetee(s)"

           CLOSE F-RESTREINTS-MAJ C-RESTREINTS C-REJETS F-AUDIT

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT C-RESTREINTS
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-RESTREINTS
               OPEN OUTPUT C-RESTREINTS
               CLOSE C-RESTREINTS
           ELSE
               CLOSE C-RESTREINTS
           END-IF

           OPEN I-O C-RESTREINTS
           .

      ******************************************************************
      *        POSE, MODIFICATION OU LEVEE D'UNE RESTRICTION

       MAJ-UN-DOSSIER.

           IF FM-Numero-Fiscal NOT NUMERIC
              OR FM-Numero-Fiscal = 0 THEN
               MOVE "numero fiscal invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN FM-Code-Pose
                   PERFORM POSER-RESTRICTION
               WHEN FM-Code-Levee
                   PERFORM LEVER-RESTRICTION
               WHEN OTHER
                   MOVE "code transaction inconnu (P ou L)"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
           END-EVALUATE
           .

       POSER-RESTRICTION.

           IF NOT FM-Categorie-Valide THEN
               MOVE "categorie inconnue (E, P, A ou X)" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF FM-Motif = SPACE THEN
               MOVE "motif de la restriction absent" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLER-AUTORISES
           IF AUTORISES-INVALIDES THEN
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE FM-Numero-Fiscal TO RST-Numero-Fiscal
           READ C-RESTREINTS
               INVALID KEY
                   PERFORM GARNIR-RESTRICTION
                   MOVE DATE-AUDIT TO RST-Date-Pose
                   MOVE OPERATEUR-COURANT TO RST-Operateur-Pose
                   WRITE RST-ENREG
                   MOVE SPACE TO IMAGE-AVANT
                   MOVE RST-ENREG TO IMAGE-APRES
                   MOVE "W" TO ACTION-AUDIT
                   PERFORM ECRIRE-JOURNAL-AUDIT
                   ADD 1 TO CPT-POSEES
               NOT INVALID KEY
      *            La date et l'auteur de la pose d'origine sont
      *            conserves
                   MOVE RST-ENREG TO IMAGE-AVANT
                   PERFORM GARNIR-RESTRICTION
                   REWRITE RST-ENREG
                   MOVE RST-ENREG TO IMAGE-APRES
                   MOVE "R" TO ACTION-AUDIT
                   PERFORM ECRIRE-JOURNAL-AUDIT
                   ADD 1 TO CPT-MODIFIEES
           END-READ
           .

      *    Les autorises sont tasses en tete de table, dans l'ordre
      *    de la transaction
       GARNIR-RESTRICTION.

           MOVE FM-Categorie TO RST-Categorie
           MOVE FM-Motif TO RST-Motif
           MOVE 0 TO RST-Nb-Autorises
           MOVE 1 TO IDX-AUTORISE
           PERFORM UNTIL IDX-AUTORISE > 10
               MOVE SPACE TO RST-Aut-Type(IDX-AUTORISE)
               MOVE SPACE TO RST-Aut-Code(IDX-AUTORISE)
               ADD 1 TO IDX-AUTORISE
           END-PERFORM

           MOVE 1 TO IDX-AUTORISE
           PERFORM UNTIL IDX-AUTORISE > 10
               IF FM-Aut-Code(IDX-AUTORISE) NOT = SPACE THEN
                   ADD 1 TO RST-Nb-Autorises
                   MOVE FM-Aut-Type(IDX-AUTORISE)
                     TO RST-Aut-Type(RST-Nb-Autorises)
                   MOVE FM-Aut-Code(IDX-AUTORISE)
                     TO RST-Aut-Code(RST-Nb-Autorises)
               END-IF
               ADD 1 TO IDX-AUTORISE
           END-PERFORM
           .

      *    Au moins un autorise ; chacun de type O (operateur) ou P
      *    (profil)
       CONTROLER-AUTORISES.

           SET AUTORISES-SONT-VALIDES TO TRUE
           MOVE 0 TO NB-AUTORISES
           MOVE 1 TO IDX-AUTORISE
           PERFORM UNTIL IDX-AUTORISE > 10
               IF FM-Aut-Code(IDX-AUTORISE) NOT = SPACE THEN
                   ADD 1 TO NB-AUTORISES
                   IF FM-Aut-Type(IDX-AUTORISE) NOT = "O"
                      AND FM-Aut-Type(IDX-AUTORISE) NOT = "P" THEN
                       SET AUTORISES-INVALIDES TO TRUE
                       MOVE "type d'autorise inconnu (O ou P)"
                           TO CR-Motif
                   END-IF
               END-IF
               ADD 1 TO IDX-AUTORISE
           END-PERFORM

           IF NB-AUTORISES = 0 THEN
               SET AUTORISES-INVALIDES TO TRUE
               MOVE "aucun operateur ni profil autorise" TO CR-Motif
           END-IF
           .

       LEVER-RESTRICTION.

           MOVE FM-Numero-Fiscal TO RST-Numero-Fiscal
           READ C-RESTREINTS
               INVALID KEY
                   MOVE "dossier non restreint, levee impossible"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
           END-READ

           MOVE RST-ENREG TO IMAGE-AVANT
           DELETE C-RESTREINTS
           MOVE SPACE TO IMAGE-APRES
           MOVE "D" TO ACTION-AUDIT
           PERFORM ECRIRE-JOURNAL-AUDIT
           ADD 1 TO CPT-LEVEES
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
      *        4-OCCURRENCES ; FICHIER P = DOSSIERS RESTREINTS, ACTION
      *        X = REFUS D'HABILITATION)

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

      *    IMAGE-AVANT, IMAGE-APRES et ACTION-AUDIT (W/R/D) sont
      *    garnis par l'appelant
       ECRIRE-JOURNAL-AUDIT.

           MOVE "4-RESTREINTS-MAJ" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE "P" TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       ECRIRE-REFUS-HABILITATION.

           MOVE "4-RESTREINTS-MAJ" TO JRN-Programme
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
