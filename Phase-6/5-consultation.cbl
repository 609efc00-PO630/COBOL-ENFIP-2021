      *          le sort de l'execution courante (6-imposables.dat ou
      *          6-exoneres.dat). Navigation par commune : la liste
      *          des contribuables d'un code Insee. Boucle de saisie
      *          jusqu'au choix 0. La fiche se termine par l'historique
      *          des contacts du contribuable (documents emis, visites,
      *          appels et courriers recus, 7-historique-contacts.idx).
      *          Dossiers a acces restreint (5-restreints.idx, tenu
      *          par 4-RESTREINTS-MAJ) : seuls les operateurs ou
      *          profils (0-profils.param) autorises voient la fiche ;
      *          toute consultation d'un tel dossier, autorisee ou
      *          refusee, est tracee dans 9-acces-restreints.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXONERES.

      *    Liste des dossiers a acces restreint, un enregistrement
      *    par numero fiscal avec ses operateurs et profils
      *    autorises (tenue par 4-RESTREINTS-MAJ) ; master absent =
      *    aucun dossier restreint
           SELECT F-RESTREINTS ASSIGN TO "5-restreints.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RST-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-RESTREINTS.

      *    Trace des consultations de dossiers restreints, revue
      *    chaque mois par 7-ACCES-REVUE
           SELECT F-ACCES ASSIGN TO "9-acces-restreints.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ACCES.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

      *    Profils des operateurs : une ligne par couple operateur,
      *    profil
           SELECT F-PROFILS ASSIGN TO "0-profils.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PROFILS.

      *    Historique des contacts (7-CONTACTS-ENTRANTS), parcouru a
      *    partir du numero fiscal
           SELECT F-HISTORIQUE ASSIGN TO "7-historique-contacts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCT-Cle
               FILE STATUS IS WS-STATUT-HISTORIQUE.

       DATA DIVISION.
       FILE SECTION.

               10 M-Code-Insee PIC 9(5).
           05 M-Parts PIC 9V9.
           05 M-Statut PIC X(1).
           05 M-Sip PIC X(5).

       FD  F-OCCURRENCES.
       01  F-OCC-ENREG.
           05 X-Motif-Exo PIC X(2).
           05 X-Impot-Epci PIC 9(6)V99.

      *    Meme disposition que HCT-ENREG dans 7-contacts-entrants.cbl
       FD  F-HISTORIQUE.
       01  HCT-ENREG.
           05 HCT-Cle.
               10 HCT-Numero-Fiscal PIC 9(13).
               10 HCT-Date          PIC 9(8).
               10 HCT-Heure         PIC 9(6).
               10 HCT-Sequence      PIC 9(4).
           05 HCT-Sens          PIC X(1).
               88 HCT-Sens-Sortant  VALUE "S".
           05 HCT-Canal         PIC X(1).
           05 HCT-Document      PIC X(2).
           05 HCT-Programme     PIC X(24).
           05 HCT-Operateur     PIC X(8).
           05 HCT-Resume        PIC X(60).
           05 HCT-Date-Limite   PIC 9(8).
           05 HCT-Etat          PIC X(1).
               88 HCT-Etat-Attente  VALUE "A".
               88 HCT-Etat-Repondu  VALUE "R".
           05 HCT-Date-Reponse  PIC 9(8).

      *    Meme disposition que RST-ENREG dans 4-restreints-maj.cbl
       FD  F-RESTREINTS.
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

      *    Decision A = autorisee, R = refusee
       FD  F-ACCES.
       01  ACR-ENREG.
           05 ACR-Date           PIC 9(8).
           05 ACR-Heure          PIC 9(6).
           05 ACR-Operateur      PIC X(8).
           05 ACR-Profil         PIC X(8).
           05 ACR-Programme      PIC X(24).
           05 ACR-Numero-Fiscal  PIC 9(13).
           05 ACR-Decision       PIC X(1).

       FD  F-OPERATEUR.
       01  OPE-ENREG.
           05 OPE-Identifiant PIC X(8).

       FD  F-PROFILS.
       01  PRF-ENREG.
           05 PRF-Operateur   PIC X(8).
           05 PRF-Profil      PIC X(8).

       WORKING-STORAGE SECTION.

      *    Version de disposition attendue en tete des fichiers du
               88  STATUT-IMPOSABLES-ABSENT       VALUE "35".
           05  WS-STATUT-EXONERES       PIC X(02) VALUE SPACE.
               88  STATUT-EXONERES-ABSENT         VALUE "35".
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".
           05  FIN-ENREG-HCT            PIC X(01) VALUE SPACE.
               88  FF-HCT                          VALUE HIGH-VALUE.

       1   CONSULTATION-WORKING-MANAGER.
           05  CONTRIBUABLE-TROUVE      PIC 9(1) VALUE 0.
               88  SORT-TROUVE-NON                VALUE 0.
           05  CPT-OCCURRENCES          PIC 9(3) VALUE 0.
           05  CPT-COMMUNE              PIC 9(6) VALUE 0.
           05  CPT-CONTACTS             PIC 9(4) VALUE 0.
           05  SENS-AFFICHE             PIC X(7) VALUE SPACE.

       1   RESTREINTS-WORKING-MANAGER.
           05  WS-STATUT-RESTREINTS     PIC X(02) VALUE SPACE.
               88  STATUT-RESTREINTS-ABSENT       VALUE "35".
           05  WS-STATUT-ACCES          PIC X(02) VALUE SPACE.
               88  STATUT-ACCES-ABSENT            VALUE "35".
           05  WS-STATUT-OPERATEUR      PIC X(02) VALUE SPACE.
               88  STATUT-OPERATEUR-ABSENT        VALUE "35".
           05  WS-STATUT-PROFILS        PIC X(02) VALUE SPACE.
               88  STATUT-PROFILS-ABSENT          VALUE "35".
           05  FIN-PROFILS              PIC X(01) VALUE SPACE.
               88  FF-PRF                          VALUE HIGH-VALUE.
           05  OPERATEUR-COURANT        PIC X(8) VALUE "INCONNU".
           05  NB-PROFILS               PIC 9(2) VALUE 0.
           05  PROFIL-OPERATEUR         PIC X(8) OCCURS 10 TIMES.
           05  PROFIL-ACCES             PIC X(8) VALUE SPACE.
           05  IDX-PROFIL               PIC 9(2) VALUE 0.
           05  IDX-AUTORISE             PIC 9(2) VALUE 0.
           05  DATE-ACCES               PIC 9(8) VALUE 0.
           05  HEURE-DU-JOUR            PIC 9(8) VALUE 0.
           05  DOSSIER-RESTREINT        PIC 9(1) VALUE 0.
               88  DOSSIER-EST-RESTREINT          VALUE 1.
               88  DOSSIER-NON-RESTREINT          VALUE 0.
           05  DECISION-ACCES           PIC 9(1) VALUE 1.
               88  ACCES-AUTORISE                 VALUE 1.
               88  ACCES-REFUSE                   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT M-CONTRIBUABLES
           OPEN INPUT F-OCCURRENCES
           OPEN INPUT F-COMMUNES
           OPEN INPUT F-HISTORIQUE
           PERFORM OUVRIR-CONTROLE-ACCES

           PERFORM AFFICHER-MENU-ET-TRAITER
               UNTIL CHOIX-MENU = 0
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF
           IF NOT STATUT-HISTORIQUE-ABSENT THEN
               CLOSE F-HISTORIQUE
           END-IF
           IF NOT STATUT-RESTREINTS-ABSENT THEN
               CLOSE F-RESTREINTS
           END-IF
           CLOSE F-ACCES

           STOP RUN.

           DISPLAY "Numero fiscal : " WITH NO ADVANCING
           ACCEPT SAISIE-NUMERO-FISCAL

           PERFORM CONTROLER-ACCES-RESTREINT
           IF ACCES-REFUSE THEN
               PERFORM AFFICHER-REFUS-ACCES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHERCHER-CONTRIBUABLE
           IF TROUVE-NON THEN
               DISPLAY "Contribuable introuvable dans"
               PERFORM AFFICHER-OCCURRENCES
               PERFORM AFFICHER-TAUX-COMMUNE
               PERFORM AFFICHER-SORT-EXECUTION
               PERFORM AFFICHER-HISTORIQUE-CONTACTS
           END-IF
           .

                   WITH NO ADVANCING
               ACCEPT SAISIE-NUMERO-FISCAL
               IF SAISIE-NUMERO-FISCAL > 0 THEN
                   PERFORM CONTROLER-ACCES-RESTREINT
                   IF ACCES-REFUSE THEN
                       PERFORM AFFICHER-REFUS-ACCES
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHERCHER-CONTRIBUABLE
                   IF TROUVE-NON THEN
                       DISPLAY "Contribuable introuvable dans"
                       PERFORM AFFICHER-OCCURRENCES
                       PERFORM AFFICHER-TAUX-COMMUNE
                       PERFORM AFFICHER-SORT-EXECUTION
                       PERFORM AFFICHER-HISTORIQUE-CONTACTS
                   END-IF
               END-IF
           END-IF
           END-IF
           .

      ******************************************************************
      *        DOSSIERS A ACCES RESTREINT : OPERATEUR, PROFILS ET
      *        TRACE DES CONSULTATIONS

       OUVRIR-CONTROLE-ACCES.

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

           MOVE 0 TO NB-PROFILS
           OPEN INPUT F-PROFILS
           IF STATUT-PROFILS-ABSENT THEN
               CLOSE F-PROFILS
           ELSE
               PERFORM UNTIL FF-PRF
                   READ F-PROFILS
                       AT END
                           SET FF-PRF TO TRUE
                       NOT AT END
                           IF PRF-Operateur = OPERATEUR-COURANT
                              AND NB-PROFILS < 10 THEN
                               ADD 1 TO NB-PROFILS
                               MOVE PRF-Profil
                                 TO PROFIL-OPERATEUR(NB-PROFILS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PROFILS
           END-IF

           OPEN INPUT F-RESTREINTS

           OPEN INPUT F-ACCES
           IF STATUT-ACCES-ABSENT THEN
               CLOSE F-ACCES
               OPEN OUTPUT F-ACCES
           ELSE
               CLOSE F-ACCES
               OPEN EXTEND F-ACCES
           END-IF
           .

      *    Un dossier restreint n'est visible que d'un operateur cite
      *    (O) ou porteur d'un profil cite (P) ; chaque consultation
      *    d'un dossier restreint est tracee, quelle qu'en soit
      *    l'issue
       CONTROLER-ACCES-RESTREINT.

           SET ACCES-AUTORISE TO TRUE
           SET DOSSIER-NON-RESTREINT TO TRUE

           IF STATUT-RESTREINTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SAISIE-NUMERO-FISCAL TO RST-Numero-Fiscal
           READ F-RESTREINTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           SET DOSSIER-EST-RESTREINT TO TRUE
           SET ACCES-REFUSE TO TRUE
           MOVE SPACE TO PROFIL-ACCES
           IF NB-PROFILS > 0 THEN
               MOVE PROFIL-OPERATEUR(1) TO PROFIL-ACCES
           END-IF

           MOVE 1 TO IDX-AUTORISE
           PERFORM UNTIL IDX-AUTORISE > RST-Nb-Autorises
                      OR IDX-AUTORISE > 10
               IF RST-Aut-Type(IDX-AUTORISE) = "O"
                  AND RST-Aut-Code(IDX-AUTORISE)
                          = OPERATEUR-COURANT THEN
                   SET ACCES-AUTORISE TO TRUE
               END-IF
               IF RST-Aut-Type(IDX-AUTORISE) = "P" THEN
                   PERFORM COMPARER-PROFILS
               END-IF
               ADD 1 TO IDX-AUTORISE
           END-PERFORM

           PERFORM TRACER-ACCES
           .

       COMPARER-PROFILS.

           MOVE 1 TO IDX-PROFIL
           PERFORM UNTIL IDX-PROFIL > NB-PROFILS
               IF PROFIL-OPERATEUR(IDX-PROFIL)
                       = RST-Aut-Code(IDX-AUTORISE) THEN
                   SET ACCES-AUTORISE TO TRUE
                   MOVE PROFIL-OPERATEUR(IDX-PROFIL) TO PROFIL-ACCES
               END-IF
               ADD 1 TO IDX-PROFIL
           END-PERFORM
           .

       TRACER-ACCES.

           ACCEPT DATE-ACCES FROM DATE YYYYMMDD
           ACCEPT HEURE-DU-JOUR FROM TIME
           MOVE DATE-ACCES TO ACR-Date
           COMPUTE ACR-Heure = HEURE-DU-JOUR / 100
           MOVE OPERATEUR-COURANT TO ACR-Operateur
           MOVE PROFIL-ACCES TO ACR-Profil
           MOVE "5-CONSULTATION" TO ACR-Programme
           MOVE SAISIE-NUMERO-FISCAL TO ACR-Numero-Fiscal
           IF ACCES-AUTORISE THEN
               MOVE "A" TO ACR-Decision
           ELSE
               MOVE "R" TO ACR-Decision
           END-IF
           WRITE ACR-ENREG
           .

       AFFICHER-REFUS-ACCES.

           DISPLAY "Dossier a acces restreint : consultation refusee"
                   " a l'operateur " OPERATEUR-COURANT
           DISPLAY "(tentative tracee)"
           .

      *    Contacts du plus ancien au plus recent ; un courrier recu
      *    montre sa date limite de reponse ou la date de la reponse
       AFFICHER-HISTORIQUE-CONTACTS.

           DISPLAY "--- HISTORIQUE DES CONTACTS ---"
           MOVE 0 TO CPT-CONTACTS
           MOVE SPACE TO FIN-ENREG-HCT

           IF STATUT-HISTORIQUE-ABSENT THEN
               DISPLAY "7-historique-contacts.idx introuvable"
               EXIT PARAGRAPH
           END-IF

           MOVE SAISIE-NUMERO-FISCAL TO HCT-Numero-Fiscal
           MOVE 0 TO HCT-Date
           MOVE 0 TO HCT-Heure
           MOVE 0 TO HCT-Sequence
           START F-HISTORIQUE KEY NOT < HCT-Cle
               INVALID KEY
                   SET FF-HCT TO TRUE
           END-START

           PERFORM UNTIL FF-HCT
               READ F-HISTORIQUE NEXT RECORD
                   AT END
                       SET FF-HCT TO TRUE
                   NOT AT END
                       IF HCT-Numero-Fiscal
                               NOT = SAISIE-NUMERO-FISCAL THEN
                           SET FF-HCT TO TRUE
                       ELSE
                           ADD 1 TO CPT-CONTACTS
                           IF HCT-Sens-Sortant THEN
                               MOVE "emis" TO SENS-AFFICHE
                           ELSE
                               MOVE "recu" TO SENS-AFFICHE
                           END-IF
                           DISPLAY HCT-Date " " HCT-Heure " "
                               SENS-AFFICHE " canal " HCT-Canal
                               " " HCT-Document " "
                               FUNCTION TRIM(HCT-Resume)
                           DISPLAY "         par "
                               FUNCTION TRIM(HCT-Programme) " "
                               HCT-Operateur
                           IF HCT-Etat-Attente THEN
                               DISPLAY "         reponse due le "
                                   HCT-Date-Limite
                           END-IF
                           IF HCT-Etat-Repondu THEN
                               DISPLAY "         repondu le "
                                   HCT-Date-Reponse
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY CPT-CONTACTS " contact(s)"
           .

      ******************************************************************
      *        NAVIGATION PAR COMMUNE

