      *          situation particuliere (5-situations.idx), les
      *          coordonnees bancaires (7-rib.idx, IBAN masque sauf
      *          les quatre derniers caracteres), les soldes par
      *          millesime (7-soldes.idx), l'historique des
      *          contacts (7-historique-contacts.idx : documents
      *          emis, visites, appels, courriers recus et reponses),
      *          le rattachement de foyer
      *          (4-foyers.dat), l'archive cumulee des roles
      *          (7-imposables-archive.txt, meme source que
      *          7-ARCHIVE-EXTRAIT) et les entrees du journal d'audit
      *          qui le concernent (segments mensuels scelles
      *          9-audit-AAAAMM.dat puis journal vivant
      *          9-audit-journal.dat, meme critere que
      *          7-AUDIT-HISTORIQUE). Un dossier a acces restreint
      *          (5-restreints.idx) n'est etabli que pour un
      *          operateur ou un profil (0-profils.param) autorise ;
      *          la demande, autorisee ou refusee, est tracee dans
      *          9-acces-restreints.dat comme au guichet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-SEGMENT.

           SELECT F-HISTORIQUE ASSIGN TO "7-historique-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HCT-Cle
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

      *    Dossiers a acces restreint : memes regles qu'au guichet
      *    (5-CONSULTATION)
           SELECT F-RESTREINTS ASSIGN TO "5-restreints.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RST-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-RESTREINTS.

           SELECT F-ACCES ASSIGN TO "9-acces-restreints.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ACCES.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

           SELECT F-PROFILS ASSIGN TO "0-profils.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PROFILS.

           SELECT FS ASSIGN TO "7-dossier-contribuable.txt"
                   ORGANIZATION LINE SEQUENTIAL.

               10 CTB-Code-Insee PIC 9(5).
           05 CTB-Parts PIC 9V9.
           05 CTB-Statut PIC X(1).
           05 CTB-Sip PIC X(5).

      *    Meme disposition que C-OCCURRENCES-ENREG dans
      *    4-OCCURRENCES.cbl
               88 ADR-EST-NPAI       VALUE "O".
           05 ADR-NPAI-Date     PIC 9(8).
           05 ADR-NPAI-Motif    PIC X(20).
      *    Residence fiscale a l'etranger : E = non-resident, code
      *    pays ISO ; rue et complement restent dans ADR-Adresse,
      *    code postal / ville / pays au format postal international
           05 ADR-Residence-Etranger.
               10 ADR-Residence     PIC X(1).
                   88 ADR-EST-NON-RESIDENT   VALUE "E".
               10 ADR-Pays          PIC X(2).
               10 ADR-Code-Postal-Etr PIC X(10).
               10 ADR-Ville-Etr     PIC X(30).
               10 ADR-Pays-Libelle  PIC X(30).

      *    Meme disposition que C-SITUATIONS-ENREG dans
      *    4-SITUATIONS-MAJ.cbl
               10 SOL-Impose    PIC 9(6)V99.
               10 SOL-Paye      PIC 9(6)V99.
               10 SOL-Restant   PIC 9(6)V99.
      *    Composantes, relance, sursis, prescription, date du
      *    dernier paiement et rappels du controle fiscal,
      *    sans detail ici
           05 SOL-Suite         PIC X(157).

      *    Meme disposition que FOY-ENREG dans 5-ROLES.cbl
       FD  F-FOYERS.
           05 FOY-Numero-Fiscal    PIC 9(13).
           05 FOY-Role             PIC X(1).
           05 FOY-Parts            PIC 9V9.
           05 FOY-Solidaire        PIC X(1).

       FD  F-ARCHIVE.
       01  ARC-LIGNE PIC X(250).
           05 JRN-Avant       PIC X(80).
           05 JRN-Apres       PIC X(80).

      *    Meme disposition que HCT-ENREG dans 7-contacts-entrants.cbl
       FD  F-HISTORIQUE.
       01  HCT-ENREG.
           05 HCT-Cle.
               10 HCT-Numero-Fiscal PIC 9(13).
               10 HCT-Date          PIC 9(8).
               10 HCT-Heure         PIC 9(6).
               10 HCT-Sequence      PIC 9(4).
           05 HCT-Sens          PIC X(1).
           05 HCT-Canal         PIC X(1).
           05 HCT-Document      PIC X(2).
           05 HCT-Programme     PIC X(24).
           05 HCT-Operateur     PIC X(8).
           05 HCT-Resume        PIC X(60).
           05 HCT-Date-Limite   PIC 9(8).
           05 HCT-Etat          PIC X(1).
           05 HCT-Date-Reponse  PIC 9(8).

       FD  FS.
       01  FS-DATA PIC X(132).

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

      *    Meme disposition que ACR-ENREG dans 5-consultation.cbl
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

       01  Affichage.
               88  STATUT-SCELLES-ABSENT          VALUE "35".
           05  WS-STATUT-SEGMENT        PIC X(02) VALUE SPACE.
               88  STATUT-SEGMENT-ABSENT          VALUE "35".
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".

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
           05  DECISION-ACCES           PIC 9(1) VALUE 1.
               88  ACCES-AUTORISE                 VALUE 1.
               88  ACCES-REFUSE                   VALUE 0.

       1   SEGMENTS-WORKING-MANAGER.
           05  NOM-SEGMENT              PIC X(30) VALUE SPACE.

           PERFORM LIRE-DEMANDE

           PERFORM CONTROLER-ACCES-RESTREINT
           IF ACCES-REFUSE THEN
               DISPLAY "7-DOSSIER-CONTRIBUABLE : dossier "
                       NUMERO-DEMANDE " a acces restreint, refuse a"
                       " l'operateur " OPERATEUR-COURANT
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           OPEN OUTPUT FS
           MOVE NUMERO-DEMANDE TO DO-Numero-Fiscal
           MOVE ARTICLE-DO-TITRE TO FS-DATA
           PERFORM SECTION-SITUATION
           PERFORM SECTION-RIB
           PERFORM SECTION-SOLDES
           PERFORM SECTION-CONTACTS
           PERFORM SECTION-FOYER
           PERFORM SECTION-ARCHIVES
           PERFORM SECTION-AUDIT
           MOVE NUMERO-DEMANDE TO NUMERO-EN-TEXTE
           .

      ******************************************************************
      *        DOSSIER A ACCES RESTREINT (MEMES REGLES ET MEME TRACE
      *        QUE 5-CONSULTATION)

       CONTROLER-ACCES-RESTREINT.

           SET ACCES-AUTORISE TO TRUE

           OPEN INPUT F-RESTREINTS
           IF STATUT-RESTREINTS-ABSENT THEN
               CLOSE F-RESTREINTS
               EXIT PARAGRAPH
           END-IF

           MOVE NUMERO-DEMANDE TO RST-Numero-Fiscal
           READ F-RESTREINTS
               INVALID KEY
                   CLOSE F-RESTREINTS
                   EXIT PARAGRAPH
           END-READ
           CLOSE F-RESTREINTS

           PERFORM LIRE-OPERATEUR-PROFILS

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

       LIRE-OPERATEUR-PROFILS.

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

           OPEN INPUT F-ACCES
           IF STATUT-ACCES-ABSENT THEN
               CLOSE F-ACCES
               OPEN OUTPUT F-ACCES
           ELSE
               CLOSE F-ACCES
               OPEN EXTEND F-ACCES
           END-IF

           ACCEPT DATE-ACCES FROM DATE YYYYMMDD
           ACCEPT HEURE-DU-JOUR FROM TIME
           MOVE DATE-ACCES TO ACR-Date
           COMPUTE ACR-Heure = HEURE-DU-JOUR / 100
           MOVE OPERATEUR-COURANT TO ACR-Operateur
           MOVE PROFIL-ACCES TO ACR-Profil
           MOVE "7-DOSSIER-CONTRIBUABLE" TO ACR-Programme
           MOVE NUMERO-DEMANDE TO ACR-Numero-Fiscal
           IF ACCES-AUTORISE THEN
               MOVE "A" TO ACR-Decision
           ELSE
               MOVE "R" TO ACR-Decision
           END-IF
           WRITE ACR-ENREG
           CLOSE F-ACCES
           .

       ECRIRE-SECTION.

           MOVE ARTICLE-DO-SECTION TO FS-DATA
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO FS-DATA
                       IF ADR-EST-NON-RESIDENT THEN
                           STRING "    " ADR-Rue " "
                                  ADR-Code-Postal-Etr " "
                                  ADR-Ville-Etr " " ADR-Pays
                               DELIMITED BY SIZE INTO FS-DATA
                       ELSE
                           STRING "    " ADR-Rue " "
                                  ADR-Code-Postal " " ADR-Ville
                               DELIMITED BY SIZE INTO FS-DATA
                       END-IF
                       WRITE FS-DATA
                       ADD 1 TO CPT-LIGNES-SECTION
                       IF ADR-EST-NON-RESIDENT THEN
                           MOVE SPACE TO FS-DATA
                           STRING "    non-resident, "
                                  ADR-Pays-Libelle
                               DELIMITED BY SIZE INTO FS-DATA
                           WRITE FS-DATA
                       END-IF
                       IF ADR-EST-NPAI THEN
                           MOVE SPACE TO FS-DATA
                           STRING "    retour NPAI le "
           PERFORM CLORE-SECTION
           .

      *    Sens S = emis, E = recu ; etat A = reponse attendue
      *    (date limite), R = repondu (date de reponse)
       SECTION-CONTACTS.

           MOVE "HISTORIQUE DES CONTACTS (7-historique-contacts.idx)"
               TO DO-Section
           PERFORM ECRIRE-SECTION

           OPEN INPUT F-HISTORIQUE
           IF NOT STATUT-HISTORIQUE-ABSENT THEN
               MOVE SPACE TO FIN-PARCOURS
               MOVE NUMERO-DEMANDE TO HCT-Numero-Fiscal
               MOVE 0 TO HCT-Date
               MOVE 0 TO HCT-Heure
               MOVE 0 TO HCT-Sequence
               START F-HISTORIQUE KEY NOT < HCT-Cle
                   INVALID KEY
                       SET FF-PARC TO TRUE
               END-START
               PERFORM UNTIL FF-PARC
                   READ F-HISTORIQUE NEXT RECORD
                       AT END
                           SET FF-PARC TO TRUE
                       NOT AT END
                           IF HCT-Numero-Fiscal
                                   NOT = NUMERO-DEMANDE THEN
                               SET FF-PARC TO TRUE
                           ELSE
                               MOVE SPACE TO FS-DATA
                               STRING "    " HCT-Date
                                      " " HCT-Heure
                                      " sens " HCT-Sens
                                      " canal " HCT-Canal
                                      " " HCT-Document
                                      " " HCT-Resume
                                      " " HCT-Operateur
                                      " etat " HCT-Etat
                                      " " HCT-Date-Limite
                                      " " HCT-Date-Reponse
                                   DELIMITED BY SIZE INTO FS-DATA
                               WRITE FS-DATA
                               ADD 1 TO CPT-LIGNES-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIQUE
           END-IF
           PERFORM CLORE-SECTION
           .

       SECTION-FOYER.

           MOVE "FOYER FISCAL (4-foyers.dat)" TO DO-Section
                               STRING "    foyer " FOY-Identifiant
                                      " role " FOY-Role
                                      " parts " FOY-Parts
                                      " solidaire " FOY-Solidaire
                                   DELIMITED BY SIZE INTO FS-DATA
                               WRITE FS-DATA
                               ADD 1 TO CPT-LIGNES-SECTION
