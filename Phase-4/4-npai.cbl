      *          de recherche d'adresses (4-npai-worklist.txt) sort
      *          les fiches marquees triees par reste a recouvrer
      *          decroissant : on recherche d'abord les plus gros
      *          debiteurs. Elle est decoupee par service des impots
      *          des particuliers gestionnaire (C-Sip,
      *          7-TRANSFERTS-SIP), chaque service recherchant ses
      *          propres dossiers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT C-REJETS ASSIGN TO "4-npai-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Master des contribuables, pour le SIP gestionnaire
           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

           SELECT TRI ASSIGN TO DISK.

       DATA DIVISION.
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

      *    Meme disposition que SOL-ENREG dans 7-PAIEMENTS.cbl (seul
      *    le reste interesse la liste de recherche)
               10 SOL-Impose    PIC 9(6)V99.
               10 SOL-Paye      PIC 9(6)V99.
               10 SOL-Restant   PIC 9(6)V99.
      *    Composantes, relance, sursis, prescription, date du
      *    dernier paiement et rappels du controle fiscal,
      *    sans interet ici
           05 SOL-Suite         PIC X(157).

       FD  FS.
       01  FS-DATA PIC X(100).
           05 CR-Numero-Fiscal PIC 9(13).
           05 CR-Motif         PIC X(40).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl, qui alimente ce fichier
       FD  F-CONTRIBUABLES.
       01  C-CONTRIBUABLES-ENREG.
           05 C-Numero-Fiscal PIC 9(13).
           05 C-Identite-Suite.
               10 C-Prenom PIC X(15).
               10 C-Nom PIC X(11).
               10 C-Code-Insee PIC 9(5).
           05 C-Parts PIC 9v9.
           05 C-Statut PIC X(1).
           05 C-Sip PIC X(5).

       SD  TRI.
       01  T-DATA.
           05 T-Sip           PIC X(5).
           05 T-Restant       PIC 9(8)V99.
           05 T-Numero-Fiscal PIC 9(13).
           05 T-Date-Retour   PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 WL-Ville PIC X(26).

           05 ARTICLE-WL-SIP.
               10 FILLER PIC X(20) VALUE 'SIP gestionnaire'.
               10 FILLER PIC X VALUE ':'.
               10 WL-Sip PIC X(16).

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-NPAI                 PIC  X(01) VALUE  SPACE.
               88  STATUT-ADRESSES-ABSENT         VALUE "35".
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".

       1   TRAITEMENT-WORKING-MANAGER.
           05  CPT-MARQUEES             PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-LISTE                PIC 9(6) VALUE 0.
           05  TOTAL-RESTANT-DEBITEUR   PIC 9(8)V99 VALUE 0.
      *    Rupture par service ; blanc = contribuable pas encore
      *    rattache (regroupe sous 'non attribue')
           05  SIP-COURANT              PIC X(5) VALUE SPACE.
           05  CPT-SERVICES             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       " recherche sans montants"
           END-IF

           OPEN INPUT F-CONTRIBUABLES

           OPEN OUTPUT FS
           MOVE ARTICLE-WL-TITRE TO FS-DATA
           WRITE FS-DATA
           WRITE FS-DATA

           SORT TRI
               ON ASCENDING KEY T-Sip
               ON DESCENDING KEY T-Restant
               INPUT PROCEDURE GARNIR-TRI-NPAI
               OUTPUT PROCEDURE EDITER-WORKLIST
           IF NOT STATUT-SOLDES-ABSENT THEN
               CLOSE F-SOLDES
           END-IF
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF

           DISPLAY "4-NPAI : " CPT-MARQUEES " adresse(s)"
                   " marquee(s), " CPT-REJETEES " rejet(s), "

           PERFORM CUMULER-RESTANT-DEBITEUR

           MOVE SPACE TO T-Sip
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE ADR-Numero-Fiscal TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-Sip TO T-Sip
               END-READ
           END-IF

           MOVE TOTAL-RESTANT-DEBITEUR TO T-Restant
           MOVE ADR-Numero-Fiscal TO T-Numero-Fiscal
           MOVE ADR-NPAI-Date TO T-Date-Retour
                   AT END
                       SET FF-TRI TO TRUE
                   NOT AT END
                       IF CPT-SERVICES = 0
                          OR T-Sip NOT = SIP-COURANT THEN
                           PERFORM ECRIRE-EN-TETE-SIP
                       END-IF
                       MOVE T-Numero-Fiscal TO WL-Numero-Fiscal
                       MOVE T-Restant TO WL-Restant
                       MOVE T-Date-Retour TO WL-Date-Retour
           END-PERFORM
           .

       ECRIRE-EN-TETE-SIP.

           MOVE T-Sip TO SIP-COURANT
           ADD 1 TO CPT-SERVICES

           IF T-Sip = SPACE THEN
               MOVE 'non attribue' TO WL-Sip
           ELSE
               MOVE T-Sip TO WL-Sip
           END-IF
           MOVE ARTICLE-WL-SIP TO FS-DATA
           WRITE FS-DATA
           .

       FIN-PGM.
           STOP RUN.
