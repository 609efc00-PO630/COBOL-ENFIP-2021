      *          part). Sortie en etat formate
      *          (7-statistiques.txt) et en extrait CSV
      *          (7-statistiques.csv) sur le modele de
      *          7-imposables.csv. Les non-residents (residence a
      *          l'etranger au master 5-adresses.idx) sont sortis de
      *          leur departement d'imposition et comptes a part,
      *          en fin d'etat, sous la rubrique NON-RESIDENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ANNEE-ROLE.

      *    Master des adresses (4-ADRESSES-MAJ) : residence fiscale
      *    des non-residents ; absent, aucun n'est isole
           SELECT F-ADRESSES ASSIGN TO "5-adresses.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

           SELECT TRI ASSIGN TO DISK.

       DATA DIVISION.
      *    sous seuil (un exonere est sous le seuil par construction)
       FD  F-EXONERES.
       01  EXD-ENREG.
           05 EXD-Numero-Fiscal    PIC 9(13).
           05 FILLER               PIC X(81).
           05 EXD-Departement      PIC X(28).
           05 FILLER               PIC X(102).

      *    Meme disposition que C-ADRESSES-ENREG dans
      *    4-ADRESSES-MAJ.cbl, qui alimente ce fichier
       FD  F-ADRESSES.
       01  F-ADR-ENREG.
           05 ADR-Numero-Fiscal PIC 9(13).
           05 ADR-Adresse.
               10 ADR-Rue         PIC X(32).
               10 ADR-Complement  PIC X(32).
               10 ADR-Code-Postal PIC X(5).
               10 ADR-Ville       PIC X(26).
           05 ADR-NPAI          PIC X(1).
               88 ADR-EST-NPAI       VALUE "O".
           05 ADR-NPAI-Date     PIC 9(8).
           05 ADR-NPAI-Motif    PIC X(20).
           05 ADR-Residence-Etranger.
               10 ADR-Residence     PIC X(1).
                   88 ADR-EST-NON-RESIDENT   VALUE "E".
               10 ADR-Pays          PIC X(2).
               10 ADR-Code-Postal-Etr PIC X(10).
               10 ADR-Ville-Etr     PIC X(30).
               10 ADR-Pays-Libelle  PIC X(30).

      *    Meme disposition que dans 3-REGS-DEPTS-COMMS.cbl
       FD  F-REORGANISATIONS.
       01  REO-ENREG.
               10 EXD-TABLE-DEPT        PIC X(28).
               10 EXD-TABLE-NB          PIC 9(5).

      *    Non-residents : regroupes sous une rubrique propre,
      *    triee apres toutes les regions
       1   NON-RESIDENTS-WORKING-MANAGER.
           05  WS-STATUT-ADRESSES       PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-ABSENT        VALUE "35".
           05  RUBRIQUE-NON-RESIDENTS   PIC X(28)
               VALUE "NON-RESIDENTS".
           05  NUMERO-RESIDENCE         PIC 9(13) VALUE 0.
           05  RESIDENCE-LUE            PIC X(01) VALUE SPACE.
               88  RESIDENCE-ETRANGER             VALUE "E".
           05  CPT-NON-RESIDENTS-IMPOSES PIC 9(6) VALUE 0.
           05  CPT-NON-RESIDENTS-EXONERES PIC 9(6) VALUE 0.

      *    Echantillon du departement en cours : les impots arrivent
      *    tries par montant croissant (cle de tri), les bornes de
      *    deciles se lisent donc directement dans la table

           PERFORM LIRE-SEUIL-EXONERATION
           PERFORM CHARGER-REORGANISATIONS

           OPEN INPUT F-ADRESSES
           IF STATUT-ADRESSES-ABSENT THEN
               DISPLAY "5-adresses.idx introuvable, non-residents"
                       " comptes dans leur departement"
           END-IF

           PERFORM CHARGER-EXONERES

           OPEN OUTPUT FS FS-CSV

           CLOSE FS FS-CSV

           IF NOT STATUT-ADRESSES-ABSENT THEN
               CLOSE F-ADRESSES
               DISPLAY "7-STATISTIQUES : " CPT-NON-RESIDENTS-IMPOSES
                       " non-resident(s) impose(s), "
                       CPT-NON-RESIDENTS-EXONERES
                       " non-resident(s) exonere(s), comptes a part"
           END-IF

           PERFORM FIN-PGM
           .

                       IF NB-REORGANISATIONS > 0 THEN
                           PERFORM REDIRIGER-ROLE-REORGANISE
                       END-IF
                       MOVE E-Numero-Fiscal TO NUMERO-RESIDENCE
                       PERFORM LIRE-RESIDENCE
                       IF RESIDENCE-ETRANGER THEN
                           MOVE RUBRIQUE-NON-RESIDENTS
                               TO E-Departement
                           MOVE HIGH-VALUE TO E-Region
                           ADD 1 TO CPT-NON-RESIDENTS-IMPOSES
                       END-IF
                       RELEASE T-DATA FROM FE-DATA
               END-READ
           END-PERFORM
                           SET FF-EXONERES TO TRUE
                       NOT AT END
                           PERFORM REDIRIGER-EXONERE-DEPT
                           MOVE EXD-Numero-Fiscal TO NUMERO-RESIDENCE
                           PERFORM LIRE-RESIDENCE
                           IF RESIDENCE-ETRANGER THEN
                               MOVE RUBRIQUE-NON-RESIDENTS
                                   TO EXD-Departement
                               ADD 1 TO CPT-NON-RESIDENTS-EXONERES
                           END-IF
                           PERFORM COMPTER-EXONERE-DEPT
                   END-READ
               END-PERFORM
           END-PERFORM
           .

      *    Residence fiscale du contribuable au master des adresses
       LIRE-RESIDENCE.

           MOVE SPACE TO RESIDENCE-LUE

           IF NOT STATUT-ADRESSES-ABSENT THEN
               MOVE NUMERO-RESIDENCE TO ADR-Numero-Fiscal
               READ F-ADRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADR-Residence TO RESIDENCE-LUE
               END-READ
           END-IF
           .

       COMPTER-EXONERE-DEPT.

           MOVE SPACE TO EXO-DEPT-CHERCHE
