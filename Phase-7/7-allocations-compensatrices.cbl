      *          exoneration au seuil). La part compensable par
      *          l'Etat est calculee au taux de 0-compensation.param.
      *          C'est le chiffrage qui manquait pour reclamer la
      *          compensation. L'allegement de creation de la CFE
      *          (role 6-imposables-cfe.dat : C1 = etablissement
      *          exonere l'annee de creation, C2 = base reduite de
      *          moitie l'annee suivante) y est ajoute avec son
      *          produit perdu, departement et region etant lus au
      *          master des communes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EXONERES.

      *    Role CFE : etablissements en allegement de creation
           SELECT F-ROLE-CFE ASSIGN TO "6-imposables-cfe.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ROLE-CFE.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

      *    Taux de compensation (part du produit perdu prise en
      *    charge par l'Etat, en pourcentage)
           SELECT F-PARAM ASSIGN TO "0-compensation.param"
           05 E-Motif-Exo PIC X(2).
           05 E-Impot-Epci PIC 9(6)V99.

      *    Meme disposition que C-CFE-ENREG dans 5-ROLES.cbl
       FD  F-ROLE-CFE.
       01  CFE-DATA.
           05 CFE-Siret           PIC 9(14).
           05 CFE-Raison-Sociale  PIC X(30).
           05 CFE-Code-Insee      PIC 9(5).
           05 CFE-Impot           PIC 9(6)V99.
           05 CFE-Impot-Commune   PIC 9(6)V99.
           05 CFE-Impot-Dept      PIC 9(6)V99.
           05 CFE-Impot-Region    PIC 9(6)V99.
           05 CFE-Annee           PIC 9(4).
           05 CFE-Base-Minimum    PIC X(1).
           05 CFE-Impot-Epci      PIC 9(6)V99.
           05 CFE-Reference-Paiement PIC X(21).
           05 CFE-Motif-Creation  PIC X(2).
           05 CFE-Perte-Commune   PIC 9(6)V99.
           05 CFE-Perte-Dept      PIC 9(6)V99.
           05 CFE-Perte-Region    PIC 9(6)V99.
           05 CFE-Impot-Gemapi    PIC 9(6)V99.
           05 CFE-Date-Emission   PIC 9(8).
           05 CFE-Date-Echeance   PIC 9(8).
           05 CFE-Emission-Reference PIC X(21).

      *    Meme disposition que C-DATA dans 3-REGS-DEPTS-COMMS.cbl
       FD  F-COMMUNES.
       01  C-DATA.
           05 C-Code-Insee  PIC 9(5).
           05 C-Lieu.
               10 C-Commune PIC X(50).
               10 C-Departement PIC X(28).
               10 C-Region PIC X(30).
           05 C-Donnees.
               10 C-Altitude PIC 9(6)V99.
               10 C-Superficie PIC 9(6)V99.
               10 C-Population PIC 9(6)V99.
           05 C-Taux.
               10 C-Taux-Carbone PIC 9(4)V99.
               10 C-Taux-Densite PIC 9(4)V99.
           05 C-Status PIC X(16).
           05 C-Code-Dept-Calcule PIC 9(3).

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Taux-Compensation PIC 9(3).

      *    Version de disposition attendue en tete des fichiers
      *    inter-phases (0001 = origine, 0002 = part EPCI,
      *    0003 = montants en centimes ; role CFE 0006 =
      *    allegement de creation, 0007 = GEMAPI et emission du
      *    groupe CF) : un fichier d'une autre version arrete net,
      *    plutot que de cisailler les champs
       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-EXONERES  PIC X(32)
               VALUE "VER 6-EXONERES              0003".
           05  ENTETE-VERSION-CFE       PIC X(32)
               VALUE "VER 6-IMPOSABLES-CFE        0007".

       01  Affichage.

      * ++===                                fin article rencontre ===++
           05  FIN-EXONERES             PIC  X(01) VALUE  SPACE.
               88  FF-EXO                          VALUE  HIGH-VALUE.
           05  FIN-ROLE-CFE             PIC  X(01) VALUE  SPACE.
               88  FF-ROLE-CFE                     VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-EXONERES       PIC X(02) VALUE SPACE.
               88  STATUT-EXONERES-ABSENT         VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-ROLE-CFE       PIC X(02) VALUE SPACE.
               88  STATUT-ROLE-CFE-ABSENT         VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".

      *    Taux de compensation par defaut : 50 pour cent
       1   PARAM-WORKING-MANAGER.
               88  POSTE-EST-ABSENT               VALUE 0.
           05  COMPENSABLE-CALCULE      PIC 9(10)V99 VALUE 0.
           05  CPT-EXONERES-LUS         PIC 9(6) VALUE 0.
           05  CPT-CFE-CREATION-LUS     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CLOSE F-EXONERES

           PERFORM CUMULER-ROLE-CFE

           OPEN OUTPUT FS
           PERFORM ECRIRE-ETAT
           CLOSE FS

           DISPLAY "7-ALLOCATIONS-COMPENSATRICES : "
                   CPT-EXONERES-LUS " exonere(s) agrege(s), "
                   CPT-CFE-CREATION-LUS " etablissement(s) CFE en"
                   " allegement de creation, "
                   NB-POSTES-COMMUNES " poste(s) commune, "
                   NB-POSTES-DEPTS " poste(s) departement, "
                   NB-POSTES-REGIONS " poste(s) region"
           ADD E-Impot-Region TO PR-PERDU(IDX-POSTE)
           .

      ******************************************************************
      *        ALLEGEMENT DE CREATION DE LA CFE : CHAQUE ETABLISSEMENT
      *        EST PRESENTE AUX CUMULS COMME UN EXONERE (MOTIF C1 OU
      *        C2, PRODUIT PERDU EN PARTS), SON DEPARTEMENT ET SA
      *        REGION LUS AU MASTER DES COMMUNES

       CUMULER-ROLE-CFE.

           OPEN INPUT F-ROLE-CFE
           IF STATUT-ROLE-CFE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLER-VERSION-CFE

           OPEN INPUT F-COMMUNES

           PERFORM UNTIL FF-ROLE-CFE
               READ F-ROLE-CFE
                   AT END
                       SET FF-ROLE-CFE TO TRUE
                   NOT AT END
                       IF CFE-Motif-Creation NOT = SPACE THEN
                           ADD 1 TO CPT-CFE-CREATION-LUS
                           PERFORM PRESENTER-ETABLISSEMENT
                           PERFORM CUMULER-UN-EXONERE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ROLE-CFE
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF
           .

       PRESENTER-ETABLISSEMENT.

           INITIALIZE FE-DATA
           MOVE CFE-Code-Insee TO E-Code-Insee
           MOVE CFE-Motif-Creation TO E-Motif-Exo
           MOVE CFE-Perte-Commune TO E-Impot-Commune
           MOVE CFE-Perte-Dept TO E-Impot-Dept
           MOVE CFE-Perte-Region TO E-Impot-Region
           MOVE 0 TO E-Impot-Epci

           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE CFE-Code-Insee TO C-Code-Insee
               READ F-COMMUNES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-Departement TO E-Departement
                       MOVE C-Region TO E-Region
               END-READ
           END-IF
           .

      ******************************************************************
      *        ETAT PAR COLLECTIVITE ET MOTIF

           END-IF
           .

       CONTROLER-VERSION-CFE.

           READ F-ROLE-CFE
               AT END
                   SET FF-ROLE-CFE TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF CFE-DATA(1:32) NOT = ENTETE-VERSION-CFE THEN
               DISPLAY "7-ALLOC-COMPENSATRICES : version de disposition"
                       " inattendue en tete de 6-imposables-cfe.dat"
                       ", arret (attendu " ENTETE-VERSION-CFE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       FIN-PGM.
           STOP RUN.
