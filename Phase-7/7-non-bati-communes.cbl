      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: synthese du non bati par commune : pour chaque
      *          commune du registre parcellaire (5-parcelles.idx,
      *          parcouru dans l'ordre de sa cle commune/section/
      *          numero), nombre de parcelles, contenance en hectares
      *          et base TN par classe de culture, valorisee au tarif
      *          a l'hectare de 0-tarifs-non-bati.param comme dans
      *          5-ROLES (tarif de la commune, a defaut tarif
      *          national 00000), puis total de la commune et
      *          recapitulatif national.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-NON-BATI-COMMUNES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-PARCELLES ASSIGN TO "5-parcelles.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PAR-Cle
                   ALTERNATE RECORD KEY IS PAR-Numero-Fiscal
                       WITH DUPLICATES
                   FILE STATUS IS WS-STATUT-PARCELLES.

           SELECT F-TARIFS-NON-BATI
                   ASSIGN TO "0-tarifs-non-bati.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-TARIFS-NON-BATI.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

           SELECT FS ASSIGN TO "7-non-bati-communes.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que C-PARCELLES-ENREG dans 4-PARCELLES.cbl
       FD  F-PARCELLES.
       01  PAR-ENREG.
           05 PAR-Cle.
               10 PAR-Code-Insee     PIC 9(5).
               10 PAR-Section        PIC X(2).
               10 PAR-Numero         PIC 9(4).
           05 PAR-Numero-Fiscal  PIC 9(13).
           05 PAR-Surface        PIC 9(8).
           05 PAR-Nature         PIC X(2).

      *    Meme disposition que TRF-ENREG dans 5-ROLES.cbl
       FD  F-TARIFS-NON-BATI.
       01  TRF-ENREG.
           05 TRF-Code-Insee       PIC 9(5).
           05 TRF-Nature           PIC X(2).
           05 TRF-Tarif-Hectare    PIC 9(5)V99.

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

       FD  FS.
       01  FS-DATA PIC X(90).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE-COMMUNE.
               10 FILLER PIC X(26) VALUE 'SYNTHESE DU NON BATI - '.
               10 ET-Commune PIC X(50).

           05 ARTICLE-SOUS-TITRE.
               10 FILLER PIC X(13) VALUE 'Code Insee : '.
               10 ET-Code-Insee PIC 9(5).
               10 FILLER PIC X(16) VALUE '  Departement : '.
               10 ET-Departement PIC X(28).

           05 ARTICLE-LIGNE PIC X(70) VALUE ALL '-'.

           05 ARTICLE-ENTETE.
               10 FILLER PIC X(24) VALUE 'Classe de culture'.
               10 FILLER PIC X(10) VALUE ' Parcelles'.
               10 FILLER PIC X(16) VALUE '  Contenance(ha)'.
               10 FILLER PIC X(12) VALUE '    Base TN'.

           05 ARTICLE-CLASSE.
               10 ET-Nature PIC X(2).
               10 FILLER PIC X VALUE SPACE.
               10 ET-Libelle PIC X(21).
               10 ET-Nb-Parcelles PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 ET-Surface-Ha PIC Z(8)9.9999.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Base PIC Z(10)9.

           05 ARTICLE-TOTAL-COMMUNE.
               10 FILLER PIC X(24) VALUE 'Total commune'.
               10 ET-Tot-Parcelles PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 ET-Tot-Surface-Ha PIC Z(8)9.9999.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Tot-Base PIC Z(10)9.

           05 ARTICLE-TITRE-NATIONAL PIC X(24)
              VALUE 'RECAPITULATIF NATIONAL'.

           05 ARTICLE-NATIONAL.
               10 FILLER PIC X(13) VALUE 'Communes : '.
               10 ET-Nat-Communes PIC Z(5)9.
               10 FILLER PIC X(14) VALUE '  Parcelles : '.
               10 ET-Nat-Parcelles PIC Z(9)9.
               10 FILLER PIC X(9) VALUE '  Base : '.
               10 ET-Nat-Base PIC Z(11)9.

           05 ARTICLE-SANS-TARIF.
               10 FILLER PIC X(36)
                  VALUE 'Parcelles sans tarif (base nulle) :'.
               10 ET-Sans-Tarif PIC Z(9)9.

           05 ARTICLE-VIDE PIC X(10) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-PARCELLES            PIC  X(01) VALUE  SPACE.
               88  FF-PARCELLES                    VALUE  HIGH-VALUE.
           05  FIN-TARIFS-NON-BATI      PIC  X(01) VALUE  SPACE.
               88  FF-TARIFS-NON-BATI              VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-PARCELLES      PIC X(02) VALUE SPACE.
               88  STATUT-PARCELLES-ABSENT        VALUE "35".
           05  WS-STATUT-TARIFS-NON-BATI PIC X(02) VALUE SPACE.
               88  STATUT-TARIFS-NON-BATI-ABSENT  VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".

      *    Tarifs a l'hectare (meme table que dans 5-ROLES)
       1   TARIFS-WORKING-MANAGER.
           05  NB-TARIFS-NB             PIC 9(4) VALUE 0.
           05  IDX-TARIF-NB             PIC 9(4) VALUE 0.
           05  TARIF-NON-BATI OCCURS 2000 TIMES.
               10  TR-CODE-INSEE        PIC 9(5).
               10  TR-NATURE            PIC X(2).
               10  TR-TARIF-HECTARE     PIC 9(5)V99.
           05  TARIF-PARCELLE           PIC 9(5)V99 VALUE 0.
           05  TARIF-NATIONAL-PARCELLE  PIC 9(5)V99 VALUE 0.
           05  BASE-PARCELLE            PIC 9(9)V99 VALUE 0.

      *    Classes de culture, dans l'ordre d'edition (memes codes
      *    que FP-NATURE-CONNUE dans 4-PARCELLES.cbl)
       1   CLASSES-WORKING-MANAGER.
           05  CLASSES-VALEURS.
               10  FILLER PIC X(23) VALUE 'TETerres'.
               10  FILLER PIC X(23) VALUE 'PRPres'.
               10  FILLER PIC X(23) VALUE 'VIVignes'.
               10  FILLER PIC X(23) VALUE 'VEVergers'.
               10  FILLER PIC X(23) VALUE 'BOBois'.
               10  FILLER PIC X(23) VALUE 'LALandes'.
               10  FILLER PIC X(23) VALUE 'EAEaux'.
               10  FILLER PIC X(23) VALUE 'JAJardins'.
               10  FILLER PIC X(23) VALUE 'CACarrieres'.
               10  FILLER PIC X(23) VALUE 'TBTerrains a batir'.
               10  FILLER PIC X(23) VALUE 'AGAgrement'.
               10  FILLER PIC X(23) VALUE 'CHChemins de fer'.
           05  CLASSES-TABLE REDEFINES CLASSES-VALEURS.
               10  CLASSE OCCURS 12 TIMES.
                   15  CL-NATURE        PIC X(2).
                   15  CL-LIBELLE       PIC X(21).
           05  NB-CLASSES               PIC 9(2) VALUE 12.
           05  IDX-CLASSE               PIC 9(2) VALUE 0.
           05  CLASSE-TROUVEE           PIC 9(2) VALUE 0.
      *    Cumuls de la commune en cours, par classe
           05  CUMUL-CLASSE OCCURS 12 TIMES.
               10  CC-NB-PARCELLES      PIC 9(8).
               10  CC-SURFACE           PIC 9(12).
               10  CC-BASE              PIC 9(11)V99.

       1   TOTAUX-WORKING-MANAGER.
           05  INSEE-COURANT            PIC 9(5) VALUE 0.
           05  TOT-NB-PARCELLES         PIC 9(8) VALUE 0.
           05  TOT-SURFACE              PIC 9(12) VALUE 0.
           05  TOT-BASE                 PIC 9(11)V99 VALUE 0.
           05  SURFACE-HECTARES         PIC 9(9)V9999 VALUE 0.
           05  NAT-NB-COMMUNES          PIC 9(6) VALUE 0.
           05  NAT-NB-PARCELLES         PIC 9(10) VALUE 0.
           05  NAT-BASE                 PIC 9(12)V99 VALUE 0.
           05  CPT-SANS-TARIF           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT F-PARCELLES
           IF STATUT-PARCELLES-ABSENT THEN
               DISPLAY "7-NON-BATI-COMMUNES : 5-parcelles.idx"
                       " introuvable, lancer d'abord 4-PARCELLES"
               PERFORM FIN-PGM
           END-IF

           PERFORM LIRE-TARIFS-NON-BATI

           OPEN INPUT F-COMMUNES
           IF STATUT-COMMUNES-ABSENT THEN
               DISPLAY "7-NON-BATI-COMMUNES : 5-communes.idx"
                       " introuvable, communes sans libelle"
           END-IF

           OPEN OUTPUT FS
           MOVE 1 TO IDX-CLASSE
           PERFORM UNTIL IDX-CLASSE > NB-CLASSES
               INITIALIZE CUMUL-CLASSE(IDX-CLASSE)
               ADD 1 TO IDX-CLASSE
           END-PERFORM

      *    Parcours dans l'ordre de la cle : les parcelles d'une
      *    commune arrivent consecutives
           PERFORM UNTIL FF-PARCELLES
               READ F-PARCELLES NEXT RECORD
                   AT END
                       SET FF-PARCELLES TO TRUE
                       IF TOT-NB-PARCELLES > 0 THEN
                           PERFORM EDITER-COMMUNE
                       END-IF
                   NOT AT END
                       IF TOT-NB-PARCELLES > 0
                          AND PAR-Code-Insee NOT = INSEE-COURANT THEN
                           PERFORM EDITER-COMMUNE
                       END-IF
                       MOVE PAR-Code-Insee TO INSEE-COURANT
                       PERFORM CUMULER-PARCELLE
               END-READ
           END-PERFORM

           MOVE ARTICLE-TITRE-NATIONAL TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE NAT-NB-COMMUNES TO ET-Nat-Communes
           MOVE NAT-NB-PARCELLES TO ET-Nat-Parcelles
           MOVE NAT-BASE TO ET-Nat-Base
           MOVE ARTICLE-NATIONAL TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-SANS-TARIF TO ET-Sans-Tarif
           MOVE ARTICLE-SANS-TARIF TO FS-DATA
           WRITE FS-DATA

           CLOSE F-PARCELLES FS
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF

           DISPLAY "7-NON-BATI-COMMUNES : " NAT-NB-COMMUNES
                   " commune(s), " NAT-NB-PARCELLES " parcelle(s), "
                   CPT-SANS-TARIF " sans tarif"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        TARIFS A L'HECTARE PAR COMMUNE ET CLASSE

       LIRE-TARIFS-NON-BATI.

           OPEN INPUT F-TARIFS-NON-BATI

           IF STATUT-TARIFS-NON-BATI-ABSENT THEN
               DISPLAY "0-tarifs-non-bati.param introuvable, bases"
                       " nulles (contenances seules)"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-TARIFS-NON-BATI
               READ F-TARIFS-NON-BATI
                   AT END
                       SET FF-TARIFS-NON-BATI TO TRUE
                   NOT AT END
                       IF NB-TARIFS-NB < 2000 THEN
                           ADD 1 TO NB-TARIFS-NB
                           MOVE TRF-Code-Insee
                               TO TR-CODE-INSEE(NB-TARIFS-NB)
                           MOVE TRF-Nature TO TR-NATURE(NB-TARIFS-NB)
                           MOVE TRF-Tarif-Hectare
                               TO TR-TARIF-HECTARE(NB-TARIFS-NB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-TARIFS-NON-BATI
           .

      ******************************************************************
      *        CUMUL D'UNE PARCELLE DANS SA CLASSE

       CUMULER-PARCELLE.

           MOVE 0 TO CLASSE-TROUVEE
           MOVE 1 TO IDX-CLASSE
           PERFORM UNTIL IDX-CLASSE > NB-CLASSES
               IF CL-NATURE(IDX-CLASSE) = PAR-Nature THEN
                   MOVE IDX-CLASSE TO CLASSE-TROUVEE
                   MOVE NB-CLASSES TO IDX-CLASSE
               END-IF
               ADD 1 TO IDX-CLASSE
           END-PERFORM

      *    4-PARCELLES ne charge que des natures connues
           IF CLASSE-TROUVEE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VALORISER-PARCELLE

           ADD 1 TO CC-NB-PARCELLES(CLASSE-TROUVEE)
           ADD PAR-Surface TO CC-SURFACE(CLASSE-TROUVEE)
           ADD BASE-PARCELLE TO CC-BASE(CLASSE-TROUVEE)

           ADD 1 TO TOT-NB-PARCELLES
           ADD PAR-Surface TO TOT-SURFACE
           ADD BASE-PARCELLE TO TOT-BASE
           .

      *    Tarif de la commune pour la classe, a defaut le tarif
      *    national (commune 00000), comme VALORISER-PARCELLE dans
      *    5-ROLES
       VALORISER-PARCELLE.

           MOVE 0 TO TARIF-PARCELLE TARIF-NATIONAL-PARCELLE
           MOVE 1 TO IDX-TARIF-NB
           PERFORM UNTIL IDX-TARIF-NB > NB-TARIFS-NB
               IF TR-NATURE(IDX-TARIF-NB) = PAR-Nature THEN
                   IF TR-CODE-INSEE(IDX-TARIF-NB) = PAR-Code-Insee
                   THEN
                       MOVE TR-TARIF-HECTARE(IDX-TARIF-NB)
                           TO TARIF-PARCELLE
                   END-IF
                   IF TR-CODE-INSEE(IDX-TARIF-NB) = 0 THEN
                       MOVE TR-TARIF-HECTARE(IDX-TARIF-NB)
                           TO TARIF-NATIONAL-PARCELLE
                   END-IF
               END-IF
               ADD 1 TO IDX-TARIF-NB
           END-PERFORM

           IF TARIF-PARCELLE = 0 THEN
               MOVE TARIF-NATIONAL-PARCELLE TO TARIF-PARCELLE
           END-IF
           IF TARIF-PARCELLE = 0 THEN
               ADD 1 TO CPT-SANS-TARIF
           END-IF

           COMPUTE BASE-PARCELLE ROUNDED =
                   PAR-Surface * TARIF-PARCELLE / 10000
           .

      ******************************************************************
      *        EDITION D'UNE COMMUNE (RUPTURE SUR LE CODE INSEE)

       EDITER-COMMUNE.

           MOVE SPACE TO C-Commune C-Departement
           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE INSEE-COURANT TO C-Code-Insee
               READ F-COMMUNES
                   INVALID KEY
                       MOVE SPACE TO C-Commune C-Departement
               END-READ
           END-IF

           MOVE C-Commune TO ET-Commune
           MOVE ARTICLE-TITRE-COMMUNE TO FS-DATA
           WRITE FS-DATA
           MOVE INSEE-COURANT TO ET-Code-Insee
           MOVE C-Departement TO ET-Departement
           MOVE ARTICLE-SOUS-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-CLASSE
           PERFORM UNTIL IDX-CLASSE > NB-CLASSES
               IF CC-NB-PARCELLES(IDX-CLASSE) > 0 THEN
                   MOVE CL-NATURE(IDX-CLASSE) TO ET-Nature
                   MOVE CL-LIBELLE(IDX-CLASSE) TO ET-Libelle
                   MOVE CC-NB-PARCELLES(IDX-CLASSE) TO ET-Nb-Parcelles
                   COMPUTE SURFACE-HECTARES =
                           CC-SURFACE(IDX-CLASSE) / 10000
                   MOVE SURFACE-HECTARES TO ET-Surface-Ha
                   MOVE CC-BASE(IDX-CLASSE) TO ET-Base
                   MOVE ARTICLE-CLASSE TO FS-DATA
                   WRITE FS-DATA
               END-IF
               INITIALIZE CUMUL-CLASSE(IDX-CLASSE)
               ADD 1 TO IDX-CLASSE
           END-PERFORM

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE TOT-NB-PARCELLES TO ET-Tot-Parcelles
           COMPUTE SURFACE-HECTARES = TOT-SURFACE / 10000
           MOVE SURFACE-HECTARES TO ET-Tot-Surface-Ha
           MOVE TOT-BASE TO ET-Tot-Base
           MOVE ARTICLE-TOTAL-COMMUNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-VIDE TO FS-DATA
           WRITE FS-DATA

           ADD 1 TO NAT-NB-COMMUNES
           ADD TOT-NB-PARCELLES TO NAT-NB-PARCELLES
           ADD TOT-BASE TO NAT-BASE

           MOVE 0 TO TOT-NB-PARCELLES TOT-SURFACE TOT-BASE
           .

       FIN-PGM.
           STOP RUN.
