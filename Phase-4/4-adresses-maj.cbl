      *          4-CONTRIBUABLES-MAJ : numero fiscal connu corrige
      *          sur place (REWRITE), inconnu cree (WRITE). Ce master
      *          alimente le bloc adresse de 7-AVIS-CONTRIBUABLE et
      *          des listings 6-IMPOSABLES / 7-EXONERES. Un
      *          non-resident (residence E) porte un code pays et
      *          une adresse au format postal international. Chaque
      *          adresse est ramenee a la norme postale (majuscules,
      *          abreviations normalisees, libelle d'acheminement
      *          officiel) et controlee contre le referentiel des
      *          codes postaux (5-codes-postaux.idx, 4-CODES-POSTAUX)
      *          et la commune d'imposition du contribuable, comme le
      *          stock par 4-ADRESSES-CONTROLE ; une adresse non
      *          conforme est rejetee dans 4-adresses-rejets.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-IDX.

      *    Referentiel officiel des codes postaux (4-CODES-POSTAUX)
           SELECT C-CODES-POSTAUX ASSIGN TO "5-codes-postaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CPO-Cle
                   FILE STATUS IS WS-STATUT-CODES-POSTAUX.

           SELECT C-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS P-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

      *    Adresses rejetees a la saisie, avec motif
           SELECT C-REJETS ASSIGN TO "4-adresses-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Manifeste de comptage (volumetrie inter-phases)
           SELECT F-MANIFESTE ASSIGN TO "0-manifest.dat"
                   ORGANIZATION LINE SEQUENTIAL
               10 FM-Complement  PIC X(32).
               10 FM-Code-Postal PIC X(5).
               10 FM-Ville       PIC X(26).
      *    Non-resident : E + code pays (ISO) et adresse au format
      *    international ; a blanc = resident en France
           05 FM-Residence-Etranger.
               10 FM-Residence      PIC X(1).
                   88 FM-EST-NON-RESIDENT    VALUE "E".
               10 FM-Pays           PIC X(2).
               10 FM-Code-Postal-Etr PIC X(10).
               10 FM-Ville-Etr      PIC X(30).
               10 FM-Pays-Libelle   PIC X(30).

       FD  C-ADRESSES.
       01  C-ADRESSES-ENREG.
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

      *    Meme disposition que C-CODES-POSTAUX-ENREG dans
      *    4-CODES-POSTAUX.cbl
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

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl
       FD  F-CONTRIBUABLES.
       01  P-CONTRIBUABLES-ENREG.
           05 P-Numero-Fiscal PIC 9(13).
           05 P-Identite-Suite.
               10 P-Prenom PIC X(15).
               10 P-Nom PIC X(11).
               10 P-Code-Insee PIC 9(5).
           05 P-Parts PIC 9v9.
           05 P-Statut PIC X(1).
           05 P-Sip PIC X(5).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Fiscal PIC 9(13).
           05 CR-Adresse       PIC X(95).
           05 CR-Motif         PIC X(40).

      *    Manifeste de comptage (volumetrie inter-phases)
       FD  F-MANIFESTE.
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-NOUVELLES            PIC 9(6) VALUE 0.
           05  CPT-CORRIGEES            PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-NON-RESIDENTS        PIC 9(6) VALUE 0.

       1   MANIFESTE-WORKING-MANAGER.
           05  CPT-LUS-MANIFESTE        PIC 9(8) VALUE 0.
           05  WS-STATUT-MANIFESTE      PIC X(02) VALUE SPACE.
               88  STATUT-MANIFESTE-ABSENT        VALUE "35".

      *    Norme postale et controle d'une adresse, communs a la
      *    saisie et au controle du stock (4-ADRESSES-CONTROLE) ;
      *    referentiel, communes ou contribuables absents = controle
      *    correspondant non fait
       1   NORME-WORKING-MANAGER.
           05  WS-STATUT-CODES-POSTAUX  PIC X(02) VALUE SPACE.
               88  STATUT-CODES-POSTAUX-ABSENT    VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  NA-Numero-Fiscal         PIC 9(13) VALUE 0.
           05  NA-Adresse.
               10  NA-Rue               PIC X(32).
               10  NA-Complement        PIC X(32).
               10  NA-Code-Postal       PIC X(5).
               10  NA-Ville             PIC X(26).
           05  NA-Residence             PIC X(1) VALUE SPACE.
               88  NA-EST-NON-RESIDENT            VALUE "E".
           05  MOTIF-ANOMALIE           PIC X(40) VALUE SPACE.
           05  COMMUNE-CONTRIBUABLE     PIC 9(5) VALUE 0.
           05  LIBELLE-POSTAL           PIC X(32) VALUE SPACE.
           05  CODE-POSTAL-CONNU        PIC 9(1) VALUE 0.
               88  CODE-POSTAL-EST-CONNU          VALUE 1.
           05  VILLE-CONCORDANTE        PIC 9(1) VALUE 0.
               88  VILLE-EST-CONCORDANTE          VALUE 1.
           05  COMMUNE-CONCORDANTE      PIC 9(1) VALUE 0.
               88  COMMUNE-EST-CONCORDANTE        VALUE 1.
           05  FIN-CODES-POSTAUX        PIC X(01) VALUE SPACE.
               88  FF-CPO                         VALUE HIGH-VALUE.
           05  LIGNE-A-NORMER           PIC X(32) VALUE SPACE.
           05  LIGNE-NORMEE             PIC X(32) VALUE SPACE.
           05  MOT-LIGNE                PIC X(32) VALUE SPACE.
           05  PTR-LIGNE                PIC 9(3) VALUE 0.
           05  PTR-NORMEE               PIC 9(3) VALUE 0.
           05  IDX-ABREVIATION          PIC 9(2) VALUE 0.
           05  NB-ABREVIATIONS          PIC 9(2) VALUE 20.
      *    Abreviations normalisees des types de voie et des
      *    complements (mot en clair, forme abregee)
           05  ABREVIATIONS.
               10  FILLER PIC X(16) VALUE "ALLEE       ALL ".
               10  FILLER PIC X(16) VALUE "APPARTEMENT APP ".
               10  FILLER PIC X(16) VALUE "AVENUE      AV  ".
               10  FILLER PIC X(16) VALUE "BATIMENT    BAT ".
               10  FILLER PIC X(16) VALUE "BOULEVARD   BD  ".
               10  FILLER PIC X(16) VALUE "CHEMIN      CHE ".
               10  FILLER PIC X(16) VALUE "ESCALIER    ESC ".
               10  FILLER PIC X(16) VALUE "FAUBOURG    FG  ".
               10  FILLER PIC X(16) VALUE "HAMEAU      HAM ".
               10  FILLER PIC X(16) VALUE "IMMEUBLE    IMM ".
               10  FILLER PIC X(16) VALUE "IMPASSE     IMP ".
               10  FILLER PIC X(16) VALUE "LOTISSEMENT LOT ".
               10  FILLER PIC X(16) VALUE "PLACE       PL  ".
               10  FILLER PIC X(16) VALUE "PROMENADE   PROM".
               10  FILLER PIC X(16) VALUE "QUARTIER    QUA ".
               10  FILLER PIC X(16) VALUE "RESIDENCE   RES ".
               10  FILLER PIC X(16) VALUE "ROUTE       RTE ".
               10  FILLER PIC X(16) VALUE "SAINT       ST  ".
               10  FILLER PIC X(16) VALUE "SAINTE      STE ".
               10  FILLER PIC X(16) VALUE "SQUARE      SQ  ".
           05  ABREVIATIONS-TABLE REDEFINES ABREVIATIONS.
               10  ABREVIATION OCCURS 20 TIMES.
                   15  ABR-Mot          PIC X(12).
                   15  ABR-Abrege       PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM FIN-PGM
           END-IF
           PERFORM OUVRIR-MASTER
           PERFORM OUVRIR-REFERENTIELS
           OPEN OUTPUT C-REJETS

           OPEN INPUT F-ADRESSES-MAJ


           DISPLAY "4-ADRESSES-MAJ : " CPT-TRAITEES
                   " traitees, " CPT-NOUVELLES " nouvelles, "
                   CPT-CORRIGEES " corrigees (dont "
                   CPT-NON-RESIDENTS " non-residents), "
                   CPT-REJETEES " rejetees"

           CLOSE F-ADRESSES-MAJ C-ADRESSES C-REJETS
           PERFORM FERMER-REFERENTIELS

           PERFORM ECRIRE-MANIFESTE


       MAJ-UNE-ADRESSE.

      *    Un non-resident doit porter un pays etranger : sans code
      *    pays (ou FR) l'adresse ne serait ni francaise ni
      *    internationale, la transaction est rejetee
           IF FM-EST-NON-RESIDENT THEN
               IF FM-Pays = SPACE OR FM-Pays = "FR" THEN
                   DISPLAY "4-ADRESSES-MAJ : " FM-Numero-Fiscal
                           " non-resident sans pays etranger,"
                           " transaction rejetee"
                   MOVE "non-resident sans pays etranger"
                     TO MOTIF-ANOMALIE
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACE TO FM-Residence-Etranger
           END-IF

      *    Norme postale puis controle contre le referentiel des
      *    codes postaux et la commune d'imposition : une adresse
      *    non conforme n'entre pas au master
           MOVE FM-Numero-Fiscal TO NA-Numero-Fiscal
           MOVE FM-Adresse TO NA-Adresse
           MOVE FM-Residence TO NA-Residence
           PERFORM NORMALISER-ADRESSE
           PERFORM CONTROLER-ADRESSE
           IF MOTIF-ANOMALIE NOT = SPACE THEN
               DISPLAY "4-ADRESSES-MAJ : " FM-Numero-Fiscal " "
                       MOTIF-ANOMALIE ", transaction rejetee"
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF
           MOVE NA-Adresse TO FM-Adresse
           IF FM-EST-NON-RESIDENT THEN
               ADD 1 TO CPT-NON-RESIDENTS
           END-IF

           MOVE FM-Numero-Fiscal TO ADR-Numero-Fiscal
           MOVE FM-Adresse       TO ADR-Adresse
           MOVE FM-Residence-Etranger TO ADR-Residence-Etranger
           MOVE SPACE TO ADR-NPAI
           MOVE 0 TO ADR-NPAI-Date
           MOVE SPACE TO ADR-NPAI-Motif
      *            Une nouvelle adresse leve le NPAI : le courrier
      *            peut repartir
                   MOVE FM-Adresse TO ADR-Adresse
                   MOVE FM-Residence-Etranger
                     TO ADR-Residence-Etranger
                   MOVE SPACE TO ADR-NPAI
                   MOVE 0 TO ADR-NPAI-Date
                   MOVE SPACE TO ADR-NPAI-Motif
           END-READ
           .

       ECRIRE-REJET.

           MOVE FM-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE FM-Adresse TO CR-Adresse
           MOVE MOTIF-ANOMALIE TO CR-Motif
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

      ******************************************************************
      *        MANIFESTE DE COMPTAGE (VOLUMETRIE INTER-PHASES)

           END-IF
           .

      ******************************************************************
      *        REFERENTIELS DU CONTROLE (FACULTATIFS)

       OUVRIR-REFERENTIELS.

           OPEN INPUT C-CODES-POSTAUX
           IF STATUT-CODES-POSTAUX-ABSENT THEN
               DISPLAY "5-codes-postaux.idx introuvable, codes"
                       " postaux non controles (lancer"
                       " 4-CODES-POSTAUX)"
           END-IF
           OPEN INPUT C-COMMUNES
           OPEN INPUT F-CONTRIBUABLES
           .

       FERMER-REFERENTIELS.

           IF NOT STATUT-CODES-POSTAUX-ABSENT THEN
               CLOSE C-CODES-POSTAUX
           END-IF
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE C-COMMUNES
           END-IF
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF
           .

      ******************************************************************
      *        NORME POSTALE : MAJUSCULES, PONCTUATION ET BLANCS EN
      *        TROP RETIRES, ABREVIATIONS NORMALISEES

       NORMALISER-ADRESSE.

           MOVE NA-Rue TO LIGNE-A-NORMER
           PERFORM NORMALISER-LIGNE
           MOVE LIGNE-NORMEE TO NA-Rue

           MOVE NA-Complement TO LIGNE-A-NORMER
           PERFORM NORMALISER-LIGNE
           MOVE LIGNE-NORMEE TO NA-Complement

      *    La ville d'un non-resident suit le format du pays de
      *    residence et n'est pas dans ADR-Ville
           IF NOT NA-EST-NON-RESIDENT THEN
               MOVE NA-Ville TO LIGNE-A-NORMER
               PERFORM NORMALISER-LIGNE
               MOVE LIGNE-NORMEE TO NA-Ville
           END-IF
           .

       NORMALISER-LIGNE.

           MOVE FUNCTION UPPER-CASE(LIGNE-A-NORMER) TO LIGNE-A-NORMER
           INSPECT LIGNE-A-NORMER CONVERTING ",.;:'-/" TO SPACE

           MOVE SPACE TO LIGNE-NORMEE
           MOVE 1 TO PTR-LIGNE
           MOVE 1 TO PTR-NORMEE
           PERFORM UNTIL PTR-LIGNE > 32
               MOVE SPACE TO MOT-LIGNE
               UNSTRING LIGNE-A-NORMER DELIMITED BY ALL SPACE
                   INTO MOT-LIGNE
                   WITH POINTER PTR-LIGNE
               END-UNSTRING
               IF MOT-LIGNE NOT = SPACE THEN
                   PERFORM ABREGER-MOT
                   IF PTR-NORMEE > 1 THEN
                       STRING SPACE DELIMITED BY SIZE
                           INTO LIGNE-NORMEE
                           WITH POINTER PTR-NORMEE
                       END-STRING
                   END-IF
                   STRING MOT-LIGNE DELIMITED BY SPACE
                       INTO LIGNE-NORMEE
                       WITH POINTER PTR-NORMEE
                   END-STRING
               END-IF
           END-PERFORM
           .

       ABREGER-MOT.

           MOVE 1 TO IDX-ABREVIATION
           PERFORM UNTIL IDX-ABREVIATION > NB-ABREVIATIONS
               IF MOT-LIGNE = ABR-Mot(IDX-ABREVIATION) THEN
                   MOVE ABR-Abrege(IDX-ABREVIATION) TO MOT-LIGNE
                   MOVE NB-ABREVIATIONS TO IDX-ABREVIATION
               END-IF
               ADD 1 TO IDX-ABREVIATION
           END-PERFORM
           .

      ******************************************************************
      *        CONTROLE D'UNE ADRESSE NORMALISEE : MOTIF-ANOMALIE A
      *        BLANC SI L'ADRESSE EST CONFORME ; LA VILLE CONFORME
      *        PREND LE LIBELLE D'ACHEMINEMENT OFFICIEL

       CONTROLER-ADRESSE.

           MOVE SPACE TO MOTIF-ANOMALIE
           MOVE 0 TO COMMUNE-CONTRIBUABLE

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE NA-Numero-Fiscal TO P-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE P-Code-Insee TO COMMUNE-CONTRIBUABLE
               END-READ
           END-IF

           IF NA-Rue = SPACE THEN
               MOVE "ligne de voie absente" TO MOTIF-ANOMALIE
               EXIT PARAGRAPH
           END-IF

      *    Une ligne pleine jusqu'a la 32e position a le plus souvent
      *    ete tronquee a la saisie
           IF NA-Rue(32:1) NOT = SPACE
              OR NA-Complement(32:1) NOT = SPACE THEN
               MOVE "ligne d'adresse tronquee a 32 caracteres"
                 TO MOTIF-ANOMALIE
               EXIT PARAGRAPH
           END-IF

           IF NA-EST-NON-RESIDENT THEN
               EXIT PARAGRAPH
           END-IF

           IF NA-Code-Postal NOT NUMERIC THEN
               MOVE "code postal mal forme" TO MOTIF-ANOMALIE
               EXIT PARAGRAPH
           END-IF

           IF NOT STATUT-CODES-POSTAUX-ABSENT THEN
               PERFORM PARCOURIR-CODE-POSTAL
               IF NOT CODE-POSTAL-EST-CONNU THEN
                   MOVE "code postal inexistant" TO MOTIF-ANOMALIE
                   EXIT PARAGRAPH
               END-IF
               IF NOT VILLE-EST-CONCORDANTE THEN
                   MOVE "ville ne correspondant pas au code postal"
                     TO MOTIF-ANOMALIE
                   EXIT PARAGRAPH
               END-IF
               MOVE LIBELLE-POSTAL TO NA-Ville
           END-IF

           IF COMMUNE-CONTRIBUABLE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE COMMUNE-CONTRIBUABLE TO C-Code-Insee
               READ C-COMMUNES
                   INVALID KEY
                       MOVE "commune d'imposition inconnue"
                         TO MOTIF-ANOMALIE
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF NOT STATUT-CODES-POSTAUX-ABSENT
              AND NOT COMMUNE-EST-CONCORDANTE THEN
               MOVE "code postal hors commune d'imposition"
                 TO MOTIF-ANOMALIE
           END-IF
           .

      *    Couples du code postal dans le referentiel : la ville doit
      *    etre le libelle d'acheminement ou le nom d'une commune
      *    desservie, la commune d'imposition doit etre desservie
       PARCOURIR-CODE-POSTAL.

           MOVE 0 TO CODE-POSTAL-CONNU
           MOVE 0 TO VILLE-CONCORDANTE
           MOVE 0 TO COMMUNE-CONCORDANTE
           MOVE SPACE TO FIN-CODES-POSTAUX

           MOVE NA-Code-Postal TO CPO-Code-Postal
           MOVE 0 TO CPO-Code-Insee
           START C-CODES-POSTAUX KEY NOT < CPO-Cle
               INVALID KEY
                   SET FF-CPO TO TRUE
           END-START

           PERFORM UNTIL FF-CPO
               READ C-CODES-POSTAUX NEXT RECORD
                   AT END
                       SET FF-CPO TO TRUE
                   NOT AT END
                       IF CPO-Code-Postal NOT = NA-Code-Postal THEN
                           SET FF-CPO TO TRUE
                       ELSE
                           SET CODE-POSTAL-EST-CONNU TO TRUE
                           IF NA-Ville = CPO-Libelle-Acheminement(1:26)
                              OR NA-Ville = CPO-Nom-Commune(1:26) THEN
                               SET VILLE-EST-CONCORDANTE TO TRUE
                               MOVE CPO-Libelle-Acheminement
                                 TO LIBELLE-POSTAL
                           END-IF
                           IF CPO-Code-Insee = COMMUNE-CONTRIBUABLE
                                   THEN
                               SET COMMUNE-EST-CONCORDANTE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       FIN-PGM.
           STOP RUN.
