      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: controle et normalisation de tout le master des
      *          adresses postales (5-adresses.idx) avant l'impression
      *          des avis. Chaque adresse est ramenee a la norme
      *          postale (majuscules, ponctuation retiree, abreviations
      *          normalisees des types de voie, libelle d'acheminement
      *          officiel pour la ville) et reecrite si elle change.
      *          Elle est ensuite rapprochee du referentiel des codes
      *          postaux (5-codes-postaux.idx, 4-CODES-POSTAUX) et du
      *          master des communes : code postal inexistant, ville
      *          qui ne correspond pas au code postal, code postal
      *          hors de la commune d'imposition du contribuable
      *          (C-Code-Insee de 5-contribuables.idx), ligne remplie
      *          jusqu'a la limite de 32 caracteres. Les anomalies
      *          sortent sur la liste de correction
      *          4-adresses-corrections.txt, a traiter par
      *          4-ADRESSES-MAJ, qui applique les memes controles a la
      *          saisie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-ADRESSES-CONTROLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT C-ADRESSES ASSIGN TO "5-adresses.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
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

           SELECT FS ASSIGN TO "4-adresses-corrections.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que C-ADRESSES-ENREG dans
      *    4-ADRESSES-MAJ.cbl
       FD  C-ADRESSES.
       01  C-ADRESSES-ENREG.
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

       FD  FS.
       01  FS-DATA PIC X(132).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE PIC X(60)
              VALUE 'ADRESSES A CORRIGER AVANT IMPRESSION DES AVIS'.

           05 ARTICLE-LIGNE PIC X(132) VALUE ALL '-'.

           05 ARTICLE-ENTETE.
               10 FILLER PIC X(14) VALUE 'Numero fiscal'.
               10 FILLER PIC X(33) VALUE 'Rue'.
               10 FILLER PIC X(6) VALUE 'CP'.
               10 FILLER PIC X(27) VALUE 'Ville'.
               10 FILLER PIC X(6) VALUE 'Insee'.
               10 FILLER PIC X(40) VALUE 'Anomalie'.

           05 ARTICLE-ANOMALIE.
               10 EA-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EA-Rue PIC X(32).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EA-Code-Postal PIC X(5).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EA-Ville PIC X(26).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EA-Code-Insee PIC Z(5).
               10 FILLER PIC X(1) VALUE SPACE.
               10 EA-Motif PIC X(40).

           05 ARTICLE-TOTAL.
               10 ET-Libelle PIC X(40).
               10 FILLER PIC X VALUE ':'.
               10 ET-Valeur PIC Z(7)9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".

       1   CONTROLE-WORKING-MANAGER.
           05  ADRESSE-AVANT            PIC X(95) VALUE SPACE.
           05  CPT-ADRESSES             PIC 9(8) VALUE 0.
           05  CPT-NORMALISEES          PIC 9(8) VALUE 0.
           05  CPT-ANOMALIES            PIC 9(8) VALUE 0.
           05  CPT-NON-RESIDENTS        PIC 9(8) VALUE 0.

      *    Norme postale et controle d'une adresse, communs a la
      *    saisie (4-ADRESSES-MAJ) et au controle du stock ;
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

           OPEN I-O C-ADRESSES
           IF STATUT-IDX-ABSENT THEN
               DISPLAY "4-ADRESSES-CONTROLE : 5-adresses.idx"
                       " introuvable, aucune adresse a controler"
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-REFERENTIELS

           OPEN OUTPUT FS
           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ENTETE TO FS-DATA
           WRITE FS-DATA

           PERFORM UNTIL FF
               READ C-ADRESSES NEXT RECORD
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-ADRESSES
                       PERFORM CONTROLER-UNE-ADRESSE
               END-READ
           END-PERFORM

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE "Adresses controlees" TO ET-Libelle
           MOVE CPT-ADRESSES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "dont normalisees" TO ET-Libelle
           MOVE CPT-NORMALISEES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "dont a corriger" TO ET-Libelle
           MOVE CPT-ANOMALIES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "dont non-residents" TO ET-Libelle
           MOVE CPT-NON-RESIDENTS TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA

           DISPLAY "4-ADRESSES-CONTROLE : " CPT-ADRESSES
                   " adresse(s), " CPT-NORMALISEES
                   " normalisee(s), " CPT-ANOMALIES
                   " a corriger"

           CLOSE C-ADRESSES FS
           PERFORM FERMER-REFERENTIELS

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        NORMALISATION, REECRITURE SI L'ADRESSE CHANGE, PUIS
      *        LISTE DE CORRECTION EN CAS D'ANOMALIE

       CONTROLER-UNE-ADRESSE.

           MOVE ADR-Adresse TO ADRESSE-AVANT
           MOVE ADR-Numero-Fiscal TO NA-Numero-Fiscal
           MOVE ADR-Adresse TO NA-Adresse
           MOVE ADR-Residence TO NA-Residence
           IF NA-EST-NON-RESIDENT THEN
               ADD 1 TO CPT-NON-RESIDENTS
           END-IF

           PERFORM NORMALISER-ADRESSE
           PERFORM CONTROLER-ADRESSE

           IF NA-Adresse NOT = ADRESSE-AVANT THEN
               MOVE NA-Adresse TO ADR-Adresse
               REWRITE C-ADRESSES-ENREG
               ADD 1 TO CPT-NORMALISEES
           END-IF

           IF MOTIF-ANOMALIE NOT = SPACE THEN
               MOVE ADR-Numero-Fiscal TO EA-Numero-Fiscal
               MOVE ADR-Rue TO EA-Rue
               MOVE ADR-Code-Postal TO EA-Code-Postal
               MOVE ADR-Ville TO EA-Ville
               MOVE COMMUNE-CONTRIBUABLE TO EA-Code-Insee
               MOVE MOTIF-ANOMALIE TO EA-Motif
               MOVE ARTICLE-ANOMALIE TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO CPT-ANOMALIES
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
