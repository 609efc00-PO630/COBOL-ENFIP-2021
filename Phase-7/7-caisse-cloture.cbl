      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: cloture journaliere des caisses du guichet. Pour
      *          chaque operateur present au comptage
      *          (7-caisse-comptage.dat : especes comptees en fin de
      *          journee), les encaissements encore ouverts du
      *          journal de caisse 7-caisse.idx (alimente par
      *          7-CAISSE) sont totalises par mode : le total especes
      *          du systeme est confronte au comptage (ecart de
      *          caisse) et les cheques sont repris sur un bordereau
      *          de remise numerote pour la banque
      *          (7-bordereau-cheques.txt). Les encaissements clos
      *          passent a l'etat C avec la date de cloture et le
      *          numero de bordereau ; les remises (cheques et
      *          especes deposees) sont ecrites dans
      *          7-caisse-remises.dat, repris par
      *          7-RAPPROCHEMENT-BANCAIRE. Une caisse ouverte sans
      *          comptage est signalee a l'etat de cloture
      *          (7-caisse-cloture.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-CAISSE-CLOTURE.
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

      *    Journal d'audit central
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

      *    Comptage des especes en fin de journee, par operateur
           SELECT F-COMPTAGE ASSIGN TO "7-caisse-comptage.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-COMPTAGE.

      *    Journal de caisse alimente par 7-CAISSE
           SELECT F-CAISSE ASSIGN TO "7-caisse.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAI-Numero-Quittance
                   FILE STATUS IS WS-STATUT-CAISSE.

      *    Etat de cloture des caisses
           SELECT FS ASSIGN TO "7-caisse-cloture.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Bordereaux de remise de cheques pour la banque
           SELECT F-BORDEREAU ASSIGN TO "7-bordereau-cheques.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Remises en banque de la journee (cheques et especes),
      *    ouvert en extension
           SELECT F-REMISES ASSIGN TO "7-caisse-remises.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REMISES.

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

       FD  F-COMPTAGE.
       01  CPG-ENREG.
           05 CPG-Operateur     PIC X(8).
           05 CPG-Especes-Comptees PIC 9(8)V99.

      *    Meme disposition que CAI-ENREG dans 7-CAISSE.cbl, qui
      *    alimente ce fichier
       FD  F-CAISSE.
       01  CAI-ENREG.
           05 CAI-Numero-Quittance PIC 9(8).
           05 CAI-Operateur     PIC X(8).
           05 CAI-Date          PIC 9(8).
           05 CAI-Numero-Fiscal PIC 9(13).
           05 CAI-Annee         PIC 9(4).
           05 CAI-Mode          PIC X(1).
               88 CAI-Especes       VALUE "E".
               88 CAI-Cheque        VALUE "C".
           05 CAI-Montant       PIC 9(6)V99.
           05 CAI-Cheque-Numero PIC X(7).
           05 CAI-Cheque-Banque PIC X(20).
           05 CAI-Tireur        PIC X(26).
           05 CAI-Etat          PIC X(1).
               88 CAI-Ouvert        VALUE "O".
               88 CAI-Cloture       VALUE "C".
           05 CAI-Date-Cloture  PIC 9(8).
           05 CAI-Numero-Bordereau PIC 9(8).

       FD  FS.
       01  FS-DATA PIC X(90).

       FD  F-BORDEREAU.
       01  FB-DATA PIC X(90).

      *    Une remise par operateur et par mode (C = cheques,
      *    E = especes deposees)
       FD  F-REMISES.
       01  REM-ENREG.
           05 REM-Date          PIC 9(8).
           05 REM-Operateur     PIC X(8).
           05 REM-Mode          PIC X(1).
           05 REM-Numero-Bordereau PIC 9(8).
           05 REM-Nombre        PIC 9(6).
           05 REM-Montant       PIC 9(10)V99.

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-CLO-TITRE PIC X(50)
              VALUE 'CLOTURE DES CAISSES DU GUICHET'.

           05 ARTICLE-CLO-LIGNE PIC X(80) VALUE ALL '-'.

           05 ARTICLE-CLO-DATE.
               10 FILLER PIC X(30) VALUE 'Journee du'.
               10 FILLER PIC X VALUE ':'.
               10 CL-Date PIC 9(8).

           05 ARTICLE-CLO-OPERATEUR.
               10 FILLER PIC X(30) VALUE 'Caisse de l''operateur'.
               10 FILLER PIC X VALUE ':'.
               10 CL-Operateur PIC X(8).

           05 ARTICLE-CLO-MONTANT.
               10 CL-Libelle PIC X(30).
               10 FILLER PIC X VALUE ':'.
               10 CL-Nombre PIC Z(5)9.
               10 FILLER PIC X(4) VALUE SPACE.
               10 CL-Montant PIC -Z(9)9.99.

           05 ARTICLE-CLO-BORDEREAU.
               10 FILLER PIC X(30) VALUE 'Bordereau de remise'.
               10 FILLER PIC X VALUE ':'.
               10 CL-Numero-Bordereau PIC 9(8).

           05 ARTICLE-CLO-NON-COMPTEE.
               10 FILLER PIC X(30)
                  VALUE 'Caisse ouverte sans comptage'.
               10 FILLER PIC X VALUE ':'.
               10 CL-Operateur-Ouvert PIC X(8).
               10 FILLER PIC X(4) VALUE SPACE.
               10 CL-Nombre-Ouvert PIC Z(5)9.
               10 FILLER PIC X(16) VALUE ' encaissement(s)'.

           05 ARTICLE-CLO-VIDE PIC X(10) VALUE SPACE.

           05 ARTICLE-BOR-TITRE.
               10 FILLER PIC X(40)
                  VALUE 'BORDEREAU DE REMISE DE CHEQUES NUMERO'.
               10 BO-Numero PIC 9(8).
               10 FILLER PIC X(5) VALUE ' du '.
               10 BO-Date PIC 9(8).

           05 ARTICLE-BOR-OPERATEUR.
               10 FILLER PIC X(20) VALUE 'Caisse'.
               10 FILLER PIC X VALUE ':'.
               10 BO-Operateur PIC X(8).

           05 ARTICLE-BOR-ENTETE.
               10 FILLER PIC X(10) VALUE 'Quittance'.
               10 FILLER PIC X(10) VALUE 'Cheque'.
               10 FILLER PIC X(22) VALUE 'Banque'.
               10 FILLER PIC X(28) VALUE 'Tireur'.
               10 FILLER PIC X(12) VALUE 'Montant'.

           05 ARTICLE-BOR-INDIV.
               10 BO-Quittance PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 BO-Cheque-Numero PIC X(7).
               10 FILLER PIC X(3) VALUE SPACE.
               10 BO-Cheque-Banque PIC X(20).
               10 FILLER PIC X(2) VALUE SPACE.
               10 BO-Tireur PIC X(26).
               10 FILLER PIC X(2) VALUE SPACE.
               10 BO-Montant PIC Z(6)9.99.

           05 ARTICLE-BOR-FIN.
               10 FILLER PIC X(20) VALUE 'Nombre de cheques'.
               10 FILLER PIC X VALUE ':'.
               10 BO-Nombre-fin PIC Z(5)9.
               10 FILLER PIC X(10) VALUE SPACE.
               10 FILLER PIC X(8) VALUE 'Total'.
               10 FILLER PIC X VALUE ':'.
               10 BO-Total-fin PIC Z(9)9.99.

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
           05  FICHIER-AUDIT            PIC X(1) VALUE SPACE.

      *    Image lisible de la cloture d'une caisse pour le journal
      *    d'audit
       1   IMAGES-WORKING-MANAGER.
           05  IMAGE-CLOTURE.
               10  IK-Operateur         PIC X(8).
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IK-Especes-Systeme   PIC 9(10)V99.
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IK-Especes-Comptees  PIC 9(10)V99.
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IK-Cheques           PIC 9(10)V99.
               10  FILLER               PIC X(1) VALUE SPACE.
               10  IK-Numero-Bordereau  PIC 9(8).

       1   VERROU-WORKING-MANAGER.
           05  WS-STATUT-VERROU         PIC X(02) VALUE SPACE.
               88  STATUT-VERROU-ABSENT           VALUE "35".

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-COMPTAGE             PIC  X(01) VALUE  SPACE.
               88  FF-CPG                          VALUE  HIGH-VALUE.
           05  FIN-CAISSE               PIC  X(01) VALUE  SPACE.
               88  FF-CAI                          VALUE  HIGH-VALUE.

       1   STATUTS-FICHIERS-MANAGER.
           05  WS-STATUT-COMPTAGE       PIC X(02) VALUE SPACE.
               88  STATUT-COMPTAGE-ABSENT         VALUE "35".
           05  WS-STATUT-CAISSE         PIC X(02) VALUE SPACE.
               88  STATUT-CAISSE-ABSENT           VALUE "35".
           05  WS-STATUT-REMISES        PIC X(02) VALUE SPACE.
               88  STATUT-REMISES-ABSENT          VALUE "35".

      *    Caisses restees ouvertes apres les clotures (operateur
      *    sans comptage) : un poste par operateur
       1   OUVERTES-WORKING-MANAGER.
           05  OUVERTES-MAX             PIC 9(3) VALUE 100.
           05  NB-OUVERTES              PIC 9(3) VALUE 0.
           05  IDX-OUVERTE              PIC 9(3) VALUE 0.
           05  OUVERTE-TABLE OCCURS 100 TIMES.
               10  OUT-OPERATEUR        PIC X(8).
               10  OUT-NOMBRE           PIC 9(6).
           05  OUVERTE-TROUVEE          PIC 9(1) VALUE 0.
               88  OUVERTE-EST-TROUVEE            VALUE 1.

       1   CLOTURE-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  PROCHAIN-BORDEREAU       PIC 9(8) VALUE 0.
           05  NUMERO-BORDEREAU         PIC 9(8) VALUE 0.
           05  CPT-ESPECES              PIC 9(6) VALUE 0.
           05  TOTAL-ESPECES            PIC 9(10)V99 VALUE 0.
           05  CPT-CHEQUES              PIC 9(6) VALUE 0.
           05  TOTAL-CHEQUES            PIC 9(10)V99 VALUE 0.
           05  ECART-CAISSE             PIC S9(10)V99 VALUE 0.
           05  CPT-CAISSES-CLOSES       PIC 9(4) VALUE 0.
           05  CPT-CAISSES-ECART        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONTROLER-VERROU

      *    Habilitation de l'operateur pour ce type de transaction
           PERFORM OUVRIR-JOURNAL-AUDIT
           PERFORM LIRE-HABILITATION
           MOVE "E" TO TYPE-DEMANDE
           PERFORM CONTROLER-HABILITATION-TYPE
           IF TYPE-EST-REFUSE THEN
               PERFORM ECRIRE-REFUS-HABILITATION
               DISPLAY "7-CAISSE-CLOTURE : operateur "
                       OPERATEUR-COURANT " non habilite au type E,"
                       " cloture refusee"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN I-O F-CAISSE
           IF STATUT-CAISSE-ABSENT THEN
               DISPLAY "7-CAISSE-CLOTURE : 7-caisse.idx introuvable,"
                       " aucune caisse a clore"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-COMPTAGE
           IF STATUT-COMPTAGE-ABSENT THEN
               DISPLAY "7-CAISSE-CLOTURE : 7-caisse-comptage.dat"
                       " introuvable, aucune caisse a clore"
               CLOSE F-CAISSE
               PERFORM FIN-PGM
           END-IF

           PERFORM RELEVER-DERNIER-BORDEREAU

           OPEN OUTPUT FS F-BORDEREAU
           PERFORM OUVRIR-REMISES

           MOVE ARTICLE-CLO-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-CLO-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE DATE-DU-JOUR TO CL-Date
           MOVE ARTICLE-CLO-DATE TO FS-DATA
           WRITE FS-DATA

           PERFORM UNTIL FF-CPG
               READ F-COMPTAGE
                   AT END
                       SET FF-CPG TO TRUE
                   NOT AT END
                       PERFORM CLORE-UNE-CAISSE
               END-READ
           END-PERFORM

           PERFORM SIGNALER-CAISSES-OUVERTES

           CLOSE F-COMPTAGE F-CAISSE FS F-BORDEREAU F-REMISES F-AUDIT

           DISPLAY "7-CAISSE-CLOTURE : " CPT-CAISSES-CLOSES
                   " caisse(s) close(s), " CPT-CAISSES-ECART
                   " avec ecart, " NB-OUVERTES
                   " ouverte(s) sans comptage"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        NUMEROTATION DES BORDEREAUX : SUITE DU DERNIER NUMERO
      *        PORTE AU JOURNAL DE CAISSE

       RELEVER-DERNIER-BORDEREAU.

           MOVE SPACE TO FIN-CAISSE
           MOVE 0 TO CAI-Numero-Quittance
           START F-CAISSE KEY NOT < CAI-Numero-Quittance
               INVALID KEY
                   SET FF-CAI TO TRUE
           END-START

           PERFORM UNTIL FF-CAI
               READ F-CAISSE NEXT RECORD
                   AT END
                       SET FF-CAI TO TRUE
                   NOT AT END
                       IF CAI-Numero-Bordereau > PROCHAIN-BORDEREAU
                       THEN
                           MOVE CAI-Numero-Bordereau
                               TO PROCHAIN-BORDEREAU
                       END-IF
               END-READ
           END-PERFORM
           .

       OUVRIR-REMISES.

           OPEN INPUT F-REMISES
           IF STATUT-REMISES-ABSENT THEN
               CLOSE F-REMISES
               OPEN OUTPUT F-REMISES
           ELSE
               CLOSE F-REMISES
               OPEN EXTEND F-REMISES
           END-IF
           .

      ******************************************************************
      *        CLOTURE DE LA CAISSE D'UN OPERATEUR : TOTAUX PAR MODE,
      *        BORDEREAU DES CHEQUES, ECART DE CAISSE

       CLORE-UNE-CAISSE.

           MOVE 0 TO CPT-ESPECES TOTAL-ESPECES
                     CPT-CHEQUES TOTAL-CHEQUES
           ADD 1 TO PROCHAIN-BORDEREAU
           MOVE PROCHAIN-BORDEREAU TO NUMERO-BORDEREAU

           MOVE NUMERO-BORDEREAU TO BO-Numero
           MOVE DATE-DU-JOUR TO BO-Date
           MOVE CPG-Operateur TO BO-Operateur
           MOVE ARTICLE-BOR-TITRE TO FB-DATA
           WRITE FB-DATA
           MOVE ARTICLE-BOR-OPERATEUR TO FB-DATA
           WRITE FB-DATA
           MOVE ARTICLE-CLO-LIGNE TO FB-DATA
           WRITE FB-DATA
           MOVE ARTICLE-BOR-ENTETE TO FB-DATA
           WRITE FB-DATA

           MOVE SPACE TO FIN-CAISSE
           MOVE 0 TO CAI-Numero-Quittance
           START F-CAISSE KEY NOT < CAI-Numero-Quittance
               INVALID KEY
                   SET FF-CAI TO TRUE
           END-START

           PERFORM UNTIL FF-CAI
               READ F-CAISSE NEXT RECORD
                   AT END
                       SET FF-CAI TO TRUE
                   NOT AT END
                       IF CAI-Ouvert
                          AND CAI-Operateur = CPG-Operateur THEN
                           PERFORM CLORE-UN-ENCAISSEMENT
                       END-IF
               END-READ
           END-PERFORM

           MOVE ARTICLE-CLO-LIGNE TO FB-DATA
           WRITE FB-DATA
           MOVE CPT-CHEQUES TO BO-Nombre-fin
           MOVE TOTAL-CHEQUES TO BO-Total-fin
           MOVE ARTICLE-BOR-FIN TO FB-DATA
           WRITE FB-DATA
           MOVE ARTICLE-CLO-VIDE TO FB-DATA
           WRITE FB-DATA

           COMPUTE ECART-CAISSE = CPG-Especes-Comptees - TOTAL-ESPECES
           PERFORM ECRIRE-CLOTURE
           PERFORM ECRIRE-REMISES

           MOVE SPACE TO IMAGE-AVANT
           MOVE CPG-Operateur TO IK-Operateur
           MOVE TOTAL-ESPECES TO IK-Especes-Systeme
           MOVE CPG-Especes-Comptees TO IK-Especes-Comptees
           MOVE TOTAL-CHEQUES TO IK-Cheques
           MOVE NUMERO-BORDEREAU TO IK-Numero-Bordereau
           MOVE IMAGE-CLOTURE TO IMAGE-APRES
           MOVE "Q" TO FICHIER-AUDIT
           MOVE "F" TO ACTION-AUDIT
           PERFORM ECRIRE-JOURNAL-AUDIT

           ADD 1 TO CPT-CAISSES-CLOSES
           IF ECART-CAISSE NOT = 0 THEN
               ADD 1 TO CPT-CAISSES-ECART
           END-IF
           .

       CLORE-UN-ENCAISSEMENT.

           IF CAI-Cheque THEN
               ADD 1 TO CPT-CHEQUES
               ADD CAI-Montant TO TOTAL-CHEQUES
               MOVE CAI-Numero-Quittance TO BO-Quittance
               MOVE CAI-Cheque-Numero TO BO-Cheque-Numero
               MOVE CAI-Cheque-Banque TO BO-Cheque-Banque
               MOVE CAI-Tireur TO BO-Tireur
               MOVE CAI-Montant TO BO-Montant
               MOVE ARTICLE-BOR-INDIV TO FB-DATA
               WRITE FB-DATA
               MOVE NUMERO-BORDEREAU TO CAI-Numero-Bordereau
           ELSE
               ADD 1 TO CPT-ESPECES
               ADD CAI-Montant TO TOTAL-ESPECES
           END-IF

           SET CAI-Cloture TO TRUE
           MOVE DATE-DU-JOUR TO CAI-Date-Cloture
           REWRITE CAI-ENREG
           .

       ECRIRE-CLOTURE.

           MOVE ARTICLE-CLO-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE CPG-Operateur TO CL-Operateur
           MOVE ARTICLE-CLO-OPERATEUR TO FS-DATA
           WRITE FS-DATA

           MOVE "Especes (systeme)" TO CL-Libelle
           MOVE CPT-ESPECES TO CL-Nombre
           MOVE TOTAL-ESPECES TO CL-Montant
           MOVE ARTICLE-CLO-MONTANT TO FS-DATA
           WRITE FS-DATA

           MOVE "Especes comptees" TO CL-Libelle
           MOVE 0 TO CL-Nombre
           MOVE CPG-Especes-Comptees TO CL-Montant
           MOVE ARTICLE-CLO-MONTANT TO FS-DATA
           WRITE FS-DATA

           IF ECART-CAISSE > 0 THEN
               MOVE "Ecart de caisse (excedent)" TO CL-Libelle
           ELSE
               IF ECART-CAISSE < 0 THEN
                   MOVE "Ecart de caisse (deficit)" TO CL-Libelle
               ELSE
                   MOVE "Ecart de caisse" TO CL-Libelle
               END-IF
           END-IF
           MOVE 0 TO CL-Nombre
           MOVE ECART-CAISSE TO CL-Montant
           MOVE ARTICLE-CLO-MONTANT TO FS-DATA
           WRITE FS-DATA

           MOVE "Cheques remis en banque" TO CL-Libelle
           MOVE CPT-CHEQUES TO CL-Nombre
           MOVE TOTAL-CHEQUES TO CL-Montant
           MOVE ARTICLE-CLO-MONTANT TO FS-DATA
           WRITE FS-DATA

           MOVE NUMERO-BORDEREAU TO CL-Numero-Bordereau
           MOVE ARTICLE-CLO-BORDEREAU TO FS-DATA
           WRITE FS-DATA
           .

      *    Les especes deposees en banque sont celles comptees ; un
      *    ecart reste a justifier a l'etat de cloture
       ECRIRE-REMISES.

           IF CPT-CHEQUES > 0 THEN
               MOVE DATE-DU-JOUR TO REM-Date
               MOVE CPG-Operateur TO REM-Operateur
               MOVE "C" TO REM-Mode
               MOVE NUMERO-BORDEREAU TO REM-Numero-Bordereau
               MOVE CPT-CHEQUES TO REM-Nombre
               MOVE TOTAL-CHEQUES TO REM-Montant
               WRITE REM-ENREG
           END-IF

           IF CPG-Especes-Comptees > 0 THEN
               MOVE DATE-DU-JOUR TO REM-Date
               MOVE CPG-Operateur TO REM-Operateur
               MOVE "E" TO REM-Mode
               MOVE NUMERO-BORDEREAU TO REM-Numero-Bordereau
               MOVE CPT-ESPECES TO REM-Nombre
               MOVE CPG-Especes-Comptees TO REM-Montant
               WRITE REM-ENREG
           END-IF
           .

      ******************************************************************
      *        CAISSES RESTEES OUVERTES SANS COMPTAGE

       SIGNALER-CAISSES-OUVERTES.

           MOVE SPACE TO FIN-CAISSE
           MOVE 0 TO CAI-Numero-Quittance
           START F-CAISSE KEY NOT < CAI-Numero-Quittance
               INVALID KEY
                   SET FF-CAI TO TRUE
           END-START

           PERFORM UNTIL FF-CAI
               READ F-CAISSE NEXT RECORD
                   AT END
                       SET FF-CAI TO TRUE
                   NOT AT END
                       IF CAI-Ouvert THEN
                           PERFORM CUMULER-CAISSE-OUVERTE
                       END-IF
               END-READ
           END-PERFORM

           IF NB-OUVERTES > 0 THEN
               MOVE ARTICLE-CLO-VIDE TO FS-DATA
               WRITE FS-DATA
               MOVE ARTICLE-CLO-LIGNE TO FS-DATA
               WRITE FS-DATA
           END-IF

           MOVE 1 TO IDX-OUVERTE
           PERFORM UNTIL IDX-OUVERTE > NB-OUVERTES
               MOVE OUT-OPERATEUR(IDX-OUVERTE) TO CL-Operateur-Ouvert
               MOVE OUT-NOMBRE(IDX-OUVERTE) TO CL-Nombre-Ouvert
               MOVE ARTICLE-CLO-NON-COMPTEE TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-OUVERTE
           END-PERFORM
           .

       CUMULER-CAISSE-OUVERTE.

           MOVE 0 TO OUVERTE-TROUVEE
           MOVE 1 TO IDX-OUVERTE
           PERFORM UNTIL IDX-OUVERTE > NB-OUVERTES
               IF OUT-OPERATEUR(IDX-OUVERTE) = CAI-Operateur THEN
                   ADD 1 TO OUT-NOMBRE(IDX-OUVERTE)
                   SET OUVERTE-EST-TROUVEE TO TRUE
                   MOVE NB-OUVERTES TO IDX-OUVERTE
               END-IF
               ADD 1 TO IDX-OUVERTE
           END-PERFORM

           IF NOT OUVERTE-EST-TROUVEE
              AND NB-OUVERTES < OUVERTES-MAX THEN
               ADD 1 TO NB-OUVERTES
               MOVE CAI-Operateur TO OUT-OPERATEUR(NB-OUVERTES)
               MOVE 1 TO OUT-NOMBRE(NB-OUVERTES)
           END-IF
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
      *        4-OCCURRENCES ; ACTION X = REFUS D'HABILITATION)

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

      *    IMAGE-AVANT, IMAGE-APRES, ACTION-AUDIT et FICHIER-AUDIT
      *    (Q = journal de caisse) sont garnis
      *    par l'appelant
       ECRIRE-JOURNAL-AUDIT.

           MOVE "7-CAISSE-CLOTURE" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE FICHIER-AUDIT TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       ECRIRE-REFUS-HABILITATION.

           MOVE "7-CAISSE-CLOTURE" TO JRN-Programme
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
