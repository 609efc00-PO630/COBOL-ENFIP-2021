      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: canal du compte en ligne. Les demandes deposees en
      *          ligne par les contribuables (7-demandes-en-ligne.dat :
      *          A = changement d'adresse, B = changement de RIB,
      *          D = adhesion a la mensualisation avec mandat SEPA)
      *          sont controlees (contribuable connu, compte en ligne
      *          ouvert au master 7-contacts.idx, donnees propres au
      *          type de demande) puis inscrites au registre
      *          4-transactions-attente.idx au statut P, operateur
      *          EN-LIGNE, comme une saisie de 4-TRANSACTIONS-SAISIE :
      *          un operateur les approuve ou les rejette par
      *          4-TRANSACTIONS-REVUE. L'image du registre n'en porte
      *          qu'un resume, la demande complete est conservee dans
      *          7-demandes-en-ligne.idx (meme numero). Au passage
      *          suivant, les demandes approuvees sont transmises aux
      *          flux de 4-ADRESSES-MAJ (4-adresses-maj.dat),
      *          7-RIB-MAJ (7-rib-maj.dat) et 7-MANDATS-MAJ
      *          (7-mandats-maj.dat), l'adhesion etant ajoutee a
      *          7-mensualisation.dat ; les demandes rejetees prennent
      *          le motif du reviseur. Les demandes invalides sont
      *          ecrites dans 7-demandes-en-ligne-rejets.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-DEMANDES-EN-LIGNE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Verrou d'execution de la chaine (1-VERROU) : ce programme
      *    refuse de demarrer tant que la chaine reconstruit les
      *    masters
           SELECT F-VERROU ASSIGN TO "9-verrou.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VERROU.

           SELECT F-DEMANDES ASSIGN TO "7-demandes-en-ligne.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FLUX.

      *    Demandes completes en cours de revue ou deja traitees
           SELECT C-DEMANDES ASSIGN TO "7-demandes-en-ligne.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEM-Numero
                   FILE STATUS IS WS-STATUT-IDX.

           SELECT F-ATTENTE ASSIGN TO "4-transactions-attente.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRX-Numero
                   FILE STATUS IS WS-STATUT-ATTENTE.

           SELECT F-CONTACTS ASSIGN TO "7-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CTC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTACTS.

           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

      *    Flux des programmes de mise a jour, alimentes en ajout
           SELECT F-ADRESSES-MAJ ASSIGN TO "4-adresses-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ADRESSES-MAJ.

           SELECT F-RIB-MAJ ASSIGN TO "7-rib-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-RIB-MAJ.

           SELECT F-MANDATS-MAJ ASSIGN TO "7-mandats-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MANDATS-MAJ.

           SELECT F-ADHESIONS ASSIGN TO "7-mensualisation.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ADHESIONS.

      *    Demandes rejetees au controle
           SELECT C-REJETS ASSIGN TO "7-demandes-en-ligne-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que VER-ENREG dans 1-VERROU.cbl
       FD  F-VERROU.
       01  VER-ENREG.
           05 VER-Run-Id PIC 9(14).
           05 VER-Date   PIC 9(8).
           05 VER-Heure  PIC 9(6).

      *    Une demande par ligne ; les donnees sont lues selon le
      *    type de la demande
       FD  F-DEMANDES.
       01  DL-ENREG.
           05 DL-Numero-Fiscal PIC 9(13).
           05 DL-Type          PIC X(1).
               88 DL-Adresse-Demandee      VALUE "A".
               88 DL-Rib-Demande           VALUE "B".
               88 DL-Mensualisation-Demandee VALUE "D".
           05 DL-Date          PIC 9(8).
           05 DL-Donnees       PIC X(168).
           05 DL-Adresse REDEFINES DL-Donnees.
               10 DL-Rue            PIC X(32).
               10 DL-Complement     PIC X(32).
               10 DL-Code-Postal    PIC X(5).
               10 DL-Ville          PIC X(26).
               10 DL-Residence      PIC X(1).
                   88 DL-Non-Resident      VALUE "E".
               10 DL-Pays           PIC X(2).
               10 DL-Code-Postal-Etr PIC X(10).
               10 DL-Ville-Etr      PIC X(30).
               10 DL-Pays-Libelle   PIC X(30).
           05 DL-Rib REDEFINES DL-Donnees.
               10 DL-IBAN           PIC X(34).
               10 DL-BIC            PIC X(11).
               10 DL-RUM            PIC X(35).
               10 DL-Date-Signature PIC 9(8).
               10 FILLER            PIC X(80).

       FD  C-DEMANDES.
       01  DEM-ENREG.
           05 DEM-Numero          PIC 9(8).
           05 DEM-Numero-Fiscal   PIC 9(13).
           05 DEM-Type            PIC X(1).
               88 DEM-Adresse         VALUE "A".
               88 DEM-Rib             VALUE "B".
               88 DEM-Mensualisation  VALUE "D".
           05 DEM-Date-Reception  PIC 9(8).
           05 DEM-Donnees         PIC X(168).
      *    E = en revue, T = transmise au flux, R = rejetee en revue
           05 DEM-Etat            PIC X(1).
               88 DEM-En-Revue        VALUE "E".
               88 DEM-Transmise       VALUE "T".
               88 DEM-Rejetee         VALUE "R".
           05 DEM-Date-Etat       PIC 9(8).
           05 DEM-Motif           PIC X(40).

      *    Meme disposition que TRX-ENREG dans 4-TRANSACTIONS-SAISIE.cbl
       FD  F-ATTENTE.
       01  TRX-ENREG.
           05 TRX-Numero           PIC 9(8).
           05 TRX-Type             PIC X(1).
           05 TRX-Image            PIC X(80).
           05 TRX-Operateur-Saisie PIC X(8).
           05 TRX-Statut           PIC X(1).
               88 TRX-En-Attente   VALUE "P".
               88 TRX-Approuvee    VALUE "A".
               88 TRX-Rejetee      VALUE "R".
           05 TRX-Operateur-Revue  PIC X(8).
           05 TRX-Motif-Revue      PIC X(40).

      *    Meme disposition que C-CONTACTS-ENREG dans
      *    7-CONTACTS-MAJ.cbl
       FD  F-CONTACTS.
       01  CTC-ENREG.
           05 CTC-Numero-Fiscal PIC 9(13).
           05 CTC-Email         PIC X(60).
           05 CTC-Telephone     PIC X(15).
           05 CTC-Sans-Papier   PIC X(1).
               88 CTC-Est-Sans-Papier VALUE "O".
           05 CTC-Date-Adhesion PIC 9(8).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl
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

      *    Meme disposition que FM-DATA dans 4-ADRESSES-MAJ.cbl
       FD  F-ADRESSES-MAJ.
       01  FA-DATA.
           05 FA-Numero-Fiscal PIC 9(13).
           05 FA-Adresse.
               10 FA-Rue         PIC X(32).
               10 FA-Complement  PIC X(32).
               10 FA-Code-Postal PIC X(5).
               10 FA-Ville       PIC X(26).
           05 FA-Residence-Etranger.
               10 FA-Residence      PIC X(1).
               10 FA-Pays           PIC X(2).
               10 FA-Code-Postal-Etr PIC X(10).
               10 FA-Ville-Etr      PIC X(30).
               10 FA-Pays-Libelle   PIC X(30).

      *    Meme disposition que FM-DATA dans 7-RIB-MAJ.cbl
       FD  F-RIB-MAJ.
       01  FR-DATA.
           05 FR-Numero-Fiscal PIC 9(13).
           05 FR-IBAN          PIC X(34).
           05 FR-BIC           PIC X(11).

      *    Meme disposition que FM-DATA dans 7-MANDATS-MAJ.cbl
       FD  F-MANDATS-MAJ.
       01  FN-DATA.
           05 FN-Numero-Fiscal  PIC 9(13).
           05 FN-Code           PIC X(1).
           05 FN-RUM            PIC X(35).
           05 FN-Date-Signature PIC 9(8).

      *    Meme disposition que AD-ENREG dans 7-ECHEANCIER.cbl
       FD  F-ADHESIONS.
       01  AD-ENREG.
           05 AD-Numero-Fiscal PIC 9(13).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Fiscal PIC 9(13).
           05 CR-Type          PIC X(1).
           05 CR-Date          PIC 9(8).
           05 CR-Motif         PIC X(40).

       WORKING-STORAGE SECTION.

       1   VERROU-WORKING-MANAGER.
           05  WS-STATUT-VERROU         PIC X(02) VALUE SPACE.
               88  STATUT-VERROU-ABSENT           VALUE "35".

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.
           05  FIN-ATTENTE             PIC  X(01) VALUE  SPACE.
               88  FF-ATT                         VALUE  HIGH-VALUE.
           05  FIN-DEMANDES            PIC  X(01) VALUE  SPACE.
               88  FF-DEM                         VALUE  HIGH-VALUE.
           05  FIN-ADHESIONS           PIC  X(01) VALUE  SPACE.
               88  FF-ADH                         VALUE  HIGH-VALUE.
           05  WS-STATUT-FLUX           PIC X(02) VALUE SPACE.
               88  STATUT-FLUX-ABSENT             VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-ATTENTE        PIC X(02) VALUE SPACE.
               88  STATUT-ATTENTE-ABSENT          VALUE "35".
           05  WS-STATUT-CONTACTS       PIC X(02) VALUE SPACE.
               88  STATUT-CONTACTS-ABSENT         VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  WS-STATUT-ADRESSES-MAJ   PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-MAJ-ABSENT     VALUE "35".
           05  WS-STATUT-RIB-MAJ        PIC X(02) VALUE SPACE.
               88  STATUT-RIB-MAJ-ABSENT          VALUE "35".
           05  WS-STATUT-MANDATS-MAJ    PIC X(02) VALUE SPACE.
               88  STATUT-MANDATS-MAJ-ABSENT      VALUE "35".
           05  WS-STATUT-ADHESIONS      PIC X(02) VALUE SPACE.
               88  STATUT-ADHESIONS-ABSENT        VALUE "35".

       1   DEMANDES-WORKING-MANAGER.
      *    Operateur de saisie porte au registre : la revue par un
      *    operateur humain est donc toujours possible
           05  OPERATEUR-EN-LIGNE       PIC X(8) VALUE "EN-LIGNE".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  PROCHAIN-NUMERO          PIC 9(8) VALUE 1.
           05  MOTIF-REJET              PIC X(40) VALUE SPACE.
           05  DEMANDE-VALIDE           PIC 9(1) VALUE 0.
               88  DEMANDE-EST-VALIDE             VALUE 1.
               88  DEMANDE-EST-INVALIDE           VALUE 0.
           05  ADHESION-TROUVEE         PIC 9(1) VALUE 0.
               88  ADHESION-EST-TROUVEE           VALUE 1.
               88  ADHESION-EST-ABSENTE           VALUE 0.
      *    Vue de travail des donnees d'une demande conservee, pour
      *    la transmettre au flux de son type
           05  DONNEES-DEMANDE          PIC X(168) VALUE SPACE.
           05  DD-Adresse REDEFINES DONNEES-DEMANDE.
               10 DD-Adresse-Postale    PIC X(95).
               10 DD-Residence-Etranger PIC X(73).
           05  DD-Rib REDEFINES DONNEES-DEMANDE.
               10 DD-IBAN               PIC X(34).
               10 DD-BIC                PIC X(11).
               10 DD-RUM                PIC X(35).
               10 DD-Date-Signature     PIC 9(8).
               10 FILLER                PIC X(80).
           05  CPT-RECUES               PIC 9(6) VALUE 0.
           05  CPT-ENREGISTREES         PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-TRANSMISES           PIC 9(6) VALUE 0.
           05  CPT-REFUSEES-REVUE       PIC 9(6) VALUE 0.
           05  CPT-EN-REVUE             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONTROLER-VERROU
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM OUVRIR-DEMANDES
           PERFORM OUVRIR-ATTENTE

      *    Les decisions de revue rendues depuis le passage precedent
      *    sont appliquees avant l'arrivee des nouvelles demandes
           PERFORM TRANSMETTRE-DECISIONS
           PERFORM RECEVOIR-DEMANDES

           DISPLAY "7-DEMANDES-EN-LIGNE : " CPT-TRANSMISES
                   " transmise(s), " CPT-REFUSEES-REVUE
                   " refusee(s) en revue, " CPT-EN-REVUE
                   " toujours en revue"
           DISPLAY "7-DEMANDES-EN-LIGNE : " CPT-RECUES
                   " recue(s), " CPT-ENREGISTREES
                   " inscrite(s) au registre, " CPT-REJETEES
                   " rejetee(s)"

           CLOSE C-DEMANDES F-ATTENTE

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DES DEMANDES CONSERVEES ET DU REGISTRE
      *        (MEME IDIOM QUE 4-TRANSACTIONS-SAISIE)

       OUVRIR-DEMANDES.

           OPEN INPUT C-DEMANDES
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-DEMANDES
               OPEN OUTPUT C-DEMANDES
               CLOSE C-DEMANDES
           ELSE
               CLOSE C-DEMANDES
           END-IF

           OPEN I-O C-DEMANDES
           .

       OUVRIR-ATTENTE.

           OPEN INPUT F-ATTENTE
           IF STATUT-ATTENTE-ABSENT THEN
               CLOSE F-ATTENTE
               OPEN OUTPUT F-ATTENTE
               CLOSE F-ATTENTE
               OPEN I-O F-ATTENTE
           ELSE
      *        On repart du plus grand numero deja attribue
               PERFORM UNTIL FF-ATT
                   READ F-ATTENTE NEXT RECORD
                       AT END
                           SET FF-ATT TO TRUE
                       NOT AT END
                           IF TRX-Numero >= PROCHAIN-NUMERO THEN
                               COMPUTE PROCHAIN-NUMERO =
                                       TRX-Numero + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ATTENTE
               OPEN I-O F-ATTENTE
           END-IF
           .

      ******************************************************************
      *        DECISIONS DE REVUE : LES DEMANDES APPROUVEES PARTENT
      *        DANS LE FLUX DE LEUR PROGRAMME DE MISE A JOUR

       TRANSMETTRE-DECISIONS.

           PERFORM OUVRIR-FLUX-MAJ

           PERFORM UNTIL FF-DEM
               READ C-DEMANDES NEXT RECORD
                   AT END
                       SET FF-DEM TO TRUE
                   NOT AT END
                       IF DEM-En-Revue THEN
                           PERFORM CONSULTER-REGISTRE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ADRESSES-MAJ F-RIB-MAJ F-MANDATS-MAJ
           .

      *    Ajout en fin de flux (meme idiom que le journal d'audit)
       OUVRIR-FLUX-MAJ.

           OPEN INPUT F-ADRESSES-MAJ
           IF STATUT-ADRESSES-MAJ-ABSENT THEN
               OPEN OUTPUT F-ADRESSES-MAJ
           ELSE
               CLOSE F-ADRESSES-MAJ
               OPEN EXTEND F-ADRESSES-MAJ
           END-IF

           OPEN INPUT F-RIB-MAJ
           IF STATUT-RIB-MAJ-ABSENT THEN
               OPEN OUTPUT F-RIB-MAJ
           ELSE
               CLOSE F-RIB-MAJ
               OPEN EXTEND F-RIB-MAJ
           END-IF

           OPEN INPUT F-MANDATS-MAJ
           IF STATUT-MANDATS-MAJ-ABSENT THEN
               OPEN OUTPUT F-MANDATS-MAJ
           ELSE
               CLOSE F-MANDATS-MAJ
               OPEN EXTEND F-MANDATS-MAJ
           END-IF
           .

       CONSULTER-REGISTRE.

           MOVE DEM-Numero TO TRX-Numero
           READ F-ATTENTE
               INVALID KEY
                   DISPLAY "7-DEMANDES-EN-LIGNE : demande " DEM-Numero
                           " absente du registre"
                   ADD 1 TO CPT-EN-REVUE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN TRX-Approuvee
                   PERFORM TRANSMETTRE-DEMANDE
                   SET DEM-Transmise TO TRUE
                   MOVE DATE-DU-JOUR TO DEM-Date-Etat
                   MOVE SPACE TO DEM-Motif
                   REWRITE DEM-ENREG
                   ADD 1 TO CPT-TRANSMISES
               WHEN TRX-Rejetee
                   SET DEM-Rejetee TO TRUE
                   MOVE DATE-DU-JOUR TO DEM-Date-Etat
                   MOVE TRX-Motif-Revue TO DEM-Motif
                   REWRITE DEM-ENREG
                   ADD 1 TO CPT-REFUSEES-REVUE
               WHEN OTHER
                   ADD 1 TO CPT-EN-REVUE
           END-EVALUATE
           .

       TRANSMETTRE-DEMANDE.

           MOVE DEM-Donnees TO DONNEES-DEMANDE

           EVALUATE TRUE
               WHEN DEM-Adresse
                   MOVE DEM-Numero-Fiscal TO FA-Numero-Fiscal
                   MOVE DD-Adresse-Postale TO FA-Adresse
                   MOVE DD-Residence-Etranger
                     TO FA-Residence-Etranger
                   WRITE FA-DATA
               WHEN DEM-Rib
                   PERFORM ECRIRE-FLUX-RIB
               WHEN DEM-Mensualisation
      *            Le compte a prelever, puis le mandat signe, puis
      *            l'adhesion elle-meme
                   PERFORM ECRIRE-FLUX-RIB
                   MOVE DEM-Numero-Fiscal TO FN-Numero-Fiscal
                   MOVE "C" TO FN-Code
                   MOVE DD-RUM TO FN-RUM
                   MOVE DD-Date-Signature TO FN-Date-Signature
                   WRITE FN-DATA
                   PERFORM AJOUTER-ADHESION
           END-EVALUATE
           .

       ECRIRE-FLUX-RIB.

           MOVE DEM-Numero-Fiscal TO FR-Numero-Fiscal
           MOVE DD-IBAN TO FR-IBAN
           MOVE DD-BIC TO FR-BIC
           WRITE FR-DATA
           .

      *    Un contribuable deja adherent n'est pas inscrit deux fois
       AJOUTER-ADHESION.

           SET ADHESION-EST-ABSENTE TO TRUE
           MOVE SPACE TO FIN-ADHESIONS

           OPEN INPUT F-ADHESIONS
           IF NOT STATUT-ADHESIONS-ABSENT THEN
               PERFORM UNTIL FF-ADH
                   READ F-ADHESIONS
                       AT END
                           SET FF-ADH TO TRUE
                       NOT AT END
                           IF AD-Numero-Fiscal = DEM-Numero-Fiscal
                                   THEN
                               SET ADHESION-EST-TROUVEE TO TRUE
                               SET FF-ADH TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ADHESIONS
           END-IF

           IF ADHESION-EST-TROUVEE THEN
               EXIT PARAGRAPH
           END-IF

           IF STATUT-ADHESIONS-ABSENT THEN
               OPEN OUTPUT F-ADHESIONS
           ELSE
               OPEN EXTEND F-ADHESIONS
           END-IF
           MOVE DEM-Numero-Fiscal TO AD-Numero-Fiscal
           WRITE AD-ENREG
           CLOSE F-ADHESIONS
           .

      ******************************************************************
      *        RECEPTION DES NOUVELLES DEMANDES EN LIGNE

       RECEVOIR-DEMANDES.

           OPEN INPUT F-DEMANDES
           IF STATUT-FLUX-ABSENT THEN
               DISPLAY "7-DEMANDES-EN-LIGNE : 7-demandes-en-ligne.dat"
                       " introuvable, aucune demande recue"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT F-CONTACTS
           IF STATUT-CONTACTS-ABSENT THEN
               DISPLAY "7-DEMANDES-EN-LIGNE : 7-contacts.idx"
                       " introuvable, aucun compte en ligne ouvert"
           END-IF

           OPEN INPUT F-CONTRIBUABLES
           IF STATUT-CONTRIBUABLES-ABSENT THEN
               DISPLAY "7-DEMANDES-EN-LIGNE : 5-contribuables.idx"
                       " introuvable, contribuables non controles"
           END-IF

           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-DEMANDES
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-RECUES
                       PERFORM CONTROLER-DEMANDE
                       IF DEMANDE-EST-VALIDE THEN
                           PERFORM ENREGISTRER-DEMANDE
                       ELSE
                           PERFORM ECRIRE-REJET
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-DEMANDES C-REJETS
           IF NOT STATUT-CONTACTS-ABSENT THEN
               CLOSE F-CONTACTS
           END-IF
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF
           .

      ******************************************************************
      *        CONTROLES D'UNE DEMANDE : CONTRIBUABLE, COMPTE EN
      *        LIGNE, PUIS DONNEES PROPRES AU TYPE

       CONTROLER-DEMANDE.

           SET DEMANDE-EST-INVALIDE TO TRUE

           IF NOT DL-Adresse-Demandee AND NOT DL-Rib-Demande
                   AND NOT DL-Mensualisation-Demandee THEN
               MOVE "type de demande inconnu" TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE DL-Numero-Fiscal TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       MOVE "contribuable inconnu du master"
                           TO MOTIF-REJET
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF

      *    Seul le titulaire d'un compte en ligne (courriel connu)
      *    peut deposer une demande
           IF STATUT-CONTACTS-ABSENT THEN
               MOVE "aucun compte en ligne" TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF
           MOVE DL-Numero-Fiscal TO CTC-Numero-Fiscal
           READ F-CONTACTS
               INVALID KEY
                   MOVE "aucun compte en ligne" TO MOTIF-REJET
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF CTC-Email = SPACE THEN
                       MOVE "compte en ligne sans courriel"
                           TO MOTIF-REJET
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN DL-Adresse-Demandee
                   PERFORM CONTROLER-ADRESSE
               WHEN DL-Rib-Demande
                   PERFORM CONTROLER-RIB
               WHEN DL-Mensualisation-Demandee
                   PERFORM CONTROLER-MENSUALISATION
           END-EVALUATE
           .

      *    Memes exigences que 4-ADRESSES-MAJ : un non-resident porte
      *    un pays etranger, un resident un code postal et une ville
       CONTROLER-ADRESSE.

           IF DL-Rue = SPACE THEN
               MOVE "adresse sans rue" TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF

           IF DL-Non-Resident THEN
               IF DL-Pays = SPACE OR DL-Pays = "FR" THEN
                   MOVE "non-resident sans pays etranger"
                       TO MOTIF-REJET
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF DL-Code-Postal = SPACE OR DL-Ville = SPACE THEN
                   MOVE "adresse sans code postal ou ville"
                       TO MOTIF-REJET
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET DEMANDE-EST-VALIDE TO TRUE
           .

      *    Memes exigences que 7-RIB-MAJ : un IBAN hors France exige
      *    le BIC de la banque teneuse du compte
       CONTROLER-RIB.

           IF DL-IBAN = SPACE THEN
               MOVE "IBAN absent" TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF

           IF DL-IBAN(1:2) NOT = "FR" AND DL-BIC = SPACE THEN
               MOVE "IBAN etranger sans BIC" TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF

           SET DEMANDE-EST-VALIDE TO TRUE
           .

      *    L'adhesion porte le compte a prelever et le mandat signe
       CONTROLER-MENSUALISATION.

           PERFORM CONTROLER-RIB
           IF DEMANDE-EST-INVALIDE THEN
               EXIT PARAGRAPH
           END-IF
           SET DEMANDE-EST-INVALIDE TO TRUE

           IF DL-RUM = SPACE THEN
               MOVE "reference unique de mandat absente"
                   TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF

           IF DL-Date-Signature NOT NUMERIC
                   OR DL-Date-Signature = 0 THEN
               MOVE "date de signature du mandat absente"
                   TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF

           SET DEMANDE-EST-VALIDE TO TRUE
           .

      ******************************************************************
      *        INSCRIPTION AU REGISTRE (STATUT P) ET CONSERVATION DE
      *        LA DEMANDE COMPLETE SOUS LE MEME NUMERO

       ENREGISTRER-DEMANDE.

           MOVE PROCHAIN-NUMERO TO TRX-Numero
           MOVE DL-Type TO TRX-Type
           PERFORM RESUMER-DEMANDE
           MOVE OPERATEUR-EN-LIGNE TO TRX-Operateur-Saisie
           MOVE "P" TO TRX-Statut
           MOVE SPACE TO TRX-Operateur-Revue TRX-Motif-Revue

           WRITE TRX-ENREG
               INVALID KEY
                   DISPLAY "7-DEMANDES-EN-LIGNE : collision de"
                           " numero " PROCHAIN-NUMERO
                   ADD 1 TO PROCHAIN-NUMERO
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE PROCHAIN-NUMERO TO DEM-Numero
           MOVE DL-Numero-Fiscal TO DEM-Numero-Fiscal
           MOVE DL-Type TO DEM-Type
           MOVE DL-Date TO DEM-Date-Reception
           IF DEM-Date-Reception = 0 THEN
               MOVE DATE-DU-JOUR TO DEM-Date-Reception
           END-IF
           MOVE DL-Donnees TO DEM-Donnees
           SET DEM-En-Revue TO TRUE
           MOVE DATE-DU-JOUR TO DEM-Date-Etat
           MOVE SPACE TO DEM-Motif

           WRITE DEM-ENREG
               INVALID KEY
                   REWRITE DEM-ENREG
           END-WRITE

           ADD 1 TO CPT-ENREGISTREES
           ADD 1 TO PROCHAIN-NUMERO
           .

      *    Resume lisible par le reviseur dans l'image du registre
       RESUMER-DEMANDE.

           MOVE SPACE TO TRX-Image

           EVALUATE TRUE
               WHEN DL-Adresse-Demandee
                   IF DL-Non-Resident THEN
                       STRING DL-Numero-Fiscal " " DL-Rue " "
                              DL-Pays " " DL-Ville-Etr
                           DELIMITED BY SIZE INTO TRX-Image
                   ELSE
                       STRING DL-Numero-Fiscal " " DL-Rue " "
                              DL-Code-Postal " " DL-Ville
                           DELIMITED BY SIZE INTO TRX-Image
                   END-IF
               WHEN DL-Rib-Demande
                   STRING DL-Numero-Fiscal " " DL-IBAN " " DL-BIC
                       DELIMITED BY SIZE INTO TRX-Image
               WHEN DL-Mensualisation-Demandee
                   STRING DL-Numero-Fiscal " " DL-RUM " " DL-IBAN
                       DELIMITED BY SIZE INTO TRX-Image
           END-EVALUATE
           .

       ECRIRE-REJET.

           MOVE DL-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE DL-Type TO CR-Type
           MOVE DL-Date TO CR-Date
           MOVE MOTIF-REJET TO CR-Motif
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

       FIN-PGM.
           STOP RUN.
