      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: canal de paiement par carte en ligne. Le fichier
      *          journalier du prestataire de paiement
      *          (7-carte-transactions.dat) est controle transaction
      *          par transaction : la reference de l'avis doit porter
      *          une cle modulo 97 juste et le numero fiscal du
      *          payeur (meme controle que 7-PAIEMENTS, la cle
      *          d'une emission par groupe de taxes est reconnue
      *          comme celle de l'imposable) ; une
      *          transaction acceptee est inscrite au master
      *          7-carte.idx (cle identifiant de transaction, une
      *          transaction deja inscrite est ignoree) et rejoint le
      *          flux 7-paiements.dat (canal C, date de la
      *          transaction) que 7-PAIEMENTS impute au livre des
      *          soldes. Le releve de reglement de l'acquereur
      *          (7-carte-reglements.dat : brut, commission et net
      *          par transaction, lignes d'impaye) est ensuite
      *          rapproche des transactions : les commissions sont
      *          journalisees (7-carte-commissions.dat) et passees
      *          en charge de l'Etat par 7-PRISE-EN-CHARGE, les
      *          remises nettes et les impayes preleves sont donnes
      *          par remise a 7-RAPPROCHEMENT-BANCAIRE
      *          (7-carte-versements.dat). Une transaction impayee
      *          (chargeback) ou restee sans reglement au-dela du
      *          delai de 0-carte.param voit son credit contrepasse
      *          au livre des soldes (meme contrepassation que
      *          7-REJETS-PRELEVEMENT) et part a la liste des
      *          exceptions 7-carte-exceptions.txt. Comme les
      *          fichiers bancaires de 7-PAIEMENTS, le releve de
      *          l'acquereur est inscrit au registre des
      *          integrations (flux A) : un releve deja integre est
      *          refuse (code retour 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-PAIEMENTS-CARTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Transactions du jour du prestataire de paiement en ligne
           SELECT F-TRANSACTIONS ASSIGN TO "7-carte-transactions.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-TRANSACTIONS.

      *    Releve de reglement de l'acquereur
           SELECT F-REGLEMENTS ASSIGN TO "7-carte-reglements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REGLEMENTS.

           SELECT F-PARAM ASSIGN TO "0-carte.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

      *    Master des transactions carte
           SELECT C-CARTE ASSIGN TO "7-carte.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRT-Identifiant
                   FILE STATUS IS WS-STATUT-CARTE.

      *    Registre des integrations de fichiers bancaires
           SELECT F-REGISTRE ASSIGN TO "7-integrations.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ING-Cle
                   FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Flux des paiements impute par 7-PAIEMENTS
           SELECT F-PAIEMENTS ASSIGN TO "7-paiements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PAIEMENTS.

      *    Journal des commissions (charge de l'Etat)
           SELECT F-COMMISSIONS ASSIGN TO "7-carte-commissions.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-COMMISSIONS.

      *    Remises nettes et impayes, pour le rapprochement bancaire
           SELECT F-VERSEMENTS ASSIGN TO "7-carte-versements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VERSEMENTS.

      *    Transactions rejetees (reference invalide, montant nul...)
           SELECT C-REJETS ASSIGN TO "7-carte-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Liste des exceptions (impayes, transactions non reglees,
      *    reglements sans transaction, ecarts)
           SELECT FS ASSIGN TO "7-carte-exceptions.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Reference de paiement de l'avis : execution + numero
      *    fiscal + cle modulo 97 (meme disposition que PAI-Reference)
       FD  F-TRANSACTIONS.
       01  TRC-ENREG.
           05 TRC-Identifiant   PIC X(20).
           05 TRC-Date          PIC 9(8).
           05 TRC-Numero-Fiscal PIC 9(13).
           05 TRC-Reference.
               10 TRC-Ref-Execution PIC X(6).
               10 TRC-Ref-Numero    PIC X(13).
               10 TRC-Ref-Cle       PIC X(2).
           05 TRC-Montant       PIC 9(6)V99.
           05 TRC-Autorisation  PIC X(6).

      *    R = transaction reglee (brut - commission = net verse),
      *    I = impaye (chargeback : le brut est repris sur la remise)
       FD  F-REGLEMENTS.
       01  RCA-ENREG.
           05 RCA-Type          PIC X(1).
               88 RCA-Reglement     VALUE "R".
               88 RCA-Impaye        VALUE "I".
           05 RCA-Date-Remise   PIC 9(8).
           05 RCA-Numero-Remise PIC 9(8).
           05 RCA-Identifiant   PIC X(20).
           05 RCA-Brut          PIC 9(6)V99.
           05 RCA-Commission    PIC 9(4)V99.
           05 RCA-Net           PIC 9(6)V99.

      *    Delai de reglement (jours) au-dela duquel une transaction
      *    sans reglement de l'acquereur est contrepassee
       FD  F-PARAM.
       01  PCA-ENREG.
           05 PCA-Delai-Reglement PIC 9(3).

      *    P = postee (au flux des paiements), R = reglee par
      *    l'acquereur, I = impayee (chargeback, credit contrepasse),
      *    N = non reglee dans le delai (credit contrepasse)
       FD  C-CARTE.
       01  CRT-ENREG.
           05 CRT-Identifiant       PIC X(20).
           05 CRT-Date-Transaction  PIC 9(8).
           05 CRT-Numero-Fiscal     PIC 9(13).
           05 CRT-Reference         PIC X(21).
           05 CRT-Montant           PIC 9(6)V99.
           05 CRT-Autorisation      PIC X(6).
           05 CRT-Etat              PIC X(1).
               88 CRT-Postee            VALUE "P".
               88 CRT-Reglee            VALUE "R".
               88 CRT-Impayee           VALUE "I".
               88 CRT-Non-Reglee        VALUE "N".
           05 CRT-Date-Integration  PIC 9(8).
           05 CRT-Date-Remise       PIC 9(8).
           05 CRT-Numero-Remise     PIC 9(8).
           05 CRT-Commission        PIC 9(4)V99.
           05 CRT-Net               PIC 9(6)V99.
           05 CRT-Date-Exception    PIC 9(8).

      *    Meme disposition que ING-ENREG dans 7-PAIEMENTS.cbl
       FD  F-REGISTRE.
       01  ING-ENREG.
           05 ING-Cle.
               10 ING-Flux           PIC X(1).
                   88 ING-Flux-Paiements  VALUE "P".
                   88 ING-Flux-Retours    VALUE "R".
                   88 ING-Flux-Acquereur  VALUE "A".
               10 ING-Empreinte      PIC 9(13).
               10 ING-Nb-Enreg       PIC 9(8).
               10 ING-Total          PIC 9(12)V99.
           05 ING-Date-Premier       PIC 9(8).
           05 ING-Date-Dernier       PIC 9(8).
           05 ING-Etat               PIC X(1).
               88 ING-En-Cours           VALUE "E".
               88 ING-Integre            VALUE "I".
           05 ING-Dernier-Enreg      PIC 9(8).
           05 ING-Date-Debut         PIC 9(8).
           05 ING-Date-Fin           PIC 9(8).
           05 ING-Programme          PIC X(20).

      *    Meme disposition que SOL-ENREG dans 7-PAIEMENTS.cbl, qui
      *    alimente ce fichier
       FD  F-SOLDES.
       01  SOL-ENREG.
           05 SOL-Cle.
               10 SOL-Numero-Fiscal PIC 9(13).
               10 SOL-Annee         PIC 9(4).
           05 SOL-Identite-Suite.
               10 SOL-Prenom    PIC X(15).
               10 SOL-Nom       PIC X(11).
               10 SOL-Code-Insee PIC 9(5).
           05 SOL-Montants.
               10 SOL-Impose    PIC 9(6)V99.
               10 SOL-Paye      PIC 9(6)V99.
               10 SOL-Restant   PIC 9(6)V99.
           05 SOL-Composantes.
               10 SOL-Frais-Impose      PIC 9(6)V99.
               10 SOL-Frais-Paye        PIC 9(6)V99.
               10 SOL-Majoration-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Payee  PIC 9(6)V99.
               10 SOL-Principal-Impose  PIC 9(6)V99.
               10 SOL-Principal-Paye    PIC 9(6)V99.
               10 SOL-Majoration-Retard-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Retard-Payee   PIC 9(6)V99.
               10 SOL-Interets-Imposes          PIC 9(6)V99.
               10 SOL-Interets-Payes            PIC 9(6)V99.
               10 SOL-Date-Majoration-Retard    PIC 9(8).
               10 SOL-Mois-Interets             PIC 9(3).
           05 SOL-Relance.
               10 SOL-Niveau-Relance PIC 9(1).
               10 SOL-Date-Ouverture PIC 9(8).
           05 SOL-Sursis         PIC X(1).
               88 SOL-Sursis-Actif VALUE "O".
           05 SOL-Prescription.
               10 SOL-Date-Interruption PIC 9(8).
               10 SOL-Date-Prescription PIC 9(8).
           05 SOL-Date-Dernier-Paiement PIC 9(8).
           05 SOL-Rappels-Controle.
               10 SOL-Interet-Retard-Impose PIC 9(6)V99.
               10 SOL-Interet-Retard-Paye   PIC 9(6)V99.
               10 SOL-Manquement-Impose     PIC 9(6)V99.
               10 SOL-Manquement-Paye       PIC 9(6)V99.

      *    Meme disposition que PAI-ENREG dans 7-PAIEMENTS.cbl, qui
      *    lit ce fichier
       FD  F-PAIEMENTS.
       01  PAI-ENREG.
           05 PAI-Numero-Fiscal PIC 9(13).
           05 PAI-Montant       PIC 9(6)V99.
           05 PAI-Date          PIC 9(8).
           05 PAI-Reference     PIC X(21).
           05 PAI-Canal         PIC X(1).
               88 PAI-Canal-Carte        VALUE "C".

      *    Une ligne par commission de l'acquereur, datee de la
      *    remise qui la preleve
       FD  F-COMMISSIONS.
       01  COM-ENREG.
           05 COM-Date           PIC 9(8).
           05 COM-Numero-Remise  PIC 9(8).
           05 COM-Identifiant    PIC X(20).
           05 COM-Commission     PIC 9(4)V99.

      *    Une ligne par remise et par sens : C = net verse par
      *    l'acquereur, D = impayes repris sur la remise
       FD  F-VERSEMENTS.
       01  VCA-ENREG.
           05 VCA-Date          PIC 9(8).
           05 VCA-Numero-Remise PIC 9(8).
           05 VCA-Sens          PIC X(1).
           05 VCA-Nombre        PIC 9(6).
           05 VCA-Montant       PIC 9(10)V99.

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Identifiant    PIC X(20).
           05 CR-Date           PIC 9(8).
           05 CR-Numero-Fiscal  PIC 9(13).
           05 CR-Montant        PIC 9(6)V99.
           05 CR-Motif          PIC X(40).

       FD  FS.
       01  FS-DATA PIC X(90).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-EXC-TITRE PIC X(50)
              VALUE 'EXCEPTIONS DES PAIEMENTS PAR CARTE'.

           05 ARTICLE-EXC-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-EXC-ENTETE.
               10 FILLER PIC X(22) VALUE 'Transaction'.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(10) VALUE 'Date'.
               10 FILLER PIC X(10) VALUE 'Montant'.
               10 FILLER PIC X(34) VALUE 'Exception'.

           05 ARTICLE-EXC-INDIV.
               10 EX-Identifiant PIC X(20).
               10 FILLER PIC X(2) VALUE SPACE.
               10 EX-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 EX-Date PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 EX-Montant PIC ZZZZZ9.99.
               10 FILLER PIC X VALUE SPACE.
               10 EX-Motif PIC X(34).

           05 ARTICLE-EXC-FIN.
               10 FILLER PIC X(22) VALUE 'Credits contrepasses'.
               10 FILLER PIC X VALUE ':'.
               10 EX-Nombre-fin PIC Z(5)9.
               10 FILLER PIC X(10) VALUE SPACE.
               10 FILLER PIC X(6) VALUE 'Total'.
               10 FILLER PIC X VALUE ':'.
               10 EX-Total-fin PIC Z(9)9.99.

           05 ARTICLE-EXC-COMMISSIONS.
               10 FILLER PIC X(22) VALUE 'Commissions du releve'.
               10 FILLER PIC X VALUE ':'.
               10 EX-Nombre-com PIC Z(5)9.
               10 FILLER PIC X(10) VALUE SPACE.
               10 FILLER PIC X(6) VALUE 'Total'.
               10 FILLER PIC X VALUE ':'.
               10 EX-Total-com PIC Z(9)9.99.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-TRANSACTIONS         PIC  X(01) VALUE  SPACE.
               88  FF-TRC                          VALUE  HIGH-VALUE.
           05  FIN-REGLEMENTS           PIC  X(01) VALUE  SPACE.
               88  FF-RCA                          VALUE  HIGH-VALUE.
           05  FIN-CARTE                PIC  X(01) VALUE  SPACE.
               88  FF-CRT                          VALUE  HIGH-VALUE.

       1   CARTE-WORKING-MANAGER.
           05  WS-STATUT-TRANSACTIONS   PIC X(02) VALUE SPACE.
               88  STATUT-TRANSACTIONS-ABSENT     VALUE "35".
           05  WS-STATUT-REGLEMENTS     PIC X(02) VALUE SPACE.
               88  STATUT-REGLEMENTS-ABSENT       VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-CARTE          PIC X(02) VALUE SPACE.
               88  STATUT-CARTE-ABSENT            VALUE "35".
           05  WS-STATUT-PAIEMENTS      PIC X(02) VALUE SPACE.
               88  STATUT-PAIEMENTS-ABSENT        VALUE "35".
           05  WS-STATUT-COMMISSIONS    PIC X(02) VALUE SPACE.
               88  STATUT-COMMISSIONS-ABSENT      VALUE "35".
           05  WS-STATUT-VERSEMENTS     PIC X(02) VALUE SPACE.
               88  STATUT-VERSEMENTS-ABSENT       VALUE "35".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DELAI-REGLEMENT          PIC 9(3) VALUE 10.
           05  JOURS-ECOULES            PIC S9(7) VALUE 0.
           05  CPT-TRANSACTIONS         PIC 9(6) VALUE 0.
           05  CPT-POSTEES              PIC 9(6) VALUE 0.
           05  TOTAL-POSTEES            PIC 9(10)V99 VALUE 0.
           05  CPT-DEJA-INSCRITES       PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-REGLEES              PIC 9(6) VALUE 0.
           05  CPT-IMPAYEES             PIC 9(6) VALUE 0.
           05  CPT-NON-REGLEES          PIC 9(6) VALUE 0.
           05  CPT-EXCEPTIONS           PIC 9(6) VALUE 0.
           05  CPT-CONTREPASSES         PIC 9(6) VALUE 0.
           05  TOTAL-CONTREPASSES       PIC 9(10)V99 VALUE 0.
           05  CPT-COMMISSIONS          PIC 9(6) VALUE 0.
           05  TOTAL-COMMISSIONS        PIC 9(10)V99 VALUE 0.
      *    Controle de la reference de paiement (cle modulo 97,
      *    meme calcul que VALIDER-REFERENCE-PAIEMENT de 7-PAIEMENTS)
           05  REFERENCE-NUMERIQUE      PIC 9(19) VALUE 0.
           05  CLE-ATTENDUE             PIC 9(2) VALUE 0.
           05  NB-GROUPES-EMISSION      PIC 9(1) VALUE 4.
           05  RANG-ESSAYE              PIC 9(1) VALUE 0.
           05  REFERENCE-VALIDE         PIC 9(1) VALUE 1.
               88  REFERENCE-EST-VALIDE           VALUE 1.
               88  REFERENCE-EST-INVALIDE         VALUE 0.

      *    Identification du releve de l'acquereur et registre des
      *    integrations (meme empreinte que 7-PAIEMENTS)
       1   INTEGRATION-WORKING-MANAGER.
           05  WS-STATUT-REGISTRE       PIC X(02) VALUE SPACE.
               88  STATUT-REGISTRE-ABSENT         VALUE "35".
           05  FLX-NB-ENREG             PIC 9(8) VALUE 0.
           05  FLX-TOTAL                PIC 9(12)V99 VALUE 0.
           05  FLX-EMPREINTE            PIC 9(13) VALUE 0.
           05  FLX-DATE-PREMIER         PIC 9(8) VALUE 0.
           05  FLX-DATE-DERNIER         PIC 9(8) VALUE 0.
           05  HACHAGE-MODULO           PIC 9(13)
               VALUE 9999999999999.
           05  RANG-ENREG               PIC 9(8) VALUE 0.
           05  REPRISE-APRES            PIC 9(8) VALUE 0.
           05  INTEGRATION-ETAT         PIC 9(1) VALUE 0.
               88  INTEGRATION-ACCEPTEE           VALUE 0.
               88  INTEGRATION-REFUSEE            VALUE 1.

      *    Remises de l'acquereur du releve, cumulees par numero de
      *    remise pour le rapprochement bancaire (meme idiom que la
      *    table des ordres de 7-REJETS-PRELEVEMENT)
       1   REMISES-WORKING-MANAGER.
           05  NB-REMISES               PIC 9(4) VALUE 0.
           05  IDX-REMISE               PIC 9(4) VALUE 0.
           05  IDX-REMISE-TROUVEE       PIC 9(4) VALUE 0.
           05  REMISES-MAX              PIC 9(4) VALUE 200.
           05  REMISE-TABLE OCCURS 200 TIMES.
               10  RMT-DATE             PIC 9(8).
               10  RMT-NUMERO           PIC 9(8).
               10  RMT-NB-CREDITS       PIC 9(6).
               10  RMT-CREDITS          PIC 9(10)V99.
               10  RMT-NB-DEBITS        PIC 9(6).
               10  RMT-DEBITS           PIC 9(10)V99.
           05  CPT-REMISES-DEBORDEMENT  PIC 9(4) VALUE 0.

       1   SOLDES-WORKING-MANAGER.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  RESTE-A-VENTILER         PIC 9(7)V99 VALUE 0.

      *    Contrepassation du credit, des millesimes les plus recents
      *    vers les plus anciens (meme reprise que 7-REJETS-
      *    PRELEVEMENT)
       1   CONTREPASSE-WORKING-MANAGER.
           05  MONTANT-A-CONTREPASSER   PIC 9(6)V99 VALUE 0.
           05  RESTE-A-REPRENDRE        PIC 9(7)V99 VALUE 0.
           05  PART-REPRISE             PIC 9(7)V99 VALUE 0.
           05  NB-ANNEES                PIC 9(2) VALUE 0.
           05  IDX-ANNEE                PIC S9(3) VALUE 0.
           05  ANNEES-MAX               PIC 9(2) VALUE 20.
           05  ANNEE-TABLE OCCURS 20 TIMES.
               10  ANT-ANNEE            PIC 9(4).
           05  FIN-ANNEES               PIC X(01) VALUE SPACE.
               88  FF-ANNEES                      VALUE HIGH-VALUE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM LIRE-PARAMETRE

           OPEN I-O F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-PAIEMENTS-CARTE : 7-soldes.idx"
                       " introuvable, lancer d'abord 7-PAIEMENTS"
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-MASTER
           PERFORM OUVRIR-FLUX-PAIEMENTS
           PERFORM OUVRIR-JOURNAUX-ACQUEREUR
           OPEN OUTPUT C-REJETS
           OPEN OUTPUT FS

           MOVE ARTICLE-EXC-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-EXC-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-EXC-ENTETE TO FS-DATA
           WRITE FS-DATA

           PERFORM INTEGRER-TRANSACTIONS
           PERFORM INTEGRER-RELEVE-ACQUEREUR
           PERFORM RELEVER-NON-REGLEES

           MOVE ARTICLE-EXC-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-CONTREPASSES TO EX-Nombre-fin
           MOVE TOTAL-CONTREPASSES TO EX-Total-fin
           MOVE ARTICLE-EXC-FIN TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-COMMISSIONS TO EX-Nombre-com
           MOVE TOTAL-COMMISSIONS TO EX-Total-com
           MOVE ARTICLE-EXC-COMMISSIONS TO FS-DATA
           WRITE FS-DATA

           CLOSE F-SOLDES C-CARTE F-PAIEMENTS F-COMMISSIONS
                 F-VERSEMENTS C-REJETS FS

           DISPLAY "7-PAIEMENTS-CARTE : " CPT-TRANSACTIONS
                   " transaction(s) lue(s), " CPT-POSTEES
                   " postee(s) pour " TOTAL-POSTEES ", "
                   CPT-DEJA-INSCRITES " deja inscrite(s), "
                   CPT-REJETEES " rejetee(s)"
           DISPLAY "7-PAIEMENTS-CARTE : " CPT-REGLEES
                   " reglee(s), " CPT-IMPAYEES " impayee(s), "
                   CPT-NON-REGLEES " non reglee(s), "
                   CPT-CONTREPASSES " credit(s) contrepasse(s) pour "
                   TOTAL-CONTREPASSES ", commissions "
                   TOTAL-COMMISSIONS

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        DELAI DE REGLEMENT DE L'ACQUEREUR

       LIRE-PARAMETRE.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-carte.param introuvable, delai de"
                       " reglement par defaut conserve"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-carte.param vide, delai de"
                               " reglement par defaut conserve"
                   NOT AT END
                       MOVE PCA-Delai-Reglement TO DELAI-REGLEMENT
               END-READ
               CLOSE F-PARAM
           END-IF
           .

      ******************************************************************
      *        OUVERTURES : MASTER CREE S'IL N'EXISTE PAS ENCORE,
      *        FLUX ET JOURNAUX ETENDUS

       OUVRIR-MASTER.

           OPEN INPUT C-CARTE
           IF STATUT-CARTE-ABSENT THEN
               CLOSE C-CARTE
               OPEN OUTPUT C-CARTE
               CLOSE C-CARTE
           ELSE
               CLOSE C-CARTE
           END-IF

           OPEN I-O C-CARTE
           .

       OUVRIR-FLUX-PAIEMENTS.

           OPEN INPUT F-PAIEMENTS
           IF STATUT-PAIEMENTS-ABSENT THEN
               CLOSE F-PAIEMENTS
               OPEN OUTPUT F-PAIEMENTS
           ELSE
               CLOSE F-PAIEMENTS
               OPEN EXTEND F-PAIEMENTS
           END-IF
           .

       OUVRIR-JOURNAUX-ACQUEREUR.

           OPEN INPUT F-COMMISSIONS
           IF STATUT-COMMISSIONS-ABSENT THEN
               CLOSE F-COMMISSIONS
               OPEN OUTPUT F-COMMISSIONS
           ELSE
               CLOSE F-COMMISSIONS
               OPEN EXTEND F-COMMISSIONS
           END-IF

           OPEN INPUT F-VERSEMENTS
           IF STATUT-VERSEMENTS-ABSENT THEN
               CLOSE F-VERSEMENTS
               OPEN OUTPUT F-VERSEMENTS
           ELSE
               CLOSE F-VERSEMENTS
               OPEN EXTEND F-VERSEMENTS
           END-IF
           .

      ******************************************************************
      *        TRANSACTIONS DU JOUR DU PRESTATAIRE : CONTROLE,
      *        INSCRIPTION AU MASTER ET PASSAGE AU FLUX DES PAIEMENTS

       INTEGRER-TRANSACTIONS.

           OPEN INPUT F-TRANSACTIONS
           IF STATUT-TRANSACTIONS-ABSENT THEN
               DISPLAY "7-PAIEMENTS-CARTE : 7-carte-transactions.dat"
                       " introuvable, aucune transaction du jour"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-TRC
               READ F-TRANSACTIONS
                   AT END
                       SET FF-TRC TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-TRANSACTIONS
                       PERFORM TRAITER-UNE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE F-TRANSACTIONS
           .

      *    Le fichier du prestataire peut etre renvoye : une
      *    transaction deja inscrite au master n'est pas reimputee
       TRAITER-UNE-TRANSACTION.

           IF TRC-Identifiant = SPACE THEN
               MOVE "identifiant de transaction absent" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(TRC-Date) NOT = 0 THEN
               MOVE "date de transaction invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF TRC-Montant = 0 THEN
               MOVE "montant nul" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Le paiement en ligne part toujours d'un avis : la
      *    reference est obligatoire sur ce canal
           IF TRC-Reference = SPACE THEN
               MOVE "reference de paiement absente" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDER-REFERENCE-PAIEMENT
           IF REFERENCE-EST-INVALIDE THEN
               MOVE "reference de paiement invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE TRC-Identifiant TO CRT-Identifiant
           READ C-CARTE
               INVALID KEY
                   PERFORM INSCRIRE-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO CPT-DEJA-INSCRITES
           END-READ
           .

      *    Meme controle que VALIDER-REFERENCE-PAIEMENT de
      *    7-PAIEMENTS : cle modulo 97 et numero fiscal du payeur
       VALIDER-REFERENCE-PAIEMENT.

           SET REFERENCE-EST-VALIDE TO TRUE

           IF TRC-Ref-Execution NOT NUMERIC
              OR TRC-Ref-Numero NOT NUMERIC
              OR TRC-Ref-Cle NOT NUMERIC THEN
               SET REFERENCE-EST-INVALIDE TO TRUE
           ELSE
               COMPUTE REFERENCE-NUMERIQUE =
                       FUNCTION NUMVAL(TRC-Ref-Execution)
                       * 10000000000000
                       + FUNCTION NUMVAL(TRC-Ref-Numero)
               COMPUTE CLE-ATTENDUE = 97
                       - FUNCTION MOD(REFERENCE-NUMERIQUE 97)
               IF FUNCTION NUMVAL(TRC-Ref-Cle)
                       NOT = CLE-ATTENDUE THEN
                   PERFORM RECONNAITRE-REFERENCE-EMISSION
               END-IF
               IF FUNCTION NUMVAL(TRC-Ref-Numero)
                       NOT = TRC-Numero-Fiscal THEN
                   SET REFERENCE-EST-INVALIDE TO TRUE
               END-IF
           END-IF
           .

      *    Cle decalee du rang d'un groupe de taxes : reference d'une
      *    emission (meme calcul que 7-PAIEMENTS)
       RECONNAITRE-REFERENCE-EMISSION.

           SET REFERENCE-EST-INVALIDE TO TRUE

           MOVE 1 TO RANG-ESSAYE
           PERFORM UNTIL RANG-ESSAYE > NB-GROUPES-EMISSION
                      OR REFERENCE-EST-VALIDE
               COMPUTE CLE-ATTENDUE = 97
                       - FUNCTION MOD(REFERENCE-NUMERIQUE
                                      + RANG-ESSAYE 97)
               IF FUNCTION NUMVAL(TRC-Ref-Cle) = CLE-ATTENDUE THEN
                   SET REFERENCE-EST-VALIDE TO TRUE
               END-IF
               ADD 1 TO RANG-ESSAYE
           END-PERFORM
           .

      *    La transaction rejoint le flux des paiements a sa date :
      *    7-PAIEMENTS l'impute au livre selon l'ordre legal
       INSCRIRE-TRANSACTION.

           MOVE TRC-Identifiant TO CRT-Identifiant
           MOVE TRC-Date TO CRT-Date-Transaction
           MOVE TRC-Numero-Fiscal TO CRT-Numero-Fiscal
           MOVE TRC-Reference TO CRT-Reference
           MOVE TRC-Montant TO CRT-Montant
           MOVE TRC-Autorisation TO CRT-Autorisation
           SET CRT-Postee TO TRUE
           MOVE DATE-DU-JOUR TO CRT-Date-Integration
           MOVE 0 TO CRT-Date-Remise CRT-Numero-Remise
                     CRT-Commission CRT-Net CRT-Date-Exception
           WRITE CRT-ENREG

           MOVE TRC-Numero-Fiscal TO PAI-Numero-Fiscal
           MOVE TRC-Montant TO PAI-Montant
           MOVE TRC-Date TO PAI-Date
           MOVE TRC-Reference TO PAI-Reference
           SET PAI-Canal-Carte TO TRUE
           WRITE PAI-ENREG

           ADD 1 TO CPT-POSTEES
           ADD TRC-Montant TO TOTAL-POSTEES
           .

       ECRIRE-REJET.

           MOVE TRC-Identifiant TO CR-Identifiant
           MOVE TRC-Date TO CR-Date
           MOVE TRC-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE TRC-Montant TO CR-Montant
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

      ******************************************************************
      *        RELEVE DE REGLEMENT DE L'ACQUEREUR : IDENTIFICATION,
      *        REGISTRE DES INTEGRATIONS (FLUX A), RAPPROCHEMENT

      *    En reprise, les lignes deja traitees ne sont pas
      *    rapprochees une seconde fois mais restent cumulees a leur
      *    remise : le versement ecrit porte le net complet
       INTEGRER-RELEVE-ACQUEREUR.

           PERFORM IDENTIFIER-RELEVE
           IF STATUT-REGLEMENTS-ABSENT THEN
               DISPLAY "7-PAIEMENTS-CARTE : 7-carte-reglements.dat"
                       " introuvable, aucun reglement a rapprocher"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONSULTER-REGISTRE
           IF INTEGRATION-REFUSEE THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT F-REGLEMENTS
           PERFORM UNTIL FF-RCA
               READ F-REGLEMENTS
                   AT END
                       SET FF-RCA TO TRUE
                   NOT AT END
                       ADD 1 TO RANG-ENREG
                       IF RANG-ENREG > REPRISE-APRES THEN
                           PERFORM TRAITER-UN-REGLEMENT
                           PERFORM POINTER-ENREG-TRAITE
                       ELSE
                           PERFORM CUMULER-REMISE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-REGLEMENTS

           PERFORM ECRIRE-VERSEMENTS
           PERFORM CLORE-INTEGRATION
           .

       IDENTIFIER-RELEVE.

           MOVE 0 TO FLX-NB-ENREG FLX-TOTAL FLX-EMPREINTE
           MOVE 0 TO FLX-DATE-PREMIER FLX-DATE-DERNIER

           OPEN INPUT F-REGLEMENTS
           IF STATUT-REGLEMENTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-RCA
               READ F-REGLEMENTS
                   AT END
                       SET FF-RCA TO TRUE
                   NOT AT END
                       ADD 1 TO FLX-NB-ENREG
                       ADD RCA-Brut TO FLX-TOTAL
                       IF FLX-DATE-PREMIER = 0
                          OR RCA-Date-Remise < FLX-DATE-PREMIER
                       THEN
                           MOVE RCA-Date-Remise TO FLX-DATE-PREMIER
                       END-IF
                       IF RCA-Date-Remise > FLX-DATE-DERNIER THEN
                           MOVE RCA-Date-Remise TO FLX-DATE-DERNIER
                       END-IF
                       COMPUTE FLX-EMPREINTE = FUNCTION MOD(
                               FLX-EMPREINTE + FLX-NB-ENREG
                             * (RCA-Numero-Remise
                             + RCA-Brut * 100 + RCA-Date-Remise)
                               HACHAGE-MODULO)
               END-READ
           END-PERFORM
           CLOSE F-REGLEMENTS
           MOVE SPACE TO FIN-REGLEMENTS
           .

       CONSULTER-REGISTRE.

           SET INTEGRATION-ACCEPTEE TO TRUE
           MOVE 0 TO REPRISE-APRES

           IF FLX-NB-ENREG = 0 THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT F-REGISTRE
           IF STATUT-REGISTRE-ABSENT THEN
               CLOSE F-REGISTRE
               OPEN OUTPUT F-REGISTRE
               CLOSE F-REGISTRE
           ELSE
               CLOSE F-REGISTRE
           END-IF
           OPEN I-O F-REGISTRE

           SET ING-Flux-Acquereur TO TRUE
           MOVE FLX-EMPREINTE TO ING-Empreinte
           MOVE FLX-NB-ENREG TO ING-Nb-Enreg
           MOVE FLX-TOTAL TO ING-Total

           READ F-REGISTRE
               INVALID KEY
                   MOVE FLX-DATE-PREMIER TO ING-Date-Premier
                   MOVE FLX-DATE-DERNIER TO ING-Date-Dernier
                   SET ING-En-Cours TO TRUE
                   MOVE 0 TO ING-Dernier-Enreg
                   MOVE DATE-DU-JOUR TO ING-Date-Debut
                   MOVE 0 TO ING-Date-Fin
                   MOVE "7-PAIEMENTS-CARTE" TO ING-Programme
                   WRITE ING-ENREG
               NOT INVALID KEY
                   IF ING-Integre THEN
                       DISPLAY "7-PAIEMENTS-CARTE : 7-carte-"
                               "reglements.dat DEJA INTEGRE le "
                               ING-Date-Fin " (" ING-Nb-Enreg
                               " lignes de remise du "
                               ING-Date-Premier " au "
                               ING-Date-Dernier ", empreinte "
                               ING-Empreinte "), releve refuse"
                       SET INTEGRATION-REFUSEE TO TRUE
                       MOVE 8 TO RETURN-CODE
                       CLOSE F-REGISTRE
                   ELSE
                       MOVE ING-Dernier-Enreg TO REPRISE-APRES
                       DISPLAY "7-PAIEMENTS-CARTE : integration"
                               " de 7-carte-reglements.dat"
                               " interrompue le " ING-Date-Debut
                               ", reprise apres la ligne "
                               REPRISE-APRES
                   END-IF
           END-READ
           .

       POINTER-ENREG-TRAITE.

           IF FLX-NB-ENREG > 0 THEN
               MOVE RANG-ENREG TO ING-Dernier-Enreg
               REWRITE ING-ENREG
           END-IF
           .

       CLORE-INTEGRATION.

           IF FLX-NB-ENREG = 0 THEN
               EXIT PARAGRAPH
           END-IF

           SET ING-Integre TO TRUE
           MOVE DATE-DU-JOUR TO ING-Date-Fin
           REWRITE ING-ENREG
           CLOSE F-REGISTRE
           .

      ******************************************************************
      *        RAPPROCHEMENT D'UNE LIGNE DU RELEVE AVEC SA TRANSACTION

      *    Tout ce que l'acquereur verse ou reprend passe par la
      *    remise, que la ligne retrouve sa transaction ou non : la
      *    banque ne voit que le net de la remise
       TRAITER-UN-REGLEMENT.

           PERFORM CUMULER-REMISE

           IF RCA-Commission > 0 THEN
               MOVE RCA-Date-Remise TO COM-Date
               MOVE RCA-Numero-Remise TO COM-Numero-Remise
               MOVE RCA-Identifiant TO COM-Identifiant
               MOVE RCA-Commission TO COM-Commission
               WRITE COM-ENREG
               ADD 1 TO CPT-COMMISSIONS
               ADD RCA-Commission TO TOTAL-COMMISSIONS
           END-IF

           MOVE RCA-Identifiant TO CRT-Identifiant
           READ C-CARTE
               INVALID KEY
                   MOVE RCA-Identifiant TO EX-Identifiant
                   MOVE 0 TO EX-Numero-Fiscal
                   MOVE RCA-Date-Remise TO EX-Date
                   MOVE RCA-Brut TO EX-Montant
                   MOVE "remise sans transaction connue"
                       TO EX-Motif
                   PERFORM ECRIRE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN RCA-Reglement
                   PERFORM REGLER-TRANSACTION
               WHEN RCA-Impaye
                   PERFORM DECLARER-IMPAYE
               WHEN OTHER
                   MOVE "type de ligne de remise inconnu"
                       TO EX-Motif
                   PERFORM GARNIR-EXCEPTION-TRANSACTION
                   PERFORM ECRIRE-EXCEPTION
           END-EVALUATE
           .

      *    Un reglement arrive apres la contrepassation pour defaut
      *    de reglement recredite le contribuable par le flux
       REGLER-TRANSACTION.

           EVALUATE TRUE
               WHEN CRT-Postee
                   PERFORM MARQUER-REGLEE
                   IF RCA-Brut NOT = CRT-Montant THEN
                       MOVE "reglee, brut different du paiement"
                           TO EX-Motif
                       PERFORM GARNIR-EXCEPTION-TRANSACTION
                       PERFORM ECRIRE-EXCEPTION
                   END-IF
               WHEN CRT-Non-Reglee
                   PERFORM MARQUER-REGLEE
                   MOVE CRT-Numero-Fiscal TO PAI-Numero-Fiscal
                   MOVE CRT-Montant TO PAI-Montant
                   MOVE RCA-Date-Remise TO PAI-Date
                   MOVE CRT-Reference TO PAI-Reference
                   SET PAI-Canal-Carte TO TRUE
                   WRITE PAI-ENREG
                   MOVE "reglement tardif, recredite" TO EX-Motif
                   PERFORM GARNIR-EXCEPTION-TRANSACTION
                   PERFORM ECRIRE-EXCEPTION
               WHEN OTHER
                   MOVE "reglement d'une transaction deja soldee"
                       TO EX-Motif
                   PERFORM GARNIR-EXCEPTION-TRANSACTION
                   PERFORM ECRIRE-EXCEPTION
           END-EVALUATE
           .

       MARQUER-REGLEE.

           SET CRT-Reglee TO TRUE
           MOVE RCA-Date-Remise TO CRT-Date-Remise
           MOVE RCA-Numero-Remise TO CRT-Numero-Remise
           MOVE RCA-Commission TO CRT-Commission
           MOVE RCA-Net TO CRT-Net
           REWRITE CRT-ENREG
           ADD 1 TO CPT-REGLEES
           .

      *    Impaye (chargeback) : le porteur a conteste, l'acquereur
      *    reprend le paiement ; le credit est contrepasse sauf s'il
      *    l'a deja ete pour defaut de reglement
       DECLARER-IMPAYE.

           IF CRT-Impayee THEN
               MOVE "impaye deja declare" TO EX-Motif
               PERFORM GARNIR-EXCEPTION-TRANSACTION
               PERFORM ECRIRE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF NOT CRT-Non-Reglee THEN
               MOVE CRT-Montant TO MONTANT-A-CONTREPASSER
               PERFORM CONTREPASSER-CREDIT
               ADD 1 TO CPT-CONTREPASSES
               ADD CRT-Montant TO TOTAL-CONTREPASSES
           END-IF

           SET CRT-Impayee TO TRUE
           MOVE DATE-DU-JOUR TO CRT-Date-Exception
           REWRITE CRT-ENREG
           ADD 1 TO CPT-IMPAYEES

           MOVE "impaye (chargeback), contrepasse" TO EX-Motif
           PERFORM GARNIR-EXCEPTION-TRANSACTION
           PERFORM ECRIRE-EXCEPTION
           .

      *    Cumul par remise : le net des reglements au credit, le
      *    brut des impayes au debit
       CUMULER-REMISE.

           MOVE 0 TO IDX-REMISE-TROUVEE
           MOVE 1 TO IDX-REMISE
           PERFORM UNTIL IDX-REMISE > NB-REMISES
               IF RMT-NUMERO(IDX-REMISE) = RCA-Numero-Remise
                  AND RMT-DATE(IDX-REMISE) = RCA-Date-Remise THEN
                   MOVE IDX-REMISE TO IDX-REMISE-TROUVEE
                   MOVE NB-REMISES TO IDX-REMISE
               END-IF
               ADD 1 TO IDX-REMISE
           END-PERFORM

           IF IDX-REMISE-TROUVEE = 0 THEN
               IF NB-REMISES < REMISES-MAX THEN
                   ADD 1 TO NB-REMISES
                   MOVE NB-REMISES TO IDX-REMISE-TROUVEE
                   MOVE RCA-Date-Remise
                       TO RMT-DATE(IDX-REMISE-TROUVEE)
                   MOVE RCA-Numero-Remise
                       TO RMT-NUMERO(IDX-REMISE-TROUVEE)
                   MOVE 0 TO RMT-NB-CREDITS(IDX-REMISE-TROUVEE)
                             RMT-CREDITS(IDX-REMISE-TROUVEE)
                             RMT-NB-DEBITS(IDX-REMISE-TROUVEE)
                             RMT-DEBITS(IDX-REMISE-TROUVEE)
               ELSE
                   ADD 1 TO CPT-REMISES-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF RCA-Impaye THEN
               ADD 1 TO RMT-NB-DEBITS(IDX-REMISE-TROUVEE)
               ADD RCA-Brut TO RMT-DEBITS(IDX-REMISE-TROUVEE)
           ELSE
               ADD 1 TO RMT-NB-CREDITS(IDX-REMISE-TROUVEE)
               ADD RCA-Net TO RMT-CREDITS(IDX-REMISE-TROUVEE)
           END-IF
           .

       ECRIRE-VERSEMENTS.

           IF CPT-REMISES-DEBORDEMENT > 0 THEN
               DISPLAY "7-PAIEMENTS-CARTE : table des remises"
                       " pleine, " CPT-REMISES-DEBORDEMENT
                       " ligne(s) hors rapprochement bancaire"
           END-IF

           MOVE 1 TO IDX-REMISE
           PERFORM UNTIL IDX-REMISE > NB-REMISES
               MOVE RMT-DATE(IDX-REMISE) TO VCA-Date
               MOVE RMT-NUMERO(IDX-REMISE) TO VCA-Numero-Remise
               IF RMT-NB-CREDITS(IDX-REMISE) > 0 THEN
                   MOVE "C" TO VCA-Sens
                   MOVE RMT-NB-CREDITS(IDX-REMISE) TO VCA-Nombre
                   MOVE RMT-CREDITS(IDX-REMISE) TO VCA-Montant
                   WRITE VCA-ENREG
               END-IF
               IF RMT-NB-DEBITS(IDX-REMISE) > 0 THEN
                   MOVE "D" TO VCA-Sens
                   MOVE RMT-NB-DEBITS(IDX-REMISE) TO VCA-Nombre
                   MOVE RMT-DEBITS(IDX-REMISE) TO VCA-Montant
                   WRITE VCA-ENREG
               END-IF
               ADD 1 TO IDX-REMISE
           END-PERFORM
           .

      ******************************************************************
      *        TRANSACTIONS RESTEES SANS REGLEMENT AU-DELA DU DELAI :
      *        LE CREDIT EST CONTREPASSE

       RELEVER-NON-REGLEES.

           MOVE LOW-VALUE TO CRT-Identifiant
           START C-CARTE KEY NOT < CRT-Identifiant
               INVALID KEY
                   SET FF-CRT TO TRUE
           END-START

           PERFORM UNTIL FF-CRT
               READ C-CARTE NEXT RECORD
                   AT END
                       SET FF-CRT TO TRUE
                   NOT AT END
                       IF CRT-Postee THEN
                           PERFORM CONTROLER-DELAI-REGLEMENT
                       END-IF
               END-READ
           END-PERFORM
           .

       CONTROLER-DELAI-REGLEMENT.

           COMPUTE JOURS-ECOULES =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)
                 - FUNCTION INTEGER-OF-DATE(CRT-Date-Transaction)

           IF JOURS-ECOULES <= DELAI-REGLEMENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE CRT-Montant TO MONTANT-A-CONTREPASSER
           PERFORM CONTREPASSER-CREDIT
           ADD 1 TO CPT-CONTREPASSES
           ADD CRT-Montant TO TOTAL-CONTREPASSES

           SET CRT-Non-Reglee TO TRUE
           MOVE DATE-DU-JOUR TO CRT-Date-Exception
           REWRITE CRT-ENREG
           ADD 1 TO CPT-NON-REGLEES

           MOVE "non reglee dans le delai, contrepasse" TO EX-Motif
           PERFORM GARNIR-EXCEPTION-TRANSACTION
           PERFORM ECRIRE-EXCEPTION
           .

      ******************************************************************
      *        LISTE DES EXCEPTIONS

       GARNIR-EXCEPTION-TRANSACTION.

           MOVE CRT-Identifiant TO EX-Identifiant
           MOVE CRT-Numero-Fiscal TO EX-Numero-Fiscal
           MOVE CRT-Date-Transaction TO EX-Date
           MOVE CRT-Montant TO EX-Montant
           .

       ECRIRE-EXCEPTION.

           MOVE ARTICLE-EXC-INDIV TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-EXCEPTIONS
           .

      ******************************************************************
      *        CONTREPASSATION DU CREDIT AU LIVRE DES SOLDES (MEME
      *        REPRISE QUE 7-REJETS-PRELEVEMENT)

       CONTREPASSER-CREDIT.

      *    Releve des millesimes du contribuable au livre
           MOVE 0 TO NB-ANNEES
           MOVE SPACE TO FIN-ANNEES
           MOVE CRT-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE 0 TO SOL-Annee
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-ANNEES TO TRUE
           END-START

           PERFORM UNTIL FF-ANNEES
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-ANNEES TO TRUE
                   NOT AT END
                       IF SOL-Numero-Fiscal
                               NOT = CRT-Numero-Fiscal THEN
                           SET FF-ANNEES TO TRUE
                       ELSE
                           IF NB-ANNEES < ANNEES-MAX THEN
                               ADD 1 TO NB-ANNEES
                               MOVE SOL-Annee
                                   TO ANT-ANNEE(NB-ANNEES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NB-ANNEES = 0 THEN
               DISPLAY "7-PAIEMENTS-CARTE : transaction "
                       CRT-Identifiant " sans solde pour "
                       CRT-Numero-Fiscal ", non contrepassee"
               EXIT PARAGRAPH
           END-IF

      *    Reprise du cumul paye, des millesimes les plus recents
      *    vers les plus anciens (inverse de l'imputation)
           MOVE MONTANT-A-CONTREPASSER TO RESTE-A-REPRENDRE
           MOVE NB-ANNEES TO IDX-ANNEE
           PERFORM UNTIL IDX-ANNEE < 1
                   OR RESTE-A-REPRENDRE = 0
               PERFORM REPRENDRE-SUR-UN-MILLESIME
               SUBTRACT 1 FROM IDX-ANNEE
           END-PERFORM

           IF RESTE-A-REPRENDRE > 0 THEN
               DISPLAY "7-PAIEMENTS-CARTE : transaction "
                       CRT-Identifiant " superieure au cumul paye, "
                       RESTE-A-REPRENDRE " non contrepasse"
           END-IF
           .

       REPRENDRE-SUR-UN-MILLESIME.

           MOVE CRT-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE ANT-ANNEE(IDX-ANNEE) TO SOL-Annee

           READ F-SOLDES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESTE-A-REPRENDRE > SOL-Paye THEN
                       MOVE SOL-Paye TO PART-REPRISE
                   ELSE
                       MOVE RESTE-A-REPRENDRE TO PART-REPRISE
                   END-IF
                   IF PART-REPRISE > 0 THEN
                       SUBTRACT PART-REPRISE FROM SOL-Paye
                       SUBTRACT PART-REPRISE
                           FROM RESTE-A-REPRENDRE
                       PERFORM RECALCULER-RESTANT-SOLDE
                       REWRITE SOL-ENREG
                   END-IF
           END-READ
           .

      *    Meme calcul que RECALCULER-RESTANT de 7-PAIEMENTS, ordre
      *    d'imputation legal compris
       RECALCULER-RESTANT-SOLDE.

           IF SOL-Paye > SOL-Impose THEN
               MOVE 0 TO SOL-Restant
           ELSE
               COMPUTE SOL-Restant = SOL-Impose - SOL-Paye
           END-IF

           MOVE SOL-Paye TO RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Frais-Impose THEN
               MOVE SOL-Frais-Impose TO SOL-Frais-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Frais-Paye
           END-IF
           SUBTRACT SOL-Frais-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Majoration-Imposee THEN
               MOVE SOL-Majoration-Imposee TO SOL-Majoration-Payee
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Majoration-Payee
           END-IF
           SUBTRACT SOL-Majoration-Payee FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Majoration-Retard-Imposee THEN
               MOVE SOL-Majoration-Retard-Imposee
                   TO SOL-Majoration-Retard-Payee
           ELSE
               MOVE RESTE-A-VENTILER
                   TO SOL-Majoration-Retard-Payee
           END-IF
           SUBTRACT SOL-Majoration-Retard-Payee
               FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Interets-Imposes THEN
               MOVE SOL-Interets-Imposes TO SOL-Interets-Payes
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Interets-Payes
           END-IF
           SUBTRACT SOL-Interets-Payes FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Interet-Retard-Impose THEN
               MOVE SOL-Interet-Retard-Impose
                   TO SOL-Interet-Retard-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Interet-Retard-Paye
           END-IF
           SUBTRACT SOL-Interet-Retard-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Manquement-Impose THEN
               MOVE SOL-Manquement-Impose TO SOL-Manquement-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Manquement-Paye
           END-IF
           SUBTRACT SOL-Manquement-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Principal-Impose THEN
               MOVE SOL-Principal-Impose TO SOL-Principal-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Principal-Paye
           END-IF
           .

       FIN-PGM.
           STOP RUN.
