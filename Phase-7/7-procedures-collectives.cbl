      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: tenue des procedures collectives et de surendettement
      *          par numero fiscal (7-procedures.idx) : sauvegarde,
      *          redressement ou liquidation judiciaire d'une
      *          entreprise (numero fiscal derive du SIREN, celui du
      *          compte entreprise de 7-PAIEMENTS), dossier de
      *          surendettement d'un foyer declare recevable. Le
      *          fichier 7-procedures-maj.dat ouvre une procedure
      *          (type, tribunal ou commission, date du jugement,
      *          mandataire), enregistre l'adoption d'un plan ou
      *          prononce la cloture (reference de la decision,
      *          effacement des dettes ou non).
      *          Les soldes ouverts au livre (7-soldes.idx) au plus
      *          tard le jour du jugement sont geles : 7-RELANCES,
      *          7-PENALITES et 7-SAISIES les ecartent tant que la
      *          procedure n'est pas close. A la premiere execution
      *          qui suit l'ouverture, la declaration de creances est
      *          editee pour le mandataire (7-declarations-creances
      *          .txt), le delai legal etant compte depuis le
      *          jugement (0-procedures.param, 60 jours par defaut).
      *          Un plan adopte est suivi comme un plan de reglement
      *          (meme calcul que 7-DELAIS-PAIEMENT) : mensualite
      *          manquee = plan defailli, reste a zero = plan execute.
      *          Les dettes effacees a la cloture sont admises en
      *          non-valeur par 7-NON-VALEURS, la decision faisant
      *          justification.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-PROCEDURES-COLLECTIVES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Master des procedures collectives et de surendettement
           SELECT F-PROCEDURES ASSIGN TO "7-procedures.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-PROCEDURES.

      *    Transactions (O = ouverture, P = plan adopte,
      *    C = cloture)
           SELECT F-PROCEDURES-MAJ ASSIGN TO "7-procedures-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MAJ.

      *    Delai de declaration des creances (jours apres le
      *    jugement d'ouverture)
           SELECT F-PARAM ASSIGN TO "0-procedures.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT FS ASSIGN TO "7-procedures.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Declarations de creances adressees aux mandataires
           SELECT FD-DECLARATIONS
                   ASSIGN TO "7-declarations-creances.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
      *    Penalites de recouvrement (7-PENALITES) : majoration de
      *    retard sur le reste impaye a l'echeance, puis interets
      *    mensuels, tenus a part du principal
               10 SOL-Majoration-Retard-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Retard-Payee   PIC 9(6)V99.
               10 SOL-Interets-Imposes          PIC 9(6)V99.
               10 SOL-Interets-Payes            PIC 9(6)V99.
               10 SOL-Date-Majoration-Retard    PIC 9(8).
               10 SOL-Mois-Interets             PIC 9(3).
           05 SOL-Relance.
               10 SOL-Niveau-Relance PIC 9(1).
               10 SOL-Date-Ouverture PIC 9(8).
      *    Sursis de paiement (7-SURSIS) : O tant qu'une reclamation
      *    avec sursis est pendante ; la relance est gelee et le
      *    solde ecarte de la selection des saisies
           05 SOL-Sursis         PIC X(1).
               88 SOL-Sursis-Actif VALUE "O".
      *    Prescription quadriennale (7-PRESCRIPTION) : date du
      *    dernier acte interruptif (ouverture a defaut) et date a
      *    laquelle l'action en recouvrement se prescrit
           05 SOL-Prescription.
               10 SOL-Date-Interruption PIC 9(8).
               10 SOL-Date-Prescription PIC 9(8).
      *    Date du dernier paiement impute au millesime : point de
      *    depart des interets moratoires dus sur un remboursement
           05 SOL-Date-Dernier-Paiement PIC 9(8).
      *    Rappels du controle fiscal (7-CONTROLE-SUIVI) : interet
      *    de retard et majoration pour manquement, tenus a part du
      *    principal rappele par le role supplementaire
           05 SOL-Rappels-Controle.
               10 SOL-Interet-Retard-Impose PIC 9(6)V99.
               10 SOL-Interet-Retard-Paye   PIC 9(6)V99.
               10 SOL-Manquement-Impose     PIC 9(6)V99.
               10 SOL-Manquement-Paye       PIC 9(6)V99.

      *    Type : S = sauvegarde, R = redressement judiciaire,
      *    L = liquidation judiciaire, D = surendettement. Etat :
      *    O = ouverte, P = plan adopte, D = plan defailli,
      *    E = plan execute, C = close. La date limite de
      *    declaration est posee a l'ouverture ; la declaration
      *    editee est datee pour ne pas etre reemise. Le cumul paye
      *    sur les soldes geles a l'adoption du plan sert de point
      *    de reference pour mesurer les mensualites versees.
       FD  F-PROCEDURES.
       01  PRC-ENREG.
           05 PRC-Numero-Fiscal PIC 9(13).
           05 PRC-Type          PIC X(1).
               88 PRC-Type-Sauvegarde    VALUE "S".
               88 PRC-Type-Redressement  VALUE "R".
               88 PRC-Type-Liquidation   VALUE "L".
               88 PRC-Type-Surendettement VALUE "D".
           05 PRC-Juridiction   PIC X(30).
           05 PRC-Date-Ouverture PIC 9(8).
           05 PRC-Mandataire    PIC X(30).
           05 PRC-Etat          PIC X(1).
               88 PRC-Etat-Ouverte   VALUE "O".
               88 PRC-Etat-Plan      VALUE "P".
               88 PRC-Etat-Defailli  VALUE "D".
               88 PRC-Etat-Execute   VALUE "E".
               88 PRC-Etat-Close     VALUE "C".
           05 PRC-Declaration.
               10 PRC-Date-Limite      PIC 9(8).
               10 PRC-Date-Declaration PIC 9(8).
               10 PRC-Montant-Declare  PIC 9(8)V99.
           05 PRC-Plan.
               10 PRC-Nb-Echeances     PIC 9(3).
               10 PRC-Montant-Echeance PIC 9(8)V99.
               10 PRC-Date-Debut-Plan  PIC 9(8).
               10 PRC-Paye-Initial     PIC 9(8)V99.
           05 PRC-Cloture.
               10 PRC-Date-Cloture     PIC 9(8).
               10 PRC-Decision         PIC X(20).
               10 PRC-Effacement       PIC X(1).
                   88 PRC-Dettes-Effacees VALUE "O".
           05 PRC-Date-Etat     PIC 9(8).

      *    Date : jugement d'ouverture (O), premiere mensualite du
      *    plan (P) ou decision de cloture (C) ; effacement O a la
      *    cloture pour une liquidation close pour insuffisance
      *    d'actif ou un effacement prononce en surendettement
       FD  F-PROCEDURES-MAJ.
       01  PCM-ENREG.
           05 PCM-Numero-Fiscal PIC 9(13).
           05 PCM-Code          PIC X(1).
               88 PCM-Code-Ouverture VALUE "O".
               88 PCM-Code-Plan      VALUE "P".
               88 PCM-Code-Cloture   VALUE "C".
           05 PCM-Type          PIC X(1).
           05 PCM-Date          PIC 9(8).
           05 PCM-Juridiction   PIC X(30).
           05 PCM-Mandataire    PIC X(30).
           05 PCM-Nb-Echeances  PIC 9(3).
           05 PCM-Decision      PIC X(20).
           05 PCM-Effacement    PIC X(1).

       FD  F-PARAM.
       01  PPR-ENREG.
           05 PPR-Delai-Declaration PIC 9(3).

       FD  FS.
       01  FS-DATA PIC X(80).

       FD  FD-DECLARATIONS.
       01  FD-DATA PIC X(80).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-PRC-TITRE PIC X(50)
              VALUE 'ETAT DES PROCEDURES COLLECTIVES'.

           05 ARTICLE-PRC-LIGNE PIC X(70) VALUE ALL '-'.

           05 ARTICLE-PRC-ENTETE.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(3) VALUE 'Ty'.
               10 FILLER PIC X(3) VALUE 'Et'.
               10 FILLER PIC X(9) VALUE 'Ouvert.'.
               10 FILLER PIC X(9) VALUE 'Limite'.
               10 FILLER PIC X(8) VALUE 'Declare'.
               10 FILLER PIC X(8) VALUE 'Attendu'.
               10 FILLER PIC X(8) VALUE 'Verse'.
               10 FILLER PIC X(8) VALUE 'Gele'.

           05 ARTICLE-PRC-INDIV.
               10 PR-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 PR-Type PIC X(1).
               10 FILLER PIC X(2) VALUE SPACE.
               10 PR-Etat PIC X(1).
               10 FILLER PIC X(2) VALUE SPACE.
               10 PR-Ouverture PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 PR-Limite PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 PR-Declare PIC ZZZZZZ9.
               10 FILLER PIC X VALUE SPACE.
               10 PR-Attendu PIC ZZZZZZ9.
               10 FILLER PIC X VALUE SPACE.
               10 PR-Verse PIC ZZZZZZ9.
               10 FILLER PIC X VALUE SPACE.
               10 PR-Gele PIC ZZZZZZ9.

      *    Declaration de creances : mise en page sur le modele de
      *    7-RELANCES
           05 ARTICLE-DCL-TITRE PIC X(40)
              VALUE 'DECLARATION DE CREANCES'.

           05 ARTICLE-DCL-LIGNE PIC X(60) VALUE ALL '-'.

           05 ARTICLE-DCL-NUMERO.
               10 FILLER PIC X(20) VALUE 'Numero fiscal'.
               10 FILLER PIC X VALUE ':'.
               10 DC-Numero-Fiscal PIC 9(13).

           05 ARTICLE-DCL-IDENTITE.
               10 FILLER PIC X(20) VALUE 'Debiteur'.
               10 FILLER PIC X VALUE ':'.
               10 DC-Nom-Prenom PIC X(30).

           05 ARTICLE-DCL-PROCEDURE.
               10 FILLER PIC X(20) VALUE 'Procedure'.
               10 FILLER PIC X VALUE ':'.
               10 DC-Procedure PIC X(30).

           05 ARTICLE-DCL-JURIDICTION.
               10 FILLER PIC X(20) VALUE 'Tribunal/commission'.
               10 FILLER PIC X VALUE ':'.
               10 DC-Juridiction PIC X(30).

           05 ARTICLE-DCL-MANDATAIRE.
               10 FILLER PIC X(20) VALUE 'A l''attention de'.
               10 FILLER PIC X VALUE ':'.
               10 DC-Mandataire PIC X(30).

           05 ARTICLE-DCL-OUVERTURE.
               10 FILLER PIC X(20) VALUE 'Jugement du'.
               10 FILLER PIC X VALUE ':'.
               10 DC-Ouverture PIC 9(8).

           05 ARTICLE-DCL-LIMITE.
               10 FILLER PIC X(20) VALUE 'A declarer avant le'.
               10 FILLER PIC X VALUE ':'.
               10 DC-Limite PIC 9(8).

           05 ARTICLE-DCL-ENTETE.
               10 FILLER PIC X(21) VALUE SPACE.
               10 FILLER PIC X(8) VALUE 'Annee'.
               10 FILLER PIC X(14) VALUE '   Principal'.
               10 FILLER PIC X(14) VALUE '   Penalites'.
               10 FILLER PIC X(14) VALUE '       Total'.

           05 ARTICLE-DCL-CREANCE.
               10 FILLER PIC X(21) VALUE SPACE.
               10 DC-Annee PIC 9(4).
               10 FILLER PIC X(4) VALUE SPACE.
               10 DC-Principal PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 DC-Penalites PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 DC-Total PIC Z(9)9.99.

           05 ARTICLE-DCL-TOTAL.
               10 FILLER PIC X(20) VALUE 'Total declare'.
               10 FILLER PIC X VALUE ':'.
               10 DC-Total-Declare PIC Z(9)9.99.

           05 ARTICLE-DCL-FORCLUSION PIC X(60)
              VALUE 'DELAI EXPIRE : RELEVE DE FORCLUSION A SOLLICITER'.

           05 ARTICLE-DCL-VIDE PIC X(40) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-MAJ                  PIC  X(01) VALUE  SPACE.
               88  FF-MAJ                          VALUE  HIGH-VALUE.
           05  FIN-PROCEDURES           PIC  X(01) VALUE  SPACE.
               88  FF-PRC                          VALUE  HIGH-VALUE.

       1   SOLDES-WORKING-MANAGER.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".

       1   PROCEDURES-WORKING-MANAGER.
           05  WS-STATUT-PROCEDURES     PIC X(02) VALUE SPACE.
               88  STATUT-PROCEDURES-ABSENT       VALUE "35".
           05  CPT-OUVERTES             PIC 9(6) VALUE 0.
           05  CPT-PLANS-ADOPTES        PIC 9(6) VALUE 0.
           05  CPT-CLOTUREES            PIC 9(6) VALUE 0.
           05  CPT-EFFACEMENTS          PIC 9(6) VALUE 0.
           05  CPT-DECLARATIONS         PIC 9(6) VALUE 0.
           05  CPT-HORS-DELAI           PIC 9(6) VALUE 0.
           05  CPT-SANS-CREANCE         PIC 9(6) VALUE 0.
           05  CPT-PLANS-DEFAILLIS      PIC 9(6) VALUE 0.
           05  CPT-PLANS-EXECUTES       PIC 9(6) VALUE 0.
           05  CPT-MAJ-REJETEES         PIC 9(6) VALUE 0.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-MAJ            PIC X(02) VALUE SPACE.
               88  STATUT-MAJ-ABSENT              VALUE "35".

      *    Delai par defaut : deux mois apres le jugement
       1   PARAM-WORKING-MANAGER.
           05  DELAI-DECLARATION        PIC 9(3) VALUE 60.
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".

       1   SUIVI-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-JOUR-DECOUPE REDEFINES DATE-DU-JOUR.
               10  DJ-ANNEE             PIC 9(4).
               10  DJ-MOIS              PIC 9(2).
               10  DJ-JOUR              PIC 9(2).
           05  DATE-DEBUT-DECOUPE.
               10  DD-ANNEE             PIC 9(4).
               10  DD-MOIS              PIC 9(2).
               10  DD-JOUR              PIC 9(2).
      *    Mensualites echues depuis le debut du plan, montant
      *    attendu a ce jour et montant verse depuis l'adoption
           05  MOIS-ECOULES             PIC S9(4) VALUE 0.
           05  MONTANT-ATTENDU          PIC 9(8)V99 VALUE 0.
           05  MONTANT-VERSE            PIC S9(8)V99 VALUE 0.

      *    Cumuls des soldes geles du debiteur : millesimes ouverts
      *    au livre au plus tard le jour du jugement
       1   CUMUL-WORKING-MANAGER.
           05  NUMERO-CUMULE            PIC 9(13) VALUE 0.
           05  DATE-GEL                 PIC 9(8) VALUE 0.
           05  TOTAL-RESTANT            PIC 9(8)V99 VALUE 0.
           05  TOTAL-PAYE               PIC 9(8)V99 VALUE 0.
           05  NB-SOLDES-GELES          PIC 9(4) VALUE 0.
           05  DEB-PRENOM               PIC X(15) VALUE SPACE.
           05  DEB-NOM                  PIC X(11) VALUE SPACE.
           05  PRINCIPAL-RESTANT        PIC 9(6)V99 VALUE 0.
           05  PENALITES-RESTANTES      PIC 9(6)V99 VALUE 0.
           05  EDITION-CREANCES         PIC 9(1) VALUE 0.
               88  EDITION-ACTIVE                 VALUE 1.
               88  EDITION-INACTIVE               VALUE 0.
           05  FIN-ANNEES               PIC X(01) VALUE SPACE.
               88  FF-ANNEES                      VALUE HIGH-VALUE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-PARAMETRES

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-SOLDES

           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-PROCEDURES-COLLECTIVES : 7-soldes.idx"
                       " introuvable, lancer d'abord 7-PAIEMENTS"
           ELSE
               PERFORM OUVRIR-MASTER-PROCEDURES

               PERFORM APPLIQUER-TRANSACTIONS

               OPEN OUTPUT FS FD-DECLARATIONS
               PERFORM SUIVRE-PROCEDURES
               CLOSE FS FD-DECLARATIONS

               CLOSE F-SOLDES F-PROCEDURES

               DISPLAY "7-PROCEDURES-COLLECTIVES : " CPT-OUVERTES
                       " ouverture(s), " CPT-PLANS-ADOPTES
                       " plan(s) adopte(s), " CPT-CLOTUREES
                       " cloture(s) dont " CPT-EFFACEMENTS
                       " avec effacement, " CPT-MAJ-REJETEES
                       " transaction(s) rejetee(s)"
               DISPLAY "7-PROCEDURES-COLLECTIVES : "
                       CPT-DECLARATIONS
                       " declaration(s) de creances dont "
                       CPT-HORS-DELAI " hors delai, "
                       CPT-SANS-CREANCE " sans creance, "
                       CPT-PLANS-DEFAILLIS " plan(s) defailli(s), "
                       CPT-PLANS-EXECUTES " plan(s) execute(s)"
               IF CPT-EFFACEMENTS > 0 THEN
                   DISPLAY "7-PROCEDURES-COLLECTIVES : dettes"
                           " effacees a admettre (voir"
                           " 7-NON-VALEURS)"
               END-IF
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        DELAI DE DECLARATION DES CREANCES

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-procedures.param introuvable, delai par"
                       " defaut conserve"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-procedures.param vide, delai par"
                               " defaut conserve"
                   NOT AT END
                       MOVE PPR-Delai-Declaration
                           TO DELAI-DECLARATION
               END-READ
               CLOSE F-PARAM
           END-IF
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER-PROCEDURES.

           OPEN INPUT F-PROCEDURES
           IF STATUT-PROCEDURES-ABSENT THEN
               CLOSE F-PROCEDURES
               OPEN OUTPUT F-PROCEDURES
               CLOSE F-PROCEDURES
           ELSE
               CLOSE F-PROCEDURES
           END-IF

           OPEN I-O F-PROCEDURES
           .

      ******************************************************************
      *        TRANSACTIONS D'OUVERTURE, DE PLAN ET DE CLOTURE

       APPLIQUER-TRANSACTIONS.

           OPEN INPUT F-PROCEDURES-MAJ

           IF STATUT-MAJ-ABSENT THEN
               DISPLAY "7-procedures-maj.dat introuvable, aucune"
                       " transaction de procedure"
           ELSE
               PERFORM UNTIL FF-MAJ
                   READ F-PROCEDURES-MAJ
                       AT END
                           SET FF-MAJ TO TRUE
                       NOT AT END
                           PERFORM APPLIQUER-UNE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE F-PROCEDURES-MAJ
           END-IF
           .

       APPLIQUER-UNE-TRANSACTION.

           EVALUATE TRUE
               WHEN PCM-Code-Ouverture
                   PERFORM OUVRIR-UNE-PROCEDURE
               WHEN PCM-Code-Plan
                   PERFORM ADOPTER-UN-PLAN
               WHEN PCM-Code-Cloture
                   PERFORM CLORE-UNE-PROCEDURE
               WHEN OTHER
                   DISPLAY "7-PROCEDURES-COLLECTIVES : code "
                           PCM-Code " inconnu pour "
                           PCM-Numero-Fiscal ", ignore"
                   ADD 1 TO CPT-MAJ-REJETEES
           END-EVALUATE
           .

      *    Une procedure close peut etre remplacee par une nouvelle
      *    ouverture ; une procedure en cours ne l'est pas
       OUVRIR-UNE-PROCEDURE.

           IF PCM-Type NOT = "S" AND PCM-Type NOT = "R"
              AND PCM-Type NOT = "L" AND PCM-Type NOT = "D" THEN
               DISPLAY "7-PROCEDURES-COLLECTIVES : type " PCM-Type
                       " inconnu pour " PCM-Numero-Fiscal
                       ", ouverture rejetee"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           IF PCM-Date = 0 OR PCM-Date > DATE-DU-JOUR THEN
               DISPLAY "7-PROCEDURES-COLLECTIVES : date de jugement"
                       " invalide pour " PCM-Numero-Fiscal
                       ", ouverture rejetee"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           MOVE PCM-Numero-Fiscal TO PRC-Numero-Fiscal
           READ F-PROCEDURES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PRC-Etat-Close THEN
                       DISPLAY "7-PROCEDURES-COLLECTIVES : procedure"
                               " deja en cours pour "
                               PCM-Numero-Fiscal
                               ", ouverture rejetee"
                       ADD 1 TO CPT-MAJ-REJETEES
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           INITIALIZE PRC-ENREG
           MOVE PCM-Numero-Fiscal TO PRC-Numero-Fiscal
           MOVE PCM-Type TO PRC-Type
           MOVE PCM-Juridiction TO PRC-Juridiction
           MOVE PCM-Date TO PRC-Date-Ouverture
           MOVE PCM-Mandataire TO PRC-Mandataire
           SET PRC-Etat-Ouverte TO TRUE
           COMPUTE PRC-Date-Limite = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PCM-Date)
                   + DELAI-DECLARATION)
           MOVE DATE-DU-JOUR TO PRC-Date-Etat

           WRITE PRC-ENREG
               INVALID KEY
                   REWRITE PRC-ENREG
           END-WRITE
           ADD 1 TO CPT-OUVERTES
           .

      *    L'echeance du plan est la division du reste gele par le
      *    nombre de mensualites (meme decoupage que
      *    7-DELAIS-PAIEMENT)
       ADOPTER-UN-PLAN.

           MOVE PCM-Numero-Fiscal TO PRC-Numero-Fiscal
           READ F-PROCEDURES
               INVALID KEY
                   DISPLAY "7-PROCEDURES-COLLECTIVES : plan sans"
                           " procedure pour " PCM-Numero-Fiscal
                           ", rejete"
                   ADD 1 TO CPT-MAJ-REJETEES
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF NOT PRC-Etat-Ouverte THEN
               DISPLAY "7-PROCEDURES-COLLECTIVES : procedure hors"
                       " periode d'observation pour "
                       PCM-Numero-Fiscal ", plan rejete"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           MOVE PRC-Numero-Fiscal TO NUMERO-CUMULE
           MOVE PRC-Date-Ouverture TO DATE-GEL
           SET EDITION-INACTIVE TO TRUE
           PERFORM CUMULER-SOLDES-GELES

           IF TOTAL-RESTANT = 0 OR PCM-Nb-Echeances = 0
              OR PCM-Date = 0 THEN
               DISPLAY "7-PROCEDURES-COLLECTIVES : plan sans reste"
                       " gele, sans echeance ou sans date pour "
                       PCM-Numero-Fiscal ", rejete"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           SET PRC-Etat-Plan TO TRUE
           MOVE PCM-Nb-Echeances TO PRC-Nb-Echeances
           DIVIDE TOTAL-RESTANT BY PCM-Nb-Echeances
               GIVING PRC-Montant-Echeance
           MOVE PCM-Date TO PRC-Date-Debut-Plan
           MOVE TOTAL-PAYE TO PRC-Paye-Initial
           MOVE DATE-DU-JOUR TO PRC-Date-Etat
           REWRITE PRC-ENREG
           ADD 1 TO CPT-PLANS-ADOPTES
           .

      *    La cloture leve le gel ; les dettes effacees restent au
      *    livre jusqu'a leur admission par 7-NON-VALEURS
       CLORE-UNE-PROCEDURE.

           MOVE PCM-Numero-Fiscal TO PRC-Numero-Fiscal
           READ F-PROCEDURES
               INVALID KEY
                   DISPLAY "7-PROCEDURES-COLLECTIVES : cloture sans"
                           " procedure pour " PCM-Numero-Fiscal
                           ", rejetee"
                   ADD 1 TO CPT-MAJ-REJETEES
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF PRC-Etat-Close THEN
               DISPLAY "7-PROCEDURES-COLLECTIVES : procedure deja"
                       " close pour " PCM-Numero-Fiscal
                       ", cloture rejetee"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           IF PCM-Decision = SPACE
              OR (PCM-Effacement NOT = "O"
                  AND PCM-Effacement NOT = "N"
                  AND PCM-Effacement NOT = SPACE) THEN
               DISPLAY "7-PROCEDURES-COLLECTIVES : decision ou"
                       " indicateur d'effacement invalide pour "
                       PCM-Numero-Fiscal ", cloture rejetee"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           SET PRC-Etat-Close TO TRUE
           MOVE PCM-Date TO PRC-Date-Cloture
           MOVE PCM-Decision TO PRC-Decision
           MOVE "N" TO PRC-Effacement
           IF PCM-Effacement = "O" THEN
               SET PRC-Dettes-Effacees TO TRUE
               ADD 1 TO CPT-EFFACEMENTS
           END-IF
           MOVE DATE-DU-JOUR TO PRC-Date-Etat
           REWRITE PRC-ENREG
           ADD 1 TO CPT-CLOTUREES
           .

      ******************************************************************
      *        SUIVI DES PROCEDURES : DECLARATION DES CREANCES A LA
      *        PREMIERE EXECUTION, CONTROLE DES PLANS ADOPTES

       SUIVRE-PROCEDURES.

           MOVE ARTICLE-PRC-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRC-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRC-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 0 TO PRC-Numero-Fiscal
           START F-PROCEDURES KEY NOT < PRC-Numero-Fiscal
               INVALID KEY
                   SET FF-PRC TO TRUE
           END-START

           PERFORM UNTIL FF-PRC
               READ F-PROCEDURES NEXT RECORD
                   AT END
                       SET FF-PRC TO TRUE
                   NOT AT END
                       PERFORM SUIVRE-UNE-PROCEDURE
               END-READ
           END-PERFORM
           .

       SUIVRE-UNE-PROCEDURE.

           MOVE PRC-Numero-Fiscal TO NUMERO-CUMULE
           MOVE PRC-Date-Ouverture TO DATE-GEL
           SET EDITION-INACTIVE TO TRUE
           PERFORM CUMULER-SOLDES-GELES

           MOVE 0 TO MONTANT-ATTENDU
           MOVE 0 TO MONTANT-VERSE

           IF PRC-Etat-Ouverte AND PRC-Date-Declaration = 0 THEN
               IF NB-SOLDES-GELES = 0 OR TOTAL-RESTANT = 0 THEN
      *            Rien a declarer : la procedure est datee pour ne
      *            pas y revenir
                   MOVE DATE-DU-JOUR TO PRC-Date-Declaration
                   MOVE 0 TO PRC-Montant-Declare
                   REWRITE PRC-ENREG
                   ADD 1 TO CPT-SANS-CREANCE
               ELSE
                   PERFORM ECRIRE-DECLARATION-CREANCES
               END-IF
           END-IF

           IF PRC-Etat-Plan THEN
               PERFORM CONTROLER-PLAN-PROCEDURE
           END-IF

           PERFORM ECRIRE-LIGNE-PROCEDURE
           .

      *    Cumuls du debiteur sur ses millesimes geles ; en edition,
      *    chaque millesime donne une ligne de la declaration
       CUMULER-SOLDES-GELES.

           MOVE 0 TO TOTAL-RESTANT TOTAL-PAYE NB-SOLDES-GELES
           MOVE SPACE TO DEB-PRENOM DEB-NOM
           MOVE SPACE TO FIN-ANNEES

           MOVE NUMERO-CUMULE TO SOL-Numero-Fiscal
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
                       IF SOL-Numero-Fiscal NOT = NUMERO-CUMULE THEN
                           SET FF-ANNEES TO TRUE
                       ELSE
                           IF SOL-Date-Ouverture NOT > DATE-GEL THEN
                               ADD 1 TO NB-SOLDES-GELES
                               ADD SOL-Restant TO TOTAL-RESTANT
                               ADD SOL-Paye TO TOTAL-PAYE
                               MOVE SOL-Prenom TO DEB-PRENOM
                               MOVE SOL-Nom TO DEB-NOM
                               IF EDITION-ACTIVE
                                  AND SOL-Restant > 0 THEN
                                   PERFORM ECRIRE-LIGNE-CREANCE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Mensualites echues depuis le debut du plan (meme calcul que
      *    CONTROLER-UN-PLAN de 7-DELAIS-PAIEMENT)
       CONTROLER-PLAN-PROCEDURE.

           MOVE PRC-Date-Debut-Plan TO DATE-DEBUT-DECOUPE
           COMPUTE MOIS-ECOULES = (DJ-ANNEE - DD-ANNEE) * 12
                   + DJ-MOIS - DD-MOIS
           IF DJ-JOUR >= DD-JOUR THEN
               ADD 1 TO MOIS-ECOULES
           END-IF
           IF MOIS-ECOULES < 0 THEN
               MOVE 0 TO MOIS-ECOULES
           END-IF
           IF MOIS-ECOULES > PRC-Nb-Echeances THEN
               MOVE PRC-Nb-Echeances TO MOIS-ECOULES
           END-IF

           COMPUTE MONTANT-ATTENDU =
                   MOIS-ECOULES * PRC-Montant-Echeance
           COMPUTE MONTANT-VERSE = TOTAL-PAYE - PRC-Paye-Initial

      *    Un plan defailli reste gele : la resolution du plan
      *    appartient au tribunal ou a la commission, saisi par le
      *    comptable au vu de cet etat
           EVALUATE TRUE
               WHEN TOTAL-RESTANT = 0
                   SET PRC-Etat-Execute TO TRUE
                   MOVE DATE-DU-JOUR TO PRC-Date-Etat
                   REWRITE PRC-ENREG
                   ADD 1 TO CPT-PLANS-EXECUTES
               WHEN MONTANT-VERSE < MONTANT-ATTENDU
                   SET PRC-Etat-Defailli TO TRUE
                   MOVE DATE-DU-JOUR TO PRC-Date-Etat
                   REWRITE PRC-ENREG
                   ADD 1 TO CPT-PLANS-DEFAILLIS
                   DISPLAY "7-PROCEDURES-COLLECTIVES : plan defailli"
                           " pour " PRC-Numero-Fiscal
                           ", saisir " PRC-Juridiction
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      ******************************************************************
      *        DECLARATION DE CREANCES (MISE EN PAGE SUR LE MODELE DE
      *        7-RELANCES)

       ECRIRE-DECLARATION-CREANCES.

           MOVE ARTICLE-DCL-TITRE TO FD-DATA
           WRITE FD-DATA
           MOVE ARTICLE-DCL-LIGNE TO FD-DATA
           WRITE FD-DATA

           MOVE PRC-Numero-Fiscal TO DC-Numero-Fiscal
           MOVE ARTICLE-DCL-NUMERO TO FD-DATA
           WRITE FD-DATA

           INITIALIZE DC-Nom-Prenom
           STRING FUNCTION TRIM(DEB-NOM) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  DEB-PRENOM DELIMITED BY SPACE
           INTO DC-Nom-Prenom
           MOVE ARTICLE-DCL-IDENTITE TO FD-DATA
           WRITE FD-DATA

           EVALUATE TRUE
               WHEN PRC-Type-Sauvegarde
                   MOVE "SAUVEGARDE" TO DC-Procedure
               WHEN PRC-Type-Redressement
                   MOVE "REDRESSEMENT JUDICIAIRE" TO DC-Procedure
               WHEN PRC-Type-Liquidation
                   MOVE "LIQUIDATION JUDICIAIRE" TO DC-Procedure
               WHEN PRC-Type-Surendettement
                   MOVE "SURENDETTEMENT" TO DC-Procedure
           END-EVALUATE
           MOVE ARTICLE-DCL-PROCEDURE TO FD-DATA
           WRITE FD-DATA

           MOVE PRC-Juridiction TO DC-Juridiction
           MOVE ARTICLE-DCL-JURIDICTION TO FD-DATA
           WRITE FD-DATA

           MOVE PRC-Mandataire TO DC-Mandataire
           MOVE ARTICLE-DCL-MANDATAIRE TO FD-DATA
           WRITE FD-DATA

           MOVE PRC-Date-Ouverture TO DC-Ouverture
           MOVE ARTICLE-DCL-OUVERTURE TO FD-DATA
           WRITE FD-DATA

           MOVE PRC-Date-Limite TO DC-Limite
           MOVE ARTICLE-DCL-LIMITE TO FD-DATA
           WRITE FD-DATA

           MOVE ARTICLE-DCL-ENTETE TO FD-DATA
           WRITE FD-DATA

      *    Second passage sur les millesimes geles, en edition
           SET EDITION-ACTIVE TO TRUE
           PERFORM CUMULER-SOLDES-GELES
           SET EDITION-INACTIVE TO TRUE

           MOVE TOTAL-RESTANT TO DC-Total-Declare
           MOVE ARTICLE-DCL-TOTAL TO FD-DATA
           WRITE FD-DATA

      *    Passe le delai, la creance n'est plus opposable sans
      *    releve de forclusion : la declaration part quand meme
           IF DATE-DU-JOUR > PRC-Date-Limite THEN
               MOVE ARTICLE-DCL-FORCLUSION TO FD-DATA
               WRITE FD-DATA
               ADD 1 TO CPT-HORS-DELAI
           END-IF

           MOVE ARTICLE-DCL-VIDE TO FD-DATA
           WRITE FD-DATA

           MOVE DATE-DU-JOUR TO PRC-Date-Declaration
           MOVE TOTAL-RESTANT TO PRC-Montant-Declare
           REWRITE PRC-ENREG
           ADD 1 TO CPT-DECLARATIONS
           .

      *    Principal et penalites (frais, majorations, interets)
      *    declares separement, comme sur les lettres de relance
       ECRIRE-LIGNE-CREANCE.

           COMPUTE PRINCIPAL-RESTANT =
                   SOL-Principal-Impose - SOL-Principal-Paye
           IF PRINCIPAL-RESTANT > SOL-Restant THEN
               MOVE SOL-Restant TO PRINCIPAL-RESTANT
           END-IF
           COMPUTE PENALITES-RESTANTES =
                   SOL-Restant - PRINCIPAL-RESTANT

           MOVE SOL-Annee TO DC-Annee
           MOVE PRINCIPAL-RESTANT TO DC-Principal
           MOVE PENALITES-RESTANTES TO DC-Penalites
           MOVE SOL-Restant TO DC-Total
           MOVE ARTICLE-DCL-CREANCE TO FD-DATA
           WRITE FD-DATA
           .

       ECRIRE-LIGNE-PROCEDURE.

           MOVE PRC-Numero-Fiscal TO PR-Numero-Fiscal
           MOVE PRC-Type TO PR-Type
           MOVE PRC-Etat TO PR-Etat
           MOVE PRC-Date-Ouverture TO PR-Ouverture
           MOVE PRC-Date-Limite TO PR-Limite
           MOVE PRC-Montant-Declare TO PR-Declare
           MOVE MONTANT-ATTENDU TO PR-Attendu
           IF MONTANT-VERSE < 0 THEN
               MOVE 0 TO PR-Verse
           ELSE
               MOVE MONTANT-VERSE TO PR-Verse
           END-IF
           MOVE TOTAL-RESTANT TO PR-Gele
           MOVE ARTICLE-PRC-INDIV TO FS-DATA
           WRITE FS-DATA
           .

       FIN-PGM.
           STOP RUN.
