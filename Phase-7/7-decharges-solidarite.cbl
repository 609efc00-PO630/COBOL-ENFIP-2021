      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: tenue des demandes de decharge de solidarite. Les
      *          conjoints et partenaires d'un foyer fiscal
      *          (4-foyers.dat, indicateur de solidarite a O) sont
      *          codebiteurs solidaires de l'impot du foyer, poursuivi
      *          sur le numero fiscal du chef : 7-RELANCES et
      *          7-SAISIES les poursuivent a leur tour. Apres un
      *          divorce, une separation ou la rupture d'un PACS, le
      *          codebiteur peut demander a etre decharge pour une
      *          plage d'annees. Le fichier de transactions
      *          7-decharges-solidarite-maj.dat enregistre la demande
      *          (D) puis la decision : accord (A), eventuellement
      *          restreint a une partie des annees demandees, ou
      *          rejet (R). Une decharge accordee exclut le membre de
      *          toute poursuite sur les annees qu'elle couvre.
      *          L'etat 7-decharges-solidarite.txt liste les dossiers
      *          avec le reste du chef sur les annees visees.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-DECHARGES-SOLIDARITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Master des demandes de decharge (un dossier par membre)
           SELECT F-DECHARGES ASSIGN TO "7-decharges-solidarite.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DCH-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-DECHARGES.

      *    Transactions (D = demande, A = accord, R = rejet)
           SELECT F-DECHARGES-MAJ
                   ASSIGN TO "7-decharges-solidarite-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MAJ.

      *    Foyers fiscaux : le demandeur doit etre codebiteur
      *    solidaire du chef designe
           SELECT F-FOYERS ASSIGN TO "4-foyers.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FOYERS.

           SELECT FS ASSIGN TO "7-decharges-solidarite.txt"
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

      *    Motif : D = divorce, S = separation, P = rupture de PACS.
      *    Etat : D = demandee, A = accordee, R = rejetee. Les annees
      *    couvertes sont celles de la demande, restreintes le cas
      *    echeant par l'accord ; le reste du chef sur ces annees est
      *    releve au depot de la demande.
       FD  F-DECHARGES.
       01  DCH-ENREG.
           05 DCH-Numero-Fiscal      PIC 9(13).
           05 DCH-Numero-Fiscal-Chef PIC 9(13).
           05 DCH-Motif              PIC X(1).
               88 DCH-Motif-Valide       VALUE "D" "S" "P".
           05 DCH-Date-Demande       PIC 9(8).
           05 DCH-Annee-Debut        PIC 9(4).
           05 DCH-Annee-Fin          PIC 9(4).
           05 DCH-Restant-Demande    PIC 9(8)V99.
           05 DCH-Etat               PIC X(1).
               88 DCH-Etat-Demandee      VALUE "D".
               88 DCH-Etat-Accordee      VALUE "A".
               88 DCH-Etat-Rejetee       VALUE "R".
           05 DCH-Date-Decision      PIC 9(8).
           05 DCH-Reference-Decision PIC X(20).

      *    Date : depot de la demande (D) ou decision (A, R) ;
      *    annees a zero sur un accord = annees demandees
       FD  F-DECHARGES-MAJ.
       01  DM-ENREG.
           05 DM-Numero-Fiscal      PIC 9(13).
           05 DM-Code               PIC X(1).
               88 DM-Code-Demande       VALUE "D".
               88 DM-Code-Accord        VALUE "A".
               88 DM-Code-Rejet         VALUE "R".
           05 DM-Numero-Fiscal-Chef PIC 9(13).
           05 DM-Motif              PIC X(1).
           05 DM-Annee-Debut        PIC 9(4).
           05 DM-Annee-Fin          PIC 9(4).
           05 DM-Date               PIC 9(8).
           05 DM-Reference          PIC X(20).

      *    Meme disposition que FOY-ENREG dans 5-ROLES.cbl
       FD  F-FOYERS.
       01  FOY-ENREG.
           05 FOY-Identifiant      PIC 9(6).
           05 FOY-Numero-Fiscal    PIC 9(13).
           05 FOY-Role             PIC X(1).
               88 FOY-Role-Chef        VALUE "C".
               88 FOY-Role-Membre      VALUE "M".
           05 FOY-Parts            PIC 9V9.
           05 FOY-Solidaire        PIC X(1).
               88 FOY-Codebiteur       VALUE "O".

       FD  FS.
       01  FS-DATA PIC X(80).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-DCH-TITRE PIC X(50)
              VALUE 'DEMANDES DE DECHARGE DE SOLIDARITE'.

           05 ARTICLE-DCH-LIGNE PIC X(70) VALUE ALL '-'.

           05 ARTICLE-DCH-ENTETE.
               10 FILLER PIC X(14) VALUE 'Membre'.
               10 FILLER PIC X(14) VALUE 'Chef'.
               10 FILLER PIC X(3) VALUE 'Mo'.
               10 FILLER PIC X(3) VALUE 'Et'.
               10 FILLER PIC X(10) VALUE 'Annees'.
               10 FILLER PIC X(9) VALUE 'Reste'.
               10 FILLER PIC X(10) VALUE 'Decision'.

           05 ARTICLE-DCH-INDIV.
               10 DL-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 DL-Numero-Fiscal-Chef PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 DL-Motif PIC X(1).
               10 FILLER PIC X(2) VALUE SPACE.
               10 DL-Etat PIC X(1).
               10 FILLER PIC X(2) VALUE SPACE.
               10 DL-Annee-Debut PIC 9(4).
               10 FILLER PIC X VALUE '-'.
               10 DL-Annee-Fin PIC 9(4).
               10 FILLER PIC X VALUE SPACE.
               10 DL-Restant PIC ZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 DL-Date-Decision PIC 9(8).

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-MAJ                  PIC  X(01) VALUE  SPACE.
               88  FF-MAJ                          VALUE  HIGH-VALUE.
           05  FIN-DECHARGES            PIC  X(01) VALUE  SPACE.
               88  FF-DCH                          VALUE  HIGH-VALUE.
           05  FIN-ANNEES               PIC  X(01) VALUE  SPACE.
               88  FF-ANNEES                       VALUE  HIGH-VALUE.

       1   SOLDES-WORKING-MANAGER.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  RESTANT-CHEF             PIC 9(8)V99 VALUE 0.

       1   DECHARGES-WORKING-MANAGER.
           05  WS-STATUT-DECHARGES      PIC X(02) VALUE SPACE.
               88  STATUT-DECHARGES-ABSENT        VALUE "35".
           05  CPT-DEMANDES             PIC 9(6) VALUE 0.
           05  CPT-ACCORDS              PIC 9(6) VALUE 0.
           05  CPT-REJETS               PIC 9(6) VALUE 0.
           05  CPT-MAJ-REJETEES         PIC 9(6) VALUE 0.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-MAJ            PIC X(02) VALUE SPACE.
               88  STATUT-MAJ-ABSENT              VALUE "35".

       1   FOYERS-WORKING-MANAGER.
      *    Table chargee depuis 4-foyers.dat, recherchee
      *    sequentiellement (meme idiom que 5-ROLES)
           05  NB-FOYERS                PIC 9(3) VALUE 0.
           05  IDX-FOYER                PIC 9(3) VALUE 0.
           05  FOYERS-MAX               PIC 9(3) VALUE 500.
           05  MEMBRE-FOYER OCCURS 500 TIMES.
               10  FT-IDENTIFIANT       PIC 9(6).
               10  FT-NUMERO-FISCAL     PIC 9(13).
               10  FT-ROLE              PIC X(1).
               10  FT-SOLIDAIRE         PIC X(1).
           05  CPT-FOYERS-DEBORDEMENT   PIC 9(3) VALUE 0.
           05  WS-STATUT-FOYERS         PIC X(02) VALUE SPACE.
               88  STATUT-FOYERS-ABSENT           VALUE "35".
           05  FIN-FOYERS               PIC X(01) VALUE SPACE.
               88  FF-FOYERS                      VALUE HIGH-VALUE.
           05  FOYER-CHEF               PIC 9(6) VALUE 0.
           05  LIEN-SOLIDAIRE           PIC 9(1) VALUE 0.
               88  LIEN-EST-SOLIDAIRE             VALUE 1.
               88  LIEN-EST-ABSENT                VALUE 0.

       1   SUIVI-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM CHARGER-FOYERS

           OPEN INPUT F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-DECHARGES-SOLIDARITE : 7-soldes.idx"
                       " introuvable, reste du chef non releve"
           END-IF

           PERFORM OUVRIR-MASTER-DECHARGES

           PERFORM APPLIQUER-TRANSACTIONS

           OPEN OUTPUT FS
           PERFORM LISTER-DECHARGES
           CLOSE FS

           CLOSE F-DECHARGES
           IF NOT STATUT-SOLDES-ABSENT THEN
               CLOSE F-SOLDES
           END-IF

           DISPLAY "7-DECHARGES-SOLIDARITE : " CPT-DEMANDES
                   " demande(s), " CPT-ACCORDS " accord(s), "
                   CPT-REJETS " rejet(s), " CPT-MAJ-REJETEES
                   " transaction(s) rejetee(s)"
           IF CPT-FOYERS-DEBORDEMENT > 0 THEN
               DISPLAY "7-DECHARGES-SOLIDARITE : table des foyers"
                       " pleine, " CPT-FOYERS-DEBORDEMENT
                       " membre(s) ignore(s)"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        CHARGEMENT DES FOYERS FISCAUX

       CHARGER-FOYERS.

           OPEN INPUT F-FOYERS

           IF STATUT-FOYERS-ABSENT THEN
               DISPLAY "4-foyers.dat introuvable, aucun codebiteur"
                       " solidaire connu"
           ELSE
               PERFORM UNTIL FF-FOYERS
                   READ F-FOYERS
                       AT END
                           SET FF-FOYERS TO TRUE
                       NOT AT END
                           IF NB-FOYERS < FOYERS-MAX THEN
                               ADD 1 TO NB-FOYERS
                               MOVE FOY-Identifiant
                                   TO FT-IDENTIFIANT(NB-FOYERS)
                               MOVE FOY-Numero-Fiscal
                                   TO FT-NUMERO-FISCAL(NB-FOYERS)
                               MOVE FOY-Role TO FT-ROLE(NB-FOYERS)
                               MOVE FOY-Solidaire
                                   TO FT-SOLIDAIRE(NB-FOYERS)
                           ELSE
                               ADD 1 TO CPT-FOYERS-DEBORDEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-FOYERS
           END-IF
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER-DECHARGES.

           OPEN INPUT F-DECHARGES
           IF STATUT-DECHARGES-ABSENT THEN
               CLOSE F-DECHARGES
               OPEN OUTPUT F-DECHARGES
               CLOSE F-DECHARGES
           ELSE
               CLOSE F-DECHARGES
           END-IF

           OPEN I-O F-DECHARGES
           .

      ******************************************************************
      *        TRANSACTIONS DE DEMANDE ET DE DECISION

       APPLIQUER-TRANSACTIONS.

           OPEN INPUT F-DECHARGES-MAJ

           IF STATUT-MAJ-ABSENT THEN
               DISPLAY "7-decharges-solidarite-maj.dat introuvable,"
                       " aucune transaction de decharge"
           ELSE
               PERFORM UNTIL FF-MAJ
                   READ F-DECHARGES-MAJ
                       AT END
                           SET FF-MAJ TO TRUE
                       NOT AT END
                           PERFORM APPLIQUER-UNE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE F-DECHARGES-MAJ
           END-IF
           .

       APPLIQUER-UNE-TRANSACTION.

           EVALUATE TRUE
               WHEN DM-Code-Demande
                   PERFORM ENREGISTRER-DEMANDE
               WHEN DM-Code-Accord
               WHEN DM-Code-Rejet
                   PERFORM ENREGISTRER-DECISION
               WHEN OTHER
                   DISPLAY "7-DECHARGES-SOLIDARITE : code " DM-Code
                           " inconnu pour " DM-Numero-Fiscal
                           ", ignore"
                   ADD 1 TO CPT-MAJ-REJETEES
           END-EVALUATE
           .

      *    Une demande rejetee peut etre renouvelee ; une demande en
      *    cours ou deja accordee ne l'est pas
       ENREGISTRER-DEMANDE.

           IF DM-Motif NOT = "D" AND DM-Motif NOT = "S"
              AND DM-Motif NOT = "P" THEN
               DISPLAY "7-DECHARGES-SOLIDARITE : motif " DM-Motif
                       " inconnu pour " DM-Numero-Fiscal
                       ", demande rejetee"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           IF DM-Annee-Debut = 0 OR DM-Annee-Fin < DM-Annee-Debut THEN
               DISPLAY "7-DECHARGES-SOLIDARITE : annees invalides"
                       " pour " DM-Numero-Fiscal ", demande rejetee"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLER-LIEN-SOLIDAIRE
           IF LIEN-EST-ABSENT THEN
               DISPLAY "7-DECHARGES-SOLIDARITE : " DM-Numero-Fiscal
                       " n'est pas codebiteur solidaire de "
                       DM-Numero-Fiscal-Chef ", demande rejetee"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           MOVE DM-Numero-Fiscal TO DCH-Numero-Fiscal
           READ F-DECHARGES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT DCH-Etat-Rejetee THEN
                       DISPLAY "7-DECHARGES-SOLIDARITE : dossier"
                               " deja ouvert pour " DM-Numero-Fiscal
                               ", demande rejetee"
                       ADD 1 TO CPT-MAJ-REJETEES
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           INITIALIZE DCH-ENREG
           MOVE DM-Numero-Fiscal TO DCH-Numero-Fiscal
           MOVE DM-Numero-Fiscal-Chef TO DCH-Numero-Fiscal-Chef
           MOVE DM-Motif TO DCH-Motif
           MOVE DM-Date TO DCH-Date-Demande
           MOVE DM-Annee-Debut TO DCH-Annee-Debut
           MOVE DM-Annee-Fin TO DCH-Annee-Fin
           PERFORM RELEVER-RESTANT-CHEF
           MOVE RESTANT-CHEF TO DCH-Restant-Demande
           SET DCH-Etat-Demandee TO TRUE

           WRITE DCH-ENREG
               INVALID KEY
                   REWRITE DCH-ENREG
           END-WRITE
           ADD 1 TO CPT-DEMANDES
           .

      *    Le demandeur doit figurer, avec l'indicateur de
      *    solidarite, au foyer dont le chef est designe
       CONTROLER-LIEN-SOLIDAIRE.

           SET LIEN-EST-ABSENT TO TRUE
           MOVE 0 TO FOYER-CHEF

           MOVE 1 TO IDX-FOYER
           PERFORM UNTIL IDX-FOYER > NB-FOYERS
               IF FT-NUMERO-FISCAL(IDX-FOYER) = DM-Numero-Fiscal-Chef
                  AND FT-ROLE(IDX-FOYER) = "C" THEN
                   MOVE FT-IDENTIFIANT(IDX-FOYER) TO FOYER-CHEF
                   MOVE NB-FOYERS TO IDX-FOYER
               END-IF
               ADD 1 TO IDX-FOYER
           END-PERFORM

           IF FOYER-CHEF = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IDX-FOYER
           PERFORM UNTIL IDX-FOYER > NB-FOYERS
               IF FT-IDENTIFIANT(IDX-FOYER) = FOYER-CHEF
                  AND FT-NUMERO-FISCAL(IDX-FOYER) = DM-Numero-Fiscal
                  AND FT-SOLIDAIRE(IDX-FOYER) = "O" THEN
                   SET LIEN-EST-SOLIDAIRE TO TRUE
                   MOVE NB-FOYERS TO IDX-FOYER
               END-IF
               ADD 1 TO IDX-FOYER
           END-PERFORM
           .

      *    Reste du chef sur les annees visees par la demande
       RELEVER-RESTANT-CHEF.

           MOVE 0 TO RESTANT-CHEF
           IF STATUT-SOLDES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-ANNEES
           MOVE DCH-Numero-Fiscal-Chef TO SOL-Numero-Fiscal
           MOVE DCH-Annee-Debut TO SOL-Annee
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
                               NOT = DCH-Numero-Fiscal-Chef
                          OR SOL-Annee > DCH-Annee-Fin THEN
                           SET FF-ANNEES TO TRUE
                       ELSE
                           ADD SOL-Restant TO RESTANT-CHEF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Un accord peut restreindre les annees demandees, jamais
      *    les etendre
       ENREGISTRER-DECISION.

           MOVE DM-Numero-Fiscal TO DCH-Numero-Fiscal
           READ F-DECHARGES
               INVALID KEY
                   DISPLAY "7-DECHARGES-SOLIDARITE : decision sans"
                           " demande pour " DM-Numero-Fiscal
                           ", rejetee"
                   ADD 1 TO CPT-MAJ-REJETEES
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF NOT DCH-Etat-Demandee THEN
               DISPLAY "7-DECHARGES-SOLIDARITE : demande deja"
                       " statuee pour " DM-Numero-Fiscal
                       ", decision rejetee"
               ADD 1 TO CPT-MAJ-REJETEES
               EXIT PARAGRAPH
           END-IF

           IF DM-Code-Accord AND DM-Annee-Debut > 0 THEN
               IF DM-Annee-Debut < DCH-Annee-Debut
                  OR DM-Annee-Fin > DCH-Annee-Fin
                  OR DM-Annee-Fin < DM-Annee-Debut THEN
                   DISPLAY "7-DECHARGES-SOLIDARITE : annees"
                           " accordees hors demande pour "
                           DM-Numero-Fiscal ", decision rejetee"
                   ADD 1 TO CPT-MAJ-REJETEES
                   EXIT PARAGRAPH
               END-IF
               MOVE DM-Annee-Debut TO DCH-Annee-Debut
               MOVE DM-Annee-Fin TO DCH-Annee-Fin
           END-IF

           IF DM-Code-Accord THEN
               SET DCH-Etat-Accordee TO TRUE
               ADD 1 TO CPT-ACCORDS
           ELSE
               SET DCH-Etat-Rejetee TO TRUE
               ADD 1 TO CPT-REJETS
           END-IF
           MOVE DM-Date TO DCH-Date-Decision
           MOVE DM-Reference TO DCH-Reference-Decision
           REWRITE DCH-ENREG
           .

      ******************************************************************
      *        ETAT DES DOSSIERS DE DECHARGE

       LISTER-DECHARGES.

           MOVE ARTICLE-DCH-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-DCH-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-DCH-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 0 TO DCH-Numero-Fiscal
           START F-DECHARGES KEY NOT < DCH-Numero-Fiscal
               INVALID KEY
                   SET FF-DCH TO TRUE
           END-START

           PERFORM UNTIL FF-DCH
               READ F-DECHARGES NEXT RECORD
                   AT END
                       SET FF-DCH TO TRUE
                   NOT AT END
                       PERFORM ECRIRE-LIGNE-DECHARGE
               END-READ
           END-PERFORM
           .

       ECRIRE-LIGNE-DECHARGE.

           MOVE DCH-Numero-Fiscal TO DL-Numero-Fiscal
           MOVE DCH-Numero-Fiscal-Chef TO DL-Numero-Fiscal-Chef
           MOVE DCH-Motif TO DL-Motif
           MOVE DCH-Etat TO DL-Etat
           MOVE DCH-Annee-Debut TO DL-Annee-Debut
           MOVE DCH-Annee-Fin TO DL-Annee-Fin
           MOVE DCH-Restant-Demande TO DL-Restant
           MOVE DCH-Date-Decision TO DL-Date-Decision
           MOVE ARTICLE-DCH-INDIV TO FS-DATA
           WRITE FS-DATA
           .

       FIN-PGM.
           STOP RUN.
