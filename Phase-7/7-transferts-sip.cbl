      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: rattachement des contribuables a leur service des
      *          impots des particuliers (SIP) et transfert des
      *          dossiers lors d'un demenagement. Le SIP attendu est
      *          celui de la commune du contribuable au master des
      *          SIP (5-sip.idx, tenu par 4-SIP-MAJ). Un contribuable
      *          sans SIP est rattache ; un contribuable dont la
      *          commune releve desormais d'un autre service est
      *          transfere : son dossier (soldes ouverts au livre,
      *          plan de reglement, saisie en cours, reclamations
      *          pendantes) est remis au nouveau SIP par un bordereau
      *          de transfert (7-transferts-sip.txt), et les listes
      *          de travail par service (relances, saisies,
      *          reclamations, NPAI) le suivent des lors. Chaque
      *          periode de gestion est gardee dans l'historique
      *          7-sip-historique.idx (service, debut, fin, motif) ;
      *          chaque rattachement passe au journal d'audit
      *          central.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-TRANSFERTS-SIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT C-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-IDX.

      *    Master des SIP (4-SIP-MAJ) : service de chaque commune
           SELECT F-SIP ASSIGN TO "5-sip.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIP-Code-Insee
                   FILE STATUS IS WS-STATUT-SIP.

      *    Historique des periodes de gestion (cle numero fiscal +
      *    date de debut)
           SELECT F-HISTORIQUE ASSIGN TO "7-sip-historique.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HSI-Cle
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

      *    Elements du dossier remis au service repreneur
           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

           SELECT F-PLANS ASSIGN TO "7-plans.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PLN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-PLANS.

           SELECT F-SAISIES ASSIGN TO "7-saisies.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SAI-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SAISIES.

           SELECT F-REGISTRE ASSIGN TO "7-reclamations.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RGC-Cle
                   FILE STATUS IS WS-STATUT-REGISTRE.

      *    Journal d'audit central des masters de maintenance : une
      *    ligne par WRITE/REWRITE/DELETE, avec images avant/apres
           SELECT F-AUDIT ASSIGN TO "9-audit-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-AUDIT.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

      *    Bordereaux de transfert
           SELECT FS ASSIGN TO "7-transferts-sip.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl
       FD  C-CONTRIBUABLES.
       01  C-CONTRIBUABLES-ENREG.
           05 C-Numero-Fiscal PIC 9(13).
           05 C-Identite-Suite.
               10 C-Prenom PIC X(15).
               10 C-Nom PIC X(11).
               10 C-Code-Insee PIC 9(5).
           05 C-Parts PIC 9v9.
           05 C-Statut PIC X(1).
           05 C-Sip PIC X(5).

      *    Meme disposition que C-SIP-ENREG dans 4-SIP-MAJ.cbl
       FD  F-SIP.
       01  C-SIP-ENREG.
           05 SIP-Code-Insee PIC 9(5).
           05 SIP-Code-Sip   PIC X(5).
           05 SIP-Libelle    PIC X(30).

      *    Motif : R = rattachement initial, T = transfert ; date de
      *    fin a zero pour la periode en cours
       FD  F-HISTORIQUE.
       01  HSI-ENREG.
           05 HSI-Cle.
               10 HSI-Numero-Fiscal PIC 9(13).
               10 HSI-Date-Debut    PIC 9(8).
           05 HSI-Sip              PIC X(5).
           05 HSI-Date-Fin         PIC 9(8).
           05 HSI-Motif            PIC X(1).
               88 HSI-Rattachement     VALUE "R".
               88 HSI-Transfert        VALUE "T".
           05 HSI-Sip-Precedent    PIC X(5).
           05 HSI-Code-Insee       PIC 9(5).
           05 HSI-Operateur        PIC X(8).

      *    Meme disposition que SOL-ENREG dans 7-PAIEMENTS.cbl (seul
      *    le reste interesse le bordereau)
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
      *    Composantes, relance, sursis, prescription, date du
      *    dernier paiement et rappels du controle fiscal,
      *    sans interet ici
           05 SOL-Suite         PIC X(157).

      *    Meme disposition que PLN-ENREG dans 7-DELAIS-PAIEMENT.cbl
       FD  F-PLANS.
       01  PLN-ENREG.
           05 PLN-Numero-Fiscal PIC 9(13).
           05 PLN-Etat          PIC X(1).
               88 PLN-Etat-Actif    VALUE "A".
               88 PLN-Etat-Defailli VALUE "D".
           05 PLN-Nb-Echeances  PIC 9(2).
           05 PLN-Montant-Echeance PIC 9(6)V99.
           05 PLN-Date-Debut    PIC 9(8).
           05 PLN-Paye-Initial  PIC 9(6)V99.
           05 PLN-Niveau-Suspendu PIC 9(1).
           05 PLN-Date-Etat     PIC 9(8).

      *    Meme disposition que SAI-ENREG dans 7-SAISIES.cbl
       FD  F-SAISIES.
       01  SAI-ENREG.
           05 SAI-Numero-Fiscal PIC 9(13).
           05 SAI-Etat          PIC X(1).
               88 SAI-Etat-En-Cours  VALUE "E" "A".
           05 SAI-Tiers         PIC X(1).
           05 SAI-Montant-Saisi PIC 9(6)V99.
           05 SAI-Minimum-Laisse PIC 9(6)V99.
           05 SAI-Date-Emission PIC 9(8).
           05 SAI-Date-Etat     PIC 9(8).
           05 SAI-Montant-Recouvre PIC 9(6)V99.
           05 SAI-Codebiteur    PIC 9(13).

      *    Meme disposition que RGC-ENREG dans
      *    7-RECLAMATIONS-REGISTRE.cbl
       FD  F-REGISTRE.
       01  RGC-ENREG.
           05 RGC-Cle.
               10 RGC-Numero-Fiscal PIC 9(13).
               10 RGC-Date-Depot    PIC 9(8).
           05 RGC-Etat          PIC X(1).
               88 RGC-Etat-Pendante VALUE "R" "E".
           05 RGC-Taxe          PIC X(2).
           05 RGC-Type          PIC X(1).
           05 RGC-Valeur        PIC 9(6)V99.
           05 RGC-Motif         PIC X(40).
           05 RGC-Sursis-Demande PIC X(1).
           05 RGC-Date-Limite   PIC 9(8).
           05 RGC-Date-Decision PIC 9(8).

      *    Journal d'audit central (une disposition unique pour les
      *    masters ; images cadrees a gauche dans X(80))
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

       FD  FS.
       01  FS-DATA PIC X(80).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-BT-TITRE PIC X(40)
              VALUE 'BORDEREAU DE TRANSFERT DE DOSSIER'.

           05 ARTICLE-BT-LIGNE PIC X(40) VALUE ALL '-'.

           05 ARTICLE-BT-NUMERO.
               10 FILLER PIC X(20) VALUE 'Numero fiscal'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Numero-Fiscal PIC 9(13).

           05 ARTICLE-BT-IDENTITE.
               10 FILLER PIC X(20) VALUE 'Nom, Prenom'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Nom-Prenom PIC X(30).

           05 ARTICLE-BT-COMMUNE.
               10 FILLER PIC X(20) VALUE 'Nouvelle commune'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Code-Insee PIC 9(5).

           05 ARTICLE-BT-CEDANT.
               10 FILLER PIC X(20) VALUE 'SIP cedant'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Sip-Cedant PIC X(5).

           05 ARTICLE-BT-REPRENEUR.
               10 FILLER PIC X(20) VALUE 'SIP repreneur'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Sip-Repreneur PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 BT-Libelle-Repreneur PIC X(30).

           05 ARTICLE-BT-DATE.
               10 FILLER PIC X(20) VALUE 'Date du transfert'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Date PIC 9(8).

           05 ARTICLE-BT-SOLDE.
               10 FILLER PIC X(20) VALUE 'Solde ouvert'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Annee PIC 9(4).
               10 FILLER PIC X VALUE SPACE.
               10 BT-Restant PIC Z(9)9.99.

           05 ARTICLE-BT-TOTAL.
               10 FILLER PIC X(20) VALUE 'Total des soldes'.
               10 FILLER PIC X VALUE ':'.
               10 FILLER PIC X(5) VALUE SPACE.
               10 BT-Total PIC Z(9)9.99.

           05 ARTICLE-BT-PLAN.
               10 FILLER PIC X(20) VALUE 'Plan de reglement'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Plan-Etat PIC X(1).
               10 FILLER PIC X(2) VALUE SPACE.
               10 BT-Plan-Nb PIC Z9.
               10 FILLER PIC X(3) VALUE ' x '.
               10 BT-Plan-Echeance PIC Z(5)9.99.
               10 FILLER PIC X(4) VALUE ' du '.
               10 BT-Plan-Debut PIC 9(8).

           05 ARTICLE-BT-SAISIE.
               10 FILLER PIC X(20) VALUE 'Saisie en cours'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Saisie-Etat PIC X(1).
               10 FILLER PIC X VALUE SPACE.
               10 BT-Saisie-Tiers PIC X(1).
               10 FILLER PIC X VALUE SPACE.
               10 BT-Saisie-Montant PIC Z(5)9.99.
               10 FILLER PIC X(4) VALUE ' du '.
               10 BT-Saisie-Emission PIC 9(8).

           05 ARTICLE-BT-RECLAMATION.
               10 FILLER PIC X(20) VALUE 'Reclamation pendante'.
               10 FILLER PIC X VALUE ':'.
               10 BT-Reclamation-Depot PIC 9(8).
               10 FILLER PIC X(9) VALUE ' limite '.
               10 BT-Reclamation-Limite PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 BT-Reclamation-Etat PIC X(1).

           05 ARTICLE-BT-VIDE PIC X(40) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-CONTRIBUABLES        PIC  X(01) VALUE  SPACE.
               88  FF-CTB                          VALUE  HIGH-VALUE.
           05  FIN-ANNEES               PIC  X(01) VALUE  SPACE.
               88  FF-ANNEES                       VALUE  HIGH-VALUE.
           05  FIN-REGISTRE             PIC  X(01) VALUE  SPACE.
               88  FF-RGC                          VALUE  HIGH-VALUE.
           05  FIN-HISTORIQUE           PIC  X(01) VALUE  SPACE.
               88  FF-HSI                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-SIP            PIC X(02) VALUE SPACE.
               88  STATUT-SIP-ABSENT              VALUE "35".
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  WS-STATUT-PLANS          PIC X(02) VALUE SPACE.
               88  STATUT-PLANS-ABSENT            VALUE "35".
           05  WS-STATUT-SAISIES        PIC X(02) VALUE SPACE.
               88  STATUT-SAISIES-ABSENT          VALUE "35".
           05  WS-STATUT-REGISTRE       PIC X(02) VALUE SPACE.
               88  STATUT-REGISTRE-ABSENT         VALUE "35".

       1   TRANSFERT-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  SIP-PRECEDENT            PIC X(5) VALUE SPACE.
           05  MOTIF-PERIODE            PIC X(1) VALUE SPACE.
           05  TOTAL-DOSSIER            PIC 9(8)V99 VALUE 0.
           05  CPT-RATTACHEMENTS        PIC 9(6) VALUE 0.
           05  CPT-TRANSFERTS           PIC 9(6) VALUE 0.
           05  CPT-SANS-SIP             PIC 9(6) VALUE 0.
           05  CPT-SOLDES-TRANSFERES    PIC 9(6) VALUE 0.
           05  CPT-PLANS-TRANSFERES     PIC 9(6) VALUE 0.
           05  CPT-SAISIES-TRANSFEREES  PIC 9(6) VALUE 0.
           05  CPT-RECLAMATIONS-TRANSFEREES PIC 9(6) VALUE 0.
           05  TOTAL-TRANSFERE          PIC 9(10)V99 VALUE 0.

       1   AUDIT-WORKING-MANAGER.
           05  WS-STATUT-AUDIT          PIC X(02) VALUE SPACE.
               88  STATUT-AUDIT-ABSENT           VALUE "35".
           05  WS-STATUT-OPERATEUR      PIC X(02) VALUE SPACE.
               88  STATUT-OPERATEUR-ABSENT       VALUE "35".
           05  OPERATEUR-COURANT        PIC X(8) VALUE "INCONNU".
           05  DATE-AUDIT               PIC 9(8) VALUE 0.
           05  IMAGE-AVANT              PIC X(80) VALUE SPACE.
           05  IMAGE-APRES              PIC X(80) VALUE SPACE.
           05  ACTION-AUDIT             PIC X(1) VALUE SPACE.
           05  FICHIER-AUDIT            PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN I-O C-CONTRIBUABLES
           IF STATUT-IDX-ABSENT THEN
               DISPLAY "7-TRANSFERTS-SIP : 5-contribuables.idx"
                       " introuvable, lancer d'abord"
                       " 4-CONTRIBUABLES-MAJ"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-SIP
           IF STATUT-SIP-ABSENT THEN
               DISPLAY "7-TRANSFERTS-SIP : 5-sip.idx introuvable,"
                       " lancer d'abord 4-SIP-MAJ"
               CLOSE C-CONTRIBUABLES
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-JOURNAL-AUDIT
           PERFORM OUVRIR-HISTORIQUE

           OPEN INPUT F-SOLDES
           OPEN INPUT F-PLANS
           OPEN INPUT F-SAISIES
           OPEN INPUT F-REGISTRE

           OPEN OUTPUT FS
           PERFORM PARCOURIR-CONTRIBUABLES
           CLOSE FS

           CLOSE C-CONTRIBUABLES F-SIP F-HISTORIQUE F-AUDIT
           IF NOT STATUT-SOLDES-ABSENT THEN
               CLOSE F-SOLDES
           END-IF
           IF NOT STATUT-PLANS-ABSENT THEN
               CLOSE F-PLANS
           END-IF
           IF NOT STATUT-SAISIES-ABSENT THEN
               CLOSE F-SAISIES
           END-IF
           IF NOT STATUT-REGISTRE-ABSENT THEN
               CLOSE F-REGISTRE
           END-IF

           DISPLAY "7-TRANSFERTS-SIP : " CPT-RATTACHEMENTS
                   " rattachement(s), " CPT-TRANSFERTS
                   " transfert(s) (" CPT-SOLDES-TRANSFERES
                   " solde(s) pour " TOTAL-TRANSFERE ", "
                   CPT-PLANS-TRANSFERES " plan(s), "
                   CPT-SAISIES-TRANSFEREES " saisie(s), "
                   CPT-RECLAMATIONS-TRANSFEREES
                   " reclamation(s)), " CPT-SANS-SIP
                   " contribuable(s) d'une commune sans SIP"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DE L'HISTORIQUE : CREE L'INDEX S'IL N'EXISTE
      *        PAS ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-HISTORIQUE.

           OPEN INPUT F-HISTORIQUE
           IF STATUT-HISTORIQUE-ABSENT THEN
               CLOSE F-HISTORIQUE
               OPEN OUTPUT F-HISTORIQUE
               CLOSE F-HISTORIQUE
           ELSE
               CLOSE F-HISTORIQUE
           END-IF

           OPEN I-O F-HISTORIQUE
           .

      ******************************************************************
      *        SIP ATTENDU D'APRES LA COMMUNE, RATTACHEMENT OU
      *        TRANSFERT

       PARCOURIR-CONTRIBUABLES.

           MOVE 0 TO C-Numero-Fiscal
           START C-CONTRIBUABLES KEY NOT < C-Numero-Fiscal
               INVALID KEY
                   SET FF-CTB TO TRUE
           END-START

           PERFORM UNTIL FF-CTB
               READ C-CONTRIBUABLES NEXT RECORD
                   AT END
                       SET FF-CTB TO TRUE
                   NOT AT END
                       PERFORM EXAMINER-UN-CONTRIBUABLE
               END-READ
           END-PERFORM
           .

       EXAMINER-UN-CONTRIBUABLE.

           MOVE C-Code-Insee TO SIP-Code-Insee
           READ F-SIP
               INVALID KEY
                   ADD 1 TO CPT-SANS-SIP
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF SIP-Code-Sip = C-Sip THEN
               EXIT PARAGRAPH
           END-IF

           MOVE C-Sip TO SIP-PRECEDENT
           IF C-Sip = SPACE THEN
               MOVE "R" TO MOTIF-PERIODE
               ADD 1 TO CPT-RATTACHEMENTS
           ELSE
               MOVE "T" TO MOTIF-PERIODE
               PERFORM ECRIRE-BORDEREAU
               PERFORM CLORE-PERIODE
               ADD 1 TO CPT-TRANSFERTS
           END-IF

           MOVE C-CONTRIBUABLES-ENREG TO IMAGE-AVANT
           MOVE SIP-Code-Sip TO C-Sip
           REWRITE C-CONTRIBUABLES-ENREG
           MOVE C-CONTRIBUABLES-ENREG TO IMAGE-APRES
           MOVE "R" TO ACTION-AUDIT
           MOVE "C" TO FICHIER-AUDIT
           PERFORM ECRIRE-JOURNAL-AUDIT

           PERFORM OUVRIR-PERIODE
           .

      *    La periode en cours (date de fin a zero) du service cedant
      *    est close a la date du transfert
       CLORE-PERIODE.

           MOVE SPACE TO FIN-HISTORIQUE
           MOVE C-Numero-Fiscal TO HSI-Numero-Fiscal
           MOVE 0 TO HSI-Date-Debut
           START F-HISTORIQUE KEY NOT < HSI-Cle
               INVALID KEY
                   SET FF-HSI TO TRUE
           END-START

           PERFORM UNTIL FF-HSI
               READ F-HISTORIQUE NEXT RECORD
                   AT END
                       SET FF-HSI TO TRUE
                   NOT AT END
                       IF HSI-Numero-Fiscal NOT = C-Numero-Fiscal THEN
                           SET FF-HSI TO TRUE
                       ELSE
                           IF HSI-Date-Fin = 0 THEN
                               MOVE DATE-DU-JOUR TO HSI-Date-Fin
                               REWRITE HSI-ENREG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       OUVRIR-PERIODE.

           MOVE C-Numero-Fiscal TO HSI-Numero-Fiscal
           MOVE DATE-DU-JOUR TO HSI-Date-Debut
           MOVE C-Sip TO HSI-Sip
           MOVE 0 TO HSI-Date-Fin
           MOVE MOTIF-PERIODE TO HSI-Motif
           MOVE SIP-PRECEDENT TO HSI-Sip-Precedent
           MOVE C-Code-Insee TO HSI-Code-Insee
           MOVE OPERATEUR-COURANT TO HSI-Operateur

           WRITE HSI-ENREG
               INVALID KEY
                   REWRITE HSI-ENREG
           END-WRITE
           .

      ******************************************************************
      *        BORDEREAU DE TRANSFERT (MISE EN PAGE SUR LE MODELE DE
      *        7-RELANCES)

       ECRIRE-BORDEREAU.

           MOVE ARTICLE-BT-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-BT-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE C-Numero-Fiscal TO BT-Numero-Fiscal
           MOVE ARTICLE-BT-NUMERO TO FS-DATA
           WRITE FS-DATA

           INITIALIZE BT-Nom-Prenom
           STRING FUNCTION TRIM(C-Nom) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  C-Prenom DELIMITED BY SPACE
           INTO BT-Nom-Prenom
           MOVE ARTICLE-BT-IDENTITE TO FS-DATA
           WRITE FS-DATA

           MOVE C-Code-Insee TO BT-Code-Insee
           MOVE ARTICLE-BT-COMMUNE TO FS-DATA
           WRITE FS-DATA

           MOVE C-Sip TO BT-Sip-Cedant
           MOVE ARTICLE-BT-CEDANT TO FS-DATA
           WRITE FS-DATA

           MOVE SIP-Code-Sip TO BT-Sip-Repreneur
           MOVE SIP-Libelle TO BT-Libelle-Repreneur
           MOVE ARTICLE-BT-REPRENEUR TO FS-DATA
           WRITE FS-DATA

           MOVE DATE-DU-JOUR TO BT-Date
           MOVE ARTICLE-BT-DATE TO FS-DATA
           WRITE FS-DATA

           PERFORM LISTER-SOLDES-OUVERTS
           PERFORM LISTER-PLAN
           PERFORM LISTER-SAISIE
           PERFORM LISTER-RECLAMATIONS

           MOVE ARTICLE-BT-VIDE TO FS-DATA
           WRITE FS-DATA
           .

       LISTER-SOLDES-OUVERTS.

           MOVE 0 TO TOTAL-DOSSIER

           IF STATUT-SOLDES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-ANNEES
           MOVE C-Numero-Fiscal TO SOL-Numero-Fiscal
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
                               NOT = C-Numero-Fiscal THEN
                           SET FF-ANNEES TO TRUE
                       ELSE
                           IF SOL-Restant > 0 THEN
                               MOVE SOL-Annee TO BT-Annee
                               MOVE SOL-Restant TO BT-Restant
                               MOVE ARTICLE-BT-SOLDE TO FS-DATA
                               WRITE FS-DATA
                               ADD SOL-Restant TO TOTAL-DOSSIER
                               ADD 1 TO CPT-SOLDES-TRANSFERES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE TOTAL-DOSSIER TO BT-Total
           MOVE ARTICLE-BT-TOTAL TO FS-DATA
           WRITE FS-DATA
           ADD TOTAL-DOSSIER TO TOTAL-TRANSFERE
           .

      *    Seul un plan vivant (actif ou defailli) suit le dossier
       LISTER-PLAN.

           IF STATUT-PLANS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE C-Numero-Fiscal TO PLN-Numero-Fiscal
           READ F-PLANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PLN-Etat-Actif OR PLN-Etat-Defailli THEN
                       MOVE PLN-Etat TO BT-Plan-Etat
                       MOVE PLN-Nb-Echeances TO BT-Plan-Nb
                       MOVE PLN-Montant-Echeance TO BT-Plan-Echeance
                       MOVE PLN-Date-Debut TO BT-Plan-Debut
                       MOVE ARTICLE-BT-PLAN TO FS-DATA
                       WRITE FS-DATA
                       ADD 1 TO CPT-PLANS-TRANSFERES
                   END-IF
           END-READ
           .

      *    Saisie emise ou accusee, pas encore recouvree ni levee
       LISTER-SAISIE.

           IF STATUT-SAISIES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE C-Numero-Fiscal TO SAI-Numero-Fiscal
           READ F-SAISIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SAI-Etat-En-Cours THEN
                       MOVE SAI-Etat TO BT-Saisie-Etat
                       MOVE SAI-Tiers TO BT-Saisie-Tiers
                       MOVE SAI-Montant-Saisi TO BT-Saisie-Montant
                       MOVE SAI-Date-Emission TO BT-Saisie-Emission
                       MOVE ARTICLE-BT-SAISIE TO FS-DATA
                       WRITE FS-DATA
                       ADD 1 TO CPT-SAISIES-TRANSFEREES
                   END-IF
           END-READ
           .

       LISTER-RECLAMATIONS.

           IF STATUT-REGISTRE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-REGISTRE
           MOVE C-Numero-Fiscal TO RGC-Numero-Fiscal
           MOVE 0 TO RGC-Date-Depot
           START F-REGISTRE KEY NOT < RGC-Cle
               INVALID KEY
                   SET FF-RGC TO TRUE
           END-START

           PERFORM UNTIL FF-RGC
               READ F-REGISTRE NEXT RECORD
                   AT END
                       SET FF-RGC TO TRUE
                   NOT AT END
                       IF RGC-Numero-Fiscal
                               NOT = C-Numero-Fiscal THEN
                           SET FF-RGC TO TRUE
                       ELSE
                           IF RGC-Etat-Pendante THEN
                               MOVE RGC-Date-Depot
                                   TO BT-Reclamation-Depot
                               MOVE RGC-Date-Limite
                                   TO BT-Reclamation-Limite
                               MOVE RGC-Etat TO BT-Reclamation-Etat
                               MOVE ARTICLE-BT-RECLAMATION TO FS-DATA
                               WRITE FS-DATA
                               ADD 1 TO CPT-RECLAMATIONS-TRANSFEREES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      ******************************************************************
      *        JOURNAL D'AUDIT CENTRAL (IMAGES AVANT/APRES)

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

      *    IMAGE-AVANT, IMAGE-APRES, ACTION-AUDIT (W/R/D) et
      *    FICHIER-AUDIT (C/O) sont garnis par l'appelant
       ECRIRE-JOURNAL-AUDIT.

           MOVE "7-TRANSFERTS-SIP" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE FICHIER-AUDIT TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       FIN-PGM.
           STOP RUN.
