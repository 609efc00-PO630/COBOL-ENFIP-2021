      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: rapprochement bancaire journalier du compte du
      *          Tresor. Le releve de la banque (7-releve-bancaire
      *          .dat, enveloppe H/D/T : solde d'ouverture,
      *          mouvements, solde de cloture) est rapproche ligne a
      *          ligne et en total des ecritures passees par nos
      *          programmes a la date du releve :
      *          - credits : paiements du flux 7-paiements.dat
      *            (imputes par 7-PAIEMENTS ou mis au compte
      *            d'attente, reglements de 7-REGLEMENTS-PRELEVEMENT
      *            et retenues reversees par 7-TAUX-PAS), hors
      *            encaissements du guichet qui n'atteignent la
      *            banque que par les remises de 7-CAISSE-CLOTURE
      *            (7-caisse-remises.dat : bordereau de cheques,
      *            especes deposees), hors paiements par carte qui
      *            n'atteignent la banque que par les remises nettes
      *            de l'acquereur (7-carte-versements.dat, tenu par
      *            7-PAIEMENTS-CARTE), et virements de remboursement
      *            revenus de la banque (7-virements-retours.dat,
      *            traites par 7-RETOURS-VIREMENTS) ;
      *          - debits : retours de prelevement contrepasses par
      *            7-REJETS-PRELEVEMENT (7-prelevements-retours.dat),
      *            virements emis par 7-REMBOURSEMENTS
      *            (7-virements.dat) et lettres-cheques encaissees
      *            (7-cheques-encaisses.dat, suivies par
      *            7-LETTRES-CHEQUES ; reference = numero du cheque)
      *            et impayes carte preleves par l'acquereur
      *            (7-carte-versements.dat, sens D).
      *          Un mouvement est apparie a une ecriture de meme sens
      *          et de meme montant, et de meme numero fiscal ou de
      *          meme reference quand la banque les porte. L'etat
      *          7-rapprochement-bancaire.txt liste les mouvements
      *          sans ecriture, les ecritures sans mouvement et les
      *          ecarts de totaux ; le rapprochement est inscrit au
      *          master 7-rapprochements.idx (cle date du releve) en
      *          attente du visa du comptable, rendu par
      *          7-rapprochements-visa.dat (meme mecanique de
      *          decision que 7-NON-VALEURS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-RAPPROCHEMENT-BANCAIRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Releve journalier du compte du Tresor
           SELECT F-RELEVE ASSIGN TO "7-releve-bancaire.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-RELEVE.

           SELECT F-PAIEMENTS ASSIGN TO "7-paiements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PAIEMENTS.

      *    Remises en banque des caisses du guichet
           SELECT F-REMISES ASSIGN TO "7-caisse-remises.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REMISES.

      *    Remises nettes et impayes de l'acquereur carte
           SELECT F-VERSEMENTS-CARTE
                   ASSIGN TO "7-carte-versements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VERSEMENTS-CARTE.

      *    Retours de prelevement de la journee (transactions R)
           SELECT F-RETOURS ASSIGN TO "7-prelevements-retours.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-RETOURS.

      *    Virements de remboursement emis par 7-REMBOURSEMENTS
           SELECT F-VIREMENTS ASSIGN TO "7-virements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VIREMENTS.

      *    Virements de remboursement revenus de la banque
           SELECT F-VIR-RETOURS ASSIGN TO "7-virements-retours.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VIR-RETOURS.

      *    Lettres-cheques de remboursement debitees par la banque
           SELECT F-CHQ-ENCAISSES ASSIGN TO "7-cheques-encaisses.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-CHQ-ENCAISSES.

      *    Rapprochements etablis, un poste par date de releve
           SELECT F-RAPPROCHEMENTS ASSIGN TO "7-rapprochements.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAP-Date
                   FILE STATUS IS WS-STATUT-RAPPROCHEMENTS.

      *    Visas du comptable sur les rapprochements etablis
           SELECT F-VISAS ASSIGN TO "7-rapprochements-visa.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VISAS.

           SELECT FS ASSIGN TO "7-rapprochement-bancaire.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Enveloppe : "H" en-tete (solde d'ouverture), "D" un
      *    mouvement, "T" fin (nombre de mouvements, solde de
      *    cloture) ; le sens C/D suit la convention de la banque
      *    (C = credit du compte, D = debit)
       FD  F-RELEVE.
       01  RLV-DETAIL.
           05 RLV-Type          PIC X(1).
           05 RLV-Date-Valeur   PIC 9(8).
           05 RLV-Sens          PIC X(1).
               88 RLV-Credit        VALUE "C".
               88 RLV-Debit         VALUE "D".
           05 RLV-Montant       PIC 9(6)V99.
           05 RLV-Numero-Fiscal PIC 9(13).
           05 RLV-Reference     PIC X(21).
           05 RLV-Libelle       PIC X(30).
       01  RLV-ENTETE REDEFINES RLV-DETAIL.
           05 RLH-Type          PIC X(1).
           05 RLH-Date          PIC 9(8).
           05 RLH-Compte        PIC X(23).
           05 RLH-Sens-Ouverture PIC X(1).
           05 RLH-Solde-Ouverture PIC 9(12)V99.
           05 FILLER            PIC X(35).
       01  RLV-FIN REDEFINES RLV-DETAIL.
           05 RLT-Type          PIC X(1).
           05 RLT-Nb-Mouvements PIC 9(8).
           05 RLT-Sens-Cloture  PIC X(1).
           05 RLT-Solde-Cloture PIC 9(12)V99.
           05 FILLER            PIC X(58).

      *    Meme disposition que PAI-ENREG dans 7-PAIEMENTS.cbl
       FD  F-PAIEMENTS.
       01  PAI-ENREG.
           05 PAI-Numero-Fiscal PIC 9(13).
           05 PAI-Montant       PIC 9(6)V99.
           05 PAI-Date          PIC 9(8).
           05 PAI-Reference     PIC X(21).
           05 PAI-Canal         PIC X(1).
               88 PAI-Canal-Banque       VALUE "B" " ".
               88 PAI-Canal-Prelevement  VALUE "P".
               88 PAI-Canal-Retenue      VALUE "S".
               88 PAI-Canal-Guichet      VALUE "G".
               88 PAI-Canal-Carte        VALUE "C".

      *    Meme disposition que REM-ENREG dans 7-CAISSE-CLOTURE.cbl,
      *    qui alimente ce fichier
       FD  F-REMISES.
       01  REM-ENREG.
           05 REM-Date          PIC 9(8).
           05 REM-Operateur     PIC X(8).
           05 REM-Mode          PIC X(1).
           05 REM-Numero-Bordereau PIC 9(8).
           05 REM-Nombre        PIC 9(6).
           05 REM-Montant       PIC 9(10)V99.

      *    Meme disposition que VCA-ENREG dans 7-PAIEMENTS-CARTE.cbl,
      *    qui alimente ce fichier
       FD  F-VERSEMENTS-CARTE.
       01  VCA-ENREG.
           05 VCA-Date          PIC 9(8).
           05 VCA-Numero-Remise PIC 9(8).
           05 VCA-Sens          PIC X(1).
           05 VCA-Nombre        PIC 9(6).
           05 VCA-Montant       PIC 9(10)V99.

      *    Meme disposition que RET-ENREG dans
      *    7-REJETS-PRELEVEMENT.cbl
       FD  F-RETOURS.
       01  RET-ENREG.
           05 RET-Numero-Fiscal PIC 9(13).
           05 RET-Date-Collecte PIC 9(8).
           05 RET-Montant       PIC 9(6)V99.
           05 RET-Code-Motif    PIC X(4).

      *    Meme disposition que VIR-ENREG dans 7-REMBOURSEMENTS.cbl,
      *    qui alimente ce fichier
       FD  F-VIREMENTS.
       01  VIR-ENREG.
           05 VIR-Date-Execution PIC 9(8).
           05 VIR-Numero-Fiscal PIC 9(13).
           05 VIR-IBAN          PIC X(34).
           05 VIR-BIC           PIC X(11).
           05 VIR-Montant       PIC 9(6)V99.
           05 VIR-Nom           PIC X(11).
           05 VIR-Prenom        PIC X(15).

      *    Meme disposition que RVR-ENREG dans
      *    7-RETOURS-VIREMENTS.cbl
       FD  F-VIR-RETOURS.
       01  RVR-ENREG.
           05 RVR-Numero-Fiscal PIC 9(13).
           05 RVR-Date-Execution PIC 9(8).
           05 RVR-Montant       PIC 9(6)V99.
           05 RVR-Date-Retour   PIC 9(8).
           05 RVR-Code-Motif    PIC X(4).
           05 RVR-Libelle       PIC X(30).

      *    Meme disposition que CEN-ENREG dans 7-LETTRES-CHEQUES.cbl
       FD  F-CHQ-ENCAISSES.
       01  CEN-ENREG.
           05 CEN-Numero-Cheque PIC 9(8).
           05 CEN-Montant       PIC 9(6)V99.
           05 CEN-Date          PIC 9(8).

       FD  F-RAPPROCHEMENTS.
       01  RAP-ENREG.
           05 RAP-Date          PIC 9(8).
           05 RAP-Totaux-Banque.
               10 RAP-Credits-Banque    PIC 9(12)V99.
               10 RAP-Debits-Banque     PIC 9(12)V99.
           05 RAP-Totaux-Ecritures.
               10 RAP-Credits-Ecritures PIC 9(12)V99.
               10 RAP-Debits-Ecritures  PIC 9(12)V99.
           05 RAP-Nb-Banque-Seuls   PIC 9(6).
           05 RAP-Nb-Ecritures-Seules PIC 9(6).
      *    C = concordant, E = ecarts a justifier
           05 RAP-Resultat      PIC X(1).
               88 RAP-Concordant    VALUE "C".
               88 RAP-Ecarts        VALUE "E".
           05 RAP-Date-Etablissement PIC 9(8).
      *    Visa du comptable : a blanc tant que le rapprochement
      *    n'est pas vise
           05 RAP-Visa          PIC X(10).
           05 RAP-Date-Visa     PIC 9(8).

       FD  F-VISAS.
       01  VIS-ENREG.
           05 VIS-Date-Releve   PIC 9(8).
           05 VIS-Visa          PIC X(10).

       FD  FS.
       01  FS-DATA PIC X(110).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-RAP-TITRE PIC X(50)
              VALUE 'RAPPROCHEMENT BANCAIRE JOURNALIER'.

           05 ARTICLE-RAP-LIGNE PIC X(100) VALUE ALL '-'.

           05 ARTICLE-RAP-RELEVE.
               10 FILLER PIC X(20) VALUE 'Releve du'.
               10 FILLER PIC X VALUE ':'.
               10 RP-Date-Releve PIC 9(8).
               10 FILLER PIC X(4) VALUE SPACE.
               10 FILLER PIC X(8) VALUE 'Compte :'.
               10 RP-Compte PIC X(23).

           05 ARTICLE-RAP-SECTION PIC X(60).

           05 ARTICLE-RAP-ENTETE.
               10 FILLER PIC X(10) VALUE 'Valeur'.
               10 FILLER PIC X(6) VALUE 'Sens'.
               10 FILLER PIC X(12) VALUE 'Montant'.
               10 FILLER PIC X(15) VALUE 'Num. fiscal'.
               10 FILLER PIC X(23) VALUE 'Reference'.
               10 FILLER PIC X(30) VALUE 'Libelle / origine'.

           05 ARTICLE-RAP-INDIV.
               10 RP-Date PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Sens PIC X(1).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Montant PIC Z(6)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Reference PIC X(21).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Libelle PIC X(30).

           05 ARTICLE-RAP-AUCUN PIC X(20) VALUE '  neant'.

           05 ARTICLE-RAP-TOTAL.
               10 RP-Libelle-Total PIC X(30).
               10 FILLER PIC X VALUE ':'.
               10 RP-Banque PIC Z(11)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Ecritures PIC Z(11)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Ecart PIC -Z(11)9.99.

           05 ARTICLE-RAP-ENTETE-TOTAL.
               10 FILLER PIC X(31) VALUE SPACE.
               10 FILLER PIC X(17) VALUE '           Banque'.
               10 FILLER PIC X(17) VALUE '        Ecritures'.
               10 FILLER PIC X(17) VALUE '            Ecart'.

           05 ARTICLE-RAP-SOLDE.
               10 RP-Libelle-Solde PIC X(30).
               10 FILLER PIC X VALUE ':'.
               10 RP-Solde PIC -Z(11)9.99.

           05 ARTICLE-RAP-COMPTE.
               10 RP-Libelle-Compte PIC X(30).
               10 FILLER PIC X VALUE ':'.
               10 RP-Nombre PIC Z(7)9.

           05 ARTICLE-RAP-RESULTAT.
               10 FILLER PIC X(20) VALUE 'Resultat'.
               10 FILLER PIC X VALUE ':'.
               10 RP-Resultat PIC X(40).

           05 ARTICLE-RAP-VISA.
               10 FILLER PIC X(30)
                  VALUE 'Visa du comptable, le'.
               10 FILLER PIC X VALUE ':'.
               10 FILLER PIC X(12) VALUE ' ../../....'.
               10 FILLER PIC X(12) VALUE 'Signature :'.

           05 ARTICLE-RAP-ATTENTE-VISA.
               10 FILLER PIC X(30)
                  VALUE 'Releve non vise du'.
               10 FILLER PIC X VALUE ':'.
               10 RP-Date-Attente PIC 9(8).
               10 FILLER PIC X(4) VALUE SPACE.
               10 RP-Resultat-Attente PIC X(40).

           05 ARTICLE-RAP-VIDE PIC X(10) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-RELEVE               PIC  X(01) VALUE  SPACE.
               88  FF-RLV                          VALUE  HIGH-VALUE.
           05  FIN-PAIEMENTS            PIC  X(01) VALUE  SPACE.
               88  FF-PAI                          VALUE  HIGH-VALUE.
           05  FIN-RETOURS              PIC  X(01) VALUE  SPACE.
               88  FF-RET                          VALUE  HIGH-VALUE.
           05  FIN-REMISES              PIC  X(01) VALUE  SPACE.
               88  FF-REM                          VALUE  HIGH-VALUE.
           05  FIN-VERSEMENTS-CARTE     PIC  X(01) VALUE  SPACE.
               88  FF-VCA                          VALUE  HIGH-VALUE.
           05  FIN-VIREMENTS            PIC  X(01) VALUE  SPACE.
               88  FF-VIR                          VALUE  HIGH-VALUE.
           05  FIN-VIR-RETOURS          PIC  X(01) VALUE  SPACE.
               88  FF-RVR                          VALUE  HIGH-VALUE.
           05  FIN-CHQ-ENCAISSES        PIC  X(01) VALUE  SPACE.
               88  FF-CEN                          VALUE  HIGH-VALUE.
           05  FIN-RAPPROCHEMENTS       PIC  X(01) VALUE  SPACE.
               88  FF-RAP                          VALUE  HIGH-VALUE.
           05  FIN-VISAS                PIC  X(01) VALUE  SPACE.
               88  FF-VIS                          VALUE  HIGH-VALUE.

       1   STATUTS-FICHIERS-MANAGER.
           05  WS-STATUT-RELEVE         PIC X(02) VALUE SPACE.
               88  STATUT-RELEVE-ABSENT           VALUE "35".
           05  WS-STATUT-PAIEMENTS      PIC X(02) VALUE SPACE.
               88  STATUT-PAIEMENTS-ABSENT        VALUE "35".
           05  WS-STATUT-RETOURS        PIC X(02) VALUE SPACE.
               88  STATUT-RETOURS-ABSENT          VALUE "35".
           05  WS-STATUT-REMISES        PIC X(02) VALUE SPACE.
               88  STATUT-REMISES-ABSENT          VALUE "35".
           05  WS-STATUT-VERSEMENTS-CARTE PIC X(02) VALUE SPACE.
               88  STATUT-VERSEMENTS-CARTE-ABSENT VALUE "35".
           05  WS-STATUT-VIREMENTS      PIC X(02) VALUE SPACE.
               88  STATUT-VIREMENTS-ABSENT        VALUE "35".
           05  WS-STATUT-VIR-RETOURS    PIC X(02) VALUE SPACE.
               88  STATUT-VIR-RETOURS-ABSENT      VALUE "35".
           05  WS-STATUT-CHQ-ENCAISSES  PIC X(02) VALUE SPACE.
               88  STATUT-CHQ-ENCAISSES-ABSENT    VALUE "35".
           05  WS-STATUT-RAPPROCHEMENTS PIC X(02) VALUE SPACE.
               88  STATUT-RAPPROCHEMENTS-ABSENT   VALUE "35".
           05  WS-STATUT-VISAS          PIC X(02) VALUE SPACE.
               88  STATUT-VISAS-ABSENT            VALUE "35".

      *    Releve de la banque : soldes signes et cumuls
       1   RELEVE-WORKING-MANAGER.
           05  DATE-RELEVE              PIC 9(8) VALUE 0.
           05  COMPTE-RELEVE            PIC X(23) VALUE SPACE.
           05  SOLDE-OUVERTURE          PIC S9(13)V99 VALUE 0.
           05  SOLDE-CLOTURE            PIC S9(13)V99 VALUE 0.
           05  SOLDE-RECALCULE          PIC S9(13)V99 VALUE 0.
           05  ECART-SOLDE              PIC S9(13)V99 VALUE 0.
           05  NB-MOUVEMENTS-ANNONCES   PIC 9(8) VALUE 0.
           05  CPT-MOUVEMENTS           PIC 9(8) VALUE 0.
           05  CREDITS-BANQUE           PIC 9(12)V99 VALUE 0.
           05  DEBITS-BANQUE            PIC 9(12)V99 VALUE 0.
           05  CPT-BANQUE-SEULS         PIC 9(6) VALUE 0.
           05  FIN-RELEVE-LUE           PIC 9(1) VALUE 0.
               88  RELEVE-EST-COMPLET             VALUE 1.
               88  RELEVE-EST-TRONQUE             VALUE 0.

      *    Ecritures de la journee, chargees en memoire et cherchees
      *    sequentiellement (meme idiom que la table des ordres de
      *    7-REJETS-PRELEVEMENT) ; chaque ecriture n'est appariee
      *    qu'a un seul mouvement
       1   ECRITURES-WORKING-MANAGER.
           05  NB-ECRITURES             PIC 9(4) VALUE 0.
           05  IDX-ECRITURE             PIC 9(4) VALUE 0.
           05  IDX-ECRITURE-TROUVEE     PIC 9(4) VALUE 0.
           05  ECRITURES-MAX            PIC 9(4) VALUE 3000.
           05  ECRITURE-TABLE OCCURS 3000 TIMES.
               10  ECT-SENS             PIC X(1).
               10  ECT-ORIGINE          PIC X(30).
               10  ECT-NUMERO-FISCAL    PIC 9(13).
               10  ECT-REFERENCE        PIC X(21).
               10  ECT-MONTANT          PIC 9(6)V99.
               10  ECT-APPARIEE         PIC 9(1).
                   88  ECT-EST-APPARIEE           VALUE 1.
           05  CREDITS-ECRITURES        PIC 9(12)V99 VALUE 0.
           05  DEBITS-ECRITURES         PIC 9(12)V99 VALUE 0.
           05  CPT-ECRITURES-SEULES     PIC 9(6) VALUE 0.
           05  ECART-CREDITS            PIC S9(13)V99 VALUE 0.
           05  ECART-DEBITS             PIC S9(13)V99 VALUE 0.

       1   VISAS-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  CPT-VISES                PIC 9(4) VALUE 0.
           05  CPT-VISAS-REFUSES        PIC 9(4) VALUE 0.
           05  CPT-NON-VISES            PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM OUVRIR-MASTER-RAPPROCHEMENTS
           PERFORM APPLIQUER-VISAS

           OPEN INPUT F-RELEVE
           IF STATUT-RELEVE-ABSENT THEN
               DISPLAY "7-RAPPROCHEMENT-BANCAIRE : 7-releve-bancaire"
                       ".dat introuvable, aucun releve a rapprocher"
               CLOSE F-RAPPROCHEMENTS
               PERFORM FIN-PGM
           END-IF

           PERFORM LIRE-ENTETE-RELEVE

           PERFORM CHARGER-PAIEMENTS
           PERFORM CHARGER-REMISES
           PERFORM CHARGER-VERSEMENTS-CARTE
           PERFORM CHARGER-RETOURS
           PERFORM CHARGER-VIREMENTS
           PERFORM CHARGER-VIREMENTS-REVENUS
           PERFORM CHARGER-CHEQUES-ENCAISSES

           OPEN OUTPUT FS
           MOVE ARTICLE-RAP-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RAP-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE DATE-RELEVE TO RP-Date-Releve
           MOVE COMPTE-RELEVE TO RP-Compte
           MOVE ARTICLE-RAP-RELEVE TO FS-DATA
           WRITE FS-DATA

           MOVE "MOUVEMENTS BANCAIRES SANS ECRITURE"
               TO ARTICLE-RAP-SECTION
           PERFORM ECRIRE-SECTION

           PERFORM UNTIL FF-RLV
               READ F-RELEVE
                   AT END
                       SET FF-RLV TO TRUE
                   NOT AT END
                       PERFORM TRAITER-UN-ENREG-RELEVE
               END-READ
           END-PERFORM
           CLOSE F-RELEVE

           IF CPT-BANQUE-SEULS = 0 THEN
               MOVE ARTICLE-RAP-AUCUN TO FS-DATA
               WRITE FS-DATA
           END-IF

           PERFORM LISTER-ECRITURES-SEULES
           PERFORM ECRIRE-TOTAUX
           PERFORM ENREGISTRER-RAPPROCHEMENT
           PERFORM LISTER-NON-VISES

           CLOSE F-RAPPROCHEMENTS FS

           DISPLAY "7-RAPPROCHEMENT-BANCAIRE : releve du "
                   DATE-RELEVE ", " CPT-MOUVEMENTS " mouvement(s), "
                   CPT-BANQUE-SEULS " sans ecriture, "
                   CPT-ECRITURES-SEULES " ecriture(s) sans mouvement"
                   ", " CPT-VISES " visa(s) enregistre(s), "
                   CPT-NON-VISES " releve(s) non vise(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER-RAPPROCHEMENTS.

           OPEN INPUT F-RAPPROCHEMENTS
           IF STATUT-RAPPROCHEMENTS-ABSENT THEN
               CLOSE F-RAPPROCHEMENTS
               OPEN OUTPUT F-RAPPROCHEMENTS
               CLOSE F-RAPPROCHEMENTS
           ELSE
               CLOSE F-RAPPROCHEMENTS
           END-IF

           OPEN I-O F-RAPPROCHEMENTS
           .

      ******************************************************************
      *        VISAS DU COMPTABLE SUR LES RAPPROCHEMENTS DEJA ETABLIS

       APPLIQUER-VISAS.

           OPEN INPUT F-VISAS
           IF STATUT-VISAS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-VIS
               READ F-VISAS
                   AT END
                       SET FF-VIS TO TRUE
                   NOT AT END
                       PERFORM APPLIQUER-UN-VISA
               END-READ
           END-PERFORM
           CLOSE F-VISAS

           IF CPT-VISAS-REFUSES > 0 THEN
               DISPLAY "7-RAPPROCHEMENT-BANCAIRE : "
                       CPT-VISAS-REFUSES " visa(s) sans rapprochement"
                       " etabli, ignore(s)"
           END-IF
           .

       APPLIQUER-UN-VISA.

           IF VIS-Visa = SPACE THEN
               ADD 1 TO CPT-VISAS-REFUSES
               EXIT PARAGRAPH
           END-IF

           MOVE VIS-Date-Releve TO RAP-Date
           READ F-RAPPROCHEMENTS
               INVALID KEY
                   DISPLAY "7-RAPPROCHEMENT-BANCAIRE : visa pour le "
                           VIS-Date-Releve ", aucun rapprochement"
                           " etabli"
                   ADD 1 TO CPT-VISAS-REFUSES
               NOT INVALID KEY
                   IF RAP-Visa = SPACE THEN
                       MOVE VIS-Visa TO RAP-Visa
                       MOVE DATE-DU-JOUR TO RAP-Date-Visa
                       REWRITE RAP-ENREG
                       ADD 1 TO CPT-VISES
                   END-IF
           END-READ
           .

      ******************************************************************
      *        EN-TETE DU RELEVE : DATE ET SOLDE D'OUVERTURE

       LIRE-ENTETE-RELEVE.

           READ F-RELEVE
               AT END
                   MOVE SPACE TO RLH-Type
           END-READ

           IF RLH-Type NOT = "H" THEN
               DISPLAY "7-RAPPROCHEMENT-BANCAIRE : releve sans"
                       " en-tete H, arret"
               CLOSE F-RELEVE F-RAPPROCHEMENTS
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           MOVE RLH-Date TO DATE-RELEVE
           MOVE RLH-Compte TO COMPTE-RELEVE
           MOVE RLH-Solde-Ouverture TO SOLDE-OUVERTURE
           IF RLH-Sens-Ouverture = "D" THEN
               COMPUTE SOLDE-OUVERTURE = 0 - SOLDE-OUVERTURE
           END-IF
           .

      ******************************************************************
      *        CHARGEMENT DES ECRITURES DE LA JOURNEE DU RELEVE

      *    Credits : tout paiement du flux date du jour du releve,
      *    qu'il ait ete impute ou mis au compte d'attente ; ceux du
      *    guichet et ceux par carte sont rapproches par leurs
      *    remises
       CHARGER-PAIEMENTS.

           OPEN INPUT F-PAIEMENTS
           IF STATUT-PAIEMENTS-ABSENT THEN
               DISPLAY "7-paiements.dat introuvable, aucun credit"
                       " a rapprocher"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-PAI
               READ F-PAIEMENTS
                   AT END
                       SET FF-PAI TO TRUE
                   NOT AT END
                       IF PAI-Date = DATE-RELEVE
                          AND NOT PAI-Canal-Guichet
                          AND NOT PAI-Canal-Carte THEN
                           PERFORM AJOUTER-ECRITURE
                           PERFORM COMPLETER-PAIEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-PAIEMENTS
           .

       COMPLETER-PAIEMENT.

           MOVE "C" TO ECT-SENS(NB-ECRITURES)
           MOVE PAI-Numero-Fiscal TO ECT-NUMERO-FISCAL(NB-ECRITURES)
           MOVE PAI-Reference TO ECT-REFERENCE(NB-ECRITURES)
           MOVE PAI-Montant TO ECT-MONTANT(NB-ECRITURES)
           EVALUATE TRUE
               WHEN PAI-Canal-Prelevement
                   MOVE "reglement prelevement"
                       TO ECT-ORIGINE(NB-ECRITURES)
               WHEN PAI-Canal-Retenue
                   MOVE "retenue a la source"
                       TO ECT-ORIGINE(NB-ECRITURES)
               WHEN OTHER
                   MOVE "paiement" TO ECT-ORIGINE(NB-ECRITURES)
           END-EVALUATE
           ADD PAI-Montant TO CREDITS-ECRITURES
           .

      *    Remises du guichet deposees le jour du releve : une
      *    ecriture par bordereau de cheques et par depot d'especes
       CHARGER-REMISES.

           OPEN INPUT F-REMISES
           IF STATUT-REMISES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-REM
               READ F-REMISES
                   AT END
                       SET FF-REM TO TRUE
                   NOT AT END
                       IF REM-Date = DATE-RELEVE THEN
                           PERFORM AJOUTER-ECRITURE
                           PERFORM COMPLETER-REMISE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-REMISES
           .

       COMPLETER-REMISE.

           MOVE "C" TO ECT-SENS(NB-ECRITURES)
           MOVE 0 TO ECT-NUMERO-FISCAL(NB-ECRITURES)
           MOVE SPACE TO ECT-REFERENCE(NB-ECRITURES)
           MOVE REM-Numero-Bordereau TO ECT-REFERENCE(NB-ECRITURES)
           MOVE REM-Montant TO ECT-MONTANT(NB-ECRITURES)
           IF REM-Mode = "C" THEN
               MOVE "remise cheques guichet"
                   TO ECT-ORIGINE(NB-ECRITURES)
           ELSE
               MOVE "depot especes guichet"
                   TO ECT-ORIGINE(NB-ECRITURES)
           END-IF
           ADD REM-Montant TO CREDITS-ECRITURES
           .

      *    Remises de l'acquereur carte valeur le jour du releve :
      *    credit net des commissions par remise, debit des impayes
      *    preleves sur la remise
       CHARGER-VERSEMENTS-CARTE.

           OPEN INPUT F-VERSEMENTS-CARTE
           IF STATUT-VERSEMENTS-CARTE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-VCA
               READ F-VERSEMENTS-CARTE
                   AT END
                       SET FF-VCA TO TRUE
                   NOT AT END
                       IF VCA-Date = DATE-RELEVE THEN
                           PERFORM AJOUTER-ECRITURE
                           PERFORM COMPLETER-VERSEMENT-CARTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-VERSEMENTS-CARTE
           .

       COMPLETER-VERSEMENT-CARTE.

           MOVE VCA-Sens TO ECT-SENS(NB-ECRITURES)
           MOVE 0 TO ECT-NUMERO-FISCAL(NB-ECRITURES)
           MOVE SPACE TO ECT-REFERENCE(NB-ECRITURES)
           MOVE VCA-Numero-Remise TO ECT-REFERENCE(NB-ECRITURES)
           MOVE VCA-Montant TO ECT-MONTANT(NB-ECRITURES)
           IF VCA-Sens = "D" THEN
               MOVE "impayes carte acquereur"
                   TO ECT-ORIGINE(NB-ECRITURES)
               ADD VCA-Montant TO DEBITS-ECRITURES
           ELSE
               MOVE "remise carte acquereur"
                   TO ECT-ORIGINE(NB-ECRITURES)
               ADD VCA-Montant TO CREDITS-ECRITURES
           END-IF
           .

      *    Debits : le fichier des retours est celui de la journee
      *    (meme lecture que 7-REJETS-PRELEVEMENT)
       CHARGER-RETOURS.

           OPEN INPUT F-RETOURS
           IF STATUT-RETOURS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-RET
               READ F-RETOURS
                   AT END
                       SET FF-RET TO TRUE
                   NOT AT END
                       PERFORM AJOUTER-ECRITURE
                       PERFORM COMPLETER-RETOUR
               END-READ
           END-PERFORM
           CLOSE F-RETOURS
           .

       COMPLETER-RETOUR.

           MOVE "D" TO ECT-SENS(NB-ECRITURES)
           MOVE RET-Numero-Fiscal TO ECT-NUMERO-FISCAL(NB-ECRITURES)
           MOVE SPACE TO ECT-REFERENCE(NB-ECRITURES)
           MOVE RET-Montant TO ECT-MONTANT(NB-ECRITURES)
           MOVE "retour prelevement" TO ECT-ORIGINE(NB-ECRITURES)
           ADD RET-Montant TO DEBITS-ECRITURES
           .

       CHARGER-VIREMENTS.

           OPEN INPUT F-VIREMENTS
           IF STATUT-VIREMENTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-VIR
               READ F-VIREMENTS
                   AT END
                       SET FF-VIR TO TRUE
                   NOT AT END
                       IF VIR-Date-Execution = DATE-RELEVE THEN
                           PERFORM AJOUTER-ECRITURE
                           PERFORM COMPLETER-VIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-VIREMENTS
           .

       COMPLETER-VIREMENT.

           MOVE "D" TO ECT-SENS(NB-ECRITURES)
           MOVE VIR-Numero-Fiscal TO ECT-NUMERO-FISCAL(NB-ECRITURES)
           MOVE SPACE TO ECT-REFERENCE(NB-ECRITURES)
           MOVE VIR-Montant TO ECT-MONTANT(NB-ECRITURES)
           MOVE "virement remboursement" TO ECT-ORIGINE(NB-ECRITURES)
           ADD VIR-Montant TO DEBITS-ECRITURES
           .

      *    Credits : un virement de remboursement revenu recredite
      *    le compte a sa date de retour
       CHARGER-VIREMENTS-REVENUS.

           OPEN INPUT F-VIR-RETOURS
           IF STATUT-VIR-RETOURS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-RVR
               READ F-VIR-RETOURS
                   AT END
                       SET FF-RVR TO TRUE
                   NOT AT END
                       IF RVR-Date-Retour = DATE-RELEVE THEN
                           PERFORM AJOUTER-ECRITURE
                           PERFORM COMPLETER-VIREMENT-REVENU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-VIR-RETOURS
           .

       COMPLETER-VIREMENT-REVENU.

           MOVE "C" TO ECT-SENS(NB-ECRITURES)
           MOVE RVR-Numero-Fiscal TO ECT-NUMERO-FISCAL(NB-ECRITURES)
           MOVE SPACE TO ECT-REFERENCE(NB-ECRITURES)
           MOVE RVR-Montant TO ECT-MONTANT(NB-ECRITURES)
           MOVE "retour virement remboursement"
               TO ECT-ORIGINE(NB-ECRITURES)
           ADD RVR-Montant TO CREDITS-ECRITURES
           .

      *    Debits : lettres-cheques presentees par la banque a la
      *    date du releve, reconnues par leur numero
       CHARGER-CHEQUES-ENCAISSES.

           OPEN INPUT F-CHQ-ENCAISSES
           IF STATUT-CHQ-ENCAISSES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-CEN
               READ F-CHQ-ENCAISSES
                   AT END
                       SET FF-CEN TO TRUE
                   NOT AT END
                       IF CEN-Date = DATE-RELEVE THEN
                           PERFORM AJOUTER-ECRITURE
                           PERFORM COMPLETER-CHEQUE-ENCAISSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-CHQ-ENCAISSES
           .

       COMPLETER-CHEQUE-ENCAISSE.

           MOVE "D" TO ECT-SENS(NB-ECRITURES)
           MOVE 0 TO ECT-NUMERO-FISCAL(NB-ECRITURES)
           MOVE SPACE TO ECT-REFERENCE(NB-ECRITURES)
           MOVE CEN-Numero-Cheque TO ECT-REFERENCE(NB-ECRITURES)
           MOVE CEN-Montant TO ECT-MONTANT(NB-ECRITURES)
           MOVE "lettre-cheque encaissee" TO ECT-ORIGINE(NB-ECRITURES)
           ADD CEN-Montant TO DEBITS-ECRITURES
           .

      *    Reserve un poste dans la table ; a table pleine, le
      *    rapprochement serait faux, le traitement s'arrete net
       AJOUTER-ECRITURE.

           IF NB-ECRITURES < ECRITURES-MAX THEN
               ADD 1 TO NB-ECRITURES
               MOVE 0 TO ECT-APPARIEE(NB-ECRITURES)
           ELSE
               DISPLAY "7-RAPPROCHEMENT-BANCAIRE : table des"
                       " ecritures pleine, rapprochement incomplet"
               CLOSE F-RELEVE F-RAPPROCHEMENTS
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF
           .

      ******************************************************************
      *        UN ENREGISTREMENT DU RELEVE : MOUVEMENT A APPARIER OU
      *        FIN DU RELEVE

       TRAITER-UN-ENREG-RELEVE.

           EVALUATE RLV-Type
               WHEN "D"
                   PERFORM APPARIER-UN-MOUVEMENT
               WHEN "T"
                   SET RELEVE-EST-COMPLET TO TRUE
                   MOVE RLT-Nb-Mouvements TO NB-MOUVEMENTS-ANNONCES
                   MOVE RLT-Solde-Cloture TO SOLDE-CLOTURE
                   IF RLT-Sens-Cloture = "D" THEN
                       COMPUTE SOLDE-CLOTURE = 0 - SOLDE-CLOTURE
                   END-IF
               WHEN OTHER
                   DISPLAY "7-RAPPROCHEMENT-BANCAIRE : enregistrement"
                           " de type " RLV-Type " ignore"
           END-EVALUATE
           .

       APPARIER-UN-MOUVEMENT.

           ADD 1 TO CPT-MOUVEMENTS
           IF RLV-Debit THEN
               ADD RLV-Montant TO DEBITS-BANQUE
           ELSE
               ADD RLV-Montant TO CREDITS-BANQUE
           END-IF

           PERFORM RECHERCHER-ECRITURE

           IF IDX-ECRITURE-TROUVEE > 0 THEN
               MOVE 1 TO ECT-APPARIEE(IDX-ECRITURE-TROUVEE)
           ELSE
               ADD 1 TO CPT-BANQUE-SEULS
               MOVE RLV-Date-Valeur TO RP-Date
               MOVE RLV-Sens TO RP-Sens
               MOVE RLV-Montant TO RP-Montant
               MOVE RLV-Numero-Fiscal TO RP-Numero-Fiscal
               MOVE RLV-Reference TO RP-Reference
               MOVE RLV-Libelle TO RP-Libelle
               MOVE ARTICLE-RAP-INDIV TO FS-DATA
               WRITE FS-DATA
           END-IF
           .

      *    Meme sens et meme montant ; le numero fiscal puis la
      *    reference departagent quand la banque les restitue
       RECHERCHER-ECRITURE.

           MOVE 0 TO IDX-ECRITURE-TROUVEE

           MOVE 1 TO IDX-ECRITURE
           PERFORM UNTIL IDX-ECRITURE > NB-ECRITURES

               IF NOT ECT-EST-APPARIEE(IDX-ECRITURE)
                  AND ECT-SENS(IDX-ECRITURE) = RLV-Sens
                  AND ECT-MONTANT(IDX-ECRITURE) = RLV-Montant
                  AND (RLV-Numero-Fiscal = 0
                       OR ECT-NUMERO-FISCAL(IDX-ECRITURE)
                           = RLV-Numero-Fiscal)
                  AND (RLV-Reference = SPACE
                       OR ECT-REFERENCE(IDX-ECRITURE)
                           = RLV-Reference) THEN
                   MOVE IDX-ECRITURE TO IDX-ECRITURE-TROUVEE
                   MOVE NB-ECRITURES TO IDX-ECRITURE
               END-IF

               ADD 1 TO IDX-ECRITURE
           END-PERFORM
           .

      ******************************************************************
      *        ECRITURES RESTEES SANS MOUVEMENT BANCAIRE

       LISTER-ECRITURES-SEULES.

           MOVE "ECRITURES SANS MOUVEMENT BANCAIRE"
               TO ARTICLE-RAP-SECTION
           PERFORM ECRIRE-SECTION

           MOVE 1 TO IDX-ECRITURE
           PERFORM UNTIL IDX-ECRITURE > NB-ECRITURES

               IF NOT ECT-EST-APPARIEE(IDX-ECRITURE) THEN
                   ADD 1 TO CPT-ECRITURES-SEULES
                   MOVE DATE-RELEVE TO RP-Date
                   MOVE ECT-SENS(IDX-ECRITURE) TO RP-Sens
                   MOVE ECT-MONTANT(IDX-ECRITURE) TO RP-Montant
                   MOVE ECT-NUMERO-FISCAL(IDX-ECRITURE)
                       TO RP-Numero-Fiscal
                   MOVE ECT-REFERENCE(IDX-ECRITURE) TO RP-Reference
                   MOVE ECT-ORIGINE(IDX-ECRITURE) TO RP-Libelle
                   MOVE ARTICLE-RAP-INDIV TO FS-DATA
                   WRITE FS-DATA
               END-IF

               ADD 1 TO IDX-ECRITURE
           END-PERFORM

           IF CPT-ECRITURES-SEULES = 0 THEN
               MOVE ARTICLE-RAP-AUCUN TO FS-DATA
               WRITE FS-DATA
           END-IF
           .

       ECRIRE-SECTION.

           MOVE ARTICLE-RAP-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RAP-SECTION TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RAP-ENTETE TO FS-DATA
           WRITE FS-DATA
           .

      ******************************************************************
      *        TOTAUX DE LA JOURNEE, CONTROLE DU RELEVE ET VISA

       ECRIRE-TOTAUX.

           MOVE ARTICLE-RAP-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE "TOTAUX DE LA JOURNEE" TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RAP-ENTETE-TOTAL TO FS-DATA
           WRITE FS-DATA

           COMPUTE ECART-CREDITS = CREDITS-BANQUE - CREDITS-ECRITURES
           MOVE "Credits" TO RP-Libelle-Total
           MOVE CREDITS-BANQUE TO RP-Banque
           MOVE CREDITS-ECRITURES TO RP-Ecritures
           MOVE ECART-CREDITS TO RP-Ecart
           MOVE ARTICLE-RAP-TOTAL TO FS-DATA
           WRITE FS-DATA

           COMPUTE ECART-DEBITS = DEBITS-BANQUE - DEBITS-ECRITURES
           MOVE "Debits" TO RP-Libelle-Total
           MOVE DEBITS-BANQUE TO RP-Banque
           MOVE DEBITS-ECRITURES TO RP-Ecritures
           MOVE ECART-DEBITS TO RP-Ecart
           MOVE ARTICLE-RAP-TOTAL TO FS-DATA
           WRITE FS-DATA

      *    Controle interne du releve : ouverture + credits - debits
      *    doit redonner le solde de cloture annonce par la banque
           COMPUTE SOLDE-RECALCULE = SOLDE-OUVERTURE
                   + CREDITS-BANQUE - DEBITS-BANQUE
           COMPUTE ECART-SOLDE = SOLDE-CLOTURE - SOLDE-RECALCULE

           MOVE ARTICLE-RAP-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE "Solde d'ouverture" TO RP-Libelle-Solde
           MOVE SOLDE-OUVERTURE TO RP-Solde
           MOVE ARTICLE-RAP-SOLDE TO FS-DATA
           WRITE FS-DATA
           MOVE "Solde de cloture recalcule" TO RP-Libelle-Solde
           MOVE SOLDE-RECALCULE TO RP-Solde
           MOVE ARTICLE-RAP-SOLDE TO FS-DATA
           WRITE FS-DATA
           MOVE "Solde de cloture banque" TO RP-Libelle-Solde
           MOVE SOLDE-CLOTURE TO RP-Solde
           MOVE ARTICLE-RAP-SOLDE TO FS-DATA
           WRITE FS-DATA
           MOVE "Ecart de solde" TO RP-Libelle-Solde
           MOVE ECART-SOLDE TO RP-Solde
           MOVE ARTICLE-RAP-SOLDE TO FS-DATA
           WRITE FS-DATA

           MOVE "Mouvements lus" TO RP-Libelle-Compte
           MOVE CPT-MOUVEMENTS TO RP-Nombre
           MOVE ARTICLE-RAP-COMPTE TO FS-DATA
           WRITE FS-DATA
           MOVE "Mouvements annonces" TO RP-Libelle-Compte
           MOVE NB-MOUVEMENTS-ANNONCES TO RP-Nombre
           MOVE ARTICLE-RAP-COMPTE TO FS-DATA
           WRITE FS-DATA
           MOVE "Mouvements sans ecriture" TO RP-Libelle-Compte
           MOVE CPT-BANQUE-SEULS TO RP-Nombre
           MOVE ARTICLE-RAP-COMPTE TO FS-DATA
           WRITE FS-DATA
           MOVE "Ecritures sans mouvement" TO RP-Libelle-Compte
           MOVE CPT-ECRITURES-SEULES TO RP-Nombre
           MOVE ARTICLE-RAP-COMPTE TO FS-DATA
           WRITE FS-DATA

           IF RELEVE-EST-TRONQUE THEN
               MOVE "Releve sans enregistrement de fin"
                   TO FS-DATA
               WRITE FS-DATA
           END-IF

           IF CPT-BANQUE-SEULS = 0 AND CPT-ECRITURES-SEULES = 0
              AND ECART-CREDITS = 0 AND ECART-DEBITS = 0
              AND ECART-SOLDE = 0 AND RELEVE-EST-COMPLET
              AND CPT-MOUVEMENTS = NB-MOUVEMENTS-ANNONCES THEN
               SET RAP-Concordant TO TRUE
               MOVE "CONCORDANT" TO RP-Resultat
           ELSE
               SET RAP-Ecarts TO TRUE
               MOVE "ECARTS A JUSTIFIER" TO RP-Resultat
           END-IF

           MOVE ARTICLE-RAP-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RAP-RESULTAT TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RAP-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RAP-VISA TO FS-DATA
           WRITE FS-DATA
           .

      ******************************************************************
      *        INSCRIPTION AU MASTER : UN RELEVE RAPPROCHE A NOUVEAU
      *        REPART EN ATTENTE DE VISA

       ENREGISTRER-RAPPROCHEMENT.

           MOVE DATE-RELEVE TO RAP-Date
           MOVE CREDITS-BANQUE TO RAP-Credits-Banque
           MOVE DEBITS-BANQUE TO RAP-Debits-Banque
           MOVE CREDITS-ECRITURES TO RAP-Credits-Ecritures
           MOVE DEBITS-ECRITURES TO RAP-Debits-Ecritures
           MOVE CPT-BANQUE-SEULS TO RAP-Nb-Banque-Seuls
           MOVE CPT-ECRITURES-SEULES TO RAP-Nb-Ecritures-Seules
           MOVE DATE-DU-JOUR TO RAP-Date-Etablissement
           MOVE SPACE TO RAP-Visa
           MOVE 0 TO RAP-Date-Visa

           WRITE RAP-ENREG
               INVALID KEY
                   REWRITE RAP-ENREG
           END-WRITE
           .

      ******************************************************************
      *        RAPPROCHEMENTS ENCORE EN ATTENTE DU VISA DU COMPTABLE

       LISTER-NON-VISES.

           MOVE ARTICLE-RAP-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE "RELEVES EN ATTENTE DE VISA" TO FS-DATA
           WRITE FS-DATA

           MOVE 0 TO RAP-Date
           START F-RAPPROCHEMENTS KEY NOT < RAP-Date
               INVALID KEY
                   SET FF-RAP TO TRUE
           END-START

           PERFORM UNTIL FF-RAP
               READ F-RAPPROCHEMENTS NEXT RECORD
                   AT END
                       SET FF-RAP TO TRUE
                   NOT AT END
                       IF RAP-Visa = SPACE THEN
                           ADD 1 TO CPT-NON-VISES
                           MOVE RAP-Date TO RP-Date-Attente
                           IF RAP-Concordant THEN
                               MOVE "concordant"
                                   TO RP-Resultat-Attente
                           ELSE
                               MOVE "ecarts a justifier"
                                   TO RP-Resultat-Attente
                           END-IF
                           MOVE ARTICLE-RAP-ATTENTE-VISA TO FS-DATA
                           WRITE FS-DATA
                       END-IF
               END-READ
           END-PERFORM
           .

       FIN-PGM.
           STOP RUN.
