      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: historique des contacts du contribuable
      *          (7-historique-contacts.idx, cle numero fiscal + date
      *          + heure + numero d'ordre). Les documents sortants
      *          (avis, relances, avis a tiers detenteur, bordereaux
      *          de situation, lettres-cheques, lettres de rejet de
      *          reclamation) y sont inscrits par les programmes qui
      *          les emettent ; ce programme enregistre les contacts
      *          entrants saisis au guichet (7-contacts-entrants.dat) :
      *          transaction E = visite (V), appel (T) ou courrier
      *          recu (L), avec son resume et l'operateur ;
      *          transaction R = reponse faite a un courrier recu.
      *          Un courrier recu attend une reponse dans un delai de
      *          trente jours ; les courriers sans reponse sont listes
      *          par date limite (7-contacts-reponses.txt), ceux dont
      *          le delai est depasse signales en retard. Les
      *          transactions invalides sont rejetees
      *          (7-contacts-entrants-rejets.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-CONTACTS-ENTRANTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Historique des contacts (cle numero fiscal + date + heure
      *    + numero d'ordre dans la seconde)
           SELECT F-HISTORIQUE ASSIGN TO "7-historique-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HCT-Cle
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

      *    Contacts entrants saisis au guichet et reponses faites
           SELECT F-TRANSACTIONS ASSIGN TO "7-contacts-entrants.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-TRANSACTIONS.

      *    Master des contribuables : numero fiscal connu
           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

           SELECT C-REJETS ASSIGN TO "7-contacts-entrants-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Courriers recus en attente de reponse
           SELECT FS ASSIGN TO "7-contacts-reponses.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Classement des courriers en attente par date limite
           SELECT TRI-REPONSES ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Sens : S = document sortant, E = contact entrant ; canal :
      *    C = courrier emis, N = notification en ligne, V = visite,
      *    T = appel, L = courrier recu ; document emis : AV avis,
      *    RL relance, SA avis a tiers detenteur, BS bordereau de
      *    situation, LC lettre-cheque, RC rejet de reclamation, RP
      *    reponse a un courrier ; etat (courrier recu) : A = en
      *    attente de reponse, R = repondu
       FD  F-HISTORIQUE.
       01  HCT-ENREG.
           05 HCT-Cle.
               10 HCT-Numero-Fiscal PIC 9(13).
               10 HCT-Date          PIC 9(8).
               10 HCT-Heure         PIC 9(6).
               10 HCT-Sequence      PIC 9(4).
           05 HCT-Sens          PIC X(1).
               88 HCT-Sens-Sortant  VALUE "S".
               88 HCT-Sens-Entrant  VALUE "E".
           05 HCT-Canal         PIC X(1).
               88 HCT-Canal-Courrier VALUE "C".
               88 HCT-Canal-En-Ligne VALUE "N".
               88 HCT-Canal-Visite   VALUE "V".
               88 HCT-Canal-Appel    VALUE "T".
               88 HCT-Canal-Lettre   VALUE "L".
           05 HCT-Document      PIC X(2).
           05 HCT-Programme     PIC X(24).
           05 HCT-Operateur     PIC X(8).
           05 HCT-Resume        PIC X(60).
           05 HCT-Date-Limite   PIC 9(8).
           05 HCT-Etat          PIC X(1).
               88 HCT-Etat-Attente  VALUE "A".
               88 HCT-Etat-Repondu  VALUE "R".
           05 HCT-Date-Reponse  PIC 9(8).

      *    E = contact entrant (date, heure, canal V / T / L) ;
      *    R = reponse au courrier recu aux date et heure indiquees,
      *    faite a la date de reponse (date du jour a defaut)
       FD  F-TRANSACTIONS.
       01  TCE-ENREG.
           05 TCE-Code          PIC X(1).
               88 TCE-Code-Entrant  VALUE "E".
               88 TCE-Code-Reponse  VALUE "R".
           05 TCE-Numero-Fiscal PIC 9(13).
           05 TCE-Date          PIC 9(8).
           05 TCE-Date-Decoupe REDEFINES TCE-Date.
               10 TCE-Annee         PIC 9(4).
               10 TCE-Mois          PIC 9(2).
               10 TCE-Jour          PIC 9(2).
           05 TCE-Heure         PIC 9(6).
           05 TCE-Canal         PIC X(1).
               88 TCE-Canal-Valide  VALUE "V" "T" "L".
               88 TCE-Canal-Lettre  VALUE "L".
           05 TCE-Operateur     PIC X(8).
           05 TCE-Resume        PIC X(60).
           05 TCE-Date-Reponse  PIC 9(8).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl, qui alimente ce fichier
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

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Code           PIC X(1).
           05 CR-Numero-Fiscal  PIC X(13).
           05 CR-Date           PIC X(8).
           05 CR-Motif          PIC X(40).

       FD  FS.
       01  FS-DATA PIC X(100).

       SD  TRI-REPONSES.
       01  TR-DATA.
           05 TR-Date-Limite    PIC 9(8).
           05 TR-Numero-Fiscal  PIC 9(13).
           05 TR-Date           PIC 9(8).
           05 TR-Heure          PIC 9(6).
           05 TR-Operateur      PIC X(8).
           05 TR-Resume         PIC X(40).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-REP-TITRE PIC X(60)
              VALUE 'COURRIERS RECUS EN ATTENTE DE REPONSE'.

           05 ARTICLE-REP-LIGNE PIC X(60) VALUE ALL '-'.

           05 ARTICLE-REP-ENTETE.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(10) VALUE 'Recu le'.
               10 FILLER PIC X(10) VALUE 'Limite'.
               10 FILLER PIC X(8) VALUE 'Jours'.
               10 FILLER PIC X(10) VALUE 'Operateur'.
               10 FILLER PIC X(10) VALUE 'Objet'.

           05 ARTICLE-REP-INDIV.
               10 RP-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 RP-Date PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Date-Limite PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Jours PIC ZZZZ9-.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Operateur PIC X(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 RP-Resume PIC X(40).

           05 ARTICLE-REP-RETARD.
               10 FILLER PIC X(24) VALUE SPACE.
               10 FILLER PIC X(40)
                  VALUE '** delai de reponse depasse'.

           05 ARTICLE-REP-TOTAL.
               10 FILLER PIC X(20) VALUE 'Courriers en attente'.
               10 FILLER PIC X VALUE ':'.
               10 RP-Total PIC ZZZZZ9.
               10 FILLER PIC X(12) VALUE ', en retard'.
               10 FILLER PIC X VALUE ':'.
               10 RP-Total-Retard PIC ZZZZZ9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-TRANSACTIONS         PIC  X(01) VALUE  SPACE.
               88  FF-TRA                          VALUE  HIGH-VALUE.
           05  FIN-HISTORIQUE           PIC  X(01) VALUE  SPACE.
               88  FF-HCT                          VALUE  HIGH-VALUE.
           05  FIN-TRI-REPONSES         PIC  X(01) VALUE  SPACE.
               88  FF-TRI-REPONSES                 VALUE  HIGH-VALUE.

       1   HISTORIQUE-WORKING-MANAGER.
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".
           05  WS-STATUT-TRANSACTIONS   PIC X(02) VALUE SPACE.
               88  STATUT-TRANSACTIONS-ABSENT     VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  CONTACT-INSCRIT          PIC 9(1) VALUE 0.
               88  CONTACT-EST-INSCRIT            VALUE 1.
               88  CONTACT-A-INSCRIRE             VALUE 0.
           05  COURRIER-TROUVE          PIC 9(1) VALUE 0.
               88  COURRIER-EST-TROUVE            VALUE 1.
               88  COURRIER-EST-ABSENT            VALUE 0.
           05  SEQUENCE-MAX             PIC 9(4) VALUE 9999.
           05  CPT-LUES                 PIC 9(6) VALUE 0.
           05  CPT-ENTRANTS             PIC 9(6) VALUE 0.
           05  CPT-COURRIERS            PIC 9(6) VALUE 0.
           05  CPT-REPONSES             PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-EN-ATTENTE           PIC 9(6) VALUE 0.
           05  CPT-EN-RETARD            PIC 9(6) VALUE 0.

      *    Delai de reponse a un courrier recu : trente jours
       1   DELAIS-WORKING-MANAGER.
           05  JOURS-DELAI-REPONSE      PIC 9(3) VALUE 30.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  HEURE-DU-JOUR            PIC 9(8) VALUE 0.
           05  HEURE-CONTACT            PIC 9(6) VALUE 0.
           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.
           05  JOURS-LIMITE             PIC 9(8) VALUE 0.
           05  JOURS-RESTANTS           PIC S9(5) VALUE 0.
           05  DATE-REPONSE             PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           ACCEPT HEURE-DU-JOUR FROM TIME
           COMPUTE HEURE-CONTACT = HEURE-DU-JOUR / 100
           COMPUTE JOURS-AUJOURDHUI =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)

           PERFORM OUVRIR-HISTORIQUE
           OPEN INPUT F-CONTRIBUABLES
           IF STATUT-CONTRIBUABLES-ABSENT THEN
               DISPLAY "7-CONTACTS-ENTRANTS : 5-contribuables.idx"
                       " introuvable, numeros fiscaux non controles"
           END-IF

           PERFORM APPLIQUER-TRANSACTIONS

           OPEN OUTPUT FS
           PERFORM LISTER-REPONSES-DUES
           CLOSE FS

           CLOSE F-HISTORIQUE
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF

           DISPLAY "7-CONTACTS-ENTRANTS : " CPT-LUES " lue(s), "
                   CPT-ENTRANTS " contact(s) entrant(s) dont "
                   CPT-COURRIERS " courrier(s), " CPT-REPONSES
                   " reponse(s), " CPT-REJETEES " rejetee(s), "
                   CPT-EN-ATTENTE " courrier(s) en attente dont "
                   CPT-EN-RETARD " en retard"

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
      *        CONTACTS ENTRANTS ET REPONSES DU JOUR

       APPLIQUER-TRANSACTIONS.

           OPEN INPUT F-TRANSACTIONS
           IF STATUT-TRANSACTIONS-ABSENT THEN
               DISPLAY "7-CONTACTS-ENTRANTS : 7-contacts-entrants.dat"
                       " introuvable, aucun contact a enregistrer"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT C-REJETS
           PERFORM UNTIL FF-TRA
               READ F-TRANSACTIONS
                   AT END
                       SET FF-TRA TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-LUES
                       PERFORM APPLIQUER-UNE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE F-TRANSACTIONS C-REJETS
           .

       APPLIQUER-UNE-TRANSACTION.

           IF NOT TCE-Code-Entrant AND NOT TCE-Code-Reponse THEN
               MOVE "code transaction inconnu" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF TCE-Numero-Fiscal NOT NUMERIC
              OR TCE-Numero-Fiscal = 0 THEN
               MOVE "numero fiscal invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF TCE-Date NOT NUMERIC
              OR TCE-Mois < 1 OR TCE-Mois > 12
              OR TCE-Jour < 1 OR TCE-Jour > 31 THEN
               MOVE "date du contact invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF TCE-Date > DATE-DU-JOUR THEN
               MOVE "date du contact posterieure au jour" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF TCE-Heure NOT NUMERIC THEN
               MOVE 0 TO TCE-Heure
           END-IF

           IF TCE-Operateur = SPACE THEN
               MOVE "operateur absent" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE TCE-Numero-Fiscal TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       MOVE "contribuable inconnu" TO CR-Motif
                       PERFORM ECRIRE-REJET
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF TCE-Code-Entrant THEN
               PERFORM ENREGISTRER-CONTACT-ENTRANT
           ELSE
               PERFORM ENREGISTRER-REPONSE
           END-IF
           .

      ******************************************************************
      *        CONTACT ENTRANT : VISITE, APPEL OU COURRIER RECU

       ENREGISTRER-CONTACT-ENTRANT.

           IF NOT TCE-Canal-Valide THEN
               MOVE "canal inconnu (V, T ou L)" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF TCE-Resume = SPACE THEN
               MOVE "resume du contact absent" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           INITIALIZE HCT-ENREG
           MOVE TCE-Numero-Fiscal TO HCT-Numero-Fiscal
           MOVE TCE-Date TO HCT-Date
           MOVE TCE-Heure TO HCT-Heure
           SET HCT-Sens-Entrant TO TRUE
           MOVE TCE-Canal TO HCT-Canal
           MOVE "7-CONTACTS-ENTRANTS" TO HCT-Programme
           MOVE TCE-Operateur TO HCT-Operateur
           MOVE TCE-Resume TO HCT-Resume

      *    Courrier recu : reponse due dans le delai, a compter de
      *    la reception
           IF TCE-Canal-Lettre THEN
               SET HCT-Etat-Attente TO TRUE
               COMPUTE HCT-Date-Limite = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(TCE-Date)
                       + JOURS-DELAI-REPONSE)
           END-IF

           PERFORM INSCRIRE-CONTACT
           IF CONTACT-A-INSCRIRE THEN
               MOVE "historique sature a cette heure" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CPT-ENTRANTS
           IF TCE-Canal-Lettre THEN
               ADD 1 TO CPT-COURRIERS
           END-IF
           .

      ******************************************************************
      *        REPONSE A UN COURRIER RECU : LE COURRIER EST SOLDE ET LA
      *        REPONSE INSCRITE COMME DOCUMENT SORTANT

       ENREGISTRER-REPONSE.

           PERFORM CHERCHER-COURRIER-EN-ATTENTE
           IF COURRIER-EST-ABSENT THEN
               MOVE "aucun courrier en attente a cette date"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF TCE-Date-Reponse NUMERIC
              AND TCE-Date-Reponse > 0 THEN
               MOVE TCE-Date-Reponse TO DATE-REPONSE
           ELSE
               MOVE DATE-DU-JOUR TO DATE-REPONSE
           END-IF

           IF DATE-REPONSE < HCT-Date THEN
               MOVE "reponse anterieure au courrier" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           SET HCT-Etat-Repondu TO TRUE
           MOVE DATE-REPONSE TO HCT-Date-Reponse
           REWRITE HCT-ENREG

           INITIALIZE HCT-ENREG
           MOVE TCE-Numero-Fiscal TO HCT-Numero-Fiscal
           MOVE DATE-REPONSE TO HCT-Date
           MOVE HEURE-CONTACT TO HCT-Heure
           SET HCT-Sens-Sortant TO TRUE
           SET HCT-Canal-Courrier TO TRUE
           MOVE "RP" TO HCT-Document
           MOVE "7-CONTACTS-ENTRANTS" TO HCT-Programme
           MOVE TCE-Operateur TO HCT-Operateur
           IF TCE-Resume = SPACE THEN
               STRING "reponse au courrier du " DELIMITED BY SIZE
                      TCE-Date DELIMITED BY SIZE
               INTO HCT-Resume
           ELSE
               MOVE TCE-Resume TO HCT-Resume
           END-IF
           PERFORM INSCRIRE-CONTACT

           ADD 1 TO CPT-REPONSES
           .

      *    Le courrier vise est le premier courrier en attente recu
      *    aux date et heure indiquees
       CHERCHER-COURRIER-EN-ATTENTE.

           SET COURRIER-EST-ABSENT TO TRUE
           MOVE SPACE TO FIN-HISTORIQUE
           MOVE TCE-Numero-Fiscal TO HCT-Numero-Fiscal
           MOVE TCE-Date TO HCT-Date
           MOVE TCE-Heure TO HCT-Heure
           MOVE 0 TO HCT-Sequence
           START F-HISTORIQUE KEY NOT < HCT-Cle
               INVALID KEY
                   SET FF-HCT TO TRUE
           END-START

           PERFORM UNTIL FF-HCT
               READ F-HISTORIQUE NEXT RECORD
                   AT END
                       SET FF-HCT TO TRUE
                   NOT AT END
                       IF HCT-Numero-Fiscal NOT = TCE-Numero-Fiscal
                          OR HCT-Date NOT = TCE-Date
                          OR HCT-Heure NOT = TCE-Heure THEN
                           SET FF-HCT TO TRUE
                       ELSE
                           IF HCT-Canal-Lettre
                              AND HCT-Etat-Attente THEN
                               SET COURRIER-EST-TROUVE TO TRUE
                               SET FF-HCT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Plusieurs contacts dans la meme seconde : le numero
      *    d'ordre departage les cles
       INSCRIRE-CONTACT.

           SET CONTACT-A-INSCRIRE TO TRUE
           MOVE 0 TO HCT-Sequence
           PERFORM UNTIL CONTACT-EST-INSCRIT
                      OR HCT-Sequence = SEQUENCE-MAX
               WRITE HCT-ENREG
                   INVALID KEY
                       ADD 1 TO HCT-Sequence
                   NOT INVALID KEY
                       SET CONTACT-EST-INSCRIT TO TRUE
               END-WRITE
           END-PERFORM
           .

       ECRIRE-REJET.

           MOVE TCE-Code TO CR-Code
           MOVE TCE-ENREG(2:13) TO CR-Numero-Fiscal
           MOVE TCE-ENREG(15:8) TO CR-Date
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

      ******************************************************************
      *        COURRIERS RECUS EN ATTENTE DE REPONSE, PAR DATE LIMITE

       LISTER-REPONSES-DUES.

           MOVE ARTICLE-REP-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-REP-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-REP-ENTETE TO FS-DATA
           WRITE FS-DATA

           SORT TRI-REPONSES
               ON ASCENDING KEY TR-Date-Limite TR-Numero-Fiscal
               INPUT PROCEDURE PARCOURIR-HISTORIQUE
               OUTPUT PROCEDURE EDITER-REPONSES-DUES

           MOVE ARTICLE-REP-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-EN-ATTENTE TO RP-Total
           MOVE CPT-EN-RETARD TO RP-Total-Retard
           MOVE ARTICLE-REP-TOTAL TO FS-DATA
           WRITE FS-DATA
           .

       PARCOURIR-HISTORIQUE.

           MOVE SPACE TO FIN-HISTORIQUE
           MOVE LOW-VALUE TO HCT-Cle
           START F-HISTORIQUE KEY NOT < HCT-Cle
               INVALID KEY
                   SET FF-HCT TO TRUE
           END-START

           PERFORM UNTIL FF-HCT
               READ F-HISTORIQUE NEXT RECORD
                   AT END
                       SET FF-HCT TO TRUE
                   NOT AT END
                       IF HCT-Canal-Lettre
                          AND HCT-Etat-Attente THEN
                           MOVE HCT-Date-Limite TO TR-Date-Limite
                           MOVE HCT-Numero-Fiscal TO TR-Numero-Fiscal
                           MOVE HCT-Date TO TR-Date
                           MOVE HCT-Heure TO TR-Heure
                           MOVE HCT-Operateur TO TR-Operateur
                           MOVE HCT-Resume TO TR-Resume
                           RELEASE TR-DATA
                       END-IF
               END-READ
           END-PERFORM
           .

       EDITER-REPONSES-DUES.

           PERFORM UNTIL FF-TRI-REPONSES
               RETURN TRI-REPONSES
                   AT END
                       SET FF-TRI-REPONSES TO TRUE
                   NOT AT END
                       PERFORM EDITER-UN-COURRIER
               END-RETURN
           END-PERFORM
           .

       EDITER-UN-COURRIER.

           COMPUTE JOURS-LIMITE =
                   FUNCTION INTEGER-OF-DATE(TR-Date-Limite)
           COMPUTE JOURS-RESTANTS =
                   JOURS-LIMITE - JOURS-AUJOURDHUI

           MOVE TR-Numero-Fiscal TO RP-Numero-Fiscal
           MOVE TR-Date TO RP-Date
           MOVE TR-Date-Limite TO RP-Date-Limite
           MOVE JOURS-RESTANTS TO RP-Jours
           MOVE TR-Operateur TO RP-Operateur
           MOVE TR-Resume TO RP-Resume
           MOVE ARTICLE-REP-INDIV TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-EN-ATTENTE

           IF JOURS-RESTANTS < 0 THEN
               MOVE ARTICLE-REP-RETARD TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO CPT-EN-RETARD
           END-IF
           .

       FIN-PGM.
           STOP RUN.
