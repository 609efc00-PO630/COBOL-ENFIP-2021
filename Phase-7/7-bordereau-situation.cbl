      *          bordereau atteste que le contribuable est a jour de
      *          ses impositions ; sinon il detaille, millesime par
      *          millesime, l'impose, le paye et le restant du, avec
      *          le partage principal / penalites. Le bordereau d'un
      *          contribuable connu est aussi depose dans le flux
      *          d'impression commun (7-editique.dat, 7-EDITIQUE).
      *          Le bordereau emis est inscrit a l'historique des
      *          contacts du contribuable (7-historique-contacts.idx,
      *          7-CONTACTS-ENTRANTS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Flux d'impression commun remis a l'imprimeur (7-EDITIQUE)
           SELECT F-EDITIQUE ASSIGN TO "7-editique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EDITIQUE.

           SELECT FS ASSIGN TO "7-bordereau-situation.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Historique des contacts du contribuable (7-CONTACTS-
      *    ENTRANTS) : chaque document emis y est inscrit
           SELECT F-HISTORIQUE ASSIGN TO "7-historique-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HCT-Cle
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

       DATA DIVISION.
       FILE SECTION.

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

       FD  FS.
       01  FS-DATA PIC X(80).

      *    Meme disposition que SPL-ENREG dans 7-editique.cbl
       FD  F-EDITIQUE.
       01  SPL-ENREG.
           05 SPL-Lot           PIC 9(14).
           05 SPL-Type          PIC X(2).
           05 SPL-Document      PIC 9(6).
           05 SPL-Ligne         PIC 9(4).
           05 SPL-Nature        PIC X(1).
           05 SPL-Destinataire  PIC 9(13).
           05 SPL-Texte         PIC X(100).

      *    Meme disposition que HCT-ENREG dans 7-contacts-entrants.cbl
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
           05 HCT-Document      PIC X(2).
           05 HCT-Programme     PIC X(24).
           05 HCT-Operateur     PIC X(8).
           05 HCT-Resume        PIC X(60).
           05 HCT-Date-Limite   PIC 9(8).
           05 HCT-Etat          PIC X(1).
           05 HCT-Date-Reponse  PIC 9(8).

       WORKING-STORAGE SECTION.

       01  Affichage.
               10  LG-PRINCIPAL         PIC 9(7)V99.
               10  LG-PENALITES         PIC 9(7)V99.

      *    Depot des documents dans le flux d'impression : lot =
      *    date et heure du passage, un numero par document
       1   EDITIQUE-WORKING-MANAGER.
           05  WS-STATUT-EDITIQUE       PIC X(02) VALUE SPACE.
               88  STATUT-EDITIQUE-ABSENT         VALUE "35".
           05  LOT-EDITIQUE.
               10  LOT-DATE             PIC 9(8) VALUE 0.
               10  LOT-HEURE            PIC 9(6) VALUE 0.
           05  HEURE-EDITIQUE           PIC 9(8) VALUE 0.
           05  TYPE-EDITIQUE            PIC X(2) VALUE "BS".
           05  DOCUMENT-EDITIQUE        PIC 9(6) VALUE 0.
           05  LIGNE-EDITIQUE           PIC 9(4) VALUE 0.
           05  NATURE-EDITIQUE          PIC X(1) VALUE "C".
           05  DESTINATAIRE-EDITIQUE    PIC 9(13) VALUE 0.

      *    Inscription des documents emis a l'historique des
      *    contacts ; canal C = courrier, N = notification en ligne
       1   HISTORIQUE-WORKING-MANAGER.
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".
           05  DATE-CONTACT             PIC 9(8) VALUE 0.
           05  HEURE-DU-CONTACT         PIC 9(8) VALUE 0.
           05  HEURE-CONTACT            PIC 9(6) VALUE 0.
           05  SEQUENCE-CONTACT-MAX     PIC 9(4) VALUE 9999.
           05  NUMERO-CONTACT           PIC 9(13) VALUE 0.
           05  CANAL-CONTACT            PIC X(1) VALUE "C".
           05  DOCUMENT-CONTACT         PIC X(2) VALUE "BS".
           05  RESUME-CONTACT           PIC X(60) VALUE SPACE.
           05  CONTACT-INSCRIT          PIC 9(1) VALUE 0.
               88  CONTACT-EST-INSCRIT            VALUE 1.
               88  CONTACT-A-INSCRIRE             VALUE 0.
           05  CPT-CONTACTS             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           CLOSE F-SOLDES

      *    Seul le bordereau d'un contribuable connu part au flux
      *    d'impression commun, adresse au demandeur
           OPEN OUTPUT FS
           IF NB-MILLESIMES > 0 THEN
               PERFORM OUVRIR-EDITIQUE
               PERFORM COMMENCER-DOCUMENT-EDITIQUE
               MOVE NUMERO-DEMANDE TO DESTINATAIRE-EDITIQUE
           END-IF
           PERFORM ECRIRE-BORDEREAU
           CLOSE FS
           IF NB-MILLESIMES > 0 THEN
               CLOSE F-EDITIQUE
               PERFORM INSCRIRE-BORDEREAU-HISTORIQUE
           END-IF

           DISPLAY "7-BORDEREAU-SITUATION : " NB-MILLESIMES
                   " millesime(s) pour " NUMERO-DEMANDE
                       + SOL-Majoration-Retard-Imposee
                       - SOL-Majoration-Retard-Payee
                       + SOL-Interets-Imposes - SOL-Interets-Payes
                       + SOL-Interet-Retard-Impose
                       - SOL-Interet-Retard-Paye
                       + SOL-Manquement-Impose - SOL-Manquement-Paye
           END-IF
           .

       ECRIRE-BORDEREAU.

           MOVE ARTICLE-BOR-TITRE TO FS-DATA
           PERFORM ECRIRE-LIGNE-BORDEREAU
           MOVE ARTICLE-BOR-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-BORDEREAU

           MOVE NUMERO-DEMANDE TO BO-Numero-Fiscal
           MOVE ARTICLE-BOR-NUMERO TO FS-DATA
           PERFORM ECRIRE-LIGNE-BORDEREAU

           IF NB-MILLESIMES = 0 THEN
               MOVE ARTICLE-BOR-INCONNU TO FS-DATA
               PERFORM ECRIRE-LIGNE-BORDEREAU
               EXIT PARAGRAPH
           END-IF

                  PRENOM-CONTRIBUABLE DELIMITED BY SPACE
           INTO BO-Nom-Prenom
           MOVE ARTICLE-BOR-IDENTITE TO FS-DATA
           PERFORM ECRIRE-LIGNE-BORDEREAU

           MOVE DATE-DU-JOUR TO BO-Date
           MOVE ARTICLE-BOR-DATE TO FS-DATA
           PERFORM ECRIRE-LIGNE-BORDEREAU

           MOVE ARTICLE-BOR-VIDE TO FS-DATA
           PERFORM ECRIRE-LIGNE-BORDEREAU

           IF TOTAL-RESTANT = 0 THEN
               MOVE ARTICLE-BOR-QUITUS TO FS-DATA
               PERFORM ECRIRE-LIGNE-BORDEREAU
           ELSE
               MOVE ARTICLE-BOR-NON-QUITUS TO FS-DATA
               PERFORM ECRIRE-LIGNE-BORDEREAU
               MOVE ARTICLE-BOR-VIDE TO FS-DATA
               PERFORM ECRIRE-LIGNE-BORDEREAU
               MOVE ARTICLE-BOR-ENTETE TO FS-DATA
               PERFORM ECRIRE-LIGNE-BORDEREAU

               MOVE 1 TO IDX-LIGNE
               PERFORM UNTIL IDX-LIGNE > NB-LIGNES
                       MOVE LG-PRINCIPAL(IDX-LIGNE) TO BO-Principal
                       MOVE LG-PENALITES(IDX-LIGNE) TO BO-Penalites
                       MOVE ARTICLE-BOR-INDIV TO FS-DATA
                       PERFORM ECRIRE-LIGNE-BORDEREAU
                   END-IF
                   ADD 1 TO IDX-LIGNE
               END-PERFORM

               MOVE ARTICLE-BOR-LIGNE TO FS-DATA
               PERFORM ECRIRE-LIGNE-BORDEREAU
               MOVE TOTAL-RESTANT TO BO-Total
               MOVE ARTICLE-BOR-TOTAL TO FS-DATA
               PERFORM ECRIRE-LIGNE-BORDEREAU
           END-IF
           .

       ECRIRE-LIGNE-BORDEREAU.

           WRITE FS-DATA
           IF NB-MILLESIMES > 0 THEN
               PERFORM ECRIRE-LIGNE-EDITIQUE
           END-IF
           .

      ******************************************************************
      *        DEPOT DANS LE FLUX D'IMPRESSION COMMUN (EN AJOUT)

       OUVRIR-EDITIQUE.

           ACCEPT LOT-DATE FROM DATE YYYYMMDD
           ACCEPT HEURE-EDITIQUE FROM TIME
           COMPUTE LOT-HEURE = HEURE-EDITIQUE / 100

           OPEN INPUT F-EDITIQUE
           IF STATUT-EDITIQUE-ABSENT THEN
               OPEN OUTPUT F-EDITIQUE
           ELSE
               CLOSE F-EDITIQUE
               OPEN EXTEND F-EDITIQUE
           END-IF
           .

       COMMENCER-DOCUMENT-EDITIQUE.

           ADD 1 TO DOCUMENT-EDITIQUE
           MOVE 0 TO LIGNE-EDITIQUE
           .

       ECRIRE-LIGNE-EDITIQUE.

           ADD 1 TO LIGNE-EDITIQUE
           MOVE LOT-EDITIQUE TO SPL-Lot
           MOVE TYPE-EDITIQUE TO SPL-Type
           MOVE DOCUMENT-EDITIQUE TO SPL-Document
           MOVE LIGNE-EDITIQUE TO SPL-Ligne
           MOVE NATURE-EDITIQUE TO SPL-Nature
           MOVE DESTINATAIRE-EDITIQUE TO SPL-Destinataire
           MOVE FS-DATA TO SPL-Texte
           WRITE SPL-ENREG
           .

      ******************************************************************
      *        HISTORIQUE DES CONTACTS : INSCRIPTION DU DOCUMENT EMIS
      *        (MEME IDIOM QUE 7-CONTACTS-ENTRANTS)

       OUVRIR-HISTORIQUE.

           ACCEPT DATE-CONTACT FROM DATE YYYYMMDD
           ACCEPT HEURE-DU-CONTACT FROM TIME
           COMPUTE HEURE-CONTACT = HEURE-DU-CONTACT / 100

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

      *    Plusieurs documents au meme contribuable dans la seconde :
      *    le numero d'ordre departage les cles
       INSCRIRE-CONTACT.

           INITIALIZE HCT-ENREG
           MOVE NUMERO-CONTACT TO HCT-Numero-Fiscal
           MOVE DATE-CONTACT TO HCT-Date
           MOVE HEURE-CONTACT TO HCT-Heure
           SET HCT-Sens-Sortant TO TRUE
           MOVE CANAL-CONTACT TO HCT-Canal
           MOVE DOCUMENT-CONTACT TO HCT-Document
           MOVE "7-BORDEREAU-SITUATION" TO HCT-Programme
           MOVE RESUME-CONTACT TO HCT-Resume

           SET CONTACT-A-INSCRIRE TO TRUE
           MOVE 0 TO HCT-Sequence
           PERFORM UNTIL CONTACT-EST-INSCRIT
                      OR HCT-Sequence = SEQUENCE-CONTACT-MAX
               WRITE HCT-ENREG
                   INVALID KEY
                       ADD 1 TO HCT-Sequence
                   NOT INVALID KEY
                       SET CONTACT-EST-INSCRIT TO TRUE
                       ADD 1 TO CPT-CONTACTS
               END-WRITE
           END-PERFORM
           .

      *    Bordereau d'un contribuable connu : inscrit a son
      *    historique avec la conclusion (a jour ou restant du)
       INSCRIRE-BORDEREAU-HISTORIQUE.

           PERFORM OUVRIR-HISTORIQUE
           MOVE NUMERO-DEMANDE TO NUMERO-CONTACT
           MOVE SPACE TO RESUME-CONTACT
           IF TOTAL-RESTANT = 0 THEN
               MOVE "bordereau de situation, contribuable a jour"
                   TO RESUME-CONTACT
           ELSE
               MOVE TOTAL-RESTANT TO BO-Total
               STRING "bordereau de situation, restant du "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(BO-Total) DELIMITED BY SIZE
               INTO RESUME-CONTACT
           END-IF
           PERFORM INSCRIRE-CONTACT
           CLOSE F-HISTORIQUE
           .

       FIN-PGM.
