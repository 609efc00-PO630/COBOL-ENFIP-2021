                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

      *    Representants legaux (4-REPRESENTANTS-MAJ) : un mandat en
      *    vigueur couvrant l'avis le fait adresser au representant,
      *    ou lui en fait adresser copie ; absent = aucun mandat
           SELECT F-REPRESENTANTS ASSIGN TO "5-representants.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REP-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-REPRESENTANTS.

      *    Contacts electroniques (7-CONTACTS-MAJ) : un adherent a
      *    l'avis sans papier recoit une notification au lieu du
      *    bloc adresse postal
           SELECT F-CONTACTS ASSIGN TO "7-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CTC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTACTS.

      *    Notifications sortantes (avis disponible, rappel avant
      *    echeance), alimentees en ajout
           SELECT F-NOTIFICATIONS ASSIGN TO "7-notifications.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-NOTIFICATIONS.

      *    Contribuables mensualises : pas de rappel avant echeance
           SELECT F-ADHESIONS ASSIGN TO "7-mensualisation.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ADHESIONS.

           SELECT F-ECHEANCE ASSIGN TO "0-date-echeance.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ECHEANCE.

      *    Delai du rappel avant echeance, en jours
           SELECT F-PARAM-EN-LIGNE ASSIGN TO "0-compte-en-ligne.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM-EN-LIGNE.

       DATA DIVISION.
       FILE SECTION.

               88 ADR-EST-NPAI       VALUE "O".
           05 ADR-NPAI-Date     PIC 9(8).
           05 ADR-NPAI-Motif    PIC X(20).
      *    Residence fiscale a l'etranger : E = non-resident, code
      *    pays ISO ; rue et complement restent dans ADR-Adresse,
      *    code postal / ville / pays au format postal international
           05 ADR-Residence-Etranger.
               10 ADR-Residence     PIC X(1).
                   88 ADR-EST-NON-RESIDENT   VALUE "E".
               10 ADR-Pays          PIC X(2).
               10 ADR-Code-Postal-Etr PIC X(10).
               10 ADR-Ville-Etr     PIC X(30).
               10 ADR-Pays-Libelle  PIC X(30).

      *    Meme disposition que C-REP-ENREG dans
      *    4-REPRESENTANTS-MAJ.cbl, qui alimente ce fichier
       FD  F-REPRESENTANTS.
       01  F-REP-ENREG.
           05 REP-Numero-Fiscal PIC 9(13).
           05 REP-Type          PIC X(1).
           05 REP-Etat          PIC X(1).
               88 REP-Actif          VALUE "A".
               88 REP-Revoque        VALUE "R".
           05 REP-Date-Debut    PIC 9(8).
           05 REP-Date-Fin      PIC 9(8).
           05 REP-Documents.
               10 REP-Avis           PIC X(1).
                   88 REP-Avis-Au-Representant      VALUE "R".
                   88 REP-Avis-En-Copie             VALUE "C".
               10 REP-Relances       PIC X(1).
                   88 REP-Relances-Au-Representant  VALUE "R".
                   88 REP-Relances-En-Copie         VALUE "C".
               10 REP-Remboursements PIC X(1).
                   88 REP-Remboursements-Au-Representant VALUE "R".
           05 REP-Nom           PIC X(32).
           05 REP-Adresse.
               10 REP-Rue         PIC X(32).
               10 REP-Complement  PIC X(32).
               10 REP-Code-Postal PIC X(5).
               10 REP-Ville       PIC X(26).
           05 REP-IBAN          PIC X(34).
           05 REP-BIC           PIC X(11).

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

      *    Une notification par ligne : D = avis disponible en
      *    ligne, R = rappel avant echeance (non mensualises)
       FD  F-NOTIFICATIONS.
       01  NOT-ENREG.
           05 NOT-Numero-Fiscal PIC 9(13).
           05 NOT-Type          PIC X(1).
           05 NOT-Date-Envoi    PIC 9(8).
           05 NOT-Email         PIC X(60).
           05 NOT-Telephone     PIC X(15).
           05 NOT-Annee         PIC 9(4).
           05 NOT-Montant       PIC 9(6)V99.
           05 NOT-Date-Echeance PIC 9(8).
           05 NOT-Origine       PIC X(20).

      *    Meme disposition que AD-ENREG dans 7-ECHEANCIER.cbl
       FD  F-ADHESIONS.
       01  AD-ENREG.
           05 AD-Numero-Fiscal PIC 9(13).

      *    Meme disposition que ECH-ENREG dans 7-PENALITES.cbl
       FD  F-ECHEANCE.
       01  ECH-ENREG.
           05 ECH-Date-Echeance PIC 9(8).

       FD  F-PARAM-EN-LIGNE.
       01  PEL-ENREG.
           05 PEL-Jours-Rappel PIC 9(3).

       FD  F-COMMUNES.
       01  C-DATA.
               10 FILLER PIC X VALUE SPACE.
               10 AI-Ville PIC X(26).

      *    Avis adresse au representant legal (aux soins de) ou
      *    copie qui lui est adressee ; son adresse suit sur la
      *    ligne adresse
           05 ARTICLE-REPRESENTANT-INDIV.
               10 FILLER PIC X(15) VALUE SPACE.
               10 RI-Libelle PIC X(15).
               10 RI-Nom PIC X(32).

           05 ARTICLE-AVIS-EN-LIGNE.
               10 FILLER PIC X(15) VALUE SPACE.
               10 FILLER PIC X(16) VALUE 'avis en ligne : '.
               10 AEL-Email PIC X(60).

           05 ARTICLE-TITRE.
               10 FILLER PIC X(30) VALUE 'Liste des imposables :'.
               10 FILLER PIC X(6) VALUE ' Page '.
               88  ADRESSE-TROUVEE-NON           VALUE 0.


      *    Mandat de representation en vigueur a la date du jour
      *    pour l'avis : adresse au representant (a sa place, meme
      *    adherent sans papier ou en NPAI) ou copie au representant
       01  REPRESENTANTS-WORKING-MANAGER.
           05  WS-STATUT-REPRESENTANTS  PIC X(02) VALUE SPACE.
               88  STATUT-REPRESENTANTS-ABSENT   VALUE "35".
           05  DATE-REPRESENTATION      PIC 9(8) VALUE 0.
           05  REPRESENTATION           PIC 9(1) VALUE 0.
               88  SANS-REPRESENTANT             VALUE 0.
               88  REPRESENTANT-DESTINATAIRE     VALUE 1.
               88  REPRESENTANT-EN-COPIE         VALUE 2.
           05  CPT-AVIS-REPRESENTANT    PIC 9(6) VALUE 0.
           05  CPT-COPIES-REPRESENTANT  PIC 9(6) VALUE 0.

      *    Avis sans papier : master des contacts absent = tout le
      *    monde sur papier
       01  EN-LIGNE-WORKING-MANAGER.
           05  WS-STATUT-CONTACTS       PIC X(02) VALUE SPACE.
               88  STATUT-CONTACTS-ABSENT        VALUE "35".
           05  WS-STATUT-NOTIFICATIONS  PIC X(02) VALUE SPACE.
               88  STATUT-NOTIFICATIONS-ABSENT   VALUE "35".
           05  WS-STATUT-ADHESIONS      PIC X(02) VALUE SPACE.
               88  STATUT-ADHESIONS-ABSENT       VALUE "35".
           05  WS-STATUT-ECHEANCE       PIC X(02) VALUE SPACE.
               88  STATUT-ECHEANCE-ABSENT        VALUE "35".
           05  WS-STATUT-PARAM-EN-LIGNE PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-EN-LIGNE-ABSENT  VALUE "35".
           05  FIN-ADHESIONS            PIC X(01) VALUE SPACE.
               88  FF-ADH                        VALUE HIGH-VALUE.
           05  CONTACT-SANS-PAPIER      PIC 9(1) VALUE 0.
               88  CONTACT-EST-SANS-PAPIER       VALUE 1.
               88  CONTACT-SUR-PAPIER            VALUE 0.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-ECHEANCE            PIC 9(8) VALUE 20211015.
           05  JOURS-RAPPEL             PIC 9(3) VALUE 10.
           05  DATE-RAPPEL              PIC 9(8) VALUE 0.
           05  CPT-AVIS-EN-LIGNE        PIC 9(6) VALUE 0.
           05  CPT-RAPPELS              PIC 9(6) VALUE 0.
      *    Table des adhesions a la mensualisation (meme idiom que
      *    7-ECHEANCIER)
           05  NB-ADHESIONS             PIC 9(4) VALUE 0.
           05  IDX-ADHESION             PIC 9(4) VALUE 0.
           05  ADHESIONS-MAX            PIC 9(4) VALUE 1000.
           05  ADHESION-TABLE OCCURS 1000 TIMES.
               10  ADH-NUMERO-FISCAL    PIC 9(13).
           05  ADHESION-TROUVEE         PIC 9(1) VALUE 0.
               88  ADHESION-EST-TROUVEE          VALUE 1.
               88  ADHESION-EST-ABSENTE          VALUE 0.

       01  CERTIFICATION-MANAGER.
           05  WS-STATUT-CERTIFICATION  PIC X(02) VALUE SPACE.
               88  STATUT-CERTIFICATION-ABSENT   VALUE "35".
           OPEN OUTPUT FS
           OPEN OUTPUT FS-CSV
           OPEN INPUT F-ADRESSES
           OPEN INPUT F-REPRESENTANTS
           ACCEPT DATE-REPRESENTATION FROM DATE YYYYMMDD
           PERFORM OUVRIR-AVIS-EN-LIGNE
           MOVE ARTICLE-ENTETE-CSV TO FS-CSV-DATA
           WRITE FS-CSV-DATA

                       MOVE ARTICLE-INDIV TO FS-DATA
                       PERFORM ECRIRE-LIGNE-RAPPORT
                       PERFORM CHERCHER-ADRESSE
      *                Avis adresse au representant legal : son bloc
      *                adresse remplace celui du contribuable
                       PERFORM CHERCHER-REPRESENTANT
      *                Adherent a l'avis sans papier : pas de bloc
      *                adresse, l'avis est notifie en ligne
                       PERFORM CHERCHER-CONTACT
                       EVALUATE TRUE
                           WHEN REPRESENTANT-DESTINATAIRE
                               PERFORM ECRIRE-REPRESENTANT-INDIV
                           WHEN CONTACT-EST-SANS-PAPIER
                               PERFORM ECRIRE-AVIS-EN-LIGNE
                           WHEN ADRESSE-TROUVEE-OUI
                               PERFORM ECRIRE-ADRESSE-INDIV
                       END-EVALUATE
                       IF REPRESENTANT-EN-COPIE THEN
                           PERFORM ECRIRE-REPRESENTANT-INDIV
                       END-IF
                       PERFORM ECRIRE-LIGNE-CSV
                       ADD 1 TO WS-LIGNES-PAGE
           ELSE
               CLOSE FS FS-CSV F-ARCHIVE F-ADRESSES
           END-IF
           IF NOT STATUT-REPRESENTANTS-ABSENT THEN
               CLOSE F-REPRESENTANTS
               DISPLAY "6-IMPOSABLES : " CPT-AVIS-REPRESENTANT
                       " avis adresse(s) au representant legal, "
                       CPT-COPIES-REPRESENTANT
                       " copie(s) au representant legal"
           END-IF
           IF NOT STATUT-CONTACTS-ABSENT THEN
               CLOSE F-CONTACTS F-NOTIFICATIONS
               DISPLAY "6-IMPOSABLES : " CPT-AVIS-EN-LIGNE
                       " avis en ligne sans papier, " CPT-RAPPELS
                       " rappel(s) avant echeance"
           END-IF
           .

      ******************************************************************
           END-IF
           .

      ******************************************************************
      *        MANDAT DE REPRESENTATION DU CONTRIBUABLE EN COURS
      *        (EN VIGUEUR A LA DATE DU JOUR, COUVRANT L'AVIS)

       CHERCHER-REPRESENTANT.

           SET SANS-REPRESENTANT TO TRUE

           IF STATUT-REPRESENTANTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE T-Numero-Fiscal TO REP-Numero-Fiscal
           READ F-REPRESENTANTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT REP-Actif
              OR REP-Date-Debut > DATE-REPRESENTATION
              OR (REP-Date-Fin NOT = 0
                  AND REP-Date-Fin < DATE-REPRESENTATION) THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN REP-Avis-Au-Representant
                   SET REPRESENTANT-DESTINATAIRE TO TRUE
      *            La ligne CSV porte l'adresse d'envoi
                   MOVE REP-Rue TO AD-CSV-RUE
                   MOVE REP-Code-Postal TO AD-CSV-CODE-POSTAL
                   MOVE REP-Ville TO AD-CSV-VILLE
               WHEN REP-Avis-En-Copie
                   SET REPRESENTANT-EN-COPIE TO TRUE
           END-EVALUATE
           .

      *    Representant destinataire (aux soins de) ou en copie,
      *    suivi de son adresse
       ECRIRE-REPRESENTANT-INDIV.

           IF REPRESENTANT-DESTINATAIRE THEN
               MOVE 'aux soins de : ' TO RI-Libelle
               ADD 1 TO CPT-AVIS-REPRESENTANT
           ELSE
               MOVE 'copie a : ' TO RI-Libelle
               ADD 1 TO CPT-COPIES-REPRESENTANT
           END-IF
           MOVE REP-Nom TO RI-Nom
           MOVE ARTICLE-REPRESENTANT-INDIV TO FS-DATA
           PERFORM ECRIRE-LIGNE-RAPPORT
           ADD 1 TO WS-LIGNES-PAGE

           MOVE REP-Rue TO AI-Rue
           MOVE REP-Code-Postal TO AI-Code-Postal
           MOVE REP-Ville TO AI-Ville
           MOVE ARTICLE-ADRESSE-INDIV TO FS-DATA
           PERFORM ECRIRE-LIGNE-RAPPORT
           ADD 1 TO WS-LIGNES-PAGE
           .

      ******************************************************************
      *        AVIS SANS PAPIER : CONTACTS, ECHEANCE, DELAI DU RAPPEL
      *        ET ADHERENTS A LA MENSUALISATION

       OUVRIR-AVIS-EN-LIGNE.

           OPEN INPUT F-CONTACTS
           IF STATUT-CONTACTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-ECHEANCE
           IF NOT STATUT-ECHEANCE-ABSENT THEN
               READ F-ECHEANCE
                   NOT AT END
                       MOVE ECH-Date-Echeance TO DATE-ECHEANCE
               END-READ
               CLOSE F-ECHEANCE
           END-IF

           OPEN INPUT F-PARAM-EN-LIGNE
           IF NOT STATUT-PARAM-EN-LIGNE-ABSENT THEN
               READ F-PARAM-EN-LIGNE
                   NOT AT END
                       MOVE PEL-Jours-Rappel TO JOURS-RAPPEL
               END-READ
               CLOSE F-PARAM-EN-LIGNE
           END-IF

           COMPUTE DATE-RAPPEL = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATE-ECHEANCE)
                   - JOURS-RAPPEL)
           IF DATE-RAPPEL < DATE-DU-JOUR THEN
               MOVE DATE-DU-JOUR TO DATE-RAPPEL
           END-IF

           OPEN INPUT F-ADHESIONS
           IF NOT STATUT-ADHESIONS-ABSENT THEN
               PERFORM UNTIL FF-ADH
                   READ F-ADHESIONS
                       AT END
                           SET FF-ADH TO TRUE
                       NOT AT END
                           IF NB-ADHESIONS < ADHESIONS-MAX THEN
                               ADD 1 TO NB-ADHESIONS
                               MOVE AD-Numero-Fiscal
                                   TO ADH-NUMERO-FISCAL(NB-ADHESIONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ADHESIONS
           END-IF

           OPEN INPUT F-NOTIFICATIONS
           IF STATUT-NOTIFICATIONS-ABSENT THEN
               OPEN OUTPUT F-NOTIFICATIONS
           ELSE
               CLOSE F-NOTIFICATIONS
               OPEN EXTEND F-NOTIFICATIONS
           END-IF
           .

       CHERCHER-CONTACT.

           SET CONTACT-SUR-PAPIER TO TRUE

           IF NOT STATUT-CONTACTS-ABSENT THEN
               MOVE T-Numero-Fiscal TO CTC-Numero-Fiscal
               READ F-CONTACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTC-Est-Sans-Papier
                               AND CTC-Email NOT = SPACE THEN
                           SET CONTACT-EST-SANS-PAPIER TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      *    Ligne de renvoi dans le listing, notification de l'avis
      *    disponible et, hors mensualisation, rappel avant echeance
       ECRIRE-AVIS-EN-LIGNE.

           MOVE CTC-Email TO AEL-Email
           MOVE ARTICLE-AVIS-EN-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-RAPPORT
           ADD 1 TO WS-LIGNES-PAGE

           MOVE T-Numero-Fiscal TO NOT-Numero-Fiscal
           MOVE "D" TO NOT-Type
           MOVE DATE-DU-JOUR TO NOT-Date-Envoi
           MOVE CTC-Email TO NOT-Email
           MOVE CTC-Telephone TO NOT-Telephone
           MOVE T-Annee TO NOT-Annee
           MOVE T-Impot TO NOT-Montant
           MOVE DATE-ECHEANCE TO NOT-Date-Echeance
           MOVE "6-IMPOSABLES" TO NOT-Origine
           WRITE NOT-ENREG
           ADD 1 TO CPT-AVIS-EN-LIGNE

           IF DATE-ECHEANCE < DATE-DU-JOUR THEN
               EXIT PARAGRAPH
           END-IF

           SET ADHESION-EST-ABSENTE TO TRUE
           MOVE 1 TO IDX-ADHESION
           PERFORM UNTIL IDX-ADHESION > NB-ADHESIONS
               IF ADH-NUMERO-FISCAL(IDX-ADHESION)
                       = T-Numero-Fiscal THEN
                   SET ADHESION-EST-TROUVEE TO TRUE
                   MOVE NB-ADHESIONS TO IDX-ADHESION
               END-IF
               ADD 1 TO IDX-ADHESION
           END-PERFORM

           IF ADHESION-EST-ABSENTE THEN
               MOVE "R" TO NOT-Type
               MOVE DATE-RAPPEL TO NOT-Date-Envoi
               WRITE NOT-ENREG
               ADD 1 TO CPT-RAPPELS
           END-IF
           .

       ECRIRE-ADRESSE-INDIV.

           MOVE ADR-Rue TO AI-Rue
