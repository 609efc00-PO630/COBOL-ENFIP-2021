      *          place, inconnu cree). L'IBAN est controle par la
      *          division modulo 97 (reste 1 attendu) avant toute
      *          ecriture ; les lignes invalides sont rejetees avec
      *          motif, comme dans 4-occurrences-rejets.dat. Un
      *          IBAN etranger (non-resident) doit porter son BIC.
      *          Chaque creation ou changement d'IBAN est inscrit au
      *          journal des changements 7-rib-changements.dat (date,
      *          ancien et nouvel IBAN, operateur), lu par le filtrage
      *          anti-fraude de 7-REMBOURSEMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT C-REJETS ASSIGN TO "7-rib-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Journal des changements d'IBAN, cumule d'une execution a
      *    l'autre (un IBAN change juste avant un remboursement est
      *    un signal de fraude pour 7-REMBOURSEMENTS)
           SELECT F-RIB-CHANGEMENTS ASSIGN TO "7-rib-changements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-CHANGEMENTS.

       DATA DIVISION.
       FILE SECTION.

           05 RIB-IBAN          PIC X(34).
           05 RIB-BIC           PIC X(11).
      *    A = actif, I = inutilisable (compte clos ou mandat refuse,
      *    marque par 7-REJETS-PRELEVEMENT ou 7-RETOURS-VIREMENTS)
           05 RIB-Etat          PIC X(1).
               88 RIB-Actif         VALUE "A".
               88 RIB-Inutilisable  VALUE "I".
           05 CR-IBAN           PIC X(34).
           05 CR-Motif          PIC X(40).

      *    Ancien IBAN a blanc = creation de la fiche
       FD  F-RIB-CHANGEMENTS.
       01  CHG-ENREG.
           05 CHG-Numero-Fiscal PIC 9(13).
           05 CHG-Date          PIC 9(8).
           05 CHG-Ancien-IBAN   PIC X(34).
           05 CHG-Nouvel-IBAN   PIC X(34).
           05 CHG-Operateur     PIC X(8).

       WORKING-STORAGE SECTION.

       1   HABILITATIONS-WORKING-MANAGER.
           05  CPT-NOUVELLES            PIC 9(6) VALUE 0.
           05  CPT-CORRIGEES            PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-ETRANGERS            PIC 9(6) VALUE 0.
           05  MOTIF-REJET              PIC X(40) VALUE SPACE.
           05  WS-STATUT-CHANGEMENTS    PIC X(02) VALUE SPACE.
               88  STATUT-CHANGEMENTS-ABSENT      VALUE "35".
           05  CPT-CHANGEMENTS          PIC 9(6) VALUE 0.

      *    Controle modulo 97 de l'IBAN : les quatre premiers
      *    caracteres passes en queue, lettres converties (A = 10 ...

           OPEN INPUT F-RIB-MAJ
           OPEN OUTPUT C-REJETS
           PERFORM OUVRIR-JOURNAL-CHANGEMENTS

           PERFORM UNTIL FF
               READ F-RIB-MAJ
           DISPLAY "7-RIB-MAJ : " CPT-TRAITEES
                   " traites, " CPT-NOUVELLES " nouveaux, "
                   CPT-CORRIGEES " corriges, "
                   CPT-REJETEES " rejetes, " CPT-ETRANGERS
                   " IBAN etranger(s), " CPT-CHANGEMENTS
                   " changement(s) d'IBAN journalise(s)"

           CLOSE F-RIB-MAJ C-RIB C-REJETS F-RIB-CHANGEMENTS

           PERFORM FIN-PGM
           .
                   SET IBAN-EST-INVALIDE TO TRUE
               END-IF
           END-IF
           MOVE "IBAN invalide (controle modulo 97)" TO MOTIF-REJET

      *    IBAN etranger (contribuable non-resident) : le virement
      *    hors France exige le BIC de la banque teneuse du compte
           IF IBAN-EST-VALIDE AND FM-IBAN(1:2) NOT = "FR" THEN
               IF FM-BIC = SPACE THEN
                   SET IBAN-EST-INVALIDE TO TRUE
                   MOVE "IBAN etranger sans BIC" TO MOTIF-REJET
               ELSE
                   ADD 1 TO CPT-ETRANGERS
               END-IF
           END-IF
           .

       CALCULER-MODULO-97.
               INVALID KEY
                   WRITE C-RIB-ENREG
                   ADD 1 TO CPT-NOUVELLES
                   MOVE SPACE TO CHG-Ancien-IBAN
                   PERFORM ECRIRE-CHANGEMENT
               NOT INVALID KEY
                   IF RIB-IBAN NOT = FM-IBAN THEN
                       MOVE RIB-IBAN TO CHG-Ancien-IBAN
                       PERFORM ECRIRE-CHANGEMENT
                   END-IF
      *            Une nouvelle coordonnee reactive une fiche marquee
      *            inutilisable
                   MOVE FM-IBAN TO RIB-IBAN
           END-READ
           .

      ******************************************************************
      *        JOURNAL DES CHANGEMENTS D'IBAN (CREE AU PREMIER
      *        PASSAGE, PROLONGE ENSUITE)

       OUVRIR-JOURNAL-CHANGEMENTS.

           OPEN INPUT F-RIB-CHANGEMENTS
           IF STATUT-CHANGEMENTS-ABSENT THEN
               CLOSE F-RIB-CHANGEMENTS
               OPEN OUTPUT F-RIB-CHANGEMENTS
           ELSE
               CLOSE F-RIB-CHANGEMENTS
               OPEN EXTEND F-RIB-CHANGEMENTS
           END-IF
           .

      *    CHG-Ancien-IBAN est garni par l'appelant
       ECRIRE-CHANGEMENT.

           MOVE FM-Numero-Fiscal TO CHG-Numero-Fiscal
           MOVE DATE-AUDIT TO CHG-Date
           MOVE FM-IBAN TO CHG-Nouvel-IBAN
           MOVE OPERATEUR-COURANT TO CHG-Operateur
           WRITE CHG-ENREG
           ADD 1 TO CPT-CHANGEMENTS
           .

      ******************************************************************
      *        COORDONNEES REJETEES (IBAN INVALIDE)


           MOVE FM-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE FM-IBAN          TO CR-IBAN
           MOVE MOTIF-REJET      TO CR-Motif

           WRITE C-REJETS-ENREG

