      *          millesimes du contribuable : tant que le sursis est
      *          actif, 7-RELANCES gele l'escalade et 7-SAISIES
      *          ecarte le solde de la selection d'execution forcee.
      *          Une levee est refusee tant qu'une affaire
      *          contentieuse du contribuable reste ouverte devant
      *          le tribunal administratif (7-CONTENTIEUX).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-SURSIS.

      *    Affaires contentieuses (7-CONTENTIEUX) : le sursis reste
      *    actif tant qu'une affaire du contribuable est ouverte
           SELECT F-CONTENTIEUX ASSIGN TO "7-contentieux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTX-Cle
                   FILE STATUS IS WS-STATUT-CONTENTIEUX.

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

       FD  F-SURSIS.
       01  SUR-ENREG.
               88 SUR-Code-Levee  VALUE "L".
           05 SUR-Date          PIC 9(8).

      *    Meme disposition que CTX-ENREG dans 7-CONTENTIEUX.cbl, qui
      *    alimente ce fichier ; etat I = instruction, A = audience
      *    fixee, J = jugee, P = appel pendant, C = close
       FD  F-CONTENTIEUX.
       01  CTX-ENREG.
           05 CTX-Cle.
               10 CTX-Numero-Fiscal PIC 9(13).
               10 CTX-Date-Depot    PIC 9(8).
           05 CTX-Etat          PIC X(1).
               88 CTX-Etat-Instruction VALUE "I".
               88 CTX-Etat-Audience    VALUE "A".
               88 CTX-Etat-Jugee       VALUE "J".
               88 CTX-Etat-Appel       VALUE "P".
               88 CTX-Etat-Close       VALUE "C".
               88 CTX-Etat-Pendante    VALUE "I" "A" "P".
           05 CTX-Numero-Requete PIC X(15).
           05 CTX-Date-Requete  PIC 9(8).
      *    Sursis de paiement attache a la reclamation d'origine
           05 CTX-Sursis        PIC X(1).
               88 CTX-Avec-Sursis   VALUE "O".
      *    Echange des memoires : partie dont la reponse est
      *    attendue (A = administration, C = contribuable) et date
      *    limite fixee par le greffe
           05 CTX-Memoires.
               10 CTX-Nb-Memoires        PIC 9(2).
               10 CTX-Date-Dernier-Memoire PIC 9(8).
               10 CTX-Partie-Attendue    PIC X(1).
               10 CTX-Date-Limite-Memoire PIC 9(8).
           05 CTX-Date-Audience PIC 9(8).
      *    Jugement : F = favorable au contribuable, P = favorable
      *    en partie, R = requete rejetee
           05 CTX-Jugement.
               10 CTX-Date-Jugement      PIC 9(8).
               10 CTX-Sens-Jugement      PIC X(1).
                   88 CTX-Jugement-Favorable VALUE "F" "P".
               10 CTX-Date-Limite-Appel  PIC 9(8).
      *    Appel (A = de l'administration, C = du contribuable)
           05 CTX-Appel.
               10 CTX-Appelant           PIC X(1).
               10 CTX-Date-Appel         PIC 9(8).
      *    O des qu'un jugement favorable a ete reverse a
      *    7-DEGREVEMENTS
           05 CTX-Degrevement   PIC X(1).
               88 CTX-Degrevement-Emis VALUE "O".
           05 CTX-Date-Cloture  PIC 9(8).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
           05  CPT-OCTROIS              PIC 9(6) VALUE 0.
           05  CPT-LEVEES               PIC 9(6) VALUE 0.
           05  CPT-SANS-SOLDE           PIC 9(6) VALUE 0.
           05  CPT-LEVEES-REFUSEES      PIC 9(6) VALUE 0.
           05  NB-MILLESIMES-TOUCHES    PIC 9(4) VALUE 0.
           05  FIN-ANNEES               PIC X(01) VALUE SPACE.
               88  FF-ANNEES                      VALUE HIGH-VALUE.

       1   CONTENTIEUX-WORKING-MANAGER.
           05  WS-STATUT-CONTENTIEUX    PIC X(02) VALUE SPACE.
               88  STATUT-CONTENTIEUX-ABSENT      VALUE "35".
           05  FIN-CONTENTIEUX          PIC X(01) VALUE SPACE.
               88  FF-CTX                         VALUE HIGH-VALUE.
           05  AFFAIRE-OUVERTE          PIC 9(1) VALUE 0.
               88  AFFAIRE-EST-OUVERTE            VALUE 1.
               88  AFFAIRE-EST-ABSENTE            VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-CONTENTIEUX

           PERFORM UNTIL FF-SUR
               READ F-SURSIS
                   AT END
           END-PERFORM

           CLOSE F-SURSIS F-SOLDES
           IF NOT STATUT-CONTENTIEUX-ABSENT THEN
               CLOSE F-CONTENTIEUX
           END-IF

           DISPLAY "7-SURSIS : " CPT-OCTROIS " octroi(s), "
                   CPT-LEVEES " levee(s), " CPT-SANS-SOLDE
                   " transaction(s) sans solde, "
                   CPT-LEVEES-REFUSEES " levee(s) refusee(s)"

           PERFORM FIN-PGM
           .
               EXIT PARAGRAPH
           END-IF

           IF SUR-Code-Levee THEN
               PERFORM CHERCHER-AFFAIRE-OUVERTE
               IF AFFAIRE-EST-OUVERTE THEN
                   DISPLAY "7-SURSIS : affaire contentieuse ouverte"
                           " pour " SUR-Numero-Fiscal
                           ", levee refusee"
                   ADD 1 TO CPT-LEVEES-REFUSEES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO NB-MILLESIMES-TOUCHES
           MOVE SPACE TO FIN-ANNEES

           END-IF
           .

      *    Recherche d'une affaire contentieuse non close pour le
      *    contribuable (parcours de ses affaires dans le master de
      *    7-CONTENTIEUX)
       CHERCHER-AFFAIRE-OUVERTE.

           SET AFFAIRE-EST-ABSENTE TO TRUE
           IF STATUT-CONTENTIEUX-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-CONTENTIEUX
           MOVE SUR-Numero-Fiscal TO CTX-Numero-Fiscal
           MOVE 0 TO CTX-Date-Depot
           START F-CONTENTIEUX KEY NOT < CTX-Cle
               INVALID KEY
                   SET FF-CTX TO TRUE
           END-START

           PERFORM UNTIL FF-CTX
               READ F-CONTENTIEUX NEXT RECORD
                   AT END
                       SET FF-CTX TO TRUE
                   NOT AT END
                       IF CTX-Numero-Fiscal NOT = SUR-Numero-Fiscal THEN
                           SET FF-CTX TO TRUE
                       ELSE
                           IF NOT CTX-Etat-Close THEN
                               SET AFFAIRE-EST-OUVERTE TO TRUE
                               SET FF-CTX TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       FIN-PGM.
           STOP RUN.
