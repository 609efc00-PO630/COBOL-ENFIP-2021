      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: suivi du contentieux devant le tribunal
      *          administratif des reclamations rejetees par
      *          7-RECLAMATIONS-REGISTRE. Le master 7-contentieux.idx
      *          (cle numero fiscal + date de depot, celle du
      *          registre 7-reclamations.idx) est alimente par les
      *          actes de procedure (7-contentieux-actes.dat) :
      *          requete introductive, memoires echanges avec le
      *          delai de reponse fixe par le greffe, date
      *          d'audience, jugement, appel, cloture. Un jugement
      *          favorable au contribuable (total ou partiel) est
      *          reverse au flux 7-reclamations.dat consomme par
      *          7-DEGREVEMENTS. Le sursis de paiement attache a la
      *          reclamation est repose a l'introduction de la
      *          requete et reste actif tant que l'affaire n'est pas
      *          close (7-SURSIS et 7-RECLAMATIONS-REGISTRE ne le
      *          levent plus tant qu'une affaire est ouverte) ; un
      *          jugement non frappe d'appel dans les deux mois est
      *          definitif et clot l'affaire. L'echeancier du service
      *          juridique (7-contentieux-echeances.txt) liste les
      *          memoires attendus, les audiences et les delais
      *          d'appel de chaque affaire ouverte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-CONTENTIEUX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Affaires contentieuses (meme cle que le registre des
      *    reclamations)
           SELECT F-CONTENTIEUX ASSIGN TO "7-contentieux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTX-Cle
                   FILE STATUS IS WS-STATUT-CONTENTIEUX.

      *    Actes de procedure du jour
           SELECT F-ACTES ASSIGN TO "7-contentieux-actes.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ACTES.

      *    Registre des reclamations (cle numero fiscal + date de
      *    depot), tenu par 7-RECLAMATIONS-REGISTRE
           SELECT F-REGISTRE ASSIGN TO "7-reclamations.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RGC-Cle
                   FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Jugements favorables, reverses au flux consomme par
      *    7-DEGREVEMENTS (ouvert en extension, comme le fait
      *    7-RECLAMATIONS-REGISTRE)
           SELECT F-ACCORDEES ASSIGN TO "7-reclamations.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Echeancier du service juridique
           SELECT FS ASSIGN TO "7-contentieux-echeances.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Etat de l'affaire : I = instruction devant le tribunal,
      *    A = audience fixee, J = jugee (delai d'appel courant),
      *    P = appel pendant, C = close
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

      *    Actes : R = requete, M = memoire (CTA-Partie l'a depose,
      *    CTA-Date-Limite = delai de reponse de l'autre partie),
      *    A = audience (CTA-Date-Limite = date de l'audience),
      *    J = jugement (CTA-Sens, et pour un jugement partiel le
      *    degrevement prononce en CTA-Type / CTA-Valeur),
      *    P = appel (CTA-Partie = appelant), C = cloture
      *    (desistement, non-lieu)
       FD  F-ACTES.
       01  CTA-ENREG.
           05 CTA-Numero-Fiscal PIC 9(13).
           05 CTA-Date-Depot    PIC 9(8).
           05 CTA-Code          PIC X(1).
               88 CTA-Code-Requete  VALUE "R".
               88 CTA-Code-Memoire  VALUE "M".
               88 CTA-Code-Audience VALUE "A".
               88 CTA-Code-Jugement VALUE "J".
               88 CTA-Code-Appel    VALUE "P".
               88 CTA-Code-Cloture  VALUE "C".
           05 CTA-Date          PIC 9(8).
           05 CTA-Partie        PIC X(1).
           05 CTA-Date-Limite   PIC 9(8).
           05 CTA-Sens          PIC X(1).
           05 CTA-Type          PIC X(1).
           05 CTA-Valeur        PIC 9(6)V99.
           05 CTA-Reference     PIC X(15).

      *    Meme disposition que RGC-ENREG dans
      *    7-RECLAMATIONS-REGISTRE.cbl, qui alimente ce fichier
       FD  F-REGISTRE.
       01  RGC-ENREG.
           05 RGC-Cle.
               10 RGC-Numero-Fiscal PIC 9(13).
               10 RGC-Date-Depot    PIC 9(8).
           05 RGC-Etat          PIC X(1).
               88 RGC-Etat-Recue    VALUE "R".
               88 RGC-Etat-Examen   VALUE "E".
               88 RGC-Etat-Accordee VALUE "A".
               88 RGC-Etat-Rejetee  VALUE "J".
               88 RGC-Etat-Pendante VALUE "R" "E".
           05 RGC-Taxe          PIC X(2).
           05 RGC-Type          PIC X(1).
           05 RGC-Valeur        PIC 9(6)V99.
           05 RGC-Motif         PIC X(40).
           05 RGC-Sursis-Demande PIC X(1).
               88 RGC-Avec-Sursis VALUE "O".
           05 RGC-Date-Limite   PIC 9(8).
           05 RGC-Date-Decision PIC 9(8).

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
      *    Penalites de recouvrement (7-PENALITES)
               10 SOL-Majoration-Retard-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Retard-Payee   PIC 9(6)V99.
               10 SOL-Interets-Imposes          PIC 9(6)V99.
               10 SOL-Interets-Payes            PIC 9(6)V99.
               10 SOL-Date-Majoration-Retard    PIC 9(8).
               10 SOL-Mois-Interets             PIC 9(3).
           05 SOL-Relance.
               10 SOL-Niveau-Relance PIC 9(1).
               10 SOL-Date-Ouverture PIC 9(8).
      *    Sursis de paiement (7-SURSIS)
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

      *    Meme disposition que REC-ENREG dans 7-DEGREVEMENTS.cbl,
      *    qui lit ce fichier
       FD  F-ACCORDEES.
       01  REC-ENREG.
           05 REC-Numero-Fiscal PIC 9(13).
           05 REC-Taxe          PIC X(2).
           05 REC-Type          PIC X(1).
           05 REC-Valeur        PIC 9(6)V99.
           05 REC-Motif         PIC X(40).

       FD  FS.
       01  FS-DATA PIC X(90).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-ECH-TITRE PIC X(60)
              VALUE 'ECHEANCIER DU CONTENTIEUX ADMINISTRATIF'.

           05 ARTICLE-ECH-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-ECH-ENTETE.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(10) VALUE 'Depot'.
               10 FILLER PIC X(16) VALUE 'Requete'.
               10 FILLER PIC X(26) VALUE 'Echeance'.
               10 FILLER PIC X(10) VALUE 'Date'.
               10 FILLER PIC X(8) VALUE 'Jours'.
               10 FILLER PIC X(4) VALUE 'Etat'.

           05 ARTICLE-ECH-INDIV.
               10 EC-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 EC-Date-Depot PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 EC-Numero-Requete PIC X(15).
               10 FILLER PIC X VALUE SPACE.
               10 EC-Echeance PIC X(25).
               10 FILLER PIC X VALUE SPACE.
               10 EC-Date PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 EC-Jours PIC ZZZZ9-.
               10 FILLER PIC X(2) VALUE SPACE.
               10 EC-Etat PIC X(1).

           05 ARTICLE-ECH-AUCUNE PIC X(40)
              VALUE 'Aucune echeance en cours'.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ACTES                PIC  X(01) VALUE  SPACE.
               88  FF-CTA                          VALUE  HIGH-VALUE.
           05  FIN-CONTENTIEUX          PIC  X(01) VALUE  SPACE.
               88  FF-CTX                          VALUE  HIGH-VALUE.
           05  FIN-ANNEES               PIC  X(01) VALUE  SPACE.
               88  FF-ANNEES                       VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-CONTENTIEUX    PIC X(02) VALUE SPACE.
               88  STATUT-CONTENTIEUX-ABSENT      VALUE "35".
           05  WS-STATUT-ACTES          PIC X(02) VALUE SPACE.
               88  STATUT-ACTES-ABSENT            VALUE "35".
           05  WS-STATUT-REGISTRE       PIC X(02) VALUE SPACE.
               88  STATUT-REGISTRE-ABSENT         VALUE "35".
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".

       1   CONTENTIEUX-WORKING-MANAGER.
           05  CPT-REQUETES             PIC 9(6) VALUE 0.
           05  CPT-ACTES                PIC 9(6) VALUE 0.
           05  CPT-JUGEMENTS            PIC 9(6) VALUE 0.
           05  CPT-DEGREVEMENTS         PIC 9(6) VALUE 0.
           05  CPT-CLOTURES             PIC 9(6) VALUE 0.
           05  CPT-ACTES-REJETES        PIC 9(6) VALUE 0.
           05  CPT-ECHEANCES            PIC 9(6) VALUE 0.
           05  CODE-SURSIS              PIC X(1) VALUE SPACE.
           05  NUMERO-SURSIS            PIC 9(13) VALUE 0.
           05  AFFAIRE-OUVERTE          PIC 9(1) VALUE 0.
               88  AFFAIRE-EST-OUVERTE            VALUE 1.
               88  AFFAIRE-EST-ABSENTE            VALUE 0.
           05  DATE-CLOTURE             PIC 9(8) VALUE 0.

      *    Affaires closes a cette execution dont le sursis est a
      *    lever : la levee attend la fin du parcours du master,
      *    une autre affaire du meme contribuable pouvant rester
      *    ouverte
       1   CLOTURES-WORKING-MANAGER.
           05  NB-CLOTURES              PIC 9(4) VALUE 0.
           05  IDX-CLOTURE              PIC 9(4) VALUE 0.
           05  CLOTURES-MAX             PIC 9(4) VALUE 500.
           05  CLOTURE-TABLE OCCURS 500 TIMES.
               10  CLT-NUMERO-FISCAL    PIC 9(13).

      *    Delai d'appel : deux mois apres le jugement (meme calcul
      *    que la date limite de 7-RECLAMATIONS-REGISTRE)
       1   DELAIS-WORKING-MANAGER.
           05  MOIS-DELAI-APPEL         PIC 9(2) VALUE 2.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.
           05  JOURS-RESTANTS           PIC S9(5) VALUE 0.
           05  DATE-CALCUL              PIC 9(8) VALUE 0.
           05  DATE-CALCUL-DECOUPE REDEFINES DATE-CALCUL.
               10  DC-ANNEE             PIC 9(4).
               10  DC-MOIS              PIC 9(2).
               10  DC-JOUR              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE JOURS-AUJOURDHUI =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)

           OPEN INPUT F-REGISTRE
           IF STATUT-REGISTRE-ABSENT THEN
               DISPLAY "7-CONTENTIEUX : 7-reclamations.idx"
                       " introuvable, lancer d'abord"
                       " 7-RECLAMATIONS-REGISTRE"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-MASTER-CONTENTIEUX

           OPEN I-O F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-CONTENTIEUX : 7-soldes.idx introuvable,"
                       " sursis non geres"
           END-IF

           PERFORM APPLIQUER-ACTES
           PERFORM CLORE-JUGEMENTS-DEFINITIFS
           PERFORM LEVER-SURSIS-DES-CLOTURES

           OPEN OUTPUT FS
           PERFORM LISTER-ECHEANCES
           CLOSE FS

           CLOSE F-CONTENTIEUX F-REGISTRE
           IF NOT STATUT-SOLDES-ABSENT THEN
               CLOSE F-SOLDES
           END-IF

           DISPLAY "7-CONTENTIEUX : " CPT-REQUETES " requete(s), "
                   CPT-ACTES " autre(s) acte(s), " CPT-JUGEMENTS
                   " jugement(s) dont " CPT-DEGREVEMENTS
                   " degrevement(s), " CPT-CLOTURES
                   " affaire(s) close(s), " CPT-ACTES-REJETES
                   " acte(s) rejete(s), " CPT-ECHEANCES
                   " echeance(s) listee(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER-CONTENTIEUX.

           OPEN INPUT F-CONTENTIEUX
           IF STATUT-CONTENTIEUX-ABSENT THEN
               CLOSE F-CONTENTIEUX
               OPEN OUTPUT F-CONTENTIEUX
               CLOSE F-CONTENTIEUX
           ELSE
               CLOSE F-CONTENTIEUX
           END-IF

           OPEN I-O F-CONTENTIEUX
           .

      ******************************************************************
      *        ACTES DE PROCEDURE DU JOUR

       APPLIQUER-ACTES.

           OPEN INPUT F-ACTES

           IF STATUT-ACTES-ABSENT THEN
               DISPLAY "7-contentieux-actes.dat introuvable, aucun"
                       " acte"
           ELSE
               OPEN EXTEND F-ACCORDEES
               PERFORM UNTIL FF-CTA
                   READ F-ACTES
                       AT END
                           SET FF-CTA TO TRUE
                       NOT AT END
                           PERFORM APPLIQUER-UN-ACTE
                   END-READ
               END-PERFORM
               CLOSE F-ACTES F-ACCORDEES
           END-IF
           .

       APPLIQUER-UN-ACTE.

           IF CTA-Code-Requete THEN
               PERFORM INTRODUIRE-REQUETE
               EXIT PARAGRAPH
           END-IF

           MOVE CTA-Numero-Fiscal TO CTX-Numero-Fiscal
           MOVE CTA-Date-Depot TO CTX-Date-Depot
           READ F-CONTENTIEUX
               INVALID KEY
                   DISPLAY "7-CONTENTIEUX : acte " CTA-Code
                           " sans affaire pour " CTA-Numero-Fiscal
                           " depot " CTA-Date-Depot ", rejete"
                   ADD 1 TO CPT-ACTES-REJETES
                   EXIT PARAGRAPH
           END-READ

           IF CTX-Etat-Close THEN
               DISPLAY "7-CONTENTIEUX : affaire close pour "
                       CTA-Numero-Fiscal ", acte " CTA-Code
                       " rejete"
               ADD 1 TO CPT-ACTES-REJETES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN CTA-Code-Memoire
                   PERFORM ENREGISTRER-MEMOIRE
               WHEN CTA-Code-Audience
                   PERFORM FIXER-AUDIENCE
               WHEN CTA-Code-Jugement
                   PERFORM ENREGISTRER-JUGEMENT
               WHEN CTA-Code-Appel
                   PERFORM ENREGISTRER-APPEL
               WHEN CTA-Code-Cloture
                   MOVE CTA-Date TO DATE-CLOTURE
                   PERFORM CLORE-AFFAIRE
                   REWRITE CTX-ENREG
               WHEN OTHER
                   DISPLAY "7-CONTENTIEUX : code " CTA-Code
                           " inconnu, acte rejete"
                   ADD 1 TO CPT-ACTES-REJETES
           END-EVALUATE
           .

      *    La requete n'est recevable que contre une reclamation
      *    rejetee au registre ; le sursis leve par le rejet est
      *    repose pour la duree de l'instance
       INTRODUIRE-REQUETE.

           MOVE CTA-Numero-Fiscal TO RGC-Numero-Fiscal
           MOVE CTA-Date-Depot TO RGC-Date-Depot
           READ F-REGISTRE
               INVALID KEY
                   DISPLAY "7-CONTENTIEUX : requete sans reclamation"
                           " pour " CTA-Numero-Fiscal " depot "
                           CTA-Date-Depot ", rejetee"
                   ADD 1 TO CPT-ACTES-REJETES
                   EXIT PARAGRAPH
           END-READ

           IF NOT RGC-Etat-Rejetee THEN
               DISPLAY "7-CONTENTIEUX : reclamation non rejetee pour "
                       CTA-Numero-Fiscal ", requete rejetee"
               ADD 1 TO CPT-ACTES-REJETES
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CTX-ENREG
           MOVE CTA-Numero-Fiscal TO CTX-Numero-Fiscal
           MOVE CTA-Date-Depot TO CTX-Date-Depot
           SET CTX-Etat-Instruction TO TRUE
           MOVE CTA-Reference TO CTX-Numero-Requete
           MOVE CTA-Date TO CTX-Date-Requete
           MOVE RGC-Sursis-Demande TO CTX-Sursis

           WRITE CTX-ENREG
               INVALID KEY
                   DISPLAY "7-CONTENTIEUX : requete deja enregistree"
                           " pour " CTA-Numero-Fiscal " depot "
                           CTA-Date-Depot ", ignoree"
                   ADD 1 TO CPT-ACTES-REJETES
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO CPT-REQUETES

           IF CTX-Avec-Sursis
              AND NOT STATUT-SOLDES-ABSENT THEN
               MOVE "O" TO CODE-SURSIS
               MOVE CTX-Numero-Fiscal TO NUMERO-SURSIS
               PERFORM POSER-OU-LEVER-SURSIS
           END-IF
           .

      *    Un memoire depose fait courir le delai de reponse de
      *    l'autre partie ; sans delai, l'instruction est close
       ENREGISTRER-MEMOIRE.

           ADD 1 TO CTX-Nb-Memoires
           MOVE CTA-Date TO CTX-Date-Dernier-Memoire
           MOVE CTA-Date-Limite TO CTX-Date-Limite-Memoire

           EVALUATE TRUE
               WHEN CTA-Date-Limite = 0
                   MOVE SPACE TO CTX-Partie-Attendue
               WHEN CTA-Partie = "A"
                   MOVE "C" TO CTX-Partie-Attendue
               WHEN OTHER
                   MOVE "A" TO CTX-Partie-Attendue
           END-EVALUATE

           REWRITE CTX-ENREG
           ADD 1 TO CPT-ACTES
           .

       FIXER-AUDIENCE.

           MOVE CTA-Date-Limite TO CTX-Date-Audience
           MOVE SPACE TO CTX-Partie-Attendue
           IF NOT CTX-Etat-Appel THEN
               SET CTX-Etat-Audience TO TRUE
           END-IF

           REWRITE CTX-ENREG
           ADD 1 TO CPT-ACTES
           .

      *    Le jugement (ou l'arret d'appel) ouvre le delai d'appel ;
      *    favorable au contribuable, il part a 7-DEGREVEMENTS, une
      *    seule fois par affaire
       ENREGISTRER-JUGEMENT.

           IF CTA-Sens NOT = "F" AND CTA-Sens NOT = "P"
              AND CTA-Sens NOT = "R" THEN
               DISPLAY "7-CONTENTIEUX : sens de jugement " CTA-Sens
                       " inconnu pour " CTA-Numero-Fiscal
                       ", acte rejete"
               ADD 1 TO CPT-ACTES-REJETES
               EXIT PARAGRAPH
           END-IF

           MOVE CTA-Date TO CTX-Date-Jugement
           MOVE CTA-Sens TO CTX-Sens-Jugement
           MOVE SPACE TO CTX-Partie-Attendue
           MOVE CTA-Date TO DATE-CALCUL
           PERFORM CALCULER-DELAI-APPEL
           MOVE DATE-CALCUL TO CTX-Date-Limite-Appel
           SET CTX-Etat-Jugee TO TRUE

           IF CTX-Jugement-Favorable THEN
               IF CTX-Degrevement-Emis THEN
                   DISPLAY "7-CONTENTIEUX : degrevement deja emis"
                           " pour " CTX-Numero-Fiscal ", confirme"
               ELSE
                   PERFORM REVERSER-VERS-DEGREVEMENTS
               END-IF
           ELSE
               IF CTX-Degrevement-Emis THEN
                   DISPLAY "7-CONTENTIEUX : degrevement emis pour "
                           CTX-Numero-Fiscal " infirme en appel,"
                           " reimposition a etablir"
               END-IF
           END-IF

           REWRITE CTX-ENREG
           ADD 1 TO CPT-JUGEMENTS
           .

       REVERSER-VERS-DEGREVEMENTS.

           MOVE CTX-Numero-Fiscal TO RGC-Numero-Fiscal
           MOVE CTX-Date-Depot TO RGC-Date-Depot
           READ F-REGISTRE
               INVALID KEY
                   DISPLAY "7-CONTENTIEUX : reclamation introuvable"
                           " pour " CTX-Numero-Fiscal ", degrevement"
                           " non emis"
                   EXIT PARAGRAPH
           END-READ

           MOVE RGC-Numero-Fiscal TO REC-Numero-Fiscal
           MOVE RGC-Taxe TO REC-Taxe
           IF CTA-Sens = "P" THEN
               MOVE CTA-Type TO REC-Type
               MOVE CTA-Valeur TO REC-Valeur
           ELSE
               MOVE RGC-Type TO REC-Type
               MOVE RGC-Valeur TO REC-Valeur
           END-IF
           MOVE SPACE TO REC-Motif
           STRING "JUGEMENT DU " DELIMITED BY SIZE
                  CTA-Date DELIMITED BY SIZE
                  " REQUETE " DELIMITED BY SIZE
                  CTX-Numero-Requete DELIMITED BY SPACE
                  INTO REC-Motif
           WRITE REC-ENREG

           SET CTX-Degrevement-Emis TO TRUE
           ADD 1 TO CPT-DEGREVEMENTS
           .

       ENREGISTRER-APPEL.

           IF NOT CTX-Etat-Jugee THEN
               DISPLAY "7-CONTENTIEUX : appel sans jugement pour "
                       CTA-Numero-Fiscal ", acte rejete"
               ADD 1 TO CPT-ACTES-REJETES
               EXIT PARAGRAPH
           END-IF

           MOVE CTA-Partie TO CTX-Appelant
           MOVE CTA-Date TO CTX-Date-Appel
           MOVE 0 TO CTX-Date-Audience
           MOVE 0 TO CTX-Date-Limite-Appel
           SET CTX-Etat-Appel TO TRUE

           REWRITE CTX-ENREG
           ADD 1 TO CPT-ACTES
           .

      *    Cloture de l'affaire ; le sursis sera leve en fin de
      *    traitement si aucune autre affaire du contribuable ne
      *    reste ouverte
       CLORE-AFFAIRE.

           SET CTX-Etat-Close TO TRUE
           MOVE SPACE TO CTX-Partie-Attendue
           MOVE DATE-CLOTURE TO CTX-Date-Cloture

           IF CTX-Avec-Sursis
              AND NB-CLOTURES < CLOTURES-MAX THEN
               ADD 1 TO NB-CLOTURES
               MOVE CTX-Numero-Fiscal
                   TO CLT-NUMERO-FISCAL(NB-CLOTURES)
           END-IF

           ADD 1 TO CPT-CLOTURES
           .

      *    Date limite d'appel : deux mois apres le jugement (le
      *    mois est avance de deux, l'annee portee d'autant, le jour
      *    ramene au dernier jour du mois si besoin)
       CALCULER-DELAI-APPEL.

           ADD MOIS-DELAI-APPEL TO DC-MOIS
           IF DC-MOIS > 12 THEN
               SUBTRACT 12 FROM DC-MOIS
               ADD 1 TO DC-ANNEE
           END-IF
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(DATE-CALCUL)
                   = 0
               SUBTRACT 1 FROM DC-JOUR
           END-PERFORM
           .

      ******************************************************************
      *        JUGEMENTS DEVENUS DEFINITIFS : DELAI D'APPEL EXPIRE
      *        SANS APPEL, L'AFFAIRE EST CLOSE

       CLORE-JUGEMENTS-DEFINITIFS.

           MOVE SPACE TO FIN-CONTENTIEUX
           MOVE LOW-VALUE TO CTX-Cle
           START F-CONTENTIEUX KEY NOT < CTX-Cle
               INVALID KEY
                   SET FF-CTX TO TRUE
           END-START

           PERFORM UNTIL FF-CTX
               READ F-CONTENTIEUX NEXT RECORD
                   AT END
                       SET FF-CTX TO TRUE
                   NOT AT END
                       IF CTX-Etat-Jugee
                          AND CTX-Date-Limite-Appel < DATE-DU-JOUR
                               THEN
                           MOVE DATE-DU-JOUR TO DATE-CLOTURE
                           PERFORM CLORE-AFFAIRE
                           REWRITE CTX-ENREG
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Le sursis des affaires closes n'est leve que si le
      *    contribuable n'a plus aucune affaire ouverte
       LEVER-SURSIS-DES-CLOTURES.

           IF STATUT-SOLDES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IDX-CLOTURE
           PERFORM UNTIL IDX-CLOTURE > NB-CLOTURES
               MOVE CLT-NUMERO-FISCAL(IDX-CLOTURE) TO NUMERO-SURSIS
               PERFORM CHERCHER-AFFAIRE-OUVERTE
               IF AFFAIRE-EST-ABSENTE THEN
                   MOVE SPACE TO CODE-SURSIS
                   PERFORM POSER-OU-LEVER-SURSIS
               END-IF
               ADD 1 TO IDX-CLOTURE
           END-PERFORM
           .

       CHERCHER-AFFAIRE-OUVERTE.

           SET AFFAIRE-EST-ABSENTE TO TRUE
           MOVE SPACE TO FIN-CONTENTIEUX
           MOVE NUMERO-SURSIS TO CTX-Numero-Fiscal
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
                       IF CTX-Numero-Fiscal NOT = NUMERO-SURSIS THEN
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

      *    Pose (O) ou levee (espace) du sursis sur tous les
      *    millesimes du contribuable (meme parcours que 7-SURSIS)
       POSER-OU-LEVER-SURSIS.

           MOVE SPACE TO FIN-ANNEES
           MOVE NUMERO-SURSIS TO SOL-Numero-Fiscal
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
                       IF SOL-Numero-Fiscal NOT = NUMERO-SURSIS THEN
                           SET FF-ANNEES TO TRUE
                       ELSE
                           MOVE CODE-SURSIS TO SOL-Sursis
                           REWRITE SOL-ENREG
                       END-IF
               END-READ
           END-PERFORM
           .

      ******************************************************************
      *        ECHEANCIER DU SERVICE JURIDIQUE : MEMOIRE ATTENDU,
      *        AUDIENCE A VENIR, DELAI D'APPEL COURANT

       LISTER-ECHEANCES.

           MOVE ARTICLE-ECH-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ECH-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ECH-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE SPACE TO FIN-CONTENTIEUX
           MOVE LOW-VALUE TO CTX-Cle
           START F-CONTENTIEUX KEY NOT < CTX-Cle
               INVALID KEY
                   SET FF-CTX TO TRUE
           END-START

           PERFORM UNTIL FF-CTX
               READ F-CONTENTIEUX NEXT RECORD
                   AT END
                       SET FF-CTX TO TRUE
                   NOT AT END
                       IF NOT CTX-Etat-Close THEN
                           PERFORM LISTER-UNE-AFFAIRE
                       END-IF
               END-READ
           END-PERFORM

           IF CPT-ECHEANCES = 0 THEN
               MOVE ARTICLE-ECH-AUCUNE TO FS-DATA
               WRITE FS-DATA
           END-IF
           .

       LISTER-UNE-AFFAIRE.

           IF CTX-Partie-Attendue = "A" THEN
               MOVE "Memoire administration" TO EC-Echeance
               MOVE CTX-Date-Limite-Memoire TO EC-Date
               PERFORM ECRIRE-ECHEANCE
           END-IF

           IF CTX-Partie-Attendue = "C" THEN
               MOVE "Memoire contribuable" TO EC-Echeance
               MOVE CTX-Date-Limite-Memoire TO EC-Date
               PERFORM ECRIRE-ECHEANCE
           END-IF

           IF CTX-Date-Audience NOT < DATE-DU-JOUR THEN
               MOVE "Audience" TO EC-Echeance
               MOVE CTX-Date-Audience TO EC-Date
               PERFORM ECRIRE-ECHEANCE
           END-IF

           IF CTX-Etat-Jugee THEN
               MOVE "Fin du delai d'appel" TO EC-Echeance
               MOVE CTX-Date-Limite-Appel TO EC-Date
               PERFORM ECRIRE-ECHEANCE
           END-IF
           .

       ECRIRE-ECHEANCE.

           COMPUTE JOURS-RESTANTS =
                   FUNCTION INTEGER-OF-DATE(EC-Date)
                   - JOURS-AUJOURDHUI

           MOVE CTX-Numero-Fiscal TO EC-Numero-Fiscal
           MOVE CTX-Date-Depot TO EC-Date-Depot
           MOVE CTX-Numero-Requete TO EC-Numero-Requete
           MOVE JOURS-RESTANTS TO EC-Jours
           MOVE CTX-Etat TO EC-Etat
           MOVE ARTICLE-ECH-INDIV TO FS-DATA
           WRITE FS-DATA

           ADD 1 TO CPT-ECHEANCES
           .

       FIN-PGM.
           STOP RUN.
