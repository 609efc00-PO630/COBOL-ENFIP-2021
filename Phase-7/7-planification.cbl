      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: planification quotidienne des traitements de la
      *          campagne de recouvrement, pilotee par le calendrier
      *          (7-calendrier.idx, tenu par 7-CALENDRIER-MAJ). Le
      *          catalogue 0-planification.param associe chaque
      *          traitement a son rang d'execution (ordre des
      *          dependances), a l'evenement qui le declenche (QT =
      *          chaque jour ouvre), a un decalage en jours apres
      *          l'evenement et a son caractere bancaire. Un
      *          traitement echu un jour ferme part le jour ouvre
      *          suivant : week-ends et jours feries pour tous,
      *          fermetures bancaires en plus pour les traitements
      *          bancaires. Le mode est lu dans
      *          0-planification-commande.param (suivi d'une date
      *          facultative, le jour meme par defaut) :
      *          P = planification, la liste du jour est ecrite
      *          dans 7-planification-jour.dat pour run-daily.sh ;
      *          J = journal, les comptes rendus d'execution de
      *          run-daily.sh (7-planification-resultats.dat) sont
      *          rapproches de la liste et le compte rendu du jour
      *          (planifie, execute, en echec, saute, reporte) est
      *          ajoute a 7-planification-journal.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-PLANIFICATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-COMMANDE ASSIGN TO "0-planification-commande.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-COMMANDE.

           SELECT F-CATALOGUE ASSIGN TO "0-planification.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-CATALOGUE.

           SELECT C-CALENDRIER ASSIGN TO "7-calendrier.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAL-Cle
                   FILE STATUS IS WS-STATUT-CALENDRIER.

      *    Liste du jour, relue par run-daily.sh (colonnes fixes)
           SELECT F-JOUR ASSIGN TO "7-planification-jour.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-JOUR.

      *    Comptes rendus d'execution ecrits par run-daily.sh
           SELECT F-RESULTATS ASSIGN TO "7-planification-resultats.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-RESULTATS.

           SELECT F-JOURNAL ASSIGN TO "7-planification-journal.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-COMMANDE.
       01  CMD-ENREG.
           05 CMD-Mode PIC X(1).
               88 CMD-Planification VALUE "P".
               88 CMD-Journal       VALUE "J".
           05 CMD-Date PIC X(8).
           05 CMD-Date-Numerique REDEFINES CMD-Date PIC 9(8).

      *    Un traitement par ligne, dans n'importe quel ordre (la
      *    table est rangee par rang au chargement)
       FD  F-CATALOGUE.
       01  PLA-ENREG.
           05 PLA-Rang       PIC 9(3).
           05 PLA-Evenement  PIC X(2).
           05 PLA-Banque     PIC X(1).
           05 PLA-Decalage   PIC 9(3).
           05 PLA-Programme  PIC X(60).

      *    Meme disposition que C-CAL-ENREG dans 7-calendrier-maj.cbl
       FD  C-CALENDRIER.
       01  C-CAL-ENREG.
           05 CAL-Cle.
               10 CAL-Date      PIC 9(8).
               10 CAL-Evenement PIC X(2).
           05 CAL-Libelle       PIC X(40).
           05 CAL-Date-Maj      PIC 9(8).

      *    P = planifie ce jour, R = echu un jour ferme, reporte au
      *    jour ouvre suivant (PJO-Motif)
       FD  F-JOUR.
       01  PJO-ENREG.
           05 PJO-Date       PIC 9(8).
           05 PJO-Rang       PIC 9(3).
           05 PJO-Etat       PIC X(1).
               88 PJO-Planifie      VALUE "P".
               88 PJO-Reporte       VALUE "R".
           05 PJO-Programme  PIC X(60).
           05 PJO-Motif      PIC X(50).

      *    E = execute, A = arret sur code retour non nul, S = saute
      *    (un traitement de rang inferieur a echoue)
       FD  F-RESULTATS.
       01  PRS-ENREG.
           05 PRS-Rang        PIC 9(3).
           05 PRS-Resultat    PIC X(1).
           05 PRS-Code-Retour PIC 9(3).

       FD  F-JOURNAL.
       01  FJ-DATA PIC X(120).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
           05  FIN-CATALOGUE            PIC X(01) VALUE SPACE.
               88  FF-CATALOGUE                   VALUE HIGH-VALUE.
           05  FIN-JOUR                 PIC X(01) VALUE SPACE.
               88  FF-JOUR                        VALUE HIGH-VALUE.
           05  FIN-RESULTATS            PIC X(01) VALUE SPACE.
               88  FF-RESULTATS                   VALUE HIGH-VALUE.
           05  WS-STATUT-COMMANDE       PIC X(02) VALUE SPACE.
               88  STATUT-COMMANDE-ABSENT         VALUE "35".
           05  WS-STATUT-CATALOGUE      PIC X(02) VALUE SPACE.
               88  STATUT-CATALOGUE-ABSENT        VALUE "35".
           05  WS-STATUT-CALENDRIER     PIC X(02) VALUE SPACE.
               88  STATUT-CALENDRIER-ABSENT       VALUE "35".
           05  WS-STATUT-JOUR           PIC X(02) VALUE SPACE.
               88  STATUT-JOUR-ABSENT             VALUE "35".
           05  WS-STATUT-RESULTATS      PIC X(02) VALUE SPACE.
               88  STATUT-RESULTATS-ABSENT        VALUE "35".
           05  WS-STATUT-JOURNAL        PIC X(02) VALUE SPACE.
               88  STATUT-JOURNAL-ABSENT          VALUE "35".

       1   PLANIFICATION-WORKING-MANAGER.
           05  MODE-DEMANDE             PIC X(1) VALUE SPACE.
               88  MODE-PLANIFICATION             VALUE "P".
               88  MODE-JOURNAL                   VALUE "J".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-PLANIFIEE           PIC 9(8) VALUE 0.
           05  ENTIER-PLANIFIE          PIC 9(7) VALUE 0.
           05  CALENDRIER-LU            PIC 9(1) VALUE 0.
               88  CALENDRIER-PRESENT             VALUE 1.
               88  CALENDRIER-ABSENT              VALUE 0.

      *    Catalogue des traitements, range par rang croissant
           05  NB-TRAITEMENTS           PIC 9(3) VALUE 0.
           05  MAX-TRAITEMENTS          PIC 9(3) VALUE 50.
           05  TRAITEMENT-TABLE OCCURS 50.
               10  TRT-Rang             PIC 9(3).
               10  TRT-Evenement        PIC X(2).
                   88  TRT-Quotidien              VALUE "QT".
               10  TRT-Banque           PIC X(1).
                   88  TRT-Bancaire               VALUE "B".
               10  TRT-Decalage         PIC 9(3).
               10  TRT-Programme        PIC X(60).
           05  IDX-TRT                  PIC 9(3) VALUE 0.
           05  POS-INSERTION            PIC 9(3) VALUE 0.
           05  IDX-DECALE               PIC 9(3) VALUE 0.

      *    Recherche de l'evenement declencheur : fenetre de retour
      *    arriere sur l'evenement, pour rattraper un traitement
      *    reporte par une suite de jours fermes
           05  FENETRE-RETOUR           PIC 9(3) VALUE 31.
           05  ECART-RETOUR             PIC 9(3) VALUE 0.
           05  ENTIER-EVENEMENT         PIC 9(7) VALUE 0.
           05  DATE-EVENEMENT           PIC 9(8) VALUE 0.
           05  ENTIER-ECHU              PIC 9(7) VALUE 0.
           05  DATE-ECHUE               PIC 9(8) VALUE 0.
           05  DATE-EXECUTION           PIC 9(8) VALUE 0.
           05  DATE-REPORT              PIC 9(8) VALUE 0.
           05  TRAITEMENT-DU            PIC 9(1) VALUE 0.
               88  TRAITEMENT-A-LANCER            VALUE 1.
               88  TRAITEMENT-A-REPORTER          VALUE 2.
               88  TRAITEMENT-NON-DU              VALUE 0.
           05  MOTIF-RETENU             PIC X(50) VALUE SPACE.

      *    Jour teste : ouvre ou ferme, pour la classe du traitement
           05  JT-ENTIER                PIC 9(7) VALUE 0.
           05  JT-DATE                  PIC 9(8) VALUE 0.
           05  JT-SEMAINE               PIC 9(1) VALUE 0.
           05  JT-ETAT                  PIC 9(1) VALUE 0.
               88  JT-OUVRE                       VALUE 1.
               88  JT-FERME                       VALUE 0.
           05  JT-CLASSE                PIC X(1) VALUE SPACE.
               88  JT-CLASSE-BANCAIRE             VALUE "B".
           05  JT-ESSAIS                PIC 9(3) VALUE 0.

           05  CPT-PLANIFIES            PIC 9(3) VALUE 0.
           05  CPT-REPORTES             PIC 9(3) VALUE 0.

      *    Liste du jour relue en mode J, avec son compte rendu
       1   JOURNAL-WORKING-MANAGER.
           05  NB-LIGNES-JOUR           PIC 9(3) VALUE 0.
           05  LIGNE-JOUR-TABLE OCCURS 50.
               10  LJ-Rang              PIC 9(3).
               10  LJ-Etat              PIC X(1).
               10  LJ-Programme         PIC X(60).
               10  LJ-Motif             PIC X(50).
               10  LJ-Resultat          PIC X(1).
               10  LJ-Code-Retour       PIC 9(3).
           05  IDX-LJ                   PIC 9(3) VALUE 0.
           05  CPT-EXECUTES             PIC 9(3) VALUE 0.
           05  CPT-ECHECS               PIC 9(3) VALUE 0.
           05  CPT-SAUTES               PIC 9(3) VALUE 0.
           05  CPT-NON-LANCES           PIC 9(3) VALUE 0.

       01  Affichage.

           05 ARTICLE-PJ-PAGE PIC X(120) VALUE ALL '='.

           05 ARTICLE-PJ-TITRE.
               10 FILLER PIC X(36)
                  VALUE 'JOURNAL DE PLANIFICATION DU JOUR '.
               10 PJT-Date PIC 9(8).

           05 ARTICLE-PJ-LIGNE PIC X(120) VALUE ALL '-'.

           05 ARTICLE-PJ-ENTETE.
               10 FILLER PIC X(6) VALUE 'Rang'.
               10 FILLER PIC X(42) VALUE 'Programme'.
               10 FILLER PIC X(10) VALUE 'Prevision'.
               10 FILLER PIC X(14) VALUE 'Execution'.
               10 FILLER PIC X(46) VALUE 'Motif'.

           05 ARTICLE-PJ-DETAIL.
               10 PJD-Rang PIC 9(3).
               10 FILLER PIC X(3) VALUE SPACE.
               10 PJD-Programme PIC X(40).
               10 FILLER PIC X(2) VALUE SPACE.
               10 PJD-Prevision PIC X(10).
               10 PJD-Execution PIC X(14).
               10 PJD-Motif PIC X(46).

           05 ARTICLE-PJ-TOTAL.
               10 FILLER PIC X(12) VALUE 'Planifies :'.
               10 PJS-Tot-Planifies PIC ZZ9.
               10 FILLER PIC X(13) VALUE '  Executes :'.
               10 PJS-Tot-Executes PIC ZZ9.
               10 FILLER PIC X(12) VALUE '  Echecs :'.
               10 PJS-Tot-Echecs PIC ZZ9.
               10 FILLER PIC X(12) VALUE '  Sautes :'.
               10 PJS-Tot-Sautes PIC ZZ9.
               10 FILLER PIC X(14) VALUE '  Non lances :'.
               10 PJS-Tot-Non-Lances PIC ZZ9.
               10 FILLER PIC X(13) VALUE '  Reportes :'.
               10 PJS-Tot-Reportes PIC ZZ9.

           05 ARTICLE-PJ-VIDE PIC X(60)
              VALUE 'Aucun traitement echu ce jour'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM LIRE-COMMANDE

           EVALUATE TRUE
               WHEN MODE-PLANIFICATION
                   PERFORM PLANIFIER-LA-JOURNEE
               WHEN MODE-JOURNAL
                   PERFORM JOURNALISER-LA-JOURNEE
               WHEN OTHER
                   DISPLAY "7-PLANIFICATION : mode " MODE-DEMANDE
                           " inconnu (P ou J attendu)"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        MODE ET DATE DE PLANIFICATION (MEME CANAL QUE
      *        1-VERROU) ; UNE DATE EXPLICITE PERMET DE REJOUER UNE
      *        JOURNEE

       LIRE-COMMANDE.

           MOVE DATE-DU-JOUR TO DATE-PLANIFIEE

           OPEN INPUT F-COMMANDE
           IF STATUT-COMMANDE-ABSENT THEN
               DISPLAY "7-PLANIFICATION : 0-planification-commande"
                       ".param introuvable, aucun mode demande"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           READ F-COMMANDE
               AT END
                   DISPLAY "7-PLANIFICATION : 0-planification-"
                           "commande.param vide"
                   CLOSE F-COMMANDE
                   MOVE 8 TO RETURN-CODE
                   PERFORM FIN-PGM
               NOT AT END
                   MOVE CMD-Mode TO MODE-DEMANDE
                   IF CMD-Date IS NUMERIC THEN
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                              CMD-Date-Numerique) = 0 THEN
                           MOVE CMD-Date-Numerique TO DATE-PLANIFIEE
                       END-IF
                   END-IF
           END-READ
           CLOSE F-COMMANDE

           COMPUTE ENTIER-PLANIFIE =
                   FUNCTION INTEGER-OF-DATE(DATE-PLANIFIEE)
           .

      ******************************************************************
      *        MODE P : LISTE DES TRAITEMENTS DU JOUR

       PLANIFIER-LA-JOURNEE.

           PERFORM CHARGER-CATALOGUE

           OPEN INPUT C-CALENDRIER
           IF STATUT-CALENDRIER-ABSENT THEN
               DISPLAY "7-PLANIFICATION : 7-calendrier.idx absent,"
                       " seuls les traitements quotidiens sont"
                       " planifies"
               SET CALENDRIER-ABSENT TO TRUE
           ELSE
               SET CALENDRIER-PRESENT TO TRUE
           END-IF

           OPEN OUTPUT F-JOUR

           MOVE 1 TO IDX-TRT
           PERFORM UNTIL IDX-TRT > NB-TRAITEMENTS
               PERFORM PLANIFIER-UN-TRAITEMENT
               ADD 1 TO IDX-TRT
           END-PERFORM

           CLOSE F-JOUR
           IF CALENDRIER-PRESENT THEN
               CLOSE C-CALENDRIER
           END-IF

           DISPLAY "7-PLANIFICATION : journee du " DATE-PLANIFIEE
                   ", " CPT-PLANIFIES " traitement(s) planifie(s), "
                   CPT-REPORTES " reporte(s)"
           .

      *    Insertion dans la table a la place de son rang : la
      *    liste du jour sort dans l'ordre des dependances
       CHARGER-CATALOGUE.

           OPEN INPUT F-CATALOGUE
           IF STATUT-CATALOGUE-ABSENT THEN
               DISPLAY "7-PLANIFICATION : 0-planification.param"
                       " introuvable, aucun traitement au catalogue"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           PERFORM UNTIL FF-CATALOGUE
               READ F-CATALOGUE
                   AT END
                       SET FF-CATALOGUE TO TRUE
                   NOT AT END
                       PERFORM RANGER-UN-TRAITEMENT
               END-READ
           END-PERFORM

           CLOSE F-CATALOGUE
           .

       RANGER-UN-TRAITEMENT.

           IF PLA-Rang IS NOT NUMERIC OR PLA-Decalage IS NOT NUMERIC
              OR PLA-Programme = SPACE THEN
               DISPLAY "7-PLANIFICATION : ligne de catalogue"
                       " invalide ignoree : " PLA-ENREG
               EXIT PARAGRAPH
           END-IF

           IF NB-TRAITEMENTS >= MAX-TRAITEMENTS THEN
               DISPLAY "7-PLANIFICATION : catalogue plein, "
                       PLA-Programme " ignore"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO POS-INSERTION
           PERFORM UNTIL POS-INSERTION > NB-TRAITEMENTS
                   OR TRT-Rang(POS-INSERTION) > PLA-Rang
               ADD 1 TO POS-INSERTION
           END-PERFORM

           MOVE NB-TRAITEMENTS TO IDX-DECALE
           PERFORM UNTIL IDX-DECALE < POS-INSERTION
               MOVE TRAITEMENT-TABLE(IDX-DECALE)
                 TO TRAITEMENT-TABLE(IDX-DECALE + 1)
               SUBTRACT 1 FROM IDX-DECALE
           END-PERFORM

           ADD 1 TO NB-TRAITEMENTS
           MOVE PLA-Rang TO TRT-Rang(POS-INSERTION)
           MOVE PLA-Evenement TO TRT-Evenement(POS-INSERTION)
           MOVE PLA-Banque TO TRT-Banque(POS-INSERTION)
           MOVE PLA-Decalage TO TRT-Decalage(POS-INSERTION)
           MOVE PLA-Programme TO TRT-Programme(POS-INSERTION)
           .

      ******************************************************************
      *        UN TRAITEMENT EST DU CE JOUR SI SON EVENEMENT, DECALE
      *        PUIS POUSSE AU JOUR OUVRE SUIVANT, TOMBE CE JOUR ; UN
      *        TRAITEMENT ECHU CE JOUR ALORS QUE LE JOUR EST FERME EST
      *        SIGNALE REPORTE

       PLANIFIER-UN-TRAITEMENT.

           SET TRAITEMENT-NON-DU TO TRUE
           MOVE SPACE TO MOTIF-RETENU
           MOVE TRT-Banque(IDX-TRT) TO JT-CLASSE

           IF TRT-Quotidien(IDX-TRT) THEN
               PERFORM PLANIFIER-UN-QUOTIDIEN
           ELSE
               IF CALENDRIER-PRESENT THEN
                   MOVE 0 TO ECART-RETOUR
                   PERFORM UNTIL ECART-RETOUR > FENETRE-RETOUR
                              OR TRAITEMENT-A-LANCER
                       PERFORM EXAMINER-UN-JOUR-EVENEMENT
                       ADD 1 TO ECART-RETOUR
                   END-PERFORM
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN TRAITEMENT-A-LANCER
                   SET PJO-Planifie TO TRUE
                   PERFORM ECRIRE-LIGNE-JOUR
                   ADD 1 TO CPT-PLANIFIES
               WHEN TRAITEMENT-A-REPORTER
                   SET PJO-Reporte TO TRUE
                   PERFORM ECRIRE-LIGNE-JOUR
                   ADD 1 TO CPT-REPORTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       PLANIFIER-UN-QUOTIDIEN.

           MOVE ENTIER-PLANIFIE TO JT-ENTIER
           PERFORM TESTER-UN-JOUR

           IF JT-OUVRE THEN
               SET TRAITEMENT-A-LANCER TO TRUE
               MOVE "traitement quotidien" TO MOTIF-RETENU
           ELSE
               PERFORM CHERCHER-JOUR-OUVRE
               SET TRAITEMENT-A-REPORTER TO TRUE
               STRING "jour ferme, reporte au " DELIMITED BY SIZE
                      JT-DATE DELIMITED BY SIZE
                      INTO MOTIF-RETENU
               END-STRING
           END-IF
           .

      *    Evenement du jour (date planifiee - decalage - ecart) :
      *    sa date d'execution est le premier jour ouvre a partir de
      *    sa date d'echeance
       EXAMINER-UN-JOUR-EVENEMENT.

           COMPUTE ENTIER-EVENEMENT = ENTIER-PLANIFIE
                   - TRT-Decalage(IDX-TRT) - ECART-RETOUR
           MOVE FUNCTION DATE-OF-INTEGER(ENTIER-EVENEMENT)
             TO DATE-EVENEMENT

           MOVE DATE-EVENEMENT TO CAL-Date
           MOVE TRT-Evenement(IDX-TRT) TO CAL-Evenement
           READ C-CALENDRIER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           COMPUTE ENTIER-ECHU = ENTIER-EVENEMENT
                   + TRT-Decalage(IDX-TRT)
           MOVE FUNCTION DATE-OF-INTEGER(ENTIER-ECHU) TO DATE-ECHUE

           MOVE ENTIER-ECHU TO JT-ENTIER
           PERFORM CHERCHER-JOUR-OUVRE
           MOVE JT-DATE TO DATE-EXECUTION

           IF DATE-EXECUTION = DATE-PLANIFIEE THEN
               SET TRAITEMENT-A-LANCER TO TRUE
               MOVE SPACE TO MOTIF-RETENU
               IF DATE-EXECUTION = DATE-ECHUE THEN
                   STRING TRT-Evenement(IDX-TRT) DELIMITED BY SIZE
                          " du " DELIMITED BY SIZE
                          DATE-EVENEMENT DELIMITED BY SIZE
                          INTO MOTIF-RETENU
                   END-STRING
               ELSE
                   STRING TRT-Evenement(IDX-TRT) DELIMITED BY SIZE
                          " du " DELIMITED BY SIZE
                          DATE-EVENEMENT DELIMITED BY SIZE
                          ", echu le " DELIMITED BY SIZE
                          DATE-ECHUE DELIMITED BY SIZE
                          INTO MOTIF-RETENU
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF DATE-ECHUE = DATE-PLANIFIEE THEN
               SET TRAITEMENT-A-REPORTER TO TRUE
               MOVE DATE-EXECUTION TO DATE-REPORT
               MOVE SPACE TO MOTIF-RETENU
               STRING TRT-Evenement(IDX-TRT) DELIMITED BY SIZE
                      " du " DELIMITED BY SIZE
                      DATE-EVENEMENT DELIMITED BY SIZE
                      ", reporte au " DELIMITED BY SIZE
                      DATE-REPORT DELIMITED BY SIZE
                      INTO MOTIF-RETENU
               END-STRING
           END-IF
           .

      ******************************************************************
      *        CALENDRIER DES JOURS OUVRES : SAMEDI, DIMANCHE ET
      *        JOURS FERIES SONT FERMES POUR TOUS, LES FERMETURES
      *        BANCAIRES POUR LES SEULS TRAITEMENTS BANCAIRES
      *        (ENTIER 1 = LUNDI 01/01/1601 : RESTE 6 = SAMEDI,
      *        RESTE 0 = DIMANCHE)

       TESTER-UN-JOUR.

           MOVE FUNCTION DATE-OF-INTEGER(JT-ENTIER) TO JT-DATE
           COMPUTE JT-SEMAINE = FUNCTION MOD(JT-ENTIER 7)
           SET JT-OUVRE TO TRUE

           IF JT-SEMAINE = 0 OR JT-SEMAINE = 6 THEN
               SET JT-FERME TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF CALENDRIER-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE JT-DATE TO CAL-Date
           MOVE "JF" TO CAL-Evenement
           READ C-CALENDRIER
               NOT INVALID KEY
                   SET JT-FERME TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF JT-CLASSE-BANCAIRE THEN
               MOVE JT-DATE TO CAL-Date
               MOVE "FB" TO CAL-Evenement
               READ C-CALENDRIER
                   NOT INVALID KEY
                       SET JT-FERME TO TRUE
               END-READ
           END-IF
           .

      *    Premier jour ouvre a partir de JT-ENTIER inclus (borne
      *    par la fenetre, un calendrier mal saisi ne boucle pas)
       CHERCHER-JOUR-OUVRE.

           MOVE 0 TO JT-ESSAIS
           PERFORM TESTER-UN-JOUR
           PERFORM UNTIL JT-OUVRE OR JT-ESSAIS > FENETRE-RETOUR
               ADD 1 TO JT-ENTIER
               ADD 1 TO JT-ESSAIS
               PERFORM TESTER-UN-JOUR
           END-PERFORM
           .

       ECRIRE-LIGNE-JOUR.

           MOVE DATE-PLANIFIEE TO PJO-Date
           MOVE TRT-Rang(IDX-TRT) TO PJO-Rang
           MOVE TRT-Programme(IDX-TRT) TO PJO-Programme
           MOVE MOTIF-RETENU TO PJO-Motif
           WRITE PJO-ENREG
           .

      ******************************************************************
      *        MODE J : RAPPROCHEMENT DE LA LISTE DU JOUR ET DES
      *        COMPTES RENDUS D'EXECUTION, AJOUT AU JOURNAL

       JOURNALISER-LA-JOURNEE.

           OPEN INPUT F-JOUR
           IF STATUT-JOUR-ABSENT THEN
               DISPLAY "7-PLANIFICATION : 7-planification-jour.dat"
                       " absent, planifier la journee d'abord (mode"
                       " P)"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           PERFORM UNTIL FF-JOUR
               READ F-JOUR
                   AT END
                       SET FF-JOUR TO TRUE
                   NOT AT END
                       PERFORM RETENIR-UNE-LIGNE-JOUR
               END-READ
           END-PERFORM
           CLOSE F-JOUR

           OPEN INPUT F-RESULTATS
           IF STATUT-RESULTATS-ABSENT THEN
               CLOSE F-RESULTATS
           ELSE
               PERFORM UNTIL FF-RESULTATS
                   READ F-RESULTATS
                       AT END
                           SET FF-RESULTATS TO TRUE
                       NOT AT END
                           PERFORM RATTACHER-UN-RESULTAT
                   END-READ
               END-PERFORM
               CLOSE F-RESULTATS
           END-IF

           PERFORM ECRIRE-JOURNAL

           DISPLAY "7-PLANIFICATION : journal du " DATE-PLANIFIEE
                   ", " CPT-EXECUTES " execute(s), " CPT-ECHECS
                   " en echec, " CPT-SAUTES " saute(s), "
                   CPT-NON-LANCES " non lance(s)"
           .

      *    La date de la liste fait foi pour l'en-tete du journal
       RETENIR-UNE-LIGNE-JOUR.

           IF NB-LIGNES-JOUR >= 50 THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NB-LIGNES-JOUR
           MOVE PJO-Date TO DATE-PLANIFIEE
           MOVE PJO-Rang TO LJ-Rang(NB-LIGNES-JOUR)
           MOVE PJO-Etat TO LJ-Etat(NB-LIGNES-JOUR)
           MOVE PJO-Programme TO LJ-Programme(NB-LIGNES-JOUR)
           MOVE PJO-Motif TO LJ-Motif(NB-LIGNES-JOUR)
           MOVE SPACE TO LJ-Resultat(NB-LIGNES-JOUR)
           MOVE 0 TO LJ-Code-Retour(NB-LIGNES-JOUR)
           .

       RATTACHER-UN-RESULTAT.

           MOVE 1 TO IDX-LJ
           PERFORM UNTIL IDX-LJ > NB-LIGNES-JOUR
               IF LJ-Rang(IDX-LJ) = PRS-Rang
                  AND LJ-Etat(IDX-LJ) = "P" THEN
                   MOVE PRS-Resultat TO LJ-Resultat(IDX-LJ)
                   MOVE PRS-Code-Retour TO LJ-Code-Retour(IDX-LJ)
               END-IF
               ADD 1 TO IDX-LJ
           END-PERFORM
           .

       ECRIRE-JOURNAL.

           OPEN INPUT F-JOURNAL
           IF STATUT-JOURNAL-ABSENT THEN
               CLOSE F-JOURNAL
               OPEN OUTPUT F-JOURNAL
           ELSE
               CLOSE F-JOURNAL
               OPEN EXTEND F-JOURNAL
           END-IF

           MOVE DATE-PLANIFIEE TO PJT-Date
           WRITE FJ-DATA FROM ARTICLE-PJ-PAGE
           WRITE FJ-DATA FROM ARTICLE-PJ-TITRE
           WRITE FJ-DATA FROM ARTICLE-PJ-LIGNE

           IF NB-LIGNES-JOUR = 0 THEN
               WRITE FJ-DATA FROM ARTICLE-PJ-VIDE
           ELSE
               WRITE FJ-DATA FROM ARTICLE-PJ-ENTETE
               WRITE FJ-DATA FROM ARTICLE-PJ-LIGNE
               MOVE 1 TO IDX-LJ
               PERFORM UNTIL IDX-LJ > NB-LIGNES-JOUR
                   PERFORM ECRIRE-UNE-LIGNE-JOURNAL
                   ADD 1 TO IDX-LJ
               END-PERFORM
           END-IF

           WRITE FJ-DATA FROM ARTICLE-PJ-LIGNE
           MOVE CPT-PLANIFIES TO PJS-Tot-Planifies
           MOVE CPT-EXECUTES TO PJS-Tot-Executes
           MOVE CPT-ECHECS TO PJS-Tot-Echecs
           MOVE CPT-SAUTES TO PJS-Tot-Sautes
           MOVE CPT-NON-LANCES TO PJS-Tot-Non-Lances
           MOVE CPT-REPORTES TO PJS-Tot-Reportes
           WRITE FJ-DATA FROM ARTICLE-PJ-TOTAL

           CLOSE F-JOURNAL
           .

      *    Un traitement planifie sans compte rendu n'a pas ete
      *    lance (run-daily.sh interrompu avant son tour)
       ECRIRE-UNE-LIGNE-JOURNAL.

           MOVE LJ-Rang(IDX-LJ) TO PJD-Rang
           MOVE LJ-Programme(IDX-LJ) TO PJD-Programme
           MOVE LJ-Motif(IDX-LJ) TO PJD-Motif
           MOVE SPACE TO PJD-Execution

           IF LJ-Etat(IDX-LJ) = "R" THEN
               MOVE "reporte" TO PJD-Prevision
               MOVE "-" TO PJD-Execution
               ADD 1 TO CPT-REPORTES
           ELSE
               MOVE "planifie" TO PJD-Prevision
               ADD 1 TO CPT-PLANIFIES
               EVALUATE LJ-Resultat(IDX-LJ)
                   WHEN "E"
                       MOVE "execute" TO PJD-Execution
                       ADD 1 TO CPT-EXECUTES
                   WHEN "A"
                       STRING "ECHEC rc " DELIMITED BY SIZE
                              LJ-Code-Retour(IDX-LJ)
                                  DELIMITED BY SIZE
                              INTO PJD-Execution
                       END-STRING
                       ADD 1 TO CPT-ECHECS
                   WHEN "S"
                       MOVE "saute" TO PJD-Execution
                       ADD 1 TO CPT-SAUTES
                   WHEN OTHER
                       MOVE "non lance" TO PJD-Execution
                       ADD 1 TO CPT-NON-LANCES
               END-EVALUATE
           END-IF

           WRITE FJ-DATA FROM ARTICLE-PJ-DETAIL
           .

       FIN-PGM.
           STOP RUN.
