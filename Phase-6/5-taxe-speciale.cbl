      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: taux des taxes speciales a produit vote (type
      *          GEMAPI). Un EPCI qui vote un produit et non un taux
      *          l'inscrit dans 0-taxe-speciale.param (EPCI, annee,
      *          produit vote). Le produit est reparti entre la TF,
      *          la TH et la CFE au prorata des recettes de l'annee
      *          precedente sur le territoire de l'EPCI : bases N-1
      *          des occurrences des communes membres
      *          (5-epci-membres.idx), valeur locative du local
      *          reference a defaut le revenu declare comme dans
      *          5-ROLES, valorisees aux taux communaux photographies
      *          pour N-1 (5-taux-millesimes.idx, a defaut taux
      *          courants de 5-communes.idx). Le taux de chaque taxe
      *          est sa part du produit rapportee a sa base N-1.
      *          La base CFE comprend celle des etablissements
      *          (occurrences CF rattachees au numero fiscal derive
      *          du SIREN) comme celle des menages. Les taux obtenus
      *          sont ecrits dans 5-taux-speciaux.dat, lu par 5-ROLES
      *          qui roule la taxe en ligne propre (GM) pour les
      *          menages et dans la part EPCI du role CFE pour les
      *          etablissements ; 7-TAXE-SPECIALE compare ensuite le
      *          produit emis au produit vote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5-TAXE-SPECIALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-VOTES ASSIGN TO "0-taxe-speciale.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VOTES.

           SELECT F-ANNEE-ROLE ASSIGN TO "0-annee-roles.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ANNEE-ROLE.

           SELECT F-OCCURRENCES ASSIGN TO "5-occurrences.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-OCC-PRIMARY-KEY
               ALTERNATE RECORD KEY O-Numero-Fiscal WITH DUPLICATES
               FILE STATUS IS WS-STATUT-OCCURRENCES.

           SELECT F-EPCI-MEMBRES ASSIGN TO "5-epci-membres.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-Code-Insee
               FILE STATUS IS WS-STATUT-EPCI-MEMBRES.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS C-Code-Insee
               FILE STATUS IS WS-STATUT-COMMUNES.

           SELECT F-TAUX-MILLESIMES ASSIGN TO "5-taux-millesimes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-Cle
               FILE STATUS IS WS-STATUT-MILLESIMES.

           SELECT F-LOCAUX ASSIGN TO "5-locaux.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-Identifiant
               FILE STATUS IS WS-STATUT-LOCAUX.

           SELECT F-TAUX-SPECIAUX ASSIGN TO "5-taux-speciaux.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Produit vote par l'EPCI pour l'annee (en euros, deux
      *    decimales implicites)
       FD  F-VOTES.
       01  VOT-ENREG.
           05 VOT-Code-Epci       PIC 9(9).
           05 VOT-Annee           PIC 9(4).
           05 VOT-Produit         PIC 9(9)V99.

      *    Meme disposition que dans 5-ROLES.cbl
       FD  F-ANNEE-ROLE.
       01  ANR-ENREG.
           05 ANR-ANNEE            PIC 9(4).

      *    Meme disposition que F-OCC-ENREG dans 5-BASES-COMMUNES.cbl
       FD  F-OCCURRENCES.
       01  F-OCC-ENREG.
           05 F-OCC-PRIMARY-KEY     PIC 9(9).
           05 O-Numero-Fiscal  PIC 9(13).
           05 O-Occurrence.
               10 O-Taxe       PIC X(2).
               10 O-Code-Insee PIC 9(5).
               10 O-Annee      PIC 9(4).
               10 O-Local      PIC 9(8).
           05 O-Revenu         PIC S9(6) SIGN LEADING SEPARATE.
           05 O-Residence      PIC X(1).
           05 O-Date-Debut     PIC 9(8).
           05 O-Date-Fin       PIC 9(8).
           05 O-Date-Declaration PIC 9(8).
           05 O-Sens           PIC X(1).
               88 O-Sens-Negatif   VALUE "-".
           05 O-Execution-Chargement PIC 9(6).

       FD  F-EPCI-MEMBRES.
       01  C-EPCI-MEMBRE-ENREG.
           05 EM-Code-Insee    PIC 9(5).
           05 EM-Code-Epci     PIC 9(9).

       FD  F-COMMUNES.
       01  C-DATA.
           05 C-Code-Insee  PIC 9(5).
           05 C-Lieu.
               10 C-Commune PIC X(50).
               10 C-Departement PIC X(28).
               10 C-Region PIC X(30).
           05 C-Donnees.
               10 C-Altitude PIC 9(6)V99.
               10 C-Superficie PIC 9(6)V99.
               10 C-Population PIC 9(6)V99.
           05 C-Taux.
               10 C-Taux-Carbone PIC 9(4)V99.
               10 C-Taux-Densite PIC 9(4)V99.
           05 C-Status PIC X(16).
           05 C-Code-Dept-Calcule PIC 9(3).

      *    Meme disposition que TM-ENREG dans 5-TAUX-MILLESIMES.cbl
       FD  F-TAUX-MILLESIMES.
       01  TM-ENREG.
           05 TM-Cle.
               10 TM-Annee   PIC 9(4).
               10 TM-Niveau  PIC X(1).
               10 TM-Libelle PIC X(30).
           05 TM-Taux.
               10 TM-Taux-Carbone PIC 9(4)V99.
               10 TM-Taux-Densite PIC 9(4)V99.

       FD  F-LOCAUX.
       01  F-LOC-ENREG.
           05 LOC-Identifiant     PIC 9(8).
           05 LOC-Code-Insee      PIC 9(5).
           05 LOC-Categorie       PIC X(2).
           05 LOC-Valeur-Locative PIC 9(6).
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Une ligne par vote : produit, bases N-1 et taux derives
      *    (en pourcentage, cinq decimales)
       FD  F-TAUX-SPECIAUX.
       01  TS-ENREG.
           05 TS-Code-Epci        PIC 9(9).
           05 TS-Annee            PIC 9(4).
           05 TS-Produit-Vote     PIC 9(9)V99.
           05 TS-Base-TF          PIC 9(11).
           05 TS-Base-TH          PIC 9(11).
           05 TS-Base-CF          PIC 9(11).
           05 TS-Taux-TF          PIC 9(3)V9(5).
           05 TS-Taux-TH          PIC 9(3)V9(5).
           05 TS-Taux-CF          PIC 9(3)V9(5).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-VOTES               PIC  X(01) VALUE  SPACE.
               88  FF-VOTES                       VALUE  HIGH-VALUE.
           05  FIN-OCC                 PIC  X(01) VALUE  SPACE.
               88  FF-OCC                         VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-VOTES          PIC X(02) VALUE SPACE.
               88  STATUT-VOTES-ABSENT            VALUE "35".
           05  WS-STATUT-ANNEE-ROLE     PIC X(02) VALUE SPACE.
               88  STATUT-ANNEE-ROLE-ABSENT       VALUE "35".
           05  WS-STATUT-OCCURRENCES    PIC X(02) VALUE SPACE.
               88  STATUT-OCCURRENCES-ABSENT      VALUE "35".
           05  WS-STATUT-EPCI-MEMBRES   PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT     VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-MILLESIMES     PIC X(02) VALUE SPACE.
               88  STATUT-MILLESIMES-ABSENT       VALUE "35".
           05  WS-STATUT-LOCAUX         PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-ABSENT           VALUE "35".

      *    Votes retenus et cumuls N-1 de leur territoire
       1   VOTES-WORKING-MANAGER.
           05  NB-VOTES                 PIC 9(3) VALUE 0.
           05  IDX-VOTE                 PIC 9(3) VALUE 0.
           05  VOTE-TROUVE              PIC 9(3) VALUE 0.
           05  VOTE OCCURS 500 TIMES.
               10  VT-CODE-EPCI         PIC 9(9).
               10  VT-ANNEE             PIC 9(4).
               10  VT-PRODUIT           PIC 9(9)V99.
               10  VT-BASE-TF           PIC 9(11).
               10  VT-BASE-TH           PIC 9(11).
               10  VT-BASE-CF           PIC 9(11).
               10  VT-RECETTE-TF        PIC 9(11)V99.
               10  VT-RECETTE-TH        PIC 9(11)V99.
               10  VT-RECETTE-CF        PIC 9(11)V99.
           05  CPT-VOTES-ECARTES        PIC 9(6) VALUE 0.
           05  CPT-VOTES-SANS-BASE      PIC 9(6) VALUE 0.

       1   CALCUL-WORKING-MANAGER.
           05  BASE-OCCURRENCE          PIC 9(6) VALUE 0.
           05  ANNEE-OCCURRENCE         PIC 9(4) VALUE 0.
           05  EPCI-OCCURRENCE          PIC 9(9) VALUE 0.
           05  TAUX-COMMUNE-N1          PIC 9(4)V99 VALUE 0.
           05  RECETTE-OCCURRENCE       PIC 9(9)V99 VALUE 0.
           05  TOTAL-RECETTES           PIC 9(12)V99 VALUE 0.
           05  PART-PRODUIT             PIC 9(9)V99 VALUE 0.
           05  CPT-OCCURRENCES-RETENUES PIC 9(8) VALUE 0.
           05  ANNEE-CAMPAGNE           PIC 9(4) VALUE 0.
           05  DATE-JOUR                PIC 9(8) VALUE 0.
           05  DATE-JOUR-DECOUPE REDEFINES DATE-JOUR.
               10  DJ-ANNEE             PIC 9(4).
               10  DJ-MOIS              PIC 9(2).
               10  DJ-JOUR              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-ANNEE-CAMPAGNE

      *    Le fichier des taux est toujours reecrit : sans vote, il
      *    est vide et 5-ROLES ne roule aucune taxe speciale
           OPEN OUTPUT F-TAUX-SPECIAUX

           PERFORM LIRE-VOTES
           IF NB-VOTES = 0 THEN
               CLOSE F-TAUX-SPECIAUX
               DISPLAY "5-TAXE-SPECIALE : aucun produit vote"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-OCCURRENCES
           IF STATUT-OCCURRENCES-ABSENT THEN
               DISPLAY "5-TAXE-SPECIALE : 5-occurrences.idx"
                       " introuvable, aucune base N-1"
           END-IF

           OPEN INPUT F-EPCI-MEMBRES
           IF STATUT-EPCI-MEMBRES-ABSENT THEN
               DISPLAY "5-TAXE-SPECIALE : 5-epci-membres.idx"
                       " introuvable, aucune commune membre"
           END-IF

           OPEN INPUT F-COMMUNES
           OPEN INPUT F-TAUX-MILLESIMES
           OPEN INPUT F-LOCAUX

      *    Cumul des bases et recettes N-1 par vote
           IF NOT STATUT-OCCURRENCES-ABSENT
              AND NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               PERFORM UNTIL FF-OCC
                   READ F-OCCURRENCES NEXT RECORD
                       AT END
                           SET FF-OCC TO TRUE
                       NOT AT END
                           IF O-Taxe = "TF" OR O-Taxe = "TH"
                              OR O-Taxe = "CF" THEN
                               PERFORM CUMULER-OCCURRENCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

      *    Repartition du produit et ecriture des taux
           MOVE 1 TO IDX-VOTE
           PERFORM UNTIL IDX-VOTE > NB-VOTES
               PERFORM DERIVER-TAUX
               ADD 1 TO IDX-VOTE
           END-PERFORM

           CLOSE F-TAUX-SPECIAUX
           IF NOT STATUT-OCCURRENCES-ABSENT THEN
               CLOSE F-OCCURRENCES
           END-IF
           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               CLOSE F-EPCI-MEMBRES
           END-IF
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF
           IF NOT STATUT-MILLESIMES-ABSENT THEN
               CLOSE F-TAUX-MILLESIMES
           END-IF
           IF NOT STATUT-LOCAUX-ABSENT THEN
               CLOSE F-LOCAUX
           END-IF

           DISPLAY "5-TAXE-SPECIALE : " NB-VOTES " vote(s) traite(s), "
                   CPT-OCCURRENCES-RETENUES " occurrence(s) N-1, "
                   CPT-VOTES-SANS-BASE " sans base (taux nuls), "
                   CPT-VOTES-ECARTES " ecarte(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        MILLESIME DE CAMPAGNE (0-annee-roles.param, A DEFAUT
      *        L'ANNEE DU JOUR), QUI DONNE SON ANNEE AUX OCCURRENCES
      *        SANS MILLESIME

       LIRE-ANNEE-CAMPAGNE.

           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           MOVE DJ-ANNEE TO ANNEE-CAMPAGNE

           OPEN INPUT F-ANNEE-ROLE
           IF STATUT-ANNEE-ROLE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           READ F-ANNEE-ROLE
               AT END
                   CONTINUE
               NOT AT END
                   IF ANR-ANNEE IS NUMERIC AND ANR-ANNEE > 0 THEN
                       MOVE ANR-ANNEE TO ANNEE-CAMPAGNE
                   END-IF
           END-READ
           CLOSE F-ANNEE-ROLE
           .

      ******************************************************************
      *        PRODUITS VOTES (UNE LIGNE PAR EPCI ET PAR ANNEE)

       LIRE-VOTES.

           OPEN INPUT F-VOTES

           IF STATUT-VOTES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-VOTES
               READ F-VOTES
                   AT END
                       SET FF-VOTES TO TRUE
                   NOT AT END
                       IF VOT-Code-Epci = 0 OR VOT-Annee = 0
                          OR VOT-Produit = 0 OR NB-VOTES = 500 THEN
                           ADD 1 TO CPT-VOTES-ECARTES
                       ELSE
                           ADD 1 TO NB-VOTES
                           INITIALIZE VOTE(NB-VOTES)
                           MOVE VOT-Code-Epci TO VT-CODE-EPCI(NB-VOTES)
                           MOVE VOT-Annee TO VT-ANNEE(NB-VOTES)
                           MOVE VOT-Produit TO VT-PRODUIT(NB-VOTES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-VOTES
           .

      ******************************************************************
      *        CUMUL D'UNE OCCURRENCE TF/TH/CF SUR LES VOTES DE L'ANNEE
      *        SUIVANTE DE SON EPCI

       CUMULER-OCCURRENCE.

      *    Un millesime a zero est celui de la campagne
           IF O-Annee = 0 THEN
               MOVE ANNEE-CAMPAGNE TO ANNEE-OCCURRENCE
           ELSE
               MOVE O-Annee TO ANNEE-OCCURRENCE
           END-IF

           MOVE O-Code-Insee TO EM-Code-Insee
           READ F-EPCI-MEMBRES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-Code-Epci TO EPCI-OCCURRENCE

      *    Un vote de l'annee suivante sur cet EPCI ?
           MOVE 0 TO VOTE-TROUVE
           MOVE 1 TO IDX-VOTE
           PERFORM UNTIL IDX-VOTE > NB-VOTES
               IF VT-CODE-EPCI(IDX-VOTE) = EPCI-OCCURRENCE
                  AND VT-ANNEE(IDX-VOTE) = ANNEE-OCCURRENCE + 1 THEN
                   MOVE IDX-VOTE TO VOTE-TROUVE
                   MOVE NB-VOTES TO IDX-VOTE
               END-IF
               ADD 1 TO IDX-VOTE
           END-PERFORM
           IF VOTE-TROUVE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE VOTE-TROUVE TO IDX-VOTE

      *    Assiette : valeur locative du local reference, a defaut le
      *    revenu declare (meme regle que 5-ROLES) ; une correction
      *    creditrice ne fait pas de base
           IF O-Sens-Negatif OR O-Revenu < 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE O-Revenu TO BASE-OCCURRENCE
           IF O-Local > 0 AND NOT STATUT-LOCAUX-ABSENT THEN
               MOVE O-Local TO LOC-Identifiant
               READ F-LOCAUX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOC-Valeur-Locative TO BASE-OCCURRENCE
               END-READ
           END-IF

           PERFORM RECHERCHER-TAUX-COMMUNE-N1
           COMPUTE RECETTE-OCCURRENCE ROUNDED =
                   BASE-OCCURRENCE * TAUX-COMMUNE-N1 / 100

           EVALUATE O-Taxe
               WHEN "TF"
                   ADD BASE-OCCURRENCE TO VT-BASE-TF(IDX-VOTE)
                   ADD RECETTE-OCCURRENCE TO VT-RECETTE-TF(IDX-VOTE)
               WHEN "TH"
                   ADD BASE-OCCURRENCE TO VT-BASE-TH(IDX-VOTE)
                   ADD RECETTE-OCCURRENCE TO VT-RECETTE-TH(IDX-VOTE)
               WHEN "CF"
                   ADD BASE-OCCURRENCE TO VT-BASE-CF(IDX-VOTE)
                   ADD RECETTE-OCCURRENCE TO VT-RECETTE-CF(IDX-VOTE)
           END-EVALUATE
           ADD 1 TO CPT-OCCURRENCES-RETENUES
           .

      *    Taux communal de l'occurrence pour son millesime (carbone
      *    pour TF et CFE, densite pour TH, comme dans 5-ROLES) :
      *    photographie du millesime, a defaut taux courant
       RECHERCHER-TAUX-COMMUNE-N1.

           MOVE 0 TO TAUX-COMMUNE-N1

           IF NOT STATUT-MILLESIMES-ABSENT THEN
               MOVE ANNEE-OCCURRENCE TO TM-Annee
               MOVE "C" TO TM-Niveau
               MOVE SPACE TO TM-Libelle
               MOVE O-Code-Insee TO TM-Libelle(1:5)
               READ F-TAUX-MILLESIMES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF O-Taxe = "TH" THEN
                           MOVE TM-Taux-Densite TO TAUX-COMMUNE-N1
                       ELSE
                           MOVE TM-Taux-Carbone TO TAUX-COMMUNE-N1
                       END-IF
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE O-Code-Insee TO C-Code-Insee
               READ F-COMMUNES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF O-Taxe = "TH" THEN
                           MOVE C-Taux-Densite TO TAUX-COMMUNE-N1
                       ELSE
                           MOVE C-Taux-Carbone TO TAUX-COMMUNE-N1
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      *        REPARTITION DU PRODUIT VOTE ENTRE LES TROIS TAXES

      *    Part de chaque taxe au prorata de sa recette N-1 (au
      *    prorata des bases si aucun taux communal n'est connu),
      *    rapportee a sa base N-1 pour donner le taux
       DERIVER-TAUX.

           INITIALIZE TS-ENREG
           MOVE VT-CODE-EPCI(IDX-VOTE) TO TS-Code-Epci
           MOVE VT-ANNEE(IDX-VOTE)     TO TS-Annee
           MOVE VT-PRODUIT(IDX-VOTE)   TO TS-Produit-Vote
           MOVE VT-BASE-TF(IDX-VOTE)   TO TS-Base-TF
           MOVE VT-BASE-TH(IDX-VOTE)   TO TS-Base-TH
           MOVE VT-BASE-CF(IDX-VOTE)   TO TS-Base-CF

           COMPUTE TOTAL-RECETTES = VT-RECETTE-TF(IDX-VOTE)
                                  + VT-RECETTE-TH(IDX-VOTE)
                                  + VT-RECETTE-CF(IDX-VOTE)
           IF TOTAL-RECETTES = 0 THEN
               MOVE VT-BASE-TF(IDX-VOTE) TO VT-RECETTE-TF(IDX-VOTE)
               MOVE VT-BASE-TH(IDX-VOTE) TO VT-RECETTE-TH(IDX-VOTE)
               MOVE VT-BASE-CF(IDX-VOTE) TO VT-RECETTE-CF(IDX-VOTE)
               COMPUTE TOTAL-RECETTES = VT-BASE-TF(IDX-VOTE)
                                      + VT-BASE-TH(IDX-VOTE)
                                      + VT-BASE-CF(IDX-VOTE)
           END-IF

           IF TOTAL-RECETTES = 0 THEN
               DISPLAY "5-TAXE-SPECIALE : EPCI "
                       VT-CODE-EPCI(IDX-VOTE) " annee "
                       VT-ANNEE(IDX-VOTE)
                       " sans base N-1, taux nuls"
               ADD 1 TO CPT-VOTES-SANS-BASE
           ELSE
               IF VT-BASE-TF(IDX-VOTE) > 0 THEN
                   COMPUTE PART-PRODUIT ROUNDED =
                           VT-PRODUIT(IDX-VOTE)
                           * VT-RECETTE-TF(IDX-VOTE) / TOTAL-RECETTES
                   COMPUTE TS-Taux-TF ROUNDED =
                           PART-PRODUIT * 100 / VT-BASE-TF(IDX-VOTE)
                       ON SIZE ERROR
                           MOVE 999.99999 TO TS-Taux-TF
                   END-COMPUTE
               END-IF
               IF VT-BASE-TH(IDX-VOTE) > 0 THEN
                   COMPUTE PART-PRODUIT ROUNDED =
                           VT-PRODUIT(IDX-VOTE)
                           * VT-RECETTE-TH(IDX-VOTE) / TOTAL-RECETTES
                   COMPUTE TS-Taux-TH ROUNDED =
                           PART-PRODUIT * 100 / VT-BASE-TH(IDX-VOTE)
                       ON SIZE ERROR
                           MOVE 999.99999 TO TS-Taux-TH
                   END-COMPUTE
               END-IF
               IF VT-BASE-CF(IDX-VOTE) > 0 THEN
                   COMPUTE PART-PRODUIT ROUNDED =
                           VT-PRODUIT(IDX-VOTE)
                           * VT-RECETTE-CF(IDX-VOTE) / TOTAL-RECETTES
                   COMPUTE TS-Taux-CF ROUNDED =
                           PART-PRODUIT * 100 / VT-BASE-CF(IDX-VOTE)
                       ON SIZE ERROR
                           MOVE 999.99999 TO TS-Taux-CF
                   END-COMPUTE
               END-IF
           END-IF

           WRITE TS-ENREG
           .

       FIN-PGM.
           STOP RUN.
