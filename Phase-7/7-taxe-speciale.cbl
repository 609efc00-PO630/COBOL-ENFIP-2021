      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: etat de la taxe speciale a produit vote (GEMAPI) :
      *          pour chaque vote de 5-taux-speciaux.dat (EPCI,
      *          annee), produit vote, produit effectivement emis par
      *          5-ROLES (part EPCI des lignes GM de
      *          6-imposables-detail.dat, rattachees a l'EPCI par la
      *          commune de l'occurrence dans 5-epci-membres.idx),
      *          ecart entre les deux et taux derives par taxe
      *          support, puis totaux. Les lignes GM d'une commune
      *          sans EPCI ou d'un vote inconnu sont comptees a part.
      *          La taxe speciale des etablissements, portee dans la
      *          part EPCI du role CFE (6-imposables-cfe.dat), est
      *          ajoutee au produit emis, chaque etablissement compte
      *          pour une ligne rattachee par sa commune.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-TAXE-SPECIALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-TAUX-SPECIAUX ASSIGN TO "5-taux-speciaux.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-TAUX-SPECIAUX.

           SELECT F-ANNEE-ROLE ASSIGN TO "0-annee-roles.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ANNEE-ROLE.

           SELECT F-DETAIL ASSIGN TO "6-imposables-detail.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DETAIL.

      *    Role CFE des etablissements (facultatif)
           SELECT F-ROLE-CFE ASSIGN TO "6-imposables-cfe.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ROLE-CFE.

           SELECT F-EPCI-MEMBRES ASSIGN TO "5-epci-membres.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-Code-Insee
               FILE STATUS IS WS-STATUT-EPCI-MEMBRES.

           SELECT FS ASSIGN TO "7-taxe-speciale.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que TS-ENREG dans 5-TAXE-SPECIALE.cbl
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

      *    Meme disposition que dans 5-ROLES.cbl
       FD  F-ANNEE-ROLE.
       01  ANR-ENREG.
           05 ANR-ANNEE            PIC 9(4).

      *    Meme disposition que C-DET-ENREG dans 5-ROLES.cbl, qui
      *    alimente ce fichier
       FD  F-DETAIL.
       01  FD-DATA.
           05 D-Numero-Fiscal    PIC 9(13).
           05 D-Taxe             PIC X(2).
           05 D-Residence        PIC X(1).
           05 D-Code-Insee       PIC 9(5).
           05 D-Annee            PIC 9(4).
           05 D-Base             PIC 9(6).
           05 D-Taxe-Commune     PIC 9(6)V99.
           05 D-Taxe-Dept        PIC 9(6)V99.
           05 D-Taxe-Region      PIC 9(6)V99.
           05 D-Taux-Commune     PIC 9(4)V99.
           05 D-Taux-Dept        PIC 9(4)V99.
           05 D-Taux-Region      PIC 9(4)V99.
           05 D-Taxe-Epci        PIC 9(6)V99.
           05 D-Taux-Epci        PIC 9(4)V99.
           05 D-Abattement       PIC 9(6)V99.
           05 D-Quote-Part       PIC 9(3).
           05 D-Deficit-Impute   PIC 9(8).
           05 D-Code-Depense     PIC X(2).
           05 D-Avantage         PIC 9(6)V99.
           05 D-Plafonnement-QF  PIC 9(6)V99.
           05 D-Decote           PIC 9(6)V99.

      *    Meme disposition que C-CFE-ENREG dans 5-ROLES.cbl
       FD  F-ROLE-CFE.
       01  CFE-DATA.
           05 CFE-Siret           PIC 9(14).
           05 CFE-Raison-Sociale  PIC X(30).
           05 CFE-Code-Insee      PIC 9(5).
           05 CFE-Impot           PIC 9(6)V99.
           05 CFE-Impot-Commune   PIC 9(6)V99.
           05 CFE-Impot-Dept      PIC 9(6)V99.
           05 CFE-Impot-Region    PIC 9(6)V99.
           05 CFE-Annee           PIC 9(4).
           05 CFE-Base-Minimum    PIC X(1).
           05 CFE-Impot-Epci      PIC 9(6)V99.
           05 CFE-Reference-Paiement PIC X(21).
           05 CFE-Motif-Creation  PIC X(2).
           05 CFE-Perte-Commune   PIC 9(6)V99.
           05 CFE-Perte-Dept      PIC 9(6)V99.
           05 CFE-Perte-Region    PIC 9(6)V99.
           05 CFE-Impot-Gemapi    PIC 9(6)V99.
           05 CFE-Date-Emission   PIC 9(8).
           05 CFE-Date-Echeance   PIC 9(8).
           05 CFE-Emission-Reference PIC X(21).

       FD  F-EPCI-MEMBRES.
       01  C-EPCI-MEMBRE-ENREG.
           05 EM-Code-Insee    PIC 9(5).
           05 EM-Code-Epci     PIC 9(9).

       FD  FS.
       01  FS-DATA PIC X(100).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE PIC X(50)
              VALUE 'TAXE SPECIALE A PRODUIT VOTE (GEMAPI)'.

           05 ARTICLE-LIGNE PIC X(96) VALUE ALL '-'.

           05 ARTICLE-ENTETE.
               10 FILLER PIC X(10) VALUE 'EPCI'.
               10 FILLER PIC X(6)  VALUE 'Annee'.
               10 FILLER PIC X(15) VALUE '   Produit vote'.
               10 FILLER PIC X(15) VALUE '   Produit emis'.
               10 FILLER PIC X(15) VALUE '          Ecart'.
               10 FILLER PIC X(8)  VALUE '  Lignes'.
               10 FILLER PIC X(30)
                  VALUE '  Taux TF   Taux TH   Taux CF'.

           05 ARTICLE-VOTE.
               10 ET-Code-Epci PIC 9(9).
               10 FILLER PIC X VALUE SPACE.
               10 ET-Annee PIC 9(4).
               10 FILLER PIC X(2) VALUE SPACE.
               10 ET-Produit-Vote PIC Z(11)9.99.
               10 ET-Produit-Emis PIC Z(11)9.99.
               10 ET-Ecart PIC -(11)9.99.
               10 ET-Nb-Lignes PIC Z(7)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 ET-Taux-TF PIC ZZ9.99999.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Taux-TH PIC ZZ9.99999.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Taux-CF PIC ZZ9.99999.

           05 ARTICLE-TOTAL.
               10 FILLER PIC X(16) VALUE 'Total'.
               10 ET-Tot-Vote PIC Z(11)9.99.
               10 ET-Tot-Emis PIC Z(11)9.99.
               10 ET-Tot-Ecart PIC -(11)9.99.
               10 ET-Tot-Lignes PIC Z(7)9.

           05 ARTICLE-HORS-VOTE.
               10 FILLER PIC X(40)
                  VALUE 'Lignes GM sans vote rattache : '.
               10 ET-Hors-Lignes PIC Z(7)9.
               10 FILLER PIC X(12) VALUE '  montant : '.
               10 ET-Hors-Montant PIC Z(11)9.99.

           05 ARTICLE-AUCUN-VOTE PIC X(40)
              VALUE 'Aucun produit vote pour la campagne'.

           05 ARTICLE-VIDE PIC X(10) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-TAUX-SPECIAUX        PIC  X(01) VALUE  SPACE.
               88  FF-TAUX-SPECIAUX                VALUE  HIGH-VALUE.
           05  FIN-DETAIL               PIC  X(01) VALUE  SPACE.
               88  FF-DET                          VALUE  HIGH-VALUE.
           05  FIN-ROLE-CFE             PIC  X(01) VALUE  SPACE.
               88  FF-ROLE-CFE                     VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-TAUX-SPECIAUX  PIC X(02) VALUE SPACE.
               88  STATUT-TAUX-SPECIAUX-ABSENT    VALUE "35".
           05  WS-STATUT-ANNEE-ROLE     PIC X(02) VALUE SPACE.
               88  STATUT-ANNEE-ROLE-ABSENT       VALUE "35".
           05  WS-STATUT-DETAIL         PIC X(02) VALUE SPACE.
               88  STATUT-DETAIL-ABSENT           VALUE "35".
           05  WS-STATUT-EPCI-MEMBRES   PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT     VALUE "35".
           05  WS-STATUT-ROLE-CFE       PIC X(02) VALUE SPACE.
               88  STATUT-ROLE-CFE-ABSENT         VALUE "35".

      *    En-tetes de version du detail et du role CFE (memes
      *    valeurs que dans 5-ROLES.cbl)
       1   VERSION-WORKING-MANAGER.
           05  ENTETE-VERSION-DETAIL    PIC X(32)
               VALUE "VER 6-IMPOSABLES-DETAIL     0003".
           05  ENTETE-VERSION-CFE       PIC X(32)
               VALUE "VER 6-IMPOSABLES-CFE        0007".

      *    Votes de 5-taux-speciaux.dat et produit emis de chacun
       1   VOTES-WORKING-MANAGER.
           05  NB-VOTES                 PIC 9(3) VALUE 0.
           05  IDX-VOTE                 PIC 9(3) VALUE 0.
           05  VOTE-TROUVE              PIC 9(3) VALUE 0.
           05  VOTE OCCURS 500 TIMES.
               10  VT-CODE-EPCI         PIC 9(9).
               10  VT-ANNEE             PIC 9(4).
               10  VT-PRODUIT-VOTE      PIC 9(9)V99.
               10  VT-TAUX-TF           PIC 9(3)V9(5).
               10  VT-TAUX-TH           PIC 9(3)V9(5).
               10  VT-TAUX-CF           PIC 9(3)V9(5).
               10  VT-PRODUIT-EMIS      PIC 9(11)V99.
               10  VT-NB-LIGNES         PIC 9(8).

       1   TOTAUX-WORKING-MANAGER.
           05  EPCI-LIGNE               PIC 9(9) VALUE 0.
           05  ANNEE-LIGNE              PIC 9(4) VALUE 0.
           05  INSEE-LIGNE              PIC 9(5) VALUE 0.
           05  MONTANT-LIGNE            PIC 9(6)V99 VALUE 0.
           05  ECART-VOTE               PIC S9(11)V99 VALUE 0.
           05  TOT-VOTE                 PIC 9(12)V99 VALUE 0.
           05  TOT-EMIS                 PIC 9(12)V99 VALUE 0.
           05  TOT-ECART                PIC S9(12)V99 VALUE 0.
           05  TOT-LIGNES               PIC 9(8) VALUE 0.
           05  HORS-VOTE-LIGNES         PIC 9(8) VALUE 0.
           05  HORS-VOTE-MONTANT        PIC 9(11)V99 VALUE 0.
           05  ANNEE-CAMPAGNE           PIC 9(4) VALUE 0.
           05  DATE-JOUR                PIC 9(8) VALUE 0.
           05  DATE-JOUR-DECOUPE REDEFINES DATE-JOUR.
               10  DJ-ANNEE             PIC 9(4).
               10  DJ-MOIS              PIC 9(2).
               10  DJ-JOUR              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-ANNEE-CAMPAGNE

           OPEN OUTPUT FS
           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA

           PERFORM LIRE-TAUX-SPECIAUX
           IF NB-VOTES = 0 THEN
               MOVE ARTICLE-AUCUN-VOTE TO FS-DATA
               WRITE FS-DATA
               CLOSE FS
               DISPLAY "7-TAXE-SPECIALE : aucun produit vote"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-EPCI-MEMBRES
           IF STATUT-EPCI-MEMBRES-ABSENT THEN
               DISPLAY "7-TAXE-SPECIALE : 5-epci-membres.idx"
                       " introuvable, aucune ligne rattachee"
           END-IF

           PERFORM CUMULER-DETAIL
           PERFORM CUMULER-ROLE-CFE

           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               CLOSE F-EPCI-MEMBRES
           END-IF

           PERFORM EDITER-ETAT

           CLOSE FS

           DISPLAY "7-TAXE-SPECIALE : " NB-VOTES " vote(s), "
                   TOT-LIGNES " ligne(s) GM rattachee(s), "
                   HORS-VOTE-LIGNES " sans vote"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        MILLESIME DE CAMPAGNE (0-annee-roles.param, A DEFAUT
      *        L'ANNEE DU JOUR), QUI DONNE SON ANNEE AUX LIGNES SANS
      *        MILLESIME

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
      *        VOTES ET TAUX DERIVES PAR 5-TAXE-SPECIALE

       LIRE-TAUX-SPECIAUX.

           OPEN INPUT F-TAUX-SPECIAUX
           IF STATUT-TAUX-SPECIAUX-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-TAUX-SPECIAUX
               READ F-TAUX-SPECIAUX
                   AT END
                       SET FF-TAUX-SPECIAUX TO TRUE
                   NOT AT END
                       IF NB-VOTES < 500 THEN
                           ADD 1 TO NB-VOTES
                           INITIALIZE VOTE(NB-VOTES)
                           MOVE TS-Code-Epci TO VT-CODE-EPCI(NB-VOTES)
                           MOVE TS-Annee TO VT-ANNEE(NB-VOTES)
                           MOVE TS-Produit-Vote
                               TO VT-PRODUIT-VOTE(NB-VOTES)
                           MOVE TS-Taux-TF TO VT-TAUX-TF(NB-VOTES)
                           MOVE TS-Taux-TH TO VT-TAUX-TH(NB-VOTES)
                           MOVE TS-Taux-CF TO VT-TAUX-CF(NB-VOTES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-TAUX-SPECIAUX
           .

      ******************************************************************
      *        PRODUIT EMIS : PART EPCI DES LIGNES GM DU DETAIL

       CUMULER-DETAIL.

           OPEN INPUT F-DETAIL
           IF STATUT-DETAIL-ABSENT THEN
               DISPLAY "7-TAXE-SPECIALE : 6-imposables-detail.dat"
                       " introuvable, aucun produit emis"
               EXIT PARAGRAPH
           END-IF

           READ F-DETAIL
               AT END
                   SET FF-DET TO TRUE
           END-READ
           IF NOT FF-DET
              AND FD-DATA(1:32) NOT = ENTETE-VERSION-DETAIL THEN
               DISPLAY "7-TAXE-SPECIALE : version de disposition"
                       " inattendue en tete de"
                       " 6-imposables-detail.dat, aucun produit emis"
               SET FF-DET TO TRUE
           END-IF

           PERFORM UNTIL FF-DET
               READ F-DETAIL
                   AT END
                       SET FF-DET TO TRUE
                   NOT AT END
                       IF D-Taxe = "GM" THEN
                           MOVE D-Annee TO ANNEE-LIGNE
                           MOVE D-Code-Insee TO INSEE-LIGNE
                           MOVE D-Taxe-Epci TO MONTANT-LIGNE
                           PERFORM CUMULER-LIGNE-GM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-DETAIL
           .

      ******************************************************************
      *        PRODUIT EMIS : TAXE SPECIALE DES ETABLISSEMENTS DU
      *        ROLE CFE

       CUMULER-ROLE-CFE.

           OPEN INPUT F-ROLE-CFE
           IF STATUT-ROLE-CFE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           READ F-ROLE-CFE
               AT END
                   SET FF-ROLE-CFE TO TRUE
           END-READ
           IF NOT FF-ROLE-CFE
              AND CFE-DATA(1:32) NOT = ENTETE-VERSION-CFE THEN
               DISPLAY "7-TAXE-SPECIALE : version de disposition"
                       " inattendue en tete de"
                       " 6-imposables-cfe.dat, arret (attendu "
                       ENTETE-VERSION-CFE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL FF-ROLE-CFE
               READ F-ROLE-CFE
                   AT END
                       SET FF-ROLE-CFE TO TRUE
                   NOT AT END
                       IF CFE-Impot-Gemapi > 0 THEN
                           MOVE CFE-Annee TO ANNEE-LIGNE
                           MOVE CFE-Code-Insee TO INSEE-LIGNE
                           MOVE CFE-Impot-Gemapi TO MONTANT-LIGNE
                           PERFORM CUMULER-LIGNE-GM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ROLE-CFE
           .

      *    Ligne GM du detail ou etablissement du role CFE, presente
      *    par son annee, sa commune et son montant
       CUMULER-LIGNE-GM.

           MOVE 0 TO VOTE-TROUVE

           IF ANNEE-LIGNE = 0 THEN
               MOVE ANNEE-CAMPAGNE TO ANNEE-LIGNE
           END-IF

           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               MOVE INSEE-LIGNE TO EM-Code-Insee
               READ F-EPCI-MEMBRES
                   INVALID KEY
                       MOVE 0 TO EPCI-LIGNE
                   NOT INVALID KEY
                       MOVE EM-Code-Epci TO EPCI-LIGNE
               END-READ

               MOVE 1 TO IDX-VOTE
               PERFORM UNTIL IDX-VOTE > NB-VOTES
                   IF VT-CODE-EPCI(IDX-VOTE) = EPCI-LIGNE
                      AND VT-ANNEE(IDX-VOTE) = ANNEE-LIGNE THEN
                       MOVE IDX-VOTE TO VOTE-TROUVE
                       MOVE NB-VOTES TO IDX-VOTE
                   END-IF
                   ADD 1 TO IDX-VOTE
               END-PERFORM
           END-IF

           IF VOTE-TROUVE = 0 THEN
               ADD 1 TO HORS-VOTE-LIGNES
               ADD MONTANT-LIGNE TO HORS-VOTE-MONTANT
           ELSE
               ADD 1 TO VT-NB-LIGNES(VOTE-TROUVE)
               ADD MONTANT-LIGNE TO VT-PRODUIT-EMIS(VOTE-TROUVE)
           END-IF
           .

      ******************************************************************
      *        EDITION : UNE LIGNE PAR VOTE, TOTAUX ET LIGNES ORPHELINES

       EDITER-ETAT.

           MOVE ARTICLE-ENTETE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-VOTE
           PERFORM UNTIL IDX-VOTE > NB-VOTES
               COMPUTE ECART-VOTE = VT-PRODUIT-EMIS(IDX-VOTE)
                                  - VT-PRODUIT-VOTE(IDX-VOTE)
               MOVE VT-CODE-EPCI(IDX-VOTE) TO ET-Code-Epci
               MOVE VT-ANNEE(IDX-VOTE) TO ET-Annee
               MOVE VT-PRODUIT-VOTE(IDX-VOTE) TO ET-Produit-Vote
               MOVE VT-PRODUIT-EMIS(IDX-VOTE) TO ET-Produit-Emis
               MOVE ECART-VOTE TO ET-Ecart
               MOVE VT-NB-LIGNES(IDX-VOTE) TO ET-Nb-Lignes
               MOVE VT-TAUX-TF(IDX-VOTE) TO ET-Taux-TF
               MOVE VT-TAUX-TH(IDX-VOTE) TO ET-Taux-TH
               MOVE VT-TAUX-CF(IDX-VOTE) TO ET-Taux-CF
               MOVE ARTICLE-VOTE TO FS-DATA
               WRITE FS-DATA

               ADD VT-PRODUIT-VOTE(IDX-VOTE) TO TOT-VOTE
               ADD VT-PRODUIT-EMIS(IDX-VOTE) TO TOT-EMIS
               ADD VT-NB-LIGNES(IDX-VOTE) TO TOT-LIGNES
               ADD 1 TO IDX-VOTE
           END-PERFORM

           COMPUTE TOT-ECART = TOT-EMIS - TOT-VOTE
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE TOT-VOTE TO ET-Tot-Vote
           MOVE TOT-EMIS TO ET-Tot-Emis
           MOVE TOT-ECART TO ET-Tot-Ecart
           MOVE TOT-LIGNES TO ET-Tot-Lignes
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA

           MOVE ARTICLE-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE HORS-VOTE-LIGNES TO ET-Hors-Lignes
           MOVE HORS-VOTE-MONTANT TO ET-Hors-Montant
           MOVE ARTICLE-HORS-VOTE TO FS-DATA
           WRITE FS-DATA
           .

       FIN-PGM.
           STOP RUN.
