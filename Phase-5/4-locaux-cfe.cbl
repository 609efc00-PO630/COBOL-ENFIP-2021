      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: rapprochement des locaux professionnels du cadastre
      *          (5-locaux.idx) et des etablissements imposes a la
      *          CFE (5-entreprises.dat). Un local de categorie
      *          professionnelle (lignes P de 0-locaux-cfe.param ; a
      *          defaut CO commercial et PR professionnel), non
      *          demoli, sans aucune occurrence CF de la campagne qui
      *          le designe dans 5-occurrences.idx, est un local sans
      *          etablissement ; un etablissement dont la commune ne
      *          compte aucun local professionnel est un etablissement
      *          sans local. Liste de travail pour le service des
      *          impots des entreprises (4-locaux-cfe.txt), par
      *          commune, avec la CFE en jeu estimee a la valeur
      *          locative du local (portee a la base minimum votee,
      *          5-base-minimum-cfe.idx) aux taux de la commune, du
      *          departement et de la region (taux CFE de l'EPCI a
      *          fiscalite professionnelle unique au lieu de celui de
      *          la commune) ; l'etablissement sans local est estime
      *          sur la base minimum de sa commune.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-LOCAUX-CFE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Categories de locaux professionnels
           SELECT F-PARAM ASSIGN TO "0-locaux-cfe.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-ANNEE-ROLE ASSIGN TO "0-annee-roles.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ANNEE-ROLE.

           SELECT C-LOCAUX ASSIGN TO "5-locaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LOC-Identifiant
                   FILE STATUS IS WS-STATUT-LOCAUX.

           SELECT C-OCCURRENCES ASSIGN TO "5-occurrences.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-PRIMARY-KEY
               ALTERNATE RECORD KEY IS C-CLE-AMENDEMENT
               ALTERNATE RECORD KEY IS C-NUMERO-FISCAL WITH DUPLICATES
               FILE STATUS IS WS-STATUT-OCCURRENCES.

      *    Etablissements ecrits par 4-ENTREPRISES
           SELECT F-ENTREPRISES ASSIGN TO "5-entreprises.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ENTREPRISES.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS COM-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

           SELECT F-DEPTS ASSIGN TO "5-depts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DP-Departement
                   FILE STATUS IS WS-STATUT-DEPTS.

           SELECT F-REGIONS ASSIGN TO "5-regions.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RG-Region
                   FILE STATUS IS WS-STATUT-REGIONS.

      *    Intercommunalites : appartenance des communes et taux
      *    (masters facultatifs)
           SELECT F-EPCI-MEMBRES ASSIGN TO "5-epci-membres.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-Code-Insee
                   FILE STATUS IS WS-STATUT-EPCI-MEMBRES.

           SELECT F-EPCI ASSIGN TO "5-epci.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EP-Code
                   FILE STATUS IS WS-STATUT-EPCI.

      *    Bases minimum de CFE votees par les communes
      *    (3-BASE-MINIMUM-CFE)
           SELECT F-BASE-MINIMUM-CFE ASSIGN TO "5-base-minimum-cfe.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BMC-Code-Insee
                   FILE STATUS IS WS-STATUT-BASE-MINIMUM.

      *    Liste de travail du service des impots des entreprises
           SELECT FS ASSIGN TO "4-locaux-cfe.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT TRI ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Une ligne P par categorie de local professionnel
       FD  F-PARAM.
       01  LCP-ENREG.
           05 LCP-Type             PIC X(1).
           05 LCP-Categorie        PIC X(2).

       FD  F-ANNEE-ROLE.
       01  ANR-ENREG.
           05 ANR-ANNEE            PIC 9(4).

      *    Meme disposition que C-LOCAUX-ENREG dans 4-LOCAUX.cbl
       FD  C-LOCAUX.
       01  C-LOCAUX-ENREG.
           05 LOC-Identifiant     PIC 9(8).
           05 LOC-Code-Insee      PIC 9(5).
           05 LOC-Categorie       PIC X(2).
           05 LOC-Valeur-Locative PIC 9(6).
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Meme disposition que C-OCCURRENCES-ENREG dans
      *    4-OCCURRENCES.cbl, qui alimente ce fichier
       FD  C-OCCURRENCES.
       01  C-OCCURRENCES-ENREG.
           05 C-PRIMARY-KEY            PIC 9(9).
           05 C-CLE-AMENDEMENT.
               10 C-NUMERO-FISCAL   PIC 9(13).
               10 C-TAXE            PIC X(2).
               10 C-CODE-INSEE      PIC 9(5).
               10 C-ANNEE           PIC 9(4).
               10 C-LOCAL           PIC 9(8).
           05 C-REVENU          PIC S9(6) SIGN LEADING SEPARATE.
           05 C-RESIDENCE       PIC X(1).
           05 C-DATE-DEBUT      PIC 9(8).
           05 C-DATE-FIN        PIC 9(8).
           05 C-DATE-DECLARATION PIC 9(8).
           05 C-SENS            PIC X(1).
           05 C-EXECUTION-CHARGEMENT PIC 9(6).

      *    Meme disposition que FS-DATA dans 4-ENTREPRISES.cbl
       FD  F-ENTREPRISES.
       01  ENT-ENREG.
           05 ENT-Siret           PIC 9(14).
           05 ENT-Raison-Sociale  PIC X(30).
           05 ENT-Code-Insee      PIC 9(5).
           05 ENT-Numero-Fiscal   PIC 9(13).
           05 ENT-Date-Creation   PIC 9(8).

      *    Meme disposition que C-DATA dans 3-REGS-DEPTS-COMMS.cbl
      *    (prefixe COM- pour ne pas entrer en collision avec les
      *    zones C- des occurrences)
       FD  F-COMMUNES.
       01  COM-DATA.
           05 COM-Code-Insee  PIC 9(5).
           05 COM-Lieu.
               10 COM-Commune PIC X(50).
               10 COM-Departement PIC X(28).
               10 COM-Region PIC X(30).
           05 COM-Donnees.
               10 COM-Altitude PIC 9(6)V99.
               10 COM-Superficie PIC 9(6)V99.
               10 COM-Population PIC 9(6)V99.
           05 COM-Taux.
               10 COM-Taux-Carbone PIC 9(4)V99.
               10 COM-Taux-Densite PIC 9(4)V99.
           05 COM-Status PIC X(16).
           05 COM-Code-Dept-Calcule PIC 9(3).

      *    Meme disposition que C-DEP-ENREG dans 3-TAUX-VOTES.cbl
       FD  F-DEPTS.
       01  DP-ENREG.
           05 DP-Lieu.
               10 DP-Communes           PIC 9(6).
               10 DP-Departement        PIC X(28).
               10 DP-Region             PIC X(30).
           05 DP-Donnees.
               10 DP-Altitude           PIC 9(6)V99.
               10 DP-Superficie         PIC 9(6)V99.
               10 DP-Population         PIC 9(6)V99.
           05 DP-Taux.
               10 DP-Taux-Carbone       PIC 9(4)V99.
               10 DP-Taux-Densite       PIC 9(4)V99.

      *    Meme disposition que C-REG-ENREG dans 3-TAUX-VOTES.cbl
       FD  F-REGIONS.
       01  RG-ENREG.
           05 RG-Lieu.
               10 RG-Communes           PIC 9(6).
               10 RG-Region             PIC X(30).
           05 RG-Donnees.
               10 RG-Altitude           PIC 9(6)V99.
               10 RG-Superficie         PIC 9(6)V99.
               10 RG-Population         PIC 9(6)V99.
           05 RG-Taux.
               10 RG-Taux-Carbone       PIC 9(4)V99.
               10 RG-Taux-Densite       PIC 9(4)V99.

      *    Meme disposition que dans 3-REGS-DEPTS-COMMS.cbl
       FD  F-EPCI-MEMBRES.
       01  C-EPCI-MEMBRE-ENREG.
           05 EM-Code-Insee    PIC 9(5).
           05 EM-Code-Epci     PIC 9(9).

      *    Meme disposition que C-EPCI-ENREG dans
      *    3-REGS-DEPTS-COMMS.cbl
       FD  F-EPCI.
       01  C-EPCI-ENREG.
           05 EP-Code          PIC 9(9).
           05 EP-Nom           PIC X(40).
           05 EP-Nb-Communes   PIC 9(6).
           05 EP-Taux.
               10 EP-Taux-Carbone   PIC 9(4)V99.
               10 EP-Taux-Densite   PIC 9(4)V99.
           05 EP-FPU           PIC X(1).
               88 EP-EST-FPU        VALUE "O".
           05 EP-FPU-Annee     PIC 9(4).
           05 EP-Taux-CFE      PIC 9(4)V99.

      *    Meme disposition que BMC-ENREG dans 3-BASE-MINIMUM-CFE.cbl
       FD  F-BASE-MINIMUM-CFE.
       01  BMC-ENREG.
           05 BMC-Code-Insee        PIC 9(5).
           05 BMC-Base-Minimum      PIC 9(6).
           05 BMC-Annee             PIC 9(4).

       FD  FS.
       01  FS-DATA PIC X(100).

      *    Par commune : rang 1 = locaux professionnels (L) et
      *    occurrences CF qui les designent (O), par local ; rang 2 =
      *    etablissements (E), juges une fois tous les locaux de la
      *    commune vus
       SD  TRI.
       01  T-DATA.
           05 T-Code-Insee         PIC 9(5).
           05 T-Rang               PIC 9(1).
           05 T-Local              PIC 9(8).
           05 T-Genre              PIC X(1).
           05 T-Categorie          PIC X(2).
           05 T-Valeur-Locative    PIC 9(6).
           05 T-Siret              PIC 9(14).
           05 T-Raison-Sociale     PIC X(30).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-LCF-TITRE PIC X(70)
              VALUE 'LOCAUX PROFESSIONNELS ET ETABLISSEMENTS CFE'.

           05 ARTICLE-LCF-LIGNE PIC X(100) VALUE ALL '-'.

           05 ARTICLE-LCF-CAMPAGNE.
               10 FILLER PIC X(20) VALUE 'Campagne'.
               10 FILLER PIC X VALUE ':'.
               10 LCF-Annee PIC 9(4).

           05 ARTICLE-LCF-COMMUNE.
               10 FILLER PIC X(8) VALUE 'Commune '.
               10 LCF-Code-Insee PIC 9(5).
               10 FILLER PIC X VALUE SPACE.
               10 LCF-Commune PIC X(30).
               10 FILLER PIC X(18) VALUE '  taux CFE total :'.
               10 LCF-Taux PIC ZZZ9.99.
               10 FILLER PIC X(17) VALUE ' %  base minimum:'.
               10 LCF-Base-Minimum PIC Z(5)9.

           05 ARTICLE-LCF-LOCAL.
               10 FILLER PIC X(28) VALUE
                  '  local sans etablissement  '.
               10 LCF-Local PIC 9(8).
               10 FILLER PIC X(6) VALUE '  cat '.
               10 LCF-Categorie PIC X(2).
               10 FILLER PIC X(6) VALUE '  VL :'.
               10 LCF-Valeur-Locative PIC Z(5)9.
               10 FILLER PIC X(16) VALUE '  CFE estimee : '.
               10 LCF-Cfe-Local PIC Z(6)9.99.

           05 ARTICLE-LCF-ETABLISSEMENT.
               10 FILLER PIC X(28) VALUE
                  '  etablissement sans local  '.
               10 LCF-Siret PIC 9(14).
               10 FILLER PIC X VALUE SPACE.
               10 LCF-Raison-Sociale PIC X(30).
               10 FILLER PIC X(16) VALUE '  CFE estimee : '.
               10 LCF-Cfe-Etablissement PIC Z(6)9.99.

           05 ARTICLE-LCF-VIDE PIC X(100) VALUE SPACE.

           05 ARTICLE-LCF-TOTAL-LOCAUX.
               10 FILLER PIC X(30)
                  VALUE 'Locaux sans etablissement'.
               10 FILLER PIC X VALUE ':'.
               10 LCF-Nb-Locaux PIC Z(5)9.
               10 FILLER PIC X(16) VALUE '  CFE en jeu : '.
               10 LCF-Total-Locaux PIC Z(9)9.99.

           05 ARTICLE-LCF-TOTAL-ETABLISSEMENTS.
               10 FILLER PIC X(30)
                  VALUE 'Etablissements sans local'.
               10 FILLER PIC X VALUE ':'.
               10 LCF-Nb-Etablissements PIC Z(5)9.
               10 FILLER PIC X(16) VALUE '  CFE en jeu : '.
               10 LCF-Total-Etablissements PIC Z(9)9.99.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-PARAM                PIC  X(01) VALUE  SPACE.
               88  FF-PARAM                        VALUE  HIGH-VALUE.
           05  FIN-LOCAUX               PIC  X(01) VALUE  SPACE.
               88  FF-LOCAUX                       VALUE  HIGH-VALUE.
           05  FIN-OCCURRENCES          PIC  X(01) VALUE  SPACE.
               88  FF-OCC                          VALUE  HIGH-VALUE.
           05  FIN-ENTREPRISES          PIC  X(01) VALUE  SPACE.
               88  FF-ENT                          VALUE  HIGH-VALUE.
           05  FIN-TRI                  PIC  X(01) VALUE  SPACE.
               88  FF-TRI                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-ANNEE-ROLE     PIC X(02) VALUE SPACE.
               88  STATUT-ANNEE-ROLE-ABSENT       VALUE "35".
           05  WS-STATUT-LOCAUX         PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-ABSENT           VALUE "35".
           05  WS-STATUT-OCCURRENCES    PIC X(02) VALUE SPACE.
               88  STATUT-OCCURRENCES-ABSENT      VALUE "35".
           05  WS-STATUT-ENTREPRISES    PIC X(02) VALUE SPACE.
               88  STATUT-ENTREPRISES-ABSENT      VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-DEPTS          PIC X(02) VALUE SPACE.
               88  STATUT-DEPTS-ABSENT            VALUE "35".
           05  WS-STATUT-REGIONS        PIC X(02) VALUE SPACE.
               88  STATUT-REGIONS-ABSENT          VALUE "35".
           05  WS-STATUT-EPCI-MEMBRES   PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT     VALUE "35".
           05  WS-STATUT-EPCI           PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-ABSENT             VALUE "35".
           05  WS-STATUT-BASE-MINIMUM   PIC X(02) VALUE SPACE.
               88  STATUT-BASE-MINIMUM-ABSENT     VALUE "35".

      *    Parametres de la campagne
       1   PARAM-WORKING-MANAGER.
           05  ANNEE-CAMPAGNE           PIC 9(4) VALUE 0.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-DU-JOUR-DECOUPE REDEFINES DATE-DU-JOUR.
               10  ANNEE-DU-JOUR        PIC 9(4).
               10  FILLER               PIC 9(4).
           05  NB-CATEGORIES-PRO        PIC 9(2) VALUE 0.
           05  IDX-CATEGORIE-PRO        PIC 9(2) VALUE 0.
           05  CATEGORIE-PRO OCCURS 20 TIMES PIC X(2).
           05  CATEGORIE-TROUVEE        PIC 9(1) VALUE 0.
               88  CATEGORIE-EST-PROFESSIONNELLE   VALUE 1.
           05  ANNEE-OCCURRENCE         PIC 9(4) VALUE 0.

      *    Commune en cours (rupture sur T-Code-Insee) : taux CFE
      *    cumules et base minimum
       1   COMMUNE-WORKING-MANAGER.
           05  INSEE-EN-COURS           PIC 9(5) VALUE 0.
           05  NOM-COMMUNE              PIC X(30) VALUE SPACE.
           05  TAUX-CFE-COMMUNE         PIC 9(4)V99 VALUE 0.
           05  TAUX-CFE-TOTAL           PIC 9(4)V99 VALUE 0.
           05  BASE-MINIMUM-COMMUNE     PIC 9(6) VALUE 0.
           05  NB-LOCAUX-COMMUNE        PIC 9(6) VALUE 0.
           05  COMMUNE-IMPRIMEE         PIC 9(1) VALUE 0.
               88  COMMUNE-EST-IMPRIMEE            VALUE 1.

      *    Local en cours (rupture sur T-Local)
       1   LOCAL-WORKING-MANAGER.
           05  LOCAL-EN-COURS           PIC 9(8) VALUE 0.
           05  LOCAL-PROFESSIONNEL      PIC 9(1) VALUE 0.
               88  LOCAL-EST-PROFESSIONNEL         VALUE 1.
           05  LOCAL-RATTACHE           PIC 9(1) VALUE 0.
               88  LOCAL-EST-RATTACHE              VALUE 1.
           05  CATEGORIE-LOCAL          PIC X(2) VALUE SPACE.
           05  VALEUR-LOCATIVE-LOCAL    PIC 9(6) VALUE 0.
           05  BASE-ESTIMEE             PIC 9(6) VALUE 0.
           05  CFE-ESTIMEE              PIC 9(7)V99 VALUE 0.

       1   COMPTEURS-WORKING-MANAGER.
           05  CPT-LOCAUX-PRO           PIC 9(6) VALUE 0.
           05  CPT-OCCURRENCES-CF       PIC 9(6) VALUE 0.
           05  CPT-ETABLISSEMENTS       PIC 9(6) VALUE 0.
           05  CPT-LOCAUX-SANS-ETAB     PIC 9(6) VALUE 0.
           05  CPT-ETAB-SANS-LOCAL      PIC 9(6) VALUE 0.
           05  CPT-COMMUNES-INCONNUES   PIC 9(6) VALUE 0.
           05  TOTAL-CFE-LOCAUX         PIC 9(10)V99 VALUE 0.
           05  TOTAL-CFE-ETABLISSEMENTS PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM LIRE-PARAMETRES
           PERFORM LIRE-ANNEE-CAMPAGNE

           OPEN INPUT C-LOCAUX
           IF STATUT-LOCAUX-ABSENT THEN
               DISPLAY "4-LOCAUX-CFE : 5-locaux.idx introuvable"
                       " (lancer 4-LOCAUX), rien a rapprocher"
               PERFORM FIN-PGM
           END-IF
           CLOSE C-LOCAUX

           OPEN INPUT F-ENTREPRISES
           IF STATUT-ENTREPRISES-ABSENT THEN
               DISPLAY "4-LOCAUX-CFE : 5-entreprises.dat introuvable"
                       " (lancer 4-ENTREPRISES), rien a rapprocher"
               PERFORM FIN-PGM
           END-IF
           CLOSE F-ENTREPRISES

           OPEN INPUT F-COMMUNES
           IF STATUT-COMMUNES-ABSENT THEN
               DISPLAY "4-LOCAUX-CFE : 5-communes.idx introuvable,"
                       " CFE en jeu non estimee"
           END-IF
           OPEN INPUT F-DEPTS F-REGIONS F-EPCI-MEMBRES F-EPCI
           OPEN INPUT F-BASE-MINIMUM-CFE

           OPEN OUTPUT FS
           MOVE ARTICLE-LCF-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ANNEE-CAMPAGNE TO LCF-Annee
           MOVE ARTICLE-LCF-CAMPAGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LCF-LIGNE TO FS-DATA
           WRITE FS-DATA

           SORT TRI
               ON ASCENDING KEY T-Code-Insee T-Rang T-Local T-Genre
               INPUT PROCEDURE GARNIR-TRI
               OUTPUT PROCEDURE TRAITER-COMMUNES

           MOVE ARTICLE-LCF-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LCF-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-LOCAUX-SANS-ETAB TO LCF-Nb-Locaux
           MOVE TOTAL-CFE-LOCAUX TO LCF-Total-Locaux
           MOVE ARTICLE-LCF-TOTAL-LOCAUX TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-ETAB-SANS-LOCAL TO LCF-Nb-Etablissements
           MOVE TOTAL-CFE-ETABLISSEMENTS TO LCF-Total-Etablissements
           MOVE ARTICLE-LCF-TOTAL-ETABLISSEMENTS TO FS-DATA
           WRITE FS-DATA

           CLOSE FS
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF
           IF NOT STATUT-DEPTS-ABSENT THEN
               CLOSE F-DEPTS
           END-IF
           IF NOT STATUT-REGIONS-ABSENT THEN
               CLOSE F-REGIONS
           END-IF
           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               CLOSE F-EPCI-MEMBRES
           END-IF
           IF NOT STATUT-EPCI-ABSENT THEN
               CLOSE F-EPCI
           END-IF
           IF NOT STATUT-BASE-MINIMUM-ABSENT THEN
               CLOSE F-BASE-MINIMUM-CFE
           END-IF

           DISPLAY "4-LOCAUX-CFE : campagne " ANNEE-CAMPAGNE ", "
                   CPT-LOCAUX-PRO " local(aux) professionnel(s), "
                   CPT-OCCURRENCES-CF " occurrence(s) CF sur local, "
                   CPT-ETABLISSEMENTS " etablissement(s)"
           DISPLAY "4-LOCAUX-CFE : " CPT-LOCAUX-SANS-ETAB
                   " local(aux) sans etablissement (CFE en jeu "
                   TOTAL-CFE-LOCAUX "), " CPT-ETAB-SANS-LOCAL
                   " etablissement(s) sans local (CFE en jeu "
                   TOTAL-CFE-ETABLISSEMENTS ")"
           IF CPT-COMMUNES-INCONNUES > 0 THEN
               DISPLAY "4-LOCAUX-CFE : " CPT-COMMUNES-INCONNUES
                       " commune(s) inconnue(s) de 5-communes.idx,"
                       " CFE en jeu non estimee"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PARAMETRES

      *    Sans ligne P, les categories CO (commercial) et PR
      *    (professionnel) sont retenues
       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-locaux-cfe.param introuvable, categories"
                       " CO et PR retenues"
           ELSE
               PERFORM UNTIL FF-PARAM
                   READ F-PARAM
                       AT END
                           SET FF-PARAM TO TRUE
                       NOT AT END
                           IF LCP-Type = "P"
                              AND NB-CATEGORIES-PRO < 20 THEN
                               ADD 1 TO NB-CATEGORIES-PRO
                               MOVE LCP-Categorie TO
                                 CATEGORIE-PRO(NB-CATEGORIES-PRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PARAM
           END-IF

           IF NB-CATEGORIES-PRO = 0 THEN
               MOVE "CO" TO CATEGORIE-PRO(1)
               MOVE "PR" TO CATEGORIE-PRO(2)
               MOVE 2 TO NB-CATEGORIES-PRO
           END-IF
           .

      *    Campagne = annee du role (0-annee-roles.param), a defaut
      *    l'annee du jour
       LIRE-ANNEE-CAMPAGNE.

           MOVE ANNEE-DU-JOUR TO ANNEE-CAMPAGNE

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

       RECHERCHER-CATEGORIE.

           MOVE 0 TO CATEGORIE-TROUVEE
           MOVE 1 TO IDX-CATEGORIE-PRO
           PERFORM UNTIL IDX-CATEGORIE-PRO > NB-CATEGORIES-PRO
               IF CATEGORIE-PRO(IDX-CATEGORIE-PRO) = LOC-Categorie
               THEN
                   SET CATEGORIE-EST-PROFESSIONNELLE TO TRUE
                   MOVE NB-CATEGORIES-PRO TO IDX-CATEGORIE-PRO
               END-IF
               ADD 1 TO IDX-CATEGORIE-PRO
           END-PERFORM
           .

      ******************************************************************
      *        ALIMENTATION DU TRI

       GARNIR-TRI.

           PERFORM GARNIR-TRI-LOCAUX
           PERFORM GARNIR-TRI-OCCURRENCES
           PERFORM GARNIR-TRI-ENTREPRISES
           .

      *    Locaux professionnels en activite (demolition a venir ou
      *    sans date = local debout)
       GARNIR-TRI-LOCAUX.

           OPEN INPUT C-LOCAUX
           PERFORM UNTIL FF-LOCAUX
               READ C-LOCAUX NEXT RECORD
                   AT END
                       SET FF-LOCAUX TO TRUE
                   NOT AT END
                       PERFORM RECHERCHER-CATEGORIE
                       IF CATEGORIE-EST-PROFESSIONNELLE
                          AND (LOC-Date-Demolition = 0
                               OR LOC-Date-Demolition > DATE-DU-JOUR)
                       THEN
                           INITIALIZE T-DATA
                           MOVE LOC-Code-Insee TO T-Code-Insee
                           MOVE 1 TO T-Rang
                           MOVE LOC-Identifiant TO T-Local
                           MOVE "L" TO T-Genre
                           MOVE LOC-Categorie TO T-Categorie
                           MOVE LOC-Valeur-Locative
                               TO T-Valeur-Locative
                           RELEASE T-DATA
                           ADD 1 TO CPT-LOCAUX-PRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE C-LOCAUX
           .

      *    Occurrences CF de la campagne qui designent un local
      *    (millesime a 0 = campagne)
       GARNIR-TRI-OCCURRENCES.

           OPEN INPUT C-OCCURRENCES
           IF STATUT-OCCURRENCES-ABSENT THEN
               DISPLAY "4-LOCAUX-CFE : 5-occurrences.idx introuvable,"
                       " aucun local rattache"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-OCC
               READ C-OCCURRENCES NEXT RECORD
                   AT END
                       SET FF-OCC TO TRUE
                   NOT AT END
                       IF C-LOCAL > 0 AND C-TAXE = "CF" THEN
                           IF C-ANNEE = 0 THEN
                               MOVE ANNEE-CAMPAGNE TO ANNEE-OCCURRENCE
                           ELSE
                               MOVE C-ANNEE TO ANNEE-OCCURRENCE
                           END-IF
                           IF ANNEE-OCCURRENCE = ANNEE-CAMPAGNE THEN
                               INITIALIZE T-DATA
                               MOVE C-CODE-INSEE TO T-Code-Insee
                               MOVE 1 TO T-Rang
                               MOVE C-LOCAL TO T-Local
                               MOVE "O" TO T-Genre
                               RELEASE T-DATA
                               ADD 1 TO CPT-OCCURRENCES-CF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE C-OCCURRENCES
           .

       GARNIR-TRI-ENTREPRISES.

           OPEN INPUT F-ENTREPRISES
           PERFORM UNTIL FF-ENT
               READ F-ENTREPRISES
                   AT END
                       SET FF-ENT TO TRUE
                   NOT AT END
                       INITIALIZE T-DATA
                       MOVE ENT-Code-Insee TO T-Code-Insee
                       MOVE 2 TO T-Rang
                       MOVE "E" TO T-Genre
                       MOVE ENT-Siret TO T-Siret
                       MOVE ENT-Raison-Sociale TO T-Raison-Sociale
                       RELEASE T-DATA
                       ADD 1 TO CPT-ETABLISSEMENTS
               END-READ
           END-PERFORM
           CLOSE F-ENTREPRISES
           .

      ******************************************************************
      *        RUPTURES PAR COMMUNE ET PAR LOCAL

       TRAITER-COMMUNES.

           PERFORM UNTIL FF-TRI
               RETURN TRI
                   AT END
                       SET FF-TRI TO TRUE
                       PERFORM TRAITER-LOCAL
                   NOT AT END
                       IF T-Code-Insee NOT = INSEE-EN-COURS
                          OR T-Local NOT = LOCAL-EN-COURS THEN
                           PERFORM TRAITER-LOCAL
                           MOVE T-Local TO LOCAL-EN-COURS
                       END-IF
                       IF T-Code-Insee NOT = INSEE-EN-COURS THEN
                           MOVE T-Code-Insee TO INSEE-EN-COURS
                           PERFORM LIRE-COMMUNE-COURANTE
                       END-IF
                       PERFORM RETENIR-LIGNE-TRI
               END-RETURN
           END-PERFORM
           .

      *    Les etablissements (rang 2) arrivent apres tous les locaux
      *    de leur commune
       RETENIR-LIGNE-TRI.

           EVALUATE T-Genre
               WHEN "L"
                   SET LOCAL-EST-PROFESSIONNEL TO TRUE
                   MOVE T-Categorie TO CATEGORIE-LOCAL
                   MOVE T-Valeur-Locative TO VALEUR-LOCATIVE-LOCAL
                   ADD 1 TO NB-LOCAUX-COMMUNE
               WHEN "O"
                   SET LOCAL-EST-RATTACHE TO TRUE
               WHEN "E"
                   IF NB-LOCAUX-COMMUNE = 0 THEN
                       PERFORM SIGNALER-ETABLISSEMENT
                   END-IF
           END-EVALUATE
           .

      *    Une occurrence CF sur un local non professionnel (ou
      *    demoli) ne fait rien signaler
       TRAITER-LOCAL.

           IF LOCAL-EST-PROFESSIONNEL
              AND NOT LOCAL-EST-RATTACHE THEN
               PERFORM SIGNALER-LOCAL
           END-IF

           MOVE 0 TO LOCAL-PROFESSIONNEL LOCAL-RATTACHE
                     VALEUR-LOCATIVE-LOCAL
           MOVE SPACE TO CATEGORIE-LOCAL
           .

      *    Assiette estimee : valeur locative portee a la base
      *    minimum de la commune
       SIGNALER-LOCAL.

           PERFORM IMPRIMER-COMMUNE

           MOVE VALEUR-LOCATIVE-LOCAL TO BASE-ESTIMEE
           IF BASE-ESTIMEE < BASE-MINIMUM-COMMUNE THEN
               MOVE BASE-MINIMUM-COMMUNE TO BASE-ESTIMEE
           END-IF
           COMPUTE CFE-ESTIMEE ROUNDED =
                   BASE-ESTIMEE * TAUX-CFE-TOTAL / 100

           MOVE LOCAL-EN-COURS TO LCF-Local
           MOVE CATEGORIE-LOCAL TO LCF-Categorie
           MOVE VALEUR-LOCATIVE-LOCAL TO LCF-Valeur-Locative
           MOVE CFE-ESTIMEE TO LCF-Cfe-Local
           MOVE ARTICLE-LCF-LOCAL TO FS-DATA
           WRITE FS-DATA

           ADD 1 TO CPT-LOCAUX-SANS-ETAB
           ADD CFE-ESTIMEE TO TOTAL-CFE-LOCAUX
           .

      *    Sans local, l'assiette de l'etablissement ne peut etre que
      *    la base minimum de sa commune
       SIGNALER-ETABLISSEMENT.

           PERFORM IMPRIMER-COMMUNE

           COMPUTE CFE-ESTIMEE ROUNDED =
                   BASE-MINIMUM-COMMUNE * TAUX-CFE-TOTAL / 100

           MOVE T-Siret TO LCF-Siret
           MOVE T-Raison-Sociale TO LCF-Raison-Sociale
           MOVE CFE-ESTIMEE TO LCF-Cfe-Etablissement
           MOVE ARTICLE-LCF-ETABLISSEMENT TO FS-DATA
           WRITE FS-DATA

           ADD 1 TO CPT-ETAB-SANS-LOCAL
           ADD CFE-ESTIMEE TO TOTAL-CFE-ETABLISSEMENTS
           .

      *    Entete de commune, imprime au premier signalement
       IMPRIMER-COMMUNE.

           IF COMMUNE-EST-IMPRIMEE THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ARTICLE-LCF-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE INSEE-EN-COURS TO LCF-Code-Insee
           MOVE NOM-COMMUNE TO LCF-Commune
           MOVE TAUX-CFE-TOTAL TO LCF-Taux
           MOVE BASE-MINIMUM-COMMUNE TO LCF-Base-Minimum
           MOVE ARTICLE-LCF-COMMUNE TO FS-DATA
           WRITE FS-DATA
           SET COMMUNE-EST-IMPRIMEE TO TRUE
           .

      *    Taux CFE de la commune, du departement et de la region
      *    (memes taux carbone que 5-ROLES) ; la part communale est
      *    levee au taux CFE de l'EPCI a fiscalite professionnelle
      *    unique des que son annee d'effet est atteinte
       LIRE-COMMUNE-COURANTE.

           MOVE 0 TO NB-LOCAUX-COMMUNE COMMUNE-IMPRIMEE
                     TAUX-CFE-COMMUNE TAUX-CFE-TOTAL
                     BASE-MINIMUM-COMMUNE
           MOVE SPACE TO NOM-COMMUNE

           IF NOT STATUT-BASE-MINIMUM-ABSENT THEN
               MOVE INSEE-EN-COURS TO BMC-Code-Insee
               READ F-BASE-MINIMUM-CFE
                   NOT INVALID KEY
                       MOVE BMC-Base-Minimum TO BASE-MINIMUM-COMMUNE
               END-READ
           END-IF

           IF STATUT-COMMUNES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE INSEE-EN-COURS TO COM-Code-Insee
           READ F-COMMUNES
               INVALID KEY
                   ADD 1 TO CPT-COMMUNES-INCONNUES
                   EXIT PARAGRAPH
           END-READ
           MOVE COM-Commune TO NOM-COMMUNE
           MOVE COM-Taux-Carbone TO TAUX-CFE-COMMUNE

           IF NOT STATUT-DEPTS-ABSENT THEN
               MOVE COM-Departement TO DP-Departement
               READ F-DEPTS
                   NOT INVALID KEY
                       ADD DP-Taux-Carbone TO TAUX-CFE-TOTAL
               END-READ
           END-IF
           IF NOT STATUT-REGIONS-ABSENT THEN
               MOVE COM-Region TO RG-Region
               READ F-REGIONS
                   NOT INVALID KEY
                       ADD RG-Taux-Carbone TO TAUX-CFE-TOTAL
               END-READ
           END-IF

           IF NOT STATUT-EPCI-MEMBRES-ABSENT
              AND NOT STATUT-EPCI-ABSENT THEN
               MOVE INSEE-EN-COURS TO EM-Code-Insee
               READ F-EPCI-MEMBRES
                   NOT INVALID KEY
                       MOVE EM-Code-Epci TO EP-Code
                       READ F-EPCI
                           NOT INVALID KEY
                               IF EP-EST-FPU
                                  AND EP-FPU-Annee
                                      NOT > ANNEE-CAMPAGNE THEN
                                   MOVE EP-Taux-CFE
                                       TO TAUX-CFE-COMMUNE
                               END-IF
                       END-READ
               END-READ
           END-IF

           ADD TAUX-CFE-COMMUNE TO TAUX-CFE-TOTAL
           .

       FIN-PGM.
           STOP RUN.
