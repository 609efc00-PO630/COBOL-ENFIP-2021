      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: cotisation sur la valeur ajoutee des entreprises
      *          (CVAE). La declaration annuelle de chaque entreprise
      *          (4-cvae-declarations.dat) porte une ligne E (SIREN,
      *          annee, chiffre d'affaires, valeur ajoutee) suivie
      *          d'une ligne S par etablissement (SIRET, effectif,
      *          surface). Les etablissements sont controles contre
      *          5-entreprises.dat (4-ENTREPRISES) et 5-communes.idx ;
      *          les lignes ecartees vont dans 5-cvae-rejets.dat.
      *          La cotisation est la valeur ajoutee au taux de la
      *          tranche de chiffre d'affaires du bareme progressif
      *          du millesime (0-bareme-cvae.param, bareme par defaut
      *          s'il manque). Elle est repartie entre les
      *          etablissements pour deux tiers a l'effectif et pour
      *          un tiers a la surface, puis la part de chaque
      *          etablissement entre commune, EPCI, departement et
      *          region selon 0-repartition-cvae.param (la part
      *          intercommunale revient a la commune hors EPCI, et
      *          tout le bloc communal a l'EPCI a fiscalite
      *          professionnelle unique). Role propre
      *          6-imposables-cvae.dat, une ligne par etablissement,
      *          distinct du role CFE ; 7-PRISE-EN-CHARGE en tire des
      *          ecritures sous un journal a part.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5-CVAE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DECLARATIONS ASSIGN TO "4-cvae-declarations.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DECLARATIONS.

           SELECT F-ENTREPRISES ASSIGN TO "5-entreprises.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ENTREPRISES.

           SELECT F-ANNEE-ROLE ASSIGN TO "0-annee-roles.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ANNEE-ROLE.

           SELECT F-BAREME-CVAE ASSIGN TO "0-bareme-cvae.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-BAREME.

           SELECT F-REPARTITION-CVAE
                   ASSIGN TO "0-repartition-cvae.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REPARTITION.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS C-Code-Insee
               FILE STATUS IS WS-STATUT-COMMUNES.

      *    Appartenance des communes aux EPCI (master facultatif)
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

           SELECT C-ROLE-CVAE ASSIGN TO "6-imposables-cvae.dat"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT C-REJETS ASSIGN TO "5-cvae-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Ligne E (entreprise) suivie de ses lignes S
      *    (etablissements) ; montants en euros
       FD  F-DECLARATIONS.
       01  DCL-ENREG.
           05 DCL-Type              PIC X(1).
               88 DCL-EST-ENTREPRISE      VALUE "E".
               88 DCL-EST-ETABLISSEMENT   VALUE "S".
           05 DCL-Siren             PIC 9(9).
           05 DCL-Annee             PIC 9(4).
           05 DCL-Chiffre-Affaires  PIC 9(11).
           05 DCL-Valeur-Ajoutee    PIC 9(11).
       01  DCL-ETABLISSEMENT REDEFINES DCL-ENREG.
           05 FILLER                PIC X(1).
           05 DCL-Siret             PIC 9(14).
           05 DCL-Effectif          PIC 9(6).
           05 DCL-Surface           PIC 9(8).
           05 FILLER                PIC X(7).

      *    Meme disposition que FS-DATA dans 4-ENTREPRISES.cbl
       FD  F-ENTREPRISES.
       01  ENT-ENREG.
           05 ENT-Siret           PIC 9(14).
           05 ENT-Raison-Sociale  PIC X(30).
           05 ENT-Code-Insee      PIC 9(5).
           05 ENT-Numero-Fiscal   PIC 9(13).
           05 ENT-Date-Creation   PIC 9(8).

      *    Meme disposition que dans 5-ROLES.cbl
       FD  F-ANNEE-ROLE.
       01  ANR-ENREG.
           05 ANR-ANNEE            PIC 9(4).

      *    Tranches du bareme : seuil bas de chiffre d'affaires et
      *    taux en pourcentage de la valeur ajoutee
       FD  F-BAREME-CVAE.
       01  BCV-ENREG.
           05 BCV-Annee            PIC 9(4).
           05 BCV-Seuil            PIC 9(11).
           05 BCV-Taux             PIC 9(1)V9(4).

      *    Parts en pourcentage, total de 100 attendu
       FD  F-REPARTITION-CVAE.
       01  RCV-ENREG.
           05 RCV-Annee            PIC 9(4).
           05 RCV-Part-Commune     PIC 9(3)V99.
           05 RCV-Part-Epci        PIC 9(3)V99.
           05 RCV-Part-Dept        PIC 9(3)V99.
           05 RCV-Part-Region      PIC 9(3)V99.

      *    Meme disposition que C-COM-ENREG dans
      *    3-REGS-DEPTS-COMMS.cbl
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

      *    Meme disposition que dans 3-REGS-DEPTS-COMMS.cbl
       FD  F-EPCI-MEMBRES.
       01  C-EPCI-MEMBRE-ENREG.
           05 EM-Code-Insee    PIC 9(5).
           05 EM-Code-Epci     PIC 9(9).

      *    Meme disposition que dans 3-REGS-DEPTS-COMMS.cbl
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

      *    Role CVAE : une ligne par etablissement, precedee de
      *    l'en-tete de version
       FD  C-ROLE-CVAE.
       01  C-CVAE-ENREG.
           05 CV-Siret              PIC 9(14).
           05 CV-Raison-Sociale     PIC X(30).
           05 CV-Code-Insee         PIC 9(5).
           05 CV-Departement        PIC X(28).
           05 CV-Region             PIC X(30).
           05 CV-Code-Epci          PIC 9(9).
           05 CV-Annee              PIC 9(4).
           05 CV-Effectif           PIC 9(6).
           05 CV-Surface            PIC 9(8).
           05 CV-Taux               PIC 9(1)V9(4).
           05 CV-Impot              PIC 9(9)V99.
           05 CV-Impot-Commune      PIC 9(9)V99.
           05 CV-Impot-Epci         PIC 9(9)V99.
           05 CV-Impot-Dept         PIC 9(9)V99.
           05 CV-Impot-Region       PIC 9(9)V99.

      *    Meme disposition que C-REJETS-ENREG dans 4-ENTREPRISES.cbl
       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Siret          PIC 9(14).
           05 CR-Raison-Sociale PIC X(30).
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG                PIC  X(01) VALUE  SPACE.
               88  FF                              VALUE  HIGH-VALUE.
           05  FIN-ENTREPRISES          PIC  X(01) VALUE  SPACE.
               88  FF-ENTREPRISES                  VALUE  HIGH-VALUE.
           05  FIN-BAREME               PIC  X(01) VALUE  SPACE.
               88  FF-BAREME                       VALUE  HIGH-VALUE.
           05  FIN-REPARTITION          PIC  X(01) VALUE  SPACE.
               88  FF-REPARTITION                  VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-DECLARATIONS   PIC X(02) VALUE SPACE.
               88  STATUT-DECLARATIONS-ABSENT     VALUE "35".
           05  WS-STATUT-ENTREPRISES    PIC X(02) VALUE SPACE.
               88  STATUT-ENTREPRISES-ABSENT      VALUE "35".
           05  WS-STATUT-ANNEE-ROLE     PIC X(02) VALUE SPACE.
               88  STATUT-ANNEE-ROLE-ABSENT       VALUE "35".
           05  WS-STATUT-BAREME         PIC X(02) VALUE SPACE.
               88  STATUT-BAREME-ABSENT           VALUE "35".
           05  WS-STATUT-REPARTITION    PIC X(02) VALUE SPACE.
               88  STATUT-REPARTITION-ABSENT      VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-EPCI-MEMBRES   PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT     VALUE "35".
           05  WS-STATUT-EPCI           PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-ABSENT             VALUE "35".

      *    Version de disposition posee en tete du role CVAE
       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-CVAE      PIC X(32)
               VALUE "VER 6-IMPOSABLES-CVAE       0001".

       1   ANNEE-WORKING-MANAGER.
           05  ANNEE-CAMPAGNE           PIC 9(4) VALUE 0.

      *    Bareme progressif retenu : tranches du millesime le plus
      *    recent qui ne depasse pas la campagne
       1   BAREME-WORKING-MANAGER.
           05  ANNEE-BAREME-COURANTE    PIC 9(4) VALUE 0.
           05  NB-TRANCHES-CVAE         PIC 9(2) VALUE 0.
           05  IDX-TRANCHE              PIC 9(2) VALUE 0.
           05  SEUIL-RETENU             PIC 9(11) VALUE 0.
           05  TRANCHE-CVAE OCCURS 20.
               10  TCV-SEUIL                PIC 9(11).
               10  TCV-TAUX                 PIC 9(1)V9(4).

      *    Repartition par defaut si le parametre manque ou ne
      *    totalise pas 100
       1   REPARTITION-WORKING-MANAGER.
           05  ANNEE-REPARTITION-COURANTE PIC 9(4) VALUE 0.
           05  PART-COMMUNE-CVAE        PIC 9(3)V99 VALUE 13.25.
           05  PART-EPCI-CVAE           PIC 9(3)V99 VALUE 13.25.
           05  PART-DEPT-CVAE           PIC 9(3)V99 VALUE 48.50.
           05  PART-REGION-CVAE         PIC 9(3)V99 VALUE 25.00.
           05  TOTAL-PARTS-CVAE         PIC 9(4)V99 VALUE 0.

      *    Etablissements connus (5-entreprises.dat)
       1   ENTREPRISES-WORKING-MANAGER.
           05  NB-ENTREPRISES           PIC 9(5) VALUE 0.
           05  IDX-ENTREPRISE           PIC 9(5) VALUE 0.
           05  ENTREPRISE-TROUVEE       PIC 9(5) VALUE 0.
           05  ENTREPRISE-CONNUE OCCURS 5000.
               10  TEN-SIRET                PIC 9(14).
               10  TEN-RAISON-SOCIALE       PIC X(30).
               10  TEN-CODE-INSEE           PIC 9(5).

      *    Declaration en cours : l'entreprise et ses etablissements
      *    retenus
       1   DECLARATION-WORKING-MANAGER.
           05  DECLARATION-OUVERTE      PIC X(01) VALUE "N".
               88  DECLARATION-EN-COURS           VALUE "O".
           05  DEC-SIREN                PIC 9(9) VALUE 0.
           05  DEC-ANNEE                PIC 9(4) VALUE 0.
           05  DEC-CHIFFRE-AFFAIRES     PIC 9(11) VALUE 0.
           05  DEC-VALEUR-AJOUTEE       PIC 9(11) VALUE 0.
           05  NB-ETABLISSEMENTS        PIC 9(3) VALUE 0.
           05  IDX-ETABLISSEMENT        PIC 9(3) VALUE 0.
           05  ETABLISSEMENT-DECLARE OCCURS 200.
               10  TET-SIRET                PIC 9(14).
               10  TET-RAISON-SOCIALE       PIC X(30).
               10  TET-CODE-INSEE           PIC 9(5).
               10  TET-DEPARTEMENT          PIC X(28).
               10  TET-REGION               PIC X(30).
               10  TET-EFFECTIF             PIC 9(6).
               10  TET-SURFACE              PIC 9(8).

       1   CALCUL-WORKING-MANAGER.
           05  TAUX-CVAE                PIC 9(1)V9(4) VALUE 0.
           05  COTISATION-CVAE          PIC 9(9)V99 VALUE 0.
           05  COTISATION-REPARTIE      PIC 9(9)V99 VALUE 0.
           05  TOTAL-EFFECTIF           PIC 9(9) VALUE 0.
           05  TOTAL-SURFACE            PIC 9(11) VALUE 0.
           05  PART-ETABLISSEMENT       PIC 9(9)V99 VALUE 0.
           05  PART-BLOC-COMMUNAL       PIC 9(9)V99 VALUE 0.
           05  EPCI-ETABLISSEMENT       PIC 9(9) VALUE 0.
           05  EPCI-FPU-ETABLISSEMENT   PIC X(01) VALUE "N".
               88  ETABLISSEMENT-EN-FPU           VALUE "O".

       1   COMPTEURS-WORKING-MANAGER.
           05  CPT-DECLARATIONS         PIC 9(6) VALUE 0.
           05  CPT-ASSUJETTIES          PIC 9(6) VALUE 0.
           05  CPT-NON-ASSUJETTIES      PIC 9(6) VALUE 0.
           05  CPT-LIGNES-ROLE          PIC 9(6) VALUE 0.
           05  CPT-REJETS               PIC 9(6) VALUE 0.
           05  TOTAL-CVAE               PIC 9(12)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-ANNEE-ROLE
           PERFORM LIRE-BAREME-CVAE
           PERFORM LIRE-REPARTITION-CVAE
           PERFORM CHARGER-ENTREPRISES

           OPEN OUTPUT C-ROLE-CVAE C-REJETS
           MOVE ENTETE-VERSION-CVAE TO C-CVAE-ENREG
           WRITE C-CVAE-ENREG

           OPEN INPUT F-DECLARATIONS
           IF STATUT-DECLARATIONS-ABSENT THEN
               DISPLAY "5-CVAE : 4-cvae-declarations.dat"
                       " introuvable, role CVAE vide"
               CLOSE C-ROLE-CVAE C-REJETS
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-COMMUNES
           IF STATUT-COMMUNES-ABSENT THEN
               DISPLAY "5-CVAE : 5-communes.idx introuvable,"
                       " lancer d'abord 3-REGS-DEPTS-COMMS"
               CLOSE F-DECLARATIONS C-ROLE-CVAE C-REJETS
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-EPCI-MEMBRES
           OPEN INPUT F-EPCI

           PERFORM UNTIL FF
               READ F-DECLARATIONS
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DCL-EST-ENTREPRISE
                               PERFORM TRAITER-DECLARATION
                               PERFORM OUVRIR-DECLARATION
                           WHEN DCL-EST-ETABLISSEMENT
                               PERFORM RETENIR-ETABLISSEMENT
                           WHEN OTHER
                               MOVE 0 TO CR-Siret
                               MOVE SPACE TO CR-Raison-Sociale
                               MOVE "type de ligne inconnu" TO CR-Motif
                               PERFORM ECRIRE-REJET
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM TRAITER-DECLARATION

           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               CLOSE F-EPCI-MEMBRES
           END-IF
           IF NOT STATUT-EPCI-ABSENT THEN
               CLOSE F-EPCI
           END-IF
           CLOSE F-DECLARATIONS F-COMMUNES C-ROLE-CVAE C-REJETS

           DISPLAY "5-CVAE : " CPT-DECLARATIONS
                   " declaration(s), " CPT-ASSUJETTIES
                   " assujettie(s), " CPT-NON-ASSUJETTIES
                   " sous le seuil, " CPT-REJETS " rejet(s)"
           DISPLAY "5-CVAE : " CPT-LIGNES-ROLE
                   " ligne(s) de role, total " TOTAL-CVAE

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        MILLESIME DE CAMPAGNE (MEME PARAMETRE QUE 5-ROLES)

       LIRE-ANNEE-ROLE.

           OPEN INPUT F-ANNEE-ROLE

           IF STATUT-ANNEE-ROLE-ABSENT THEN
               DISPLAY "0-annee-roles.param introuvable, millesime"
                       " non controle"
           ELSE
               READ F-ANNEE-ROLE
                   AT END
                       DISPLAY "0-annee-roles.param vide, millesime"
                               " non controle"
                   NOT AT END
                       MOVE ANR-ANNEE TO ANNEE-CAMPAGNE
               END-READ
               CLOSE F-ANNEE-ROLE
           END-IF
           .

      ******************************************************************
      *        BAREME PROGRESSIF SUR LE CHIFFRE D'AFFAIRES

       LIRE-BAREME-CVAE.

           OPEN INPUT F-BAREME-CVAE

           IF STATUT-BAREME-ABSENT THEN
               DISPLAY "0-bareme-cvae.param introuvable, bareme par"
                       " defaut"
           ELSE
               PERFORM UNTIL FF-BAREME
                   READ F-BAREME-CVAE
                       AT END
                           SET FF-BAREME TO TRUE
                       NOT AT END
                           PERFORM RETENIR-TRANCHE-CVAE
                   END-READ
               END-PERFORM
               CLOSE F-BAREME-CVAE
           END-IF

           IF NB-TRANCHES-CVAE = 0 THEN
               PERFORM CHARGER-BAREME-CVAE-PAR-DEFAUT
           END-IF
           .

      *    Seules les tranches du millesime le plus recent sont
      *    retenues ; une ligne d'un millesime plus recent que ceux
      *    deja vus vide la table (meme logique de versionnement que
      *    les abattements DOM de 5-ROLES). Un millesime posterieur a
      *    la campagne n'est pas encore en vigueur.
       RETENIR-TRANCHE-CVAE.

           IF ANNEE-CAMPAGNE > 0 AND BCV-Annee > ANNEE-CAMPAGNE THEN
               EXIT PARAGRAPH
           END-IF

           IF BCV-Annee > ANNEE-BAREME-COURANTE THEN
               MOVE BCV-Annee TO ANNEE-BAREME-COURANTE
               MOVE 0 TO NB-TRANCHES-CVAE
           END-IF

           IF BCV-Annee = ANNEE-BAREME-COURANTE
              AND NB-TRANCHES-CVAE < 20 THEN
               ADD 1 TO NB-TRANCHES-CVAE
               MOVE BCV-Seuil TO TCV-SEUIL(NB-TRANCHES-CVAE)
               MOVE BCV-Taux TO TCV-TAUX(NB-TRANCHES-CVAE)
           END-IF
           .

       CHARGER-BAREME-CVAE-PAR-DEFAUT.

           MOVE 5 TO NB-TRANCHES-CVAE
           MOVE 0 TO TCV-SEUIL(1)
           MOVE 0 TO TCV-TAUX(1)
           MOVE 500000 TO TCV-SEUIL(2)
           MOVE 0.2500 TO TCV-TAUX(2)
           MOVE 3000000 TO TCV-SEUIL(3)
           MOVE 0.4000 TO TCV-TAUX(3)
           MOVE 10000000 TO TCV-SEUIL(4)
           MOVE 0.6500 TO TCV-TAUX(4)
           MOVE 50000000 TO TCV-SEUIL(5)
           MOVE 0.7500 TO TCV-TAUX(5)
           .

      ******************************************************************
      *        PARTS DES COLLECTIVITES

       LIRE-REPARTITION-CVAE.

           OPEN INPUT F-REPARTITION-CVAE

           IF STATUT-REPARTITION-ABSENT THEN
               DISPLAY "0-repartition-cvae.param introuvable,"
                       " repartition par defaut"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-REPARTITION
               READ F-REPARTITION-CVAE
                   AT END
                       SET FF-REPARTITION TO TRUE
                   NOT AT END
                       PERFORM RETENIR-REPARTITION-CVAE
               END-READ
           END-PERFORM
           CLOSE F-REPARTITION-CVAE
           .

      *    Meme versionnement que le bareme ; une ligne qui ne
      *    totalise pas 100 est ignoree
       RETENIR-REPARTITION-CVAE.

           IF ANNEE-CAMPAGNE > 0 AND RCV-Annee > ANNEE-CAMPAGNE THEN
               EXIT PARAGRAPH
           END-IF

           IF RCV-Annee < ANNEE-REPARTITION-COURANTE THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE TOTAL-PARTS-CVAE = RCV-Part-Commune
                   + RCV-Part-Epci + RCV-Part-Dept + RCV-Part-Region
           IF TOTAL-PARTS-CVAE NOT = 100 THEN
               DISPLAY "5-CVAE : repartition " RCV-Annee
                       " ne totalisant pas 100, ignoree"
               EXIT PARAGRAPH
           END-IF

           MOVE RCV-Annee TO ANNEE-REPARTITION-COURANTE
           MOVE RCV-Part-Commune TO PART-COMMUNE-CVAE
           MOVE RCV-Part-Epci TO PART-EPCI-CVAE
           MOVE RCV-Part-Dept TO PART-DEPT-CVAE
           MOVE RCV-Part-Region TO PART-REGION-CVAE
           .

      ******************************************************************
      *        ETABLISSEMENTS CONNUS

       CHARGER-ENTREPRISES.

           OPEN INPUT F-ENTREPRISES

           IF STATUT-ENTREPRISES-ABSENT THEN
               DISPLAY "5-CVAE : 5-entreprises.dat introuvable,"
                       " tous les etablissements seront rejetes"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-ENTREPRISES
               READ F-ENTREPRISES
                   AT END
                       SET FF-ENTREPRISES TO TRUE
                   NOT AT END
                       IF NB-ENTREPRISES < 5000 THEN
                           ADD 1 TO NB-ENTREPRISES
                           MOVE ENT-Siret
                               TO TEN-SIRET(NB-ENTREPRISES)
                           MOVE ENT-Raison-Sociale
                               TO TEN-RAISON-SOCIALE(NB-ENTREPRISES)
                           MOVE ENT-Code-Insee
                               TO TEN-CODE-INSEE(NB-ENTREPRISES)
                       ELSE
                           DISPLAY "5-CVAE : table des entreprises"
                                   " pleine, " ENT-Siret " ignore"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-ENTREPRISES
           .

      ******************************************************************
      *        LECTURE D'UNE DECLARATION

       OUVRIR-DECLARATION.

           ADD 1 TO CPT-DECLARATIONS
           SET DECLARATION-EN-COURS TO TRUE
           MOVE DCL-Siren TO DEC-SIREN
           MOVE DCL-Annee TO DEC-ANNEE
           MOVE DCL-Chiffre-Affaires TO DEC-CHIFFRE-AFFAIRES
           MOVE DCL-Valeur-Ajoutee TO DEC-VALEUR-AJOUTEE
           MOVE 0 TO NB-ETABLISSEMENTS
           .

       RETENIR-ETABLISSEMENT.

           MOVE DCL-Siret TO CR-Siret
           MOVE SPACE TO CR-Raison-Sociale

           IF NOT DECLARATION-EN-COURS
              OR DCL-Siret(1:9) NOT = DEC-SIREN THEN
               MOVE "etablissement hors declaration" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ENTREPRISE-TROUVEE
           MOVE 1 TO IDX-ENTREPRISE
           PERFORM UNTIL IDX-ENTREPRISE > NB-ENTREPRISES
               IF TEN-SIRET(IDX-ENTREPRISE) = DCL-Siret THEN
                   MOVE IDX-ENTREPRISE TO ENTREPRISE-TROUVEE
                   MOVE NB-ENTREPRISES TO IDX-ENTREPRISE
               END-IF
               ADD 1 TO IDX-ENTREPRISE
           END-PERFORM

           IF ENTREPRISE-TROUVEE = 0 THEN
               MOVE "SIRET absent de 5-entreprises.dat" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE TEN-RAISON-SOCIALE(ENTREPRISE-TROUVEE)
               TO CR-Raison-Sociale
           MOVE TEN-CODE-INSEE(ENTREPRISE-TROUVEE) TO C-Code-Insee
           READ F-COMMUNES
               INVALID KEY
                   MOVE "commune de l'etablissement inconnue"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
           END-READ

           IF NB-ETABLISSEMENTS NOT < 200 THEN
               MOVE "trop d'etablissements declares" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NB-ETABLISSEMENTS
           MOVE DCL-Siret TO TET-SIRET(NB-ETABLISSEMENTS)
           MOVE TEN-RAISON-SOCIALE(ENTREPRISE-TROUVEE)
               TO TET-RAISON-SOCIALE(NB-ETABLISSEMENTS)
           MOVE C-Code-Insee TO TET-CODE-INSEE(NB-ETABLISSEMENTS)
           MOVE C-Departement TO TET-DEPARTEMENT(NB-ETABLISSEMENTS)
           MOVE C-Region TO TET-REGION(NB-ETABLISSEMENTS)
           MOVE DCL-Effectif TO TET-EFFECTIF(NB-ETABLISSEMENTS)
           MOVE DCL-Surface TO TET-SURFACE(NB-ETABLISSEMENTS)
           .

      ******************************************************************
      *        CALCUL ET REPARTITION DE LA COTISATION D'UNE ENTREPRISE

       TRAITER-DECLARATION.

           IF NOT DECLARATION-EN-COURS THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DECLARATION-OUVERTE

           MOVE DEC-SIREN TO CR-Siret
           MOVE SPACE TO CR-Raison-Sociale

      *    Une declaration d'un autre millesime n'est pas roulee
      *    (meme regle que les votes de 3-TAUX-VOTES)
           IF ANNEE-CAMPAGNE > 0
              AND DEC-ANNEE NOT = ANNEE-CAMPAGNE THEN
               MOVE "declaration hors millesime" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF NB-ETABLISSEMENTS = 0 THEN
               MOVE "declaration sans etablissement retenu"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Taux de la tranche dont le seuil est le plus haut sans
      *    depasser le chiffre d'affaires
           MOVE 0 TO TAUX-CVAE
           MOVE 0 TO SEUIL-RETENU
           MOVE 1 TO IDX-TRANCHE
           PERFORM UNTIL IDX-TRANCHE > NB-TRANCHES-CVAE
               IF TCV-SEUIL(IDX-TRANCHE) <= DEC-CHIFFRE-AFFAIRES
                  AND TCV-SEUIL(IDX-TRANCHE) >= SEUIL-RETENU THEN
                   MOVE TCV-SEUIL(IDX-TRANCHE) TO SEUIL-RETENU
                   MOVE TCV-TAUX(IDX-TRANCHE) TO TAUX-CVAE
               END-IF
               ADD 1 TO IDX-TRANCHE
           END-PERFORM

           COMPUTE COTISATION-CVAE ROUNDED =
                   DEC-VALEUR-AJOUTEE * TAUX-CVAE / 100

           IF COTISATION-CVAE = 0 THEN
               ADD 1 TO CPT-NON-ASSUJETTIES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CPT-ASSUJETTIES

           MOVE 0 TO TOTAL-EFFECTIF
           MOVE 0 TO TOTAL-SURFACE
           MOVE 1 TO IDX-ETABLISSEMENT
           PERFORM UNTIL IDX-ETABLISSEMENT > NB-ETABLISSEMENTS
               ADD TET-EFFECTIF(IDX-ETABLISSEMENT) TO TOTAL-EFFECTIF
               ADD TET-SURFACE(IDX-ETABLISSEMENT) TO TOTAL-SURFACE
               ADD 1 TO IDX-ETABLISSEMENT
           END-PERFORM

           MOVE 0 TO COTISATION-REPARTIE
           MOVE 1 TO IDX-ETABLISSEMENT
           PERFORM UNTIL IDX-ETABLISSEMENT > NB-ETABLISSEMENTS
               PERFORM CALCULER-PART-ETABLISSEMENT
               PERFORM ECRIRE-ROLE-CVAE
               ADD 1 TO IDX-ETABLISSEMENT
           END-PERFORM
           .

      *    Deux tiers a l'effectif, un tiers a la surface ; a defaut
      *    de l'un des deux criteres, tout sur l'autre, et a parts
      *    egales sans aucun. Le dernier etablissement recoit le
      *    reste pour que la somme des parts egale la cotisation.
       CALCULER-PART-ETABLISSEMENT.

           IF IDX-ETABLISSEMENT = NB-ETABLISSEMENTS THEN
               COMPUTE PART-ETABLISSEMENT =
                       COTISATION-CVAE - COTISATION-REPARTIE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN TOTAL-EFFECTIF > 0 AND TOTAL-SURFACE > 0
                   COMPUTE PART-ETABLISSEMENT ROUNDED =
                       COTISATION-CVAE
                       * (2 * TET-EFFECTIF(IDX-ETABLISSEMENT)
                             * TOTAL-SURFACE
                          + TET-SURFACE(IDX-ETABLISSEMENT)
                             * TOTAL-EFFECTIF)
                       / (3 * TOTAL-EFFECTIF * TOTAL-SURFACE)
               WHEN TOTAL-EFFECTIF > 0
                   COMPUTE PART-ETABLISSEMENT ROUNDED =
                       COTISATION-CVAE
                       * TET-EFFECTIF(IDX-ETABLISSEMENT)
                       / TOTAL-EFFECTIF
               WHEN TOTAL-SURFACE > 0
                   COMPUTE PART-ETABLISSEMENT ROUNDED =
                       COTISATION-CVAE
                       * TET-SURFACE(IDX-ETABLISSEMENT)
                       / TOTAL-SURFACE
               WHEN OTHER
                   COMPUTE PART-ETABLISSEMENT ROUNDED =
                       COTISATION-CVAE / NB-ETABLISSEMENTS
           END-EVALUATE

           IF PART-ETABLISSEMENT > COTISATION-CVAE
                                   - COTISATION-REPARTIE THEN
               COMPUTE PART-ETABLISSEMENT =
                       COTISATION-CVAE - COTISATION-REPARTIE
           END-IF
           ADD PART-ETABLISSEMENT TO COTISATION-REPARTIE
           .

      ******************************************************************
      *        LIGNE DE ROLE D'UN ETABLISSEMENT : PARTS DES
      *        COLLECTIVITES

       ECRIRE-ROLE-CVAE.

           PERFORM RECHERCHER-EPCI-ETABLISSEMENT

           MOVE TET-SIRET(IDX-ETABLISSEMENT) TO CV-Siret
           MOVE TET-RAISON-SOCIALE(IDX-ETABLISSEMENT)
               TO CV-Raison-Sociale
           MOVE TET-CODE-INSEE(IDX-ETABLISSEMENT) TO CV-Code-Insee
           MOVE TET-DEPARTEMENT(IDX-ETABLISSEMENT) TO CV-Departement
           MOVE TET-REGION(IDX-ETABLISSEMENT) TO CV-Region
           MOVE EPCI-ETABLISSEMENT TO CV-Code-Epci
           MOVE DEC-ANNEE TO CV-Annee
           MOVE TET-EFFECTIF(IDX-ETABLISSEMENT) TO CV-Effectif
           MOVE TET-SURFACE(IDX-ETABLISSEMENT) TO CV-Surface
           MOVE TAUX-CVAE TO CV-Taux
           MOVE PART-ETABLISSEMENT TO CV-Impot

      *    Departement et region d'abord, le bloc communal prend le
      *    reste des arrondis
           COMPUTE CV-Impot-Dept ROUNDED =
                   PART-ETABLISSEMENT * PART-DEPT-CVAE / 100
           COMPUTE CV-Impot-Region ROUNDED =
                   PART-ETABLISSEMENT * PART-REGION-CVAE / 100
           IF CV-Impot-Dept + CV-Impot-Region
              > PART-ETABLISSEMENT THEN
               COMPUTE CV-Impot-Region =
                       PART-ETABLISSEMENT - CV-Impot-Dept
           END-IF
           COMPUTE PART-BLOC-COMMUNAL = PART-ETABLISSEMENT
                   - CV-Impot-Dept - CV-Impot-Region

           EVALUATE TRUE
               WHEN EPCI-ETABLISSEMENT = 0
                   MOVE PART-BLOC-COMMUNAL TO CV-Impot-Commune
                   MOVE 0 TO CV-Impot-Epci
               WHEN ETABLISSEMENT-EN-FPU
                   MOVE 0 TO CV-Impot-Commune
                   MOVE PART-BLOC-COMMUNAL TO CV-Impot-Epci
               WHEN OTHER
                   COMPUTE CV-Impot-Epci ROUNDED =
                           PART-ETABLISSEMENT * PART-EPCI-CVAE / 100
                   IF CV-Impot-Epci > PART-BLOC-COMMUNAL THEN
                       MOVE PART-BLOC-COMMUNAL TO CV-Impot-Epci
                   END-IF
                   COMPUTE CV-Impot-Commune =
                           PART-BLOC-COMMUNAL - CV-Impot-Epci
           END-EVALUATE

           WRITE C-CVAE-ENREG
           ADD 1 TO CPT-LIGNES-ROLE
           ADD PART-ETABLISSEMENT TO TOTAL-CVAE
           .

      *    EPCI de la commune de l'etablissement (0 hors EPCI) et
      *    regime de fiscalite professionnelle unique en vigueur pour
      *    la campagne
       RECHERCHER-EPCI-ETABLISSEMENT.

           MOVE 0 TO EPCI-ETABLISSEMENT
           MOVE "N" TO EPCI-FPU-ETABLISSEMENT

           IF STATUT-EPCI-MEMBRES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE TET-CODE-INSEE(IDX-ETABLISSEMENT) TO EM-Code-Insee
           READ F-EPCI-MEMBRES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-Code-Epci TO EPCI-ETABLISSEMENT

           IF STATUT-EPCI-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE EM-Code-Epci TO EP-Code
           READ F-EPCI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EP-EST-FPU
              AND (ANNEE-CAMPAGNE = 0
                   OR EP-FPU-Annee <= ANNEE-CAMPAGNE) THEN
               SET ETABLISSEMENT-EN-FPU TO TRUE
           END-IF
           .

       ECRIRE-REJET.

           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETS
           .

       FIN-PGM.
           STOP RUN.
