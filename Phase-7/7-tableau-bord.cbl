      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: tableau de bord mensuel de la direction. Pour la
      *          periode comptable (0-comptabilite.param, mois en
      *          cours a defaut), neuf indicateurs sont calcules au
      *          plan national et par departement : taux de
      *          recouvrement du role (7-soldes.idx), part des
      *          contribuables mensualises (7-mensualisation.dat) et
      *          sous mandat de prelevement actif (7-mandats.idx),
      *          delai moyen de decision des reclamations tranchees
      *          dans le mois (7-reclamations.idx), anomalies du role
      *          non resolues (6-anomalies-registre.idx), rejets de
      *          chargement en instance (4-rejets-registre.idx, au
      *          plan national seulement : le registre ne porte pas
      *          de numero fiscal), taux de retours NPAI
      *          (5-adresses.idx), non-valeurs admises dans le mois
      *          (7-non-valeurs.idx) et saisies emises dans le mois
      *          (7-saisies.idx). Chaque valeur est inscrite au
      *          master 7-tableau-bord.idx (cle periode + portee +
      *          indicateur, une reexecution du mois la remplace) et
      *          comparee a son objectif (0-tableau-bord.param, a
      *          defaut objectifs standard) : atteint ou non. L'etat
      *          7-tableau-bord.txt donne la page nationale puis une
      *          page par departement (ceux des lignes D du parametre
      *          s'il y en a), chacune avec la tendance des douze
      *          derniers mois lue au master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-TABLEAU-BORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FE ASSIGN TO "6-imposables.dat"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT F-COMPTABILITE ASSIGN TO "0-comptabilite.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-COMPTABILITE.

      *    Objectifs (O) et departements a imprimer (D)
           SELECT F-PARAM ASSIGN TO "0-tableau-bord.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

           SELECT F-ADHESIONS ASSIGN TO "7-mensualisation.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ADHESIONS.

           SELECT F-MANDATS ASSIGN TO "7-mandats.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-MANDATS.

           SELECT F-RECLAMATIONS ASSIGN TO "7-reclamations.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RGC-Cle
                   FILE STATUS IS WS-STATUT-RECLAMATIONS.

           SELECT F-ANOMALIES ASSIGN TO "6-anomalies-registre.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ANO-CLE
                   FILE STATUS IS WS-STATUT-ANOMALIES.

           SELECT F-REJETS-REGISTRE
                   ASSIGN TO "4-rejets-registre.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-CLE
                   FILE STATUS IS WS-STATUT-REJETS.

           SELECT F-ADRESSES ASSIGN TO "5-adresses.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

           SELECT F-NON-VALEURS ASSIGN TO "7-non-valeurs.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NV-Cle
                   FILE STATUS IS WS-STATUT-NON-VALEURS.

           SELECT F-SAISIES ASSIGN TO "7-saisies.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SAI-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SAISIES.

      *    Historique mensuel des indicateurs
           SELECT F-HISTORIQUE ASSIGN TO "7-tableau-bord.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TBH-Cle
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

           SELECT FS ASSIGN TO "7-tableau-bord.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FE.
       01  FE-DATA.
           05 E-Identite.
               10 E-Numero-Fiscal PIC 9(13).
               10 E-Prenom PIC X(15).
               10 E-Nom PIC X(11).
               10 E-Code-Insee PIC 9(5).
           05 E-Lieu.
               10 E-Commune PIC X(50).
               10 E-Departement PIC X(28).
               10 E-Region PIC X(30).
           05 E-Imposition.
               10 E-Impot PIC 9(6)V99.
               10 E-Impot-Commune PIC 9(6)V99.
               10 E-Impot-Dept PIC 9(6)V99.
               10 E-Impot-Region PIC 9(6)V99.
               10 E-Occurences PIC 9(2).
           05 E-Annee PIC 9(4).
           05 E-Frais-Gestion PIC 9(6)V99.
           05 E-Majoration PIC 9(6)V99.
           05 E-Abattement-Dom PIC 9(6)V99.
           05 E-Reference-Paiement PIC X(21).
           05 E-Impot-Epci PIC 9(6)V99.

       FD  F-COMPTABILITE.
       01  CPT-ENREG.
           05 CPT-Periode PIC 9(6).
           05 CPT-Journal PIC X(3).

      *    O + indicateur + sens (H = a la hausse, B = a la baisse)
      *    + cible ; D + nom du departement a imprimer
       FD  F-PARAM.
       01  TBP-ENREG.
           05 TBP-Type          PIC X(1).
               88 TBP-Type-Objectif     VALUE "O".
               88 TBP-Type-Departement  VALUE "D".
           05 TBP-Objectif.
               10 TBP-Indicateur PIC 9(2).
               10 TBP-Sens       PIC X(1).
               10 TBP-Cible      PIC 9(10)V99.
               10 FILLER         PIC X(13).
           05 TBP-Departement REDEFINES TBP-Objectif PIC X(28).

      *    Meme disposition que SOL-ENREG dans 7-PAIEMENTS.cbl (seuls
      *    les montants et le millesime interessent le tableau)
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
           05 SOL-Suite         PIC X(157).

       FD  F-ADHESIONS.
       01  AD-ENREG.
           05 AD-Numero-Fiscal PIC 9(13).

      *    Meme disposition que C-MAN-ENREG dans 7-MANDATS-MAJ.cbl
       FD  F-MANDATS.
       01  C-MAN-ENREG.
           05 MAN-Numero-Fiscal PIC 9(13).
           05 MAN-RUM           PIC X(35).
           05 MAN-Date-Signature PIC 9(8).
           05 MAN-Etat          PIC X(1).
               88 MAN-Actif         VALUE "A".
               88 MAN-Caduc         VALUE "C".
               88 MAN-Revoque       VALUE "R".
           05 MAN-Sequence      PIC X(4).
           05 MAN-Date-Derniere-Collecte PIC 9(8).

      *    Meme disposition que RGC-ENREG dans
      *    7-RECLAMATIONS-REGISTRE.cbl
       FD  F-RECLAMATIONS.
       01  RGC-ENREG.
           05 RGC-Cle.
               10 RGC-Numero-Fiscal PIC 9(13).
               10 RGC-Date-Depot    PIC 9(8).
           05 RGC-Etat          PIC X(1).
               88 RGC-Etat-Accordee VALUE "A".
               88 RGC-Etat-Rejetee  VALUE "J".
           05 RGC-Taxe          PIC X(2).
           05 RGC-Type          PIC X(1).
           05 RGC-Valeur        PIC 9(6)V99.
           05 RGC-Motif         PIC X(40).
           05 RGC-Sursis-Demande PIC X(1).
           05 RGC-Date-Limite   PIC 9(8).
           05 RGC-Date-Decision PIC 9(8).

      *    Meme disposition que REG-ENREG dans
      *    6-ANOMALIES-REGISTRE.cbl
       FD  F-ANOMALIES.
       01  ANO-ENREG.
           05 ANO-CLE.
               10 ANO-Numero-Fiscal PIC 9(13).
               10 ANO-Type          PIC 9(1).
           05 ANO-Statut            PIC X(1).
               88 ANO-Statut-Resolue  VALUE "R".
           05 ANO-Premiere-Vue      PIC 9(6).
           05 ANO-Derniere-Vue      PIC 9(6).
           05 ANO-Erreur            PIC X(50).

      *    Meme disposition que REG-ENREG dans 7-BULLETIN.cbl
       FD  F-REJETS-REGISTRE.
       01  REG-ENREG.
           05 REG-CLE.
               10 REG-Famille PIC X(1).
               10 REG-Empreinte PIC X(40).
           05 REG-Age         PIC 9(4).
           05 REG-Statut      PIC X(1).
               88 REG-Statut-Corrige VALUE "C".

      *    Meme disposition que C-ADRESSES-ENREG dans 4-NPAI.cbl
       FD  F-ADRESSES.
       01  C-ADRESSES-ENREG.
           05 ADR-Numero-Fiscal PIC 9(13).
           05 ADR-Adresse.
               10 ADR-Rue         PIC X(32).
               10 ADR-Complement  PIC X(32).
               10 ADR-Code-Postal PIC X(5).
               10 ADR-Ville       PIC X(26).
           05 ADR-NPAI          PIC X(1).
               88 ADR-EST-NPAI       VALUE "O".
           05 ADR-NPAI-Date     PIC 9(8).
           05 ADR-NPAI-Motif    PIC X(20).
           05 ADR-Residence-Etranger.
               10 ADR-Residence     PIC X(1).
               10 ADR-Pays          PIC X(2).
               10 ADR-Code-Postal-Etr PIC X(10).
               10 ADR-Ville-Etr     PIC X(30).
               10 ADR-Pays-Libelle  PIC X(30).

      *    Meme disposition que NV-ENREG dans 7-NON-VALEURS.cbl
       FD  F-NON-VALEURS.
       01  NV-ENREG.
           05 NV-Cle.
               10 NV-Numero-Fiscal PIC 9(13).
               10 NV-Annee         PIC 9(4).
           05 NV-Etat           PIC X(1).
               88 NV-Etat-Admis   VALUE "A".
           05 NV-Code-Insee     PIC 9(5).
           05 NV-Montant        PIC 9(6)V99.
           05 NV-Date-Proposition PIC 9(8).
           05 NV-Date-Decision  PIC 9(8).
           05 NV-Visa           PIC X(10).
           05 NV-Decision-Justice PIC X(20).

      *    Meme disposition que SAI-ENREG dans 7-SAISIES.cbl
       FD  F-SAISIES.
       01  SAI-ENREG.
           05 SAI-Numero-Fiscal PIC 9(13).
           05 SAI-Etat          PIC X(1).
           05 SAI-Tiers         PIC X(1).
           05 SAI-Montant-Saisi PIC 9(6)V99.
           05 SAI-Minimum-Laisse PIC 9(6)V99.
           05 SAI-Date-Emission PIC 9(8).
           05 SAI-Date-Etat     PIC 9(8).
           05 SAI-Montant-Recouvre PIC 9(6)V99.
           05 SAI-Codebiteur    PIC 9(13).

      *    Portee : NATIONAL ou nom du departement
       FD  F-HISTORIQUE.
       01  TBH-ENREG.
           05 TBH-Cle.
               10 TBH-Periode     PIC 9(6).
               10 TBH-Portee      PIC X(28).
               10 TBH-Indicateur  PIC 9(2).
           05 TBH-Valeur          PIC 9(10)V99.
           05 TBH-Date            PIC 9(8).

       FD  FS.
       01  FS-DATA PIC X(120).

       WORKING-STORAGE SECTION.

      *    Version de disposition attendue en tete des fichiers
      *    inter-phases (0001 = origine, 0002 = part EPCI,
      *    0003 = montants en centimes) : un fichier d'une autre
      *    version arrete net, plutot que de cisailler les champs
       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-ROLE      PIC X(32)
               VALUE "VER 6-IMPOSABLES            0003".

       01  Affichage.

           05 ARTICLE-TB-TITRE.
               10 FILLER PIC X(30) VALUE 'TABLEAU DE BORD MENSUEL'.
               10 TB-Portee PIC X(28).
               10 FILLER PIC X(10) VALUE '  Periode'.
               10 TB-Periode PIC 9(6).

           05 ARTICLE-TB-LIGNE PIC X(116) VALUE ALL '-'.

           05 ARTICLE-TB-PAGE PIC X(116) VALUE ALL '='.

           05 ARTICLE-TB-ENTETE.
               10 FILLER PIC X(4) VALUE 'Ind'.
               10 FILLER PIC X(42) VALUE 'Indicateur'.
               10 FILLER PIC X(14) VALUE 'Valeur'.
               10 FILLER PIC X(17) VALUE 'Objectif'.
               10 FILLER PIC X(12) VALUE 'Statut'.

           05 ARTICLE-TB-INDIV.
               10 TI-Code PIC 99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 TI-Libelle PIC X(40).
               10 FILLER PIC X(2) VALUE SPACE.
               10 TI-Valeur PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 TI-Sens PIC X(2).
               10 FILLER PIC X VALUE SPACE.
               10 TI-Cible PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 TI-Statut PIC X(12).

           05 ARTICLE-TD-TITRE PIC X(60)
              VALUE 'TENDANCE SUR DOUZE MOIS'.

           05 ARTICLE-TD-ENTETE.
               10 FILLER PIC X(8) VALUE 'Periode'.
               10 FILLER PIC X(12) VALUE '         I01'.
               10 FILLER PIC X(12) VALUE '         I02'.
               10 FILLER PIC X(12) VALUE '         I03'.
               10 FILLER PIC X(12) VALUE '         I04'.
               10 FILLER PIC X(12) VALUE '         I05'.
               10 FILLER PIC X(12) VALUE '         I06'.
               10 FILLER PIC X(12) VALUE '         I07'.
               10 FILLER PIC X(12) VALUE '         I08'.
               10 FILLER PIC X(12) VALUE '         I09'.

           05 ARTICLE-TD-INDIV.
               10 TD-Periode PIC 9(6).
               10 FILLER PIC X(2) VALUE SPACE.
               10 TD-Colonne OCCURS 9 TIMES.
                   15 TD-Valeur PIC Z(8)9.99.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG                PIC  X(01) VALUE  SPACE.
               88  FF                              VALUE  HIGH-VALUE.
           05  FIN-PARAM                PIC  X(01) VALUE  SPACE.
               88  FF-PARAM                        VALUE  HIGH-VALUE.
           05  FIN-LECTURE              PIC  X(01) VALUE  SPACE.
               88  FF-LECTURE                      VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-COMPTABILITE   PIC X(02) VALUE SPACE.
               88  STATUT-COMPTABILITE-ABSENT     VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  WS-STATUT-ADHESIONS      PIC X(02) VALUE SPACE.
               88  STATUT-ADHESIONS-ABSENT        VALUE "35".
           05  WS-STATUT-MANDATS        PIC X(02) VALUE SPACE.
               88  STATUT-MANDATS-ABSENT          VALUE "35".
           05  WS-STATUT-RECLAMATIONS   PIC X(02) VALUE SPACE.
               88  STATUT-RECLAMATIONS-ABSENT     VALUE "35".
           05  WS-STATUT-ANOMALIES      PIC X(02) VALUE SPACE.
               88  STATUT-ANOMALIES-ABSENT        VALUE "35".
           05  WS-STATUT-REJETS         PIC X(02) VALUE SPACE.
               88  STATUT-REJETS-ABSENT           VALUE "35".
           05  WS-STATUT-ADRESSES       PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-ABSENT         VALUE "35".
           05  WS-STATUT-NON-VALEURS    PIC X(02) VALUE SPACE.
               88  STATUT-NON-VALEURS-ABSENT      VALUE "35".
           05  WS-STATUT-SAISIES        PIC X(02) VALUE SPACE.
               88  STATUT-SAISIES-ABSENT          VALUE "35".
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".

       1   PERIODE-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  PERIODE-TABLEAU          PIC 9(6) VALUE 0.
           05  PERIODE-LUE              PIC 9(6) VALUE 0.
           05  JOURS-DECISION           PIC S9(8) VALUE 0.
      *    Periodes de la tendance (poste 12 = periode du tableau)
           05  TENDANCE-TABLE OCCURS 12 TIMES.
               10  TDT-PERIODE          PIC 9(6).
           05  IDX-TENDANCE             PIC 9(2) VALUE 0.
           05  CAL-PERIODE              PIC 9(6) VALUE 0.
           05  CAL-PERIODE-DECOUPE REDEFINES CAL-PERIODE.
               10  CAL-ANNEE            PIC 9(4).
               10  CAL-MOIS             PIC 9(2).

      *    Libelle, sens et cible de chaque indicateur (objectifs
      *    standard surcharges par 0-tableau-bord.param)
       1   INDICATEURS-WORKING-MANAGER.
           05  NB-INDICATEURS           PIC 9(2) VALUE 9.
           05  IDX-IND                  PIC 9(2) VALUE 0.
           05  INDICATEUR-TABLE OCCURS 9 TIMES.
               10  INT-LIBELLE          PIC X(40).
               10  INT-SENS             PIC X(1).
                   88  INT-SENS-HAUSSE            VALUE "H".
                   88  INT-SENS-BAISSE            VALUE "B".
               10  INT-CIBLE            PIC 9(10)V99.
      *    Indicateur tenu au seul plan national
               10  INT-NATIONAL-SEUL    PIC X(1).
                   88  INT-EST-NATIONAL-SEUL      VALUE "O".
           05  CPT-OBJECTIFS-LUS        PIC 9(4) VALUE 0.
           05  CPT-PARAM-REJETES        PIC 9(4) VALUE 0.
           05  CPT-DEPTS-DEMANDES       PIC 9(4) VALUE 0.

      *    Portees du tableau : poste 1 = national, puis un poste
      *    par departement du role
       1   PORTEES-WORKING-MANAGER.
           05  NB-PORTEES               PIC 9(3) VALUE 1.
           05  IDX-PORTEE               PIC 9(3) VALUE 0.
           05  PORTEES-MAX              PIC 9(3) VALUE 151.
           05  PORTEE-TABLE OCCURS 151 TIMES.
               10  PRT-LIBELLE          PIC X(28).
               10  PRT-IMPRIMER         PIC X(1).
                   88  PRT-A-IMPRIMER             VALUE "O".
               10  PRT-NUMERATEUR       PIC 9(12)V99 OCCURS 9.
               10  PRT-DENOMINATEUR     PIC 9(12)V99 OCCURS 9.
               10  PRT-VALEUR           PIC 9(10)V99 OCCURS 9.
           05  PORTEE-COURANTE          PIC 9(3) VALUE 0.
           05  CHE-DEPARTEMENT          PIC X(28) VALUE SPACE.

      *    Table du role : portee de chaque contribuable et de
      *    chaque commune (meme idiom de table que 7-RECETTES)
       1   ROLE-WORKING-MANAGER.
           05  ANNEE-ROLE               PIC 9(4) VALUE 0.
           05  NB-IMPOSABLES            PIC 9(4) VALUE 0.
           05  IDX-IMP                  PIC 9(4) VALUE 0.
           05  IMPOSABLES-MAX           PIC 9(4) VALUE 1000.
           05  IMPOSABLE-TABLE OCCURS 1000 TIMES.
               10  IMT-NUMERO-FISCAL    PIC 9(13).
               10  IMT-PORTEE           PIC 9(3).
           05  CPT-IMPOSABLES-DEBORDEMENT PIC 9(4) VALUE 0.
           05  NB-COMMUNES              PIC 9(4) VALUE 0.
           05  IDX-COMMUNE              PIC 9(4) VALUE 0.
           05  COMMUNES-MAX             PIC 9(4) VALUE 1000.
           05  COMMUNE-TABLE OCCURS 1000 TIMES.
               10  CMT-CODE-INSEE       PIC 9(5).
               10  CMT-PORTEE           PIC 9(3).
           05  NUMERO-CHERCHE           PIC 9(13) VALUE 0.
           05  INSEE-CHERCHE            PIC 9(5) VALUE 0.
           05  IMP-TROUVE               PIC 9(1) VALUE 0.
               88  IMP-EST-TROUVE                 VALUE 1.
               88  IMP-EST-ABSENT                 VALUE 0.
           05  COMMUNE-TROUVEE          PIC 9(1) VALUE 0.
               88  COMMUNE-EST-TROUVEE            VALUE 1.
               88  COMMUNE-EST-ABSENTE            VALUE 0.
           05  PORTEE-IMPOSABLE         PIC 9(3) VALUE 0.

      *    Cumul a porter : indicateur, numerateur, denominateur
       1   CUMUL-WORKING-MANAGER.
           05  CUM-INDICATEUR           PIC 9(2) VALUE 0.
           05  CUM-NUMERATEUR           PIC 9(12)V99 VALUE 0.
           05  CUM-DENOMINATEUR         PIC 9(12)V99 VALUE 0.
           05  CPT-VALEURS-ECRITES      PIC 9(6) VALUE 0.
           05  CPT-PAGES                PIC 9(4) VALUE 0.
           05  CPT-HORS-OBJECTIF        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE PERIODE-TABLEAU = DATE-DU-JOUR / 100

           PERFORM LIRE-COMPTABILITE
           PERFORM INITIALISER-INDICATEURS
           PERFORM CHARGER-ROLE

           IF NB-IMPOSABLES = 0 THEN
               DISPLAY "7-TABLEAU-BORD : role vide, pas de tableau"
               PERFORM FIN-PGM
           END-IF

           PERFORM LIRE-PARAMETRES

           PERFORM MESURER-RECOUVREMENT
           PERFORM MESURER-MENSUALISATION
           PERFORM MESURER-PRELEVEMENT
           PERFORM MESURER-RECLAMATIONS
           PERFORM MESURER-ANOMALIES
           PERFORM MESURER-REJETS
           PERFORM MESURER-NPAI
           PERFORM MESURER-NON-VALEURS
           PERFORM MESURER-SAISIES

           PERFORM CALCULER-VALEURS

           PERFORM OUVRIR-MASTER-HISTORIQUE
           PERFORM CONSERVER-VALEURS

           OPEN OUTPUT FS
           PERFORM PREPARER-TENDANCE
           MOVE 1 TO IDX-PORTEE
           PERFORM UNTIL IDX-PORTEE > NB-PORTEES
               IF IDX-PORTEE = 1 OR PRT-A-IMPRIMER(IDX-PORTEE) THEN
                   PERFORM ECRIRE-PAGE
               END-IF
               ADD 1 TO IDX-PORTEE
           END-PERFORM
           CLOSE FS

           CLOSE F-HISTORIQUE

           DISPLAY "7-TABLEAU-BORD : periode " PERIODE-TABLEAU " : "
                   CPT-VALEURS-ECRITES " valeur(s) conservee(s), "
                   CPT-PAGES " page(s), " CPT-HORS-OBJECTIF
                   " indicateur(s) hors objectif"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PERIODE COMPTABLE, INDICATEURS ET OBJECTIFS

       LIRE-COMPTABILITE.

           OPEN INPUT F-COMPTABILITE

           IF STATUT-COMPTABILITE-ABSENT THEN
               DISPLAY "0-comptabilite.param introuvable, mois en"
                       " cours retenu"
           ELSE
               READ F-COMPTABILITE
                   AT END
                       DISPLAY "0-comptabilite.param vide, mois en"
                               " cours retenu"
                   NOT AT END
                       MOVE CPT-Periode TO PERIODE-TABLEAU
               END-READ
               CLOSE F-COMPTABILITE
           END-IF
           .

       INITIALISER-INDICATEURS.

           MOVE "Taux de recouvrement du role (%)"
               TO INT-LIBELLE(1)
           MOVE "H" TO INT-SENS(1)
           MOVE 95 TO INT-CIBLE(1)

           MOVE "Part des contribuables mensualises (%)"
               TO INT-LIBELLE(2)
           MOVE "H" TO INT-SENS(2)
           MOVE 30 TO INT-CIBLE(2)

           MOVE "Part sous mandat de prelevement (%)"
               TO INT-LIBELLE(3)
           MOVE "H" TO INT-SENS(3)
           MOVE 40 TO INT-CIBLE(3)

           MOVE "Delai moyen de decision reclamation (j)"
               TO INT-LIBELLE(4)
           MOVE "B" TO INT-SENS(4)
           MOVE 60 TO INT-CIBLE(4)

           MOVE "Anomalies du role non resolues"
               TO INT-LIBELLE(5)
           MOVE "B" TO INT-SENS(5)
           MOVE 100 TO INT-CIBLE(5)

           MOVE "Rejets de chargement en instance"
               TO INT-LIBELLE(6)
           MOVE "B" TO INT-SENS(6)
           MOVE 50 TO INT-CIBLE(6)
           MOVE "O" TO INT-NATIONAL-SEUL(6)

           MOVE "Taux de retours NPAI (%)"
               TO INT-LIBELLE(7)
           MOVE "B" TO INT-SENS(7)
           MOVE 2 TO INT-CIBLE(7)

           MOVE "Non-valeurs admises dans le mois"
               TO INT-LIBELLE(8)
           MOVE "B" TO INT-SENS(8)
           MOVE 10000 TO INT-CIBLE(8)

           MOVE "Saisies emises dans le mois"
               TO INT-LIBELLE(9)
           MOVE "H" TO INT-SENS(9)
           MOVE 10 TO INT-CIBLE(9)

           MOVE "NATIONAL" TO PRT-LIBELLE(1)
           .

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM
           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-tableau-bord.param introuvable, objectifs"
                       " standard et tous les departements"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-PARAM
               READ F-PARAM
                   AT END
                       SET FF-PARAM TO TRUE
                   NOT AT END
                       PERFORM APPLIQUER-UN-PARAMETRE
               END-READ
           END-PERFORM

           CLOSE F-PARAM

           IF CPT-PARAM-REJETES > 0 THEN
               DISPLAY "7-TABLEAU-BORD : " CPT-PARAM-REJETES
                       " ligne(s) de 0-tableau-bord.param ignoree(s)"
           END-IF
           .

       APPLIQUER-UN-PARAMETRE.

           EVALUATE TRUE
               WHEN TBP-Type-Objectif
                   IF TBP-Indicateur < 1
                      OR TBP-Indicateur > NB-INDICATEURS
                      OR (TBP-Sens NOT = "H" AND TBP-Sens NOT = "B")
                      THEN
                       ADD 1 TO CPT-PARAM-REJETES
                   ELSE
                       MOVE TBP-Sens TO INT-SENS(TBP-Indicateur)
                       MOVE TBP-Cible TO INT-CIBLE(TBP-Indicateur)
                       ADD 1 TO CPT-OBJECTIFS-LUS
                   END-IF
               WHEN TBP-Type-Departement
                   MOVE TBP-Departement TO CHE-DEPARTEMENT
                   PERFORM CHERCHER-PORTEE
                   IF PORTEE-COURANTE > 1 THEN
      *    La premiere ligne D restreint l'impression aux seuls
      *    departements demandes
                       IF CPT-DEPTS-DEMANDES = 0 THEN
                           MOVE 2 TO IDX-PORTEE
                           PERFORM UNTIL IDX-PORTEE > NB-PORTEES
                               MOVE "N" TO PRT-IMPRIMER(IDX-PORTEE)
                               ADD 1 TO IDX-PORTEE
                           END-PERFORM
                       END-IF
                       MOVE "O" TO PRT-IMPRIMER(PORTEE-COURANTE)
                       ADD 1 TO CPT-DEPTS-DEMANDES
                   ELSE
                       ADD 1 TO CPT-PARAM-REJETES
                   END-IF
               WHEN OTHER
                   ADD 1 TO CPT-PARAM-REJETES
           END-EVALUATE
           .

      ******************************************************************
      *        CHARGEMENT DU ROLE : PORTEE DES CONTRIBUABLES ET DES
      *        COMMUNES, POPULATION DE REFERENCE DES PARTS

       CHARGER-ROLE.

           OPEN INPUT FE
           PERFORM CONTROLER-VERSION-ROLE

           PERFORM UNTIL FF
               READ FE
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       PERFORM RETENIR-UN-IMPOSABLE
               END-READ
           END-PERFORM

           CLOSE FE

           IF CPT-IMPOSABLES-DEBORDEMENT > 0 THEN
               DISPLAY "7-TABLEAU-BORD : table du role pleine, "
                       CPT-IMPOSABLES-DEBORDEMENT
                       " imposable(s) hors tableau"
           END-IF

      *    Sans ligne D au parametre, tous les departements sont
      *    imprimes (les lignes D restreignent ensuite la liste)
           MOVE 2 TO IDX-PORTEE
           PERFORM UNTIL IDX-PORTEE > NB-PORTEES
               MOVE "O" TO PRT-IMPRIMER(IDX-PORTEE)
               ADD 1 TO IDX-PORTEE
           END-PERFORM
           .

       RETENIR-UN-IMPOSABLE.

           IF ANNEE-ROLE = 0 THEN
               MOVE E-Annee TO ANNEE-ROLE
           END-IF

           IF NB-IMPOSABLES NOT < IMPOSABLES-MAX THEN
               ADD 1 TO CPT-IMPOSABLES-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF

           MOVE E-Departement TO CHE-DEPARTEMENT
           PERFORM CHERCHER-PORTEE
           IF PORTEE-COURANTE = 0 THEN
               IF NB-PORTEES < PORTEES-MAX THEN
                   ADD 1 TO NB-PORTEES
                   MOVE NB-PORTEES TO PORTEE-COURANTE
                   MOVE E-Departement TO PRT-LIBELLE(PORTEE-COURANTE)
               ELSE
                   MOVE 1 TO PORTEE-COURANTE
               END-IF
           END-IF

           ADD 1 TO NB-IMPOSABLES
           MOVE E-Numero-Fiscal TO IMT-NUMERO-FISCAL(NB-IMPOSABLES)
           MOVE PORTEE-COURANTE TO IMT-PORTEE(NB-IMPOSABLES)

      *    Population de reference des parts (mensualises, sous
      *    mandat, retours NPAI)
           MOVE 0 TO CUM-NUMERATEUR
           MOVE 1 TO CUM-DENOMINATEUR
           MOVE 2 TO CUM-INDICATEUR
           PERFORM PORTER-CUMUL
           MOVE 3 TO CUM-INDICATEUR
           PERFORM PORTER-CUMUL
           MOVE 7 TO CUM-INDICATEUR
           PERFORM PORTER-CUMUL

           MOVE PORTEE-COURANTE TO PORTEE-IMPOSABLE
           MOVE E-Code-Insee TO INSEE-CHERCHE
           PERFORM CHERCHER-COMMUNE
           IF COMMUNE-EST-ABSENTE AND NB-COMMUNES < COMMUNES-MAX THEN
               ADD 1 TO NB-COMMUNES
               MOVE E-Code-Insee TO CMT-CODE-INSEE(NB-COMMUNES)
               MOVE PORTEE-IMPOSABLE TO CMT-PORTEE(NB-COMMUNES)
           END-IF
           .

      *    Portee d'un departement (0 si inconnu ; 1 = national
      *    n'est jamais retourne)

       CHERCHER-PORTEE.

           MOVE 0 TO PORTEE-COURANTE
           MOVE 2 TO IDX-PORTEE
           PERFORM UNTIL IDX-PORTEE > NB-PORTEES
               IF PRT-LIBELLE(IDX-PORTEE) = CHE-DEPARTEMENT THEN
                   MOVE IDX-PORTEE TO PORTEE-COURANTE
                   MOVE NB-PORTEES TO IDX-PORTEE
               END-IF
               ADD 1 TO IDX-PORTEE
           END-PERFORM
           .

      *    Portee d'un contribuable du role (1 = national seul s'il
      *    n'est pas au role)

       CHERCHER-IMPOSABLE.

           SET IMP-EST-ABSENT TO TRUE
           MOVE 1 TO PORTEE-COURANTE
           MOVE 1 TO IDX-IMP
           PERFORM UNTIL IDX-IMP > NB-IMPOSABLES
               IF IMT-NUMERO-FISCAL(IDX-IMP) = NUMERO-CHERCHE THEN
                   SET IMP-EST-TROUVE TO TRUE
                   MOVE IMT-PORTEE(IDX-IMP) TO PORTEE-COURANTE
                   MOVE NB-IMPOSABLES TO IDX-IMP
               END-IF
               ADD 1 TO IDX-IMP
           END-PERFORM
           .

       CHERCHER-COMMUNE.

           SET COMMUNE-EST-ABSENTE TO TRUE
           MOVE 1 TO PORTEE-COURANTE
           MOVE 1 TO IDX-COMMUNE
           PERFORM UNTIL IDX-COMMUNE > NB-COMMUNES
               IF CMT-CODE-INSEE(IDX-COMMUNE) = INSEE-CHERCHE THEN
                   SET COMMUNE-EST-TROUVEE TO TRUE
                   MOVE CMT-PORTEE(IDX-COMMUNE) TO PORTEE-COURANTE
                   MOVE NB-COMMUNES TO IDX-COMMUNE
               END-IF
               ADD 1 TO IDX-COMMUNE
           END-PERFORM
           .

      *    Report d'un cumul au national et a la portee courante

       PORTER-CUMUL.

           ADD CUM-NUMERATEUR TO PRT-NUMERATEUR(1, CUM-INDICATEUR)
           ADD CUM-DENOMINATEUR
               TO PRT-DENOMINATEUR(1, CUM-INDICATEUR)
           IF PORTEE-COURANTE > 1 THEN
               ADD CUM-NUMERATEUR
                   TO PRT-NUMERATEUR(PORTEE-COURANTE, CUM-INDICATEUR)
               ADD CUM-DENOMINATEUR
                   TO PRT-DENOMINATEUR(PORTEE-COURANTE,
                                       CUM-INDICATEUR)
           END-IF
           .

      ******************************************************************
      *        MESURE DES INDICATEURS

      *    1 - Taux de recouvrement : paye / impose du millesime du
      *    role au livre des soldes

       MESURER-RECOUVREMENT.

           OPEN INPUT F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-TABLEAU-BORD : 7-soldes.idx introuvable"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO CUM-INDICATEUR
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       IF SOL-Annee = ANNEE-ROLE THEN
                           MOVE SOL-Code-Insee TO INSEE-CHERCHE
                           PERFORM CHERCHER-COMMUNE
                           MOVE SOL-Paye TO CUM-NUMERATEUR
                           MOVE SOL-Impose TO CUM-DENOMINATEUR
                           PERFORM PORTER-CUMUL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-SOLDES
           .

      *    2 - Contribuables du role adherents a la mensualisation

       MESURER-MENSUALISATION.

           OPEN INPUT F-ADHESIONS
           IF STATUT-ADHESIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO CUM-INDICATEUR
           MOVE 1 TO CUM-NUMERATEUR
           MOVE 0 TO CUM-DENOMINATEUR
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-ADHESIONS
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       MOVE AD-Numero-Fiscal TO NUMERO-CHERCHE
                       PERFORM CHERCHER-IMPOSABLE
                       IF IMP-EST-TROUVE THEN
                           PERFORM PORTER-CUMUL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ADHESIONS
           .

      *    3 - Contribuables du role sous mandat SEPA actif

       MESURER-PRELEVEMENT.

           OPEN INPUT F-MANDATS
           IF STATUT-MANDATS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 3 TO CUM-INDICATEUR
           MOVE 1 TO CUM-NUMERATEUR
           MOVE 0 TO CUM-DENOMINATEUR
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-MANDATS NEXT RECORD
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       IF MAN-Actif THEN
                           MOVE MAN-Numero-Fiscal TO NUMERO-CHERCHE
                           PERFORM CHERCHER-IMPOSABLE
                           IF IMP-EST-TROUVE THEN
                               PERFORM PORTER-CUMUL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-MANDATS
           .

      *    4 - Delai moyen (depot -> decision) des reclamations
      *    accordees ou rejetees dans le mois

       MESURER-RECLAMATIONS.

           OPEN INPUT F-RECLAMATIONS
           IF STATUT-RECLAMATIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 4 TO CUM-INDICATEUR
           MOVE 1 TO CUM-DENOMINATEUR
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-RECLAMATIONS NEXT RECORD
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       IF (RGC-Etat-Accordee OR RGC-Etat-Rejetee)
                          AND RGC-Date-Decision > 0 THEN
                           COMPUTE PERIODE-LUE =
                                   RGC-Date-Decision / 100
                           IF PERIODE-LUE = PERIODE-TABLEAU THEN
                               PERFORM CUMULER-UNE-DECISION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-RECLAMATIONS
           .

       CUMULER-UNE-DECISION.

           COMPUTE JOURS-DECISION =
                   FUNCTION INTEGER-OF-DATE(RGC-Date-Decision)
                   - FUNCTION INTEGER-OF-DATE(RGC-Date-Depot)
           IF JOURS-DECISION < 0 THEN
               MOVE 0 TO JOURS-DECISION
           END-IF
           MOVE JOURS-DECISION TO CUM-NUMERATEUR
           MOVE RGC-Numero-Fiscal TO NUMERO-CHERCHE
           PERFORM CHERCHER-IMPOSABLE
           PERFORM PORTER-CUMUL
           .

      *    5 - Anomalies du registre non resolues

       MESURER-ANOMALIES.

           OPEN INPUT F-ANOMALIES
           IF STATUT-ANOMALIES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 5 TO CUM-INDICATEUR
           MOVE 1 TO CUM-NUMERATEUR
           MOVE 0 TO CUM-DENOMINATEUR
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-ANOMALIES NEXT RECORD
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       IF NOT ANO-Statut-Resolue THEN
                           MOVE ANO-Numero-Fiscal TO NUMERO-CHERCHE
                           PERFORM CHERCHER-IMPOSABLE
                           PERFORM PORTER-CUMUL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ANOMALIES
           .

      *    6 - Rejets de chargement non corriges (national seul)

       MESURER-REJETS.

           OPEN INPUT F-REJETS-REGISTRE
           IF STATUT-REJETS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 6 TO CUM-INDICATEUR
           MOVE 1 TO CUM-NUMERATEUR
           MOVE 0 TO CUM-DENOMINATEUR
           MOVE 1 TO PORTEE-COURANTE
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-REJETS-REGISTRE NEXT RECORD
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       IF NOT REG-Statut-Corrige THEN
                           PERFORM PORTER-CUMUL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-REJETS-REGISTRE
           .

      *    7 - Contribuables du role dont l'adresse est marquee NPAI

       MESURER-NPAI.

           OPEN INPUT F-ADRESSES
           IF STATUT-ADRESSES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 7 TO CUM-INDICATEUR
           MOVE 1 TO CUM-NUMERATEUR
           MOVE 0 TO CUM-DENOMINATEUR
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-ADRESSES NEXT RECORD
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       IF ADR-EST-NPAI THEN
                           MOVE ADR-Numero-Fiscal TO NUMERO-CHERCHE
                           PERFORM CHERCHER-IMPOSABLE
                           IF IMP-EST-TROUVE THEN
                               PERFORM PORTER-CUMUL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ADRESSES
           .

      *    8 - Montant des non-valeurs admises dans le mois

       MESURER-NON-VALEURS.

           OPEN INPUT F-NON-VALEURS
           IF STATUT-NON-VALEURS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 8 TO CUM-INDICATEUR
           MOVE 0 TO CUM-DENOMINATEUR
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-NON-VALEURS NEXT RECORD
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       COMPUTE PERIODE-LUE = NV-Date-Decision / 100
                       IF NV-Etat-Admis
                          AND PERIODE-LUE = PERIODE-TABLEAU THEN
                           MOVE NV-Code-Insee TO INSEE-CHERCHE
                           PERFORM CHERCHER-COMMUNE
                           MOVE NV-Montant TO CUM-NUMERATEUR
                           PERFORM PORTER-CUMUL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-NON-VALEURS
           .

      *    9 - Avis a tiers detenteur emis dans le mois

       MESURER-SAISIES.

           OPEN INPUT F-SAISIES
           IF STATUT-SAISIES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 9 TO CUM-INDICATEUR
           MOVE 1 TO CUM-NUMERATEUR
           MOVE 0 TO CUM-DENOMINATEUR
           MOVE SPACE TO FIN-LECTURE
           PERFORM UNTIL FF-LECTURE
               READ F-SAISIES NEXT RECORD
                   AT END
                       SET FF-LECTURE TO TRUE
                   NOT AT END
                       COMPUTE PERIODE-LUE = SAI-Date-Emission / 100
                       IF PERIODE-LUE = PERIODE-TABLEAU THEN
                           MOVE SAI-Numero-Fiscal TO NUMERO-CHERCHE
                           PERFORM CHERCHER-IMPOSABLE
                           PERFORM PORTER-CUMUL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-SAISIES
           .

      ******************************************************************
      *        VALEURS DES INDICATEURS : POURCENTAGES (1, 2, 3, 7),
      *        MOYENNE (4), VOLUMES ET MONTANTS (5, 6, 8, 9)

       CALCULER-VALEURS.

           MOVE 1 TO IDX-PORTEE
           PERFORM UNTIL IDX-PORTEE > NB-PORTEES
               MOVE 1 TO IDX-IND
               PERFORM UNTIL IDX-IND > NB-INDICATEURS
                   PERFORM CALCULER-UNE-VALEUR
                   ADD 1 TO IDX-IND
               END-PERFORM
               ADD 1 TO IDX-PORTEE
           END-PERFORM
           .

       CALCULER-UNE-VALEUR.

           EVALUATE IDX-IND
               WHEN 1
               WHEN 2
               WHEN 3
               WHEN 7
                   IF PRT-DENOMINATEUR(IDX-PORTEE, IDX-IND) > 0 THEN
                       COMPUTE PRT-VALEUR(IDX-PORTEE, IDX-IND)
                               ROUNDED =
                               PRT-NUMERATEUR(IDX-PORTEE, IDX-IND)
                               * 100
                               / PRT-DENOMINATEUR(IDX-PORTEE, IDX-IND)
                   END-IF
               WHEN 4
                   IF PRT-DENOMINATEUR(IDX-PORTEE, IDX-IND) > 0 THEN
                       COMPUTE PRT-VALEUR(IDX-PORTEE, IDX-IND)
                               ROUNDED =
                               PRT-NUMERATEUR(IDX-PORTEE, IDX-IND)
                               / PRT-DENOMINATEUR(IDX-PORTEE, IDX-IND)
                   END-IF
               WHEN OTHER
                   MOVE PRT-NUMERATEUR(IDX-PORTEE, IDX-IND)
                       TO PRT-VALEUR(IDX-PORTEE, IDX-IND)
           END-EVALUATE
           .

      ******************************************************************
      *        HISTORIQUE MENSUEL : UNE VALEUR PAR PERIODE, PORTEE ET
      *        INDICATEUR, REMPLACEE SI LE MOIS EST REEXECUTE

       OUVRIR-MASTER-HISTORIQUE.

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

       CONSERVER-VALEURS.

           MOVE 1 TO IDX-PORTEE
           PERFORM UNTIL IDX-PORTEE > NB-PORTEES
               MOVE 1 TO IDX-IND
               PERFORM UNTIL IDX-IND > NB-INDICATEURS
                   IF IDX-PORTEE = 1
                      OR NOT INT-EST-NATIONAL-SEUL(IDX-IND) THEN
                       PERFORM CONSERVER-UNE-VALEUR
                   END-IF
                   ADD 1 TO IDX-IND
               END-PERFORM
               ADD 1 TO IDX-PORTEE
           END-PERFORM
           .

       CONSERVER-UNE-VALEUR.

           MOVE PERIODE-TABLEAU TO TBH-Periode
           MOVE PRT-LIBELLE(IDX-PORTEE) TO TBH-Portee
           MOVE IDX-IND TO TBH-Indicateur
           MOVE PRT-VALEUR(IDX-PORTEE, IDX-IND) TO TBH-Valeur
           MOVE DATE-DU-JOUR TO TBH-Date
           WRITE TBH-ENREG
               INVALID KEY
                   REWRITE TBH-ENREG
           END-WRITE
           ADD 1 TO CPT-VALEURS-ECRITES
           .

      ******************************************************************
      *        IMPRESSION : UNE PAGE PAR PORTEE, INDICATEURS CONTRE
      *        OBJECTIFS PUIS TENDANCE DES DOUZE DERNIERS MOIS

       PREPARER-TENDANCE.

           MOVE PERIODE-TABLEAU TO CAL-PERIODE
           MOVE 12 TO IDX-TENDANCE
           PERFORM UNTIL IDX-TENDANCE < 1
               MOVE CAL-PERIODE TO TDT-PERIODE(IDX-TENDANCE)
               IF CAL-MOIS = 1 THEN
                   MOVE 12 TO CAL-MOIS
                   SUBTRACT 1 FROM CAL-ANNEE
               ELSE
                   SUBTRACT 1 FROM CAL-MOIS
               END-IF
               SUBTRACT 1 FROM IDX-TENDANCE
           END-PERFORM
           .

       ECRIRE-PAGE.

           MOVE ARTICLE-TB-PAGE TO FS-DATA
           WRITE FS-DATA
           MOVE PRT-LIBELLE(IDX-PORTEE) TO TB-Portee
           MOVE PERIODE-TABLEAU TO TB-Periode
           MOVE ARTICLE-TB-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-TB-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-TB-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-IND
           PERFORM UNTIL IDX-IND > NB-INDICATEURS
               PERFORM ECRIRE-UN-INDICATEUR
               ADD 1 TO IDX-IND
           END-PERFORM

           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-TD-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-TB-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-TD-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-TENDANCE
           PERFORM UNTIL IDX-TENDANCE > 12
               PERFORM ECRIRE-UNE-TENDANCE
               ADD 1 TO IDX-TENDANCE
           END-PERFORM

           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-PAGES
           .

       ECRIRE-UN-INDICATEUR.

           MOVE IDX-IND TO TI-Code
           MOVE INT-LIBELLE(IDX-IND) TO TI-Libelle
           MOVE INT-CIBLE(IDX-IND) TO TI-Cible
           IF INT-SENS-HAUSSE(IDX-IND) THEN
               MOVE ">=" TO TI-Sens
           ELSE
               MOVE "<=" TO TI-Sens
           END-IF

           IF IDX-PORTEE > 1 AND INT-EST-NATIONAL-SEUL(IDX-IND) THEN
               MOVE 0 TO TI-Valeur
               MOVE "n/d" TO TI-Statut
           ELSE
               MOVE PRT-VALEUR(IDX-PORTEE, IDX-IND) TO TI-Valeur
               IF (INT-SENS-HAUSSE(IDX-IND)
                   AND PRT-VALEUR(IDX-PORTEE, IDX-IND)
                       NOT < INT-CIBLE(IDX-IND))
                  OR (INT-SENS-BAISSE(IDX-IND)
                   AND PRT-VALEUR(IDX-PORTEE, IDX-IND)
                       NOT > INT-CIBLE(IDX-IND)) THEN
                   MOVE "atteint" TO TI-Statut
               ELSE
                   MOVE "NON ATTEINT" TO TI-Statut
                   ADD 1 TO CPT-HORS-OBJECTIF
               END-IF
           END-IF

           MOVE ARTICLE-TB-INDIV TO FS-DATA
           WRITE FS-DATA
           .

       ECRIRE-UNE-TENDANCE.

           MOVE TDT-PERIODE(IDX-TENDANCE) TO TD-Periode
           MOVE 1 TO IDX-IND
           PERFORM UNTIL IDX-IND > NB-INDICATEURS
               MOVE TDT-PERIODE(IDX-TENDANCE) TO TBH-Periode
               MOVE PRT-LIBELLE(IDX-PORTEE) TO TBH-Portee
               MOVE IDX-IND TO TBH-Indicateur
               READ F-HISTORIQUE
                   INVALID KEY
                       MOVE SPACE TO TD-Colonne(IDX-IND)
                   NOT INVALID KEY
                       MOVE TBH-Valeur TO TD-Valeur(IDX-IND)
               END-READ
               ADD 1 TO IDX-IND
           END-PERFORM
           MOVE ARTICLE-TD-INDIV TO FS-DATA
           WRITE FS-DATA
           .


       CONTROLER-VERSION-ROLE.

           READ FE
               AT END
                   DISPLAY "7-TABLEAU-BORD : 6-imposables.dat vide ou"
                           " sans en-tete de version, arret"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF FE-DATA(1:32) NOT = ENTETE-VERSION-ROLE THEN
               DISPLAY "7-TABLEAU-BORD : version de disposition"
                       " inattendue en tete de 6-imposables.dat"
                       ", arret (attendu " ENTETE-VERSION-ROLE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       FIN-PGM.
           STOP RUN.
