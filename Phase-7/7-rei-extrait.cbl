      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: recensement des elements d'imposition (REI) annuel :
      *          pour chaque commune du role certifie et chaque taxe
      *          locale (TF/TN/TH/CF/OM/LV/GM), nombre d'articles,
      *          base, taux et produit de chaque beneficiaire
      *          (commune, EPCI, departement, region). Le detail par
      *          occurrence 6-imposables-detail.dat donne les bases,
      *          les taux effectivement appliques et les produits des
      *          menages ; la CFE des entreprises (6-imposables-cfe.dat)
      *          s'y ajoute, sa base etant reconstituee depuis le
      *          produit et le taux ; la taxe GEMAPI comprise dans sa
      *          part EPCI est publiee sur la ligne GM de la commune.
      *          Une commune sans ligne CF de menage prend les taux
      *          votes portes aux masters
      *          (5-communes.idx, 5-depts.idx, 5-regions.idx,
      *          5-epci.idx : taux CFE de l'EPCI a fiscalite
      *          professionnelle unique). Plusieurs taux dans une
      *          meme commune (zones TEOM) : le taux publie est le
      *          taux moyen pondere, signale par l'indicateur M.
      *          Sorties : 7-rei.dat a colonnes fixes (disposition
      *          officielle), 7-rei.csv (meme contenu, une ligne
      *          d'entete) et 7-rei-controle.txt, total de controle
      *          par taxe entre le role certifie et l'extrait (code
      *          retour 4 en cas d'ecart). L'IR et ses lignes de
      *          reduction/credit, impot d'Etat, sont hors REI. Aucun
      *          extrait sans sceau de certification conforme au
      *          controle courant (5-CERTIFICATION).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-REI-EXTRAIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Detail par occurrence ecrit par 5-ROLES
           SELECT F-DETAIL ASSIGN TO "6-imposables-detail.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Role CFE des entreprises ecrit par 5-ROLES
           SELECT F-ROLE-CFE ASSIGN TO "6-imposables-cfe.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Sceau de certification du role (5-CERTIFICATION) : aucun
      *    extrait ne part sans sceau conforme au controle courant
           SELECT F-CERTIFICATION ASSIGN TO "6-certification.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-CERTIFICATION.

           SELECT F-CONTROLE-SCEAU ASSIGN TO "6-controle.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-CONTROLE-SCEAU.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee.

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

      *    Extrait REI a colonnes fixes (disposition officielle)
           SELECT F-REI ASSIGN TO "7-rei.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Extrait CSV, meme contenu que F-REI pour reprise par un
      *    tableur ou la plateforme de donnees ouvertes
           SELECT FS-CSV ASSIGN TO "7-rei.csv"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT FS ASSIGN TO "7-rei-controle.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT TRI-REI ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que C-DET-ENREG dans 5-ROLES.cbl
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
       01  FE-DATA.
           05 E-Siret           PIC 9(14).
           05 E-Raison-Sociale  PIC X(30).
           05 E-Code-Insee      PIC 9(5).
           05 E-Impot           PIC 9(6)V99.
           05 E-Impot-Commune   PIC 9(6)V99.
           05 E-Impot-Dept      PIC 9(6)V99.
           05 E-Impot-Region    PIC 9(6)V99.
           05 E-Annee           PIC 9(4).
           05 E-Base-Minimum    PIC X(1).
           05 E-Impot-Epci      PIC 9(6)V99.
           05 E-Reference-Paiement PIC X(21).
      *    Allegement de creation (C1, C2) et produit perdu
           05 E-Motif-Creation  PIC X(2).
           05 E-Perte-Commune   PIC 9(6)V99.
           05 E-Perte-Dept      PIC 9(6)V99.
           05 E-Perte-Region    PIC 9(6)V99.
      *    Taxe speciale GEMAPI, comprise dans la part EPCI
           05 E-Impot-Gemapi    PIC 9(6)V99.
           05 E-Date-Emission   PIC 9(8).
           05 E-Date-Echeance   PIC 9(8).
           05 E-Emission-Reference PIC X(21).

      *    Meme disposition que SCE-ENREG dans 5-CERTIFICATION.cbl
       FD  F-CERTIFICATION.
       01  SCE-ENREG.
           05 SCE-Date             PIC 9(8).
           05 SCE-NB-CONTRIBUABLES PIC 9(6).
           05 SCE-NB-EXONERES      PIC 9(6).
           05 SCE-NB-IMPOSABLES    PIC 9(6).
           05 SCE-NB-ANOMALIES     PIC 9(6).
           05 SCE-TOTAL-IMPOT      PIC 9(10)V99.

       FD  F-CONTROLE-SCEAU.
       01  CTS-ENREG.
           05 CTS-NB-CONTRIBUABLES PIC 9(6).
           05 CTS-NB-EXONERES      PIC 9(6).
           05 CTS-NB-IMPOSABLES    PIC 9(6).
           05 CTS-NB-ANOMALIES     PIC 9(6).
           05 CTS-TOTAL-IMPOT      PIC 9(10)V99.
           05 FILLER               PIC X(126).

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

      *    Une ligne par commune et par taxe ; taux en centiemes de
      *    point, produits en centimes, base en euros
       FD  F-REI.
       01  REI-ENREG.
           05 REI-Annee            PIC 9(4).
           05 REI-Code-Dept        PIC 9(3).
           05 REI-Code-Insee       PIC 9(5).
           05 REI-Commune          PIC X(50).
           05 REI-Code-Epci        PIC 9(9).
           05 REI-Taxe             PIC X(2).
           05 REI-Nb-Articles      PIC 9(7).
           05 REI-Base             PIC 9(12).
      *    M = plusieurs taux dans la commune, taux moyen pondere
           05 REI-Taux-Moyen       PIC X(1).
           05 REI-Part-Commune.
               10 REI-Taux-Commune     PIC 9(4)V99.
               10 REI-Produit-Commune  PIC 9(12)V99.
           05 REI-Part-Epci.
               10 REI-Taux-Epci        PIC 9(4)V99.
               10 REI-Produit-Epci     PIC 9(12)V99.
           05 REI-Part-Dept.
               10 REI-Taux-Dept        PIC 9(4)V99.
               10 REI-Produit-Dept     PIC 9(12)V99.
           05 REI-Part-Region.
               10 REI-Taux-Region      PIC 9(4)V99.
               10 REI-Produit-Region   PIC 9(12)V99.
           05 REI-Produit-Total    PIC 9(12)V99.

       FD  FS-CSV.
       01  FS-CSV-DATA PIC X(250).

       FD  FS.
       01  FS-DATA PIC X(100).

      *    Detail des menages (source M) et role CFE des entreprises
      *    (source E) ramenes a une meme disposition
       SD  TRI-REI.
       01  T-DATA.
           05 T-Code-Insee       PIC 9(5).
           05 T-Taxe             PIC X(2).
           05 T-Source           PIC X(1).
               88 T-SOURCE-MENAGE         VALUE "M".
               88 T-SOURCE-ENTREPRISE     VALUE "E".
           05 T-Annee            PIC 9(4).
           05 T-Base             PIC 9(6).
           05 T-Produit-Commune  PIC 9(6)V99.
           05 T-Produit-Epci     PIC 9(6)V99.
           05 T-Produit-Dept     PIC 9(6)V99.
           05 T-Produit-Region   PIC 9(6)V99.
           05 T-Taux-Commune     PIC 9(4)V99.
           05 T-Taux-Epci        PIC 9(4)V99.
           05 T-Taux-Dept        PIC 9(4)V99.
           05 T-Taux-Region      PIC 9(4)V99.

       WORKING-STORAGE SECTION.

      *    Version de disposition attendue en tete des fichiers
      *    inter-phases : un fichier d'une autre version arrete net,
      *    plutot que de cisailler les champs
       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-DETAIL    PIC X(32)
               VALUE "VER 6-IMPOSABLES-DETAIL     0003".
           05  ENTETE-VERSION-CFE       PIC X(32)
               VALUE "VER 6-IMPOSABLES-CFE        0007".

       1   GARNIR-WORKING-MANAGER.
           05  FIN-DETAIL               PIC X(01) VALUE SPACE.
               88  FF-DETAIL                       VALUE HIGH-VALUE.
           05  FIN-ROLE-CFE             PIC X(01) VALUE SPACE.
               88  FF-ROLE-CFE                     VALUE HIGH-VALUE.
           05  FIN-TRI                  PIC X(01) VALUE SPACE.
               88  FF-TRI                          VALUE HIGH-VALUE.
           05  CPT-HORS-REI             PIC 9(8) VALUE 0.

       01  CERTIFICATION-MANAGER.
           05  WS-STATUT-CERTIFICATION  PIC X(02) VALUE SPACE.
               88  STATUT-CERTIFICATION-ABSENT   VALUE "35".
           05  WS-STATUT-CONTROLE-SCEAU PIC X(02) VALUE SPACE.
               88  STATUT-CONTROLE-SCEAU-ABSENT  VALUE "35".
           05  SCEAU-REFUS              PIC 9(1) VALUE 0.
               88  SCEAU-EST-REFUSE              VALUE 1.

       01  REFERENTIELS-MANAGER.
           05  WS-STATUT-DEPTS          PIC X(02) VALUE SPACE.
               88  STATUT-DEPTS-ABSENT           VALUE "35".
           05  WS-STATUT-REGIONS        PIC X(02) VALUE SPACE.
               88  STATUT-REGIONS-ABSENT         VALUE "35".
           05  WS-STATUT-EPCI-MEMBRES   PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT    VALUE "35".
           05  WS-STATUT-EPCI           PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-ABSENT            VALUE "35".
           05  CPT-COMMUNES-INCONNUES   PIC 9(6) VALUE 0.

      *    Commune en cours : identite et taux votes portes aux
      *    masters (lus a chaque changement de code Insee)
       01  COMMUNE-COURANTE-MANAGER.
           05  INSEE-COURANT            PIC 9(5) VALUE 0.
           05  CC-NOM                   PIC X(50) VALUE SPACE.
           05  CC-CODE-DEPT             PIC 9(3) VALUE 0.
           05  CC-CODE-EPCI             PIC 9(9) VALUE 0.
           05  CC-TAUX-COMMUNE          PIC 9(4)V99 VALUE 0.
           05  CC-TAUX-EPCI             PIC 9(4)V99 VALUE 0.
           05  CC-TAUX-DEPT             PIC 9(4)V99 VALUE 0.
           05  CC-TAUX-REGION           PIC 9(4)V99 VALUE 0.
           05  NB-COMMUNES              PIC 9(6) VALUE 0.

      *    Cumuls de la taxe en cours dans la commune en cours
      *    (rupture sur code Insee + taxe du tri)
       01  RUPTURE-TAXE-MANAGER.
           05  TAXE-COURANTE            PIC X(2) VALUE SPACE.
           05  ANNEE-COURANTE           PIC 9(4) VALUE 0.
           05  GR-NB-LIGNES             PIC 9(8) VALUE 0.
           05  GR-NB-ARTICLES           PIC 9(7) VALUE 0.
           05  GR-NB-MENAGES            PIC 9(7) VALUE 0.
           05  GR-BASE-MENAGES          PIC 9(12) VALUE 0.
           05  GR-BASE-ENTREPRISES      PIC 9(12) VALUE 0.
           05  GR-TAUX-MULTIPLES        PIC X(1) VALUE SPACE.
               88  GR-EST-TAUX-MULTIPLES         VALUE "M".
           05  GR-MENAGES.
               10  GM-PRODUIT-COMMUNE   PIC 9(12)V99 VALUE 0.
               10  GM-PRODUIT-EPCI      PIC 9(12)V99 VALUE 0.
               10  GM-PRODUIT-DEPT      PIC 9(12)V99 VALUE 0.
               10  GM-PRODUIT-REGION    PIC 9(12)V99 VALUE 0.
           05  GR-ENTREPRISES.
               10  GE-PRODUIT-COMMUNE   PIC 9(12)V99 VALUE 0.
               10  GE-PRODUIT-EPCI      PIC 9(12)V99 VALUE 0.
               10  GE-PRODUIT-DEPT      PIC 9(12)V99 VALUE 0.
               10  GE-PRODUIT-REGION    PIC 9(12)V99 VALUE 0.
           05  GR-TAUX.
               10  GT-TAUX-COMMUNE      PIC 9(4)V99 VALUE 0.
               10  GT-TAUX-EPCI         PIC 9(4)V99 VALUE 0.
               10  GT-TAUX-DEPT         PIC 9(4)V99 VALUE 0.
               10  GT-TAUX-REGION       PIC 9(4)V99 VALUE 0.

      *    Total de controle par taxe : produit lu au role certifie
      *    (alimentation du tri) et produit ecrit a l'extrait
       01  CONTROLE-TAXES-MANAGER.
           05  TX-CODES-VALEURS         PIC X(14)
               VALUE "TFTNTHCFOMLVGM".
           05  TX-CODES REDEFINES TX-CODES-VALEURS.
               10  TX-CODE              PIC X(2) OCCURS 7.
           05  IDX-TAXE                 PIC 9(2) VALUE 0.
           05  TAXE-TROUVEE             PIC 9(2) VALUE 0.
           05  TAXE-CHERCHEE            PIC X(2) VALUE SPACE.
           05  TX-ENTREE OCCURS 7.
               10  TX-ROLE              PIC 9(12)V99 VALUE 0.
               10  TX-EXTRAIT           PIC 9(12)V99 VALUE 0.
               10  TX-NB-REI            PIC 9(7) VALUE 0.
           05  TX-ECART                 PIC S9(12)V99 VALUE 0.
           05  CPT-ECARTS               PIC 9(2) VALUE 0.
           05  TOTAL-ROLE               PIC 9(12)V99 VALUE 0.
           05  TOTAL-EXTRAIT            PIC 9(12)V99 VALUE 0.
           05  CPT-LIGNES-REI           PIC 9(7) VALUE 0.

      *    Zones editees de la ligne CSV (decimales avec point)
       01  CSV-WORKING-MANAGER.
           05  CSV-Nb-Articles          PIC Z(6)9.
           05  CSV-Base                 PIC Z(11)9.
           05  CSV-Taux-Commune         PIC Z(3)9.99.
           05  CSV-Produit-Commune      PIC Z(11)9.99.
           05  CSV-Taux-Epci            PIC Z(3)9.99.
           05  CSV-Produit-Epci         PIC Z(11)9.99.
           05  CSV-Taux-Dept            PIC Z(3)9.99.
           05  CSV-Produit-Dept         PIC Z(11)9.99.
           05  CSV-Taux-Region          PIC Z(3)9.99.
           05  CSV-Produit-Region       PIC Z(11)9.99.
           05  CSV-Produit-Total        PIC Z(11)9.99.

       01  Affichage.

           05 ARTICLE-ENTETE-CSV.
               10 FILLER PIC X(48) VALUE
                  'annee,dep,insee,commune,epci,taxe,articles,base,'.
               10 FILLER PIC X(32) VALUE
                  'taux_moyen,taux_com,produit_com,'.
               10 FILLER PIC X(23) VALUE
                  'taux_epci,produit_epci,'.
               10 FILLER PIC X(41) VALUE
                  'taux_dep,produit_dep,taux_reg,produit_reg'.
               10 FILLER PIC X(14) VALUE
                  ',produit_total'.

           05 ARTICLE-TITRE.
               10 FILLER PIC X(48)
                  VALUE 'REI - TOTAL DE CONTROLE PAR TAXE - MILLESIME '.
               10 ET-Annee PIC 9(4).

           05 ARTICLE-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-TITRE-COLONNES.
               10 FILLER PIC X(6) VALUE 'Taxe'.
               10 FILLER PIC X(18) VALUE '   Role certifie'.
               10 FILLER PIC X(18) VALUE '         Extrait'.
               10 FILLER PIC X(18) VALUE '           Ecart'.
               10 FILLER PIC X(10) VALUE '  Communes'.

           05 ARTICLE-TAXE.
               10 ET-Taxe PIC X(2).
               10 FILLER PIC X(4) VALUE SPACE.
               10 ET-Role PIC Z(11)9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 ET-Extrait PIC Z(11)9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 ET-Ecart PIC -(11)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 ET-Nb-Rei PIC Z(7)9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 ET-Signal PIC X(5).

           05 ARTICLE-TOTAL.
               10 FILLER PIC X(6) VALUE 'Total'.
               10 ET-Total-Role PIC Z(11)9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 ET-Total-Extrait PIC Z(11)9.99.

           05 ARTICLE-COMPTE.
               10 ET-Compte-Libelle PIC X(48).
               10 ET-Compte PIC Z(7)9.

           05 ARTICLE-VIDE PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM VERIFIER-CERTIFICATION

           OPEN INPUT F-COMMUNES
           OPEN INPUT F-DEPTS
           OPEN INPUT F-REGIONS
           OPEN INPUT F-EPCI-MEMBRES
           OPEN INPUT F-EPCI
           OPEN OUTPUT F-REI
           OPEN OUTPUT FS-CSV
           OPEN OUTPUT FS
           MOVE ARTICLE-ENTETE-CSV TO FS-CSV-DATA
           WRITE FS-CSV-DATA

           SORT TRI-REI
               ON ASCENDING KEY T-Code-Insee T-Taxe
               INPUT PROCEDURE GARNIR-TRI-REI
               OUTPUT PROCEDURE EDITER-REI

           PERFORM EDITER-CONTROLE

           IF CPT-ECARTS > 0 THEN
               DISPLAY "7-REI-EXTRAIT : " CPT-ECARTS " taxe(s) en"
                       " ecart avec le role certifie, voir"
                       " 7-rei-controle.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "7-REI-EXTRAIT : " CPT-LIGNES-REI " ligne(s) REI"
                   " pour " NB-COMMUNES " commune(s)"

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
           CLOSE F-COMMUNES F-REI FS-CSV FS

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        ALIMENTATION DU TRI : DETAIL DES MENAGES PUIS ROLE CFE
      *        DES ENTREPRISES, CUMUL DU ROLE CERTIFIE PAR TAXE

       GARNIR-TRI-REI.

           OPEN INPUT F-DETAIL
           PERFORM CONTROLER-VERSION-DETAIL
           PERFORM UNTIL FF-DETAIL
               READ F-DETAIL
                   AT END
                       SET FF-DETAIL TO TRUE
                   NOT AT END
                       PERFORM RELACHER-DETAIL
               END-READ
           END-PERFORM
           CLOSE F-DETAIL

           OPEN INPUT F-ROLE-CFE
           PERFORM CONTROLER-VERSION-CFE
           PERFORM UNTIL FF-ROLE-CFE
               READ F-ROLE-CFE
                   AT END
                       SET FF-ROLE-CFE TO TRUE
                   NOT AT END
                       PERFORM RELACHER-ENTREPRISE
               END-READ
           END-PERFORM
           CLOSE F-ROLE-CFE
           .

      *    IR et lignes de reduction/credit : impot d'Etat, hors REI
       RELACHER-DETAIL.

           MOVE D-Taxe TO TAXE-CHERCHEE
           PERFORM RECHERCHER-TAXE
           IF TAXE-TROUVEE = 0 THEN
               ADD 1 TO CPT-HORS-REI
               EXIT PARAGRAPH
           END-IF

           ADD D-Taxe-Commune D-Taxe-Epci D-Taxe-Dept D-Taxe-Region
               TO TX-ROLE(TAXE-TROUVEE)

           MOVE D-Code-Insee TO T-Code-Insee
           MOVE D-Taxe TO T-Taxe
           SET T-SOURCE-MENAGE TO TRUE
           MOVE D-Annee TO T-Annee
           MOVE D-Base TO T-Base
           MOVE D-Taxe-Commune TO T-Produit-Commune
           MOVE D-Taxe-Epci TO T-Produit-Epci
           MOVE D-Taxe-Dept TO T-Produit-Dept
           MOVE D-Taxe-Region TO T-Produit-Region
           MOVE D-Taux-Commune TO T-Taux-Commune
           MOVE D-Taux-Epci TO T-Taux-Epci
           MOVE D-Taux-Dept TO T-Taux-Dept
           MOVE D-Taux-Region TO T-Taux-Region
           RELEASE T-DATA
           .

      *    Etablissement du role CFE : produits seuls, la base est
      *    reconstituee a la rupture depuis les taux de la commune.
      *    La taxe speciale GEMAPI comprise dans la part EPCI en est
      *    retiree et part en ligne GM de la commune.
       RELACHER-ENTREPRISE.

      *    Etablissement exonere l'annee de sa creation : pas un
      *    article impose
           IF E-Impot = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "CF" TO TAXE-CHERCHEE
           PERFORM RECHERCHER-TAXE
           ADD E-Impot-Commune E-Impot-Epci E-Impot-Dept
               E-Impot-Region TO TX-ROLE(TAXE-TROUVEE)
           SUBTRACT E-Impot-Gemapi FROM TX-ROLE(TAXE-TROUVEE)

           MOVE E-Code-Insee TO T-Code-Insee
           MOVE "CF" TO T-Taxe
           SET T-SOURCE-ENTREPRISE TO TRUE
           MOVE E-Annee TO T-Annee
           MOVE 0 TO T-Base
           MOVE E-Impot-Commune TO T-Produit-Commune
           COMPUTE T-Produit-Epci = E-Impot-Epci - E-Impot-Gemapi
           MOVE E-Impot-Dept TO T-Produit-Dept
           MOVE E-Impot-Region TO T-Produit-Region
           MOVE 0 TO T-Taux-Commune T-Taux-Epci T-Taux-Dept
                     T-Taux-Region
           RELEASE T-DATA

           IF E-Impot-Gemapi > 0 THEN
               MOVE "GM" TO TAXE-CHERCHEE
               PERFORM RECHERCHER-TAXE
               ADD E-Impot-Gemapi TO TX-ROLE(TAXE-TROUVEE)
               MOVE "GM" TO T-Taxe
               MOVE 0 TO T-Produit-Commune T-Produit-Dept
                         T-Produit-Region
               MOVE E-Impot-Gemapi TO T-Produit-Epci
               RELEASE T-DATA
           END-IF
           .

       RECHERCHER-TAXE.

           MOVE 0 TO TAXE-TROUVEE
           MOVE 1 TO IDX-TAXE
           PERFORM UNTIL IDX-TAXE > 7
               IF TX-CODE(IDX-TAXE) = TAXE-CHERCHEE THEN
                   MOVE IDX-TAXE TO TAXE-TROUVEE
                   MOVE 7 TO IDX-TAXE
               END-IF
               ADD 1 TO IDX-TAXE
           END-PERFORM
           .

      ******************************************************************
      *        UNE LIGNE REI PAR COMMUNE ET PAR TAXE (RUPTURE SUR
      *        CODE INSEE + TAXE DU TRI)

       EDITER-REI.

           PERFORM UNTIL FF-TRI
               RETURN TRI-REI
                   AT END
                       SET FF-TRI TO TRUE
                   NOT AT END
                       IF GR-NB-LIGNES > 0
                          AND (T-Code-Insee NOT = INSEE-COURANT
                               OR T-Taxe NOT = TAXE-COURANTE) THEN
                           PERFORM ECRIRE-LIGNE-REI
                       END-IF
                       IF NB-COMMUNES = 0
                          OR T-Code-Insee NOT = INSEE-COURANT THEN
                           MOVE T-Code-Insee TO INSEE-COURANT
                           PERFORM LIRE-COMMUNE-COURANTE
                       END-IF
                       MOVE T-Taxe TO TAXE-COURANTE
                       MOVE T-Annee TO ANNEE-COURANTE
                       ADD 1 TO GR-NB-LIGNES
                       PERFORM CUMULER-LIGNE
               END-RETURN
           END-PERFORM

           IF GR-NB-LIGNES > 0 THEN
               PERFORM ECRIRE-LIGNE-REI
           END-IF
           .

      *    Identite de la commune et taux votes portes aux masters
      *    (taux carbone, assiette de la CFE ; taux CFE de l'EPCI
      *    quand il leve la CFE en fiscalite professionnelle unique)
       LIRE-COMMUNE-COURANTE.

           ADD 1 TO NB-COMMUNES
           MOVE SPACE TO CC-NOM
           MOVE 0 TO CC-CODE-DEPT CC-CODE-EPCI CC-TAUX-COMMUNE
                     CC-TAUX-EPCI CC-TAUX-DEPT CC-TAUX-REGION

           MOVE INSEE-COURANT TO C-Code-Insee
           READ F-COMMUNES
               INVALID KEY
                   ADD 1 TO CPT-COMMUNES-INCONNUES
                   EXIT PARAGRAPH
           END-READ
           MOVE C-Commune TO CC-NOM
           MOVE C-Code-Dept-Calcule TO CC-CODE-DEPT
           MOVE C-Taux-Carbone TO CC-TAUX-COMMUNE

           IF NOT STATUT-DEPTS-ABSENT THEN
               MOVE C-Departement TO DP-Departement
               READ F-DEPTS
                   NOT INVALID KEY
                       MOVE DP-Taux-Carbone TO CC-TAUX-DEPT
               END-READ
           END-IF
           IF NOT STATUT-REGIONS-ABSENT THEN
               MOVE C-Region TO RG-Region
               READ F-REGIONS
                   NOT INVALID KEY
                       MOVE RG-Taux-Carbone TO CC-TAUX-REGION
               END-READ
           END-IF

           IF STATUT-EPCI-MEMBRES-ABSENT OR STATUT-EPCI-ABSENT THEN
               EXIT PARAGRAPH
           END-IF
           MOVE INSEE-COURANT TO EM-Code-Insee
           READ F-EPCI-MEMBRES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-Code-Epci TO CC-CODE-EPCI
           MOVE EM-Code-Epci TO EP-Code
           READ F-EPCI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EP-EST-FPU THEN
               MOVE 0 TO CC-TAUX-COMMUNE
               MOVE EP-Taux-CFE TO CC-TAUX-EPCI
           ELSE
               MOVE EP-Taux-Carbone TO CC-TAUX-EPCI
           END-IF
           .

       CUMULER-LIGNE.

           IF T-SOURCE-ENTREPRISE THEN
               ADD 1 TO GR-NB-ARTICLES
               ADD T-Produit-Commune TO GE-PRODUIT-COMMUNE
               ADD T-Produit-Epci TO GE-PRODUIT-EPCI
               ADD T-Produit-Dept TO GE-PRODUIT-DEPT
               ADD T-Produit-Region TO GE-PRODUIT-REGION
               EXIT PARAGRAPH
           END-IF

      *    Premier taux lu = taux de la commune ; un taux different
      *    sur une autre ligne (zone TEOM, occurrence d'un autre
      *    millesime) rend le taux moyen pondere
           IF GR-NB-MENAGES = 0 THEN
               MOVE T-Taux-Commune TO GT-TAUX-COMMUNE
               MOVE T-Taux-Epci TO GT-TAUX-EPCI
               MOVE T-Taux-Dept TO GT-TAUX-DEPT
               MOVE T-Taux-Region TO GT-TAUX-REGION
           ELSE
               IF T-Taux-Commune NOT = GT-TAUX-COMMUNE
                  OR T-Taux-Epci NOT = GT-TAUX-EPCI
                  OR T-Taux-Dept NOT = GT-TAUX-DEPT
                  OR T-Taux-Region NOT = GT-TAUX-REGION THEN
                   SET GR-EST-TAUX-MULTIPLES TO TRUE
               END-IF
           END-IF

           ADD 1 TO GR-NB-ARTICLES
           ADD 1 TO GR-NB-MENAGES
           ADD T-Base TO GR-BASE-MENAGES
           ADD T-Produit-Commune TO GM-PRODUIT-COMMUNE
           ADD T-Produit-Epci TO GM-PRODUIT-EPCI
           ADD T-Produit-Dept TO GM-PRODUIT-DEPT
           ADD T-Produit-Region TO GM-PRODUIT-REGION
           .

       ECRIRE-LIGNE-REI.

      *    Taux moyen pondere par la base des menages
           IF GR-EST-TAUX-MULTIPLES AND GR-BASE-MENAGES > 0 THEN
               COMPUTE GT-TAUX-COMMUNE ROUNDED =
                       GM-PRODUIT-COMMUNE * 100 / GR-BASE-MENAGES
                   ON SIZE ERROR
                       MOVE 9999.99 TO GT-TAUX-COMMUNE
               END-COMPUTE
               COMPUTE GT-TAUX-EPCI ROUNDED =
                       GM-PRODUIT-EPCI * 100 / GR-BASE-MENAGES
                   ON SIZE ERROR
                       MOVE 9999.99 TO GT-TAUX-EPCI
               END-COMPUTE
               COMPUTE GT-TAUX-DEPT ROUNDED =
                       GM-PRODUIT-DEPT * 100 / GR-BASE-MENAGES
                   ON SIZE ERROR
                       MOVE 9999.99 TO GT-TAUX-DEPT
               END-COMPUTE
               COMPUTE GT-TAUX-REGION ROUNDED =
                       GM-PRODUIT-REGION * 100 / GR-BASE-MENAGES
                   ON SIZE ERROR
                       MOVE 9999.99 TO GT-TAUX-REGION
               END-COMPUTE
           END-IF

      *    Commune sans ligne de menage (CFE des seules entreprises) :
      *    taux votes portes aux masters
           IF GR-NB-MENAGES = 0 THEN
               MOVE CC-TAUX-COMMUNE TO GT-TAUX-COMMUNE
               MOVE CC-TAUX-EPCI TO GT-TAUX-EPCI
               MOVE CC-TAUX-DEPT TO GT-TAUX-DEPT
               MOVE CC-TAUX-REGION TO GT-TAUX-REGION
           END-IF

           PERFORM RECONSTITUER-BASE-ENTREPRISES

           INITIALIZE REI-ENREG
           MOVE ANNEE-COURANTE TO REI-Annee
           MOVE CC-CODE-DEPT TO REI-Code-Dept
           MOVE INSEE-COURANT TO REI-Code-Insee
           MOVE CC-NOM TO REI-Commune
           MOVE CC-CODE-EPCI TO REI-Code-Epci
           MOVE TAXE-COURANTE TO REI-Taxe
           MOVE GR-NB-ARTICLES TO REI-Nb-Articles
           COMPUTE REI-Base = GR-BASE-MENAGES + GR-BASE-ENTREPRISES
           MOVE GR-TAUX-MULTIPLES TO REI-Taux-Moyen
           MOVE GT-TAUX-COMMUNE TO REI-Taux-Commune
           MOVE GT-TAUX-EPCI TO REI-Taux-Epci
           MOVE GT-TAUX-DEPT TO REI-Taux-Dept
           MOVE GT-TAUX-REGION TO REI-Taux-Region
           COMPUTE REI-Produit-Commune =
                   GM-PRODUIT-COMMUNE + GE-PRODUIT-COMMUNE
           COMPUTE REI-Produit-Epci =
                   GM-PRODUIT-EPCI + GE-PRODUIT-EPCI
           COMPUTE REI-Produit-Dept =
                   GM-PRODUIT-DEPT + GE-PRODUIT-DEPT
           COMPUTE REI-Produit-Region =
                   GM-PRODUIT-REGION + GE-PRODUIT-REGION
           COMPUTE REI-Produit-Total = REI-Produit-Commune
                   + REI-Produit-Epci + REI-Produit-Dept
                   + REI-Produit-Region
           WRITE REI-ENREG
           ADD 1 TO CPT-LIGNES-REI

           PERFORM ECRIRE-LIGNE-CSV

           MOVE TAXE-COURANTE TO TAXE-CHERCHEE
           PERFORM RECHERCHER-TAXE
           IF TAXE-TROUVEE > 0 THEN
               ADD REI-Produit-Total TO TX-EXTRAIT(TAXE-TROUVEE)
               ADD 1 TO TX-NB-REI(TAXE-TROUVEE)
           END-IF

           MOVE 0 TO GR-NB-LIGNES GR-NB-ARTICLES GR-NB-MENAGES
                     GR-BASE-MENAGES GR-BASE-ENTREPRISES
           MOVE SPACE TO GR-TAUX-MULTIPLES
           INITIALIZE GR-MENAGES GR-ENTREPRISES GR-TAUX
           .

      *    Base CFE des entreprises : produit d'une part divise par
      *    son taux, la part departementale d'abord (toujours
      *    levee), a defaut la region, l'EPCI puis la commune
       RECONSTITUER-BASE-ENTREPRISES.

           MOVE 0 TO GR-BASE-ENTREPRISES

           IF GT-TAUX-DEPT > 0 AND GE-PRODUIT-DEPT > 0 THEN
               COMPUTE GR-BASE-ENTREPRISES ROUNDED =
                       GE-PRODUIT-DEPT * 100 / GT-TAUX-DEPT
               EXIT PARAGRAPH
           END-IF
           IF GT-TAUX-REGION > 0 AND GE-PRODUIT-REGION > 0 THEN
               COMPUTE GR-BASE-ENTREPRISES ROUNDED =
                       GE-PRODUIT-REGION * 100 / GT-TAUX-REGION
               EXIT PARAGRAPH
           END-IF
           IF GT-TAUX-EPCI > 0 AND GE-PRODUIT-EPCI > 0 THEN
               COMPUTE GR-BASE-ENTREPRISES ROUNDED =
                       GE-PRODUIT-EPCI * 100 / GT-TAUX-EPCI
               EXIT PARAGRAPH
           END-IF
           IF GT-TAUX-COMMUNE > 0 AND GE-PRODUIT-COMMUNE > 0 THEN
               COMPUTE GR-BASE-ENTREPRISES ROUNDED =
                       GE-PRODUIT-COMMUNE * 100 / GT-TAUX-COMMUNE
           END-IF
           .

      ******************************************************************
      *        ECRITURE DE LA LIGNE CSV CORRESPONDANTE

       ECRIRE-LIGNE-CSV.

           MOVE REI-Nb-Articles TO CSV-Nb-Articles
           MOVE REI-Base TO CSV-Base
           MOVE REI-Taux-Commune TO CSV-Taux-Commune
           MOVE REI-Produit-Commune TO CSV-Produit-Commune
           MOVE REI-Taux-Epci TO CSV-Taux-Epci
           MOVE REI-Produit-Epci TO CSV-Produit-Epci
           MOVE REI-Taux-Dept TO CSV-Taux-Dept
           MOVE REI-Produit-Dept TO CSV-Produit-Dept
           MOVE REI-Taux-Region TO CSV-Taux-Region
           MOVE REI-Produit-Region TO CSV-Produit-Region
           MOVE REI-Produit-Total TO CSV-Produit-Total

           INITIALIZE FS-CSV-DATA
           STRING REI-Annee              DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  REI-Code-Dept          DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  REI-Code-Insee         DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(REI-Commune) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  REI-Code-Epci          DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  REI-Taxe               DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Nb-Articles) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Base) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(REI-Taux-Moyen) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Taux-Commune) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Produit-Commune) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Taux-Epci) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Produit-Epci) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Taux-Dept) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Produit-Dept) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Taux-Region) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Produit-Region) DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-Produit-Total) DELIMITED BY SIZE
             INTO FS-CSV-DATA
           WRITE FS-CSV-DATA
           .

      ******************************************************************
      *        TOTAL DE CONTROLE PAR TAXE : ROLE CERTIFIE / EXTRAIT

       EDITER-CONTROLE.

           MOVE ANNEE-COURANTE TO ET-Annee
           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-TITRE-COLONNES TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-TAXE
           PERFORM UNTIL IDX-TAXE > 7
               COMPUTE TX-ECART = TX-EXTRAIT(IDX-TAXE)
                       - TX-ROLE(IDX-TAXE)
               MOVE TX-CODE(IDX-TAXE) TO ET-Taxe
               MOVE TX-ROLE(IDX-TAXE) TO ET-Role
               MOVE TX-EXTRAIT(IDX-TAXE) TO ET-Extrait
               MOVE TX-ECART TO ET-Ecart
               MOVE TX-NB-REI(IDX-TAXE) TO ET-Nb-Rei
               IF TX-ECART NOT = 0 THEN
                   MOVE 'ECART' TO ET-Signal
                   ADD 1 TO CPT-ECARTS
               ELSE
                   MOVE SPACE TO ET-Signal
               END-IF
               MOVE ARTICLE-TAXE TO FS-DATA
               WRITE FS-DATA
               ADD TX-ROLE(IDX-TAXE) TO TOTAL-ROLE
               ADD TX-EXTRAIT(IDX-TAXE) TO TOTAL-EXTRAIT
               ADD 1 TO IDX-TAXE
           END-PERFORM

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE TOTAL-ROLE TO ET-Total-Role
           MOVE TOTAL-EXTRAIT TO ET-Total-Extrait
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-VIDE TO FS-DATA
           WRITE FS-DATA

           MOVE 'Communes extraites :' TO ET-Compte-Libelle
           MOVE NB-COMMUNES TO ET-Compte
           MOVE ARTICLE-COMPTE TO FS-DATA
           WRITE FS-DATA
           MOVE 'Lignes REI ecrites :' TO ET-Compte-Libelle
           MOVE CPT-LIGNES-REI TO ET-Compte
           MOVE ARTICLE-COMPTE TO FS-DATA
           WRITE FS-DATA
           MOVE 'Communes absentes du referentiel :'
               TO ET-Compte-Libelle
           MOVE CPT-COMMUNES-INCONNUES TO ET-Compte
           MOVE ARTICLE-COMPTE TO FS-DATA
           WRITE FS-DATA
           MOVE 'Lignes du detail hors REI (IR, reductions) :'
               TO ET-Compte-Libelle
           MOVE CPT-HORS-REI TO ET-Compte
           MOVE ARTICLE-COMPTE TO FS-DATA
           WRITE FS-DATA
           .

      ******************************************************************
      *        CONTROLE DU SCEAU DE CERTIFICATION AVANT EXTRACTION

       VERIFIER-CERTIFICATION.

           OPEN INPUT F-CERTIFICATION
           IF STATUT-CERTIFICATION-ABSENT THEN
               SET SCEAU-EST-REFUSE TO TRUE
               CLOSE F-CERTIFICATION
           ELSE
               READ F-CERTIFICATION
                   AT END
                       SET SCEAU-EST-REFUSE TO TRUE
               END-READ
               CLOSE F-CERTIFICATION
           END-IF

           IF NOT SCEAU-EST-REFUSE THEN
               OPEN INPUT F-CONTROLE-SCEAU
               IF STATUT-CONTROLE-SCEAU-ABSENT THEN
                   SET SCEAU-EST-REFUSE TO TRUE
                   CLOSE F-CONTROLE-SCEAU
               ELSE
                   READ F-CONTROLE-SCEAU
                       AT END
                           SET SCEAU-EST-REFUSE TO TRUE
                       NOT AT END
      *                    Un controle reecrit depuis la
      *                    certification perime le sceau
                           IF CTS-NB-CONTRIBUABLES
                                   NOT = SCE-NB-CONTRIBUABLES
                              OR CTS-NB-EXONERES
                                   NOT = SCE-NB-EXONERES
                              OR CTS-NB-IMPOSABLES
                                   NOT = SCE-NB-IMPOSABLES
                              OR CTS-NB-ANOMALIES
                                   NOT = SCE-NB-ANOMALIES
                              OR CTS-TOTAL-IMPOT
                                   NOT = SCE-TOTAL-IMPOT THEN
                               SET SCEAU-EST-REFUSE TO TRUE
                           END-IF
                   END-READ
                   CLOSE F-CONTROLE-SCEAU
               END-IF
           END-IF

           IF SCEAU-EST-REFUSE THEN
               DISPLAY "7-REI-EXTRAIT : role non certifie ou"
                       " sceau perime, extraction refusee"
               DISPLAY "(lancer 5-CERTIFICATION apres un 5-ROLES"
                       " complet)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CONTROLER-VERSION-DETAIL.

           READ F-DETAIL
               AT END
                   DISPLAY "7-REI-EXTRAIT : "
                           "6-imposables-detail.dat vide ou"
                           " sans en-tete de version, arret"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF FD-DATA(1:32) NOT = ENTETE-VERSION-DETAIL THEN
               DISPLAY "7-REI-EXTRAIT : version de disposition"
                       " inattendue en tete de 6-imposables-detail.dat"
                       ", arret (attendu " ENTETE-VERSION-DETAIL ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CONTROLER-VERSION-CFE.

           READ F-ROLE-CFE
               AT END
                   DISPLAY "7-REI-EXTRAIT : 6-imposables-cfe.dat vide"
                           " ou sans en-tete de version, arret"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF FE-DATA(1:32) NOT = ENTETE-VERSION-CFE THEN
               DISPLAY "7-REI-EXTRAIT : version de disposition"
                       " inattendue en tete de 6-imposables-cfe.dat"
                       ", arret (attendu " ENTETE-VERSION-CFE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       FIN-PGM.
           STOP RUN.
