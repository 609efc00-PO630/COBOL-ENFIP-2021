      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: bases previsionnelles de l'annee N+1 par commune,
      *          pour la preparation des budgets communaux. Le
      *          registre en cours (occurrences perennes ou de la
      *          campagne N de 5-occurrences.idx, encore ouvertes au
      *          1er janvier N+1, hors corrections creditrices) est
      *          projete sur N+1 : valeur locative du local
      *          (5-locaux.idx) revalorisee aux coefficients N+1 de
      *          0-revalorisation.param (categorie, a defaut **),
      *          a defaut le revenu declare ; locaux demolis avant
      *          N+1 ecartes ; constructions neuves encore dans
      *          leurs deux annees d'exoneration de TF ecartees de la
      *          base TF. Les constructions qui sortent d'exoneration
      *          et les locaux demolis dans l'annee sont comptes et
      *          chiffres a part. Base TH nette des abattements votes
      *          (5-abattements-th.idx, parts du foyer lues dans
      *          5-contribuables.idx), base CFE portee a la base
      *          minimum votee. Le produit attendu a taux constants
      *          est celui de la part communale (taux de
      *          5-communes.idx, memes regles que 5-ROLES ; CFE
      *          nulle pour la commune membre d'un EPCI a fiscalite
      *          professionnelle unique). Un etat par commune
      *          (7-bases-previsionnelles.txt), adresse a la mairie
      *          (5-mairies.idx) et depose dans le flux d'impression
      *          commun (7-editique.dat, 7-EDITIQUE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5-BASES-PREVISIONNELLES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ANNEE-ROLE ASSIGN TO "0-annee-roles.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ANNEE-ROLE.

      *    Coefficients de revalorisation par annee et categorie
           SELECT F-PARAM ASSIGN TO "0-revalorisation.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

      *    Coefficient du foncier non bati, rapporte au taux du
      *    foncier bati
           SELECT F-TAUX-NON-BATI ASSIGN TO "0-taux-non-bati.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-TAUX-NON-BATI.

           SELECT F-OCCURRENCES ASSIGN TO "5-occurrences.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-OCC-PRIMARY-KEY
               ALTERNATE RECORD KEY O-Numero-Fiscal WITH DUPLICATES
               FILE STATUS IS WS-STATUT-OCCURRENCES.

           SELECT F-LOCAUX ASSIGN TO "5-locaux.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-Identifiant
               FILE STATUS IS WS-STATUT-LOCAUX.

           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS P-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

           SELECT F-ABATTEMENTS-TH ASSIGN TO "5-abattements-th.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ATH-Code-Insee
                   FILE STATUS IS WS-STATUT-ABATTEMENTS-TH.

      *    Bases minimum de CFE votees par les communes
      *    (3-BASE-MINIMUM-CFE)
           SELECT F-BASE-MINIMUM-CFE ASSIGN TO "5-base-minimum-cfe.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BMC-Code-Insee
                   FILE STATUS IS WS-STATUT-BASE-MINIMUM.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

      *    Intercommunalites : appartenance des communes et regime
      *    fiscal (masters facultatifs)
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

           SELECT F-MAIRIES ASSIGN TO "5-mairies.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MAI-Code-Insee
                   FILE STATUS IS WS-STATUT-MAIRIES.

      *    Flux d'impression commun remis a l'imprimeur (7-EDITIQUE)
           SELECT F-EDITIQUE ASSIGN TO "7-editique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EDITIQUE.

           SELECT FS ASSIGN TO "7-bases-previsionnelles.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que dans 5-ROLES.cbl
       FD  F-ANNEE-ROLE.
       01  ANR-ENREG.
           05 ANR-ANNEE PIC 9(4).

      *    Meme disposition que REV-ENREG dans
      *    5-REVALORISATION-LOCAUX.cbl (categorie ** = coefficient par
      *    defaut de toutes les categories sans ligne propre)
       FD  F-PARAM.
       01  REV-ENREG.
           05 REV-Annee       PIC 9(4).
           05 REV-Categorie   PIC X(2).
           05 REV-Coefficient PIC 9(1)V9999.

      *    Meme disposition que TNB-ENREG dans 5-ROLES.cbl
       FD  F-TAUX-NON-BATI.
       01  TNB-ENREG.
           05 TNB-COEFFICIENT      PIC 9(3).

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
               88 O-Residence-Secondaire VALUE "S".
               88 O-Residence-Principale VALUE "P" SPACE.
           05 O-Date-Debut     PIC 9(8).
           05 O-Date-Fin       PIC 9(8).
           05 O-Date-Declaration PIC 9(8).
           05 O-Sens           PIC X(1).
               88 O-Sens-Negatif VALUE "-".
           05 O-Execution-Chargement PIC 9(6).

      *    Meme disposition que C-LOCAUX-ENREG dans 4-LOCAUX.cbl
       FD  F-LOCAUX.
       01  F-LOC-ENREG.
           05 LOC-Identifiant     PIC 9(8).
           05 LOC-Code-Insee      PIC 9(5).
           05 LOC-Categorie       PIC X(2).
           05 LOC-Valeur-Locative PIC 9(6).
      *    Cycle de vie du local (AAAAMMJJ ; zeros = inconnue)
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Construction-Decoupe
                   REDEFINES LOC-Date-Construction.
               10 LOC-Annee-Construction PIC 9(4).
               10 LOC-Mmjj-Construction  PIC 9(4).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Date-Demolition-Decoupe
                   REDEFINES LOC-Date-Demolition.
               10 LOC-Annee-Demolition   PIC 9(4).
               10 LOC-Mmjj-Demolition    PIC 9(4).
           05 LOC-Zone-Teom         PIC X(2).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl
       FD  F-CONTRIBUABLES.
       01  P-CONTRIBUABLES-ENREG.
           05 P-Numero-Fiscal PIC 9(13).
           05 P-Identite-Suite.
               10 P-Prenom PIC X(15).
               10 P-Nom PIC X(11).
               10 P-Code-Insee PIC 9(5).
           05 P-Parts PIC 9v9.
           05 P-Statut PIC X(1).
           05 P-Sip PIC X(5).

      *    Meme disposition que ATH-ENREG dans 3-ABATTEMENTS-TH.cbl
       FD  F-ABATTEMENTS-TH.
       01  ATH-ENREG.
           05 ATH-Code-Insee        PIC 9(5).
           05 ATH-Pourcent-General  PIC 9(2).
           05 ATH-Pourcent-Par-Charge PIC 9(2).
           05 ATH-Annee             PIC 9(4).

      *    Meme disposition que BMC-ENREG dans 3-BASE-MINIMUM-CFE.cbl
       FD  F-BASE-MINIMUM-CFE.
       01  BMC-ENREG.
           05 BMC-Code-Insee        PIC 9(5).
           05 BMC-Base-Minimum      PIC 9(6).
           05 BMC-Annee             PIC 9(4).

      *    Meme disposition que C-DATA dans 3-REGS-DEPTS-COMMS.cbl
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

      *    Meme disposition que C-MAIRIES-ENREG dans 3-MAIRIES-MAJ.cbl
       FD  F-MAIRIES.
       01  C-MAIRIES-ENREG.
           05 MAI-Code-Insee  PIC 9(5).
           05 MAI-Contact.
               10 MAI-Rue         PIC X(32).
               10 MAI-Code-Postal PIC X(5).
               10 MAI-Ville       PIC X(26).

      *    Meme disposition que SPL-ENREG dans 7-editique.cbl
       FD  F-EDITIQUE.
       01  SPL-ENREG.
           05 SPL-Lot           PIC 9(14).
           05 SPL-Type          PIC X(2).
           05 SPL-Document      PIC 9(6).
           05 SPL-Ligne         PIC 9(4).
           05 SPL-Nature        PIC X(1).
           05 SPL-Destinataire  PIC 9(13).
           05 SPL-Texte         PIC X(100).

       FD  FS.
       01  FS-DATA PIC X(100).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE.
               10 FILLER PIC X(22) VALUE 'BASES PREVISIONNELLES '.
               10 BP-Annee PIC 9(4).
               10 FILLER PIC X(3) VALUE ' - '.
               10 BP-Commune PIC X(50).

           05 ARTICLE-SOUS-TITRE.
               10 FILLER PIC X(13) VALUE 'Code Insee : '.
               10 BP-Code-Insee PIC 9(5).

           05 ARTICLE-LIGNE PIC X(70) VALUE ALL '-'.

           05 ARTICLE-MAIRIE.
               10 FILLER PIC X(9) VALUE 'Mairie : '.
               10 BP-Rue PIC X(32).
               10 FILLER PIC X VALUE SPACE.
               10 BP-Code-Postal PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 BP-Ville PIC X(26).

           05 ARTICLE-ENTETE-BASES.
               10 FILLER PIC X(35)
                  VALUE 'Taxe        Base prevue        Taux'.
               10 FILLER PIC X(28)
                  VALUE '    Produit a taux constants'.

           05 ARTICLE-BASE.
               10 BP-Libelle PIC X(12).
               10 BP-Base PIC Z(10)9.
               10 FILLER PIC X(5) VALUE SPACE.
               10 BP-Taux PIC ZZZ9.99.
               10 FILLER PIC X(4) VALUE SPACE.
               10 BP-Produit PIC Z(10)9.99.

           05 ARTICLE-ABATTEMENTS-TH.
               10 FILLER PIC X(40)
                  VALUE '  dont abattements TH votes deduits : '.
               10 BP-Abattements-TH PIC Z(10)9.

           05 ARTICLE-CFE-FPU.
               10 FILLER PIC X(50) VALUE
                  '  CFE percue par l''EPCI a fiscalite unique'.

           05 ARTICLE-TOTAL.
               10 FILLER PIC X(41)
                  VALUE 'Produit communal attendu a taux constants'.
               10 FILLER PIC X(3) VALUE ' : '.
               10 BP-Total PIC Z(10)9.99.

           05 ARTICLE-TITRE-MOUVEMENTS.
               10 FILLER PIC X(40)
                  VALUE 'Mouvements du registre dans l''annee '.
               10 BP-Annee-Mouvements PIC 9(4).

           05 ARTICLE-SORTIES-EXO.
               10 FILLER PIC X(40)
                  VALUE '  Constructions sortant d''exoneration : '.
               10 BP-Nb-Sorties-Exo PIC Z(5)9.
               10 FILLER PIC X(16) VALUE ' local(aux), VL '.
               10 BP-Base-Sorties-Exo PIC Z(10)9.

           05 ARTICLE-DEMOLITIONS.
               10 FILLER PIC X(40)
                  VALUE '  Locaux demolis                      : '.
               10 BP-Nb-Demolitions PIC Z(5)9.
               10 FILLER PIC X(16) VALUE ' local(aux), VL '.
               10 BP-Base-Demolitions PIC Z(10)9.

           05 ARTICLE-EXONERES.
               10 FILLER PIC X(40)
                  VALUE '  Base TF encore exoneree (construction)'.
               10 FILLER PIC X(2) VALUE ': '.
               10 BP-Base-TF-Exoneree PIC Z(10)9.

           05 ARTICLE-VIDE PIC X(10) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
           05  FIN-OCC                  PIC X(01) VALUE SPACE.
               88  FF-OCC                         VALUE HIGH-VALUE.
           05  FIN-LOCAUX               PIC X(01) VALUE SPACE.
               88  FF-LOC                         VALUE HIGH-VALUE.
           05  FIN-PARAM                PIC X(01) VALUE SPACE.
               88  FF-PRM                         VALUE HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-ANNEE-ROLE     PIC X(02) VALUE SPACE.
               88  STATUT-ANNEE-ROLE-ABSENT       VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-TAUX-NON-BATI  PIC X(02) VALUE SPACE.
               88  STATUT-TAUX-NON-BATI-ABSENT    VALUE "35".
           05  WS-STATUT-OCCURRENCES    PIC X(02) VALUE SPACE.
               88  STATUT-OCCURRENCES-ABSENT      VALUE "35".
           05  WS-STATUT-LOCAUX         PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-ABSENT           VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  WS-STATUT-ABATTEMENTS-TH PIC X(02) VALUE SPACE.
               88  STATUT-ABATTEMENTS-TH-ABSENT   VALUE "35".
           05  WS-STATUT-BASE-MINIMUM   PIC X(02) VALUE SPACE.
               88  STATUT-BASE-MINIMUM-ABSENT     VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-EPCI-MEMBRES   PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-MEMBRES-ABSENT     VALUE "35".
           05  WS-STATUT-EPCI           PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-ABSENT             VALUE "35".
           05  WS-STATUT-MAIRIES        PIC X(02) VALUE SPACE.
               88  STATUT-MAIRIES-ABSENT          VALUE "35".

      *    Campagne N (0-annee-roles.param, a defaut l'annee du
      *    jour) et annee de prevision N+1
       1   ANNEE-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-JOUR-DECOUPE REDEFINES DATE-DU-JOUR.
               10  DJ-ANNEE             PIC 9(4).
               10  DJ-MOIS              PIC 9(2).
               10  DJ-JOUR              PIC 9(2).
           05  ANNEE-CAMPAGNE           PIC 9(4) VALUE 0.
           05  ANNEE-PREVISION          PIC 9(4) VALUE 0.
           05  DATE-DEBUT-PREVISION     PIC 9(8) VALUE 0.
           05  DATE-DEBUT-PREVISION-DECOUPE
                   REDEFINES DATE-DEBUT-PREVISION.
               10  DDP-ANNEE            PIC 9(4).
               10  DDP-MMJJ             PIC 9(4).

      *    Table des coefficients de l'annee N+1 (meme idiom que
      *    5-REVALORISATION-LOCAUX) ; sans aucun coefficient, les
      *    valeurs locatives sont reconduites telles quelles
       1   COEFFICIENTS-WORKING-MANAGER.
           05  NB-COEFFICIENTS          PIC 9(2) VALUE 0.
           05  IDX-COEFFICIENT          PIC 9(2) VALUE 0.
           05  COEFFICIENTS-MAX         PIC 9(2) VALUE 50.
           05  COEFFICIENT-TABLE OCCURS 50 TIMES.
               10  CF-CATEGORIE         PIC X(2).
               10  CF-COEFFICIENT       PIC 9(1)V9999.
           05  COEFFICIENT-DEFAUT       PIC 9(1)V9999 VALUE 0.
           05  COEFFICIENT-RETENU       PIC 9(1)V9999 VALUE 0.
           05  COEFFICIENT-TROUVE       PIC 9(1) VALUE 0.
               88  COEFFICIENT-EST-TROUVE         VALUE 1.
               88  COEFFICIENT-EST-ABSENT         VALUE 0.
           05  VALEUR-REVALORISEE       PIC 9(7) VALUE 0.

      *    Regles de 5-ROLES reprises pour la projection :
      *    exoneration temporaire des constructions neuves, taux du
      *    non bati rapporte au bati, surcharge des residences
      *    secondaires et exoneration des residences principales a
      *    faible revenu (valeurs par defaut de 5-ROLES)
       1   REGLES-WORKING-MANAGER.
           05  ANNEES-EXO-CONSTRUCTION  PIC 9(1) VALUE 2.
           05  COEFFICIENT-FONCIER-NON-BATI PIC 9(3) VALUE 80.
           05  TAUX-SURCHARGE-TH-SECONDAIRE  PIC 9(3) VALUE 20.
           05  SEUIL-EXO-TH-PRINCIPALE       PIC 9(6) VALUE 5000.
           05  TH-COEFFICIENT           PIC 9(3) VALUE 100.
           05  PARTS-FOYER              PIC 9(2)V9 VALUE 0.
           05  NB-PERSONNES-CHARGE      PIC 9(2) VALUE 0.
           05  POURCENT-ABATTEMENT-TH   PIC 9(3) VALUE 0.
           05  MONTANT-ABATTEMENT-TH    PIC 9(7) VALUE 0.
           05  BASE-MINIMUM-COMMUNE     PIC 9(6) VALUE 0.

      *    Projection d'une occurrence
       1   OCCURRENCE-WORKING-MANAGER.
           05  BASE-OCCURRENCE          PIC 9(7) VALUE 0.
           05  LOCAL-LU                 PIC 9(1) VALUE 0.
               88  LOCAL-EST-LU                   VALUE 1.
               88  LOCAL-NON-LU                   VALUE 0.
           05  CODE-INSEE-RECHERCHE     PIC 9(5) VALUE 0.

      *    Bases previsionnelles par commune (table bornee avec
      *    compteur de debordement, meme idiom que 5-BASES-COMMUNES)
       1   PREVISIONS-MANAGER.
           05  PV-INDEX             PIC 9(4) VALUE 1.
               88  PV-INDEX-FIN              VALUE 501.
           05  PV-TABLE-MAX         PIC 9(4) VALUE 500.
           05  CPT-PV-DEBORDEMENT   PIC 9(6) VALUE 0.
           05  PV-INDEX-TROUVE      PIC 9(4) VALUE 0.
           05  PV-ENTREE OCCURS 500.
               10  PV-OCCUPEE           PIC 9(1) VALUE 0.
                   88  PV-OCCUPEE-OUI            VALUE 1.
                   88  PV-OCCUPEE-NON            VALUE 0.
               10  PV-Code-Insee        PIC 9(5).
               10  PV-Base-TF           PIC 9(10) VALUE 0.
               10  PV-Base-TF-Exoneree  PIC 9(10) VALUE 0.
               10  PV-Base-TN           PIC 9(10) VALUE 0.
               10  PV-Base-TH           PIC 9(10) VALUE 0.
               10  PV-Abattements-TH    PIC 9(10) VALUE 0.
      *        Base TH nette ponderee de la surcharge des residences
      *        secondaires, hors residences principales exonerees
               10  PV-Assiette-TH       PIC 9(10)V99 VALUE 0.
               10  PV-Base-CF           PIC 9(10) VALUE 0.
               10  PV-Nb-Sorties-Exo    PIC 9(6) VALUE 0.
               10  PV-Base-Sorties-Exo  PIC 9(10) VALUE 0.
               10  PV-Nb-Demolitions    PIC 9(6) VALUE 0.
               10  PV-Base-Demolitions  PIC 9(10) VALUE 0.

      *    Produit communal d'une commune a l'edition
       1   PRODUITS-WORKING-MANAGER.
           05  COMMUNE-FPU              PIC 9(1) VALUE 0.
               88  COMMUNE-EST-FPU                VALUE 1.
               88  COMMUNE-HORS-FPU               VALUE 0.
           05  TAUX-TNB                 PIC 9(4)V99 VALUE 0.
           05  PRODUIT-TF               PIC 9(10)V99 VALUE 0.
           05  PRODUIT-TN               PIC 9(10)V99 VALUE 0.
           05  PRODUIT-TH               PIC 9(10)V99 VALUE 0.
           05  PRODUIT-CF               PIC 9(10)V99 VALUE 0.
           05  PRODUIT-TOTAL            PIC 9(11)V99 VALUE 0.
           05  BASE-TH-NETTE            PIC 9(10) VALUE 0.

       1   COMPTEURS-WORKING-MANAGER.
           05  CPT-OCC-PROJETEES        PIC 9(6) VALUE 0.
           05  CPT-OCC-ECARTEES         PIC 9(6) VALUE 0.
           05  CPT-OCC-DEMOLIES         PIC 9(6) VALUE 0.
           05  CPT-OCC-EXONEREES        PIC 9(6) VALUE 0.
           05  CPT-SANS-COEFFICIENT     PIC 9(6) VALUE 0.
           05  CPT-PREVISIONS           PIC 9(6) VALUE 0.
           05  CPT-SANS-MAIRIE          PIC 9(6) VALUE 0.
           05  CPT-COMMUNES-INCONNUES   PIC 9(6) VALUE 0.

      *    Depot des documents dans le flux d'impression : lot =
      *    date et heure du passage, un numero par document
       1   EDITIQUE-WORKING-MANAGER.
           05  WS-STATUT-EDITIQUE       PIC X(02) VALUE SPACE.
               88  STATUT-EDITIQUE-ABSENT         VALUE "35".
           05  LOT-EDITIQUE.
               10  LOT-DATE             PIC 9(8) VALUE 0.
               10  LOT-HEURE            PIC 9(6) VALUE 0.
           05  HEURE-EDITIQUE           PIC 9(8) VALUE 0.
           05  TYPE-EDITIQUE            PIC X(2) VALUE "PB".
           05  DOCUMENT-EDITIQUE        PIC 9(6) VALUE 0.
           05  LIGNE-EDITIQUE           PIC 9(4) VALUE 0.
           05  NATURE-EDITIQUE          PIC X(1) VALUE "M".
           05  DESTINATAIRE-EDITIQUE    PIC 9(13) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-ANNEE-CAMPAGNE
           PERFORM CHARGER-COEFFICIENTS
           PERFORM LIRE-TAUX-NON-BATI

           IF NB-COEFFICIENTS = 0 AND COEFFICIENT-DEFAUT = 0 THEN
               DISPLAY "5-BASES-PREVISIONNELLES : aucun coefficient"
                       " de revalorisation pour " ANNEE-PREVISION
                       ", valeurs locatives reconduites"
           END-IF

           OPEN INPUT F-OCCURRENCES
           IF STATUT-OCCURRENCES-ABSENT THEN
               DISPLAY "5-BASES-PREVISIONNELLES : 5-occurrences.idx"
                       " introuvable, rien a projeter"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-LOCAUX
           IF STATUT-LOCAUX-ABSENT THEN
               DISPLAY "5-BASES-PREVISIONNELLES : 5-locaux.idx"
                       " introuvable, bases sur revenus declares"
           END-IF
           OPEN INPUT F-CONTRIBUABLES F-ABATTEMENTS-TH
           OPEN INPUT F-BASE-MINIMUM-CFE

      *    Projection du registre en cours sur N+1
           PERFORM UNTIL FF-OCC
               READ F-OCCURRENCES NEXT RECORD
                   AT END
                       SET FF-OCC TO TRUE
                   NOT AT END
                       PERFORM PROJETER-OCCURRENCE
               END-READ
           END-PERFORM
           CLOSE F-OCCURRENCES

      *    Constructions sortant d'exoneration et demolitions de
      *    l'annee, lues au registre des locaux
           IF NOT STATUT-LOCAUX-ABSENT THEN
               PERFORM RECENSER-MOUVEMENTS-LOCAUX
           END-IF

      *    Un etat par commune, adresse a sa mairie
           OPEN INPUT F-COMMUNES F-EPCI-MEMBRES F-EPCI
           OPEN INPUT F-MAIRIES
           OPEN OUTPUT FS
           PERFORM OUVRIR-EDITIQUE

           MOVE 1 TO PV-INDEX
           PERFORM UNTIL PV-INDEX-FIN
               IF PV-OCCUPEE-OUI(PV-INDEX) THEN
                   PERFORM EDITER-PREVISION-COMMUNE
               END-IF
               ADD 1 TO PV-INDEX
           END-PERFORM

           CLOSE FS F-EDITIQUE
           IF NOT STATUT-LOCAUX-ABSENT THEN
               CLOSE F-LOCAUX
           END-IF
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF
           IF NOT STATUT-ABATTEMENTS-TH-ABSENT THEN
               CLOSE F-ABATTEMENTS-TH
           END-IF
           IF NOT STATUT-BASE-MINIMUM-ABSENT THEN
               CLOSE F-BASE-MINIMUM-CFE
           END-IF
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF
           IF NOT STATUT-EPCI-MEMBRES-ABSENT THEN
               CLOSE F-EPCI-MEMBRES
           END-IF
           IF NOT STATUT-EPCI-ABSENT THEN
               CLOSE F-EPCI
           END-IF
           IF NOT STATUT-MAIRIES-ABSENT THEN
               CLOSE F-MAIRIES
           END-IF

           DISPLAY "5-BASES-PREVISIONNELLES : campagne "
                   ANNEE-CAMPAGNE ", prevision " ANNEE-PREVISION " : "
                   CPT-OCC-PROJETEES " occurrence(s) projetee(s), "
                   CPT-OCC-ECARTEES " ecartee(s) (fin, credit ou"
                   " autre taxe)"
           DISPLAY "5-BASES-PREVISIONNELLES : " CPT-OCC-DEMOLIES
                   " occurrence(s) sur local demoli, "
                   CPT-OCC-EXONEREES " TF encore exoneree(s), "
                   CPT-SANS-COEFFICIENT " occurrence(s) sans"
                   " coefficient"
           DISPLAY "5-BASES-PREVISIONNELLES : " CPT-PREVISIONS
                   " commune(s) notifiee(s), " CPT-SANS-MAIRIE
                   " sans adresse de mairie, " CPT-COMMUNES-INCONNUES
                   " inconnue(s) de 5-communes.idx"
           IF CPT-PV-DEBORDEMENT > 0 THEN
               DISPLAY "5-BASES-PREVISIONNELLES : table des communes"
                       " pleine, " CPT-PV-DEBORDEMENT
                       " occurrence(s) ou local(aux) hors prevision"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        ANNEE DE PREVISION ET PARAMETRES

       LIRE-ANNEE-CAMPAGNE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           MOVE DJ-ANNEE TO ANNEE-CAMPAGNE

           OPEN INPUT F-ANNEE-ROLE
           IF NOT STATUT-ANNEE-ROLE-ABSENT THEN
               READ F-ANNEE-ROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANR-ANNEE IS NUMERIC AND ANR-ANNEE > 0 THEN
                           MOVE ANR-ANNEE TO ANNEE-CAMPAGNE
                       END-IF
               END-READ
               CLOSE F-ANNEE-ROLE
           END-IF

           COMPUTE ANNEE-PREVISION = ANNEE-CAMPAGNE + 1
           MOVE ANNEE-PREVISION TO DDP-ANNEE
           MOVE 0101 TO DDP-MMJJ
           .

      *    Seules les lignes du millesime N+1 sont retenues
       CHARGER-COEFFICIENTS.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-revalorisation.param introuvable"
           ELSE
               PERFORM UNTIL FF-PRM
                   READ F-PARAM
                       AT END
                           SET FF-PRM TO TRUE
                       NOT AT END
                           IF REV-Annee = ANNEE-PREVISION THEN
                               PERFORM RETENIR-UN-COEFFICIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PARAM
           END-IF
           .

       RETENIR-UN-COEFFICIENT.

           IF REV-Categorie = "**" THEN
               MOVE REV-Coefficient TO COEFFICIENT-DEFAUT
           ELSE
               IF NB-COEFFICIENTS < COEFFICIENTS-MAX THEN
                   ADD 1 TO NB-COEFFICIENTS
                   MOVE REV-Categorie
                       TO CF-CATEGORIE(NB-COEFFICIENTS)
                   MOVE REV-Coefficient
                       TO CF-COEFFICIENT(NB-COEFFICIENTS)
               END-IF
           END-IF
           .

       LIRE-TAUX-NON-BATI.

           OPEN INPUT F-TAUX-NON-BATI

           IF STATUT-TAUX-NON-BATI-ABSENT THEN
               DISPLAY "0-taux-non-bati.param introuvable, coefficient"
                       " par defaut conserve"
           ELSE
               READ F-TAUX-NON-BATI
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TNB-COEFFICIENT
                           TO COEFFICIENT-FONCIER-NON-BATI
               END-READ
               CLOSE F-TAUX-NON-BATI
           END-IF
           .

      ******************************************************************
      *        PROJECTION D'UNE OCCURRENCE SUR N+1

      *    Registre en cours : occurrence perenne (millesime a 0) ou
      *    de la campagne, non close avant le 1er janvier N+1 ; une
      *    correction creditrice ne se reconduit pas
       PROJETER-OCCURRENCE.

           IF O-Taxe NOT = "TF" AND O-Taxe NOT = "TN"
              AND O-Taxe NOT = "TH" AND O-Taxe NOT = "CF" THEN
               ADD 1 TO CPT-OCC-ECARTEES
               EXIT PARAGRAPH
           END-IF

           IF (O-Annee NOT = 0 AND O-Annee NOT = ANNEE-CAMPAGNE)
              OR (O-Date-Fin > 0
                  AND O-Date-Fin < DATE-DEBUT-PREVISION)
              OR O-Sens-Negatif THEN
               ADD 1 TO CPT-OCC-ECARTEES
               EXIT PARAGRAPH
           END-IF

      *    Assiette : valeur locative revalorisee du local reference,
      *    a defaut le revenu declare (meme regle que 5-ROLES)
           SET LOCAL-NON-LU TO TRUE
           MOVE O-Revenu TO BASE-OCCURRENCE
           IF O-Local > 0 AND NOT STATUT-LOCAUX-ABSENT THEN
               MOVE O-Local TO LOC-Identifiant
               READ F-LOCAUX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOCAL-EST-LU TO TRUE
               END-READ
           END-IF

           IF LOCAL-EST-LU THEN
               IF LOC-Date-Demolition > 0
                  AND LOC-Date-Demolition < DATE-DEBUT-PREVISION THEN
                   ADD 1 TO CPT-OCC-DEMOLIES
                   EXIT PARAGRAPH
               END-IF
               PERFORM REVALORISER-VALEUR-LOCATIVE
               MOVE VALEUR-REVALORISEE TO BASE-OCCURRENCE
               IF COEFFICIENT-EST-ABSENT THEN
                   ADD 1 TO CPT-SANS-COEFFICIENT
               END-IF
           END-IF

           MOVE O-Code-Insee TO CODE-INSEE-RECHERCHE
           PERFORM RECHERCHER-OU-CREER-COMMUNE
           IF PV-INDEX-TROUVE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE O-Taxe
               WHEN "TF"
                   PERFORM PROJETER-TF
               WHEN "TN"
                   ADD BASE-OCCURRENCE TO PV-Base-TN(PV-INDEX-TROUVE)
               WHEN "TH"
                   PERFORM PROJETER-TH
               WHEN "CF"
                   PERFORM PROJETER-CF
           END-EVALUATE

           ADD 1 TO CPT-OCC-PROJETEES
           .

      *    Construction neuve encore dans ses annees d'exoneration
      *    en N+1 : base tenue a part, hors produit
       PROJETER-TF.

           IF LOCAL-EST-LU AND LOC-Annee-Construction > 0
              AND ANNEE-PREVISION NOT < LOC-Annee-Construction
              AND ANNEE-PREVISION NOT >
                  LOC-Annee-Construction + ANNEES-EXO-CONSTRUCTION
           THEN
               ADD BASE-OCCURRENCE
                   TO PV-Base-TF-Exoneree(PV-INDEX-TROUVE)
               ADD 1 TO CPT-OCC-EXONEREES
           ELSE
               ADD BASE-OCCURRENCE TO PV-Base-TF(PV-INDEX-TROUVE)
           END-IF
           .

      *    Base nette des abattements votes ; la residence
      *    secondaire porte la surcharge, la residence principale a
      *    faible revenu reste exoneree (memes regles que 5-ROLES)
       PROJETER-TH.

           PERFORM CALCULER-ABATTEMENT-TH

           ADD BASE-OCCURRENCE TO PV-Base-TH(PV-INDEX-TROUVE)
           ADD MONTANT-ABATTEMENT-TH
               TO PV-Abattements-TH(PV-INDEX-TROUVE)

           IF O-Residence-Principale
              AND O-Revenu < SEUIL-EXO-TH-PRINCIPALE THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 100 TO TH-COEFFICIENT
           IF O-Residence-Secondaire THEN
               ADD TAUX-SURCHARGE-TH-SECONDAIRE TO TH-COEFFICIENT
           END-IF
           COMPUTE PV-Assiette-TH(PV-INDEX-TROUVE) ROUNDED =
                   PV-Assiette-TH(PV-INDEX-TROUVE)
                   + (BASE-OCCURRENCE - MONTANT-ABATTEMENT-TH)
                     * TH-COEFFICIENT / 100
           .

      *    Pourcentage general plus pourcentage par personne a
      *    charge (une demi-part par personne a charge), plafonne a
      *    la base
       CALCULER-ABATTEMENT-TH.

           MOVE 0 TO MONTANT-ABATTEMENT-TH

           IF STATUT-ABATTEMENTS-TH-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE O-Code-Insee TO ATH-Code-Insee
           READ F-ABATTEMENTS-TH
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE 1 TO PARTS-FOYER
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE O-Numero-Fiscal TO P-Numero-Fiscal
               READ F-CONTRIBUABLES
                   NOT INVALID KEY
                       MOVE P-Parts TO PARTS-FOYER
               END-READ
           END-IF

           IF PARTS-FOYER > 1 THEN
               COMPUTE NB-PERSONNES-CHARGE ROUNDED =
                       (PARTS-FOYER - 1) * 2
           ELSE
               MOVE 0 TO NB-PERSONNES-CHARGE
           END-IF

           COMPUTE POURCENT-ABATTEMENT-TH =
                   ATH-Pourcent-General
                   + ATH-Pourcent-Par-Charge * NB-PERSONNES-CHARGE
           IF POURCENT-ABATTEMENT-TH > 100 THEN
               MOVE 100 TO POURCENT-ABATTEMENT-TH
           END-IF

           COMPUTE MONTANT-ABATTEMENT-TH ROUNDED =
                   BASE-OCCURRENCE * POURCENT-ABATTEMENT-TH / 100
           .

      *    Assiette de l'etablissement portee a la base minimum
      *    votee par sa commune
       PROJETER-CF.

           MOVE 0 TO BASE-MINIMUM-COMMUNE
           IF NOT STATUT-BASE-MINIMUM-ABSENT THEN
               MOVE O-Code-Insee TO BMC-Code-Insee
               READ F-BASE-MINIMUM-CFE
                   NOT INVALID KEY
                       MOVE BMC-Base-Minimum TO BASE-MINIMUM-COMMUNE
               END-READ
           END-IF

           IF BASE-OCCURRENCE < BASE-MINIMUM-COMMUNE THEN
               MOVE BASE-MINIMUM-COMMUNE TO BASE-OCCURRENCE
           END-IF
           ADD BASE-OCCURRENCE TO PV-Base-CF(PV-INDEX-TROUVE)
           .

      *    Coefficient N+1 de la categorie du local, a defaut celui
      *    de toutes categories ; sans coefficient, la valeur est
      *    reconduite
       REVALORISER-VALEUR-LOCATIVE.

           PERFORM CHERCHER-COEFFICIENT

           IF COEFFICIENT-EST-ABSENT THEN
               MOVE LOC-Valeur-Locative TO VALEUR-REVALORISEE
           ELSE
               COMPUTE VALEUR-REVALORISEE ROUNDED =
                       LOC-Valeur-Locative * COEFFICIENT-RETENU
           END-IF
           .

       CHERCHER-COEFFICIENT.

           SET COEFFICIENT-EST-ABSENT TO TRUE

           MOVE 1 TO IDX-COEFFICIENT
           PERFORM UNTIL IDX-COEFFICIENT > NB-COEFFICIENTS
               IF CF-CATEGORIE(IDX-COEFFICIENT) = LOC-Categorie THEN
                   SET COEFFICIENT-EST-TROUVE TO TRUE
                   MOVE CF-COEFFICIENT(IDX-COEFFICIENT)
                       TO COEFFICIENT-RETENU
                   MOVE NB-COEFFICIENTS TO IDX-COEFFICIENT
               END-IF
               ADD 1 TO IDX-COEFFICIENT
           END-PERFORM

           IF COEFFICIENT-EST-ABSENT
              AND COEFFICIENT-DEFAUT > 0 THEN
               SET COEFFICIENT-EST-TROUVE TO TRUE
               MOVE COEFFICIENT-DEFAUT TO COEFFICIENT-RETENU
           END-IF
           .

       RECHERCHER-OU-CREER-COMMUNE.

           MOVE 0 TO PV-INDEX-TROUVE
           MOVE 1 TO PV-INDEX

           PERFORM UNTIL PV-INDEX-FIN
               IF PV-OCCUPEE-OUI(PV-INDEX)
                  AND PV-Code-Insee(PV-INDEX) = CODE-INSEE-RECHERCHE
               THEN
                   MOVE PV-INDEX TO PV-INDEX-TROUVE
                   MOVE PV-TABLE-MAX TO PV-INDEX
               ELSE
                   IF PV-OCCUPEE-NON(PV-INDEX) THEN
                       SET PV-OCCUPEE-OUI(PV-INDEX) TO TRUE
                       MOVE CODE-INSEE-RECHERCHE
                           TO PV-Code-Insee(PV-INDEX)
                       MOVE PV-INDEX TO PV-INDEX-TROUVE
                       MOVE PV-TABLE-MAX TO PV-INDEX
                   END-IF
               END-IF
               ADD 1 TO PV-INDEX
           END-PERFORM

           IF PV-INDEX-TROUVE = 0 THEN
               ADD 1 TO CPT-PV-DEBORDEMENT
           END-IF
           .

      ******************************************************************
      *        MOUVEMENTS DU REGISTRE DES LOCAUX DANS L'ANNEE N

      *    Sortie d'exoneration : derniere annee exoneree = N, la
      *    construction entre dans la base TF en N+1 ; demolition :
      *    date de demolition dans l'annee N. Valeurs locatives
      *    revalorisees N+1, comme les bases
       RECENSER-MOUVEMENTS-LOCAUX.

           MOVE 0 TO LOC-Identifiant
           START F-LOCAUX KEY NOT < LOC-Identifiant
               INVALID KEY
                   SET FF-LOC TO TRUE
           END-START

           PERFORM UNTIL FF-LOC
               READ F-LOCAUX NEXT RECORD
                   AT END
                       SET FF-LOC TO TRUE
                   NOT AT END
                       PERFORM RECENSER-UN-LOCAL
               END-READ
           END-PERFORM
           .

       RECENSER-UN-LOCAL.

           IF LOC-Annee-Demolition = ANNEE-CAMPAGNE THEN
               PERFORM RETENIR-COMMUNE-LOCAL
               IF PV-INDEX-TROUVE > 0 THEN
                   ADD 1 TO PV-Nb-Demolitions(PV-INDEX-TROUVE)
                   ADD VALEUR-REVALORISEE
                       TO PV-Base-Demolitions(PV-INDEX-TROUVE)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF LOC-Date-Demolition > 0
              AND LOC-Date-Demolition < DATE-DEBUT-PREVISION THEN
               EXIT PARAGRAPH
           END-IF

           IF LOC-Annee-Construction > 0
              AND LOC-Annee-Construction + ANNEES-EXO-CONSTRUCTION
                  = ANNEE-CAMPAGNE THEN
               PERFORM RETENIR-COMMUNE-LOCAL
               IF PV-INDEX-TROUVE > 0 THEN
                   ADD 1 TO PV-Nb-Sorties-Exo(PV-INDEX-TROUVE)
                   ADD VALEUR-REVALORISEE
                       TO PV-Base-Sorties-Exo(PV-INDEX-TROUVE)
               END-IF
           END-IF
           .

       RETENIR-COMMUNE-LOCAL.

           MOVE LOC-Code-Insee TO CODE-INSEE-RECHERCHE
           PERFORM RECHERCHER-OU-CREER-COMMUNE
           PERFORM REVALORISER-VALEUR-LOCATIVE
           .

      ******************************************************************
      *        ETAT PREVISIONNEL D'UNE COMMUNE, ADRESSE A LA MAIRIE

       EDITER-PREVISION-COMMUNE.

           PERFORM LIRE-COMMUNE-PREVISION

      *    Un etat = un document du flux d'impression, adresse a la
      *    mairie (code Insee de la commune)
           PERFORM COMMENCER-DOCUMENT-EDITIQUE
           MOVE PV-Code-Insee(PV-INDEX) TO DESTINATAIRE-EDITIQUE

           MOVE ANNEE-PREVISION TO BP-Annee
           MOVE C-Commune TO BP-Commune
           MOVE ARTICLE-TITRE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE PV-Code-Insee(PV-INDEX) TO BP-Code-Insee
           MOVE ARTICLE-SOUS-TITRE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE ARTICLE-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE ARTICLE-MAIRIE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE ARTICLE-VIDE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION

      *    Produits de la part communale a taux constants
           COMPUTE PRODUIT-TF ROUNDED =
                   PV-Base-TF(PV-INDEX) * C-Taux-Carbone / 100
           COMPUTE TAUX-TNB ROUNDED =
                   C-Taux-Carbone * COEFFICIENT-FONCIER-NON-BATI / 100
           COMPUTE PRODUIT-TN ROUNDED =
                   PV-Base-TN(PV-INDEX) * TAUX-TNB / 100
           COMPUTE PRODUIT-TH ROUNDED =
                   PV-Assiette-TH(PV-INDEX) * C-Taux-Densite / 100
           IF COMMUNE-EST-FPU THEN
               MOVE 0 TO PRODUIT-CF
           ELSE
               COMPUTE PRODUIT-CF ROUNDED =
                       PV-Base-CF(PV-INDEX) * C-Taux-Carbone / 100
           END-IF
           COMPUTE PRODUIT-TOTAL =
                   PRODUIT-TF + PRODUIT-TN + PRODUIT-TH + PRODUIT-CF

           MOVE ARTICLE-ENTETE-BASES TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION

           MOVE "TF" TO BP-Libelle
           MOVE PV-Base-TF(PV-INDEX) TO BP-Base
           MOVE C-Taux-Carbone TO BP-Taux
           MOVE PRODUIT-TF TO BP-Produit
           MOVE ARTICLE-BASE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION

           MOVE "TN" TO BP-Libelle
           MOVE PV-Base-TN(PV-INDEX) TO BP-Base
           MOVE TAUX-TNB TO BP-Taux
           MOVE PRODUIT-TN TO BP-Produit
           MOVE ARTICLE-BASE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION

           IF PV-Abattements-TH(PV-INDEX) > PV-Base-TH(PV-INDEX) THEN
               MOVE 0 TO BASE-TH-NETTE
           ELSE
               COMPUTE BASE-TH-NETTE =
                       PV-Base-TH(PV-INDEX)
                       - PV-Abattements-TH(PV-INDEX)
           END-IF
           MOVE "TH (nette)" TO BP-Libelle
           MOVE BASE-TH-NETTE TO BP-Base
           MOVE C-Taux-Densite TO BP-Taux
           MOVE PRODUIT-TH TO BP-Produit
           MOVE ARTICLE-BASE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE PV-Abattements-TH(PV-INDEX) TO BP-Abattements-TH
           MOVE ARTICLE-ABATTEMENTS-TH TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION

           MOVE "CFE" TO BP-Libelle
           MOVE PV-Base-CF(PV-INDEX) TO BP-Base
           IF COMMUNE-EST-FPU THEN
               MOVE 0 TO BP-Taux
           ELSE
               MOVE C-Taux-Carbone TO BP-Taux
           END-IF
           MOVE PRODUIT-CF TO BP-Produit
           MOVE ARTICLE-BASE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           IF COMMUNE-EST-FPU THEN
               MOVE ARTICLE-CFE-FPU TO FS-DATA
               PERFORM ECRIRE-LIGNE-PREVISION
           END-IF

           MOVE ARTICLE-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE PRODUIT-TOTAL TO BP-Total
           MOVE ARTICLE-TOTAL TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE ARTICLE-VIDE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION

      *    Mouvements de l'annee qui expliquent l'evolution des bases
           MOVE ANNEE-CAMPAGNE TO BP-Annee-Mouvements
           MOVE ARTICLE-TITRE-MOUVEMENTS TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE PV-Nb-Sorties-Exo(PV-INDEX) TO BP-Nb-Sorties-Exo
           MOVE PV-Base-Sorties-Exo(PV-INDEX) TO BP-Base-Sorties-Exo
           MOVE ARTICLE-SORTIES-EXO TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE PV-Nb-Demolitions(PV-INDEX) TO BP-Nb-Demolitions
           MOVE PV-Base-Demolitions(PV-INDEX) TO BP-Base-Demolitions
           MOVE ARTICLE-DEMOLITIONS TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE PV-Base-TF-Exoneree(PV-INDEX) TO BP-Base-TF-Exoneree
           MOVE ARTICLE-EXONERES TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION
           MOVE ARTICLE-VIDE TO FS-DATA
           PERFORM ECRIRE-LIGNE-PREVISION

           ADD 1 TO CPT-PREVISIONS
           .

      *    Nom et taux de la commune, regime de son EPCI en N+1 et
      *    adresse de la mairie (bloc a blanc si inconnue)
       LIRE-COMMUNE-PREVISION.

           MOVE SPACE TO C-Commune
           MOVE 0 TO C-Taux-Carbone C-Taux-Densite
           SET COMMUNE-HORS-FPU TO TRUE

           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE PV-Code-Insee(PV-INDEX) TO C-Code-Insee
               READ F-COMMUNES
                   INVALID KEY
                       MOVE SPACE TO C-Commune
                       MOVE 0 TO C-Taux-Carbone C-Taux-Densite
                       ADD 1 TO CPT-COMMUNES-INCONNUES
               END-READ
           ELSE
               ADD 1 TO CPT-COMMUNES-INCONNUES
           END-IF

           IF NOT STATUT-EPCI-MEMBRES-ABSENT
              AND NOT STATUT-EPCI-ABSENT THEN
               MOVE PV-Code-Insee(PV-INDEX) TO EM-Code-Insee
               READ F-EPCI-MEMBRES
                   NOT INVALID KEY
                       MOVE EM-Code-Epci TO EP-Code
                       READ F-EPCI
                           NOT INVALID KEY
                               IF EP-EST-FPU
                                  AND EP-FPU-Annee
                                      NOT > ANNEE-PREVISION THEN
                                   SET COMMUNE-EST-FPU TO TRUE
                               END-IF
                       END-READ
               END-READ
           END-IF

           MOVE SPACE TO BP-Rue BP-Code-Postal BP-Ville
           IF NOT STATUT-MAIRIES-ABSENT THEN
               MOVE PV-Code-Insee(PV-INDEX) TO MAI-Code-Insee
               READ F-MAIRIES
                   INVALID KEY
                       ADD 1 TO CPT-SANS-MAIRIE
                   NOT INVALID KEY
                       MOVE MAI-Rue TO BP-Rue
                       MOVE MAI-Code-Postal TO BP-Code-Postal
                       MOVE MAI-Ville TO BP-Ville
               END-READ
           ELSE
               ADD 1 TO CPT-SANS-MAIRIE
           END-IF
           .

       ECRIRE-LIGNE-PREVISION.

           WRITE FS-DATA
           PERFORM ECRIRE-LIGNE-EDITIQUE
           .

      ******************************************************************
      *        DEPOT DANS LE FLUX D'IMPRESSION COMMUN (EN AJOUT)

       OUVRIR-EDITIQUE.

           ACCEPT LOT-DATE FROM DATE YYYYMMDD
           ACCEPT HEURE-EDITIQUE FROM TIME
           COMPUTE LOT-HEURE = HEURE-EDITIQUE / 100

           OPEN INPUT F-EDITIQUE
           IF STATUT-EDITIQUE-ABSENT THEN
               OPEN OUTPUT F-EDITIQUE
           ELSE
               CLOSE F-EDITIQUE
               OPEN EXTEND F-EDITIQUE
           END-IF
           .

       COMMENCER-DOCUMENT-EDITIQUE.

           ADD 1 TO DOCUMENT-EDITIQUE
           MOVE 0 TO LIGNE-EDITIQUE
           .

       ECRIRE-LIGNE-EDITIQUE.

           ADD 1 TO LIGNE-EDITIQUE
           MOVE LOT-EDITIQUE TO SPL-Lot
           MOVE TYPE-EDITIQUE TO SPL-Type
           MOVE DOCUMENT-EDITIQUE TO SPL-Document
           MOVE LIGNE-EDITIQUE TO SPL-Ligne
           MOVE NATURE-EDITIQUE TO SPL-Nature
           MOVE DESTINATAIRE-EDITIQUE TO SPL-Destinataire
           MOVE FS-DATA TO SPL-Texte
           WRITE SPL-ENREG
           .

       FIN-PGM.
           STOP RUN.
