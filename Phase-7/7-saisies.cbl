      *          recouvree, levee) est tenu dans le master 7-saisies.idx
      *          et pilote par le fichier de transactions
      *          7-saisies-maj.dat ; un recouvrement est impute au
      *          livre des soldes comme un paiement. Un solde dont
      *          l'action en recouvrement est prescrite
      *          (SOL-Date-Prescription, tenue par 7-PRESCRIPTION)
      *          est refuse : il releve de la non-valeur. Un solde
      *          anterieur au jugement d'une procedure collective ou
      *          de surendettement en cours (7-procedures.idx) est
      *          ecarte de la selection : la poursuite individuelle
      *          est interdite. Faute de RIB utilisable du chef de
      *          foyer, l'avis vise le compte d'un codebiteur
      *          solidaire du foyer (4-foyers.dat), pour les seuls
      *          millesimes que ne couvre pas une decharge de
      *          solidarite accordee (7-decharges-solidarite.idx).
      *          Le codebiteur lui-meme sous procedure collective ou
      *          de surendettement n'engage pas les millesimes
      *          anterieurs a son jugement ; couvert par une mesure
      *          catastrophe naturelle avec gel des poursuites, il
      *          n'est pas saisi.
      *          Les avis sont regroupes par service des impots des
      *          particuliers gestionnaire du dossier du debiteur
      *          (C-Sip, 7-TRANSFERTS-SIP). Un contribuable couvert
      *          par une mesure catastrophe naturelle en vigueur avec
      *          gel des poursuites (7-sinistres.idx, 7-CATASTROPHES)
      *          est ecarte de la selection jusqu'a la date de fin de
      *          la mesure. Chaque avis est aussi depose dans le flux
      *          d'impression commun (7-editique.dat, 7-EDITIQUE).
      *          La formulation de l'avis (saisie bancaire ou sur
      *          salaire) est prise dans le modele en vigueur a la date
      *          d'emission (7-modeles.idx, 7-MODELES-MAJ), la mise en
      *          page standard a defaut.
      *          Chaque avis est inscrit a l'historique des contacts du
      *          titulaire du compte saisi (7-historique-contacts.idx,
      *          7-CONTACTS-ENTRANTS).
      *          Faute de RIB du chef de foyer, le tiers vise est pris
      *          au master des tiers detenteurs (7-tiers-detenteurs.idx,
      *          tenu par 7-FICOBA) : un compte ouvert signale par le
      *          fichier des comptes bancaires d'abord, puis, apres les
      *          codebiteurs solidaires, un employeur ouvert.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS RIB-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-RIB.

      *    Tiers detenteurs connus (7-FICOBA) : comptes bancaires
      *    signales par FICOBA, employeurs rattaches
           SELECT F-TIERS ASSIGN TO "7-tiers-detenteurs.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TDT-Cle
                   FILE STATUS IS WS-STATUT-TIERS.

      *    Plans de reglement (7-DELAIS-PAIEMENT) : un plan actif
      *    ecarte le debiteur de l'execution forcee, comme il
      *    suspend deja la relance dans 7-RELANCES
                   RECORD KEY IS PLN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-PLANS.

      *    Procedures collectives et surendettement
      *    (7-PROCEDURES-COLLECTIVES) : les soldes ouverts au plus
      *    tard le jour du jugement sont geles tant que la procedure
      *    n'est pas close
           SELECT F-PROCEDURES ASSIGN TO "7-procedures.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PRC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-PROCEDURES.

      *    Foyers fiscaux : conjoints et partenaires codebiteurs
      *    solidaires du chef de foyer
           SELECT F-FOYERS ASSIGN TO "4-foyers.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FOYERS.

      *    Decharges de solidarite (7-DECHARGES-SOLIDARITE)
           SELECT F-DECHARGES ASSIGN TO "7-decharges-solidarite.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DCH-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-DECHARGES.

      *    Master des contribuables : identite du codebiteur
           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

      *    Contribuables couverts par une mesure catastrophe
      *    naturelle (7-CATASTROPHES)
           SELECT F-SINISTRES ASSIGN TO "7-sinistres.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SIN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SINISTRES.

      *    Delai (en jours apres le dernier avis) et minimum legal
      *    laisse au debiteur
           SELECT F-PARAM ASSIGN TO "0-saisies.param"
                   FILE STATUS IS WS-STATUT-ECHEANCE.

      *    Avis a tiers detenteur emis
      *    Flux d'impression commun remis a l'imprimeur (7-EDITIQUE)
           SELECT F-EDITIQUE ASSIGN TO "7-editique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EDITIQUE.

           SELECT FS ASSIGN TO "7-saisies.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Regroupement des lignes d'avis par SIP gestionnaire
           SELECT TRI-SIP ASSIGN TO DISK.

      *    Modeles de lettres versionnes (7-MODELES-MAJ)
           SELECT F-MODELES ASSIGN TO "7-modeles.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MOD-Cle
                   FILE STATUS IS WS-STATUT-MODELES.

      *    Historique des contacts du contribuable (7-CONTACTS-
      *    ENTRANTS) : chaque document emis y est inscrit
           SELECT F-HISTORIQUE ASSIGN TO "7-historique-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HCT-Cle
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

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

      *    Cycle de vie : E = emise, A = accusee par le tiers,
      *    R = recouvree, L = levee (mainlevee). La saisie reste
      *    tenue au numero du chef de foyer, dont elle apure les
      *    soldes ; Codebiteur = numero du membre solidaire dont le
      *    compte est saisi (zero : saisie sur le chef)
       FD  F-SAISIES.
       01  SAI-ENREG.
           05 SAI-Numero-Fiscal PIC 9(13).
           05 SAI-Date-Emission PIC 9(8).
           05 SAI-Date-Etat     PIC 9(8).
           05 SAI-Montant-Recouvre PIC 9(6)V99.
           05 SAI-Codebiteur    PIC 9(13).

       FD  F-SAISIES-MAJ.
       01  SM-ENREG.
               88 RIB-Actif         VALUE "A".
               88 RIB-Inutilisable  VALUE "I".

      *    Meme disposition que TDT-ENREG dans 7-FICOBA.cbl, qui
      *    alimente ce fichier
       FD  F-TIERS.
       01  TDT-ENREG.
           05 TDT-Cle.
               10 TDT-Numero-Fiscal PIC 9(13).
               10 TDT-Rang          PIC 9(2).
           05 TDT-Nature        PIC X(1).
               88 TDT-Nature-Banque    VALUE "B".
               88 TDT-Nature-Employeur VALUE "E".
           05 TDT-Compte.
               10 TDT-Banque        PIC X(5).
               10 TDT-Guichet       PIC X(5).
               10 TDT-Numero-Compte PIC X(11).
           05 TDT-Siret         PIC 9(14).
           05 TDT-Etat          PIC X(1).
               88 TDT-Etat-Ouvert   VALUE "O".
               88 TDT-Etat-Clos     VALUE "C".
           05 TDT-Date-Etat     PIC 9(8).
           05 TDT-Date-Maj      PIC 9(8).

      *    Meme disposition que PLN-ENREG dans 7-DELAIS-PAIEMENT.cbl,
      *    qui alimente ce fichier
       FD  F-PLANS.
           05 PLN-Niveau-Suspendu PIC 9(1).
           05 PLN-Date-Etat     PIC 9(8).

      *    Meme disposition que PRC-ENREG dans
      *    7-PROCEDURES-COLLECTIVES.cbl, qui alimente ce fichier
       FD  F-PROCEDURES.
       01  PRC-ENREG.
           05 PRC-Numero-Fiscal PIC 9(13).
           05 PRC-Type          PIC X(1).
           05 PRC-Juridiction   PIC X(30).
           05 PRC-Date-Ouverture PIC 9(8).
           05 PRC-Mandataire    PIC X(30).
           05 PRC-Etat          PIC X(1).
               88 PRC-Etat-Close     VALUE "C".
           05 PRC-Declaration.
               10 PRC-Date-Limite      PIC 9(8).
               10 PRC-Date-Declaration PIC 9(8).
               10 PRC-Montant-Declare  PIC 9(8)V99.
           05 PRC-Plan.
               10 PRC-Nb-Echeances     PIC 9(3).
               10 PRC-Montant-Echeance PIC 9(8)V99.
               10 PRC-Date-Debut-Plan  PIC 9(8).
               10 PRC-Paye-Initial     PIC 9(8)V99.
           05 PRC-Cloture.
               10 PRC-Date-Cloture     PIC 9(8).
               10 PRC-Decision         PIC X(20).
               10 PRC-Effacement       PIC X(1).
                   88 PRC-Dettes-Effacees VALUE "O".
           05 PRC-Date-Etat     PIC 9(8).

      *    Meme disposition que FOY-ENREG dans 5-ROLES.cbl
       FD  F-FOYERS.
       01  FOY-ENREG.
           05 FOY-Identifiant      PIC 9(6).
           05 FOY-Numero-Fiscal    PIC 9(13).
           05 FOY-Role             PIC X(1).
               88 FOY-Role-Chef        VALUE "C".
               88 FOY-Role-Membre      VALUE "M".
           05 FOY-Parts            PIC 9V9.
           05 FOY-Solidaire        PIC X(1).
               88 FOY-Codebiteur       VALUE "O".

      *    Meme disposition que DCH-ENREG dans
      *    7-DECHARGES-SOLIDARITE.cbl, qui alimente ce fichier
       FD  F-DECHARGES.
       01  DCH-ENREG.
           05 DCH-Numero-Fiscal      PIC 9(13).
           05 DCH-Numero-Fiscal-Chef PIC 9(13).
           05 DCH-Motif              PIC X(1).
           05 DCH-Date-Demande       PIC 9(8).
           05 DCH-Annee-Debut        PIC 9(4).
           05 DCH-Annee-Fin          PIC 9(4).
           05 DCH-Restant-Demande    PIC 9(8)V99.
           05 DCH-Etat               PIC X(1).
               88 DCH-Etat-Accordee      VALUE "A".
           05 DCH-Date-Decision      PIC 9(8).
           05 DCH-Reference-Decision PIC X(20).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl, qui alimente ce fichier
       FD  F-CONTRIBUABLES.
       01  C-CONTRIBUABLES-ENREG.
           05 C-Numero-Fiscal PIC 9(13).
           05 C-Identite-Suite.
               10 C-Prenom PIC X(15).
               10 C-Nom PIC X(11).
               10 C-Code-Insee PIC 9(5).
           05 C-Parts PIC 9v9.
           05 C-Statut PIC X(1).
           05 C-Sip PIC X(5).

      *    Meme disposition que SIN-ENREG dans 7-CATASTROPHES.cbl
       FD  F-SINISTRES.
       01  SIN-ENREG.
           05 SIN-Numero-Fiscal    PIC 9(13).
           05 SIN-Code-Insee       PIC 9(5).
           05 SIN-Origine          PIC X(1).
           05 SIN-Reference        PIC X(12).
           05 SIN-Date-Debut       PIC 9(8).
           05 SIN-Date-Fin         PIC 9(8).
           05 SIN-Mesures.
               10 SIN-Jours-Report         PIC 9(3).
               10 SIN-Gel-Relances         PIC X(1).
                   88 SIN-Avec-Gel             VALUE "O".
               10 SIN-Remise-Penalites     PIC X(1).
               10 SIN-Report-Prelevements  PIC X(1).

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Jours-Apres-Dernier-Avis PIC 9(3).
           05 DEL-Jours-Niveau-1 PIC 9(3).
           05 DEL-Jours-Niveau-2 PIC 9(3).
           05 DEL-Jours-Niveau-3 PIC 9(3).
           05 DEL-Niveau-Solidarite PIC 9(1).

       FD  F-ECHEANCE.
       01  ECH-ENREG.
       FD  FS.
       01  FS-DATA PIC X(80).

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

      *    Numero d'ordre : les lignes d'un avis restent dans l'ordre
      *    d'impression a l'interieur d'un service
       SD  TRI-SIP.
       01  TS-DATA.
           05 TS-Sip          PIC X(5).
           05 TS-Sequence     PIC 9(8).
           05 TS-Ligne        PIC X(80).

      *    Meme disposition que MOD-ENREG dans 7-modeles-maj.cbl
       FD  F-MODELES.
       01  MOD-ENREG.
           05 MOD-Cle.
               10 MOD-Type          PIC X(2).
               10 MOD-Niveau        PIC 9(1).
               10 MOD-Date-Effet    PIC 9(8).
               10 MOD-Ligne         PIC 9(3).
           05 MOD-Texte         PIC X(80).

      *    Meme disposition que HCT-ENREG dans 7-contacts-entrants.cbl
       FD  F-HISTORIQUE.
       01  HCT-ENREG.
           05 HCT-Cle.
               10 HCT-Numero-Fiscal PIC 9(13).
               10 HCT-Date          PIC 9(8).
               10 HCT-Heure         PIC 9(6).
               10 HCT-Sequence      PIC 9(4).
           05 HCT-Sens          PIC X(1).
               88 HCT-Sens-Sortant  VALUE "S".
               88 HCT-Sens-Entrant  VALUE "E".
           05 HCT-Canal         PIC X(1).
           05 HCT-Document      PIC X(2).
           05 HCT-Programme     PIC X(24).
           05 HCT-Operateur     PIC X(8).
           05 HCT-Resume        PIC X(60).
           05 HCT-Date-Limite   PIC 9(8).
           05 HCT-Etat          PIC X(1).
           05 HCT-Date-Reponse  PIC 9(8).

       WORKING-STORAGE SECTION.

       01  Affichage.
               10 FILLER PIC X VALUE ':'.
               10 ATD-Nom-Prenom PIC X(30).

      *    Avis vise a un codebiteur : foyer du chef poursuivi
           05 ARTICLE-ATD-SOLIDAIRE.
               10 FILLER PIC X(20) VALUE 'Solidaire du foyer'.
               10 FILLER PIC X VALUE ':'.
               10 ATD-Numero-Fiscal-Chef PIC 9(13).

           05 ARTICLE-ATD-TIERS.
               10 FILLER PIC X(20) VALUE 'Tiers detenteur'.
               10 FILLER PIC X VALUE ':'.

           05 ARTICLE-ATD-VIDE PIC X(40) VALUE SPACE.

           05 ARTICLE-ATD-SIP.
               10 FILLER PIC X(20) VALUE 'SIP gestionnaire'.
               10 FILLER PIC X VALUE ':'.
               10 ATD-Sip PIC X(16).

           05 ARTICLE-ATD-SIP-LIGNE PIC X(40) VALUE ALL '='.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-SOLDES               PIC  X(01) VALUE  SPACE.
           05  RIB-DISPONIBLE           PIC 9(1) VALUE 0.
               88  RIB-EST-DISPONIBLE             VALUE 1.
               88  RIB-EST-ABSENT                 VALUE 0.
           05  NUMERO-TITULAIRE         PIC 9(13) VALUE 0.
      *    Compte ou employeur du chef pris au master des tiers
      *    detenteurs ; master absent = employeur a identifier
           05  WS-STATUT-TIERS          PIC X(02) VALUE SPACE.
               88  STATUT-TIERS-ABSENT            VALUE "35".
           05  FIN-TIERS                PIC X(01) VALUE SPACE.
               88  FF-TDT                         VALUE HIGH-VALUE.
           05  TIERS-MASTER             PIC X(1) VALUE SPACE.
               88  TIERS-BANQUE-FICOBA            VALUE "B".
               88  TIERS-EMPLOYEUR-CONNU          VALUE "E".
               88  TIERS-NON-TROUVE               VALUE SPACE.
           05  COMPTE-FICOBA            PIC X(21) VALUE SPACE.
           05  SIRET-EMPLOYEUR          PIC 9(14) VALUE 0.
           05  COMPTE-SAISI             PIC X(34) VALUE SPACE.
           05  CPT-SAISIES-FICOBA       PIC 9(6) VALUE 0.
           05  CPT-SAISIES-EMPLOYEUR    PIC 9(6) VALUE 0.

      *    Solidarite : faute de RIB du chef, le compte d'un
      *    codebiteur non decharge est saisi a hauteur des millesimes
      *    qui l'engagent ; tables et masters absents = saisie sur le
      *    chef seul
       1   SOLIDARITE-WORKING-MANAGER.
           05  NB-FOYERS                PIC 9(3) VALUE 0.
           05  IDX-FOYER                PIC 9(3) VALUE 0.
           05  FOYERS-MAX               PIC 9(3) VALUE 500.
           05  MEMBRE-FOYER OCCURS 500 TIMES.
               10  FT-IDENTIFIANT       PIC 9(6).
               10  FT-NUMERO-FISCAL     PIC 9(13).
               10  FT-ROLE              PIC X(1).
               10  FT-SOLIDAIRE         PIC X(1).
           05  CPT-FOYERS-DEBORDEMENT   PIC 9(3) VALUE 0.
           05  FOYER-CHEF               PIC 9(6) VALUE 0.
           05  WS-STATUT-FOYERS         PIC X(02) VALUE SPACE.
               88  STATUT-FOYERS-ABSENT           VALUE "35".
           05  FIN-FOYERS               PIC X(01) VALUE SPACE.
               88  FF-FOYERS                      VALUE HIGH-VALUE.
           05  WS-STATUT-DECHARGES      PIC X(02) VALUE SPACE.
               88  STATUT-DECHARGES-ABSENT        VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  NIVEAU-SOLIDARITE        PIC 9(1) VALUE 2.
           05  CODEBITEUR-SAISI         PIC 9(13) VALUE 0.
           05  NOM-CODEBITEUR           PIC X(11) VALUE SPACE.
           05  PRENOM-CODEBITEUR        PIC X(15) VALUE SPACE.
           05  BASE-SAISIE              PIC 9(8)V99 VALUE 0.
           05  RESTANT-CODEBITEUR       PIC 9(8)V99 VALUE 0.
           05  DECHARGE-DEBUT           PIC 9(4) VALUE 0.
           05  DECHARGE-FIN             PIC 9(4) VALUE 0.
           05  CPT-SAISIES-CODEBITEURS  PIC 9(6) VALUE 0.
           05  CPT-CODEBITEURS-GELES    PIC 9(6) VALUE 0.
           05  MILLESIMES-GELES         PIC 9(2) VALUE 0.
      *    Restes ouverts du debiteur en cours, par millesime ; au-
      *    dela de la table, le reste n'engage que le chef
           05  NB-ANNEES-DEBITEUR       PIC 9(2) VALUE 0.
           05  IDX-ANNEE                PIC 9(2) VALUE 0.
           05  ANNEES-MAX               PIC 9(2) VALUE 50.
           05  ANNEE-DEBITEUR OCCURS 50 TIMES.
               10  DA-ANNEE             PIC 9(4).
               10  DA-RESTANT           PIC 9(6)V99.
               10  DA-DATE-OUVERTURE    PIC 9(8).

      *    Delai par defaut : 30 jours apres le dernier avis, minimum
      *    legal laisse au debiteur 565 euros (solde bancaire
               88  PLAN-EST-ACTIF                 VALUE 1.
               88  PLAN-EST-SANS-EFFET            VALUE 0.
           05  CPT-SAISIES-SUSPENDUES   PIC 9(6) VALUE 0.
           05  CPT-SOLDES-PRESCRITS     PIC 9(6) VALUE 0.

      *    Master des procedures absent : aucun solde gele
       1   PROCEDURES-WORKING-MANAGER.
           05  WS-STATUT-PROCEDURES     PIC X(02) VALUE SPACE.
               88  STATUT-PROCEDURES-ABSENT       VALUE "35".
           05  SOLDE-GELE               PIC 9(1) VALUE 0.
               88  SOLDE-EST-GELE                 VALUE 1.
               88  SOLDE-EST-LIBRE                VALUE 0.
           05  CPT-SOLDES-GELES         PIC 9(6) VALUE 0.
      *    Contribuable examine (debiteur du solde ou codebiteur) et
      *    date d'ouverture du solde confrontee au jugement
           05  NUMERO-GEL               PIC 9(13) VALUE 0.
           05  OUVERTURE-GEL            PIC 9(8) VALUE 0.

      *    Index des sinistres absent : aucune mesure catastrophe
       1   SINISTRES-WORKING-MANAGER.
           05  WS-STATUT-SINISTRES      PIC X(02) VALUE SPACE.
               88  STATUT-SINISTRES-ABSENT        VALUE "35".
           05  CPT-SOLDES-SINISTRES     PIC 9(6) VALUE 0.

       1   PARAM-WORKING-MANAGER.
           05  JOURS-APRES-DERNIER-AVIS PIC 9(3) VALUE 30.
               88  STATUT-ECHEANCE-ABSENT         VALUE "35".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.

      *    Service gestionnaire du dossier ; blanc = contribuable
      *    pas encore rattache (regroupe sous 'non attribue')
       1   SIP-WORKING-MANAGER.
           05  SIP-AVIS                 PIC X(5) VALUE SPACE.
           05  SIP-COURANT              PIC X(5) VALUE SPACE.
           05  SEQUENCE-LIGNE           PIC 9(8) VALUE 0.
           05  CPT-SERVICES             PIC 9(4) VALUE 0.
           05  FIN-TRI-SIP              PIC X(01) VALUE SPACE.
               88  FF-TRI-SIP                     VALUE HIGH-VALUE.

       1   SELECTION-WORKING-MANAGER.
           05  JOURS-ECHEANCE           PIC 9(8) VALUE 0.
           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.
               88  DEB-EST-QUALIFIE               VALUE 1.
               88  DEB-EST-NON-QUALIFIE           VALUE 0.

      *    Depot des documents dans le flux d'impression : lot =
      *    date et heure du passage, un numero par document
       1   EDITIQUE-WORKING-MANAGER.
           05  WS-STATUT-EDITIQUE       PIC X(02) VALUE SPACE.
               88  STATUT-EDITIQUE-ABSENT         VALUE "35".
           05  LOT-EDITIQUE.
               10  LOT-DATE             PIC 9(8) VALUE 0.
               10  LOT-HEURE            PIC 9(6) VALUE 0.
           05  HEURE-EDITIQUE           PIC 9(8) VALUE 0.
           05  TYPE-EDITIQUE            PIC X(2) VALUE "SA".
           05  DOCUMENT-EDITIQUE        PIC 9(6) VALUE 0.
           05  LIGNE-EDITIQUE           PIC 9(4) VALUE 0.
           05  NATURE-EDITIQUE          PIC X(1) VALUE "C".
           05  DESTINATAIRE-EDITIQUE    PIC 9(13) VALUE 0.

      *    Modele de lettre en vigueur a la date d'emission
      *    (7-modeles.idx) ; master absent ou aucune version en
      *    vigueur = mise en page standard du programme
       1   MODELE-WORKING-MANAGER.
           05  WS-STATUT-MODELES        PIC X(02) VALUE SPACE.
               88  STATUT-MODELES-ABSENT          VALUE "35".
           05  FIN-MODELES              PIC X(01) VALUE SPACE.
               88  FF-MODELES                     VALUE HIGH-VALUE.
           05  DATE-EMISSION            PIC 9(8) VALUE 0.
           05  TYPE-MODELE              PIC X(2) VALUE "SA".
           05  NIVEAU-MODELE            PIC 9(1) VALUE 1.
           05  MODELE-CHARGE.
               10  MCH-Type             PIC X(2) VALUE SPACE.
               10  MCH-Niveau           PIC 9(1) VALUE 0.
           05  DATE-MODELE              PIC 9(8) VALUE 0.
           05  NB-LIGNES-MODELE         PIC 9(3) VALUE 0.
           05  IDX-MODELE               PIC 9(3) VALUE 0.
           05  LIGNES-MODELE-MAX        PIC 9(3) VALUE 60.
           05  LIGNE-MODELE OCCURS 60 TIMES PIC X(80).
      *    Variables substituees : &XXX dans le texte ; une ligne
      *    ?XXX n'est imprimee que si la variable XXX est garnie
           05  NB-VARIABLES             PIC 9(2) VALUE 0.
           05  IDX-VARIABLE             PIC 9(2) VALUE 0.
           05  VARIABLES-MAX            PIC 9(2) VALUE 20.
           05  VARIABLE-MODELE OCCURS 20 TIMES.
               10  VAR-Code             PIC X(3).
               10  VAR-Valeur           PIC X(40).
           05  CODE-VARIABLE            PIC X(3) VALUE SPACE.
           05  VALEUR-VARIABLE          PIC X(40) VALUE SPACE.
           05  MONTANT-VARIABLE         PIC -(9)9.99.
           05  VARIABLE-TROUVEE         PIC 9(1) VALUE 0.
               88  VARIABLE-EST-CONNUE            VALUE 1.
               88  VARIABLE-EST-INCONNUE          VALUE 0.
           05  LIGNE-FUSIONNEE          PIC X(100) VALUE SPACE.
           05  PTR-FUSION               PIC 9(3) VALUE 1.
           05  POS-MODELE               PIC 9(3) VALUE 0.
           05  LIGNE-RETENUE            PIC 9(1) VALUE 1.
               88  LIGNE-EST-IMPRIMEE             VALUE 1.
               88  LIGNE-EST-OMISE                VALUE 0.
           05  CPT-LETTRES-MODELE       PIC 9(6) VALUE 0.

      *    Inscription des documents emis a l'historique des
      *    contacts ; canal C = courrier, N = notification en ligne
       1   HISTORIQUE-WORKING-MANAGER.
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".
           05  DATE-CONTACT             PIC 9(8) VALUE 0.
           05  HEURE-DU-CONTACT         PIC 9(8) VALUE 0.
           05  HEURE-CONTACT            PIC 9(6) VALUE 0.
           05  SEQUENCE-CONTACT-MAX     PIC 9(4) VALUE 9999.
           05  NUMERO-CONTACT           PIC 9(13) VALUE 0.
           05  CANAL-CONTACT            PIC X(1) VALUE "C".
           05  DOCUMENT-CONTACT         PIC X(2) VALUE "SA".
           05  RESUME-CONTACT           PIC X(60) VALUE SPACE.
           05  CONTACT-INSCRIT          PIC 9(1) VALUE 0.
               88  CONTACT-EST-INSCRIT            VALUE 1.
               88  CONTACT-A-INSCRIRE             VALUE 0.
           05  CPT-CONTACTS             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-PARAMETRES
           PERFORM LIRE-DELAIS
           PERFORM LIRE-DATE-ECHEANCE
           PERFORM CHARGER-FOYERS

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           ELSE
               PERFORM OUVRIR-MASTER-SAISIES
               OPEN INPUT F-RIB
               OPEN INPUT F-TIERS
               OPEN INPUT F-PLANS
               OPEN INPUT F-PROCEDURES
               OPEN INPUT F-DECHARGES
               OPEN INPUT F-CONTRIBUABLES
               OPEN INPUT F-SINISTRES
               OPEN INPUT F-MODELES
               MOVE DATE-DU-JOUR TO DATE-EMISSION

      *        D'abord le cycle de vie des saisies en cours, ensuite
      *        la selection des nouveaux dossiers
               PERFORM APPLIQUER-TRANSACTIONS

               OPEN OUTPUT FS
               PERFORM OUVRIR-EDITIQUE
               PERFORM OUVRIR-HISTORIQUE
               SORT TRI-SIP
                   ON ASCENDING KEY TS-Sip TS-Sequence
                   INPUT PROCEDURE SELECTIONNER-SOLDES
                   OUTPUT PROCEDURE EDITER-PAR-SIP
               CLOSE FS F-EDITIQUE F-HISTORIQUE

               CLOSE F-SOLDES F-SAISIES
               IF NOT STATUT-RIB-ABSENT THEN
                   CLOSE F-RIB
               END-IF
               IF NOT STATUT-TIERS-ABSENT THEN
                   CLOSE F-TIERS
               END-IF
               IF NOT STATUT-PLANS-ABSENT THEN
                   CLOSE F-PLANS
               END-IF
               IF NOT STATUT-PROCEDURES-ABSENT THEN
                   CLOSE F-PROCEDURES
               END-IF
               IF NOT STATUT-DECHARGES-ABSENT THEN
                   CLOSE F-DECHARGES
               END-IF
               IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
                   CLOSE F-CONTRIBUABLES
               END-IF
               IF NOT STATUT-SINISTRES-ABSENT THEN
                   CLOSE F-SINISTRES
               END-IF
               IF NOT STATUT-MODELES-ABSENT THEN
                   CLOSE F-MODELES
               END-IF

               DISPLAY "7-SAISIES : " CPT-SAISIES-EMISES
                       " avis emis (total " TOTAL-SAISIES-EMISES
                       CPT-RECOUVREMENTS " recouvrement(s), total "
                       TOTAL-RECOUVRE ", " CPT-SAISIES-SUSPENDUES
                       " suspendue(s) (plan de reglement)"
               IF CPT-SOLDES-PRESCRITS > 0 THEN
                   DISPLAY "7-SAISIES : " CPT-SOLDES-PRESCRITS
                           " solde(s) prescrit(s) refuse(s) a la"
                           " saisie (voir 7-NON-VALEURS)"
               END-IF
               IF CPT-SOLDES-GELES > 0 THEN
                   DISPLAY "7-SAISIES : " CPT-SOLDES-GELES
                           " solde(s) gele(s) par une procedure"
                           " collective ou de surendettement"
               END-IF
               IF CPT-SOLDES-SINISTRES > 0 THEN
                   DISPLAY "7-SAISIES : " CPT-SOLDES-SINISTRES
                           " solde(s) gele(s) par une mesure"
                           " catastrophe naturelle"
               END-IF
               IF CPT-SAISIES-CODEBITEURS > 0 THEN
                   DISPLAY "7-SAISIES : " CPT-SAISIES-CODEBITEURS
                           " avis vise(s) au compte d'un codebiteur"
                           " solidaire"
               END-IF
               IF CPT-CODEBITEURS-GELES > 0 THEN
                   DISPLAY "7-SAISIES : " CPT-CODEBITEURS-GELES
                           " codebiteur(s) ecarte(s) (procedure"
                           " collective ou catastrophe naturelle)"
               END-IF
               IF CPT-SAISIES-FICOBA > 0
                  OR CPT-SAISIES-EMPLOYEUR > 0 THEN
                   DISPLAY "7-SAISIES : " CPT-SAISIES-FICOBA
                           " avis vise(s) a un compte FICOBA, "
                           CPT-SAISIES-EMPLOYEUR
                           " a un employeur connu"
               END-IF
               IF CPT-LETTRES-MODELE > 0 THEN
                   DISPLAY "7-SAISIES : " CPT-LETTRES-MODELE
                           " avis compose(s) sur modele"
               END-IF
               IF CPT-CONTACTS > 0 THEN
                   DISPLAY "7-SAISIES : " CPT-CONTACTS
                           " avis inscrit(s) a l'historique des"
                           " contacts"
               END-IF
               IF CPT-FOYERS-DEBORDEMENT > 0 THEN
                   DISPLAY "7-SAISIES : table des foyers pleine, "
                           CPT-FOYERS-DEBORDEMENT
                           " membre(s) ignore(s)"
               END-IF
           END-IF

           PERFORM FIN-PGM
                               " niveau 3 par defaut conserve"
                   NOT AT END
                       MOVE DEL-Jours-Niveau-3 TO JOURS-NIVEAU-3
      *    Niveau de solidarite facultatif (parametre a trois champs) ;
      *    au-dela de 3, les codebiteurs ne sont pas poursuivis
                       IF DEL-Niveau-Solidarite IS NUMERIC
                          AND DEL-Niveau-Solidarite > 0 THEN
                           MOVE DEL-Niveau-Solidarite
                               TO NIVEAU-SOLIDARITE
                       END-IF
               END-READ
               CLOSE F-DELAIS
           END-IF
           .

       CHARGER-FOYERS.

           OPEN INPUT F-FOYERS

           IF STATUT-FOYERS-ABSENT THEN
               DISPLAY "4-foyers.dat introuvable, aucun codebiteur"
                       " solidaire saisi"
           ELSE
               PERFORM UNTIL FF-FOYERS
                   READ F-FOYERS
                       AT END
                           SET FF-FOYERS TO TRUE
                       NOT AT END
                           IF NB-FOYERS < FOYERS-MAX THEN
                               ADD 1 TO NB-FOYERS
                               MOVE FOY-Identifiant
                                   TO FT-IDENTIFIANT(NB-FOYERS)
                               MOVE FOY-Numero-Fiscal
                                   TO FT-NUMERO-FISCAL(NB-FOYERS)
                               MOVE FOY-Role TO FT-ROLE(NB-FOYERS)
                               MOVE FOY-Solidaire
                                   TO FT-SOLIDAIRE(NB-FOYERS)
                           ELSE
                               ADD 1 TO CPT-FOYERS-DEBORDEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-FOYERS
           END-IF
           .

       LIRE-DATE-ECHEANCE.

           OPEN INPUT F-ECHEANCE
               ADD PART-IMPUTEE TO SOL-Paye
               SUBTRACT PART-IMPUTEE FROM RESTE-A-IMPUTER
               PERFORM RECALCULER-RESTANT-SOLDE
               PERFORM INTERROMPRE-PRESCRIPTION
               IF SM-Date > SOL-Date-Dernier-Paiement THEN
                   MOVE SM-Date TO SOL-Date-Dernier-Paiement
               END-IF
               REWRITE SOL-ENREG
           END-IF
           .

      *    Un recouvrement partiel interrompt la prescription du
      *    solde reste ouvert (meme regle que 7-PAIEMENTS)
       INTERROMPRE-PRESCRIPTION.

           IF SOL-Restant > 0
              AND SM-Date > SOL-Date-Interruption THEN
               MOVE SM-Date TO SOL-Date-Interruption
               COMPUTE SOL-Date-Prescription =
                       SOL-Date-Interruption + 40000
           END-IF
           .

      *    Meme calcul que RECALCULER-RESTANT de 7-PAIEMENTS, ordre
      *    d'imputation legal compris (frais de gestion d'abord, puis
      *    majoration, puis principal)
           END-IF
           SUBTRACT SOL-Interets-Payes FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Interet-Retard-Impose THEN
               MOVE SOL-Interet-Retard-Impose
                   TO SOL-Interet-Retard-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Interet-Retard-Paye
           END-IF
           SUBTRACT SOL-Interet-Retard-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Manquement-Impose THEN
               MOVE SOL-Manquement-Impose TO SOL-Manquement-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Manquement-Paye
           END-IF
           SUBTRACT SOL-Manquement-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Principal-Impose THEN
               MOVE SOL-Principal-Impose TO SOL-Principal-Paye
           ELSE
                           MOVE SOL-Prenom TO DEB-PRENOM
                           MOVE SOL-Nom TO DEB-NOM
                       END-IF
      *                Un solde sous sursis de paiement ou gele par
      *                une procedure collective ou une mesure
      *                catastrophe naturelle est ecarte de
      *                l'execution forcee, un solde prescrit est
      *                refuse
                       SET SOLDE-EST-LIBRE TO TRUE
                       IF SOL-Restant > 0 THEN
                           MOVE SOL-Numero-Fiscal TO NUMERO-GEL
                           MOVE SOL-Date-Ouverture TO OUVERTURE-GEL
                           PERFORM CHERCHER-PROCEDURE
                           IF SOLDE-EST-GELE THEN
                               ADD 1 TO CPT-SOLDES-GELES
                           ELSE
                               PERFORM CHERCHER-SINISTRE
                               IF SOLDE-EST-GELE THEN
                                   ADD 1 TO CPT-SOLDES-SINISTRES
                               END-IF
                           END-IF
                       END-IF
                       IF SOL-Restant > 0
                          AND SOL-Date-Prescription > 0
                          AND SOL-Date-Prescription <= DATE-DU-JOUR
                          THEN
                           ADD 1 TO CPT-SOLDES-PRESCRITS
                       END-IF
                       IF SOL-Restant > 0
                          AND NOT SOL-Sursis-Actif
                          AND SOLDE-EST-LIBRE
                          AND (SOL-Date-Prescription = 0
                           OR SOL-Date-Prescription > DATE-DU-JOUR)
                          THEN
                           ADD SOL-Restant TO DEB-RESTANT-TOTAL
                           IF NB-ANNEES-DEBITEUR < ANNEES-MAX THEN
                               ADD 1 TO NB-ANNEES-DEBITEUR
                               MOVE SOL-Annee
                                   TO DA-ANNEE(NB-ANNEES-DEBITEUR)
                               MOVE SOL-Restant
                                   TO DA-RESTANT(NB-ANNEES-DEBITEUR)
                               MOVE SOL-Date-Ouverture TO
                                   DA-DATE-OUVERTURE(NB-ANNEES-DEBITEUR)
                           END-IF
                           IF SOL-Niveau-Relance = 3 THEN
                               SET DEB-EST-QUALIFIE TO TRUE
                           END-IF
           END-IF

           MOVE 0 TO DEB-RESTANT-TOTAL
           MOVE 0 TO NB-ANNEES-DEBITEUR
           SET DEB-EST-NON-QUALIFIE TO TRUE
           .

           END-IF
           .

      *    Une procedure collective ou de surendettement non close
      *    interdit toute poursuite individuelle sur les soldes
      *    ouverts au plus tard le jour du jugement
       CHERCHER-PROCEDURE.

           SET SOLDE-EST-LIBRE TO TRUE

           IF NOT STATUT-PROCEDURES-ABSENT THEN
               MOVE NUMERO-GEL TO PRC-Numero-Fiscal
               READ F-PROCEDURES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PRC-Etat-Close
                          AND OUVERTURE-GEL
                              NOT > PRC-Date-Ouverture THEN
                           SET SOLDE-EST-GELE TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      *    Gel des poursuites accorde par une mesure catastrophe
      *    naturelle, entre sa date de debut et sa date de fin
       CHERCHER-SINISTRE.

           IF NOT STATUT-SINISTRES-ABSENT THEN
               MOVE NUMERO-GEL TO SIN-Numero-Fiscal
               READ F-SINISTRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIN-Avec-Gel
                          AND DATE-DU-JOUR NOT < SIN-Date-Debut
                          AND DATE-DU-JOUR NOT > SIN-Date-Fin THEN
                           SET SOLDE-EST-GELE TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      *    Une saisie deja emise, accusee ou recouvree n'est pas
      *    reemise ; une saisie levee peut l'etre si le solde reste
      *    ouvert

       EMETTRE-UNE-SAISIE.

           MOVE DEB-RESTANT-TOTAL TO BASE-SAISIE
           MOVE 0 TO CODEBITEUR-SAISI

           MOVE DEBITEUR-EN-COURS TO NUMERO-TITULAIRE
           PERFORM CHERCHER-RIB

      *    Sans RIB du chef, un compte ouvert du chef signale par
      *    FICOBA est saisi en priorite
           SET TIERS-NON-TROUVE TO TRUE
           IF RIB-EST-ABSENT THEN
               PERFORM CHERCHER-TIERS-DETENTEUR
           END-IF

      *    Sans compte du chef, un codebiteur solidaire muni d'un RIB
      *    est saisi avant de se rabattre sur l'employeur du chef
           IF RIB-EST-ABSENT
              AND NOT TIERS-BANQUE-FICOBA
              AND NIVEAU-SOLIDARITE NOT > 3 THEN
               PERFORM CHERCHER-CODEBITEUR-SAISISSABLE
               IF CODEBITEUR-SAISI > 0 THEN
                   SET TIERS-NON-TROUVE TO TRUE
               END-IF
           END-IF

           MOVE SPACE TO COMPTE-SAISI
           IF RIB-EST-DISPONIBLE THEN
               MOVE RIB-IBAN TO COMPTE-SAISI
           END-IF
           IF TIERS-BANQUE-FICOBA THEN
               STRING COMPTE-FICOBA(1:5) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      COMPTE-FICOBA(6:5) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      COMPTE-FICOBA(11:11) DELIMITED BY SIZE
               INTO COMPTE-SAISI
           END-IF

      *    Le minimum legal reste acquis au debiteur : la saisie porte
      *    sur le reste du solde au-dela de ce minimum
           COMPUTE MONTANT-SAISISSABLE =
                   BASE-SAISIE - MINIMUM-INSAISISSABLE
           IF MONTANT-SAISISSABLE < 1 THEN
               MOVE BASE-SAISIE TO MONTANT-SAISISSABLE
           END-IF

           MOVE DEBITEUR-EN-COURS TO SAI-Numero-Fiscal
           SET SAI-Etat-Emise TO TRUE
           IF RIB-EST-DISPONIBLE OR TIERS-BANQUE-FICOBA THEN
               SET SAI-Tiers-Banque TO TRUE
           ELSE
               SET SAI-Tiers-Employeur TO TRUE
           MOVE DATE-DU-JOUR TO SAI-Date-Emission
           MOVE DATE-DU-JOUR TO SAI-Date-Etat
           MOVE 0 TO SAI-Montant-Recouvre
           MOVE CODEBITEUR-SAISI TO SAI-Codebiteur

           WRITE SAI-ENREG
               INVALID KEY

           ADD 1 TO CPT-SAISIES-EMISES
           ADD MONTANT-SAISISSABLE TO TOTAL-SAISIES-EMISES
           IF CODEBITEUR-SAISI > 0 THEN
               ADD 1 TO CPT-SAISIES-CODEBITEURS
           END-IF
           IF TIERS-BANQUE-FICOBA THEN
               ADD 1 TO CPT-SAISIES-FICOBA
           END-IF
           IF TIERS-EMPLOYEUR-CONNU THEN
               ADD 1 TO CPT-SAISIES-EMPLOYEUR
           END-IF
           .

       CHERCHER-RIB.
           SET RIB-EST-ABSENT TO TRUE

           IF NOT STATUT-RIB-ABSENT THEN
               MOVE NUMERO-TITULAIRE TO RIB-Numero-Fiscal
               READ F-RIB
                   INVALID KEY
                       SET RIB-EST-ABSENT TO TRUE
           END-IF
           .

      *    Tiers ouverts du chef au master des tiers detenteurs : le
      *    premier compte bancaire l'emporte, a defaut le premier
      *    employeur
       CHERCHER-TIERS-DETENTEUR.

           IF STATUT-TIERS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-TIERS
           MOVE DEBITEUR-EN-COURS TO TDT-Numero-Fiscal
           MOVE 0 TO TDT-Rang
           START F-TIERS KEY NOT < TDT-Cle
               INVALID KEY
                   SET FF-TDT TO TRUE
           END-START

           PERFORM UNTIL FF-TDT
               READ F-TIERS NEXT RECORD
                   AT END
                       SET FF-TDT TO TRUE
                   NOT AT END
                       IF TDT-Numero-Fiscal
                               NOT = DEBITEUR-EN-COURS THEN
                           SET FF-TDT TO TRUE
                       ELSE
                           IF TDT-Etat-Ouvert AND TDT-Nature-Banque
                              THEN
                               SET TIERS-BANQUE-FICOBA TO TRUE
                               MOVE TDT-Compte TO COMPTE-FICOBA
                               SET FF-TDT TO TRUE
                           END-IF
                           IF TDT-Etat-Ouvert AND TDT-Nature-Employeur
                              AND TIERS-NON-TROUVE THEN
                               SET TIERS-EMPLOYEUR-CONNU TO TRUE
                               MOVE TDT-Siret TO SIRET-EMPLOYEUR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      ******************************************************************
      *        SAISIE SUR LE COMPTE D'UN CODEBITEUR SOLIDAIRE

      *    Premier membre solidaire du foyer du chef qui reste engage
      *    sur un reste positif et dont le RIB est utilisable
       CHERCHER-CODEBITEUR-SAISISSABLE.

           MOVE 0 TO FOYER-CHEF
           MOVE 1 TO IDX-FOYER
           PERFORM UNTIL IDX-FOYER > NB-FOYERS
               IF FT-NUMERO-FISCAL(IDX-FOYER) = DEBITEUR-EN-COURS
                  AND FT-ROLE(IDX-FOYER) = "C" THEN
                   MOVE FT-IDENTIFIANT(IDX-FOYER) TO FOYER-CHEF
                   MOVE NB-FOYERS TO IDX-FOYER
               END-IF
               ADD 1 TO IDX-FOYER
           END-PERFORM

           IF FOYER-CHEF = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IDX-FOYER
           PERFORM UNTIL IDX-FOYER > NB-FOYERS
                      OR CODEBITEUR-SAISI > 0
               IF FT-IDENTIFIANT(IDX-FOYER) = FOYER-CHEF
                  AND FT-SOLIDAIRE(IDX-FOYER) = "O"
                  AND FT-NUMERO-FISCAL(IDX-FOYER)
                      NOT = DEBITEUR-EN-COURS THEN
                   PERFORM EXAMINER-UN-CODEBITEUR
               END-IF
               ADD 1 TO IDX-FOYER
           END-PERFORM

      *    Aucun codebiteur retenu : le dernier RIB lu n'est pas
      *    celui du chef, la saisie revient a l'employeur
           IF CODEBITEUR-SAISI = 0 THEN
               SET RIB-EST-ABSENT TO TRUE
           END-IF
           .

       EXAMINER-UN-CODEBITEUR.

      *    Codebiteur couvert par une mesure catastrophe naturelle
      *    avec gel des poursuites : il n'est pas saisi
           MOVE FT-NUMERO-FISCAL(IDX-FOYER) TO NUMERO-GEL
           SET SOLDE-EST-LIBRE TO TRUE
           PERFORM CHERCHER-SINISTRE
           IF SOLDE-EST-GELE THEN
               ADD 1 TO CPT-CODEBITEURS-GELES
               EXIT PARAGRAPH
           END-IF

           PERFORM CUMULER-RESTANT-CODEBITEUR
           IF RESTANT-CODEBITEUR = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FT-NUMERO-FISCAL(IDX-FOYER) TO NUMERO-TITULAIRE
           PERFORM CHERCHER-RIB
           IF RIB-EST-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FT-NUMERO-FISCAL(IDX-FOYER) TO CODEBITEUR-SAISI
           MOVE RESTANT-CODEBITEUR TO BASE-SAISIE

           MOVE SPACE TO NOM-CODEBITEUR
           MOVE SPACE TO PRENOM-CODEBITEUR
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE CODEBITEUR-SAISI TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-Nom TO NOM-CODEBITEUR
                       MOVE C-Prenom TO PRENOM-CODEBITEUR
               END-READ
           END-IF
           .

      *    Reste des millesimes du chef que ne couvre pas une
      *    decharge de solidarite accordee au membre, ni une
      *    procedure collective ou de surendettement du membre
      *    jugee apres l'ouverture du solde
       CUMULER-RESTANT-CODEBITEUR.

      *    Sans decharge accordee, la plage 0-0 n'exclut aucun
      *    millesime
           MOVE 0 TO RESTANT-CODEBITEUR
           MOVE 0 TO DECHARGE-DEBUT
           MOVE 0 TO DECHARGE-FIN

           IF NOT STATUT-DECHARGES-ABSENT THEN
               MOVE FT-NUMERO-FISCAL(IDX-FOYER) TO DCH-Numero-Fiscal
               READ F-DECHARGES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCH-Etat-Accordee THEN
                           MOVE DCH-Annee-Debut TO DECHARGE-DEBUT
                           MOVE DCH-Annee-Fin TO DECHARGE-FIN
                       END-IF
               END-READ
           END-IF

           MOVE 0 TO MILLESIMES-GELES
           MOVE 1 TO IDX-ANNEE
           PERFORM UNTIL IDX-ANNEE > NB-ANNEES-DEBITEUR
               IF DA-ANNEE(IDX-ANNEE) < DECHARGE-DEBUT
                  OR DA-ANNEE(IDX-ANNEE) > DECHARGE-FIN THEN
                   MOVE FT-NUMERO-FISCAL(IDX-FOYER) TO NUMERO-GEL
                   MOVE DA-DATE-OUVERTURE(IDX-ANNEE) TO OUVERTURE-GEL
                   PERFORM CHERCHER-PROCEDURE
                   IF SOLDE-EST-GELE THEN
                       ADD 1 TO MILLESIMES-GELES
                   ELSE
                       ADD DA-RESTANT(IDX-ANNEE) TO RESTANT-CODEBITEUR
                   END-IF
               END-IF
               ADD 1 TO IDX-ANNEE
           END-PERFORM

           IF MILLESIMES-GELES > 0 AND RESTANT-CODEBITEUR = 0 THEN
               ADD 1 TO CPT-CODEBITEURS-GELES
           END-IF
           .

      ******************************************************************
      *        IMPRESSION D'UN AVIS A TIERS DETENTEUR (MISE EN PAGE
      *        SUR LE MODELE DE 7-RELANCES)

       ECRIRE-AVIS-TIERS-DETENTEUR.

      *    L'avis vise au codebiteur part du service du chef, qui
      *    gere le solde
           PERFORM CHERCHER-SIP-DOSSIER

      *    Un avis = un document du flux d'impression, adresse au
      *    titulaire du compte saisi
           PERFORM COMMENCER-DOCUMENT-EDITIQUE
           IF CODEBITEUR-SAISI > 0 THEN
               MOVE CODEBITEUR-SAISI TO DESTINATAIRE-EDITIQUE
           ELSE
               MOVE DEBITEUR-EN-COURS TO DESTINATAIRE-EDITIQUE
           END-IF

           IF CODEBITEUR-SAISI > 0 THEN
               MOVE CODEBITEUR-SAISI TO ATD-Numero-Fiscal
           ELSE
               MOVE DEBITEUR-EN-COURS TO ATD-Numero-Fiscal
           END-IF

           INITIALIZE ATD-Nom-Prenom
           IF CODEBITEUR-SAISI > 0 THEN
               STRING FUNCTION TRIM(NOM-CODEBITEUR) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      PRENOM-CODEBITEUR DELIMITED BY SPACE
               INTO ATD-Nom-Prenom
           ELSE
               STRING FUNCTION TRIM(DEB-NOM) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      DEB-PRENOM DELIMITED BY SPACE
               INTO ATD-Nom-Prenom
           END-IF

           EVALUATE TRUE
               WHEN RIB-EST-DISPONIBLE
                   MOVE "ETABLISSEMENT BANCAIRE" TO ATD-Tiers
               WHEN TIERS-BANQUE-FICOBA
                   MOVE "ETABLISSEMENT BANCAIRE (FICOBA)" TO ATD-Tiers
               WHEN TIERS-EMPLOYEUR-CONNU
                   MOVE SPACE TO ATD-Tiers
                   STRING "EMPLOYEUR SIRET " DELIMITED BY SIZE
                          SIRET-EMPLOYEUR DELIMITED BY SIZE
                   INTO ATD-Tiers
               WHEN OTHER
                   MOVE "EMPLOYEUR (A IDENTIFIER)" TO ATD-Tiers
           END-EVALUATE

      *    L'avis entre a l'historique des contacts du titulaire du
      *    compte saisi
           MOVE ATD-Numero-Fiscal TO NUMERO-CONTACT
           MOVE SPACE TO RESUME-CONTACT
           STRING "avis a tiers detenteur, " DELIMITED BY SIZE
                  FUNCTION TRIM(ATD-Tiers) DELIMITED BY SIZE
           INTO RESUME-CONTACT
           PERFORM INSCRIRE-CONTACT

      *    Formulation en vigueur a la date d'emission : niveau 1
      *    saisie bancaire, niveau 2 saisie sur salaire ; sans
      *    modele, mise en page standard ci-dessous
           IF RIB-EST-DISPONIBLE OR TIERS-BANQUE-FICOBA THEN
               MOVE 1 TO NIVEAU-MODELE
           ELSE
               MOVE 2 TO NIVEAU-MODELE
           END-IF
           PERFORM CHARGER-MODELE
           IF NB-LIGNES-MODELE > 0 THEN
               PERFORM GARNIR-VARIABLES-AVIS
               PERFORM COMPOSER-AVIS-MODELE
               EXIT PARAGRAPH
           END-IF

           MOVE ARTICLE-ATD-TITRE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP
           MOVE ARTICLE-ATD-LIGNE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE ARTICLE-ATD-NUMERO TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE ARTICLE-ATD-IDENTITE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           IF CODEBITEUR-SAISI > 0 THEN
               MOVE DEBITEUR-EN-COURS TO ATD-Numero-Fiscal-Chef
               MOVE ARTICLE-ATD-SOLIDAIRE TO FS-DATA
               PERFORM LIBERER-LIGNE-SIP
           END-IF

           MOVE ARTICLE-ATD-TIERS TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           IF COMPTE-SAISI NOT = SPACE THEN
               MOVE COMPTE-SAISI TO ATD-IBAN
               MOVE ARTICLE-ATD-IBAN TO FS-DATA
               PERFORM LIBERER-LIGNE-SIP
           END-IF

           MOVE MONTANT-SAISISSABLE TO ATD-Montant
           MOVE ARTICLE-ATD-MONTANT TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE MINIMUM-INSAISISSABLE TO ATD-Minimum
           MOVE ARTICLE-ATD-MINIMUM TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE ARTICLE-ATD-VIDE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP
           .

      *    Variables des modeles SA : NUM numero fiscal, NOM nom et
      *    prenom, CHF foyer du chef (avis au codebiteur), TIE tiers
      *    detenteur, IBA compte saisi, MNT montant saisi, MIN
      *    minimum laisse, DAT date d'emission
       GARNIR-VARIABLES-AVIS.

           MOVE 0 TO NB-VARIABLES

           MOVE "NUM" TO CODE-VARIABLE
           MOVE ATD-Numero-Fiscal TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "NOM" TO CODE-VARIABLE
           MOVE ATD-Nom-Prenom TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "CHF" TO CODE-VARIABLE
           MOVE SPACE TO VALEUR-VARIABLE
           IF CODEBITEUR-SAISI > 0 THEN
               MOVE DEBITEUR-EN-COURS TO VALEUR-VARIABLE
           END-IF
           PERFORM AJOUTER-VARIABLE

           MOVE "TIE" TO CODE-VARIABLE
           MOVE ATD-Tiers TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "IBA" TO CODE-VARIABLE
           MOVE COMPTE-SAISI TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "MNT" TO CODE-VARIABLE
           MOVE MONTANT-SAISISSABLE TO MONTANT-VARIABLE
           MOVE MONTANT-VARIABLE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "MIN" TO CODE-VARIABLE
           MOVE MINIMUM-INSAISISSABLE TO MONTANT-VARIABLE
           MOVE MONTANT-VARIABLE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DAT" TO CODE-VARIABLE
           MOVE DATE-EMISSION TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE
           .

      *    Avis compose ligne a ligne sur le modele (pas de bloc
      *    adresse : l'avis part au tiers detenteur)
       COMPOSER-AVIS-MODELE.

           MOVE 1 TO IDX-MODELE
           PERFORM UNTIL IDX-MODELE > NB-LIGNES-MODELE
               PERFORM FUSIONNER-LIGNE-MODELE
               IF LIGNE-EST-IMPRIMEE THEN
                   MOVE LIGNE-FUSIONNEE TO FS-DATA
                   PERFORM LIBERER-LIGNE-SIP
               END-IF
               ADD 1 TO IDX-MODELE
           END-PERFORM

           ADD 1 TO CPT-LETTRES-MODELE
           .

       CHERCHER-SIP-DOSSIER.

           MOVE SPACE TO SIP-AVIS

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE DEBITEUR-EN-COURS TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-Sip TO SIP-AVIS
               END-READ
           END-IF
           .

       LIBERER-LIGNE-SIP.

           ADD 1 TO SEQUENCE-LIGNE
           MOVE SIP-AVIS TO TS-Sip
           MOVE SEQUENCE-LIGNE TO TS-Sequence
           MOVE FS-DATA TO TS-Ligne
           RELEASE TS-DATA
           PERFORM ECRIRE-LIGNE-EDITIQUE
           .

      ******************************************************************
      *        EDITION PAR SIP (RUPTURE SUR LE SERVICE GESTIONNAIRE)

       EDITER-PAR-SIP.

           PERFORM UNTIL FF-TRI-SIP
               RETURN TRI-SIP
                   AT END
                       SET FF-TRI-SIP TO TRUE
                   NOT AT END
                       IF CPT-SERVICES = 0
                          OR TS-Sip NOT = SIP-COURANT THEN
                           PERFORM ECRIRE-EN-TETE-SIP
                       END-IF
                       MOVE TS-Ligne TO FS-DATA
                       WRITE FS-DATA
               END-RETURN
           END-PERFORM
           .

       ECRIRE-EN-TETE-SIP.

           MOVE TS-Sip TO SIP-COURANT
           ADD 1 TO CPT-SERVICES

           IF TS-Sip = SPACE THEN
               MOVE 'non attribue' TO ATD-Sip
           ELSE
               MOVE TS-Sip TO ATD-Sip
           END-IF
           MOVE ARTICLE-ATD-SIP-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ATD-SIP TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ATD-SIP-LIGNE TO FS-DATA
           WRITE FS-DATA
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

      ******************************************************************
      *        MODELE DE LETTRE EN VIGUEUR A LA DATE D'EMISSION : LA
      *        DERNIERE VERSION DONT LA DATE D'EFFET N'EST PAS
      *        POSTERIEURE (GARDEE EN TABLE TANT QUE LE TYPE ET LE
      *        NIVEAU NE CHANGENT PAS)

       CHARGER-MODELE.

           IF MCH-Type = TYPE-MODELE
              AND MCH-Niveau = NIVEAU-MODELE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE TYPE-MODELE TO MCH-Type
           MOVE NIVEAU-MODELE TO MCH-Niveau
           MOVE 0 TO NB-LIGNES-MODELE
           MOVE 0 TO DATE-MODELE

           IF STATUT-MODELES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-MODELES
           MOVE TYPE-MODELE TO MOD-Type
           MOVE NIVEAU-MODELE TO MOD-Niveau
           MOVE 0 TO MOD-Date-Effet
           MOVE 0 TO MOD-Ligne
           START F-MODELES KEY NOT < MOD-Cle
               INVALID KEY
                   SET FF-MODELES TO TRUE
           END-START

           PERFORM UNTIL FF-MODELES
               READ F-MODELES NEXT RECORD
                   AT END
                       SET FF-MODELES TO TRUE
                   NOT AT END
                       IF MOD-Type NOT = TYPE-MODELE
                          OR MOD-Niveau NOT = NIVEAU-MODELE
                          OR MOD-Date-Effet > DATE-EMISSION THEN
                           SET FF-MODELES TO TRUE
                       ELSE
                           PERFORM RETENIR-LIGNE-MODELE
                       END-IF
               END-READ
           END-PERFORM
           .

       RETENIR-LIGNE-MODELE.

      *    Version plus recente deja en vigueur : elle remplace la
      *    precedente
           IF MOD-Date-Effet NOT = DATE-MODELE THEN
               MOVE MOD-Date-Effet TO DATE-MODELE
               MOVE 0 TO NB-LIGNES-MODELE
           END-IF
           IF NB-LIGNES-MODELE < LIGNES-MODELE-MAX THEN
               ADD 1 TO NB-LIGNES-MODELE
               MOVE MOD-Texte TO LIGNE-MODELE(NB-LIGNES-MODELE)
           END-IF
           .

       AJOUTER-VARIABLE.

           IF NB-VARIABLES < VARIABLES-MAX THEN
               ADD 1 TO NB-VARIABLES
               MOVE CODE-VARIABLE TO VAR-Code(NB-VARIABLES)
               MOVE VALEUR-VARIABLE TO VAR-Valeur(NB-VARIABLES)
           END-IF
           .

       CHERCHER-VARIABLE.

           MOVE SPACE TO VALEUR-VARIABLE
           SET VARIABLE-EST-INCONNUE TO TRUE
           MOVE 1 TO IDX-VARIABLE
           PERFORM UNTIL IDX-VARIABLE > NB-VARIABLES
               IF VAR-Code(IDX-VARIABLE) = CODE-VARIABLE THEN
                   MOVE VAR-Valeur(IDX-VARIABLE) TO VALEUR-VARIABLE
                   SET VARIABLE-EST-CONNUE TO TRUE
                   MOVE NB-VARIABLES TO IDX-VARIABLE
               END-IF
               ADD 1 TO IDX-VARIABLE
           END-PERFORM
           .

      *    Ligne IDX-MODELE du modele, variables remplacees par leur
      *    valeur ; un &XXX inconnu est imprime tel quel
       FUSIONNER-LIGNE-MODELE.

           MOVE SPACE TO LIGNE-FUSIONNEE
           MOVE 1 TO PTR-FUSION
           MOVE 1 TO POS-MODELE
           SET LIGNE-EST-IMPRIMEE TO TRUE

           IF LIGNE-MODELE(IDX-MODELE)(1:1) = "?" THEN
               MOVE LIGNE-MODELE(IDX-MODELE)(2:3) TO CODE-VARIABLE
               PERFORM CHERCHER-VARIABLE
               IF VALEUR-VARIABLE = SPACE THEN
                   SET LIGNE-EST-OMISE TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 6 TO POS-MODELE
           END-IF

           PERFORM UNTIL POS-MODELE > 80
               SET VARIABLE-EST-INCONNUE TO TRUE
               IF LIGNE-MODELE(IDX-MODELE)(POS-MODELE:1) = "&"
                  AND POS-MODELE < 78 THEN
                   MOVE LIGNE-MODELE(IDX-MODELE)(POS-MODELE + 1:3)
                     TO CODE-VARIABLE
                   PERFORM CHERCHER-VARIABLE
               END-IF
               IF VARIABLE-EST-CONNUE THEN
                   IF VALEUR-VARIABLE NOT = SPACE THEN
                       STRING FUNCTION TRIM(VALEUR-VARIABLE)
                                  DELIMITED BY SIZE
                         INTO LIGNE-FUSIONNEE
                         WITH POINTER PTR-FUSION
                       END-STRING
                   END-IF
                   ADD 4 TO POS-MODELE
               ELSE
                   STRING LIGNE-MODELE(IDX-MODELE)(POS-MODELE:1)
                              DELIMITED BY SIZE
                     INTO LIGNE-FUSIONNEE
                     WITH POINTER PTR-FUSION
                   END-STRING
                   ADD 1 TO POS-MODELE
               END-IF
           END-PERFORM
           .

      ******************************************************************
      *        HISTORIQUE DES CONTACTS : INSCRIPTION DU DOCUMENT EMIS
      *        (MEME IDIOM QUE 7-CONTACTS-ENTRANTS)

       OUVRIR-HISTORIQUE.

           ACCEPT DATE-CONTACT FROM DATE YYYYMMDD
           ACCEPT HEURE-DU-CONTACT FROM TIME
           COMPUTE HEURE-CONTACT = HEURE-DU-CONTACT / 100

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

      *    Plusieurs documents au meme contribuable dans la seconde :
      *    le numero d'ordre departage les cles
       INSCRIRE-CONTACT.

           INITIALIZE HCT-ENREG
           MOVE NUMERO-CONTACT TO HCT-Numero-Fiscal
           MOVE DATE-CONTACT TO HCT-Date
           MOVE HEURE-CONTACT TO HCT-Heure
           SET HCT-Sens-Sortant TO TRUE
           MOVE CANAL-CONTACT TO HCT-Canal
           MOVE DOCUMENT-CONTACT TO HCT-Document
           MOVE "7-SAISIES" TO HCT-Programme
           MOVE RESUME-CONTACT TO HCT-Resume

           SET CONTACT-A-INSCRIRE TO TRUE
           MOVE 0 TO HCT-Sequence
           PERFORM UNTIL CONTACT-EST-INSCRIT
                      OR HCT-Sequence = SEQUENCE-CONTACT-MAX
               WRITE HCT-ENREG
                   INVALID KEY
                       ADD 1 TO HCT-Sequence
                   NOT INVALID KEY
                       SET CONTACT-EST-INSCRIT TO TRUE
                       ADD 1 TO CPT-CONTACTS
               END-WRITE
           END-PERFORM
           .

       FIN-PGM.
