      *          demeure, dernier avis avant poursuites. Le niveau
      *          atteint est reporte sur le livre (SOL-Niveau-Relance)
      *          pour que l'execution suivante escalade au lieu de
      *          reemettre la meme lettre. Le dernier avis avant
      *          poursuites interrompt la prescription du solde
      *          (SOL-Date-Interruption). Mise en page sur le modele
      *          de 7-AVIS-CONTRIBUABLE. Un solde anterieur au
      *          jugement d'une procedure collective ou de
      *          surendettement en cours (7-procedures.idx) n'est pas
      *          relance. Des que le solde du chef de foyer atteint le
      *          niveau de solidarite (0-relances.param), chaque
      *          codebiteur solidaire du foyer (4-foyers.dat) recoit
      *          sa propre lettre, sauf decharge de solidarite
      *          accordee pour l'annee (7-decharges-solidarite.idx),
      *          ou gel propre au codebiteur (procedure collective
      *          jugee apres l'ouverture du solde, mesure catastrophe
      *          naturelle avec gel des relances).
      *          Les lettres sont regroupees par service des impots
      *          des particuliers gestionnaire du dossier (C-Sip du
      *          chef, 7-TRANSFERTS-SIP), chaque service sous son
      *          propre en-tete. Un contribuable couvert par une
      *          mesure catastrophe naturelle en vigueur
      *          (7-sinistres.idx, 7-CATASTROPHES) n'est pas relance
      *          si le gel des relances est accorde ; le report
      *          d'echeance accorde decale le point de depart du
      *          retard. Chaque lettre est aussi deposee dans le
      *          flux d'impression commun (7-editique.dat, 7-EDITIQUE).
      *          La formulation de chaque niveau est prise dans le
      *          modele de lettre en vigueur a la date d'emission
      *          (7-modeles.idx, 7-MODELES-MAJ), la mise en page
      *          standard a defaut.
      *          Chaque lettre est inscrite a l'historique des contacts
      *          du destinataire (7-historique-contacts.idx,
      *          7-CONTACTS-ENTRANTS).
      *          Un solde emis par groupes de taxes (livre des
      *          emissions 7-soldes-emissions.idx de 7-PAIEMENTS) est
      *          relance emission par emission : chaque emission
      *          restant due vieillit depuis sa propre echeance et
      *          garde son propre niveau ; la lettre du solde part au
      *          niveau de l'emission la plus avancee, a l'echeance
      *          de celle-ci, et le niveau du solde est le plus haut
      *          niveau emis sur ses emissions. Un compte entreprise
      *          (CFE) est ainsi relance depuis l'echeance de son
      *          emission CF, portee par le role CFE.
      *          Un destinataire represente (5-representants.idx,
      *          4-REPRESENTANTS-MAJ) dont le mandat en vigueur couvre
      *          les relances voit sa lettre adressee a son
      *          representant legal (meme adresse en NPAI), ou le
      *          representant en recoit une copie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Livre des emissions par groupe de taxes (7-PAIEMENTS)
           SELECT F-SOLDES-EMISSIONS ASSIGN TO "7-soldes-emissions.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMS-Cle
                   FILE STATUS IS WS-STATUT-SOLDES-EMISSIONS.

      *    Plans de reglement (7-DELAIS-PAIEMENT) : un plan actif
      *    suspend la relance, un plan defailli la reprend au niveau
      *    quitte
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

      *    Master des adresses postales : une adresse en retour
      *    NPAI suspend la lettre (le solde reste au livre)
           SELECT F-ADRESSES ASSIGN TO "5-adresses.idx"
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

      *    Representants legaux (4-REPRESENTANTS-MAJ) ; absent =
      *    aucun mandat, la lettre part au destinataire
           SELECT F-REPRESENTANTS ASSIGN TO "5-representants.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REP-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-REPRESENTANTS.

      *    Foyers fiscaux : conjoints et partenaires codebiteurs
      *    solidaires du chef de foyer
           SELECT F-FOYERS ASSIGN TO "4-foyers.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FOYERS.

      *    Decharges de solidarite (7-DECHARGES-SOLIDARITE) : une
      *    decharge accordee soustrait le membre aux poursuites sur
      *    les annees couvertes
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

      *    Delais (en jours apres l'echeance) des trois niveaux de
      *    relance, niveau a partir duquel les codebiteurs solidaires
      *    sont relances, et date d'echeance partagee avec 7-PAIEMENTS
           SELECT F-DELAIS ASSIGN TO "0-relances.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DELAIS.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ECHEANCE.

      *    Flux d'impression commun remis a l'imprimeur (7-EDITIQUE)
           SELECT F-EDITIQUE ASSIGN TO "7-editique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EDITIQUE.

           SELECT FS ASSIGN TO "7-relances.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Regroupement des lignes de lettre par SIP gestionnaire
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

      *    Meme disposition que EMS-ENREG dans 7-PAIEMENTS.cbl, qui
      *    alimente ce fichier
       FD  F-SOLDES-EMISSIONS.
       01  EMS-ENREG.
           05 EMS-Cle.
               10 EMS-Numero-Fiscal PIC 9(13).
               10 EMS-Annee         PIC 9(4).
               10 EMS-Groupe        PIC X(2).
           05 EMS-Date-Emission     PIC 9(8).
           05 EMS-Date-Echeance     PIC 9(8).
           05 EMS-Reference.
               10 EMS-Ref-Execution PIC 9(6).
               10 EMS-Ref-Numero    PIC 9(13).
               10 EMS-Ref-Cle       PIC 9(2).
           05 EMS-Montants.
               10 EMS-Impose        PIC 9(6)V99.
               10 EMS-Paye-Cible    PIC 9(6)V99.
               10 EMS-Paye          PIC 9(6)V99.
               10 EMS-Restant       PIC 9(6)V99.
           05 EMS-Penalites.
               10 EMS-Majoration-Retard       PIC 9(6)V99.
               10 EMS-Interets                PIC 9(6)V99.
               10 EMS-Date-Majoration-Retard  PIC 9(8).
               10 EMS-Mois-Interets           PIC 9(3).
           05 EMS-Niveau-Relance    PIC 9(1).

      *    Meme disposition que PLN-ENREG dans 7-DELAIS-PAIEMENT.cbl,
      *    qui alimente ce fichier
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

      *    Meme disposition que C-ADRESSES-ENREG dans
      *    4-ADRESSES-MAJ.cbl, qui alimente ce fichier
       FD  F-ADRESSES.
               88 ADR-EST-NPAI       VALUE "O".
           05 ADR-NPAI-Date     PIC 9(8).
           05 ADR-NPAI-Motif    PIC X(20).
      *    Residence fiscale a l'etranger : E = non-resident, code
      *    pays ISO ; rue et complement restent dans ADR-Adresse,
      *    code postal / ville / pays au format postal international
           05 ADR-Residence-Etranger.
               10 ADR-Residence     PIC X(1).
                   88 ADR-EST-NON-RESIDENT   VALUE "E".
               10 ADR-Pays          PIC X(2).
               10 ADR-Code-Postal-Etr PIC X(10).
               10 ADR-Ville-Etr     PIC X(30).
               10 ADR-Pays-Libelle  PIC X(30).

      *    Meme disposition que C-REP-ENREG dans
      *    4-REPRESENTANTS-MAJ.cbl, qui alimente ce fichier
       FD  F-REPRESENTANTS.
       01  F-REP-ENREG.
           05 REP-Numero-Fiscal PIC 9(13).
           05 REP-Type          PIC X(1).
           05 REP-Etat          PIC X(1).
               88 REP-Actif          VALUE "A".
               88 REP-Revoque        VALUE "R".
           05 REP-Date-Debut    PIC 9(8).
           05 REP-Date-Fin      PIC 9(8).
           05 REP-Documents.
               10 REP-Avis           PIC X(1).
                   88 REP-Avis-Au-Representant      VALUE "R".
                   88 REP-Avis-En-Copie             VALUE "C".
               10 REP-Relances       PIC X(1).
                   88 REP-Relances-Au-Representant  VALUE "R".
                   88 REP-Relances-En-Copie         VALUE "C".
               10 REP-Remboursements PIC X(1).
                   88 REP-Remboursements-Au-Representant VALUE "R".
           05 REP-Nom           PIC X(32).
           05 REP-Adresse.
               10 REP-Rue         PIC X(32).
               10 REP-Complement  PIC X(32).
               10 REP-Code-Postal PIC X(5).
               10 REP-Ville       PIC X(26).
           05 REP-IBAN          PIC X(34).
           05 REP-BIC           PIC X(11).


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

       FD  F-DELAIS.
       01  DEL-ENREG.
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

      *    Numero d'ordre : les lignes d'une lettre restent dans
      *    l'ordre d'impression a l'interieur d'un service
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
               10 RL-Nom-Prenom PIC X(30).

      *    Lettre a un codebiteur : foyer du chef poursuivi
           05 ARTICLE-RELANCE-SOLIDAIRE.
               10 FILLER PIC X(20) VALUE 'Solidaire du foyer'.
               10 FILLER PIC X VALUE ':'.
               10 RL-Numero-Fiscal-Chef PIC 9(13).

      *    Exemplaire du representant legal : aux soins de (a la
      *    place du destinataire) ou copie, avant son adresse
           05 ARTICLE-RELANCE-REPRESENTANT.
               10 RL-Representation PIC X(20).
               10 FILLER PIC X VALUE ':'.
               10 RL-Representant PIC X(32).

           05 ARTICLE-RELANCE-ADRESSE.
               10 FILLER PIC X(20) VALUE 'Adresse'.
               10 FILLER PIC X VALUE ':'.
               10 RL-Adresse PIC X(32).

           05 ARTICLE-RELANCE-ADRESSE-SUITE.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 RL-Adresse-Suite PIC X(32).

           05 ARTICLE-RELANCE-ADRESSE-VILLE.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 RL-Code-Postal PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 RL-Ville PIC X(26).

      *    Non-resident : format postal international, code postal
      *    et ville du pays puis le pays en derniere ligne
           05 ARTICLE-RELANCE-ADRESSE-ETRANGER.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 RL-Code-Postal-Etr PIC X(10).
               10 FILLER PIC X VALUE SPACE.
               10 RL-Ville-Etr PIC X(30).

           05 ARTICLE-RELANCE-ADRESSE-PAYS.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 RL-Pays-Libelle PIC X(30).

           05 ARTICLE-RELANCE-COMMUNE.
               10 FILLER PIC X(20) VALUE 'Commune (Insee)'.
               10 FILLER PIC X VALUE ':'.

           05 ARTICLE-RELANCE-VIDE PIC X(40) VALUE SPACE.

           05 ARTICLE-RELANCE-SIP.
               10 FILLER PIC X(20) VALUE 'SIP gestionnaire'.
               10 FILLER PIC X VALUE ':'.
               10 RL-Sip PIC X(16).

           05 ARTICLE-RELANCE-SIP-LIGNE PIC X(40) VALUE ALL '='.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-SOLDES               PIC  X(01) VALUE  SPACE.
           05  ADRESSE-EN-NPAI          PIC 9(1) VALUE 0.
               88  ADRESSE-EST-NPAI               VALUE 1.
               88  ADRESSE-EST-SAINE              VALUE 0.
           05  ADRESSE-LUE              PIC 9(1) VALUE 0.
               88  ADRESSE-EST-LUE                VALUE 1.
           05  CPT-RELANCES-NPAI        PIC 9(6) VALUE 0.
           05  CPT-RELANCES-ETRANGER    PIC 9(6) VALUE 0.

      *    Mandat en vigueur couvrant les relances du destinataire ;
      *    la lettre en cours est l'originale ou la copie adressee
      *    au representant
       1   REPRESENTANTS-WORKING-MANAGER.
           05  WS-STATUT-REPRESENTANTS  PIC X(02) VALUE SPACE.
               88  STATUT-REPRESENTANTS-ABSENT    VALUE "35".
           05  REPRESENTATION           PIC 9(1) VALUE 0.
               88  SANS-REPRESENTANT              VALUE 0.
               88  REPRESENTANT-DESTINATAIRE      VALUE 1.
               88  REPRESENTANT-EN-COPIE          VALUE 2.
           05  EXEMPLAIRE-LETTRE        PIC 9(1) VALUE 0.
               88  LETTRE-ORIGINALE               VALUE 0.
               88  LETTRE-EN-COPIE                VALUE 1.
           05  CPT-RELANCES-REPRESENTANT PIC 9(6) VALUE 0.
           05  CPT-COPIES-REPRESENTANT  PIC 9(6) VALUE 0.

      *    Master des plans absent : aucun plan, escalade inchangee
       1   PLANS-WORKING-MANAGER.
           05  CPT-RELANCES-SUSPENDUES  PIC 9(6) VALUE 0.
           05  CPT-RELANCES-EN-SURSIS   PIC 9(6) VALUE 0.

      *    Master des procedures absent : aucun solde gele
       1   PROCEDURES-WORKING-MANAGER.
           05  WS-STATUT-PROCEDURES     PIC X(02) VALUE SPACE.
               88  STATUT-PROCEDURES-ABSENT       VALUE "35".
           05  SOLDE-GELE               PIC 9(1) VALUE 0.
               88  SOLDE-EST-GELE                 VALUE 1.
               88  SOLDE-EST-LIBRE                VALUE 0.
           05  CPT-RELANCES-GELEES      PIC 9(6) VALUE 0.
      *    Contribuable examine : chef du solde ou codebiteur
           05  NUMERO-GEL               PIC 9(13) VALUE 0.

      *    Index des sinistres absent : aucune mesure catastrophe
       1   SINISTRES-WORKING-MANAGER.
           05  WS-STATUT-SINISTRES      PIC X(02) VALUE SPACE.
               88  STATUT-SINISTRES-ABSENT        VALUE "35".
           05  SITUATION-SINISTRE       PIC 9(1) VALUE 0.
               88  SINISTRE-SANS                  VALUE 0.
               88  SINISTRE-EN-VIGUEUR            VALUE 1.
      *    Mesure commencee : le report d'echeance vaut aussi apres
      *    la fin de la periode d'effet
               88  SINISTRE-ECHU                  VALUE 2.
           05  JOURS-REPORT-SOLDE       PIC 9(3) VALUE 0.
           05  JOURS-REPORT-CHEF        PIC 9(3) VALUE 0.
           05  RETARD-SOLDE             PIC S9(8) VALUE 0.
           05  ECHEANCE-SOLDE           PIC 9(8) VALUE 0.
           05  CPT-RELANCES-SINISTRES   PIC 9(6) VALUE 0.

      *    Service gestionnaire du dossier ; blanc = contribuable
      *    pas encore rattache (regroupe sous 'non attribue')
       1   SIP-WORKING-MANAGER.
           05  SIP-LETTRE               PIC X(5) VALUE SPACE.
           05  SIP-COURANT              PIC X(5) VALUE SPACE.
           05  SEQUENCE-LIGNE           PIC 9(8) VALUE 0.
           05  CPT-SERVICES             PIC 9(4) VALUE 0.
           05  FIN-TRI-SIP              PIC X(01) VALUE SPACE.
               88  FF-TRI-SIP                     VALUE HIGH-VALUE.

      *    Solidarite : la lettre part au chef (numero du livre) ou
      *    a un codebiteur du foyer ; tables et masters absents =
      *    aucun codebiteur relance, aucune decharge, identite vide
       1   SOLIDARITE-WORKING-MANAGER.
           05  NUMERO-DESTINATAIRE      PIC 9(13) VALUE 0.
           05  DESTINATAIRE-LETTRE      PIC 9(1) VALUE 0.
               88  LETTRE-AU-CHEF                 VALUE 0.
               88  LETTRE-AU-CODEBITEUR           VALUE 1.
           05  NOM-CODEBITEUR           PIC X(11) VALUE SPACE.
           05  PRENOM-CODEBITEUR        PIC X(15) VALUE SPACE.
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
           05  DECHARGE-MEMBRE          PIC 9(1) VALUE 0.
               88  MEMBRE-EST-DECHARGE            VALUE 1.
               88  MEMBRE-EST-SOLIDAIRE           VALUE 0.
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  CPT-RELANCES-CODEBITEURS PIC 9(6) VALUE 0.
           05  CPT-CODEBITEURS-DECHARGES PIC 9(6) VALUE 0.
           05  CPT-CODEBITEURS-GELES    PIC 9(6) VALUE 0.

      *    Delais d'escalade par defaut : 30/60/90 jours apres
      *    l'echeance
       1   DELAIS-WORKING-MANAGER.
           05  JOURS-NIVEAU-1           PIC 9(3) VALUE 30.
           05  JOURS-NIVEAU-2           PIC 9(3) VALUE 60.
           05  JOURS-NIVEAU-3           PIC 9(3) VALUE 90.
      *    Codebiteurs relances a partir de la mise en demeure
           05  NIVEAU-SOLIDARITE        PIC 9(1) VALUE 2.
           05  WS-STATUT-DELAIS         PIC X(02) VALUE SPACE.
               88  STATUT-DELAIS-ABSENT           VALUE "35".

           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.
           05  JOURS-DE-RETARD          PIC S9(8) VALUE 0.
           05  NIVEAU-CALCULE           PIC 9(1) VALUE 0.
      *    Niveau deja emis : celui du solde, ou celui de l'emission
      *    qui mene la relance
           05  NIVEAU-DEJA-EMIS         PIC 9(1) VALUE 0.
           05  CPT-RELANCES-1           PIC 9(6) VALUE 0.
           05  CPT-RELANCES-2           PIC 9(6) VALUE 0.
           05  CPT-RELANCES-3           PIC 9(6) VALUE 0.

      *    Emissions du solde en cours (livre absent : echeance unique
      *    du role pour tous les soldes)
       1   EMISSIONS-WORKING-MANAGER.
           05  WS-STATUT-SOLDES-EMISSIONS PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-EMISSIONS-ABSENT VALUE "35".
           05  FIN-EMISSIONS-SOLDE      PIC X(01) VALUE SPACE.
               88  FF-EMS-SOLDE                   VALUE HIGH-VALUE.
           05  NB-EMISSIONS-SOLDE       PIC 9(1) VALUE 0.
           05  NB-GROUPES-EMISSION      PIC 9(1) VALUE 4.
           05  IDX-EMR                  PIC 9(1) VALUE 0.
           05  IDX-EMISSION-MENEUSE     PIC 9(1) VALUE 0.
           05  EMISSION-RELANCE OCCURS 4.
               10  EMR-Groupe           PIC X(2).
               10  EMR-Date-Echeance    PIC 9(8).
               10  EMR-Niveau           PIC 9(1).
               10  EMR-Niveau-Calcule   PIC 9(1).
           05  CPT-RELANCES-EMISSIONS   PIC 9(6) VALUE 0.

      *    Depot des documents dans le flux d'impression : lot =
      *    date et heure du passage, un numero par document
       1   EDITIQUE-WORKING-MANAGER.
           05  WS-STATUT-EDITIQUE       PIC X(02) VALUE SPACE.
               88  STATUT-EDITIQUE-ABSENT         VALUE "35".
           05  LOT-EDITIQUE.
               10  LOT-DATE             PIC 9(8) VALUE 0.
               10  LOT-HEURE            PIC 9(6) VALUE 0.
           05  HEURE-EDITIQUE           PIC 9(8) VALUE 0.
           05  TYPE-EDITIQUE            PIC X(2) VALUE "RL".
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
           05  TYPE-MODELE              PIC X(2) VALUE "RL".
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
           05  DOCUMENT-CONTACT         PIC X(2) VALUE "RL".
           05  RESUME-CONTACT           PIC X(60) VALUE SPACE.
           05  CONTACT-INSCRIT          PIC 9(1) VALUE 0.
               88  CONTACT-EST-INSCRIT            VALUE 1.
               88  CONTACT-A-INSCRIRE             VALUE 0.
           05  CPT-CONTACTS             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-DELAIS
           PERFORM LIRE-DATE-ECHEANCE
           PERFORM CHARGER-FOYERS

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

                       " d'abord 7-PAIEMENTS"
           ELSE
               OPEN INPUT F-PLANS
               OPEN INPUT F-PROCEDURES
               OPEN INPUT F-ADRESSES
               OPEN INPUT F-REPRESENTANTS
               OPEN INPUT F-DECHARGES
               OPEN INPUT F-CONTRIBUABLES
               OPEN INPUT F-SINISTRES
               OPEN INPUT F-MODELES
               OPEN I-O F-SOLDES-EMISSIONS
               MOVE DATE-DU-JOUR TO DATE-EMISSION
               OPEN OUTPUT FS
               PERFORM OUVRIR-EDITIQUE
               PERFORM OUVRIR-HISTORIQUE
               SORT TRI-SIP
                   ON ASCENDING KEY TS-Sip TS-Sequence
                   INPUT PROCEDURE PARCOURIR-SOLDES
                   OUTPUT PROCEDURE EDITER-PAR-SIP
               CLOSE FS F-EDITIQUE F-HISTORIQUE
               CLOSE F-SOLDES
               IF NOT STATUT-PLANS-ABSENT THEN
                   CLOSE F-PLANS
               IF NOT STATUT-ADRESSES-ABSENT THEN
                   CLOSE F-ADRESSES
               END-IF
               IF NOT STATUT-REPRESENTANTS-ABSENT THEN
                   CLOSE F-REPRESENTANTS
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
               IF NOT STATUT-SOLDES-EMISSIONS-ABSENT THEN
                   CLOSE F-SOLDES-EMISSIONS
               END-IF

               DISPLAY "7-RELANCES : " CPT-RELANCES-1
                       " premiere(s) relance(s), " CPT-RELANCES-2
                       " suspendue(s) (plan de reglement), "
                       CPT-RELANCES-EN-SURSIS
                       " gelee(s) (sursis de paiement), "
                       CPT-RELANCES-GELEES
                       " gelee(s) (procedure collective), "
                       CPT-RELANCES-SINISTRES
                       " gelee(s) (catastrophe naturelle), "
                       CPT-RELANCES-NPAI " retenue(s) (NPAI), "
                       CPT-RELANCES-ETRANGER
                       " adressee(s) a l'etranger, "
                       CPT-RELANCES-REPRESENTANT
                       " adressee(s) au representant legal, "
                       CPT-COPIES-REPRESENTANT
                       " copie(s) au representant legal, "
                       CPT-RELANCES-CODEBITEURS
                       " lettre(s) aux codebiteurs solidaires, "
                       CPT-CODEBITEURS-DECHARGES
                       " codebiteur(s) decharge(s), "
                       CPT-CODEBITEURS-GELES
                       " codebiteur(s) gele(s), "
                       CPT-LETTRES-MODELE
                       " lettre(s) composee(s) sur modele, "
                       CPT-CONTACTS
                       " inscrite(s) a l'historique des contacts, "
                       CPT-RELANCES-EMISSIONS
                       " menee(s) par l'echeance d'une emission"
               IF CPT-FOYERS-DEBORDEMENT > 0 THEN
                   DISPLAY "7-RELANCES : table des foyers pleine, "
                           CPT-FOYERS-DEBORDEMENT
                           " membre(s) ignore(s)"
               END-IF
           END-IF

           PERFORM FIN-PGM
                       MOVE DEL-Jours-Niveau-1 TO JOURS-NIVEAU-1
                       MOVE DEL-Jours-Niveau-2 TO JOURS-NIVEAU-2
                       MOVE DEL-Jours-Niveau-3 TO JOURS-NIVEAU-3
      *    Niveau de solidarite facultatif (parametre a trois champs)
                       IF DEL-Niveau-Solidarite IS NUMERIC
                          AND DEL-Niveau-Solidarite > 0 THEN
                           MOVE DEL-Niveau-Solidarite
                               TO NIVEAU-SOLIDARITE
                       END-IF
               END-READ
               CLOSE F-DELAIS
           END-IF
           .

      ******************************************************************
      *        CHARGEMENT DES FOYERS FISCAUX

       CHARGER-FOYERS.

           OPEN INPUT F-FOYERS

           IF STATUT-FOYERS-ABSENT THEN
               DISPLAY "4-foyers.dat introuvable, aucun codebiteur"
                       " solidaire relance"
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

      *    Adresse en retour NPAI : la lettre ne partirait nulle
      *    part, elle est retenue (le solde reste au livre et la
      *    liste de recherche de 4-NPAI prend le relais), sauf si
      *    elle part au representant legal
           MOVE SOL-Numero-Fiscal TO NUMERO-DESTINATAIRE
           PERFORM CHERCHER-REPRESENTANT
           PERFORM CHERCHER-ADRESSE-NPAI
           IF ADRESSE-EST-NPAI AND NOT REPRESENTANT-DESTINATAIRE THEN
               ADD 1 TO CPT-RELANCES-NPAI
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

      *    Une procedure collective ou de surendettement gele la
      *    relance des soldes anterieurs au jugement
           MOVE SOL-Numero-Fiscal TO NUMERO-GEL
           PERFORM CHERCHER-PROCEDURE
           IF SOLDE-EST-GELE THEN
               ADD 1 TO CPT-RELANCES-GELEES
               EXIT PARAGRAPH
           END-IF

      *    Une mesure catastrophe naturelle en vigueur avec gel des
      *    relances gele la relance jusqu'a sa date de fin ; le
      *    report d'echeance accorde decale le retard
           PERFORM CHERCHER-SINISTRE
           IF SINISTRE-EN-VIGUEUR AND SIN-Avec-Gel THEN
               ADD 1 TO CPT-RELANCES-SINISTRES
               EXIT PARAGRAPH
           END-IF

      *    Solde emis par groupes : l'emission la plus avancee mene
      *    la relance, depuis sa propre echeance ; aucune emission
      *    en retard au-dela de son niveau deja emis, pas de lettre
           PERFORM CHOISIR-EMISSION-RELANCEE
           IF NB-EMISSIONS-SOLDE > 0 THEN
               IF IDX-EMISSION-MENEUSE = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE RETARD-SOLDE = JOURS-AUJOURDHUI
                       - FUNCTION INTEGER-OF-DATE(
                         EMR-Date-Echeance(IDX-EMISSION-MENEUSE))
                       - JOURS-REPORT-SOLDE
               COMPUTE ECHEANCE-SOLDE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       EMR-Date-Echeance(IDX-EMISSION-MENEUSE))
                       + JOURS-REPORT-SOLDE)
               MOVE EMR-Niveau(IDX-EMISSION-MENEUSE)
                   TO NIVEAU-DEJA-EMIS
           ELSE
               COMPUTE RETARD-SOLDE =
                       JOURS-DE-RETARD - JOURS-REPORT-SOLDE
               COMPUTE ECHEANCE-SOLDE = FUNCTION DATE-OF-INTEGER(
                       JOURS-ECHEANCE + JOURS-REPORT-SOLDE)
               MOVE SOL-Niveau-Relance TO NIVEAU-DEJA-EMIS
           END-IF

      *    Un plan de reglement actif suspend la relance ; un plan
      *    defailli la reprend au niveau quitte, une lettre par
      *    execution, sans sauter les niveaux passes sous plan
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULER-NIVEAU-RETARD

           IF PLAN-DEFAILLI
              AND NIVEAU-CALCULE > NIVEAU-DEJA-EMIS + 1 THEN
               COMPUTE NIVEAU-CALCULE = NIVEAU-DEJA-EMIS + 1
           END-IF

           IF NIVEAU-CALCULE > NIVEAU-DEJA-EMIS THEN
               PERFORM ECRIRE-LETTRE-RELANCE
               PERFORM COPIER-AU-REPRESENTANT
               IF NIVEAU-CALCULE >= NIVEAU-SOLIDARITE THEN
                   PERFORM RELANCER-CODEBITEURS
               END-IF
               IF NB-EMISSIONS-SOLDE > 0 THEN
                   PERFORM REPORTER-NIVEAU-EMISSIONS
                   ADD 1 TO CPT-RELANCES-EMISSIONS
               END-IF
               IF NIVEAU-CALCULE > SOL-Niveau-Relance
                  OR NB-EMISSIONS-SOLDE = 0 THEN
                   MOVE NIVEAU-CALCULE TO SOL-Niveau-Relance
               END-IF
               IF NIVEAU-CALCULE = 3 THEN
                   PERFORM INTERROMPRE-PRESCRIPTION
               END-IF
               REWRITE SOL-ENREG
           END-IF
           .

       CALCULER-NIVEAU-RETARD.

           EVALUATE TRUE
               WHEN RETARD-SOLDE >= JOURS-NIVEAU-3
                   MOVE 3 TO NIVEAU-CALCULE
               WHEN RETARD-SOLDE >= JOURS-NIVEAU-2
                   MOVE 2 TO NIVEAU-CALCULE
               WHEN RETARD-SOLDE >= JOURS-NIVEAU-1
                   MOVE 1 TO NIVEAU-CALCULE
               WHEN OTHER
                   MOVE 0 TO NIVEAU-CALCULE
           END-EVALUATE
           .

      *    Emissions du solde restant dues, chacune nivelee sur son
      *    propre retard ; mene la relance celle qui atteint le plus
      *    haut niveau non encore emis (a egalite, l'echeance la plus
      *    ancienne)
       CHOISIR-EMISSION-RELANCEE.

           MOVE 0 TO NB-EMISSIONS-SOLDE
           MOVE 0 TO IDX-EMISSION-MENEUSE
           IF STATUT-SOLDES-EMISSIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-EMISSIONS-SOLDE
           MOVE SOL-Numero-Fiscal TO EMS-Numero-Fiscal
           MOVE SOL-Annee TO EMS-Annee
           MOVE LOW-VALUE TO EMS-Groupe
           START F-SOLDES-EMISSIONS KEY NOT < EMS-Cle
               INVALID KEY
                   SET FF-EMS-SOLDE TO TRUE
           END-START

           PERFORM UNTIL FF-EMS-SOLDE
               READ F-SOLDES-EMISSIONS NEXT RECORD
                   AT END
                       SET FF-EMS-SOLDE TO TRUE
                   NOT AT END
                       IF EMS-Numero-Fiscal NOT = SOL-Numero-Fiscal
                          OR EMS-Annee NOT = SOL-Annee
                          OR NB-EMISSIONS-SOLDE = NB-GROUPES-EMISSION
                          THEN
                           SET FF-EMS-SOLDE TO TRUE
                       ELSE
                           PERFORM NIVELER-UNE-EMISSION
                       END-IF
               END-READ
           END-PERFORM
           .

       NIVELER-UNE-EMISSION.

           ADD 1 TO NB-EMISSIONS-SOLDE
           MOVE NB-EMISSIONS-SOLDE TO IDX-EMR
           MOVE EMS-Groupe TO EMR-Groupe(IDX-EMR)
           MOVE EMS-Date-Echeance TO EMR-Date-Echeance(IDX-EMR)
           MOVE EMS-Niveau-Relance TO EMR-Niveau(IDX-EMR)
           MOVE 0 TO EMR-Niveau-Calcule(IDX-EMR)

           IF EMS-Restant = 0 THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE RETARD-SOLDE = JOURS-AUJOURDHUI
                   - FUNCTION INTEGER-OF-DATE(EMS-Date-Echeance)
                   - JOURS-REPORT-SOLDE
           PERFORM CALCULER-NIVEAU-RETARD
           MOVE NIVEAU-CALCULE TO EMR-Niveau-Calcule(IDX-EMR)

           IF NIVEAU-CALCULE > EMS-Niveau-Relance THEN
               EVALUATE TRUE
                   WHEN IDX-EMISSION-MENEUSE = 0
                       MOVE IDX-EMR TO IDX-EMISSION-MENEUSE
                   WHEN NIVEAU-CALCULE >
                        EMR-Niveau-Calcule(IDX-EMISSION-MENEUSE)
                       MOVE IDX-EMR TO IDX-EMISSION-MENEUSE
                   WHEN NIVEAU-CALCULE =
                        EMR-Niveau-Calcule(IDX-EMISSION-MENEUSE)
                    AND EMS-Date-Echeance <
                        EMR-Date-Echeance(IDX-EMISSION-MENEUSE)
                       MOVE IDX-EMR TO IDX-EMISSION-MENEUSE
               END-EVALUATE
           END-IF
           .

      *    La lettre vaut pour chaque emission en retard du solde :
      *    chacune prend le niveau que son propre retard justifie,
      *    dans la limite du niveau de la lettre
       REPORTER-NIVEAU-EMISSIONS.

           MOVE 1 TO IDX-EMR
           PERFORM UNTIL IDX-EMR > NB-EMISSIONS-SOLDE
               IF EMR-Niveau-Calcule(IDX-EMR) > NIVEAU-CALCULE THEN
                   MOVE NIVEAU-CALCULE TO EMR-Niveau-Calcule(IDX-EMR)
               END-IF
               IF EMR-Niveau-Calcule(IDX-EMR) > EMR-Niveau(IDX-EMR)
                  THEN
                   MOVE SOL-Numero-Fiscal TO EMS-Numero-Fiscal
                   MOVE SOL-Annee TO EMS-Annee
                   MOVE EMR-Groupe(IDX-EMR) TO EMS-Groupe
                   READ F-SOLDES-EMISSIONS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMR-Niveau-Calcule(IDX-EMR)
                               TO EMS-Niveau-Relance
                           REWRITE EMS-ENREG
                   END-READ
               END-IF
               ADD 1 TO IDX-EMR
           END-PERFORM
           .

      *    Le dernier avis avant poursuites interrompt la
      *    prescription : le delai de quatre ans repart du jour de
      *    l'envoi (meme jour, quatre ans plus tard)
       INTERROMPRE-PRESCRIPTION.

           IF DATE-DU-JOUR > SOL-Date-Interruption THEN
               MOVE DATE-DU-JOUR TO SOL-Date-Interruption
               COMPUTE SOL-Date-Prescription =
                       SOL-Date-Interruption + 40000
           END-IF
           .

      *    Mandat en vigueur a la date du jour couvrant les relances
      *    du destinataire
       CHERCHER-REPRESENTANT.

           SET SANS-REPRESENTANT TO TRUE

           IF STATUT-REPRESENTANTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE NUMERO-DESTINATAIRE TO REP-Numero-Fiscal
           READ F-REPRESENTANTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT REP-Actif
              OR REP-Date-Debut > DATE-DU-JOUR
              OR (REP-Date-Fin NOT = 0
                  AND REP-Date-Fin < DATE-DU-JOUR) THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN REP-Relances-Au-Representant
                   SET REPRESENTANT-DESTINATAIRE TO TRUE
               WHEN REP-Relances-En-Copie
                   SET REPRESENTANT-EN-COPIE TO TRUE
           END-EVALUATE
           .

      *    Mandat en copie : la meme lettre, au meme niveau, part
      *    aussi au representant
       COPIER-AU-REPRESENTANT.

           IF REPRESENTANT-EN-COPIE THEN
               SET LETTRE-EN-COPIE TO TRUE
               PERFORM ECRIRE-LETTRE-RELANCE
               SET LETTRE-ORIGINALE TO TRUE
           END-IF
           .

       CHERCHER-ADRESSE-NPAI.

           SET ADRESSE-EST-SAINE TO TRUE
           MOVE 0 TO ADRESSE-LUE

           IF NOT STATUT-ADRESSES-ABSENT THEN
               MOVE NUMERO-DESTINATAIRE TO ADR-Numero-Fiscal
               READ F-ADRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ADRESSE-EST-LUE TO TRUE
                       IF ADR-EST-NPAI THEN
                           SET ADRESSE-EST-NPAI TO TRUE
                       END-IF
           END-IF
           .

      *    Bloc adresse sur le modele de 7-AVIS-CONTRIBUABLE ; un
      *    non-resident recoit sa lettre au format international
       ECRIRE-BLOC-ADRESSE.

           MOVE ADR-Rue TO RL-Adresse
           MOVE ARTICLE-RELANCE-ADRESSE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           IF ADR-Complement NOT = SPACE THEN
               MOVE ADR-Complement TO RL-Adresse-Suite
               MOVE ARTICLE-RELANCE-ADRESSE-SUITE TO FS-DATA
               PERFORM LIBERER-LIGNE-SIP
           END-IF

           IF ADR-EST-NON-RESIDENT THEN
               MOVE ADR-Code-Postal-Etr TO RL-Code-Postal-Etr
               MOVE ADR-Ville-Etr TO RL-Ville-Etr
               MOVE ARTICLE-RELANCE-ADRESSE-ETRANGER TO FS-DATA
               PERFORM LIBERER-LIGNE-SIP
               MOVE ADR-Pays-Libelle TO RL-Pays-Libelle
               MOVE ARTICLE-RELANCE-ADRESSE-PAYS TO FS-DATA
               PERFORM LIBERER-LIGNE-SIP
               ADD 1 TO CPT-RELANCES-ETRANGER
               EXIT PARAGRAPH
           END-IF

           MOVE ADR-Code-Postal TO RL-Code-Postal
           MOVE ADR-Ville TO RL-Ville
           MOVE ARTICLE-RELANCE-ADRESSE-VILLE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP
           .

      *    Bloc adresse de la lettre en cours : le representant
      *    quand elle lui est adressee ou en est la copie
       PLACER-BLOC-ADRESSE.

           IF REPRESENTANT-DESTINATAIRE OR LETTRE-EN-COPIE THEN
               PERFORM ECRIRE-BLOC-REPRESENTANT
           ELSE
               IF ADRESSE-EST-LUE THEN
                   PERFORM ECRIRE-BLOC-ADRESSE
               END-IF
           END-IF
           .

       ECRIRE-BLOC-REPRESENTANT.

           IF LETTRE-EN-COPIE THEN
               MOVE 'Copie a' TO RL-Representation
           ELSE
               MOVE 'Aux soins de' TO RL-Representation
           END-IF
           MOVE REP-Nom TO RL-Representant
           MOVE ARTICLE-RELANCE-REPRESENTANT TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE REP-Rue TO RL-Adresse
           MOVE ARTICLE-RELANCE-ADRESSE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           IF REP-Complement NOT = SPACE THEN
               MOVE REP-Complement TO RL-Adresse-Suite
               MOVE ARTICLE-RELANCE-ADRESSE-SUITE TO FS-DATA
               PERFORM LIBERER-LIGNE-SIP
           END-IF

           MOVE REP-Code-Postal TO RL-Code-Postal
           MOVE REP-Ville TO RL-Ville
           MOVE ARTICLE-RELANCE-ADRESSE-VILLE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP
           .

      ******************************************************************
      *        RELANCE DES CODEBITEURS SOLIDAIRES DU FOYER

      *    Le solde du livre est tenu au numero du chef de foyer ;
      *    chaque membre marque solidaire du meme foyer recoit la
      *    lettre du niveau atteint par le chef
       RELANCER-CODEBITEURS.

           MOVE 0 TO FOYER-CHEF
           MOVE 1 TO IDX-FOYER
           PERFORM UNTIL IDX-FOYER > NB-FOYERS
               IF FT-NUMERO-FISCAL(IDX-FOYER) = SOL-Numero-Fiscal
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
               IF FT-IDENTIFIANT(IDX-FOYER) = FOYER-CHEF
                  AND FT-SOLIDAIRE(IDX-FOYER) = "O"
                  AND FT-NUMERO-FISCAL(IDX-FOYER)
                      NOT = SOL-Numero-Fiscal THEN
                   PERFORM RELANCER-UN-CODEBITEUR
               END-IF
               ADD 1 TO IDX-FOYER
           END-PERFORM
           .

       RELANCER-UN-CODEBITEUR.

           MOVE FT-NUMERO-FISCAL(IDX-FOYER) TO NUMERO-DESTINATAIRE

           PERFORM CHERCHER-DECHARGE
           IF MEMBRE-EST-DECHARGE THEN
               ADD 1 TO CPT-CODEBITEURS-DECHARGES
               EXIT PARAGRAPH
           END-IF

      *    Procedure collective ou mesure catastrophe avec gel des
      *    relances du codebiteur lui-meme : pas de lettre ; le
      *    report d'echeance du chef reste celui de son solde
           MOVE NUMERO-DESTINATAIRE TO NUMERO-GEL
           PERFORM CHERCHER-PROCEDURE
           IF SOLDE-EST-GELE THEN
               ADD 1 TO CPT-CODEBITEURS-GELES
               EXIT PARAGRAPH
           END-IF
           MOVE JOURS-REPORT-SOLDE TO JOURS-REPORT-CHEF
           PERFORM CHERCHER-SINISTRE
           MOVE JOURS-REPORT-CHEF TO JOURS-REPORT-SOLDE
           IF SINISTRE-EN-VIGUEUR AND SIN-Avec-Gel THEN
               ADD 1 TO CPT-CODEBITEURS-GELES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHERCHER-REPRESENTANT
           PERFORM CHERCHER-ADRESSE-NPAI
           IF ADRESSE-EST-NPAI AND NOT REPRESENTANT-DESTINATAIRE THEN
               ADD 1 TO CPT-RELANCES-NPAI
               EXIT PARAGRAPH
           END-IF

           PERFORM CHERCHER-IDENTITE-CODEBITEUR

           SET LETTRE-AU-CODEBITEUR TO TRUE
           PERFORM ECRIRE-LETTRE-RELANCE
           PERFORM COPIER-AU-REPRESENTANT
           SET LETTRE-AU-CHEF TO TRUE
           .

      *    Une decharge accordee couvre une plage d'annees du role
       CHERCHER-DECHARGE.

           SET MEMBRE-EST-SOLIDAIRE TO TRUE

           IF NOT STATUT-DECHARGES-ABSENT THEN
               MOVE NUMERO-DESTINATAIRE TO DCH-Numero-Fiscal
               READ F-DECHARGES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCH-Etat-Accordee
                          AND SOL-Annee NOT < DCH-Annee-Debut
                          AND SOL-Annee NOT > DCH-Annee-Fin THEN
                           SET MEMBRE-EST-DECHARGE TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       CHERCHER-IDENTITE-CODEBITEUR.

           MOVE SPACE TO NOM-CODEBITEUR
           MOVE SPACE TO PRENOM-CODEBITEUR

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE NUMERO-DESTINATAIRE TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-Nom TO NOM-CODEBITEUR
                       MOVE C-Prenom TO PRENOM-CODEBITEUR
               END-READ
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
                          AND SOL-Date-Ouverture
                              NOT > PRC-Date-Ouverture THEN
                           SET SOLDE-EST-GELE TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       CHERCHER-SINISTRE.

           SET SINISTRE-SANS TO TRUE
           MOVE 0 TO JOURS-REPORT-SOLDE

           IF NOT STATUT-SINISTRES-ABSENT THEN
               MOVE NUMERO-GEL TO SIN-Numero-Fiscal
               READ F-SINISTRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DATE-DU-JOUR NOT < SIN-Date-Debut THEN
                           MOVE SIN-Jours-Report
                               TO JOURS-REPORT-SOLDE
                           IF DATE-DU-JOUR > SIN-Date-Fin THEN
                               SET SINISTRE-ECHU TO TRUE
                           ELSE
                               SET SINISTRE-EN-VIGUEUR TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

       CHERCHER-PLAN.

           SET PLAN-SANS TO TRUE

       ECRIRE-LETTRE-RELANCE.

      *    Le codebiteur est relance par le service du chef, qui
      *    gere le solde
           PERFORM CHERCHER-SIP-DOSSIER

      *    Une lettre = un document du flux d'impression, adresse au
      *    destinataire de la lettre (chef ou codebiteur)
           PERFORM COMMENCER-DOCUMENT-EDITIQUE
           MOVE NUMERO-DESTINATAIRE TO DESTINATAIRE-EDITIQUE

      *    La lettre entre a l'historique des contacts du
      *    destinataire ; la copie au representant n'y entre pas et
      *    n'est pas comptee dans les niveaux
           IF LETTRE-EN-COPIE THEN
               ADD 1 TO CPT-COPIES-REPRESENTANT
           ELSE
               PERFORM INSCRIRE-RELANCE-HISTORIQUE
               PERFORM COMPTER-LETTRE-RELANCE
           END-IF

           INITIALIZE RL-Nom-Prenom
           IF LETTRE-AU-CODEBITEUR THEN
               STRING FUNCTION TRIM(NOM-CODEBITEUR) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      PRENOM-CODEBITEUR DELIMITED BY SPACE
               INTO RL-Nom-Prenom
           ELSE
               STRING FUNCTION TRIM(SOL-Nom) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      SOL-Prenom DELIMITED BY SPACE
               INTO RL-Nom-Prenom
           END-IF

           PERFORM COMPOSER-LETTRE-RELANCE
           .

       INSCRIRE-RELANCE-HISTORIQUE.

           MOVE NUMERO-DESTINATAIRE TO NUMERO-CONTACT
           MOVE SPACE TO RESUME-CONTACT
           EVALUATE TRUE
               WHEN LETTRE-AU-CODEBITEUR AND REPRESENTANT-DESTINATAIRE
                   STRING "relance au codebiteur, millesime "
                              DELIMITED BY SIZE
                          SOL-Annee DELIMITED BY SIZE
                          ", au representant" DELIMITED BY SIZE
                   INTO RESUME-CONTACT
               WHEN LETTRE-AU-CODEBITEUR
                   STRING "relance au codebiteur, millesime "
                              DELIMITED BY SIZE
                          SOL-Annee DELIMITED BY SIZE
                   INTO RESUME-CONTACT
               WHEN REPRESENTANT-DESTINATAIRE
                   STRING "relance de niveau " DELIMITED BY SIZE
                          NIVEAU-CALCULE DELIMITED BY SIZE
                          ", millesime " DELIMITED BY SIZE
                          SOL-Annee DELIMITED BY SIZE
                          ", au representant" DELIMITED BY SIZE
                   INTO RESUME-CONTACT
               WHEN OTHER
                   STRING "relance de niveau " DELIMITED BY SIZE
                          NIVEAU-CALCULE DELIMITED BY SIZE
                          ", millesime " DELIMITED BY SIZE
                          SOL-Annee DELIMITED BY SIZE
                   INTO RESUME-CONTACT
           END-EVALUATE
           PERFORM INSCRIRE-CONTACT
           .

      *    Les lettres aux codebiteurs ne comptent pas dans les
      *    niveaux du livre
       COMPTER-LETTRE-RELANCE.

           IF REPRESENTANT-DESTINATAIRE THEN
               ADD 1 TO CPT-RELANCES-REPRESENTANT
           END-IF

           IF LETTRE-AU-CODEBITEUR THEN
               ADD 1 TO CPT-RELANCES-CODEBITEURS
           ELSE
               EVALUATE NIVEAU-CALCULE
                   WHEN 1
                       ADD 1 TO CPT-RELANCES-1
                   WHEN 2
                       ADD 1 TO CPT-RELANCES-2
                   WHEN 3
                       ADD 1 TO CPT-RELANCES-3
               END-EVALUATE
           END-IF
           .

       COMPOSER-LETTRE-RELANCE.

      *    Principal et penalites (frais, majorations, interets)
      *    presentes separement sur la lettre
           COMPUTE RL-Principal =
                   SOL-Principal-Impose - SOL-Principal-Paye
           COMPUTE RL-Penalites =
                   SOL-Frais-Impose - SOL-Frais-Paye
                   + SOL-Majoration-Imposee - SOL-Majoration-Payee
                   + SOL-Majoration-Retard-Imposee
                   - SOL-Majoration-Retard-Payee
                   + SOL-Interets-Imposes - SOL-Interets-Payes
                   + SOL-Interet-Retard-Impose
                   - SOL-Interet-Retard-Paye
                   + SOL-Manquement-Impose - SOL-Manquement-Paye

      *    Formulation du niveau en vigueur a la date d'emission ;
      *    sans modele, mise en page standard ci-dessous
           MOVE NIVEAU-CALCULE TO NIVEAU-MODELE
           PERFORM CHARGER-MODELE
           IF NB-LIGNES-MODELE > 0 THEN
               PERFORM GARNIR-VARIABLES-RELANCE
               PERFORM COMPOSER-LETTRE-MODELE
               EXIT PARAGRAPH
           END-IF

           EVALUATE NIVEAU-CALCULE
               WHEN 1
                   MOVE ARTICLE-RELANCE-TITRE-1 TO FS-DATA
               WHEN 2
                   MOVE ARTICLE-RELANCE-TITRE-2 TO FS-DATA
               WHEN 3
                   MOVE ARTICLE-RELANCE-TITRE-3 TO FS-DATA
           END-EVALUATE
           PERFORM LIBERER-LIGNE-SIP
           MOVE ARTICLE-RELANCE-LIGNE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE NUMERO-DESTINATAIRE TO RL-Numero-Fiscal
           MOVE ARTICLE-RELANCE-NUMERO TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE ARTICLE-RELANCE-IDENTITE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           IF LETTRE-AU-CODEBITEUR THEN
               MOVE SOL-Numero-Fiscal TO RL-Numero-Fiscal-Chef
               MOVE ARTICLE-RELANCE-SOLIDAIRE TO FS-DATA
               PERFORM LIBERER-LIGNE-SIP
           END-IF

           PERFORM PLACER-BLOC-ADRESSE

           MOVE SOL-Code-Insee TO RL-Code-Insee
           MOVE ARTICLE-RELANCE-COMMUNE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE SOL-Annee TO RL-Annee
           MOVE ARTICLE-RELANCE-ANNEE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE SOL-Impose TO RL-Impose
           MOVE ARTICLE-RELANCE-IMPOSE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE SOL-Paye TO RL-Paye
           MOVE ARTICLE-RELANCE-PAYE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE SOL-Restant TO RL-Restant
           MOVE ARTICLE-RELANCE-RESTANT TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE ARTICLE-RELANCE-PRINCIPAL TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE ARTICLE-RELANCE-PENALITES TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE ECHEANCE-SOLDE TO RL-Echeance
           MOVE ARTICLE-RELANCE-ECHEANCE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP

           MOVE ARTICLE-RELANCE-VIDE TO FS-DATA
           PERFORM LIBERER-LIGNE-SIP
           .

      *    Variables des modeles RL : NUM numero fiscal, NOM nom et
      *    prenom, CHF foyer du chef (lettre au codebiteur), COM
      *    commune, ANN annee, IMP/PAY/RES impose, paye, reste,
      *    PRI/PEN principal et penalites, ECH echeance, DAT date
      *    d'emission
       GARNIR-VARIABLES-RELANCE.

           MOVE 0 TO NB-VARIABLES

           MOVE "NUM" TO CODE-VARIABLE
           MOVE NUMERO-DESTINATAIRE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "NOM" TO CODE-VARIABLE
           MOVE RL-Nom-Prenom TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "CHF" TO CODE-VARIABLE
           MOVE SPACE TO VALEUR-VARIABLE
           IF LETTRE-AU-CODEBITEUR THEN
               MOVE SOL-Numero-Fiscal TO VALEUR-VARIABLE
           END-IF
           PERFORM AJOUTER-VARIABLE

           MOVE "COM" TO CODE-VARIABLE
           MOVE SOL-Code-Insee TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "ANN" TO CODE-VARIABLE
           MOVE SOL-Annee TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "IMP" TO CODE-VARIABLE
           MOVE SOL-Impose TO MONTANT-VARIABLE
           MOVE MONTANT-VARIABLE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "PAY" TO CODE-VARIABLE
           MOVE SOL-Paye TO MONTANT-VARIABLE
           MOVE MONTANT-VARIABLE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "RES" TO CODE-VARIABLE
           MOVE SOL-Restant TO MONTANT-VARIABLE
           MOVE MONTANT-VARIABLE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "PRI" TO CODE-VARIABLE
           MOVE RL-Principal TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "PEN" TO CODE-VARIABLE
           MOVE RL-Penalites TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "ECH" TO CODE-VARIABLE
           MOVE ECHEANCE-SOLDE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DAT" TO CODE-VARIABLE
           MOVE DATE-EMISSION TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE
           .

      *    Lettre composee ligne a ligne sur le modele ; une ligne
      *    &ADR place le bloc adresse du destinataire
       COMPOSER-LETTRE-MODELE.

           MOVE 1 TO IDX-MODELE
           PERFORM UNTIL IDX-MODELE > NB-LIGNES-MODELE
               IF LIGNE-MODELE(IDX-MODELE)(1:4) = "&ADR" THEN
                   PERFORM PLACER-BLOC-ADRESSE
               ELSE
                   PERFORM FUSIONNER-LIGNE-MODELE
                   IF LIGNE-EST-IMPRIMEE THEN
                       MOVE LIGNE-FUSIONNEE TO FS-DATA
                       PERFORM LIBERER-LIGNE-SIP
                   END-IF
               END-IF
               ADD 1 TO IDX-MODELE
           END-PERFORM

           ADD 1 TO CPT-LETTRES-MODELE
           .

       CHERCHER-SIP-DOSSIER.

           MOVE SPACE TO SIP-LETTRE

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE SOL-Numero-Fiscal TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-Sip TO SIP-LETTRE
               END-READ
           END-IF
           .

       LIBERER-LIGNE-SIP.

           ADD 1 TO SEQUENCE-LIGNE
           MOVE SIP-LETTRE TO TS-Sip
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
               MOVE 'non attribue' TO RL-Sip
           ELSE
               MOVE TS-Sip TO RL-Sip
           END-IF
           MOVE ARTICLE-RELANCE-SIP-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RELANCE-SIP TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RELANCE-SIP-LIGNE TO FS-DATA
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
           MOVE "7-RELANCES" TO HCT-Programme
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
           STOP RUN.
