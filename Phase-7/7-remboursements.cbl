      *          (6-avoirs.dat) sont nettes par contribuable ; le
      *          montant net est verse par virement SEPA (7-virements
      *          .dat, miroir des ordres de 7-PRELEVEMENTS) sur l'IBAN
      *          du master 7-rib.idx. Un contribuable sans
      *          coordonnees bancaires utilisables est rembourse par
      *          lettre-cheque (7-lettres-cheques.txt), numerotee et
      *          suivie jusqu'a encaissement ou peremption au master
      *          7-cheques.idx (7-LETTRES-CHEQUES) ; seule une adresse
      *          absente ou en retour NPAI (5-adresses.idx) laisse le
      *          credit au livre, en rejet. Chaque versement laisse
      *          une trace au journal des remboursements. Les avoirs
      *          rouverts par 7-RETOURS-VIREMENTS (virement revenu de
      *          la banque) sont reverses. Le trop-paye rembourse est
      *          apure au livre (cumul paye ramene au montant impose)
      *          pour ne pas etre rembourse deux fois ; un avoir
      *          verse est inscrit au master 7-avoirs-payes.idx (cle
      *          numero fiscal + annee) et n'est jamais verse deux
      *          fois, le role reemettant les memes avoirs a chaque
      *          execution (meme mecanique d'idempotence que
      *          7-reglements.idx). Un trop-paye ne d'un degrevement
      *          (7-degrevements-journal.dat) porte interets
      *          moratoires a la charge de l'Etat, du dernier
      *          paiement impute au millesime jusqu'au remboursement,
      *          au taux de l'interet legal de chaque annee
      *          (0-interets-moratoires.param) : ils s'ajoutent au
      *          versement, figurent a part sur la lettre-cheque et
      *          au journal, repris par 7-PRISE-EN-CHARGE. Un
      *          non-resident est paye sur IBAN etranger (BIC
      *          obligatoire) ou par lettre-cheque a son adresse au
      *          format postal international.
      *          Chaque lettre-cheque est inscrite a l'historique des
      *          contacts du beneficiaire (7-historique-contacts.idx,
      *          7-CONTACTS-ENTRANTS).
      *          Filtrage anti-fraude avant virement : chaque
      *          remboursement est note selon trois regles (IBAN
      *          servant a plusieurs contribuables de noms differents
      *          dans l'execution, IBAN change depuis peu
      *          (7-rib-changements.dat) avant un montant important,
      *          remboursement superieur a tout ce que le contribuable
      *          a paye), poids et seuils lus dans
      *          0-remboursements-fraude.param. Un remboursement dont
      *          la note atteint le seuil ne part pas : il est mis en
      *          attente au master 7-remboursements-attente.idx avec
      *          ses motifs (etat 7-remboursements-attente.txt,
      *          journal d'audit central, fichier F), le credit
      *          restant au livre. Seule une decision du superviseur
      *          (7-REMBOURSEMENTS-DECISION) le libere ou l'annule ;
      *          un remboursement libere part a l'execution suivante
      *          sans nouveau filtrage, un montant different de celui
      *          mis en attente est filtre a nouveau.
      *          Un contribuable represente (5-representants.idx,
      *          4-REPRESENTANTS-MAJ) dont le mandat en vigueur couvre
      *          les remboursements est rembourse a son representant
      *          legal : virement sur l'IBAN du representant, soumis
      *          au meme filtrage, ou a defaut lettre-cheque a son
      *          adresse, aux soins du representant.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    Avoirs deja verses, persistant d'une execution a l'autre
           SELECT F-AVOIRS-PAYES ASSIGN TO "7-avoirs-payes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AVP-Cle
                   FILE STATUS IS WS-STATUT-AVOIRS-PAYES.

           SELECT C-JOURNAL ASSIGN TO "7-remboursements-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Credits non verses (ni coordonnees bancaires, ni adresse
      *    postale utilisable)
           SELECT C-REJETS ASSIGN TO "7-remboursements-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Master des adresses postales : destinataire de la
      *    lettre-cheque
           SELECT F-ADRESSES ASSIGN TO "5-adresses.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

      *    Representants legaux (4-REPRESENTANTS-MAJ) ; absent =
      *    aucun mandat, le contribuable est rembourse lui-meme
           SELECT F-REPRESENTANTS ASSIGN TO "5-representants.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REP-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-REPRESENTANTS.

      *    Lettres-cheques emises, suivies jusqu'a encaissement ou
      *    peremption (cle numero de cheque)
           SELECT F-CHEQUES ASSIGN TO "7-cheques.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CHQ-Numero
                   FILE STATUS IS WS-STATUT-CHEQUES.

      *    Duree de validite des lettres-cheques
           SELECT F-PARAM ASSIGN TO "0-lettres-cheques.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

      *    Lettres-cheques a imprimer
           SELECT FL ASSIGN TO "7-lettres-cheques.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Degrevements accordes, ecrits par 7-DEGREVEMENTS : seuls
      *    les trop-payes qui en naissent portent interets moratoires
           SELECT F-DEGREVEMENTS
                   ASSIGN TO "7-degrevements-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DEGREVEMENTS.

      *    Taux de l'interet legal, une ligne par annee
           SELECT F-TAUX-MORATOIRES
                   ASSIGN TO "0-interets-moratoires.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-TAUX-MORATOIRES.

      *    Historique des contacts du contribuable (7-CONTACTS-
      *    ENTRANTS) : chaque document emis y est inscrit
           SELECT F-HISTORIQUE ASSIGN TO "7-historique-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HCT-Cle
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

      *    Seuils et poids du filtrage anti-fraude
           SELECT F-FRAUDE-PARAM
                   ASSIGN TO "0-remboursements-fraude.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FRAUDE-PARAM.

      *    Changements d'IBAN journalises par 7-RIB-MAJ
           SELECT F-RIB-CHANGEMENTS ASSIGN TO "7-rib-changements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-CHANGEMENTS.

      *    Remboursements suspects en attente de decision du
      *    superviseur (cle numero fiscal)
           SELECT F-ATTENTE ASSIGN TO "7-remboursements-attente.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ATT-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ATTENTE.

      *    Etat des mises en attente de l'execution
           SELECT FA ASSIGN TO "7-remboursements-attente.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Journal d'audit central : les mises en attente y sont
      *    tracees comme les decisions du superviseur
           SELECT F-AUDIT ASSIGN TO "9-audit-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-AUDIT.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

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

      *    Meme disposition que C-AVR-ENREG dans 5-ROLES.cbl, qui
      *    alimente ce fichier
           05 RIB-IBAN          PIC X(34).
           05 RIB-BIC           PIC X(11).
      *    A = actif, I = inutilisable (compte clos ou mandat refuse,
      *    marque par 7-REJETS-PRELEVEMENT ou 7-RETOURS-VIREMENTS)
           05 RIB-Etat          PIC X(1).
               88 RIB-Actif         VALUE "A".
               88 RIB-Inutilisable  VALUE "I".
               10 AVP-Annee         PIC 9(4).
           05 AVP-Montant       PIC 9(6)V99.
           05 AVP-Date          PIC 9(8).
      *    Mode de versement : V (ou blanc, versements anterieurs) =
      *    virement, C = lettre-cheque (numero en AVP-Numero-Cheque)
           05 AVP-Mode          PIC X(1).
               88 AVP-Par-Virement      VALUE "V" " ".
               88 AVP-Par-Cheque        VALUE "C".
      *    P (ou blanc) = verse, R = rouvert par 7-RETOURS-VIREMENTS
      *    (virement revenu), a reverser
           05 AVP-Etat          PIC X(1).
               88 AVP-Verse             VALUE "P" " ".
               88 AVP-Rouvert           VALUE "R".
           05 AVP-Numero-Cheque PIC 9(8).

      *    Ordre de virement (miroir de ORD-ENREG dans
      *    7-PRELEVEMENTS.cbl : meme disposition, sens crediteur)
           05 CJ-Avoir          PIC 9(6)V99.
           05 CJ-Montant-Verse  PIC 9(6)V99.
           05 CJ-Date           PIC 9(8).
      *    V = virement, C = lettre-cheque
           05 CJ-Mode           PIC X(1).
           05 CJ-Numero-Cheque  PIC 9(8).
      *    Interets moratoires compris dans le montant verse, charge
      *    de l'Etat (7-PRISE-EN-CHARGE)
           05 CJ-Interets       PIC 9(6)V99.

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Montant        PIC 9(6)V99.
           05 CR-Motif          PIC X(40).

      *    Meme disposition que C-ADRESSES-ENREG dans
      *    4-ADRESSES-MAJ.cbl, qui alimente ce fichier
       FD  F-ADRESSES.
       01  F-ADR-ENREG.
           05 ADR-Numero-Fiscal PIC 9(13).
           05 ADR-Adresse.
               10 ADR-Rue         PIC X(32).
               10 ADR-Complement  PIC X(32).
               10 ADR-Code-Postal PIC X(5).
               10 ADR-Ville       PIC X(26).
      *    Retour de courrier NPAI (4-NPAI)
           05 ADR-NPAI          PIC X(1).
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


      *    Lettre-cheque : E = emise, P = payee (encaissee),
      *    X = perimee sans encaissement
       FD  F-CHEQUES.
       01  CHQ-ENREG.
           05 CHQ-Numero        PIC 9(8).
           05 CHQ-Numero-Fiscal PIC 9(13).
           05 CHQ-Nom           PIC X(11).
           05 CHQ-Prenom        PIC X(15).
           05 CHQ-Montant       PIC 9(6)V99.
           05 CHQ-Trop-Paye     PIC 9(6)V99.
           05 CHQ-Avoir         PIC 9(6)V99.
           05 CHQ-Date-Emission PIC 9(8).
           05 CHQ-Date-Peremption PIC 9(8).
           05 CHQ-Etat          PIC X(1).
               88 CHQ-Emis           VALUE "E".
               88 CHQ-Paye           VALUE "P".
               88 CHQ-Perime         VALUE "X".
           05 CHQ-Date-Etat     PIC 9(8).
           05 CHQ-Interets      PIC 9(6)V99.

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Jours-Validite PIC 9(3).

       FD  FL.
       01  FL-DATA PIC X(80).

      *    Meme disposition que CJ-ENREG dans 7-DEGREVEMENTS.cbl, qui
      *    alimente ce fichier
       FD  F-DEGREVEMENTS.
       01  DEG-ENREG.
           05 DEG-Numero-Fiscal  PIC 9(13).
           05 DEG-Taxe           PIC X(2).
           05 DEG-Impot-Initial  PIC 9(6)V99.
           05 DEG-Degrevement    PIC 9(6)V99.
           05 DEG-Impot-Net      PIC 9(6)V99.
           05 DEG-Motif          PIC X(40).

      *    Taux annuel en pour cent (0420 = 4,20 %)
       FD  F-TAUX-MORATOIRES.
       01  PIM-ENREG.
           05 PIM-Annee          PIC 9(4).
           05 PIM-Taux           PIC 9(2)V99.

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

      *    Beneficiaires de noms differents au-dela desquels un IBAN
      *    est suspect, fenetre (jours) et montant (euros) du
      *    changement d'IBAN, coefficient (pour cent du total paye)
      *    du remboursement disproportionne, poids de chaque regle et
      *    seuil de mise en attente
       FD  F-FRAUDE-PARAM.
       01  FRP-ENREG.
           05 FRP-Iban-Max          PIC 9(2).
           05 FRP-Jours-Rib         PIC 9(3).
           05 FRP-Montant-Rib       PIC 9(6).
           05 FRP-Coefficient-Paye  PIC 9(3).
           05 FRP-Poids-Iban        PIC 9(3).
           05 FRP-Poids-Rib         PIC 9(3).
           05 FRP-Poids-Paye        PIC 9(3).
           05 FRP-Seuil             PIC 9(3).

      *    Meme disposition que CHG-ENREG dans 7-RIB-MAJ.cbl, qui
      *    alimente ce fichier
       FD  F-RIB-CHANGEMENTS.
       01  CHG-ENREG.
           05 CHG-Numero-Fiscal PIC 9(13).
           05 CHG-Date          PIC 9(8).
           05 CHG-Ancien-IBAN   PIC X(34).
           05 CHG-Nouvel-IBAN   PIC X(34).
           05 CHG-Operateur     PIC X(8).

      *    A = en attente, L = libere par le superviseur (verse a
      *    l'execution suivante), X = annule (jamais verse tant que
      *    le montant ne change pas), V = verse apres liberation ;
      *    motifs : O = regle declenchee
       FD  F-ATTENTE.
       01  ATT-ENREG.
           05 ATT-Numero-Fiscal  PIC 9(13).
           05 ATT-Etat           PIC X(1).
               88 ATT-En-Attente     VALUE "A".
               88 ATT-Libere         VALUE "L".
               88 ATT-Annule         VALUE "X".
               88 ATT-Verse          VALUE "V".
           05 ATT-Montant        PIC 9(7)V99.
           05 ATT-IBAN           PIC X(34).
           05 ATT-Score          PIC 9(3).
           05 ATT-Motifs.
               10 ATT-Motif-Iban     PIC X(1).
               10 ATT-Motif-Rib      PIC X(1).
               10 ATT-Motif-Paye     PIC X(1).
           05 ATT-Nb-Beneficiaires PIC 9(4).
           05 ATT-Date-Mise      PIC 9(8).
           05 ATT-Nom            PIC X(11).
           05 ATT-Prenom         PIC X(15).
           05 ATT-Date-Decision  PIC 9(8).
           05 ATT-Operateur-Decision PIC X(8).
           05 ATT-Motif-Decision PIC X(40).

       FD  FA.
       01  FA-DATA PIC X(100).

      *    Meme disposition que JRN-ENREG dans 4-OCCURRENCES.cbl
       FD  F-AUDIT.
       01  JRN-ENREG.
           05 JRN-Programme   PIC X(20).
           05 JRN-Operateur   PIC X(8).
           05 JRN-Date        PIC 9(8).
           05 JRN-Fichier     PIC X(1).
           05 JRN-Action      PIC X(1).
           05 JRN-Avant       PIC X(80).
           05 JRN-Apres       PIC X(80).

       FD  F-OPERATEUR.
       01  OPE-ENREG.
           05 OPE-Identifiant PIC X(8).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-LCH-TITRE PIC X(40)
              VALUE 'LETTRE-CHEQUE DE REMBOURSEMENT'.

           05 ARTICLE-LCH-LIGNE PIC X(60) VALUE ALL '-'.

           05 ARTICLE-LCH-NUMERO.
               10 FILLER PIC X(20) VALUE 'Cheque numero'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Numero PIC 9(8).

           05 ARTICLE-LCH-BENEFICIAIRE.
               10 FILLER PIC X(20) VALUE 'Payez a'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Nom-Prenom PIC X(30).

      *    Contribuable represente : la lettre part aux soins du
      *    representant legal, a son adresse
           05 ARTICLE-LCH-REPRESENTANT.
               10 FILLER PIC X(20) VALUE 'Aux soins de'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Representant PIC X(32).

           05 ARTICLE-LCH-ADRESSE.
               10 FILLER PIC X(21) VALUE SPACE.
               10 LC-Adresse PIC X(32).

           05 ARTICLE-LCH-VILLE.
               10 FILLER PIC X(21) VALUE SPACE.
               10 LC-Code-Postal PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 LC-Ville PIC X(26).

      *    Non-resident : format postal international, code postal
      *    et ville du pays puis le pays en derniere ligne
           05 ARTICLE-LCH-VILLE-ETRANGER.
               10 FILLER PIC X(21) VALUE SPACE.
               10 LC-Code-Postal-Etr PIC X(10).
               10 FILLER PIC X VALUE SPACE.
               10 LC-Ville-Etr PIC X(30).

           05 ARTICLE-LCH-PAYS.
               10 FILLER PIC X(21) VALUE SPACE.
               10 LC-Pays-Libelle PIC X(30).

           05 ARTICLE-LCH-NUMERO-FISCAL.
               10 FILLER PIC X(20) VALUE 'Numero fiscal'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Numero-Fiscal PIC 9(13).

           05 ARTICLE-LCH-TROP-PAYE.
               10 FILLER PIC X(20) VALUE 'Dont trop-paye'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Trop-Paye PIC Z(9)9.99.

           05 ARTICLE-LCH-AVOIR.
               10 FILLER PIC X(20) VALUE 'Dont avoir'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Avoir PIC Z(9)9.99.

           05 ARTICLE-LCH-INTERETS.
               10 FILLER PIC X(20) VALUE 'Dont interets morat.'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Interets PIC Z(9)9.99.

           05 ARTICLE-LCH-MONTANT.
               10 FILLER PIC X(20) VALUE 'Montant'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Montant PIC Z(9)9.99.

           05 ARTICLE-LCH-EMISSION.
               10 FILLER PIC X(20) VALUE 'Emis le'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Date-Emission PIC 9(8).

           05 ARTICLE-LCH-PEREMPTION.
               10 FILLER PIC X(20) VALUE 'Valable jusqu''au'.
               10 FILLER PIC X VALUE ':'.
               10 LC-Date-Peremption PIC 9(8).

           05 ARTICLE-LCH-VIDE PIC X(40) VALUE SPACE.

           05 ARTICLE-ATT-TITRE PIC X(60)
              VALUE 'REMBOURSEMENTS MIS EN ATTENTE DE DECISION'.

           05 ARTICLE-ATT-LIGNE PIC X(100) VALUE ALL '-'.

           05 ARTICLE-ATT-DETAIL.
               10 LA-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 LA-Nom PIC X(11).
               10 FILLER PIC X VALUE SPACE.
               10 LA-Montant PIC Z(6)9.99.
               10 FILLER PIC X(8) VALUE '  note :'.
               10 LA-Score PIC ZZ9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 LA-Motifs PIC X(50).

           05 ARTICLE-ATT-FIN.
               10 FILLER PIC X(20) VALUE 'Mis en attente'.
               10 FILLER PIC X VALUE ':'.
               10 LA-Nb-Attente PIC Z(5)9.
               10 FILLER PIC X(10) VALUE '  total :'.
               10 LA-Total-Attente PIC Z(9)9.99.

      *    Version de disposition attendue en tete des fichiers
      *    inter-phases (0001 = origine, 0002 = part EPCI,
      *    0003 = montants en centimes) : un fichier d'une autre
           05  WS-STATUT-RIB            PIC X(02) VALUE SPACE.
               88  STATUT-RIB-ABSENT              VALUE "35".

      *    Master des adresses absent : aucune lettre-cheque ne peut
      *    partir, le credit reste au livre
       1   ADRESSES-WORKING-MANAGER.
           05  WS-STATUT-ADRESSES       PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-ABSENT         VALUE "35".

      *    Mandat en vigueur couvrant les remboursements ; le
      *    titulaire de l'IBAN recense est le representant pour un
      *    contribuable represente (une association tutelaire verse
      *    pour plusieurs proteges sans que l'IBAN soit partage)
       1   REPRESENTANTS-WORKING-MANAGER.
           05  WS-STATUT-REPRESENTANTS  PIC X(02) VALUE SPACE.
               88  STATUT-REPRESENTANTS-ABSENT    VALUE "35".
           05  REPRESENTATION           PIC 9(1) VALUE 0.
               88  SANS-REPRESENTANT              VALUE 0.
               88  REPRESENTANT-DESTINATAIRE      VALUE 1.
           05  NOM-TITULAIRE-IBAN       PIC X(11) VALUE SPACE.
           05  CPT-VIREMENTS-REPRESENTANT PIC 9(6) VALUE 0.
           05  CPT-CHEQUES-REPRESENTANT PIC 9(6) VALUE 0.
           05  ADRESSE-CHEQUE           PIC 9(1) VALUE 0.
               88  ADRESSE-CHEQUE-REJETEE         VALUE 1.

      *    Validite par defaut d'une lettre-cheque : un an ; la
      *    numerotation reprend apres le plus grand numero du master
       1   CHEQUES-WORKING-MANAGER.
           05  WS-STATUT-CHEQUES        PIC X(02) VALUE SPACE.
               88  STATUT-CHEQUES-ABSENT          VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  FIN-CHEQUES              PIC X(01) VALUE SPACE.
               88  FF-CHQ                         VALUE HIGH-VALUE.
           05  JOURS-VALIDITE           PIC 9(3) VALUE 365.
           05  DERNIER-NUMERO-CHEQUE    PIC 9(8) VALUE 0.
           05  JOURS-EMISSION           PIC 9(8) VALUE 0.
           05  CPT-LETTRES-CHEQUES      PIC 9(6) VALUE 0.
           05  TOTAL-LETTRES-CHEQUES    PIC 9(10)V99 VALUE 0.

      *    Table des credits a verser, un poste par contribuable
      *    (meme idiom que la table des adhesions de 7-ECHEANCIER)
       1   CREDITS-WORKING-MANAGER.
               10  CRT-NOM              PIC X(11).
               10  CRT-TROP-PAYE        PIC 9(7)V99.
               10  CRT-AVOIR            PIC 9(7)V99.
               10  CRT-INTERETS         PIC 9(7)V99.
           05  CPT-CREDITS-DEBORDEMENT  PIC 9(4) VALUE 0.
           05  NUMERO-CHERCHE           PIC 9(13) VALUE 0.
           05  CREDIT-TROUVE            PIC 9(1) VALUE 0.
               10  AVL-ANNEE            PIC 9(4).
               10  AVL-MONTANT          PIC 9(6)V99.
           05  CPT-AVOIRS-DEJA-PAYES    PIC 9(6) VALUE 0.
           05  CPT-AVOIRS-ROUVERTS      PIC 9(6) VALUE 0.
      *    Mode de versement du credit en cours, reporte au master
           05  MODE-VERSEMENT           PIC X(1) VALUE SPACE.
           05  NUMERO-CHEQUE-VERSE      PIC 9(8) VALUE 0.

      *    Degrevements du journal cumules par contribuable : leur
      *    total borne la part du trop-paye qui porte interets
       1   DEGREVEMENTS-WORKING-MANAGER.
           05  WS-STATUT-DEGREVEMENTS   PIC X(02) VALUE SPACE.
               88  STATUT-DEGREVEMENTS-ABSENT     VALUE "35".
           05  FIN-DEGREVEMENTS         PIC X(01) VALUE SPACE.
               88  FF-DEG                         VALUE HIGH-VALUE.
           05  NB-DEGREVEMENTS          PIC 9(4) VALUE 0.
           05  IDX-DEGREVEMENT          PIC 9(4) VALUE 0.
           05  IDX-DEGREVEMENT-TROUVE   PIC 9(4) VALUE 0.
           05  DEGREVEMENTS-MAX         PIC 9(4) VALUE 1000.
           05  DEGREVEMENT-TABLE OCCURS 1000 TIMES.
               10  DGT-NUMERO-FISCAL    PIC 9(13).
               10  DGT-BASE-RESTANTE    PIC 9(7)V99.
           05  CPT-DEGREVEMENTS-DEBORDEMENT PIC 9(4) VALUE 0.

      *    Taux de l'interet legal par annee ; une annee absente du
      *    parametre prend le taux par defaut
       1   MORATOIRES-WORKING-MANAGER.
           05  WS-STATUT-TAUX-MORATOIRES PIC X(02) VALUE SPACE.
               88  STATUT-TAUX-MORATOIRES-ABSENT  VALUE "35".
           05  FIN-TAUX-MORATOIRES      PIC X(01) VALUE SPACE.
               88  FF-PIM                         VALUE HIGH-VALUE.
           05  TAUX-MORATOIRE-DEFAUT    PIC 9(2)V99 VALUE 4.20.
           05  NB-TAUX-MORATOIRES       PIC 9(2) VALUE 0.
           05  IDX-TAUX                 PIC 9(2) VALUE 0.
           05  TAUX-MORATOIRES-MAX      PIC 9(2) VALUE 50.
           05  TAUX-MORATOIRE-TABLE OCCURS 50 TIMES.
               10  TXM-ANNEE            PIC 9(4).
               10  TXM-TAUX             PIC 9(2)V99.
           05  TAUX-ANNEE               PIC 9(2)V99 VALUE 0.
           05  BASE-INTERETS            PIC 9(7)V99 VALUE 0.
           05  INTERETS-CALCULES        PIC 9(7)V9(6) VALUE 0.
           05  INTERETS-SOLDE           PIC 9(7)V99 VALUE 0.
           05  ANNEE-INTERETS           PIC 9(4) VALUE 0.
           05  DATE-BORNE               PIC 9(8) VALUE 0.
           05  JOUR-DEBUT-PERIODE       PIC 9(8) VALUE 0.
           05  JOUR-FIN-PERIODE         PIC 9(8) VALUE 0.
           05  JOUR-DEBUT-ANNEE         PIC 9(8) VALUE 0.
           05  JOURS-DE-L-ANNEE         PIC 9(3) VALUE 0.
           05  CPT-INTERETS             PIC 9(6) VALUE 0.
           05  TOTAL-INTERETS           PIC 9(10)V99 VALUE 0.

       1   VERSEMENT-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
               88  FF-ANNEES                      VALUE HIGH-VALUE.
           05  CPT-VIREMENTS            PIC 9(6) VALUE 0.
           05  TOTAL-VIREMENTS          PIC 9(10)V99 VALUE 0.
           05  CPT-VIREMENTS-ETRANGER   PIC 9(6) VALUE 0.
           05  CPT-SANS-RIB             PIC 9(6) VALUE 0.
           05  TOTAL-SANS-RIB           PIC 9(10)V99 VALUE 0.

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
           05  DOCUMENT-CONTACT         PIC X(2) VALUE "LC".
           05  RESUME-CONTACT           PIC X(60) VALUE SPACE.
           05  CONTACT-INSCRIT          PIC 9(1) VALUE 0.
               88  CONTACT-EST-INSCRIT            VALUE 1.
               88  CONTACT-A-INSCRIRE             VALUE 0.
           05  CPT-CONTACTS             PIC 9(6) VALUE 0.

      *    Filtrage anti-fraude : parametres (valeurs par defaut
      *    tant que 0-remboursements-fraude.param est absent)
       1   FRAUDE-WORKING-MANAGER.
           05  WS-STATUT-FRAUDE-PARAM   PIC X(02) VALUE SPACE.
               88  STATUT-FRAUDE-PARAM-ABSENT     VALUE "35".
           05  FRAUDE-IBAN-MAX          PIC 9(2) VALUE 3.
           05  FRAUDE-JOURS-RIB         PIC 9(3) VALUE 30.
           05  FRAUDE-MONTANT-RIB       PIC 9(6) VALUE 1000.
           05  FRAUDE-COEFFICIENT-PAYE  PIC 9(3) VALUE 100.
           05  FRAUDE-POIDS-IBAN        PIC 9(3) VALUE 60.
           05  FRAUDE-POIDS-RIB         PIC 9(3) VALUE 50.
           05  FRAUDE-POIDS-PAYE        PIC 9(3) VALUE 40.
           05  FRAUDE-SEUIL             PIC 9(3) VALUE 50.
           05  SCORE-FRAUDE             PIC 9(3) VALUE 0.
           05  TOTAL-PAYE-CONTRIBUABLE  PIC 9(9)V99 VALUE 0.
           05  MOTIFS-FRAUDE.
               10  MOTIF-FRAUDE-IBAN    PIC X(1) VALUE SPACE.
               10  MOTIF-FRAUDE-RIB     PIC X(1) VALUE SPACE.
               10  MOTIF-FRAUDE-PAYE    PIC X(1) VALUE SPACE.
           05  NB-BENEFICIAIRES-IBAN    PIC 9(4) VALUE 0.
           05  REMBOURSEMENT-SUSPECT    PIC 9(1) VALUE 0.
               88  REMBOURSEMENT-EST-SUSPECT      VALUE 1.
               88  REMBOURSEMENT-EST-SAIN         VALUE 0.
           05  FIN-PAYES                PIC X(01) VALUE SPACE.
               88  FF-PAYES                       VALUE HIGH-VALUE.

      *    IBAN des virements de l'execution : premier nom rencontre
      *    et nombre de beneficiaires portant un autre nom (meme
      *    idiom de table que CHERCHER-CREDIT)
       1   IBAN-WORKING-MANAGER.
           05  NB-IBAN                  PIC 9(4) VALUE 0.
           05  IDX-IBAN                 PIC 9(4) VALUE 0.
           05  IDX-IBAN-TROUVE          PIC 9(4) VALUE 0.
           05  IBAN-MAX                 PIC 9(4) VALUE 1000.
           05  IBAN-TABLE OCCURS 1000 TIMES.
               10  IBT-IBAN             PIC X(34).
               10  IBT-NOM              PIC X(11).
               10  IBT-NB-BENEFICIAIRES PIC 9(4).

      *    Changements d'IBAN de la fenetre de surveillance
       1   CHANGEMENTS-WORKING-MANAGER.
           05  WS-STATUT-CHANGEMENTS    PIC X(02) VALUE SPACE.
               88  STATUT-CHANGEMENTS-ABSENT      VALUE "35".
           05  FIN-CHANGEMENTS          PIC X(01) VALUE SPACE.
               88  FF-CHG                         VALUE HIGH-VALUE.
           05  DATE-LIMITE-RIB          PIC 9(8) VALUE 0.
           05  NB-CHANGEMENTS           PIC 9(4) VALUE 0.
           05  IDX-CHANGEMENT           PIC 9(4) VALUE 0.
           05  CHANGEMENT-RECENT        PIC 9(1) VALUE 0.
               88  CHANGEMENT-EST-RECENT          VALUE 1.
           05  CHANGEMENTS-MAX          PIC 9(4) VALUE 1000.
           05  CHANGEMENT-TABLE OCCURS 1000 TIMES.
               10  RCT-NUMERO-FISCAL    PIC 9(13).
           05  CPT-CHANGEMENTS-DEBORDEMENT PIC 9(4) VALUE 0.

      *    File d'attente du superviseur : decision lue avant chaque
      *    versement
       1   ATTENTE-WORKING-MANAGER.
           05  WS-STATUT-ATTENTE        PIC X(02) VALUE SPACE.
               88  STATUT-ATTENTE-ABSENT          VALUE "35".
           05  ATTENTE-CONNUE           PIC 9(1) VALUE 0.
               88  ATTENTE-EST-CONNUE             VALUE 1.
           05  VERSEMENT-BLOQUE         PIC 9(1) VALUE 0.
               88  VERSEMENT-EST-BLOQUE           VALUE 1.
           05  LIBERATION               PIC 9(1) VALUE 0.
               88  LIBERATION-ACCORDEE            VALUE 1.
           05  CPT-MIS-EN-ATTENTE       PIC 9(6) VALUE 0.
           05  TOTAL-MIS-EN-ATTENTE     PIC 9(10)V99 VALUE 0.
           05  CPT-TOUJOURS-EN-ATTENTE  PIC 9(6) VALUE 0.
           05  CPT-ANNULES              PIC 9(6) VALUE 0.
           05  CPT-LIBERES              PIC 9(6) VALUE 0.

       1   AUDIT-WORKING-MANAGER.
           05  WS-STATUT-AUDIT          PIC X(02) VALUE SPACE.
               88  STATUT-AUDIT-ABSENT            VALUE "35".
           05  WS-STATUT-OPERATEUR      PIC X(02) VALUE SPACE.
               88  STATUT-OPERATEUR-ABSENT        VALUE "35".
           05  OPERATEUR-COURANT        PIC X(8) VALUE "INCONNU".
           05  IMAGE-AVANT              PIC X(80) VALUE SPACE.
           05  IMAGE-APRES              PIC X(80) VALUE SPACE.
           05  ACTION-AUDIT             PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           END-IF

           PERFORM OUVRIR-MASTER-AVOIRS-PAYES
           PERFORM OUVRIR-MASTER-CHEQUES
           PERFORM LIRE-PARAMETRES
           PERFORM CHARGER-TAUX-MORATOIRES
           PERFORM CHARGER-DEGREVEMENTS
           OPEN INPUT F-ADRESSES
           OPEN INPUT F-REPRESENTANTS
           PERFORM LIRE-PARAMETRES-FRAUDE
           PERFORM CHARGER-CHANGEMENTS-RIB
           PERFORM OUVRIR-MASTER-ATTENTE
           PERFORM OUVRIR-JOURNAL-AUDIT

      *    Collecte des credits : trop-payes du livre, avoirs du
      *    role, puis avoirs rouverts apres retour de virement
           PERFORM COLLECTER-TROP-PAYES
           PERFORM COLLECTER-AVOIRS
           PERFORM COLLECTER-AVOIRS-ROUVERTS
           PERFORM RECENSER-IBAN

      *    Versement du net par contribuable
           OPEN OUTPUT FS C-JOURNAL C-REJETS FL FA
           MOVE ARTICLE-ATT-TITRE TO FA-DATA
           WRITE FA-DATA
           MOVE ARTICLE-ATT-LIGNE TO FA-DATA
           WRITE FA-DATA
           PERFORM OUVRIR-HISTORIQUE
           PERFORM VERSER-CREDITS
           MOVE ARTICLE-ATT-LIGNE TO FA-DATA
           WRITE FA-DATA
           MOVE CPT-MIS-EN-ATTENTE TO LA-Nb-Attente
           MOVE TOTAL-MIS-EN-ATTENTE TO LA-Total-Attente
           MOVE ARTICLE-ATT-FIN TO FA-DATA
           WRITE FA-DATA
           CLOSE FS C-JOURNAL C-REJETS FL F-HISTORIQUE FA

           CLOSE F-SOLDES F-RIB F-AVOIRS-PAYES F-CHEQUES
           CLOSE F-ATTENTE F-AUDIT
           IF NOT STATUT-ADRESSES-ABSENT THEN
               CLOSE F-ADRESSES
           END-IF
           IF NOT STATUT-REPRESENTANTS-ABSENT THEN
               CLOSE F-REPRESENTANTS
           END-IF

           DISPLAY "7-REMBOURSEMENTS : " CPT-VIREMENTS
                   " virement(s) emis, total " TOTAL-VIREMENTS
                   " (dont " CPT-VIREMENTS-ETRANGER
                   " vers un IBAN etranger), "
                   CPT-LETTRES-CHEQUES " lettre(s)-cheque(s), total "
                   TOTAL-LETTRES-CHEQUES ", "
                   CPT-SANS-RIB " rejet(s) sans adresse, total "
                   TOTAL-SANS-RIB ", " CPT-AVOIRS-DEJA-PAYES
                   " avoir(s) deja verse(s), " CPT-AVOIRS-ROUVERTS
                   " avoir(s) rouvert(s) reverse(s), "
                   CPT-INTERETS " versement(s) avec interets"
                   " moratoires, total " TOTAL-INTERETS ", "
                   CPT-CONTACTS " lettre(s)-cheque(s) inscrite(s) a"
                   " l'historique des contacts"
           DISPLAY "7-REMBOURSEMENTS : " CPT-MIS-EN-ATTENTE
                   " remboursement(s) suspect(s) mis en attente, total "
                   TOTAL-MIS-EN-ATTENTE ", " CPT-TOUJOURS-EN-ATTENTE
                   " toujours en attente de decision, "
                   CPT-LIBERES " libere(s) verse(s), " CPT-ANNULES
                   " annule(s) non verse(s)"
           DISPLAY "7-REMBOURSEMENTS : " CPT-VIREMENTS-REPRESENTANT
                   " virement(s) et " CPT-CHEQUES-REPRESENTANT
                   " lettre(s)-cheque(s) au representant legal"

           IF CPT-CHANGEMENTS-DEBORDEMENT > 0 THEN
               DISPLAY "7-REMBOURSEMENTS : table des changements"
                       " d'IBAN pleine, " CPT-CHANGEMENTS-DEBORDEMENT
                       " changement(s) non surveille(s)"
           END-IF

           IF CPT-CREDITS-DEBORDEMENT > 0 THEN
               DISPLAY "7-REMBOURSEMENTS : table des credits pleine, "
                       " credit(s) reporte(s) a l'execution suivante"
           END-IF

           IF CPT-DEGREVEMENTS-DEBORDEMENT > 0 THEN
               DISPLAY "7-REMBOURSEMENTS : table des degrevements"
                       " pleine, " CPT-DEGREVEMENTS-DEBORDEMENT
                       " degrevement(s) sans interets moratoires"
           END-IF

           PERFORM FIN-PGM
           .

                   MOVE SOL-Nom TO CRT-NOM(NB-CREDITS)
                   MOVE EXCEDENT-SOLDE TO CRT-TROP-PAYE(NB-CREDITS)
                   MOVE 0 TO CRT-AVOIR(NB-CREDITS)
                   MOVE 0 TO CRT-INTERETS(NB-CREDITS)
                   MOVE NB-CREDITS TO IDX-CREDIT-TROUVE
               ELSE
                   ADD 1 TO CPT-CREDITS-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CALCULER-INTERETS-MORATOIRES
           ADD INTERETS-SOLDE TO CRT-INTERETS(IDX-CREDIT-TROUVE)
           .

      ******************************************************************
      *        INTERETS MORATOIRES SUR LE TROP-PAYE D'UN MILLESIME :
      *        LA PART NEE D'UN DEGREVEMENT (BORNEE PAR LE TOTAL
      *        DEGREVE DU CONTRIBUABLE) PORTE INTERETS DU DERNIER
      *        PAIEMENT IMPUTE JUSQU'A CE JOUR, ANNEE PAR ANNEE AU
      *        TAUX DE L'ANNEE, AU PRORATA DES JOURS

       CALCULER-INTERETS-MORATOIRES.

           MOVE 0 TO INTERETS-SOLDE

           IF SOL-Date-Dernier-Paiement = 0
              OR SOL-Date-Dernier-Paiement >= DATE-DU-JOUR THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM CHERCHER-DEGREVEMENT
           IF IDX-DEGREVEMENT-TROUVE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           IF EXCEDENT-SOLDE
                   > DGT-BASE-RESTANTE(IDX-DEGREVEMENT-TROUVE) THEN
               MOVE DGT-BASE-RESTANTE(IDX-DEGREVEMENT-TROUVE)
                   TO BASE-INTERETS
           ELSE
               MOVE EXCEDENT-SOLDE TO BASE-INTERETS
           END-IF
           SUBTRACT BASE-INTERETS
               FROM DGT-BASE-RESTANTE(IDX-DEGREVEMENT-TROUVE)

           IF BASE-INTERETS = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO INTERETS-CALCULES
           COMPUTE JOUR-DEBUT-PERIODE =
                   FUNCTION INTEGER-OF-DATE(SOL-Date-Dernier-Paiement)
           DIVIDE SOL-Date-Dernier-Paiement BY 10000
               GIVING ANNEE-INTERETS

           PERFORM UNTIL JOUR-DEBUT-PERIODE >= JOURS-EMISSION
               PERFORM CUMULER-INTERETS-ANNEE
           END-PERFORM

           COMPUTE INTERETS-SOLDE ROUNDED = INTERETS-CALCULES
           .

      *    Une annee civile (ou sa fraction) de la periode : jours
      *    courus dans l'annee rapportes aux jours de l'annee
       CUMULER-INTERETS-ANNEE.

           COMPUTE DATE-BORNE = ANNEE-INTERETS * 10000 + 101
           COMPUTE JOUR-DEBUT-ANNEE =
                   FUNCTION INTEGER-OF-DATE(DATE-BORNE)
           COMPUTE DATE-BORNE = (ANNEE-INTERETS + 1) * 10000 + 101
           COMPUTE JOUR-FIN-PERIODE =
                   FUNCTION INTEGER-OF-DATE(DATE-BORNE)
           COMPUTE JOURS-DE-L-ANNEE =
                   JOUR-FIN-PERIODE - JOUR-DEBUT-ANNEE

           IF JOUR-FIN-PERIODE > JOURS-EMISSION THEN
               MOVE JOURS-EMISSION TO JOUR-FIN-PERIODE
           END-IF

           PERFORM CHERCHER-TAUX-MORATOIRE

           COMPUTE INTERETS-CALCULES = INTERETS-CALCULES
                   + BASE-INTERETS * TAUX-ANNEE / 100
                   * (JOUR-FIN-PERIODE - JOUR-DEBUT-PERIODE)
                   / JOURS-DE-L-ANNEE

           MOVE JOUR-FIN-PERIODE TO JOUR-DEBUT-PERIODE
           ADD 1 TO ANNEE-INTERETS
           .

       CHERCHER-TAUX-MORATOIRE.

           MOVE TAUX-MORATOIRE-DEFAUT TO TAUX-ANNEE

           MOVE 1 TO IDX-TAUX
           PERFORM UNTIL IDX-TAUX > NB-TAUX-MORATOIRES
               IF TXM-ANNEE(IDX-TAUX) = ANNEE-INTERETS THEN
                   MOVE TXM-TAUX(IDX-TAUX) TO TAUX-ANNEE
                   MOVE NB-TAUX-MORATOIRES TO IDX-TAUX
               END-IF
               ADD 1 TO IDX-TAUX
           END-PERFORM
           .

      *    Recherche sequentielle (meme idiom que CHERCHER-CREDIT)
       CHERCHER-DEGREVEMENT.

           MOVE 0 TO IDX-DEGREVEMENT-TROUVE

           MOVE 1 TO IDX-DEGREVEMENT
           PERFORM UNTIL IDX-DEGREVEMENT > NB-DEGREVEMENTS
               IF DGT-NUMERO-FISCAL(IDX-DEGREVEMENT)
                       = SOL-Numero-Fiscal THEN
                   MOVE IDX-DEGREVEMENT TO IDX-DEGREVEMENT-TROUVE
                   MOVE NB-DEGREVEMENTS TO IDX-DEGREVEMENT
               END-IF
               ADD 1 TO IDX-DEGREVEMENT
           END-PERFORM
           .

      *    Recherche sequentielle du numero fiscal dans la table des

      *    Le role reemet les memes avoirs a chaque execution : un
      *    avoir deja verse (master 7-avoirs-payes.idx) ne l'est
      *    jamais deux fois ; un avoir rouvert est repris par
      *    COLLECTER-AVOIRS-ROUVERTS
           MOVE AV-Numero-Fiscal TO AVP-Numero-Fiscal
           MOVE AV-Annee TO AVP-Annee
           READ F-AVOIRS-PAYES
                   MOVE AV-Nom TO CRT-NOM(NB-CREDITS)
                   MOVE 0 TO CRT-TROP-PAYE(NB-CREDITS)
                   MOVE AV-Montant TO CRT-AVOIR(NB-CREDITS)
                   MOVE 0 TO CRT-INTERETS(NB-CREDITS)
                   PERFORM RETENIR-AVOIR-A-MARQUER
               ELSE
                   ADD 1 TO CPT-CREDITS-DEBORDEMENT
           MOVE AV-Montant TO AVL-MONTANT(NB-AVOIRS-RETENUS)
           .

      ******************************************************************
      *        AVOIRS ROUVERTS : VIREMENT REVENU DE LA BANQUE, AVOIR
      *        A REVERSER (PAR LETTRE-CHEQUE, LE RIB AYANT ETE MARQUE
      *        INUTILISABLE PAR 7-RETOURS-VIREMENTS)

       COLLECTER-AVOIRS-ROUVERTS.

           MOVE SPACE TO FIN-AVOIRS
           MOVE LOW-VALUE TO AVP-Cle
           START F-AVOIRS-PAYES KEY NOT < AVP-Cle
               INVALID KEY
                   SET FF-AVR TO TRUE
           END-START

           PERFORM UNTIL FF-AVR
               READ F-AVOIRS-PAYES NEXT RECORD
                   AT END
                       SET FF-AVR TO TRUE
                   NOT AT END
                       IF AVP-Rouvert THEN
                           PERFORM RETENIR-UN-AVOIR-ROUVERT
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Meme retenue que RETENIR-UN-AVOIR ; l'identite d'un
      *    contribuable sans trop-paye est reprise du livre
       RETENIR-UN-AVOIR-ROUVERT.

           IF NB-AVOIRS-RETENUS >= AVOIRS-RETENUS-MAX THEN
               ADD 1 TO CPT-CREDITS-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF

           MOVE AVP-Numero-Fiscal TO NUMERO-CHERCHE
           PERFORM CHERCHER-CREDIT

           IF CREDIT-EST-TROUVE THEN
               ADD AVP-Montant TO CRT-AVOIR(IDX-CREDIT-TROUVE)
           ELSE
               IF NB-CREDITS < CREDITS-MAX THEN
                   ADD 1 TO NB-CREDITS
                   MOVE AVP-Numero-Fiscal
                       TO CRT-NUMERO-FISCAL(NB-CREDITS)
                   PERFORM CHERCHER-IDENTITE-LIVRE
                   MOVE 0 TO CRT-TROP-PAYE(NB-CREDITS)
                   MOVE AVP-Montant TO CRT-AVOIR(NB-CREDITS)
                   MOVE 0 TO CRT-INTERETS(NB-CREDITS)
               ELSE
                   ADD 1 TO CPT-CREDITS-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO NB-AVOIRS-RETENUS
           MOVE AVP-Numero-Fiscal
               TO AVL-NUMERO-FISCAL(NB-AVOIRS-RETENUS)
           MOVE AVP-Annee TO AVL-ANNEE(NB-AVOIRS-RETENUS)
           MOVE AVP-Montant TO AVL-MONTANT(NB-AVOIRS-RETENUS)
           ADD 1 TO CPT-AVOIRS-ROUVERTS
           .

       CHERCHER-IDENTITE-LIVRE.

           MOVE SPACE TO CRT-PRENOM(NB-CREDITS)
           MOVE SPACE TO CRT-NOM(NB-CREDITS)

           MOVE AVP-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE 0 TO SOL-Annee
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ F-SOLDES NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF SOL-Numero-Fiscal = AVP-Numero-Fiscal THEN
                       MOVE SOL-Prenom TO CRT-PRENOM(NB-CREDITS)
                       MOVE SOL-Nom TO CRT-NOM(NB-CREDITS)
                   END-IF
           END-READ
           .

      ******************************************************************
      *        VERSEMENT DU NET PAR CONTRIBUABLE : VIREMENT SEPA SI
      *        RIB UTILISABLE, LETTRE-CHEQUE SINON, REJET SI AUCUNE
      *        ADRESSE NE PERMET L'ENVOI (LE CREDIT RESTE AU LIVRE)

       VERSER-CREDITS.


           COMPUTE MONTANT-NET = CRT-TROP-PAYE(IDX-CREDIT)
                   + CRT-AVOIR(IDX-CREDIT)
                   + CRT-INTERETS(IDX-CREDIT)

           IF MONTANT-NET = 0 THEN
               EXIT PARAGRAPH
           END-IF

      *    Remboursement en attente ou annule par le superviseur :
      *    rien ne part, le credit reste au livre
           PERFORM CONSULTER-ATTENTE
           IF VERSEMENT-EST-BLOQUE THEN
               EXIT PARAGRAPH
           END-IF

           MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO RIB-Numero-Fiscal

      *    Contribuable represente : les coordonnees du representant
      *    tiennent lieu de RIB ; sans IBAN, lettre-cheque aux soins
      *    du representant
           PERFORM CHERCHER-REPRESENTANT
           IF REPRESENTANT-DESTINATAIRE THEN
               IF REP-IBAN = SPACE THEN
                   PERFORM EMETTRE-UNE-LETTRE-CHEQUE
               ELSE
                   MOVE REP-IBAN TO RIB-IBAN
                   MOVE REP-BIC TO RIB-BIC
                   SET RIB-Actif TO TRUE
                   PERFORM CHOISIR-VERSEMENT
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ F-RIB
               INVALID KEY
                   PERFORM EMETTRE-UNE-LETTRE-CHEQUE
               NOT INVALID KEY
                   PERFORM CHOISIR-VERSEMENT
           END-READ
           .

      *    Un IBAN etranger sans BIC (fiche anterieure au controle de
      *    7-RIB-MAJ) ne permet pas le virement
       CHOISIR-VERSEMENT.

           EVALUATE TRUE
               WHEN RIB-Inutilisable
                   PERFORM EMETTRE-UNE-LETTRE-CHEQUE
               WHEN RIB-IBAN(1:2) NOT = "FR"
                    AND RIB-BIC = SPACE
                   PERFORM EMETTRE-UNE-LETTRE-CHEQUE
               WHEN LIBERATION-ACCORDEE
                   PERFORM EMETTRE-UN-VIREMENT
               WHEN OTHER
                   PERFORM FILTRER-REMBOURSEMENT
                   IF REMBOURSEMENT-EST-SUSPECT THEN
                       PERFORM METTRE-EN-ATTENTE
                   ELSE
                       PERFORM EMETTRE-UN-VIREMENT
                   END-IF
           END-EVALUATE
           .

      *    Mandat en vigueur a la date du jour couvrant les
      *    remboursements du contribuable
       CHERCHER-REPRESENTANT.

           SET SANS-REPRESENTANT TO TRUE

           IF STATUT-REPRESENTANTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO REP-Numero-Fiscal
           READ F-REPRESENTANTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF REP-Actif
              AND REP-Date-Debut <= DATE-DU-JOUR
              AND (REP-Date-Fin = 0 OR REP-Date-Fin >= DATE-DU-JOUR)
              AND REP-Remboursements-Au-Representant THEN
               SET REPRESENTANT-DESTINATAIRE TO TRUE
           END-IF
           .

       ECRIRE-REJET-CREDIT.
           MOVE CRT-AVOIR(IDX-CREDIT) TO CJ-Avoir
           MOVE MONTANT-NET TO CJ-Montant-Verse
           MOVE DATE-DU-JOUR TO CJ-Date
           MOVE "V" TO CJ-Mode
           MOVE 0 TO CJ-Numero-Cheque
           MOVE CRT-INTERETS(IDX-CREDIT) TO CJ-Interets
           WRITE CJ-ENREG

           MOVE "V" TO MODE-VERSEMENT
           MOVE 0 TO NUMERO-CHEQUE-VERSE
           PERFORM SOLDER-CREDIT

           ADD 1 TO CPT-VIREMENTS
           ADD MONTANT-NET TO TOTAL-VIREMENTS
           IF RIB-IBAN(1:2) NOT = "FR" THEN
               ADD 1 TO CPT-VIREMENTS-ETRANGER
           END-IF
           IF REPRESENTANT-DESTINATAIRE THEN
               ADD 1 TO CPT-VIREMENTS-REPRESENTANT
           END-IF
           .

      *    Le trop-paye verse est apure au livre pour ne pas etre
      *    rembourse deux fois ; les avoirs verses sont marques
      *    payes au master : ils ne ressortiront plus aux executions
      *    suivantes
       SOLDER-CREDIT.

           IF CRT-TROP-PAYE(IDX-CREDIT) > 0 THEN
               PERFORM APURER-TROP-PAYE
           END-IF

           IF CRT-AVOIR(IDX-CREDIT) > 0 THEN
               PERFORM MARQUER-AVOIRS-PAYES
           END-IF

           IF CRT-INTERETS(IDX-CREDIT) > 0 THEN
               ADD 1 TO CPT-INTERETS
               ADD CRT-INTERETS(IDX-CREDIT) TO TOTAL-INTERETS
           END-IF

           IF LIBERATION-ACCORDEE THEN
               PERFORM CLORE-ATTENTE
           END-IF
           .

      ******************************************************************
      *        FILTRAGE ANTI-FRAUDE AVANT VIREMENT : NOTE DU
      *        REMBOURSEMENT, MISE EN ATTENTE AU-DELA DU SEUIL

      *    Decision du superviseur sur un remboursement deja mis en
      *    attente ; un montant different de celui retenu a la mise
      *    en attente est un nouveau remboursement, filtre a nouveau
       CONSULTER-ATTENTE.

           MOVE 0 TO ATTENTE-CONNUE VERSEMENT-BLOQUE LIBERATION
           MOVE SPACE TO IMAGE-AVANT

           MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO ATT-Numero-Fiscal
           READ F-ATTENTE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           SET ATTENTE-EST-CONNUE TO TRUE
           MOVE ATT-ENREG TO IMAGE-AVANT

           EVALUATE TRUE
               WHEN ATT-En-Attente
                   SET VERSEMENT-EST-BLOQUE TO TRUE
                   ADD 1 TO CPT-TOUJOURS-EN-ATTENTE
               WHEN ATT-Annule AND ATT-Montant = MONTANT-NET
                   SET VERSEMENT-EST-BLOQUE TO TRUE
                   ADD 1 TO CPT-ANNULES
               WHEN ATT-Libere AND ATT-Montant = MONTANT-NET
                   SET LIBERATION-ACCORDEE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       FILTRER-REMBOURSEMENT.

           MOVE 0 TO SCORE-FRAUDE NB-BENEFICIAIRES-IBAN
           MOVE SPACE TO MOTIFS-FRAUDE
           SET REMBOURSEMENT-EST-SAIN TO TRUE

      *    Regle 1 : un meme IBAN crediteur pour trop de
      *    beneficiaires sans lien de nom
           PERFORM CHERCHER-IBAN
           IF IDX-IBAN-TROUVE > 0 THEN
               MOVE IBT-NB-BENEFICIAIRES(IDX-IBAN-TROUVE)
                   TO NB-BENEFICIAIRES-IBAN
               IF NB-BENEFICIAIRES-IBAN > FRAUDE-IBAN-MAX THEN
                   ADD FRAUDE-POIDS-IBAN TO SCORE-FRAUDE
                   MOVE "O" TO MOTIF-FRAUDE-IBAN
               END-IF
           END-IF

      *    Regle 2 : IBAN change dans la fenetre de surveillance,
      *    avant un remboursement important
           IF MONTANT-NET >= FRAUDE-MONTANT-RIB THEN
               PERFORM CHERCHER-CHANGEMENT-RIB
               IF CHANGEMENT-EST-RECENT THEN
                   ADD FRAUDE-POIDS-RIB TO SCORE-FRAUDE
                   MOVE "O" TO MOTIF-FRAUDE-RIB
               END-IF
           END-IF

      *    Regle 3 : remboursement superieur a ce que le
      *    contribuable a paye, tous millesimes confondus
           PERFORM CUMULER-PAYE-CONTRIBUABLE
           IF MONTANT-NET * 100
                   > TOTAL-PAYE-CONTRIBUABLE * FRAUDE-COEFFICIENT-PAYE
                   THEN
               ADD FRAUDE-POIDS-PAYE TO SCORE-FRAUDE
               MOVE "O" TO MOTIF-FRAUDE-PAYE
           END-IF

           IF SCORE-FRAUDE > 0
              AND SCORE-FRAUDE >= FRAUDE-SEUIL THEN
               SET REMBOURSEMENT-EST-SUSPECT TO TRUE
           END-IF
           .

       CHERCHER-IBAN.

           MOVE 0 TO IDX-IBAN-TROUVE
           MOVE 1 TO IDX-IBAN
           PERFORM UNTIL IDX-IBAN > NB-IBAN
               IF IBT-IBAN(IDX-IBAN) = RIB-IBAN THEN
                   MOVE IDX-IBAN TO IDX-IBAN-TROUVE
                   MOVE NB-IBAN TO IDX-IBAN
               END-IF
               ADD 1 TO IDX-IBAN
           END-PERFORM
           .

       CHERCHER-CHANGEMENT-RIB.

           MOVE 0 TO CHANGEMENT-RECENT
           MOVE 1 TO IDX-CHANGEMENT
           PERFORM UNTIL IDX-CHANGEMENT > NB-CHANGEMENTS
               IF RCT-NUMERO-FISCAL(IDX-CHANGEMENT)
                       = CRT-NUMERO-FISCAL(IDX-CREDIT) THEN
                   SET CHANGEMENT-EST-RECENT TO TRUE
                   MOVE NB-CHANGEMENTS TO IDX-CHANGEMENT
               END-IF
               ADD 1 TO IDX-CHANGEMENT
           END-PERFORM
           .

      *    Cumul paye du contribuable sur tous ses millesimes du
      *    livre (meme parcours que APURER-TROP-PAYE)
       CUMULER-PAYE-CONTRIBUABLE.

           MOVE 0 TO TOTAL-PAYE-CONTRIBUABLE
           MOVE SPACE TO FIN-PAYES
           MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO SOL-Numero-Fiscal
           MOVE 0 TO SOL-Annee
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-PAYES TO TRUE
           END-START

           PERFORM UNTIL FF-PAYES
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-PAYES TO TRUE
                   NOT AT END
                       IF SOL-Numero-Fiscal
                           NOT = CRT-NUMERO-FISCAL(IDX-CREDIT) THEN
                           SET FF-PAYES TO TRUE
                       ELSE
                           ADD SOL-Paye TO TOTAL-PAYE-CONTRIBUABLE
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Le remboursement suspect est inscrit (ou reinscrit) en
      *    attente ; ni virement, ni apurement, ni marquage des
      *    avoirs : le credit ressortira a chaque execution tant que
      *    le superviseur n'a pas decide
       METTRE-EN-ATTENTE.

           INITIALIZE ATT-ENREG
           MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO ATT-Numero-Fiscal
           SET ATT-En-Attente TO TRUE
           MOVE MONTANT-NET TO ATT-Montant
           MOVE RIB-IBAN TO ATT-IBAN
           MOVE SCORE-FRAUDE TO ATT-Score
           MOVE MOTIF-FRAUDE-IBAN TO ATT-Motif-Iban
           MOVE MOTIF-FRAUDE-RIB TO ATT-Motif-Rib
           MOVE MOTIF-FRAUDE-PAYE TO ATT-Motif-Paye
           MOVE NB-BENEFICIAIRES-IBAN TO ATT-Nb-Beneficiaires
           MOVE DATE-DU-JOUR TO ATT-Date-Mise
           MOVE CRT-NOM(IDX-CREDIT) TO ATT-Nom
           MOVE CRT-PRENOM(IDX-CREDIT) TO ATT-Prenom

           IF ATTENTE-EST-CONNUE THEN
               REWRITE ATT-ENREG
               MOVE "R" TO ACTION-AUDIT
           ELSE
               WRITE ATT-ENREG
               MOVE "W" TO ACTION-AUDIT
           END-IF
           MOVE ATT-ENREG TO IMAGE-APRES
           PERFORM ECRIRE-JOURNAL-AUDIT

           MOVE ATT-Numero-Fiscal TO LA-Numero-Fiscal
           MOVE ATT-Nom TO LA-Nom
           MOVE ATT-Montant TO LA-Montant
           MOVE ATT-Score TO LA-Score
           MOVE SPACE TO LA-Motifs
           STRING ATT-Motif-Iban DELIMITED BY SIZE
                  " IBAN partage / " DELIMITED BY SIZE
                  ATT-Motif-Rib DELIMITED BY SIZE
                  " RIB recent / " DELIMITED BY SIZE
                  ATT-Motif-Paye DELIMITED BY SIZE
                  " au-dela du paye" DELIMITED BY SIZE
             INTO LA-Motifs
           MOVE ARTICLE-ATT-DETAIL TO FA-DATA
           WRITE FA-DATA

           ADD 1 TO CPT-MIS-EN-ATTENTE
           ADD MONTANT-NET TO TOTAL-MIS-EN-ATTENTE
           .

      *    Remboursement libere verse : la file d'attente le
      *    constate
       CLORE-ATTENTE.

           SET ATT-Verse TO TRUE
           REWRITE ATT-ENREG
           ADD 1 TO CPT-LIBERES
           .

      *    Beneficiaires des virements de l'execution par IBAN : un
      *    beneficiaire portant le nom du premier titulaire rencontre
      *    (meme foyer) n'est pas compte
       RECENSER-IBAN.

           MOVE 1 TO IDX-CREDIT
           PERFORM UNTIL IDX-CREDIT > NB-CREDITS
               MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO RIB-Numero-Fiscal
               PERFORM CHERCHER-REPRESENTANT
               IF REPRESENTANT-DESTINATAIRE THEN
                   IF REP-IBAN NOT = SPACE THEN
                       MOVE REP-IBAN TO RIB-IBAN
                       MOVE REP-Nom TO NOM-TITULAIRE-IBAN
                       PERFORM RECENSER-UN-IBAN
                   END-IF
               ELSE
                   READ F-RIB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RIB-Actif THEN
                               MOVE CRT-NOM(IDX-CREDIT)
                                   TO NOM-TITULAIRE-IBAN
                               PERFORM RECENSER-UN-IBAN
                           END-IF
                   END-READ
               END-IF
               ADD 1 TO IDX-CREDIT
           END-PERFORM
           .

       RECENSER-UN-IBAN.

           PERFORM CHERCHER-IBAN
           IF IDX-IBAN-TROUVE = 0 THEN
               IF NB-IBAN < IBAN-MAX THEN
                   ADD 1 TO NB-IBAN
                   MOVE RIB-IBAN TO IBT-IBAN(NB-IBAN)
                   MOVE NOM-TITULAIRE-IBAN TO IBT-NOM(NB-IBAN)
                   MOVE 1 TO IBT-NB-BENEFICIAIRES(NB-IBAN)
               END-IF
           ELSE
               IF NOM-TITULAIRE-IBAN NOT = IBT-NOM(IDX-IBAN-TROUVE)
                       THEN
                   ADD 1 TO IBT-NB-BENEFICIAIRES(IDX-IBAN-TROUVE)
               END-IF
           END-IF
           .

      *    Sans RIB utilisable, le credit part en lettre-cheque a
      *    l'adresse du master ; une adresse absente ou en retour
      *    NPAI laisse le credit au livre ; celle d'un contribuable
      *    represente part a l'adresse du representant
       EMETTRE-UNE-LETTRE-CHEQUE.

           IF NOT REPRESENTANT-DESTINATAIRE THEN
               PERFORM LIRE-ADRESSE-CHEQUE
               IF ADRESSE-CHEQUE-REJETEE THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO DERNIER-NUMERO-CHEQUE

           MOVE DERNIER-NUMERO-CHEQUE TO CHQ-Numero
           MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO CHQ-Numero-Fiscal
           MOVE CRT-NOM(IDX-CREDIT) TO CHQ-Nom
           MOVE CRT-PRENOM(IDX-CREDIT) TO CHQ-Prenom
           MOVE MONTANT-NET TO CHQ-Montant
           MOVE CRT-TROP-PAYE(IDX-CREDIT) TO CHQ-Trop-Paye
           MOVE CRT-AVOIR(IDX-CREDIT) TO CHQ-Avoir
           MOVE CRT-INTERETS(IDX-CREDIT) TO CHQ-Interets
           MOVE DATE-DU-JOUR TO CHQ-Date-Emission
           COMPUTE CHQ-Date-Peremption = FUNCTION DATE-OF-INTEGER(
                   JOURS-EMISSION + JOURS-VALIDITE)
           SET CHQ-Emis TO TRUE
           MOVE DATE-DU-JOUR TO CHQ-Date-Etat
           WRITE CHQ-ENREG
               INVALID KEY
                   DISPLAY "7-REMBOURSEMENTS : numero de cheque "
                           CHQ-Numero " deja attribue, credit de "
                           CHQ-Numero-Fiscal " non verse"
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM IMPRIMER-LETTRE-CHEQUE

      *    La lettre-cheque entre a l'historique des contacts du
      *    beneficiaire
           MOVE CHQ-Numero-Fiscal TO NUMERO-CONTACT
           MOVE SPACE TO RESUME-CONTACT
           STRING "lettre-cheque de remboursement numero "
                      DELIMITED BY SIZE
                  CHQ-Numero DELIMITED BY SIZE
           INTO RESUME-CONTACT
           PERFORM INSCRIRE-CONTACT

           MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO CJ-Numero-Fiscal
           MOVE CRT-TROP-PAYE(IDX-CREDIT) TO CJ-Trop-Paye
           MOVE CRT-AVOIR(IDX-CREDIT) TO CJ-Avoir
           MOVE MONTANT-NET TO CJ-Montant-Verse
           MOVE DATE-DU-JOUR TO CJ-Date
           MOVE "C" TO CJ-Mode
           MOVE CHQ-Numero TO CJ-Numero-Cheque
           MOVE CRT-INTERETS(IDX-CREDIT) TO CJ-Interets
           WRITE CJ-ENREG

           MOVE "C" TO MODE-VERSEMENT
           MOVE CHQ-Numero TO NUMERO-CHEQUE-VERSE
           PERFORM SOLDER-CREDIT

           ADD 1 TO CPT-LETTRES-CHEQUES
           ADD MONTANT-NET TO TOTAL-LETTRES-CHEQUES
           IF REPRESENTANT-DESTINATAIRE THEN
               ADD 1 TO CPT-CHEQUES-REPRESENTANT
           END-IF
           .

       LIRE-ADRESSE-CHEQUE.

           MOVE 0 TO ADRESSE-CHEQUE

           IF STATUT-ADRESSES-ABSENT THEN
               MOVE "ni RIB utilisable ni adresse postale"
                   TO CR-Motif
               PERFORM ECRIRE-REJET-CREDIT
               SET ADRESSE-CHEQUE-REJETEE TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE CRT-NUMERO-FISCAL(IDX-CREDIT) TO ADR-Numero-Fiscal
           READ F-ADRESSES
               INVALID KEY
                   MOVE "ni RIB utilisable ni adresse postale"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET-CREDIT
                   SET ADRESSE-CHEQUE-REJETEE TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF ADR-EST-NPAI THEN
               MOVE "sans RIB utilisable, adresse en NPAI"
                   TO CR-Motif
               PERFORM ECRIRE-REJET-CREDIT
               SET ADRESSE-CHEQUE-REJETEE TO TRUE
           END-IF
           .

       IMPRIMER-LETTRE-CHEQUE.

           MOVE ARTICLE-LCH-TITRE TO FL-DATA
           WRITE FL-DATA
           MOVE ARTICLE-LCH-LIGNE TO FL-DATA
           WRITE FL-DATA

           MOVE CHQ-Numero TO LC-Numero
           MOVE ARTICLE-LCH-NUMERO TO FL-DATA
           WRITE FL-DATA

           INITIALIZE LC-Nom-Prenom
           STRING FUNCTION TRIM(CHQ-Nom) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  CHQ-Prenom DELIMITED BY SPACE
           INTO LC-Nom-Prenom
           MOVE ARTICLE-LCH-BENEFICIAIRE TO FL-DATA
           WRITE FL-DATA

           IF REPRESENTANT-DESTINATAIRE THEN
               PERFORM IMPRIMER-ADRESSE-REPRESENTANT
           ELSE
               PERFORM IMPRIMER-ADRESSE-CHEQUE
           END-IF

           MOVE CHQ-Numero-Fiscal TO LC-Numero-Fiscal
           MOVE ARTICLE-LCH-NUMERO-FISCAL TO FL-DATA
           WRITE FL-DATA

           MOVE CHQ-Trop-Paye TO LC-Trop-Paye
           MOVE ARTICLE-LCH-TROP-PAYE TO FL-DATA
           WRITE FL-DATA

           MOVE CHQ-Avoir TO LC-Avoir
           MOVE ARTICLE-LCH-AVOIR TO FL-DATA
           WRITE FL-DATA

           IF CHQ-Interets > 0 THEN
               MOVE CHQ-Interets TO LC-Interets
               MOVE ARTICLE-LCH-INTERETS TO FL-DATA
               WRITE FL-DATA
           END-IF

           MOVE CHQ-Montant TO LC-Montant
           MOVE ARTICLE-LCH-MONTANT TO FL-DATA
           WRITE FL-DATA

           MOVE CHQ-Date-Emission TO LC-Date-Emission
           MOVE ARTICLE-LCH-EMISSION TO FL-DATA
           WRITE FL-DATA

           MOVE CHQ-Date-Peremption TO LC-Date-Peremption
           MOVE ARTICLE-LCH-PEREMPTION TO FL-DATA
           WRITE FL-DATA

           MOVE ARTICLE-LCH-VIDE TO FL-DATA
           WRITE FL-DATA
           .

       IMPRIMER-ADRESSE-CHEQUE.

           MOVE ADR-Rue TO LC-Adresse
           MOVE ARTICLE-LCH-ADRESSE TO FL-DATA
           WRITE FL-DATA
           IF ADR-Complement NOT = SPACE THEN
               MOVE ADR-Complement TO LC-Adresse
               MOVE ARTICLE-LCH-ADRESSE TO FL-DATA
               WRITE FL-DATA
           END-IF
           IF ADR-EST-NON-RESIDENT THEN
               MOVE ADR-Code-Postal-Etr TO LC-Code-Postal-Etr
               MOVE ADR-Ville-Etr TO LC-Ville-Etr
               MOVE ARTICLE-LCH-VILLE-ETRANGER TO FL-DATA
               WRITE FL-DATA
               MOVE ADR-Pays-Libelle TO LC-Pays-Libelle
               MOVE ARTICLE-LCH-PAYS TO FL-DATA
               WRITE FL-DATA
           ELSE
               MOVE ADR-Code-Postal TO LC-Code-Postal
               MOVE ADR-Ville TO LC-Ville
               MOVE ARTICLE-LCH-VILLE TO FL-DATA
               WRITE FL-DATA
           END-IF
           .

       IMPRIMER-ADRESSE-REPRESENTANT.

           MOVE REP-Nom TO LC-Representant
           MOVE ARTICLE-LCH-REPRESENTANT TO FL-DATA
           WRITE FL-DATA

           MOVE REP-Rue TO LC-Adresse
           MOVE ARTICLE-LCH-ADRESSE TO FL-DATA
           WRITE FL-DATA
           IF REP-Complement NOT = SPACE THEN
               MOVE REP-Complement TO LC-Adresse
               MOVE ARTICLE-LCH-ADRESSE TO FL-DATA
               WRITE FL-DATA
           END-IF
           MOVE REP-Code-Postal TO LC-Code-Postal
           MOVE REP-Ville TO LC-Ville
           MOVE ARTICLE-LCH-VILLE TO FL-DATA
           WRITE FL-DATA
           .

       APURER-TROP-PAYE.
                       ELSE
                           IF SOL-Paye > SOL-Impose THEN
                               MOVE SOL-Impose TO SOL-Paye
                               PERFORM REPORTER-DEPART-INTERETS
                               REWRITE SOL-ENREG
                           END-IF
                       END-IF
           END-PERFORM
           .

      *    Les interets moratoires sont verses jusqu'a ce jour : si le
      *    virement revient, le trop-paye rendu au livre
      *    (7-RETOURS-VIREMENTS) ne les fait courir qu'a partir d'ici
       REPORTER-DEPART-INTERETS.

           IF CRT-INTERETS(IDX-CREDIT) > 0 THEN
               MOVE DATE-DU-JOUR TO SOL-Date-Dernier-Paiement
           END-IF
           .


       CONTROLER-VERSION-AVOIRS.

           OPEN I-O F-AVOIRS-PAYES
           .

      *    Meme idiom pour le master des lettres-cheques, dont le
      *    plus grand numero attribue est releve au passage
       OUVRIR-MASTER-CHEQUES.

           OPEN INPUT F-CHEQUES
           IF STATUT-CHEQUES-ABSENT THEN
               CLOSE F-CHEQUES
               OPEN OUTPUT F-CHEQUES
               CLOSE F-CHEQUES
           ELSE
               CLOSE F-CHEQUES
           END-IF

           OPEN I-O F-CHEQUES

           MOVE 0 TO CHQ-Numero
           START F-CHEQUES KEY NOT < CHQ-Numero
               INVALID KEY
                   SET FF-CHQ TO TRUE
           END-START

           PERFORM UNTIL FF-CHQ
               READ F-CHEQUES NEXT RECORD
                   AT END
                       SET FF-CHQ TO TRUE
                   NOT AT END
                       MOVE CHQ-Numero TO DERNIER-NUMERO-CHEQUE
               END-READ
           END-PERFORM
           .

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-lettres-cheques.param introuvable, validite"
                       " par defaut conservee"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-lettres-cheques.param vide, validite"
                               " par defaut conservee"
                   NOT AT END
                       MOVE PRM-Jours-Validite TO JOURS-VALIDITE
               END-READ
               CLOSE F-PARAM
           END-IF

           COMPUTE JOURS-EMISSION =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)
           .

      *    Seuils et poids du filtrage ; zeros ignores
       LIRE-PARAMETRES-FRAUDE.

           OPEN INPUT F-FRAUDE-PARAM

           IF STATUT-FRAUDE-PARAM-ABSENT THEN
               DISPLAY "0-remboursements-fraude.param introuvable,"
                       " seuils de filtrage par defaut conserves"
               EXIT PARAGRAPH
           END-IF

           READ F-FRAUDE-PARAM
               AT END
                   DISPLAY "0-remboursements-fraude.param vide,"
                           " seuils de filtrage par defaut conserves"
               NOT AT END
                   IF FRP-Iban-Max > 0 THEN
                       MOVE FRP-Iban-Max TO FRAUDE-IBAN-MAX
                   END-IF
                   IF FRP-Jours-Rib > 0 THEN
                       MOVE FRP-Jours-Rib TO FRAUDE-JOURS-RIB
                   END-IF
                   IF FRP-Montant-Rib > 0 THEN
                       MOVE FRP-Montant-Rib TO FRAUDE-MONTANT-RIB
                   END-IF
                   IF FRP-Coefficient-Paye > 0 THEN
                       MOVE FRP-Coefficient-Paye
                           TO FRAUDE-COEFFICIENT-PAYE
                   END-IF
                   MOVE FRP-Poids-Iban TO FRAUDE-POIDS-IBAN
                   MOVE FRP-Poids-Rib TO FRAUDE-POIDS-RIB
                   MOVE FRP-Poids-Paye TO FRAUDE-POIDS-PAYE
                   IF FRP-Seuil > 0 THEN
                       MOVE FRP-Seuil TO FRAUDE-SEUIL
                   END-IF
           END-READ
           CLOSE F-FRAUDE-PARAM
           .

      *    Changements d'IBAN de la fenetre de surveillance
      *    (JOURS-EMISSION est pose par LIRE-PARAMETRES)
       CHARGER-CHANGEMENTS-RIB.

           COMPUTE DATE-LIMITE-RIB = FUNCTION DATE-OF-INTEGER(
                   JOURS-EMISSION - FRAUDE-JOURS-RIB)

           OPEN INPUT F-RIB-CHANGEMENTS
           IF STATUT-CHANGEMENTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-CHG
               READ F-RIB-CHANGEMENTS
                   AT END
                       SET FF-CHG TO TRUE
                   NOT AT END
                       IF CHG-Date >= DATE-LIMITE-RIB THEN
                           IF NB-CHANGEMENTS < CHANGEMENTS-MAX THEN
                               ADD 1 TO NB-CHANGEMENTS
                               MOVE CHG-Numero-Fiscal
                                 TO RCT-NUMERO-FISCAL(NB-CHANGEMENTS)
                           ELSE
                               ADD 1 TO CPT-CHANGEMENTS-DEBORDEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-RIB-CHANGEMENTS
           .

      *    Taux de l'interet legal : une ligne par annee
       CHARGER-TAUX-MORATOIRES.

           OPEN INPUT F-TAUX-MORATOIRES

           IF STATUT-TAUX-MORATOIRES-ABSENT THEN
               DISPLAY "0-interets-moratoires.param introuvable,"
                       " taux par defaut conserve"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-PIM
               READ F-TAUX-MORATOIRES
                   AT END
                       SET FF-PIM TO TRUE
                   NOT AT END
                       IF NB-TAUX-MORATOIRES < TAUX-MORATOIRES-MAX
                               THEN
                           ADD 1 TO NB-TAUX-MORATOIRES
                           MOVE PIM-Annee
                               TO TXM-ANNEE(NB-TAUX-MORATOIRES)
                           MOVE PIM-Taux
                               TO TXM-TAUX(NB-TAUX-MORATOIRES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-TAUX-MORATOIRES
           .

      *    Degrevements du journal, cumules par contribuable
       CHARGER-DEGREVEMENTS.

           OPEN INPUT F-DEGREVEMENTS

           IF STATUT-DEGREVEMENTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-DEG
               READ F-DEGREVEMENTS
                   AT END
                       SET FF-DEG TO TRUE
                   NOT AT END
                       PERFORM CUMULER-UN-DEGREVEMENT
               END-READ
           END-PERFORM

           CLOSE F-DEGREVEMENTS
           .

       CUMULER-UN-DEGREVEMENT.

           IF DEG-Degrevement = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO IDX-DEGREVEMENT-TROUVE
           MOVE 1 TO IDX-DEGREVEMENT
           PERFORM UNTIL IDX-DEGREVEMENT > NB-DEGREVEMENTS
               IF DGT-NUMERO-FISCAL(IDX-DEGREVEMENT)
                       = DEG-Numero-Fiscal THEN
                   MOVE IDX-DEGREVEMENT TO IDX-DEGREVEMENT-TROUVE
                   MOVE NB-DEGREVEMENTS TO IDX-DEGREVEMENT
               END-IF
               ADD 1 TO IDX-DEGREVEMENT
           END-PERFORM

           IF IDX-DEGREVEMENT-TROUVE > 0 THEN
               ADD DEG-Degrevement
                   TO DGT-BASE-RESTANTE(IDX-DEGREVEMENT-TROUVE)
           ELSE
               IF NB-DEGREVEMENTS < DEGREVEMENTS-MAX THEN
                   ADD 1 TO NB-DEGREVEMENTS
                   MOVE DEG-Numero-Fiscal
                       TO DGT-NUMERO-FISCAL(NB-DEGREVEMENTS)
                   MOVE DEG-Degrevement
                       TO DGT-BASE-RESTANTE(NB-DEGREVEMENTS)
               ELSE
                   ADD 1 TO CPT-DEGREVEMENTS-DEBORDEMENT
               END-IF
           END-IF
           .

       MARQUER-AVOIRS-PAYES.

           MOVE 1 TO IDX-AVOIR
                   MOVE AVL-ANNEE(IDX-AVOIR) TO AVP-Annee
                   MOVE AVL-MONTANT(IDX-AVOIR) TO AVP-Montant
                   MOVE DATE-DU-JOUR TO AVP-Date
                   MOVE MODE-VERSEMENT TO AVP-Mode
                   SET AVP-Verse TO TRUE
                   MOVE NUMERO-CHEQUE-VERSE TO AVP-Numero-Cheque
                   WRITE AVP-ENREG
                       INVALID KEY
                           REWRITE AVP-ENREG
           END-PERFORM
           .

      *    Meme idiom pour la file d'attente du superviseur
       OUVRIR-MASTER-ATTENTE.

           OPEN INPUT F-ATTENTE
           IF STATUT-ATTENTE-ABSENT THEN
               CLOSE F-ATTENTE
               OPEN OUTPUT F-ATTENTE
               CLOSE F-ATTENTE
           ELSE
               CLOSE F-ATTENTE
           END-IF

           OPEN I-O F-ATTENTE
           .

      ******************************************************************
      *        JOURNAL D'AUDIT CENTRAL (MEME CONVENTION QUE
      *        4-OCCURRENCES ; FICHIER F = REMBOURSEMENTS EN ATTENTE)

       OUVRIR-JOURNAL-AUDIT.

           OPEN INPUT F-OPERATEUR
           IF STATUT-OPERATEUR-ABSENT THEN
               CONTINUE
           ELSE
               READ F-OPERATEUR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPE-Identifiant TO OPERATEUR-COURANT
               END-READ
               CLOSE F-OPERATEUR
           END-IF

           OPEN INPUT F-AUDIT
           IF STATUT-AUDIT-ABSENT THEN
               CLOSE F-AUDIT
               OPEN OUTPUT F-AUDIT
           ELSE
               CLOSE F-AUDIT
               OPEN EXTEND F-AUDIT
           END-IF
           .

      *    IMAGE-AVANT, IMAGE-APRES et ACTION-AUDIT (W/R) sont
      *    garnis par l'appelant
       ECRIRE-JOURNAL-AUDIT.

           MOVE "7-REMBOURSEMENTS" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-DU-JOUR TO JRN-Date
           MOVE "F" TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
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
           MOVE "7-REMBOURSEMENTS" TO HCT-Programme
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
