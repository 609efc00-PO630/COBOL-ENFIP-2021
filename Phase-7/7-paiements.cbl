      *          un solde par millesime rencontre, avec des
      *          sous-soldes par composante (frais de gestion,
      *          majoration, principal). Le flux bancaire
      *          (7-paiements.dat, qui porte aussi par son canal
      *          les reglements de prelevement, les retenues a la
      *          source, les encaissements du guichet 7-CAISSE et
      *          les paiements par carte de 7-PAIEMENTS-CARTE) est
      *          ensuite impute : chaque
      *          paiement est ventile sur les annees ouvertes de la
      *          plus ancienne a la plus recente, et au sein d'une
      *          annee selon l'ordre d'imputation legal (frais de
      *          gestion d'abord, puis majoration, puis principal).
      *          Un paiement sans contrepartie au livre (numero
      *          fiscal inconnu, reference invalide) n'est plus
      *          rejete : il entre au compte d'attente (7-attente.idx)
      *          avec sa reference bancaire, son montant et sa date de
      *          reception. Les paiements en attente sont representes
      *          a chaque passage, avant le flux du jour : ceux qui
      *          trouvent enfin leur solde sont imputes et sortent du
      *          compte d'attente (etat R) ; les autres y restent
      *          jusqu'a affectation par 7-ATTENTE-AFFECTATION. En
      *          fin de traitement, si la date d'echeance
      *          (0-date-echeance.param) est depassee, l'etat des
      *          restes a recouvrer liste tout solde ouvert.
      *          Les entreprises du role CFE (6-imposables-cfe.dat,
      *          une ligne par etablissement) ont un seul solde par
      *          SIREN : les etablissements sont cumules sur le
      *          numero fiscal derive du SIREN, celui de la
      *          reference de paiement de l'avis consolide
      *          (7-AVIS-CFE) ; relances, penalites et saisies
      *          travaillent donc sur le compte entreprise.
      *          L'emission du groupe CF portee par le role CFE (date
      *          d'emission, echeance, reference) donne au compte
      *          entreprise sa ligne au livre des emissions. Un SIREN
      *          dont le cumul excede la capacite du livre est rejete
      *          (7-paiements-rejets.dat) : ni son solde ni son
      *          emission ne sont touches.
      *          Le flux bancaire est identifie avant imputation
      *          (dates de premier et dernier paiement, nombre
      *          d'enregistrements, total, empreinte du contenu) et
      *          inscrit au registre des integrations
      *          (7-integrations.idx) : un flux deja integre est
      *          refuse (code retour 8), un flux interrompu par un
      *          arret en cours de passage reprend apres le dernier
      *          paiement impute. Le fichier etant alimente en ajout
      *          par plusieurs canaux, l'empreinte est tenue
      *          enregistrement par enregistrement : si les premiers
      *          enregistrements du fichier reproduisent un flux deja
      *          inscrit, seuls les suivants sont imputes (reprise
      *          apres le dernier paiement impute si ce flux etait
      *          en cours).
      *          Chaque groupe de taxes du role (IR, TF, TH, CF) est
      *          emis a part (6-imposables-emissions.dat), avec sa
      *          reference et son echeance : le livre des emissions
      *          (7-soldes-emissions.idx, un enregistrement par
      *          millesime et par groupe) en est rafraichi comme le
      *          livre des soldes. Un paiement portant la reference
      *          d'une emission est d'abord impute au millesime de
      *          cette emission ; en fin de passage, le cumul paye de
      *          chaque millesime est reventile sur ses emissions
      *          (paiements cibles d'abord, puis par echeance
      *          croissante), ce qui donne a chaque emission son
      *          propre restant. Un solde emis par groupes n'entre a
      *          l'etat des restes a recouvrer qu'une fois l'echeance
      *          d'une emission impayee depassee.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FE ASSIGN TO "6-imposables.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Role CFE des etablissements (facultatif)
           SELECT F-ROLE-CFE ASSIGN TO "6-imposables-cfe.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ROLE-CFE.

           SELECT TRI-CFE ASSIGN TO DISK.

      *    Emissions par groupe de taxes du role (facultatif)
           SELECT F-EMISSIONS ASSIGN TO "6-imposables-emissions.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EMISSIONS.

      *    Flux bancaire des paiements recus
           SELECT F-PAIEMENTS ASSIGN TO "7-paiements.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PAIEMENTS.

      *    Registre des integrations de fichiers bancaires
           SELECT F-REGISTRE ASSIGN TO "7-integrations.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ING-Cle
                   FILE STATUS IS WS-STATUT-REGISTRE.

      *    Livre des soldes, persistant d'une execution a l'autre
           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Livre des emissions, persistant d'une execution a l'autre
           SELECT F-SOLDES-EMISSIONS ASSIGN TO "7-soldes-emissions.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMS-Cle
                   FILE STATUS IS WS-STATUT-SOLDES-EMISSIONS.

      *    Compte d'attente des paiements non identifies, persistant
      *    d'une execution a l'autre (cle : numero d'ordre attribue a
      *    l'entree)
           SELECT F-ATTENTE ASSIGN TO "7-attente.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ATT-Numero
                   FILE STATUS IS WS-STATUT-ATTENTE.

      *    Date d'echeance de paiement du role
           SELECT F-ECHEANCE ASSIGN TO "0-date-echeance.param"
           SELECT FS ASSIGN TO "7-restes-a-recouvrer.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Comptes entreprises rejetes au rafraichissement
           SELECT C-REJETS ASSIGN TO "7-paiements-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 E-Reference-Paiement PIC X(21).
           05 E-Impot-Epci PIC 9(6)V99.

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

       SD  TRI-CFE.
       01  TF-DATA.
           05 TF-Siret.
               10 TF-Siren          PIC 9(9).
               10 TF-Nic            PIC 9(5).
           05 TF-Raison-Sociale   PIC X(30).
           05 TF-Code-Insee       PIC 9(5).
           05 TF-Impot            PIC 9(6)V99.
           05 TF-Impot-Commune    PIC 9(6)V99.
           05 TF-Impot-Dept       PIC 9(6)V99.
           05 TF-Impot-Region     PIC 9(6)V99.
           05 TF-Annee            PIC 9(4).
           05 TF-Base-Minimum     PIC X(1).
           05 TF-Impot-Epci       PIC 9(6)V99.
           05 TF-Reference-Paiement.
               10 TF-Ref-Execution  PIC 9(6).
               10 TF-Ref-Numero     PIC 9(13).
               10 TF-Ref-Cle        PIC 9(2).
           05 TF-Motif-Creation   PIC X(2).
           05 TF-Perte-Commune    PIC 9(6)V99.
           05 TF-Perte-Dept       PIC 9(6)V99.
           05 TF-Perte-Region     PIC 9(6)V99.
           05 TF-Impot-Gemapi     PIC 9(6)V99.
           05 TF-Date-Emission    PIC 9(8).
           05 TF-Date-Echeance    PIC 9(8).
           05 TF-Emission-Reference PIC X(21).

      *    Meme disposition que C-EMS-ENREG dans 5-ROLES.cbl
       FD  F-EMISSIONS.
       01  EM-ENREG.
           05 EM-Numero-Fiscal     PIC 9(13).
           05 EM-Annee             PIC 9(4).
           05 EM-Groupe            PIC X(2).
           05 EM-Date-Emission     PIC 9(8).
           05 EM-Date-Echeance     PIC 9(8).
           05 EM-Impot             PIC 9(6)V99.
           05 EM-Frais-Gestion     PIC 9(6)V99.
           05 EM-Majoration        PIC 9(6)V99.
           05 EM-Reference-Paiement.
               10 EM-Ref-Execution PIC 9(6).
               10 EM-Ref-Numero    PIC 9(13).
               10 EM-Ref-Cle       PIC 9(2).

       FD  F-PAIEMENTS.
       01  PAI-ENREG.
           05 PAI-Numero-Fiscal PIC 9(13).
               10 PAI-Ref-Execution PIC X(6).
               10 PAI-Ref-Numero    PIC X(13).
               10 PAI-Ref-Cle       PIC X(2).
      *    Canal d'encaissement : B (ou blanc, flux anterieurs) =
      *    banque, P = reglement de prelevement, S = retenue a la
      *    source reversee, G = guichet (7-CAISSE), C = carte en
      *    ligne (7-PAIEMENTS-CARTE)
           05 PAI-Canal         PIC X(1).
               88 PAI-Canal-Banque       VALUE "B" " ".
               88 PAI-Canal-Prelevement  VALUE "P".
               88 PAI-Canal-Retenue      VALUE "S".
               88 PAI-Canal-Guichet      VALUE "G".
               88 PAI-Canal-Carte        VALUE "C".

      *    Registre des integrations : un fichier bancaire par
      *    enregistrement, identifie par son flux (P = paiements,
      *    R = retours de prelevement, A = releve de l'acquereur
      *    carte de 7-PAIEMENTS-CARTE), l'empreinte de son contenu,
      *    son nombre d'enregistrements et son total. E = en cours
      *    (ING-Dernier-Enreg = dernier enregistrement impute, point
      *    de reprise), I = integre
       FD  F-REGISTRE.
       01  ING-ENREG.
           05 ING-Cle.
               10 ING-Flux           PIC X(1).
                   88 ING-Flux-Paiements  VALUE "P".
                   88 ING-Flux-Retours    VALUE "R".
               10 ING-Empreinte      PIC 9(13).
               10 ING-Nb-Enreg       PIC 9(8).
               10 ING-Total          PIC 9(12)V99.
           05 ING-Date-Premier       PIC 9(8).
           05 ING-Date-Dernier       PIC 9(8).
           05 ING-Etat               PIC X(1).
               88 ING-En-Cours           VALUE "E".
               88 ING-Integre            VALUE "I".
           05 ING-Dernier-Enreg      PIC 9(8).
           05 ING-Date-Debut         PIC 9(8).
           05 ING-Date-Fin           PIC 9(8).
           05 ING-Programme          PIC X(20).

      *    Livre des soldes : un enregistrement par numero fiscal et
      *    par annee de role. Le montant impose est le total du au
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

      *    Livre des emissions : un enregistrement par numero fiscal,
      *    annee de role et groupe de taxes (IR, TF, TH, CF). Le
      *    montant impose est celui de l'emission (impot, frais de
      *    gestion et majoration du groupe) augmente des penalites
      *    de recouvrement que 7-PENALITES y inscrit a compter de sa
      *    propre echeance ; le paye est la part du cumul paye du
      *    millesime ventilee sur l'emission (les paiements portant
      *    sa reference, cumules a part, d'abord). Le niveau de
      *    relance est tenu par 7-RELANCES.
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

      *    Compte d'attente : un enregistrement par paiement non
      *    identifie. E = en attente, R = rapproche automatiquement a
      *    un passage ulterieur, A = affecte par un operateur
      *    (7-ATTENTE-AFFECTATION) ; la sortie garde la date, la cle
      *    du solde credite (annee a zero quand le paiement a ete
      *    ventile sur tous les millesimes ouverts) et l'operateur
       FD  F-ATTENTE.
       01  ATT-ENREG.
           05 ATT-Numero            PIC 9(8).
           05 ATT-Paiement.
               10 ATT-Numero-Fiscal PIC 9(13).
               10 ATT-Montant       PIC 9(6)V99.
               10 ATT-Date-Reception PIC 9(8).
               10 ATT-Reference     PIC X(21).
           05 ATT-Motif             PIC X(40).
           05 ATT-Date-Entree       PIC 9(8).
           05 ATT-Etat              PIC X(1).
               88 ATT-En-Attente    VALUE "E".
               88 ATT-Rapproche     VALUE "R".
               88 ATT-Affecte       VALUE "A".
           05 ATT-Sortie.
               10 ATT-Date-Sortie   PIC 9(8).
               10 ATT-Sortie-Numero-Fiscal PIC 9(13).
               10 ATT-Sortie-Annee  PIC 9(4).
               10 ATT-Operateur     PIC X(8).

       FD  F-ECHEANCE.
       01  ECH-ENREG.
       FD  FS.
       01  FS-DATA PIC X(100).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Fiscal  PIC 9(13).
           05 CR-Siren          PIC 9(9).
           05 CR-Annee          PIC 9(4).
           05 CR-Montant        PIC 9(8)V99.
           05 CR-Motif          PIC X(40).

       WORKING-STORAGE SECTION.

      *    Version de disposition attendue en tete des fichiers
      *    inter-phases (0001 = origine, 0002 = part EPCI,
      *    0003 = montants en centimes ; role CFE 0007 = GEMAPI et
      *    emission du groupe CF) : un fichier d'une autre version
      *    arrete net, plutot que de cisailler les champs
       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-ROLE      PIC X(32)
               VALUE "VER 6-IMPOSABLES            0003".
           05  ENTETE-VERSION-CFE       PIC X(32)
               VALUE "VER 6-IMPOSABLES-CFE        0007".
           05  ENTETE-VERSION-EMISSIONS PIC X(32)
               VALUE "VER 6-IMPOSABLES-EMISSIONS  0001".

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
      *    gestion + majoration
           05  TOTAL-DU                 PIC 9(7)V99 VALUE 0.

      *    Compte entreprise : etablissements cumules par SIREN
       1   SOLDES-CFE-WORKING-MANAGER.
           05  WS-STATUT-ROLE-CFE       PIC X(02) VALUE SPACE.
               88  STATUT-ROLE-CFE-ABSENT         VALUE "35".
           05  FIN-ROLE-CFE             PIC X(01) VALUE SPACE.
               88  FF-ROLE-CFE                    VALUE HIGH-VALUE.
           05  FIN-TRI-CFE              PIC X(01) VALUE SPACE.
               88  FIN-TRI-CFE-OUI                VALUE HIGH-VALUE.
           05  CPT-SITES-ENTREPRISE     PIC 9(6) VALUE 0.
           05  CPT-COMPTES-ENTREPRISE   PIC 9(6) VALUE 0.
           05  SIREN-COURANT            PIC 9(9) VALUE 0.
           05  ENT-NUMERO-FISCAL        PIC 9(13) VALUE 0.
           05  ENT-RAISON-SOCIALE       PIC X(30) VALUE SPACE.
           05  ENT-CODE-INSEE           PIC 9(5) VALUE 0.
           05  ENT-ANNEE                PIC 9(4) VALUE 0.
           05  ENT-TOTAL-CFE            PIC 9(8)V99 VALUE 0.
      *    Emission du groupe CF, celle du premier etablissement
           05  ENT-DATE-EMISSION        PIC 9(8) VALUE 0.
           05  ENT-DATE-ECHEANCE        PIC 9(8) VALUE 0.
           05  ENT-EMISSION-REFERENCE   PIC X(21) VALUE SPACE.
      *    Capacite d'un montant du livre
           05  CAPACITE-LIVRE           PIC 9(6)V99 VALUE 999999.99.
           05  CPT-COMPTES-REJETES      PIC 9(6) VALUE 0.

       1   PAIEMENTS-WORKING-MANAGER.
           05  WS-STATUT-PAIEMENTS      PIC X(02) VALUE SPACE.
               88  STATUT-PAIEMENTS-ABSENT        VALUE "35".
           05  CPT-PAIEMENTS-IMPUTES    PIC 9(6) VALUE 0.
           05  CPT-PAIEMENTS-EN-ATTENTE PIC 9(6) VALUE 0.
      *    Issue du rapprochement d'un paiement avec le livre
           05  PAIEMENT-RAPPROCHE       PIC 9(1) VALUE 0.
               88  PAIEMENT-EST-IMPUTE            VALUE 1.
               88  PAIEMENT-EST-INAPPARIE         VALUE 0.
           05  MOTIF-INAPPARIE          PIC X(40) VALUE SPACE.
      *    Ventilation d'un paiement sur les annees ouvertes, de la
      *    plus ancienne a la plus recente
           05  RESTE-A-IMPUTER          PIC 9(7)V99 VALUE 0.
               88  REFERENCE-EST-VALIDE           VALUE 1.
               88  REFERENCE-EST-INVALIDE         VALUE 0.

      *    Identification du flux du jour et registre des
      *    integrations ; l'empreinte est une somme ponderee par le
      *    rang, sensible a l'ordre des enregistrements (meme modulo
      *    que le hachage de 4-CONTRIBUABLES-EXTERNE)
       1   INTEGRATION-WORKING-MANAGER.
           05  WS-STATUT-REGISTRE       PIC X(02) VALUE SPACE.
               88  STATUT-REGISTRE-ABSENT         VALUE "35".
           05  FLX-NB-ENREG             PIC 9(8) VALUE 0.
           05  FLX-TOTAL                PIC 9(12)V99 VALUE 0.
           05  FLX-EMPREINTE            PIC 9(13) VALUE 0.
           05  FLX-DATE-PREMIER         PIC 9(8) VALUE 0.
           05  FLX-DATE-DERNIER         PIC 9(8) VALUE 0.
           05  HACHAGE-MODULO           PIC 9(13)
               VALUE 9999999999999.
           05  RANG-ENREG               PIC 9(8) VALUE 0.
           05  REPRISE-APRES            PIC 9(8) VALUE 0.
      *        Plus long debut du fichier deja inscrit au registre
           05  PFX-RANG                 PIC 9(8) VALUE 0.
           05  PFX-CLE                  PIC X(36) VALUE SPACE.
           05  PFX-ETAT                 PIC X(1) VALUE SPACE.
               88  PFX-INTEGRE                    VALUE "I".
           05  PFX-DERNIER-ENREG        PIC 9(8) VALUE 0.
           05  PFX-DATE-DEBUT           PIC 9(8) VALUE 0.
           05  PFX-DATE-FIN             PIC 9(8) VALUE 0.
           05  INTEGRATION-ETAT         PIC 9(1) VALUE 0.
               88  INTEGRATION-ACCEPTEE           VALUE 0.
               88  INTEGRATION-REFUSEE            VALUE 1.

      *    Livre des emissions par groupe de taxes
       1   EMISSIONS-WORKING-MANAGER.
           05  WS-STATUT-EMISSIONS      PIC X(02) VALUE SPACE.
               88  STATUT-EMISSIONS-ABSENT        VALUE "35".
           05  WS-STATUT-SOLDES-EMISSIONS PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-EMISSIONS-ABSENT VALUE "35".
           05  FIN-EMISSIONS            PIC X(01) VALUE SPACE.
               88  FF-EMS                         VALUE HIGH-VALUE.
           05  FIN-EMISSIONS-SOLDE      PIC X(01) VALUE SPACE.
               88  FF-EMS-SOLDE                   VALUE HIGH-VALUE.
           05  FIN-VENTILATION          PIC X(01) VALUE SPACE.
               88  FF-VENTILATION                 VALUE HIGH-VALUE.
           05  CPT-EMISSIONS-CREEES     PIC 9(6) VALUE 0.
           05  CPT-EMISSIONS-RAFRAICHIES PIC 9(6) VALUE 0.
           05  CPT-PAIEMENTS-CIBLES     PIC 9(6) VALUE 0.
           05  TOTAL-EMISSION           PIC 9(7)V99 VALUE 0.
      *    Rang du groupe dans la cle de reference (meme ordre que
      *    GROUPE-EMISSION de 5-ROLES)
           05  CODES-GROUPES-EMISSION   PIC X(8) VALUE "IRTFTHCF".
           05  CODE-GROUPE REDEFINES CODES-GROUPES-EMISSION
                                        PIC X(2) OCCURS 4.
           05  NB-GROUPES-EMISSION      PIC 9(1) VALUE 4.
           05  RANG-ESSAYE              PIC 9(1) VALUE 0.
      *    Emission visee par la reference du paiement (0 = reference
      *    de l'imposable ou paiement sans reference)
           05  RANG-EMISSION-VISEE      PIC 9(1) VALUE 0.
           05  EMISSION-VISEE-TROUVEE   PIC 9(1) VALUE 0.
               88  EMISSION-VISEE-EST-TROUVEE     VALUE 1.
      *    Emissions du millesime en cours de ventilation
           05  NB-EMISSIONS-SOLDE       PIC 9(1) VALUE 0.
           05  IDX-EMV                  PIC 9(1) VALUE 0.
           05  IDX-SUIVANTE             PIC 9(1) VALUE 0.
           05  ECHEANCE-MINI            PIC 9(8) VALUE 0.
           05  EMISSION-SOLDE OCCURS 4.
               10  EMV-Groupe           PIC X(2).
               10  EMV-Date-Echeance    PIC 9(8).
               10  EMV-Du               PIC 9(6)V99.
               10  EMV-Cible            PIC 9(6)V99.
               10  EMV-Paye             PIC 9(6)V99.
               10  EMV-Servie           PIC 9(1).
           05  PART-EMISSION            PIC 9(7)V99 VALUE 0.
      *    Exigibilite d'un solde a l'etat des restes a recouvrer
           05  SOLDE-EXIGIBLE           PIC 9(1) VALUE 0.
               88  SOLDE-EST-EXIGIBLE             VALUE 1.
           05  EMISSIONS-ECHUES         PIC 9(1) VALUE 0.
               88  EMISSIONS-ECHUES-VUES          VALUE 1.

      *    Compte d'attente des paiements non identifies
       1   ATTENTE-WORKING-MANAGER.
           05  WS-STATUT-ATTENTE        PIC X(02) VALUE SPACE.
               88  STATUT-ATTENTE-ABSENT          VALUE "35".
           05  FIN-ATTENTE              PIC X(01) VALUE SPACE.
               88  FF-ATT                         VALUE HIGH-VALUE.
           05  PROCHAIN-NUMERO-ATTENTE  PIC 9(8) VALUE 1.
           05  CPT-ATTENTE-RAPPROCHES   PIC 9(6) VALUE 0.
           05  CPT-ATTENTE-RESTANTS     PIC 9(6) VALUE 0.

      *    Ventilation legale du cumul paye d'un millesime : frais de
      *    gestion d'abord, puis majoration, puis principal
       1   IMPUTATION-WORKING-MANAGER.

           PERFORM OUVRIR-LIVRE-SOLDES

      *    Rafraichissement du livre depuis le role (le livre des
      *    emissions est ouvert d'abord : les comptes entreprises y
      *    inscrivent leur emission CF)
           PERFORM OUVRIR-LIVRE-EMISSIONS
           PERFORM RAFRAICHIR-DEPUIS-ROLE

      *    Rafraichissement du livre des emissions
           PERFORM RAFRAICHIR-EMISSIONS

      *    Representation des paiements du compte d'attente, avant
      *    le flux du jour (les fonds les plus anciens d'abord)
           PERFORM OUVRIR-COMPTE-ATTENTE
           PERFORM RAPPROCHER-ATTENTE

      *    Imputation du flux bancaire
           PERFORM IMPUTER-PAIEMENTS

           CLOSE F-ATTENTE

      *    Ventilation du cumul paye de chaque millesime sur ses
      *    emissions
           PERFORM VENTILER-EMISSIONS

      *    Etat des restes a recouvrer
           PERFORM ECRIRE-RESTES-A-RECOUVRER

           DISPLAY "7-PAIEMENTS : " CPT-SOLDES-CREES
                   " solde(s) cree(s), " CPT-SOLDES-RAFRAICHIS
                   " rafraichi(s), " CPT-PAIEMENTS-IMPUTES
                   " paiement(s) impute(s), " CPT-PAIEMENTS-EN-ATTENTE
                   " mis en attente"
           DISPLAY "7-PAIEMENTS : compte d'attente, "
                   CPT-ATTENTE-RAPPROCHES " rapproche(s), "
                   CPT-ATTENTE-RESTANTS " toujours en attente"
           DISPLAY "7-PAIEMENTS : emissions, " CPT-EMISSIONS-CREEES
                   " creee(s), " CPT-EMISSIONS-RAFRAICHIES
                   " rafraichie(s), " CPT-PAIEMENTS-CIBLES
                   " paiement(s) sur reference d'emission"

           CLOSE F-SOLDES-EMISSIONS
           CLOSE F-SOLDES

           PERFORM FIN-PGM
               END-READ
           END-PERFORM

      *    Les comptes entreprises passent par la meme mise a niveau,
      *    le role des menages etant arrive en fin de fichier
           PERFORM RAFRAICHIR-DEPUIS-ROLE-CFE

           CLOSE FE
           .

      ******************************************************************
      *        COMPTES ENTREPRISES : UN SOLDE PAR SIREN, CUMUL DES
      *        ETABLISSEMENTS DU ROLE CFE

       RAFRAICHIR-DEPUIS-ROLE-CFE.

           OPEN INPUT F-ROLE-CFE
           IF STATUT-ROLE-CFE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF
           CLOSE F-ROLE-CFE

           OPEN OUTPUT C-REJETS
           SORT TRI-CFE
               ON ASCENDING KEY TF-Siret
               INPUT PROCEDURE GARNIR-TRI-CFE
               OUTPUT PROCEDURE CONSOLIDER-SOLDES-CFE
           CLOSE C-REJETS

           DISPLAY "7-PAIEMENTS : " CPT-SITES-ENTREPRISE
                   " etablissement(s) CFE cumule(s) sur "
                   CPT-COMPTES-ENTREPRISE " compte(s) entreprise, "
                   CPT-COMPTES-REJETES " rejete(s)"
           IF CPT-COMPTES-REJETES > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       GARNIR-TRI-CFE.

           OPEN INPUT F-ROLE-CFE
           READ F-ROLE-CFE
               AT END
                   SET FF-ROLE-CFE TO TRUE
           END-READ
           IF NOT FF-ROLE-CFE
              AND CFE-DATA(1:32) NOT = ENTETE-VERSION-CFE THEN
               DISPLAY "7-PAIEMENTS : version de disposition"
                       " inattendue en tete de 6-imposables-cfe.dat"
                       ", arret (attendu " ENTETE-VERSION-CFE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL FF-ROLE-CFE
               READ F-ROLE-CFE
                   AT END
                       SET FF-ROLE-CFE TO TRUE
                   NOT AT END
      *                Etablissement exonere l'annee de sa creation :
      *                rien a recouvrer
                       IF CFE-Impot > 0 THEN
                           RELEASE TF-DATA FROM CFE-DATA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-ROLE-CFE
           .

       CONSOLIDER-SOLDES-CFE.

           PERFORM UNTIL FIN-TRI-CFE-OUI
               RETURN TRI-CFE
                   AT END
                       SET FIN-TRI-CFE-OUI TO TRUE
                   NOT AT END
                       IF CPT-SITES-ENTREPRISE > 0
                          AND TF-Siren NOT = SIREN-COURANT THEN
                           PERFORM RAFRAICHIR-SOLDE-ENTREPRISE
                       END-IF
                       IF ENT-TOTAL-CFE = 0
                          AND TF-Siren NOT = SIREN-COURANT THEN
                           MOVE TF-Siren TO SIREN-COURANT
                           MOVE TF-Ref-Numero TO ENT-NUMERO-FISCAL
                           MOVE TF-Raison-Sociale
                               TO ENT-RAISON-SOCIALE
                           MOVE TF-Code-Insee TO ENT-CODE-INSEE
                           MOVE TF-Annee TO ENT-ANNEE
                           MOVE TF-Date-Emission TO ENT-DATE-EMISSION
                           MOVE TF-Date-Echeance TO ENT-DATE-ECHEANCE
                           MOVE TF-Emission-Reference
                               TO ENT-EMISSION-REFERENCE
                       END-IF
                       ADD TF-Impot TO ENT-TOTAL-CFE
                       ADD 1 TO CPT-SITES-ENTREPRISE
               END-RETURN
           END-PERFORM

           IF CPT-SITES-ENTREPRISE > 0 THEN
               PERFORM RAFRAICHIR-SOLDE-ENTREPRISE
           END-IF
           .

      *    Le compte entreprise est presente a RAFRAICHIR-UN-SOLDE
      *    sous la forme d'une ligne de role : raison sociale
      *    decoupee comme dans 5-ROLES, commune du premier
      *    etablissement, ni frais de gestion ni majoration. Un
      *    cumul que le livre ne peut porter est rejete, le solde
      *    deja tenu restant tel quel : le tronquer minorerait la
      *    dette et ferait rembourser le paiement de l'excedent.
       RAFRAICHIR-SOLDE-ENTREPRISE.

           IF ENT-TOTAL-CFE > CAPACITE-LIVRE THEN
               MOVE ENT-NUMERO-FISCAL TO CR-Numero-Fiscal
               MOVE SIREN-COURANT TO CR-Siren
               MOVE ENT-ANNEE TO CR-Annee
               MOVE ENT-TOTAL-CFE TO CR-Montant
               MOVE "CFE cumulee au-dela de la capacite du livre"
                   TO CR-Motif
               WRITE C-REJETS-ENREG
               DISPLAY "7-PAIEMENTS : CFE du SIREN " SIREN-COURANT
                       " au-dela de la capacite du livre, compte"
                       " rejete, solde inchange"
               ADD 1 TO CPT-COMPTES-REJETES
               MOVE 0 TO ENT-TOTAL-CFE
               EXIT PARAGRAPH
           END-IF

           MOVE ENT-NUMERO-FISCAL TO E-Numero-Fiscal
           MOVE ENT-RAISON-SOCIALE(1:15) TO E-Prenom
           MOVE ENT-RAISON-SOCIALE(16:11) TO E-Nom
           MOVE ENT-CODE-INSEE TO E-Code-Insee
           MOVE ENT-ANNEE TO E-Annee
           MOVE ENT-TOTAL-CFE TO E-Impot
           MOVE 0 TO E-Frais-Gestion E-Majoration
           PERFORM RAFRAICHIR-UN-SOLDE

      *    Emission CF du compte entreprise, presentee a
      *    RAFRAICHIR-UNE-EMISSION comme une emission du role (la
      *    zone des emissions du role sert de zone de travail : le
      *    fichier n'est pas encore ouvert)
           IF ENT-DATE-ECHEANCE > 0 THEN
               MOVE ENT-NUMERO-FISCAL TO EM-Numero-Fiscal
               MOVE ENT-ANNEE TO EM-Annee
               MOVE "CF" TO EM-Groupe
               MOVE ENT-DATE-EMISSION TO EM-Date-Emission
               MOVE ENT-DATE-ECHEANCE TO EM-Date-Echeance
               MOVE ENT-TOTAL-CFE TO EM-Impot
               MOVE 0 TO EM-Frais-Gestion EM-Majoration
               MOVE ENT-EMISSION-REFERENCE TO EM-Reference-Paiement
               PERFORM RAFRAICHIR-UNE-EMISSION
           END-IF

           ADD 1 TO CPT-COMPTES-ENTREPRISE
           MOVE 0 TO ENT-TOTAL-CFE
           .

       RAFRAICHIR-UN-SOLDE.

           MOVE E-Numero-Fiscal TO SOL-Numero-Fiscal
                             SOL-Interets-Payes
                             SOL-Date-Majoration-Retard
                             SOL-Mois-Interets
                             SOL-Interet-Retard-Impose
                             SOL-Interet-Retard-Paye
                             SOL-Manquement-Impose
                             SOL-Manquement-Paye
                   MOVE 0            TO SOL-Niveau-Relance
                   MOVE DATE-DU-JOUR TO SOL-Date-Ouverture
                   MOVE SPACE        TO SOL-Sursis
      *            Prescription : quatre ans a compter de l'ouverture
                   MOVE DATE-DU-JOUR TO SOL-Date-Interruption
                   COMPUTE SOL-Date-Prescription =
                           SOL-Date-Interruption + 40000
                   MOVE 0 TO SOL-Date-Dernier-Paiement
                   WRITE SOL-ENREG
                   ADD 1 TO CPT-SOLDES-CREES
               NOT INVALID KEY
      *            Les penalites de recouvrement deja inscrites par
      *            7-PENALITES, et les rappels du controle fiscal
      *            inscrits par 7-CONTROLE-SUIVI, restent acquis
      *            au-dela du role
                   IF SOL-Impose NOT = TOTAL-DU
                           + SOL-Majoration-Retard-Imposee
                           + SOL-Interets-Imposes
                           + SOL-Interet-Retard-Impose
                           + SOL-Manquement-Impose THEN
                       COMPUTE SOL-Impose = TOTAL-DU
                               + SOL-Majoration-Retard-Imposee
                               + SOL-Interets-Imposes
                               + SOL-Interet-Retard-Impose
                               + SOL-Manquement-Impose
                       MOVE E-Frais-Gestion TO SOL-Frais-Impose
                       MOVE E-Majoration TO SOL-Majoration-Imposee
                       MOVE E-Impot TO SOL-Principal-Impose
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
           END-IF
           .

      ******************************************************************
      *        LIVRE DES EMISSIONS : OUVERTURE (CREE L'INDEX S'IL
      *        N'EXISTE PAS ENCORE) ET RAFRAICHISSEMENT DEPUIS LES
      *        EMISSIONS DU ROLE

       OUVRIR-LIVRE-EMISSIONS.

           OPEN INPUT F-SOLDES-EMISSIONS
           IF STATUT-SOLDES-EMISSIONS-ABSENT THEN
               CLOSE F-SOLDES-EMISSIONS
               OPEN OUTPUT F-SOLDES-EMISSIONS
               CLOSE F-SOLDES-EMISSIONS
           ELSE
               CLOSE F-SOLDES-EMISSIONS
           END-IF

           OPEN I-O F-SOLDES-EMISSIONS
           .

       RAFRAICHIR-EMISSIONS.

           OPEN INPUT F-EMISSIONS
           IF STATUT-EMISSIONS-ABSENT THEN
               DISPLAY "6-imposables-emissions.dat introuvable, livre"
                       " des emissions inchange"
               EXIT PARAGRAPH
           END-IF

           READ F-EMISSIONS
               AT END
                   SET FF-EMS TO TRUE
           END-READ
           IF NOT FF-EMS
              AND EM-ENREG(1:32) NOT = ENTETE-VERSION-EMISSIONS THEN
               DISPLAY "7-PAIEMENTS : version de disposition"
                       " inattendue en tete de"
                       " 6-imposables-emissions.dat, arret (attendu "
                       ENTETE-VERSION-EMISSIONS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL FF-EMS
               READ F-EMISSIONS
                   AT END
                       SET FF-EMS TO TRUE
                   NOT AT END
                       PERFORM RAFRAICHIR-UNE-EMISSION
               END-READ
           END-PERFORM
           CLOSE F-EMISSIONS
           .

      *    Les penalites inscrites par 7-PENALITES sur l'emission
      *    restent acquises au-dela du role, comme sur le solde
       RAFRAICHIR-UNE-EMISSION.

           MOVE EM-Numero-Fiscal TO EMS-Numero-Fiscal
           MOVE EM-Annee TO EMS-Annee
           MOVE EM-Groupe TO EMS-Groupe

           COMPUTE TOTAL-EMISSION = EM-Impot + EM-Frais-Gestion
                   + EM-Majoration

           READ F-SOLDES-EMISSIONS
               INVALID KEY
                   MOVE EM-Date-Emission TO EMS-Date-Emission
                   MOVE EM-Date-Echeance TO EMS-Date-Echeance
                   MOVE EM-Reference-Paiement TO EMS-Reference
                   MOVE TOTAL-EMISSION TO EMS-Impose
                   MOVE TOTAL-EMISSION TO EMS-Restant
                   MOVE 0 TO EMS-Paye-Cible EMS-Paye
                             EMS-Majoration-Retard EMS-Interets
                             EMS-Date-Majoration-Retard
                             EMS-Mois-Interets
                             EMS-Niveau-Relance
                   WRITE EMS-ENREG
                   ADD 1 TO CPT-EMISSIONS-CREEES
               NOT INVALID KEY
                   IF EMS-Impose NOT = TOTAL-EMISSION
                           + EMS-Majoration-Retard + EMS-Interets
                      OR EMS-Date-Echeance NOT = EM-Date-Echeance
                      OR EMS-Reference NOT = EM-Reference-Paiement
                      THEN
                       MOVE EM-Date-Emission TO EMS-Date-Emission
                       MOVE EM-Date-Echeance TO EMS-Date-Echeance
                       MOVE EM-Reference-Paiement TO EMS-Reference
                       COMPUTE EMS-Impose = TOTAL-EMISSION
                               + EMS-Majoration-Retard + EMS-Interets
                       IF EMS-Paye > EMS-Impose THEN
                           MOVE 0 TO EMS-Restant
                       ELSE
                           COMPUTE EMS-Restant = EMS-Impose - EMS-Paye
                       END-IF
                       REWRITE EMS-ENREG
                       ADD 1 TO CPT-EMISSIONS-RAFRAICHIES
                   END-IF
           END-READ
           .

      ******************************************************************
      *        IMPUTATION DU FLUX BANCAIRE SUR LE LIVRE

       IMPUTER-PAIEMENTS.

           PERFORM IDENTIFIER-FLUX

           IF STATUT-PAIEMENTS-ABSENT THEN
               DISPLAY "7-paiements.dat introuvable, aucun paiement"
                       " a imputer"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONSULTER-REGISTRE
           IF INTEGRATION-REFUSEE THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RANG-ENREG
           OPEN INPUT F-PAIEMENTS
           PERFORM UNTIL FF-PAI
               READ F-PAIEMENTS
                   AT END
                       SET FF-PAI TO TRUE
                   NOT AT END
                       ADD 1 TO RANG-ENREG
                       IF RANG-ENREG > REPRISE-APRES THEN
                           PERFORM IMPUTER-UN-PAIEMENT
                           PERFORM POINTER-ENREG-IMPUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-PAIEMENTS

           PERFORM CLORE-INTEGRATION
           .

      ******************************************************************
      *        IDENTIFICATION DU FLUX ET REGISTRE DES INTEGRATIONS

      *    Premiere lecture du flux : nombre, total, dates extremes
      *    et empreinte du contenu. L'empreinte courante est
      *    confrontee au registre a chaque enregistrement : le plus
      *    long debut du fichier deja inscrit est retenu
       IDENTIFIER-FLUX.

           MOVE 0 TO FLX-NB-ENREG FLX-TOTAL FLX-EMPREINTE
           MOVE 0 TO FLX-DATE-PREMIER FLX-DATE-DERNIER
           MOVE 0 TO PFX-RANG

           OPEN INPUT F-PAIEMENTS
           IF STATUT-PAIEMENTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT F-REGISTRE
           IF STATUT-REGISTRE-ABSENT THEN
               CLOSE F-REGISTRE
               OPEN OUTPUT F-REGISTRE
               CLOSE F-REGISTRE
           ELSE
               CLOSE F-REGISTRE
           END-IF
           OPEN I-O F-REGISTRE

           PERFORM UNTIL FF-PAI
               READ F-PAIEMENTS
                   AT END
                       SET FF-PAI TO TRUE
                   NOT AT END
                       ADD 1 TO FLX-NB-ENREG
                       ADD PAI-Montant TO FLX-TOTAL
                       IF FLX-DATE-PREMIER = 0
                          OR PAI-Date < FLX-DATE-PREMIER THEN
                           MOVE PAI-Date TO FLX-DATE-PREMIER
                       END-IF
                       IF PAI-Date > FLX-DATE-DERNIER THEN
                           MOVE PAI-Date TO FLX-DATE-DERNIER
                       END-IF
                       COMPUTE FLX-EMPREINTE = FUNCTION MOD(
                               FLX-EMPREINTE + FLX-NB-ENREG
                             * (PAI-Numero-Fiscal
                             + PAI-Montant * 100 + PAI-Date)
                               HACHAGE-MODULO)
                       PERFORM SONDER-REGISTRE
               END-READ
           END-PERFORM
           CLOSE F-PAIEMENTS
           MOVE SPACE TO FIN-PAIEMENTS

           IF FLX-NB-ENREG = 0 THEN
               CLOSE F-REGISTRE
           END-IF
           .

      *    Les premiers FLX-NB-ENREG enregistrements forment-ils un
      *    flux deja inscrit ?
       SONDER-REGISTRE.

           SET ING-Flux-Paiements TO TRUE
           MOVE FLX-EMPREINTE TO ING-Empreinte
           MOVE FLX-NB-ENREG TO ING-Nb-Enreg
           MOVE FLX-TOTAL TO ING-Total

           READ F-REGISTRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FLX-NB-ENREG TO PFX-RANG
                   MOVE ING-Cle TO PFX-CLE
                   MOVE ING-Etat TO PFX-ETAT
                   MOVE ING-Dernier-Enreg TO PFX-DERNIER-ENREG
                   MOVE ING-Date-Debut TO PFX-DATE-DEBUT
                   MOVE ING-Date-Fin TO PFX-DATE-FIN
           END-READ
           .

      *    Flux deja integre : refus. Flux en cours (arret pendant
      *    un passage precedent) : reprise apres le dernier
      *    paiement impute. Flux nouveau : inscription en cours.
      *    Un flux vide n'est pas inscrit.
       CONSULTER-REGISTRE.

           SET INTEGRATION-ACCEPTEE TO TRUE
           MOVE 0 TO REPRISE-APRES

           IF FLX-NB-ENREG = 0 THEN
               EXIT PARAGRAPH
           END-IF

           SET ING-Flux-Paiements TO TRUE
           MOVE FLX-EMPREINTE TO ING-Empreinte
           MOVE FLX-NB-ENREG TO ING-Nb-Enreg
           MOVE FLX-TOTAL TO ING-Total

           READ F-REGISTRE
               INVALID KEY
                   PERFORM INSCRIRE-FLUX
               NOT INVALID KEY
                   IF ING-Integre THEN
                       DISPLAY "7-PAIEMENTS : 7-paiements.dat DEJA"
                               " INTEGRE le " ING-Date-Fin
                               " (" ING-Nb-Enreg " paiements du "
                               ING-Date-Premier " au "
                               ING-Date-Dernier ", empreinte "
                               ING-Empreinte "), flux refuse"
                       SET INTEGRATION-REFUSEE TO TRUE
                       MOVE 8 TO RETURN-CODE
                       CLOSE F-REGISTRE
                   ELSE
                       MOVE ING-Dernier-Enreg TO REPRISE-APRES
                       DISPLAY "7-PAIEMENTS : integration de "
                               "7-paiements.dat interrompue le "
                               ING-Date-Debut ", reprise apres le"
                               " paiement " REPRISE-APRES
                   END-IF
           END-READ
           .

      *    Flux nouveau. S'il commence par un flux deja inscrit
      *    (enregistrements ajoutes depuis), seuls les paiements
      *    suivants sont a imputer : apres le flux integre, ou apres
      *    le dernier paiement impute du flux interrompu, dont
      *    l'inscription est remplacee par celle du flux complet
       INSCRIRE-FLUX.

           IF PFX-RANG > 0 THEN
               IF PFX-INTEGRE THEN
                   MOVE PFX-RANG TO REPRISE-APRES
                   DISPLAY "7-PAIEMENTS : les " PFX-RANG
                           " premiers paiements de 7-paiements.dat"
                           " sont deja integres (le " PFX-DATE-FIN
                           "), imputation des paiements suivants"
               ELSE
                   MOVE PFX-DERNIER-ENREG TO REPRISE-APRES
                   MOVE PFX-CLE TO ING-Cle
                   DELETE F-REGISTRE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   DISPLAY "7-PAIEMENTS : integration de "
                           "7-paiements.dat interrompue le "
                           PFX-DATE-DEBUT " (" PFX-RANG
                           " paiements), reprise apres le"
                           " paiement " REPRISE-APRES
               END-IF
           END-IF

           SET ING-Flux-Paiements TO TRUE
           MOVE FLX-EMPREINTE TO ING-Empreinte
           MOVE FLX-NB-ENREG TO ING-Nb-Enreg
           MOVE FLX-TOTAL TO ING-Total
           MOVE FLX-DATE-PREMIER TO ING-Date-Premier
           MOVE FLX-DATE-DERNIER TO ING-Date-Dernier
           SET ING-En-Cours TO TRUE
           MOVE REPRISE-APRES TO ING-Dernier-Enreg
           MOVE DATE-DU-JOUR TO ING-Date-Debut
           MOVE 0 TO ING-Date-Fin
           MOVE "7-PAIEMENTS" TO ING-Programme
           WRITE ING-ENREG
           .

      *    Point de reprise tenu apres chaque paiement impute
       POINTER-ENREG-IMPUTE.

           MOVE RANG-ENREG TO ING-Dernier-Enreg
           REWRITE ING-ENREG
           .

       CLORE-INTEGRATION.

           IF FLX-NB-ENREG = 0 THEN
               EXIT PARAGRAPH
           END-IF

           SET ING-Integre TO TRUE
           MOVE DATE-DU-JOUR TO ING-Date-Fin
           REWRITE ING-ENREG
           CLOSE F-REGISTRE
           .

      *    Un paiement du flux sans contrepartie au livre entre au
      *    compte d'attente au lieu d'etre rejete
       IMPUTER-UN-PAIEMENT.

           PERFORM RAPPROCHER-UN-PAIEMENT

           IF PAIEMENT-EST-IMPUTE THEN
               ADD 1 TO CPT-PAIEMENTS-IMPUTES
           ELSE
               PERFORM METTRE-EN-ATTENTE
           END-IF
           .

      *    de la plus ancienne annee a la plus recente ; un excedent
      *    au-dela des soldes ouverts reste acquis au cumul paye du
      *    dernier millesime (trop-paye, vu par le remboursement)
       RAPPROCHER-UN-PAIEMENT.

           SET PAIEMENT-EST-INAPPARIE TO TRUE
           MOVE SPACE TO MOTIF-INAPPARIE

      *    Une reference presente doit porter une cle juste et le
      *    numero fiscal du paiement : une saisie erronee ne doit
      *    pas etre imputee au mauvais contribuable
           PERFORM VALIDER-REFERENCE-PAIEMENT
           IF REFERENCE-EST-INVALIDE THEN
               MOVE "reference de paiement invalide"
                   TO MOTIF-INAPPARIE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ANNEE-DERNIERE-LUE
           MOVE SPACE TO FIN-ANNEES

      *    La reference d'une emission designe le millesime a
      *    servir en premier
           IF RANG-EMISSION-VISEE > 0 THEN
               PERFORM IMPUTER-SUR-EMISSION-VISEE
           END-IF

           MOVE PAI-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE 0 TO SOL-Annee
           START F-SOLDES KEY NOT < SOL-Cle
           END-PERFORM

           IF NB-SOLDES-CONTRIBUABLE = 0 THEN
               MOVE "numero fiscal inconnu du livre des soldes"
                   TO MOTIF-INAPPARIE
           ELSE
               IF RESTE-A-IMPUTER > 0 THEN
                   PERFORM IMPUTER-EXCEDENT
               END-IF
               SET PAIEMENT-EST-IMPUTE TO TRUE
           END-IF
           .

               ADD PART-IMPUTEE TO SOL-Paye
               SUBTRACT PART-IMPUTEE FROM RESTE-A-IMPUTER
               PERFORM RECALCULER-RESTANT
               PERFORM INTERROMPRE-PRESCRIPTION
               PERFORM DATER-DERNIER-PAIEMENT
               REWRITE SOL-ENREG
           END-IF
           .

      *    Le paiement portant la reference d'une emission solde
      *    d'abord cette emission, au millesime du role qui l'a emise
      *    (l'execution de la reference le designe) ; le cumul est
      *    tenu a part sur l'emission pour la ventilation de fin de
      *    passage, le reste suit l'ordre ordinaire des millesimes
       IMPUTER-SUR-EMISSION-VISEE.

           MOVE 0 TO EMISSION-VISEE-TROUVEE
           MOVE SPACE TO FIN-EMISSIONS-SOLDE
           MOVE PAI-Numero-Fiscal TO EMS-Numero-Fiscal
           MOVE 0 TO EMS-Annee
           MOVE LOW-VALUE TO EMS-Groupe
           START F-SOLDES-EMISSIONS KEY NOT < EMS-Cle
               INVALID KEY
                   SET FF-EMS-SOLDE TO TRUE
           END-START

           PERFORM UNTIL FF-EMS-SOLDE
                      OR EMISSION-VISEE-EST-TROUVEE
               READ F-SOLDES-EMISSIONS NEXT RECORD
                   AT END
                       SET FF-EMS-SOLDE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EMS-Numero-Fiscal
                                   NOT = PAI-Numero-Fiscal
                               SET FF-EMS-SOLDE TO TRUE
                           WHEN EMS-Groupe
                                   = CODE-GROUPE(RANG-EMISSION-VISEE)
                            AND EMS-Ref-Execution
                                   = FUNCTION NUMVAL(PAI-Ref-Execution)
                               SET EMISSION-VISEE-EST-TROUVEE TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF NOT EMISSION-VISEE-EST-TROUVEE THEN
               EXIT PARAGRAPH
           END-IF

           MOVE EMS-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE EMS-Annee TO SOL-Annee
           READ F-SOLDES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE RESTE-A-IMPUTER TO PART-EMISSION
           IF PART-EMISSION > EMS-Restant THEN
               MOVE EMS-Restant TO PART-EMISSION
           END-IF
           IF PART-EMISSION > SOL-Restant THEN
               MOVE SOL-Restant TO PART-EMISSION
           END-IF
           IF PART-EMISSION = 0 THEN
               EXIT PARAGRAPH
           END-IF

           ADD PART-EMISSION TO SOL-Paye
           SUBTRACT PART-EMISSION FROM RESTE-A-IMPUTER
           PERFORM RECALCULER-RESTANT
           PERFORM INTERROMPRE-PRESCRIPTION
           PERFORM DATER-DERNIER-PAIEMENT
           REWRITE SOL-ENREG

           ADD PART-EMISSION TO EMS-Paye-Cible
           ADD PART-EMISSION TO EMS-Paye
           SUBTRACT PART-EMISSION FROM EMS-Restant
           REWRITE EMS-ENREG
           ADD 1 TO CPT-PAIEMENTS-CIBLES
           .

      *    Un paiement partiel interrompt la prescription du solde
      *    reste ouvert : le delai de quatre ans repart de la date du
      *    paiement (meme jour, quatre ans plus tard)
       INTERROMPRE-PRESCRIPTION.

           IF SOL-Restant > 0
              AND PAI-Date > SOL-Date-Interruption THEN
               MOVE PAI-Date TO SOL-Date-Interruption
               COMPUTE SOL-Date-Prescription =
                       SOL-Date-Interruption + 40000
           END-IF
           .

      *    Point de depart des interets moratoires si le paiement
      *    devait etre rembourse (7-REMBOURSEMENTS)
       DATER-DERNIER-PAIEMENT.

           IF PAI-Date > SOL-Date-Dernier-Paiement THEN
               MOVE PAI-Date TO SOL-Date-Dernier-Paiement
           END-IF
           .

      *    L'excedent d'un paiement au-dela de tous les soldes
      *    ouverts est porte au cumul paye du millesime le plus
      *    recent (le remboursement des trop-payes le resorbe)
               NOT INVALID KEY
                   ADD RESTE-A-IMPUTER TO SOL-Paye
                   PERFORM RECALCULER-RESTANT
                   PERFORM DATER-DERNIER-PAIEMENT
                   REWRITE SOL-ENREG
           END-READ
           .

      *    La cle est celle de l'imposable, ou celle d'une de ses
      *    emissions (cle decalee du rang du groupe, meme calcul que
      *    ECRIRE-UNE-EMISSION de 5-ROLES)
       VALIDER-REFERENCE-PAIEMENT.

           SET REFERENCE-EST-VALIDE TO TRUE
           MOVE 0 TO RANG-EMISSION-VISEE

           IF PAI-Reference = SPACE THEN
               CONTINUE
                   COMPUTE CLE-ATTENDUE = 97
                           - FUNCTION MOD(REFERENCE-NUMERIQUE 97)
                   IF FUNCTION NUMVAL(PAI-Ref-Cle)
                           NOT = CLE-ATTENDUE THEN
                       PERFORM RECONNAITRE-REFERENCE-EMISSION
                   END-IF
                   IF FUNCTION NUMVAL(PAI-Ref-Numero)
                           NOT = PAI-Numero-Fiscal THEN
                       SET REFERENCE-EST-INVALIDE TO TRUE
                   END-IF
           END-IF
           .

       RECONNAITRE-REFERENCE-EMISSION.

           SET REFERENCE-EST-INVALIDE TO TRUE

           MOVE 1 TO RANG-ESSAYE
           PERFORM UNTIL RANG-ESSAYE > NB-GROUPES-EMISSION
                      OR RANG-EMISSION-VISEE > 0
               COMPUTE CLE-ATTENDUE = 97
                       - FUNCTION MOD(REFERENCE-NUMERIQUE
                                      + RANG-ESSAYE 97)
               IF FUNCTION NUMVAL(PAI-Ref-Cle) = CLE-ATTENDUE THEN
                   MOVE RANG-ESSAYE TO RANG-EMISSION-VISEE
                   SET REFERENCE-EST-VALIDE TO TRUE
               END-IF
               ADD 1 TO RANG-ESSAYE
           END-PERFORM
           .

      ******************************************************************
      *        COMPTE D'ATTENTE : OUVERTURE (CREE L'INDEX S'IL N'EXISTE
      *        PAS ENCORE), REPRESENTATION DES PAIEMENTS EN ATTENTE ET
      *        ENTREE DES PAIEMENTS NON IDENTIFIES DU JOUR

       OUVRIR-COMPTE-ATTENTE.

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

      *    Chaque paiement encore en attente repasse par le meme
      *    rapprochement que le flux du jour ; le parcours sert aussi
      *    a reprendre la numerotation apres le plus grand numero
      *    deja attribue. La zone du flux bancaire (PAI-ENREG) sert
      *    de zone de travail : le flux n'est pas encore ouvert.
       RAPPROCHER-ATTENTE.

           MOVE 0 TO ATT-Numero
           START F-ATTENTE KEY NOT < ATT-Numero
               INVALID KEY
                   SET FF-ATT TO TRUE
           END-START

           PERFORM UNTIL FF-ATT
               READ F-ATTENTE NEXT RECORD
                   AT END
                       SET FF-ATT TO TRUE
                   NOT AT END
                       IF ATT-Numero >= PROCHAIN-NUMERO-ATTENTE THEN
                           COMPUTE PROCHAIN-NUMERO-ATTENTE =
                                   ATT-Numero + 1
                       END-IF
                       IF ATT-En-Attente THEN
                           PERFORM RAPPROCHER-UN-ATTENTE
                       END-IF
               END-READ
           END-PERFORM
           .

       RAPPROCHER-UN-ATTENTE.

           MOVE ATT-Numero-Fiscal  TO PAI-Numero-Fiscal
           MOVE ATT-Montant        TO PAI-Montant
           MOVE ATT-Date-Reception TO PAI-Date
           MOVE ATT-Reference      TO PAI-Reference

           PERFORM RAPPROCHER-UN-PAIEMENT

           IF PAIEMENT-EST-IMPUTE THEN
               SET ATT-Rapproche TO TRUE
               MOVE DATE-DU-JOUR TO ATT-Date-Sortie
               MOVE PAI-Numero-Fiscal TO ATT-Sortie-Numero-Fiscal
               MOVE 0 TO ATT-Sortie-Annee
               MOVE "7-PAIEM" TO ATT-Operateur
               REWRITE ATT-ENREG
               ADD 1 TO CPT-ATTENTE-RAPPROCHES
           ELSE
               ADD 1 TO CPT-ATTENTE-RESTANTS
           END-IF
           .

       METTRE-EN-ATTENTE.

           MOVE PROCHAIN-NUMERO-ATTENTE TO ATT-Numero
           MOVE PAI-Numero-Fiscal TO ATT-Numero-Fiscal
           MOVE PAI-Montant       TO ATT-Montant
           MOVE PAI-Date          TO ATT-Date-Reception
           MOVE PAI-Reference     TO ATT-Reference
           MOVE MOTIF-INAPPARIE   TO ATT-Motif
           MOVE DATE-DU-JOUR      TO ATT-Date-Entree
           SET ATT-En-Attente TO TRUE
           MOVE 0 TO ATT-Date-Sortie ATT-Sortie-Numero-Fiscal
                     ATT-Sortie-Annee
           MOVE SPACE TO ATT-Operateur

           WRITE ATT-ENREG
               INVALID KEY
                   DISPLAY "7-PAIEMENTS : collision de numero au"
                           " compte d'attente " PROCHAIN-NUMERO-ATTENTE
               NOT INVALID KEY
                   ADD 1 TO CPT-PAIEMENTS-EN-ATTENTE
                   ADD 1 TO CPT-ATTENTE-RESTANTS
           END-WRITE

           ADD 1 TO PROCHAIN-NUMERO-ATTENTE
           .

      ******************************************************************
      *        VENTILATION DU CUMUL PAYE DE CHAQUE MILLESIME SUR SES
      *        EMISSIONS : LES PAIEMENTS CIBLES D'ABORD, A HAUTEUR DU
      *        DU DE LEUR EMISSION, PUIS LE RESTE PAR ECHEANCE
      *        CROISSANTE (UNE EMISSION QUI ECHOIT EN PREMIER EST
      *        SOLDEE EN PREMIER)

       VENTILER-EMISSIONS.

           MOVE SPACE TO FIN-VENTILATION
           MOVE LOW-VALUE TO SOL-Cle
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-VENTILATION TO TRUE
           END-START

           PERFORM UNTIL FF-VENTILATION
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-VENTILATION TO TRUE
                   NOT AT END
                       PERFORM VENTILER-EMISSIONS-SOLDE
               END-READ
           END-PERFORM
           .

       VENTILER-EMISSIONS-SOLDE.

           PERFORM CHARGER-EMISSIONS-SOLDE
           IF NB-EMISSIONS-SOLDE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SOL-Paye TO RESTE-A-VENTILER

           MOVE 1 TO IDX-EMV
           PERFORM UNTIL IDX-EMV > NB-EMISSIONS-SOLDE
               MOVE EMV-Cible(IDX-EMV) TO PART-EMISSION
               IF PART-EMISSION > EMV-Du(IDX-EMV) THEN
                   MOVE EMV-Du(IDX-EMV) TO PART-EMISSION
               END-IF
               IF PART-EMISSION > RESTE-A-VENTILER THEN
                   MOVE RESTE-A-VENTILER TO PART-EMISSION
               END-IF
               MOVE PART-EMISSION TO EMV-Paye(IDX-EMV)
               SUBTRACT PART-EMISSION FROM RESTE-A-VENTILER
               MOVE 0 TO EMV-Servie(IDX-EMV)
               ADD 1 TO IDX-EMV
           END-PERFORM

           PERFORM SERVIR-EMISSION-SUIVANTE NB-EMISSIONS-SOLDE TIMES

           MOVE 1 TO IDX-EMV
           PERFORM UNTIL IDX-EMV > NB-EMISSIONS-SOLDE
               PERFORM REECRIRE-EMISSION-SOLDE
               IF DATE-DU-JOUR > EMV-Date-Echeance(IDX-EMV) THEN
                   SET EMISSIONS-ECHUES-VUES TO TRUE
               END-IF
               ADD 1 TO IDX-EMV
           END-PERFORM
           .

      *    Emission non encore servie d'echeance la plus proche
       SERVIR-EMISSION-SUIVANTE.

           MOVE 0 TO IDX-SUIVANTE
           MOVE 0 TO ECHEANCE-MINI
           MOVE 1 TO IDX-EMV
           PERFORM UNTIL IDX-EMV > NB-EMISSIONS-SOLDE
               IF EMV-Servie(IDX-EMV) = 0
                  AND (IDX-SUIVANTE = 0
                    OR EMV-Date-Echeance(IDX-EMV) < ECHEANCE-MINI)
                  THEN
                   MOVE IDX-EMV TO IDX-SUIVANTE
                   MOVE EMV-Date-Echeance(IDX-EMV) TO ECHEANCE-MINI
               END-IF
               ADD 1 TO IDX-EMV
           END-PERFORM

           MOVE 1 TO EMV-Servie(IDX-SUIVANTE)
           COMPUTE PART-EMISSION = EMV-Du(IDX-SUIVANTE)
                   - EMV-Paye(IDX-SUIVANTE)
           IF PART-EMISSION > RESTE-A-VENTILER THEN
               MOVE RESTE-A-VENTILER TO PART-EMISSION
           END-IF
           ADD PART-EMISSION TO EMV-Paye(IDX-SUIVANTE)
           SUBTRACT PART-EMISSION FROM RESTE-A-VENTILER
           .

       REECRIRE-EMISSION-SOLDE.

           MOVE SOL-Numero-Fiscal TO EMS-Numero-Fiscal
           MOVE SOL-Annee TO EMS-Annee
           MOVE EMV-Groupe(IDX-EMV) TO EMS-Groupe

           READ F-SOLDES-EMISSIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMV-Paye(IDX-EMV) TO EMS-Paye
                   COMPUTE EMS-Restant = EMV-Du(IDX-EMV)
                           - EMV-Paye(IDX-EMV)
                   REWRITE EMS-ENREG
           END-READ
           .

      *    Emissions du millesime du solde courant, dans l'ordre des
      *    groupes
       CHARGER-EMISSIONS-SOLDE.

           MOVE 0 TO NB-EMISSIONS-SOLDE
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
                           ADD 1 TO NB-EMISSIONS-SOLDE
                           MOVE EMS-Groupe
                               TO EMV-Groupe(NB-EMISSIONS-SOLDE)
                           MOVE EMS-Date-Echeance
                               TO EMV-Date-Echeance(NB-EMISSIONS-SOLDE)
                           MOVE EMS-Impose
                               TO EMV-Du(NB-EMISSIONS-SOLDE)
                           MOVE EMS-Paye-Cible
                               TO EMV-Cible(NB-EMISSIONS-SOLDE)
                           MOVE EMS-Paye
                               TO EMV-Paye(NB-EMISSIONS-SOLDE)
                       END-IF
               END-READ
           END-PERFORM
           .

      ******************************************************************
           MOVE ARTICLE-RESTES-LIGNE TO FS-DATA
           WRITE FS-DATA

           IF DATE-DU-JOUR > DATE-ECHEANCE
              OR EMISSIONS-ECHUES-VUES THEN
               MOVE ARTICLE-RESTES-ENTETE TO FS-DATA
               WRITE FS-DATA
               PERFORM LISTER-SOLDES-OUVERTS
                       SET FF-SOL TO TRUE
                   NOT AT END
                       IF SOL-Restant > 0 THEN
                           PERFORM EVALUER-EXIGIBILITE
                           IF SOLDE-EST-EXIGIBLE THEN
                               PERFORM ECRIRE-LIGNE-RESTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Un solde emis par groupes est exigible des qu'une de ses
      *    emissions reste impayee apres sa propre echeance ; a
      *    defaut d'emissions, l'echeance unique du role fait foi
       EVALUER-EXIGIBILITE.

           MOVE 0 TO SOLDE-EXIGIBLE
           PERFORM CHARGER-EMISSIONS-SOLDE

           IF NB-EMISSIONS-SOLDE = 0 THEN
               IF DATE-DU-JOUR > DATE-ECHEANCE THEN
                   SET SOLDE-EST-EXIGIBLE TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IDX-EMV
           PERFORM UNTIL IDX-EMV > NB-EMISSIONS-SOLDE
               IF DATE-DU-JOUR > EMV-Date-Echeance(IDX-EMV)
                  AND EMV-Paye(IDX-EMV) < EMV-Du(IDX-EMV) THEN
                   SET SOLDE-EST-EXIGIBLE TO TRUE
               END-IF
               ADD 1 TO IDX-EMV
           END-PERFORM
           .

       ECRIRE-LIGNE-RESTE.

           INITIALIZE RR-Nom-Prenom
                   + SOL-Majoration-Retard-Imposee
                   - SOL-Majoration-Retard-Payee
                   + SOL-Interets-Imposes - SOL-Interets-Payes
                   + SOL-Interet-Retard-Impose
                   - SOL-Interet-Retard-Paye
                   + SOL-Manquement-Impose - SOL-Manquement-Paye
           MOVE ARTICLE-RESTES-INDIV TO FS-DATA
           WRITE FS-DATA

