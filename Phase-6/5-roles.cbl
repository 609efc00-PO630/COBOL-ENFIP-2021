      ******************************************************************
      * Author:        Marcheix François-Xavier
      * Date:          23/03/2021
      * Purpose: calcul du role. Un local demembre (usufruit en
      *          cours au master 5-demembrement.idx) voit sa TF/TN
      *          assise sur l'usufruitier, sans quote-part
      *          d'indivision ; l'occurrence que tiendrait encore le
      *          nu-proprietaire sur la periode de l'usufruit ne
      *          produit rien.
      *          L'imposable est aussi eclate en une emission par
      *          groupe de taxes (IR ; TF/TN ; TH avec TEOM et
      *          logements vacants ; CFE) dans
      *          6-imposables-emissions.dat, chacune avec sa date
      *          d'emission, son echeance (calendrier
      *          0-emissions.param du millesime, echeance unique de
      *          0-date-echeance.param a defaut) et sa propre
      *          reference de paiement.
      *          Les occurrences IR portent une categorie de revenu
      *          (salaires, pensions, revenus fonciers,
      *          micro-entreprises) : chaque categorie a son
      *          abattement (0-categories-revenu.param, versionne par
      *          annee, plancher et plafond par beneficiaire ou par
      *          foyer), et le revenu net categorie par categorie
      *          precede les reports de deficit et le bareme ; une
      *          ligne RC du detail par categorie du foyer.
      *          Un etablissement est exonere de CFE l'annee de sa
      *          creation (date de 5-entreprises.dat) et impose sur
      *          la moitie de sa base l'annee suivante, avant la base
      *          minimum ; le role CFE en porte le motif (C1, C2) et
      *          le produit perdu par collectivite.
      *          Les etablissements portent aussi la taxe speciale
      *          GEMAPI au taux CFE de l'EPCI de la commune de chaque
      *          occurrence, dans la part EPCI du role CFE (montant
      *          repris a part pour 7-TAXE-SPECIALE) ; chaque ligne du
      *          role CFE porte l'emission du groupe CF (date
      *          d'emission, echeance, reference), reprise par
      *          7-AVIS-CFE et 7-PAIEMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS IND-Cle
               FILE STATUS IS WS-STATUT-INDIVISION.

      *    Usufruits et nues-proprietes (4-DEMEMBREMENT) : la TF/TN
      *    d'un local demembre est due par l'usufruitier ; absent
      *    tant qu'aucun demembrement n'est enregistre
           SELECT  F-DEMEMBREMENT ASSIGN TO "5-demembrement.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DMB-Local
               FILE STATUS IS WS-STATUT-DEMEMBREMENT.

      *    Reports de deficit (revenus negatifs des annees
      *    anterieures), tenus par Calcul-IR : les pertes
      *    s'accumulent par millesime et s'imputent sur les revenus
               RECORD KEY IS RDF-Numero-Fiscal
               FILE STATUS IS WS-STATUT-REPORTS-DEFICIT.

      *    Revenu fiscal de reference par contribuable et millesime,
      *    tenu par Calcul-IR : le revenu du foyer apres imputation
      *    des deficits, porte sur le chef et sur chaque membre
           SELECT  F-RFR
               ASSIGN TO "5-rfr.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFR-Cle
               FILE STATUS IS WS-STATUT-RFR.

      *    Abattements TH votes par les communes (3-ABATTEMENTS-TH),
      *    appliques a la base avant les taux ; absent tant
      *    qu'aucune commune n'a vote d'abattement
           SELECT  C-AVOIRS ASSIGN TO "6-avoirs.dat"
               ORGANIZATION LINE SEQUENTIAL.

      *    Emissions du role : une par contribuable impose et par
      *    groupe de taxes, avec son echeance et sa reference
           SELECT  C-EMISSIONS ASSIGN TO "6-imposables-emissions.dat"
               ORGANIZATION LINE SEQUENTIAL.

      *    Sorties delta du role supplementaire (images des memes
      *    enregistrements, fichiers separes des sorties certifiees)
           SELECT  S-EXONERES ASSIGN TO "6-exoneres-supp.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT  S-CONTROLE ASSIGN TO "6-controle-supp.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT  S-EMISSIONS
               ASSIGN TO "6-imposables-emissions-supp.dat"
               ORGANIZATION LINE SEQUENTIAL.

      *    Reprise/checkpoint du traitement
           SELECT  F-REPRISE ASSIGN TO "5-roles-reprise.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANNEE-ROLE.

      *    Calendrier des emissions : date d'emission et echeance de
      *    chaque groupe de taxes, par millesime
           SELECT  F-CALENDRIER-EMISSIONS ASSIGN TO "0-emissions.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMISSIONS.

      *    Echeance unique du role, pour les groupes absents du
      *    calendrier
           SELECT  F-ECHEANCE ASSIGN TO "0-date-echeance.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECHEANCE.

      *    Plafonnement de l'impot total en pourcentage du revenu,
      *    versionne par annee
           SELECT  F-PLAFONNEMENT ASSIGN TO "0-plafonnement.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BAREME.

      *    Plafonnement du quotient familial : plafond de l'avantage
      *    par demi-part supplementaire, par nature de demi-part
      *    (ordinaire, parent isole, invalidite), versionne par annee
           SELECT  F-QUOTIENT-FAMILIAL
               ASSIGN TO "0-quotient-familial.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-QF.

      *    Decote des faibles cotisations d'IR, versionnee par annee
           SELECT  F-DECOTE ASSIGN TO "0-decote.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DECOTE.

      *    Taux minimum d'IR des non-residents sur leurs revenus de
      *    source francaise, versionne par annee
           SELECT  F-TAUX-MINIMUM-IR
               ASSIGN TO "0-taux-minimum-ir.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TAUX-MINIMUM.

      *    Master des adresses (4-ADRESSES-MAJ) : porte la residence
      *    fiscale a l'etranger des non-residents ; absent, tous les
      *    contribuables sont traites en residents
           SELECT  F-ADRESSES ASSIGN TO "5-adresses.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-Numero-Fiscal
               FILE STATUS IS WS-STATUT-ADRESSES.

      *    Surcharge residence secondaire / seuil d'exoneration TH
      *    residence principale
           SELECT  F-TH-RESIDENCE ASSIGN TO "0-th-residence.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TAUX-NON-BATI.

      *    Registre parcellaire du non bati (4-PARCELLES), lu par le
      *    proprietaire, et tarifs a l'hectare par commune et classe
      *    de culture : la base TN est celle des parcelles ; sans
      *    parcelle connue, le coefficient sur le bati s'applique
           SELECT  F-PARCELLES ASSIGN TO "5-parcelles.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-Cle
               ALTERNATE RECORD KEY IS PAR-Numero-Fiscal
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUT-PARCELLES.

           SELECT  F-TARIFS-NON-BATI
               ASSIGN TO "0-tarifs-non-bati.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TARIFS-NON-BATI.

      *    Taux de la taxe sur les logements vacants par commune
      *    assujettie (lignes C ; les autres lignes servent a
      *    4-LOGEMENTS-VACANTS)
           SELECT  F-LOGEMENTS-VACANTS
               ASSIGN TO "0-logements-vacants.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-LOGEMENTS-VACANTS.

      *    Taux des taxes speciales a produit vote (GEMAPI), derives
      *    des bases N-1 par 5-TAXE-SPECIALE
           SELECT  F-TAUX-SPECIAUX
               ASSIGN TO "5-taux-speciaux.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TAUX-SPECIAUX.

      *    Zones de collecte TEOM par commune et leur taux vote
      *    (master reconstruit par 3-ZONES-TEOM, taux poses par
      *    3-TAUX-VOTES), charge en table au demarrage
           SELECT  F-ZONES-TEOM ASSIGN TO "5-zones-teom.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ZT-Cle
               FILE STATUS IS WS-STATUT-ZONES-TEOM.

      *    Redirection des communes fusionnees (master indexe
      *    construit par 5-FUSIONS-CHARGE depuis
      *    0-fusions-communes.param : ancien code Insee -> code de
               ASSIGN TO "6-scissions-exceptions.dat"
               ORGANIZATION LINE SEQUENTIAL.

      *    Depenses ouvrant droit a reduction ou credit d'impot
      *    (4-DEPENSES-IR) : cle numero fiscal + millesime + code ;
      *    absent tant qu'aucune depense n'est chargee
           SELECT  F-DEPENSES-IR ASSIGN TO "5-depenses-ir.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-Cle
               FILE STATUS IS WS-STATUT-DEPENSES-IR.

      *    Regles des reductions et credits d'impot par code de
      *    depense (nature, taux, plafond de la depense), versionnees
      *    par annee
           SELECT  F-REGLES-AVANTAGES
               ASSIGN TO "0-reductions-ir.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGLES-AVANTAGES.

      *    Plafonnement global des avantages fiscaux d'un foyer
      *    (plafonnement des niches), versionne par annee
           SELECT  F-PLAFOND-NICHES ASSIGN TO "0-plafond-niches.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PLAFOND-NICHES.

      *    Categories de revenus de l'IR (salaires, pensions, revenus
      *    fonciers, micro-entreprises) : abattement propre a chaque
      *    categorie, versionne par annee
           SELECT  F-CATEGORIES-REVENU
               ASSIGN TO "0-categories-revenu.param"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATEGORIES-REVENU.

      *    Table des foyers fiscaux (identifiant de foyer, membres
      *    rattaches, chef designe) : les occurences IR des membres
      *    sont consolidees sur le chef avant Calcul-IR
               10 IND-Numero-Fiscal PIC 9(13).
           05 IND-Quote-Part    PIC 9(3).

      *    Meme disposition que C-DMB-ENREG dans 4-DEMEMBREMENT.cbl,
      *    qui alimente ce fichier
       FD  F-DEMEMBREMENT.
       01  C-DMB-ENREG.
           05 DMB-Local             PIC 9(8).
           05 DMB-Usufruitier       PIC 9(13).
           05 DMB-Nu-Proprietaire   PIC 9(13).
           05 DMB-Date-Debut        PIC 9(8).
           05 DMB-Nature-Fin        PIC X(1).
           05 DMB-Date-Terme        PIC 9(8).
           05 DMB-Etat              PIC X(1).
               88 DMB-En-Cours                VALUE "E".
           05 DMB-Date-Fin          PIC 9(8).
           05 DMB-Motif-Fin         PIC X(1).
           05 DMB-Date-Maj          PIC 9(8).

      *    Reports de deficit d'un contribuable : six millesimes de
      *    pertes et six millesimes d'imputation. Les imputations
      *    sont tenues par annee d'imputation pour que le role,
                   15 RDF-IMP-ANNEE   PIC 9(4).
                   15 RDF-IMP-MONTANT PIC 9(8).

      *    Revenu fiscal de reference : meme montant pour tous les
      *    contribuables d'un foyer (chef et membres rattaches), avec
      *    les parts du foyer pour les seuils par nombre de parts
       FD  F-RFR.
       01  RFR-ENREG.
           05 RFR-Cle.
               10 RFR-Numero-Fiscal PIC 9(13).
               10 RFR-Annee         PIC 9(4).
           05 RFR-Montant       PIC 9(9).
           05 RFR-Parts         PIC 9(2)V9.
           05 RFR-Foyer         PIC 9(6).
           05 RFR-Chef          PIC 9(13).

      *    Meme disposition que ATH-ENREG dans 3-ABATTEMENTS-TH.cbl,
      *    qui alimente ce fichier
       FD  F-ABATTEMENTS-TH.
           05 EP-Taux.
               10 EP-Taux-Carbone   PIC 9(4)V99.
               10 EP-Taux-Densite   PIC 9(4)V99.
           05 EP-FPU           PIC X(1).
               88 EP-EST-FPU        VALUE "O".
           05 EP-FPU-Annee     PIC 9(4).
           05 EP-Taux-CFE      PIC 9(4)V99.

       FD  F-EPCI-MEMBRES.
       01  C-EPCI-MEMBRE-ENREG.
      *    plus impose par le role
           05 M-Statut PIC X(1).
               88 M-Statut-Decede    VALUE "D".
           05 M-Sip PIC X(5).

      *    Fichier des entreprises : meme disposition que FS-DATA
      *    dans 4-ENTREPRISES.cbl
           05 ENT-Raison-Sociale  PIC X(30).
           05 ENT-Code-Insee      PIC 9(5).
           05 ENT-Numero-Fiscal   PIC 9(13).
           05 ENT-Date-Creation   PIC 9(8).

      *    Role CFE : une ligne par etablissement impose
       FD  C-ROLE-CFE.
      *    M = au moins une occurrence portee a la base minimum de
      *    sa commune
           05 CFE-Base-Minimum    PIC X(1).
      *    CFE levee par l'EPCI a fiscalite professionnelle unique
      *    (la part communale est alors nulle)
           05 CFE-Impot-Epci      PIC 9(6)V99.
      *    Reference de paiement du compte entreprise : calculee sur
      *    le numero fiscal derive du SIREN, elle est la meme pour
      *    tous les etablissements de l'entreprise (avis et solde
      *    consolides par SIREN)
           05 CFE-Reference-Paiement.
               10 CFE-Ref-Execution PIC 9(6).
               10 CFE-Ref-Numero    PIC 9(13).
               10 CFE-Ref-Cle       PIC 9(2).
      *    Allegement de creation : C1 = exonere l'annee de creation,
      *    C2 = base reduite de moitie l'annee suivante ; produit
      *    perdu par collectivite (part communale ou EPCI, departement,
      *    region), repris par 7-ALLOCATIONS-COMPENSATRICES
           05 CFE-Motif-Creation  PIC X(2).
           05 CFE-Perte-Commune   PIC 9(6)V99.
           05 CFE-Perte-Dept      PIC 9(6)V99.
           05 CFE-Perte-Region    PIC 9(6)V99.
      *    Taxe speciale GEMAPI de l'etablissement, comprise dans
      *    CFE-Impot-Epci : 7-TAXE-SPECIALE en reprend le produit emis
           05 CFE-Impot-Gemapi    PIC 9(6)V99.
      *    Emission du groupe CF : date d'emission et echeance du
      *    calendrier, reference propre de l'emission (celle du
      *    compte entreprise, cle decalee du rang du groupe)
           05 CFE-Date-Emission   PIC 9(8).
           05 CFE-Date-Echeance   PIC 9(8).
           05 CFE-Emission-Reference.
               10 CFE-Em-Ref-Execution PIC 9(6).
               10 CFE-Em-Ref-Numero    PIC 9(13).
               10 CFE-Em-Ref-Cle       PIC 9(2).

      *    Master des situations particulieres : meme disposition que
      *    C-SITUATIONS-ENREG dans 4-SITUATIONS-MAJ.cbl

      *    Regles d'exoneration categorielle : un code de situation
      *    et la liste des taxes qu'il exonere (codes de deux
      *    caracteres juxtaposes, "**" = toutes les taxes) ; en
      *    option, un plafond de revenu fiscal de reference pour la
      *    premiere part, majore par demi-part supplementaire (a
      *    blanc : pas de condition de revenu)
       FD  F-EXO-CATEGORIELLES.
       01  EXC-ENREG.
           05 EXC-Code-Situation PIC X(2).
           05 EXC-Taxes          PIC X(12).
           05 EXC-RFR-Plafond    PIC 9(7).
           05 EXC-RFR-Demi-Part  PIC 9(6).

      *    Registre des locaux : meme disposition que C-LOCAUX-ENREG
      *    dans 4-LOCAUX.cbl, qui alimente ce fichier
      *    Cycle de vie du local (AAAAMMJJ ; zeros = inconnue)
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Phase-4-file
       FD  F-OCCURRENCES.
                   88 O-Taxe-cfe       VALUE "CF".
                   88 O-Taxe-teom      VALUE "OM".
                   88 O-Taxe-foncier-non-bati  VALUE "TN".
      *            LV : taxe sur les logements vacants (occurrences
      *            emises par 4-LOGEMENTS-VACANTS)
                   88 O-Taxe-logement-vacant   VALUE "LV".
               10 O-Code-Insee PIC 9(5).
      *        Millesime de la declaration (0 = millesime en cours)
               10 O-Annee      PIC 9(4).
      *        Local vise (TF/TN/TH/CF/OM ; 0 = aucun local reference,
      *        assiette restee sur le revenu declare)
               10 O-Local      PIC 9(8).
      *        IR : aucun local n'est vise, la zone porte la categorie
      *        du revenu (0 = revenu non ventile, sans abattement) ;
      *        elle fait partie de la cle d'amendement, un salaire et
      *        une pension du meme millesime restent deux occurrences
               10 O-Categorie-Revenu REDEFINES O-Local PIC 9(8).
      *    Revenu signe : un deficit (negatif) alimente le report
      *    de deficit consomme par Calcul-IR
           05 O-Revenu         PIC S9(6) SIGN LEADING SEPARATE.
           05 DET-Taxe-Epci        PIC 9(6)V99.
           05 DET-Taux-Epci        PIC 9(4)V99.
      *    Abattement TH vote par la commune, deduit de la base
      *    avant les taux (zero pour les autres taxes, hors
      *    l'abattement categoriel des lignes RC)
           05 DET-Abattement       PIC 9(6)V99.
      *    Quote-part de propriete du contribuable sur le local
      *    (100 hors indivision)
           05 DET-Quote-Part       PIC 9(3).
      *    Report de deficit impute sur le revenu de la ligne IR
           05 DET-Deficit-Impute   PIC 9(8).
      *    Lignes RI (reduction) et CI (credit d'impot) : code de la
      *    depense, dont le montant retenu est porte en base, et
      *    avantage effectivement accorde (la reduction dans la
      *    limite de l'impot, le credit en entier). Lignes RC
      *    (categorie de revenu de l'IR) : code de la categorie, brut
      *    en base, abattement, et revenu net en DET-Avantage
           05 DET-Code-Depense     PIC X(2).
           05 DET-Avantage         PIC 9(6)V99.
      *    Ligne IR : avantage du quotient familial repris par le
      *    plafonnement des demi-parts, et decote accordee
           05 DET-Plafonnement-QF  PIC 9(6)V99.
           05 DET-Decote           PIC 9(6)V99.

      *    Avoirs a rembourser
       FD  C-AVOIRS.
           05 AV-Montant           PIC 9(6)V99.
           05 AV-Annee             PIC 9(4).

      *    Emissions par groupe de taxes (IR, TF, TH, CF) : part de
      *    l'impot arrete du contribuable, frais de gestion et
      *    majoration du groupe ; la reference reprend celle de
      *    l'imposable, cle decalee du rang du groupe
       FD  C-EMISSIONS.
       01  C-EMS-ENREG.
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

      *    Contribuables plafonnes
       FD  C-PLAFONNEMENTS.
       01  C-PLF-ENREG.
       FD  S-IMPOSABLES.
       01  SUP-IMP-LIGNE PIC X(250).
       FD  S-DETAIL.
       01  SUP-DET-LIGNE PIC X(250).
       FD  S-PLAFONNEMENTS.
       01  SUP-PLF-LIGNE PIC X(100).
       FD  S-AVOIRS.
       01  SUP-AVR-LIGNE PIC X(100).
       FD  S-CONTROLE.
       01  SUP-CTL-LIGNE PIC X(2300).
       FD  S-EMISSIONS.
       01  SUP-EMS-LIGNE PIC X(100).

      *    Reprise/checkpoint du traitement
       FD  F-REPRISE.
       01  ANR-ENREG.
           05 ANR-ANNEE            PIC 9(4).

      *    Calendrier des emissions, une ligne par millesime et par
      *    groupe de taxes
       FD  F-CALENDRIER-EMISSIONS.
       01  CAL-ENREG.
           05 CAL-ANNEE            PIC 9(4).
           05 CAL-GROUPE           PIC X(2).
           05 CAL-DATE-EMISSION    PIC 9(8).
           05 CAL-DATE-ECHEANCE    PIC 9(8).

       FD  F-ECHEANCE.
       01  ECH-ENREG.
           05 ECH-DATE-ECHEANCE    PIC 9(8).

      *    Abattement IR des territoires d'outre-mer, versionne par
      *    annee
       FD  F-ABATTEMENT-DOM.
           05 BR-SEUIL             PIC 9(6).
           05 BR-TAUX              PIC 9(2).

      *    Plafond par demi-part supplementaire : nature O (ordinaire,
      *    situation a blanc), P (parent isole) ou I (invalidite), la
      *    situation de 5-situations.idx qui ouvre la nature
       FD  F-QUOTIENT-FAMILIAL.
       01  QFP-ENREG.
           05 QFP-ANNEE            PIC 9(4).
           05 QFP-NATURE           PIC X(1).
           05 QFP-SITUATION        PIC X(2).
           05 QFP-PLAFOND          PIC 9(6).

      *    Decote : sous le seuil, forfait diminue d'un pourcentage
      *    de l'impot brut
       FD  F-DECOTE.
       01  DCT-ENREG.
           05 DCT-ANNEE            PIC 9(4).
           05 DCT-SEUIL            PIC 9(6).
           05 DCT-FORFAIT          PIC 9(6).
           05 DCT-TAUX             PIC 9(2)V99.

       FD  F-TAUX-MINIMUM-IR.
       01  TMI-ENREG.
           05 TMI-ANNEE            PIC 9(4).
           05 TMI-TAUX             PIC 9(2)V99.

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
           05 ADR-NPAI          PIC X(1).
               88 ADR-EST-NPAI       VALUE "O".
           05 ADR-NPAI-Date     PIC 9(8).
           05 ADR-NPAI-Motif    PIC X(20).
           05 ADR-Residence-Etranger.
               10 ADR-Residence     PIC X(1).
                   88 ADR-EST-NON-RESIDENT   VALUE "E".
               10 ADR-Pays          PIC X(2).
               10 ADR-Code-Postal-Etr PIC X(10).
               10 ADR-Ville-Etr     PIC X(30).
               10 ADR-Pays-Libelle  PIC X(30).

      *    Repartition commune/departement/region de l'IR : la cle
      *    00000 porte le defaut national, une fiche par commune a
      *    repartition propre (meme disposition que C-REP-ENREG dans
       01  TNB-ENREG.
           05 TNB-COEFFICIENT      PIC 9(3).

      *    Meme disposition que C-PARCELLES-ENREG dans 4-PARCELLES.cbl
       FD  F-PARCELLES.
       01  PAR-ENREG.
           05 PAR-Cle.
               10 PAR-Code-Insee     PIC 9(5).
               10 PAR-Section        PIC X(2).
               10 PAR-Numero         PIC 9(4).
           05 PAR-Numero-Fiscal  PIC 9(13).
           05 PAR-Surface        PIC 9(8).
           05 PAR-Nature         PIC X(2).

      *    Tarif a l'hectare d'une classe de culture dans une commune
      *    (commune 00000 = tarif national de la classe)
       FD  F-TARIFS-NON-BATI.
       01  TRF-ENREG.
           05 TRF-Code-Insee       PIC 9(5).
           05 TRF-Nature           PIC X(2).
           05 TRF-Tarif-Hectare    PIC 9(5)V99.

      *    Meme disposition que LVP-ENREG dans 4-LOGEMENTS-VACANTS.cbl
       FD  F-LOGEMENTS-VACANTS.
       01  LVP-ENREG.
           05 LVP-Type             PIC X(1).
           05 LVP-Code-Insee       PIC 9(5).
           05 LVP-Annees           PIC 9(1).
           05 LVP-Taux             PIC 9(2)V99.

      *    Meme disposition que TS-ENREG dans 5-TAXE-SPECIALE.cbl
       FD  F-TAUX-SPECIAUX.
       01  TS-ENREG.
           05 TS-Code-Epci         PIC 9(9).
           05 TS-Annee             PIC 9(4).
           05 TS-Produit-Vote      PIC 9(9)V99.
           05 TS-Base-TF           PIC 9(11).
           05 TS-Base-TH           PIC 9(11).
           05 TS-Base-CF           PIC 9(11).
           05 TS-Taux-TF           PIC 9(3)V9(5).
           05 TS-Taux-TH           PIC 9(3)V9(5).
           05 TS-Taux-CF           PIC 9(3)V9(5).

      *    Meme disposition que ZT-ENREG dans 3-ZONES-TEOM.cbl
       FD  F-ZONES-TEOM.
       01  ZT-ENREG.
           05 ZT-Cle.
               10 ZT-Code-Insee     PIC 9(5).
               10 ZT-Zone           PIC X(2).
           05 ZT-Libelle            PIC X(30).
           05 ZT-Exoneree           PIC X(1).
               88 ZT-EST-EXONEREE        VALUE "O".
           05 ZT-Taux               PIC 9(4)V99.

      *    Redirection des communes fusionnees (meme disposition que
      *    C-FUS-ENREG dans 5-FUSIONS-CHARGE.cbl)
       FD  F-FUSIONS-COMMUNES.
           05 SCX-Ancien-Code-Insee     PIC 9(5).
           05 SCX-Motif                 PIC X(40).

      *    Meme disposition que C-DEP-ENREG dans 4-DEPENSES-IR.cbl,
      *    qui alimente ce fichier
       FD  F-DEPENSES-IR.
       01  DEP-ENREG.
           05 DEP-Cle.
               10 DEP-Numero-Fiscal PIC 9(13).
               10 DEP-Annee         PIC 9(4).
               10 DEP-Code          PIC X(2).
           05 DEP-Montant       PIC 9(6).

      *    Regle d'un code de depense : R = reduction (imputee dans
      *    la limite de l'impot), C = credit d'impot (l'excedent est
      *    restitue) ; taux en pourcentage de la depense retenue,
      *    plafond de la depense retenue (0 = sans plafond)
       FD  F-REGLES-AVANTAGES.
       01  RAV-ENREG.
           05 RAV-ANNEE            PIC 9(4).
           05 RAV-CODE             PIC X(2).
           05 RAV-NATURE           PIC X(1).
           05 RAV-TAUX             PIC 9(3).
           05 RAV-PLAFOND          PIC 9(6).

      *    Plafonnement global des avantages, versionne par annee
       FD  F-PLAFOND-NICHES.
       01  PNI-ENREG.
           05 PNI-ANNEE            PIC 9(4).
           05 PNI-PLAFOND          PIC 9(6).

      *    Abattement d'une categorie de revenu : taux en pourcentage
      *    du revenu brut, plancher et plafond de l'abattement (0 =
      *    sans plancher ni plafond). Portee du plafond : B = par
      *    beneficiaire, F = par foyer ; le plancher s'entend par
      *    beneficiaire, dans la limite de son revenu brut
       FD  F-CATEGORIES-REVENU.
       01  CRV-ENREG.
           05 CRV-ANNEE            PIC 9(4).
           05 CRV-CODE             PIC 9(2).
           05 CRV-TAUX             PIC 9(3).
           05 CRV-PLANCHER         PIC 9(6).
           05 CRV-PLAFOND          PIC 9(6).
           05 CRV-PORTEE           PIC X(1).
           05 CRV-LIBELLE          PIC X(20).

      *    Table des foyers fiscaux : C = chef du foyer, M = membre
      *    rattache (les parts du membre rejoignent celles du chef).
      *    Solidaire a O : conjoint ou partenaire de PACS, codebiteur
      *    solidaire de l'impot du foyer (7-RELANCES, 7-SAISIES)
       FD  F-FOYERS.
       01  FOY-ENREG.
           05 FOY-Identifiant      PIC 9(6).
               88 FOY-Role-Chef        VALUE "C".
               88 FOY-Role-Membre      VALUE "M".
           05 FOY-Parts            PIC 9V9.
           05 FOY-Solidaire        PIC X(1).
               88 FOY-Codebiteur       VALUE "O".

      *    Commutateur de trace (mise au point)
       FD  F-DEBUG.

      *    En-tetes de version de disposition ecrits en tete des
      *    fichiers inter-phases (0001 = origine, 0002 = part EPCI,
      *    0003 = montants en centimes ; role CFE 0004 = part EPCI
      *    a fiscalite professionnelle unique, 0005 = reference de
      *    paiement par SIREN, 0006 = allegement de creation,
      *    0007 = GEMAPI et emission du groupe CF ;
      *    emissions 0001 = origine) : chaque
      *    lecteur les
      *    verifie a l'ouverture et s'arrete sur ecart, plutot que de
      *    cisailler les champs en silence
       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-ROLE      PIC X(32)
           05  ENTETE-VERSION-AVOIRS    PIC X(32)
               VALUE "VER 6-AVOIRS                0003".
           05  ENTETE-VERSION-CFE       PIC X(32)
               VALUE "VER 6-IMPOSABLES-CFE        0007".
           05  ENTETE-VERSION-EMISSIONS PIC X(32)
               VALUE "VER 6-IMPOSABLES-EMISSIONS  0001".

       1   WORKING-DATA-MANAGER.

           05  CPT-DEFICITS-ENREGISTRES PIC 9(6) VALUE 0.
           05  CPT-DEFICITS-IMPUTES     PIC 9(6) VALUE 0.

      *    Revenus categoriels de l'IR : regles du millesime le plus
      *    recent (meme versionnement que l'abattement outre-mer),
      *    indexees par le code de categorie ; revenu brut du
      *    beneficiaire en cours (le chef, puis chaque membre
      *    consolide) et cumuls du foyer, categorie par categorie
       1   CATEGORIES-REVENU-WORKING-MANAGER.
           05  WS-STATUT-CATEGORIES-REVENU PIC X(02) VALUE SPACE.
               88  STATUT-CATEGORIES-ABSENT       VALUE "35".
           05  FIN-CATEGORIES-REVENU    PIC X(01) VALUE SPACE.
               88  FF-CATEGORIES-REVENU           VALUE HIGH-VALUE.
           05  ANNEE-CATEGORIES-COURANTE PIC 9(4) VALUE 0.
           05  NB-CATEGORIES-MAX        PIC 9(2) VALUE 9.
           05  IDX-CATEGORIE            PIC 9(2) VALUE 0.
           05  CATEGORIE-REVENU OCCURS 9 TIMES.
               10  CAT-CONNUE           PIC 9(1).
                   88  CAT-EST-CONNUE             VALUE 1.
               10  CAT-TAUX             PIC 9(3).
               10  CAT-PLANCHER         PIC 9(6).
               10  CAT-PLAFOND          PIC 9(6).
               10  CAT-PORTEE           PIC X(1).
                   88  CAT-PLAFOND-PAR-FOYER      VALUE "F".
               10  CAT-BRUT-BENEFICIAIRE PIC S9(8).
               10  CAT-BRUT-FOYER       PIC S9(8).
               10  CAT-ABATTEMENT-FOYER PIC 9(8).
               10  CAT-NET-FOYER        PIC S9(8).
           05  ABATTEMENT-BENEFICIAIRE  PIC 9(8) VALUE 0.
           05  CPT-ABATTEMENTS-CATEGORIELS PIC 9(6) VALUE 0.
           05  CPT-CATEGORIES-INCONNUES PIC 9(6) VALUE 0.

      *    Revenu fiscal de reference : celui du millesime precedent
      *    conditionne les exonerations categorielles du role
       1   RFR-WORKING-MANAGER.
           05  WS-STATUT-RFR            PIC X(02) VALUE SPACE.
               88  STATUT-RFR-ABSENT              VALUE "35".
           05  PLAFOND-RFR-EXO          PIC 9(9) VALUE 0.
           05  CPT-RFR-CTL              PIC 9(6) VALUE 0.
           05  CPT-EXO-RFR-DEPASSE      PIC 9(6) VALUE 0.
           05  CPT-EXO-SANS-RFR         PIC 9(6) VALUE 0.

      *    Exoneration temporaire des constructions neuves : la TF
      *    n'est pas due les deux annees qui suivent l'achevement
       1   CONSTRUCTION-NEUVE-WORKING-MANAGER.
           05  QUOTE-PART-OCCURRENCE    PIC 9(3) VALUE 100.
           05  CPT-INDIVISIONS          PIC 9(6) VALUE 0.

      *    Demembrement : l'usufruit couvre-t-il le debut de la
      *    periode de l'occurrence, et a quel titre le contribuable
      *    y figure-t-il
       1   DEMEMBREMENT-WORKING-MANAGER.
           05  WS-STATUT-DEMEMBREMENT   PIC X(02) VALUE SPACE.
               88  STATUT-DEMEMBREMENT-ABSENT    VALUE "35".
           05  TITRE-DEMEMBREMENT       PIC X(01) VALUE SPACE.
               88  OCC-USUFRUITIER               VALUE "U".
               88  OCC-NU-PROPRIETAIRE           VALUE "N".
               88  OCC-HORS-DEMEMBREMENT         VALUE SPACE.
           05  DATE-REFERENCE-DMB       PIC 9(8) VALUE 0.
           05  DATE-REFERENCE-DMB-DECOUPE
                   REDEFINES DATE-REFERENCE-DMB.
               10  DRD-ANNEE            PIC 9(4).
               10  DRD-MMJJ             PIC 9(4).
           05  CPT-USUFRUITS            PIC 9(6) VALUE 0.
           05  CPT-NUES-PROPRIETES      PIC 9(6) VALUE 0.

      *    Abattements TH : base nette = base moins l'abattement
      *    general et l'abattement par personne a charge (les
      *    personnes a charge sont derivees des parts effectives du
               88  EST-PORTE-AU-MINIMUM           VALUE 1.
               88  EST-SUR-SA-BASE                VALUE 0.
           05  CPT-CFE-AU-MINIMUM       PIC 9(6) VALUE 0.
           05  BASE-MINIMUM-OCCURRENCE  PIC 9(6) VALUE 0.

      *    Allegement de creation d'un etablissement : exoneration
      *    l'annee de creation, base reduite de moitie l'annee
      *    suivante (avant la base minimum). La base sans allegement
      *    (plancher compris) chiffre le produit perdu
       1   CREATION-CFE-WORKING-MANAGER.
           05  ANNEE-CREATION-CFE       PIC 9(4) VALUE 0.
           05  MOTIF-CREATION-CFE       PIC X(2) VALUE SPACE.
               88  CFE-ANNEE-CREATION             VALUE "C1".
               88  CFE-DEUXIEME-ANNEE             VALUE "C2".
               88  CFE-SANS-ALLEGEMENT            VALUE SPACE.
           05  BASE-SANS-ALLEGEMENT     PIC 9(6) VALUE 0.
           05  BASE-PERDUE-CREATION     PIC 9(6) VALUE 0.
           05  CFE-PERTE-COMMUNE-CUMUL  PIC 9(8)V99 VALUE 0.
           05  CFE-PERTE-DEPT-CUMUL     PIC 9(8)V99 VALUE 0.
           05  CFE-PERTE-REGION-CUMUL   PIC 9(8)V99 VALUE 0.
           05  CPT-CFE-CREATION-CTL     PIC 9(6) VALUE 0.
           05  CPT-CFE-REDUITES-CTL     PIC 9(6) VALUE 0.
           05  TOTAL-CFE-PERDU-CTL      PIC 9(10)V99 VALUE 0.

      *    Seuil de mise en recouvrement par defaut : 0 = pas de
      *    seuil, tout montant positif est role (comportement
           05  CPT-AVOIRS-CTL           PIC 9(6) VALUE 0.
           05  TOTAL-AVOIRS-CTL         PIC 9(10)V99 VALUE 0.

      *    Emissions par groupe de taxes : calendrier du millesime
      *    (un groupe absent du calendrier garde l'echeance unique
      *    du role, emis le jour de l'execution) et cumuls signes du
      *    contribuable par groupe, sur le modele des cumuls
      *    ci-dessus. Rang des groupes : 1 IR, 2 TF (foncier bati et
      *    non bati), 3 TH (avec TEOM et logements vacants), 4 CF
       1   EMISSIONS-WORKING-MANAGER.
           05  WS-STATUT-EMISSIONS      PIC X(02) VALUE SPACE.
               88  STATUT-EMISSIONS-ABSENT        VALUE "35".
           05  FIN-CALENDRIER           PIC X(01) VALUE SPACE.
               88  FF-CALENDRIER                  VALUE HIGH-VALUE.
           05  WS-STATUT-ECHEANCE       PIC X(02) VALUE SPACE.
               88  STATUT-ECHEANCE-ABSENT         VALUE "35".
           05  DATE-ECHEANCE-UNIQUE     PIC 9(8) VALUE 20211015.
           05  DATE-EMISSION-ROLE       PIC 9(8) VALUE 0.
           05  NB-GROUPES-EMISSION      PIC 9(1) VALUE 4.
           05  IDX-GROUPE               PIC 9(1) VALUE 0.
           05  IDX-DERNIER-GROUPE       PIC 9(1) VALUE 0.
           05  GROUPE-EMISSION OCCURS 4 TIMES.
               10  GE-Code              PIC X(2).
               10  GE-Date-Emission     PIC 9(8).
               10  GE-Date-Echeance     PIC 9(8).
               10  GE-Net               PIC S9(8)V99.
               10  GE-Frais             PIC 9(6)V99.
               10  GE-Majoration        PIC 9(6)V99.
           05  BASE-REPARTITION         PIC 9(8)V99 VALUE 0.
           05  IMPOT-A-REPARTIR         PIC 9(6)V99 VALUE 0.
           05  PART-GROUPE              PIC 9(6)V99 VALUE 0.
           05  CPT-EMISSIONS-CTL        PIC 9(6) VALUE 0.
           05  CPT-GROUPES-CALENDRIER   PIC 9(2) VALUE 0.

       1   MAJORATION-WORKING-MANAGER.
      *    Majoration pour depot apres la date limite (0 = pas de
      *    majoration) ; on retient, parmi toutes les lignes du
               88  STATUT-BAREME-ABSENT          VALUE "35".
           05  FIN-BAREME               PIC X(01) VALUE SPACE.
               88  FF-BAREME                      VALUE HIGH-VALUE.
      *    Nombre de parts applique au bareme : parts effectives,
      *    puis parts de base pour le plafonnement du quotient
           05  PARTS-BAREME             PIC 9(2)V9 VALUE 0.

       1   QUOTIENT-FAMILIAL-WORKING-MANAGER.
      *    Plafonds du millesime le plus recent du parametre (une
      *    ligne par nature de demi-part)
           05  NB-PLAFONDS-QF           PIC 9(2) VALUE 0.
           05  IDX-PLAFOND-QF           PIC 9(2) VALUE 0.
           05  ANNEE-QF-COURANTE        PIC 9(4) VALUE 0.
           05  PLAFOND-QF OCCURS 10 TIMES.
               10  PQ-NATURE            PIC X(1).
                   88  PQ-EST-ORDINAIRE           VALUE "O".
                   88  PQ-EST-PARENT-ISOLE        VALUE "P".
               10  PQ-SITUATION         PIC X(2).
               10  PQ-PLAFOND           PIC 9(6).
           05  WS-STATUT-QF             PIC X(02) VALUE SPACE.
               88  STATUT-QF-ABSENT               VALUE "35".
           05  FIN-QF                   PIC X(01) VALUE SPACE.
               88  FF-QF                          VALUE HIGH-VALUE.
      *    Demi-parts du contribuable en cours : parts de base (une,
      *    deux pour un couple, une pour un parent isole) et
      *    demi-parts supplementaires, dont une au plus de la nature
      *    propre a sa situation
           05  NATURE-QF-CONTRIBUABLE   PIC X(1) VALUE SPACE.
               88  QF-PARENT-ISOLE                VALUE "P".
           05  PARTS-ENTIERES           PIC 9(2) VALUE 0.
           05  PARTS-DE-BASE            PIC 9(2)V9 VALUE 0.
           05  NB-DEMI-PARTS-SUPP       PIC 9(2) VALUE 0.
           05  PLAFOND-QF-ORDINAIRE     PIC 9(6) VALUE 0.
           05  PLAFOND-QF-SPECIFIQUE    PIC 9(6) VALUE 0.
           05  AVANTAGE-QF-MAXIMUM      PIC 9(8) VALUE 0.
           05  IMPOT-QUOTIENT           PIC 9(6)V99 VALUE 0.
           05  IMPOT-PARTS-BASE         PIC 9(6)V99 VALUE 0.
           05  AVANTAGE-QF              PIC 9(6)V99 VALUE 0.
           05  PLAFONNEMENT-QF          PIC 9(6)V99 VALUE 0.
           05  CPT-PLAFONNEMENTS-QF-CTL PIC 9(6) VALUE 0.
           05  TOTAL-PLAFONNEMENTS-QF-CTL PIC 9(10)V99 VALUE 0.

       1   DECOTE-WORKING-MANAGER.
      *    Parametres du millesime le plus recent (seuil nul : pas
      *    de decote)
           05  ANNEE-DECOTE-COURANTE    PIC 9(4) VALUE 0.
           05  SEUIL-DECOTE             PIC 9(6) VALUE 0.
           05  FORFAIT-DECOTE           PIC 9(6) VALUE 0.
           05  TAUX-DECOTE              PIC 9(2)V99 VALUE 0.
           05  WS-STATUT-DECOTE         PIC X(02) VALUE SPACE.
               88  STATUT-DECOTE-ABSENT           VALUE "35".
           05  FIN-DECOTE               PIC X(01) VALUE SPACE.
               88  FF-DECOTE                      VALUE HIGH-VALUE.
           05  DECOTE-CALCULEE          PIC S9(6)V99 VALUE 0.
           05  CPT-DECOTES-CTL          PIC 9(6) VALUE 0.
           05  TOTAL-DECOTES-CTL        PIC 9(10)V99 VALUE 0.

      *    Non-residents : l'IR de leurs revenus de source francaise
      *    ne descend pas sous le taux minimum legal (20 % faute de
      *    parametre), et ni l'abattement DOM ni la decote ne
      *    s'appliquent a l'impot ainsi porte au minimum
       1   NON-RESIDENTS-WORKING-MANAGER.
           05  WS-STATUT-ADRESSES       PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-ABSENT         VALUE "35".
           05  WS-STATUT-TAUX-MINIMUM   PIC X(02) VALUE SPACE.
               88  STATUT-TAUX-MINIMUM-ABSENT     VALUE "35".
           05  FIN-TAUX-MINIMUM         PIC X(01) VALUE SPACE.
               88  FF-TAUX-MINIMUM                VALUE HIGH-VALUE.
           05  ANNEE-TAUX-MINIMUM-COURANTE PIC 9(4) VALUE 0.
           05  TAUX-MINIMUM-IR          PIC 9(2)V99 VALUE 20.
           05  RESIDENCE-CONTRIBUABLE   PIC X(01) VALUE SPACE.
               88  CONTRIBUABLE-NON-RESIDENT      VALUE "E".
           05  TAUX-MINIMUM-APPLIQUE    PIC 9(1) VALUE 0.
               88  TAUX-MINIMUM-EST-APPLIQUE      VALUE 1.
           05  IMPOT-TAUX-MINIMUM       PIC 9(8)V99 VALUE 0.
           05  CPT-NON-RESIDENTS-CTL    PIC 9(6) VALUE 0.
           05  CPT-TAUX-MINIMUM-CTL     PIC 9(6) VALUE 0.
           05  TOTAL-TAUX-MINIMUM-CTL   PIC 9(10)V99 VALUE 0.

       1   REPARTITION-WORKING-MANAGER.
      *    Repartition (en %) de l'IR entre commune/departement/
           05  WS-STATUT-TAUX-NON-BATI      PIC X(02) VALUE SPACE.
               88  STATUT-TAUX-NON-BATI-ABSENT        VALUE "35".

      *    Base TN parcellaire : somme des parcelles du proprietaire
      *    dans la commune de l'occurrence, chacune a sa contenance
      *    (m2) fois le tarif a l'hectare de sa classe ; le taux du
      *    bati s'applique alors sans coefficient
       1   PARCELLES-WORKING-MANAGER.
           05  WS-STATUT-PARCELLES      PIC X(02) VALUE SPACE.
               88  STATUT-PARCELLES-ABSENT        VALUE "35".
           05  WS-STATUT-TARIFS-NON-BATI PIC X(02) VALUE SPACE.
               88  STATUT-TARIFS-NON-BATI-ABSENT  VALUE "35".
           05  FIN-TARIFS-NON-BATI      PIC X(01) VALUE SPACE.
               88  FF-TARIFS-NON-BATI             VALUE HIGH-VALUE.
           05  FIN-PARCELLES            PIC X(01) VALUE SPACE.
               88  FF-PARCELLES                   VALUE HIGH-VALUE.
           05  NB-TARIFS-NB             PIC 9(4) VALUE 0.
           05  IDX-TARIF-NB             PIC 9(4) VALUE 0.
           05  TARIF-NON-BATI OCCURS 2000 TIMES.
               10  TR-CODE-INSEE        PIC 9(5).
               10  TR-NATURE            PIC X(2).
               10  TR-TARIF-HECTARE     PIC 9(5)V99.
           05  TARIF-PARCELLE           PIC 9(5)V99 VALUE 0.
           05  TARIF-NATIONAL-PARCELLE  PIC 9(5)V99 VALUE 0.
           05  BASE-PARCELLES           PIC 9(9)V99 VALUE 0.
           05  NB-PARCELLES-OCCURRENCE  PIC 9(4) VALUE 0.
           05  COEFFICIENT-NON-BATI-APPLIQUE PIC 9(3) VALUE 0.
           05  CPT-TN-PARCELLAIRES-CTL  PIC 9(6) VALUE 0.
           05  CPT-TN-SANS-PARCELLE-CTL PIC 9(6) VALUE 0.
           05  CPT-PARCELLES-SANS-TARIF-CTL PIC 9(6) VALUE 0.

      *    Taxe sur les logements vacants : taux communal applique a
      *    la valeur locative (quote-part d'indivision comprise)
       1   LOGEMENTS-VACANTS-WORKING-MANAGER.
           05  WS-STATUT-LOGEMENTS-VACANTS PIC X(02) VALUE SPACE.
               88  STATUT-LOGEMENTS-VACANTS-ABSENT   VALUE "35".
           05  FIN-LOGEMENTS-VACANTS    PIC X(01) VALUE SPACE.
               88  FF-LOGEMENTS-VACANTS           VALUE HIGH-VALUE.
           05  NB-TAUX-LV               PIC 9(3) VALUE 0.
           05  IDX-TAUX-LV              PIC 9(3) VALUE 0.
           05  TAUX-LV-COMMUNE OCCURS 500 TIMES.
               10  TLV-CODE-INSEE       PIC 9(5).
               10  TLV-TAUX             PIC 9(2)V99.
           05  TAUX-LV-OCCURRENCE       PIC 9(2)V99 VALUE 0.
           05  CPT-LV-CTL               PIC 9(6) VALUE 0.
           05  CPT-LV-SANS-TAUX-CTL     PIC 9(6) VALUE 0.
           05  TOTAL-LV-CTL             PIC 9(10)V99 VALUE 0.

      *    Taxe speciale a produit vote (GEMAPI) : taux par EPCI,
      *    millesime et taxe, appliques a la base de la TF, de la TH
      *    et de la CFE en ligne propre GM (part EPCI)
       1   TAXE-SPECIALE-WORKING-MANAGER.
           05  WS-STATUT-TAUX-SPECIAUX  PIC X(02) VALUE SPACE.
               88  STATUT-TAUX-SPECIAUX-ABSENT    VALUE "35".
           05  FIN-TAUX-SPECIAUX        PIC X(01) VALUE SPACE.
               88  FF-TAUX-SPECIAUX               VALUE HIGH-VALUE.
           05  NB-TAUX-SPECIAUX         PIC 9(3) VALUE 0.
           05  IDX-TAUX-SPECIAL         PIC 9(3) VALUE 0.
           05  TAUX-SPECIAL OCCURS 500 TIMES.
               10  TSP-CODE-EPCI        PIC 9(9).
               10  TSP-ANNEE            PIC 9(4).
               10  TSP-TAUX-TF          PIC 9(3)V9(5).
               10  TSP-TAUX-TH          PIC 9(3)V9(5).
               10  TSP-TAUX-CF          PIC 9(3)V9(5).
           05  TAUX-SPECIAL-OCCURRENCE  PIC 9(3)V9(5) VALUE 0.
           05  BASE-SPECIALE            PIC 9(9)V99 VALUE 0.
           05  EPCI-SPECIAL             PIC 9(9) VALUE 0.
           05  ANNEE-SPECIALE           PIC 9(4) VALUE 0.
           05  CPT-GM-CTL               PIC 9(6) VALUE 0.
           05  TOTAL-GM-CTL             PIC 9(10)V99 VALUE 0.

      *    Fiscalite professionnelle unique : la CFE d'une commune
      *    membre d'un EPCI a FPU (annee d'effet atteinte) est levee
      *    au taux vote par l'EPCI et lui revient en entier, la part
      *    communale tombe a zero
       1   FPU-WORKING-MANAGER.
           05  CODE-INSEE-FPU           PIC 9(5) VALUE 0.
           05  ANNEE-FPU                PIC 9(4) VALUE 0.
           05  TAUX-CFE-FPU             PIC 9(4)V99 VALUE 0.
           05  CFE-FPU                  PIC 9(1) VALUE 0.
               88  CFE-EST-FPU                    VALUE 1.
               88  CFE-HORS-FPU                   VALUE 0.
           05  CPT-FPU-CTL              PIC 9(6) VALUE 0.
           05  TOTAL-FPU-CTL            PIC 9(10)V99 VALUE 0.

      *    TEOM par zone de collecte : une commune qui a des zones
      *    taxe chaque occurrence OM au taux de la zone du local
      *    vise (taux de la commune si la zone n'a pas de vote), une
      *    zone exoneree ne produit rien, un local sans zone connue
      *    sort en anomalie
       1   ZONES-TEOM-WORKING-MANAGER.
           05  WS-STATUT-ZONES-TEOM     PIC X(02) VALUE SPACE.
               88  STATUT-ZONES-TEOM-ABSENT       VALUE "35".
           05  FIN-ZONES-TEOM           PIC X(01) VALUE SPACE.
               88  FF-ZONES-TEOM                  VALUE HIGH-VALUE.
           05  NB-ZONES-TEOM            PIC 9(4) VALUE 0.
           05  IDX-ZONE-TEOM            PIC 9(4) VALUE 0.
           05  ZONE-TEOM OCCURS 2000 TIMES.
               10  ZTB-CODE-INSEE       PIC 9(5).
               10  ZTB-ZONE             PIC X(2).
               10  ZTB-EXONEREE         PIC X(1).
               10  ZTB-TAUX             PIC 9(4)V99.
           05  ZONE-TEOM-OCCURRENCE     PIC X(2) VALUE SPACE.
           05  TAUX-TEOM-OCCURRENCE     PIC 9(4)V99 VALUE 0.
           05  ZONE-TEOM-TROUVEE        PIC 9(4) VALUE 0.
           05  COMMUNE-ZONEE            PIC 9(1) VALUE 0.
               88  COMMUNE-EST-ZONEE              VALUE 1.
               88  COMMUNE-NON-ZONEE              VALUE 0.
           05  CPT-OM-ZONEES-CTL        PIC 9(6) VALUE 0.
           05  CPT-OM-EXONEREES-CTL     PIC 9(6) VALUE 0.
           05  CPT-OM-SANS-ZONE-CTL     PIC 9(6) VALUE 0.

       1   FUSIONS-COMMUNES-WORKING-MANAGER.
      *    Redirections lues par cle dans 5-fusions.idx ; le compteur
      *    et la recopie vers le record de controle sont etablis par
           05  CFE-TOTAL-COMMUNE        PIC 9(8)V99 VALUE 0.
           05  CFE-TOTAL-DEPT           PIC 9(8)V99 VALUE 0.
           05  CFE-TOTAL-REGION         PIC 9(8)V99 VALUE 0.
           05  CFE-TOTAL-EPCI           PIC 9(8)V99 VALUE 0.
           05  CFE-TOTAL-GEMAPI         PIC 9(8)V99 VALUE 0.
           05  GEMAPI-OCCURRENCE        PIC 9(8)V99 VALUE 0.
           05  CPT-GM-CFE-CTL           PIC 9(6) VALUE 0.
           05  TOTAL-GM-CFE-CTL         PIC 9(10)V99 VALUE 0.
      *    Rang d'emission des occurrences CF, retenu au calcul
           05  GROUPE-EMISSION-CFE      PIC 9(1) VALUE 4.
           05  CPT-ENTREPRISES-CTL      PIC 9(6) VALUE 0.
           05  TOTAL-CFE-CTL            PIC 9(10)V99 VALUE 0.
      *    Etablissements par SIREN : chaque occurrence CF de
      *    l'entreprise est portee par un seul etablissement, celui
      *    de la commune de l'occurrence, a defaut le premier de
      *    l'entreprise
           05  NB-ETABLISSEMENTS-CFE    PIC 9(4) VALUE 0.
           05  IDX-ETABLISSEMENT-CFE    PIC 9(4) VALUE 0.
           05  SIRET-PORTEUR            PIC 9(14) VALUE 0.
           05  SIRET-PREMIER            PIC 9(14) VALUE 0.
           05  ETABLISSEMENT-CFE OCCURS 5000.
               10  ECF-NUMERO-FISCAL        PIC 9(13).
               10  ECF-CODE-INSEE           PIC 9(5).
               10  ECF-SIRET                PIC 9(14).

      *    Reference de paiement : execution a venir + numero fiscal
      *    + cle modulo 97 (97 - reste de la division par 97)
           05  REGLE-EXO OCCURS 20 TIMES.
               10  RX-CODE-SITUATION    PIC X(2).
               10  RX-TAXES             PIC X(12).
               10  RX-RFR-PLAFOND       PIC 9(7).
               10  RX-RFR-DEMI-PART     PIC 9(6).
           05  FIN-EXO-CAT              PIC X(01) VALUE SPACE.
               88  FF-EXO-CAT                      VALUE HIGH-VALUE.
      *    Situation du contribuable en cours (blanc = aucune)
      *    5-locaux.idx peut ne pas exister (registre des locaux pas
      *    encore constitue) : les assiettes restent alors sur le
      *    revenu declare, comme avant le registre
      *    Reductions et credits d'impot : regles du millesime le
      *    plus recent du parametre (meme versionnement que
      *    l'abattement outre-mer), plafond global des avantages
      *    (0 = pas de plafonnement des niches), et avantages du
      *    contribuable en cours, un par code de depense (les
      *    depenses des membres d'un foyer rejoignent celles du chef)
       1   AVANTAGES-IR-WORKING-MANAGER.
           05  WS-STATUT-DEPENSES-IR    PIC X(02) VALUE SPACE.
               88  STATUT-DEPENSES-IR-ABSENT      VALUE "35".
           05  WS-STATUT-REGLES-AVANTAGES PIC X(02) VALUE SPACE.
               88  STATUT-REGLES-AVANTAGES-ABSENT VALUE "35".
           05  FIN-REGLES-AVANTAGES     PIC X(01) VALUE SPACE.
               88  FF-REGLES-AVANTAGES            VALUE HIGH-VALUE.
           05  WS-STATUT-PLAFOND-NICHES PIC X(02) VALUE SPACE.
               88  STATUT-PLAFOND-NICHES-ABSENT   VALUE "35".
           05  FIN-PLAFOND-NICHES       PIC X(01) VALUE SPACE.
               88  FF-PLAFOND-NICHES              VALUE HIGH-VALUE.
           05  FIN-DEPENSES-IR          PIC X(01) VALUE SPACE.
               88  FF-DEPENSES-IR                 VALUE HIGH-VALUE.
           05  NB-REGLES-AVANTAGES      PIC 9(2) VALUE 0.
           05  IDX-REGLE-AVANTAGE       PIC 9(2) VALUE 0.
           05  ANNEE-AVANTAGES-COURANTE PIC 9(4) VALUE 0.
           05  REGLE-AVANTAGE OCCURS 20 TIMES.
               10  RA-CODE              PIC X(2).
               10  RA-NATURE            PIC X(1).
               10  RA-TAUX              PIC 9(3).
               10  RA-PLAFOND           PIC 9(6).
           05  PLAFOND-NICHES           PIC 9(6) VALUE 0.
           05  ANNEE-NICHES-COURANTE    PIC 9(4) VALUE 0.
           05  NUMERO-DEPENSES          PIC 9(13) VALUE 0.
           05  NB-AVANTAGES             PIC 9(2) VALUE 0.
           05  IDX-AVANTAGE             PIC 9(2) VALUE 0.
           05  AVANTAGES-MAX            PIC 9(2) VALUE 20.
           05  AVANTAGE-CONTRIBUABLE OCCURS 20 TIMES.
               10  AC-CODE              PIC X(2).
               10  AC-NATURE            PIC X(1).
                   88  AC-EST-REDUCTION           VALUE "R".
                   88  AC-EST-CREDIT              VALUE "C".
               10  AC-TAUX              PIC 9(3).
               10  AC-PLAFOND           PIC 9(6).
               10  AC-DEPENSE           PIC 9(7).
               10  AC-DEPENSE-RETENUE   PIC 9(6).
               10  AC-MONTANT           PIC 9(6)V99.
               10  AC-ACCORDE           PIC 9(6)V99.
           05  RESTE-PLAFOND-NICHES     PIC 9(6)V99 VALUE 0.
           05  FOYER-AU-PLAFOND-NICHES  PIC 9(1) VALUE 0.
               88  EST-AU-PLAFOND-NICHES          VALUE 1.
           05  TOTAL-CREDITS            PIC 9(7)V99 VALUE 0.
           05  CREDIT-RESTITUABLE       PIC 9(7)V99 VALUE 0.
           05  CREDIT-COMMUNE           PIC 9(7)V99 VALUE 0.
           05  CREDIT-DEPT              PIC 9(7)V99 VALUE 0.
           05  CREDIT-REGION            PIC 9(7)V99 VALUE 0.
           05  CREDIT-EPCI              PIC 9(7)V99 VALUE 0.
           05  CPT-CODES-SANS-REGLE     PIC 9(6) VALUE 0.
           05  CPT-REDUCTIONS-CTL       PIC 9(6) VALUE 0.
           05  TOTAL-REDUCTIONS-CTL     PIC 9(10)V99 VALUE 0.
           05  CPT-CREDITS-CTL          PIC 9(6) VALUE 0.
           05  TOTAL-CREDITS-CTL        PIC 9(10)V99 VALUE 0.
           05  CPT-NICHES-PLAFONNEES    PIC 9(6) VALUE 0.

       1   LOCAUX-WORKING-MANAGER.
           05  WS-STATUT-LOCAUX         PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-ABSENT           VALUE "35".
      *    Millesime traite par cette execution
           PERFORM LIRE-ANNEE-ROLE

      *    Calendrier des emissions du millesime
           PERFORM LIRE-CALENDRIER-EMISSIONS

      *    Plafonnement de l'impot en pourcentage du revenu
           PERFORM LIRE-PLAFONNEMENT

      *    Bareme de l'impot sur le revenu
           PERFORM LIRE-BAREME-IR

      *    Plafonnement du quotient familial et decote
           PERFORM LIRE-QUOTIENT-FAMILIAL
           PERFORM LIRE-DECOTE
           PERFORM LIRE-TAUX-MINIMUM-IR

      *    Repartition commune/departement/region
           PERFORM LIRE-REPARTITION

      *    Coefficient du foncier non bati
           PERFORM LIRE-TAUX-NON-BATI

      *    Tarifs a l'hectare du non bati par classe de culture
           PERFORM LIRE-TARIFS-NON-BATI

      *    Taux de la taxe sur les logements vacants par commune
           PERFORM LIRE-LOGEMENTS-VACANTS

      *    Taux des taxes speciales a produit vote par EPCI
           PERFORM LIRE-TAUX-SPECIAUX

      *    Zones de collecte TEOM et leurs taux
           PERFORM LIRE-ZONES-TEOM

      *    Table de redirection des communes fusionnees
           PERFORM LIRE-FUSIONS-COMMUNES

      *    Table des foyers fiscaux
           PERFORM LIRE-FOYERS

      *    Regles des reductions et credits d'impot, plafonnement
      *    global des avantages
           PERFORM LIRE-REGLES-AVANTAGES
           PERFORM LIRE-PLAFOND-NICHES

      *    Abattements des categories de revenus de l'IR
           PERFORM LIRE-CATEGORIES-REVENU

      *    Open file
           OPEN INPUT
               F-COMMUNES F-DEPTS F-REGIONS
           END-IF
           OPEN I-O F-REPORTS-DEFICIT

      *    Revenu fiscal de reference : meme idiom
           OPEN INPUT F-RFR
           IF STATUT-RFR-ABSENT THEN
               CLOSE F-RFR
               OPEN OUTPUT F-RFR
               CLOSE F-RFR
           ELSE
               CLOSE F-RFR
           END-IF
           OPEN I-O F-RFR

      *    Quotes-parts d'indivision : absentes tant qu'aucune
      *    indivision n'est chargee
           OPEN INPUT F-INDIVISION
                       " quote-part d'indivision"
           END-IF

      *    Demembrements : absents tant qu'aucun usufruit n'est
      *    enregistre
           OPEN INPUT F-DEMEMBREMENT
           IF STATUT-DEMEMBREMENT-ABSENT THEN
               DISPLAY "5-demembrement.idx introuvable, TF/TN sans"
                       " usufruit"
           END-IF

      *    Registre parcellaire : absent tant que 4-PARCELLES n'a
      *    pas tourne, la TN reste alors sur le coefficient du bati
           OPEN INPUT F-PARCELLES
           IF STATUT-PARCELLES-ABSENT THEN
               DISPLAY "5-parcelles.idx introuvable, TN sur le"
                       " coefficient du foncier bati"
           END-IF

      *    Abattements TH votes : absents tant qu'aucune commune
      *    n'a vote d'abattement
           OPEN INPUT F-ABATTEMENTS-TH
                       " sans abattement communal"
           END-IF

      *    Depenses ouvrant droit a reduction ou credit : absentes
      *    tant que 4-DEPENSES-IR n'a rien charge
           OPEN INPUT F-DEPENSES-IR
           IF STATUT-DEPENSES-IR-ABSENT THEN
               DISPLAY "5-depenses-ir.idx introuvable, IR sans"
                       " reduction ni credit d'impot"
           END-IF

      *    Adresses : residence fiscale des non-residents
           OPEN INPUT F-ADRESSES
           IF STATUT-ADRESSES-ABSENT THEN
               DISPLAY "5-adresses.idx introuvable, aucun"
                       " contribuable traite en non-resident"
           END-IF

      *    Taux photographies par millesime : absents tant que
      *    5-TAUX-MILLESIMES n'a pas tourne
           OPEN INPUT F-TAUX-MILLESIMES

           IF MODE-SUPPLEMENTAIRE THEN
               OPEN OUTPUT S-EXONERES S-ANOMALIES S-IMPOSABLES
                   S-DETAIL S-PLAFONNEMENTS S-AVOIRS S-EMISSIONS
           ELSE
               IF NB-DEJA-TRAITES > 0 THEN
                   OPEN EXTEND C-EXONERES C-ANOMALIES C-IMPOSABLES
                       C-PLAFONNEMENTS C-DETAIL C-AVOIRS C-EMISSIONS
                   PERFORM SAUTER-CONTRIBUABLES-TRAITES
               ELSE
                   OPEN OUTPUT C-EXONERES C-ANOMALIES C-IMPOSABLES
                       C-PLAFONNEMENTS C-DETAIL C-AVOIRS C-EMISSIONS
      *            En-tetes de version, une fois par fichier neuf
      *            (une reprise en EXTEND garde celui du premier
      *            passage)
                   WRITE C-EXO-ENREG
                   MOVE ENTETE-VERSION-AVOIRS TO C-AVR-ENREG
                   WRITE C-AVR-ENREG
                   MOVE ENTETE-VERSION-EMISSIONS TO C-EMS-ENREG
                   WRITE C-EMS-ENREG
               END-IF
           END-IF

               CLOSE F-EPCI-MEMBRES
           END-IF
           CLOSE F-REPORTS-DEFICIT
           CLOSE F-RFR
           DISPLAY "5-ROLES : " CPT-RFR-CTL
                   " revenu(s) fiscal(aux) de reference tenu(s)"
           IF CPT-EXO-RFR-DEPASSE > 0 OR CPT-EXO-SANS-RFR > 0 THEN
               DISPLAY "5-ROLES : " CPT-EXO-RFR-DEPASSE
                       " exoneration(s) categorielle(s) refusee(s)"
                       " au plafond de revenu, " CPT-EXO-SANS-RFR
                       " sans revenu de reference anterieur"
           END-IF
           IF CPT-ABATTEMENTS-CATEGORIELS > 0
              OR CPT-CATEGORIES-INCONNUES > 0 THEN
               DISPLAY "5-ROLES : " CPT-ABATTEMENTS-CATEGORIELS
                       " abattement(s) categoriel(s) de l'IR, "
                       CPT-CATEGORIES-INCONNUES
                       " occurrence(s) IR de categorie inconnue"
                       " (revenu non ventile)"
           END-IF
           IF CPT-DEFICITS-ENREGISTRES > 0
              OR CPT-DEFICITS-IMPUTES > 0 THEN
               DISPLAY "5-ROLES : " CPT-DEFICITS-ENREGISTRES
                           " minimum communale"
               END-IF
           END-IF
           IF NOT STATUT-PARCELLES-ABSENT THEN
               CLOSE F-PARCELLES
               DISPLAY "5-ROLES : " CPT-TN-PARCELLAIRES-CTL
                       " TN sur base parcellaire, "
                       CPT-TN-SANS-PARCELLE-CTL
                       " sans parcelle (coefficient du bati), "
                       CPT-PARCELLES-SANS-TARIF-CTL
                       " parcelle(s) sans tarif"
           END-IF
           IF NOT STATUT-INDIVISION-ABSENT THEN
               CLOSE F-INDIVISION
               IF CPT-INDIVISIONS > 0 THEN
                           " quote-part d'indivision"
               END-IF
           END-IF
           IF NOT STATUT-DEMEMBREMENT-ABSENT THEN
               CLOSE F-DEMEMBREMENT
               IF CPT-USUFRUITS > 0 OR CPT-NUES-PROPRIETES > 0 THEN
                   DISPLAY "5-ROLES : " CPT-USUFRUITS
                           " occurrence(s) assise(s) sur un"
                           " usufruitier, " CPT-NUES-PROPRIETES
                           " de nu-proprietaire sans assiette"
               END-IF
           END-IF
           IF NOT STATUT-ABATTEMENTS-TH-ABSENT THEN
               CLOSE F-ABATTEMENTS-TH
               IF CPT-ABATTEMENTS-TH > 0 THEN
               END-IF
           END-IF

           IF CPT-PLAFONNEMENTS-QF-CTL > 0 THEN
               DISPLAY "5-ROLES : " CPT-PLAFONNEMENTS-QF-CTL
                       " foyer(s) au plafonnement du quotient"
                       " familial, total repris "
                       TOTAL-PLAFONNEMENTS-QF-CTL
           END-IF
           IF CPT-DECOTES-CTL > 0 THEN
               DISPLAY "5-ROLES : " CPT-DECOTES-CTL
                       " decote(s), total " TOTAL-DECOTES-CTL
           END-IF
           IF CPT-LV-CTL > 0 THEN
               DISPLAY "5-ROLES : " CPT-LV-CTL
                       " logement(s) vacant(s) taxe(s), total "
                       TOTAL-LV-CTL
               IF CPT-LV-SANS-TAUX-CTL > 0 THEN
                   DISPLAY "5-ROLES : " CPT-LV-SANS-TAUX-CTL
                           " logement(s) vacant(s) d'une commune"
                           " sans taux (taxe nulle)"
               END-IF
           END-IF
           IF CPT-CFE-CREATION-CTL + CPT-CFE-REDUITES-CTL > 0 THEN
               DISPLAY "5-ROLES : " CPT-CFE-CREATION-CTL
                       " etablissement(s) exonere(s) l'annee de"
                       " creation, " CPT-CFE-REDUITES-CTL
                       " a base reduite de moitie, produit perdu "
                       TOTAL-CFE-PERDU-CTL
           END-IF
           IF CPT-FPU-CTL > 0 THEN
               DISPLAY "5-ROLES : " CPT-FPU-CTL
                       " CFE levee(s) par un EPCI a FPU, total "
                       TOTAL-FPU-CTL
           END-IF
           IF NB-ZONES-TEOM > 0 THEN
               DISPLAY "5-ROLES : " CPT-OM-ZONEES-CTL
                       " TEOM taxee(s) au taux de zone, "
                       CPT-OM-EXONEREES-CTL
                       " en zone exoneree, " CPT-OM-SANS-ZONE-CTL
                       " local(aux) sans zone (anomalies)"
           END-IF
           IF CPT-GM-CTL > 0 THEN
               DISPLAY "5-ROLES : " CPT-GM-CTL
                       " ligne(s) de taxe speciale GEMAPI, total "
                       TOTAL-GM-CTL
           END-IF

           IF NOT STATUT-ADRESSES-ABSENT THEN
               CLOSE F-ADRESSES
               DISPLAY "5-ROLES : " CPT-NON-RESIDENTS-CTL
                       " non-resident(s), " CPT-TAUX-MINIMUM-CTL
                       " IR porte(s) au taux minimum, total repris "
                       TOTAL-TAUX-MINIMUM-CTL
           END-IF

           IF NOT STATUT-DEPENSES-IR-ABSENT THEN
               CLOSE F-DEPENSES-IR
               DISPLAY "5-ROLES : " CPT-REDUCTIONS-CTL
                       " reduction(s) d'impot, total "
                       TOTAL-REDUCTIONS-CTL ", " CPT-CREDITS-CTL
                       " credit(s) d'impot, total " TOTAL-CREDITS-CTL
               IF CPT-NICHES-PLAFONNEES > 0 THEN
                   DISPLAY "5-ROLES : " CPT-NICHES-PLAFONNEES
                           " foyer(s) au plafonnement global des"
                           " avantages"
               END-IF
               IF CPT-CODES-SANS-REGLE > 0 THEN
                   DISPLAY "5-ROLES : " CPT-CODES-SANS-REGLE
                           " depense(s) sans regle pour le"
                           " millesime, ignoree(s)"
               END-IF
           END-IF

           DISPLAY "5-ROLES : " CPT-EMISSIONS-CTL
                   " emission(s) par groupe de taxes, "
                   CPT-GROUPES-CALENDRIER
                   " groupe(s) au calendrier du millesime"

           CLOSE C-SCISSIONS-EXCEPTIONS
           CLOSE C-ABANDONS
           IF MODE-PRINCIPAL THEN
                   F-CONTRIBUABLES F-OCCURRENCES M-CONTRIBUABLES
                   F-LOCAUX
                   S-EXONERES S-ANOMALIES S-IMPOSABLES
                   S-DETAIL S-PLAFONNEMENTS S-AVOIRS S-EMISSIONS
           ELSE
               CLOSE
                   F-COMMUNES F-DEPTS F-REGIONS
                   F-CONTRIBUABLES F-OCCURRENCES M-CONTRIBUABLES
                   F-LOCAUX
                   C-EXONERES C-ANOMALIES C-IMPOSABLES C-PLAFONNEMENTS
                   C-DETAIL C-AVOIRS C-EMISSIONS
           END-IF

      *    End Programme
           MOVE CLE-REFERENCE TO I-Ref-Cle
           .

      *===============================================================*
      *                        / EMISSIONS PAR GROUPE DE TAXES /

       RETENIR-GROUPE-EMISSION.

           EVALUATE TRUE
               WHEN O-Taxe-revenu
                   MOVE 1 TO IDX-GROUPE
               WHEN O-Taxe-carbone
               WHEN O-Taxe-foncier-non-bati
                   MOVE 2 TO IDX-GROUPE
               WHEN O-Taxe-cfe
                   MOVE 4 TO IDX-GROUPE
               WHEN OTHER
                   MOVE 3 TO IDX-GROUPE
           END-EVALUATE
           .

      *    Une emission par groupe porteur d'un montant : l'impot
      *    arrete du contribuable (apres plafonnement) est reparti au
      *    prorata des cumuls positifs des groupes, le reste
      *    d'arrondi sur le dernier (un groupe net crediteur est
      *    absorbe comme a l'arret de l'imposition) ; frais de
      *    gestion et majoration suivent leur groupe d'origine
       ECRIRE-EMISSIONS.

           MOVE 0 TO BASE-REPARTITION
           MOVE 0 TO IDX-DERNIER-GROUPE
           MOVE 1 TO IDX-GROUPE
           PERFORM UNTIL IDX-GROUPE > NB-GROUPES-EMISSION
               IF GE-Net(IDX-GROUPE) > 0 THEN
                   ADD GE-Net(IDX-GROUPE) TO BASE-REPARTITION
                   MOVE IDX-GROUPE TO IDX-DERNIER-GROUPE
               END-IF
               ADD 1 TO IDX-GROUPE
           END-PERFORM

      *    Aucun groupe debiteur (parts isolement positives d'un
      *    total nul) : l'impot part avec l'IR
           IF IDX-DERNIER-GROUPE = 0 THEN
               MOVE 1 TO IDX-DERNIER-GROUPE
           END-IF

           MOVE I-Impot TO IMPOT-A-REPARTIR
           MOVE 1 TO IDX-GROUPE
           PERFORM UNTIL IDX-GROUPE > NB-GROUPES-EMISSION
               MOVE 0 TO PART-GROUPE
               EVALUATE TRUE
                   WHEN IDX-GROUPE = IDX-DERNIER-GROUPE
                       MOVE IMPOT-A-REPARTIR TO PART-GROUPE
                   WHEN GE-Net(IDX-GROUPE) > 0
                       COMPUTE PART-GROUPE ROUNDED = I-Impot
                               * GE-Net(IDX-GROUPE) / BASE-REPARTITION
                       IF PART-GROUPE > IMPOT-A-REPARTIR THEN
                           MOVE IMPOT-A-REPARTIR TO PART-GROUPE
                       END-IF
                       SUBTRACT PART-GROUPE FROM IMPOT-A-REPARTIR
               END-EVALUATE
               IF PART-GROUPE > 0
                  OR GE-Frais(IDX-GROUPE) > 0
                  OR GE-Majoration(IDX-GROUPE) > 0 THEN
                   PERFORM ECRIRE-UNE-EMISSION
               END-IF
               ADD 1 TO IDX-GROUPE
           END-PERFORM
           .

      *    Reference de l'emission : celle de l'imposable, cle
      *    modulo 97 decalee du rang du groupe (7-PAIEMENTS reconnait
      *    ainsi l'emission visee par un paiement)
       ECRIRE-UNE-EMISSION.

           MOVE P-Numero-Fiscal TO EM-Numero-Fiscal
           MOVE I-Annee TO EM-Annee
           MOVE GE-Code(IDX-GROUPE) TO EM-Groupe
           MOVE GE-Date-Emission(IDX-GROUPE) TO EM-Date-Emission
           MOVE GE-Date-Echeance(IDX-GROUPE) TO EM-Date-Echeance
           MOVE PART-GROUPE TO EM-Impot
           MOVE GE-Frais(IDX-GROUPE) TO EM-Frais-Gestion
           MOVE GE-Majoration(IDX-GROUPE) TO EM-Majoration
           MOVE I-Ref-Execution TO EM-Ref-Execution
           MOVE I-Ref-Numero TO EM-Ref-Numero
           PERFORM CALCULER-CLE-EMISSION
           MOVE CLE-REFERENCE TO EM-Ref-Cle

           PERFORM ECRIRE-SORTIE-EMISSION
           ADD 1 TO CPT-EMISSIONS-CTL
           .

      *    Cle de la reference d'emission du groupe IDX-GROUPE pour
      *    le numero fiscal en cours (menage ou compte entreprise)
       CALCULER-CLE-EMISSION.

           COMPUTE REFERENCE-NUMERIQUE =
                   EXECUTION-A-VENIR * 10000000000000
                   + P-Numero-Fiscal + IDX-GROUPE
           COMPUTE CLE-REFERENCE = 97
                   - FUNCTION MOD(REFERENCE-NUMERIQUE 97)
           .

      *===============================================================*
      *                        / ROLE SUPPLEMENTAIRE /

           END-IF
           .

      *===============================================================*
      *                        / CALENDRIER DES EMISSIONS /

      *    Chaque groupe part sur l'echeance unique du role, emis le
      *    jour de l'execution ; les lignes du calendrier pour le
      *    millesime de reference (celui du role, a defaut l'annee
      *    du jour) fixent la date d'emission et l'echeance propres
      *    du groupe qu'elles nomment
       LIRE-CALENDRIER-EMISSIONS.

           MOVE "IR" TO GE-Code(1)
           MOVE "TF" TO GE-Code(2)
           MOVE "TH" TO GE-Code(3)
           MOVE "CF" TO GE-Code(4)

           OPEN INPUT F-ECHEANCE
           IF NOT STATUT-ECHEANCE-ABSENT THEN
               READ F-ECHEANCE
                   NOT AT END
                       MOVE ECH-DATE-ECHEANCE TO DATE-ECHEANCE-UNIQUE
               END-READ
               CLOSE F-ECHEANCE
           END-IF

           ACCEPT DATE-EMISSION-ROLE FROM DATE YYYYMMDD
           MOVE 1 TO IDX-GROUPE
           PERFORM UNTIL IDX-GROUPE > NB-GROUPES-EMISSION
               MOVE DATE-EMISSION-ROLE
                   TO GE-Date-Emission(IDX-GROUPE)
               MOVE DATE-ECHEANCE-UNIQUE
                   TO GE-Date-Echeance(IDX-GROUPE)
               ADD 1 TO IDX-GROUPE
           END-PERFORM

           OPEN INPUT F-CALENDRIER-EMISSIONS

           IF STATUT-EMISSIONS-ABSENT THEN
               DISPLAY "0-emissions.param introuvable, echeance"
                       " unique du role pour toutes les taxes"
           ELSE
               PERFORM UNTIL FF-CALENDRIER
                   READ F-CALENDRIER-EMISSIONS
                       AT END
                           SET FF-CALENDRIER TO TRUE
                       NOT AT END
                           IF CAL-ANNEE = ANNEE-COURANTE THEN
                               PERFORM RETENIR-CALENDRIER-GROUPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CALENDRIER-EMISSIONS
           END-IF
           .

      *    Un code de groupe inconnu est ignore
       RETENIR-CALENDRIER-GROUPE.

           MOVE 1 TO IDX-GROUPE
           PERFORM UNTIL IDX-GROUPE > NB-GROUPES-EMISSION
               IF GE-Code(IDX-GROUPE) = CAL-GROUPE THEN
                   MOVE CAL-DATE-EMISSION
                       TO GE-Date-Emission(IDX-GROUPE)
                   MOVE CAL-DATE-ECHEANCE
                       TO GE-Date-Echeance(IDX-GROUPE)
                   ADD 1 TO CPT-GROUPES-CALENDRIER
               END-IF
               ADD 1 TO IDX-GROUPE
           END-PERFORM
           .

      *===============================================================*
      *                        / PLAFONNEMENT /

           MOVE 4      TO NB-TRANCHES-IR
           .

      *===============================================================*
      *                 / QUOTIENT FAMILIAL ET DECOTE /

       LIRE-QUOTIENT-FAMILIAL.

           OPEN INPUT F-QUOTIENT-FAMILIAL

           IF STATUT-QF-ABSENT THEN
               DISPLAY "0-quotient-familial.param introuvable,"
                       " quotient familial non plafonne"
           ELSE
               PERFORM UNTIL FF-QF
                   READ F-QUOTIENT-FAMILIAL
                       AT END
                           SET FF-QF TO TRUE
                       NOT AT END
                           PERFORM RETENIR-PLAFOND-QF
                   END-READ
               END-PERFORM
               CLOSE F-QUOTIENT-FAMILIAL
           END-IF
           .

      *    Meme versionnement que l'abattement outre-mer : un
      *    millesime plus recent vide la table
       RETENIR-PLAFOND-QF.

           IF QFP-ANNEE > ANNEE-QF-COURANTE THEN
               MOVE QFP-ANNEE TO ANNEE-QF-COURANTE
               MOVE 0 TO NB-PLAFONDS-QF
           END-IF

           IF QFP-ANNEE = ANNEE-QF-COURANTE
              AND NB-PLAFONDS-QF < 10 THEN
               ADD 1 TO NB-PLAFONDS-QF
               MOVE QFP-NATURE TO PQ-NATURE(NB-PLAFONDS-QF)
               MOVE QFP-SITUATION TO PQ-SITUATION(NB-PLAFONDS-QF)
               MOVE QFP-PLAFOND TO PQ-PLAFOND(NB-PLAFONDS-QF)
           END-IF
           .

       LIRE-DECOTE.

           OPEN INPUT F-DECOTE

           IF STATUT-DECOTE-ABSENT THEN
               DISPLAY "0-decote.param introuvable, aucune decote"
                       " appliquee"
           ELSE
               PERFORM UNTIL FF-DECOTE
                   READ F-DECOTE
                       AT END
                           SET FF-DECOTE TO TRUE
                       NOT AT END
                           IF DCT-ANNEE >= ANNEE-DECOTE-COURANTE
                               MOVE DCT-ANNEE
                                   TO ANNEE-DECOTE-COURANTE
                               MOVE DCT-SEUIL TO SEUIL-DECOTE
                               MOVE DCT-FORFAIT TO FORFAIT-DECOTE
                               MOVE DCT-TAUX TO TAUX-DECOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-DECOTE
           END-IF
           .

       LIRE-TAUX-MINIMUM-IR.

           OPEN INPUT F-TAUX-MINIMUM-IR

           IF STATUT-TAUX-MINIMUM-ABSENT THEN
               DISPLAY "0-taux-minimum-ir.param introuvable, taux"
                       " minimum des non-residents par defaut (20 %)"
           ELSE
               PERFORM UNTIL FF-TAUX-MINIMUM
                   READ F-TAUX-MINIMUM-IR
                       AT END
                           SET FF-TAUX-MINIMUM TO TRUE
                       NOT AT END
                           IF TMI-ANNEE >= ANNEE-TAUX-MINIMUM-COURANTE
                               MOVE TMI-ANNEE
                                   TO ANNEE-TAUX-MINIMUM-COURANTE
                               MOVE TMI-TAUX TO TAUX-MINIMUM-IR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-TAUX-MINIMUM-IR
           END-IF
           .

      *===============================================================*
      *                        / REPARTITION IR /

           .

      *===============================================================*
      *                        / TARIFS DU NON BATI /

       LIRE-TARIFS-NON-BATI.

           OPEN INPUT F-TARIFS-NON-BATI

           IF STATUT-TARIFS-NON-BATI-ABSENT THEN
               DISPLAY "0-tarifs-non-bati.param introuvable, parcelles"
                       " sans tarif (TN sur le coefficient du bati)"
           ELSE
               PERFORM UNTIL FF-TARIFS-NON-BATI
                   READ F-TARIFS-NON-BATI
                       AT END
                           SET FF-TARIFS-NON-BATI TO TRUE
                       NOT AT END
                           IF NB-TARIFS-NB < 2000 THEN
                               ADD 1 TO NB-TARIFS-NB
                               MOVE TRF-Code-Insee
                                   TO TR-CODE-INSEE(NB-TARIFS-NB)
                               MOVE TRF-Nature
                                   TO TR-NATURE(NB-TARIFS-NB)
                               MOVE TRF-Tarif-Hectare
                                   TO TR-TARIF-HECTARE(NB-TARIFS-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-TARIFS-NON-BATI
           END-IF
           .

      *    Parcelles du proprietaire de l'occurrence dans sa commune
      *    (parcours de la cle alternative sur le numero fiscal) ;
      *    au moins une parcelle trouvee : la base TN devient la
      *    base parcellaire et le coefficient du bati tombe
       RESOUDRE-BASE-PARCELLAIRE.

           MOVE COEFFICIENT-FONCIER-NON-BATI
               TO COEFFICIENT-NON-BATI-APPLIQUE
           MOVE 0 TO BASE-PARCELLES NB-PARCELLES-OCCURRENCE

           IF STATUT-PARCELLES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-PARCELLES
           MOVE O-Numero-Fiscal TO PAR-Numero-Fiscal
           START F-PARCELLES KEY = PAR-Numero-Fiscal
               INVALID KEY
                   SET FF-PARCELLES TO TRUE
           END-START

           PERFORM UNTIL FF-PARCELLES
               READ F-PARCELLES NEXT RECORD
                   AT END
                       SET FF-PARCELLES TO TRUE
                   NOT AT END
                       IF PAR-Numero-Fiscal NOT = O-Numero-Fiscal THEN
                           SET FF-PARCELLES TO TRUE
                       ELSE
                           IF PAR-Code-Insee = O-Code-Insee THEN
                               PERFORM VALORISER-PARCELLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NB-PARCELLES-OCCURRENCE = 0 THEN
               ADD 1 TO CPT-TN-SANS-PARCELLE-CTL
               EXIT PARAGRAPH
           END-IF

           COMPUTE BASE-IMPOSABLE ROUNDED = BASE-PARCELLES
               ON SIZE ERROR
                   DISPLAY "Dépassement sur BASE-IMPOSABLE (parcelles)"
                   STOP RUN
           END-COMPUTE
           MOVE 100 TO COEFFICIENT-NON-BATI-APPLIQUE
           MOVE 100 TO QUOTE-PART-OCCURRENCE
           ADD 1 TO CPT-TN-PARCELLAIRES-CTL
           .

      *    Tarif de la commune pour la classe, a defaut le tarif
      *    national (commune 00000) ; une classe sans tarif ne
      *    produit pas de base
       VALORISER-PARCELLE.

           MOVE 0 TO TARIF-PARCELLE TARIF-NATIONAL-PARCELLE
           MOVE 1 TO IDX-TARIF-NB
           PERFORM UNTIL IDX-TARIF-NB > NB-TARIFS-NB
               IF TR-NATURE(IDX-TARIF-NB) = PAR-Nature THEN
                   IF TR-CODE-INSEE(IDX-TARIF-NB) = PAR-Code-Insee
                   THEN
                       MOVE TR-TARIF-HECTARE(IDX-TARIF-NB)
                           TO TARIF-PARCELLE
                   END-IF
                   IF TR-CODE-INSEE(IDX-TARIF-NB) = 0 THEN
                       MOVE TR-TARIF-HECTARE(IDX-TARIF-NB)
                           TO TARIF-NATIONAL-PARCELLE
                   END-IF
               END-IF
               ADD 1 TO IDX-TARIF-NB
           END-PERFORM

           IF TARIF-PARCELLE = 0 THEN
               MOVE TARIF-NATIONAL-PARCELLE TO TARIF-PARCELLE
           END-IF
           IF TARIF-PARCELLE = 0 THEN
               ADD 1 TO CPT-PARCELLES-SANS-TARIF-CTL
           END-IF

           COMPUTE BASE-PARCELLES ROUNDED = BASE-PARCELLES
                   + PAR-Surface * TARIF-PARCELLE / 10000
           ADD 1 TO NB-PARCELLES-OCCURRENCE
           .

      *===============================================================*
      *                        / LOGEMENTS VACANTS /

       LIRE-LOGEMENTS-VACANTS.

           OPEN INPUT F-LOGEMENTS-VACANTS

           IF STATUT-LOGEMENTS-VACANTS-ABSENT THEN
               DISPLAY "0-logements-vacants.param introuvable, aucune"
                       " commune assujettie a la taxe sur les"
                       " logements vacants"
           ELSE
               PERFORM UNTIL FF-LOGEMENTS-VACANTS
                   READ F-LOGEMENTS-VACANTS
                       AT END
                           SET FF-LOGEMENTS-VACANTS TO TRUE
                       NOT AT END
                           IF LVP-Type = "C" AND NB-TAUX-LV < 500 THEN
                               ADD 1 TO NB-TAUX-LV
                               MOVE LVP-Code-Insee
                                   TO TLV-CODE-INSEE(NB-TAUX-LV)
                               MOVE LVP-Taux TO TLV-TAUX(NB-TAUX-LV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-LOGEMENTS-VACANTS
           END-IF
           .

       LIRE-TAUX-SPECIAUX.

           OPEN INPUT F-TAUX-SPECIAUX

           IF STATUT-TAUX-SPECIAUX-ABSENT THEN
               DISPLAY "5-taux-speciaux.dat introuvable, aucune taxe"
                       " speciale a produit vote"
           ELSE
               PERFORM UNTIL FF-TAUX-SPECIAUX
                   READ F-TAUX-SPECIAUX
                       AT END
                           SET FF-TAUX-SPECIAUX TO TRUE
                       NOT AT END
                           IF NB-TAUX-SPECIAUX < 500 THEN
                               ADD 1 TO NB-TAUX-SPECIAUX
                               MOVE TS-Code-Epci
                                   TO TSP-CODE-EPCI(NB-TAUX-SPECIAUX)
                               MOVE TS-Annee
                                   TO TSP-ANNEE(NB-TAUX-SPECIAUX)
                               MOVE TS-Taux-TF
                                   TO TSP-TAUX-TF(NB-TAUX-SPECIAUX)
                               MOVE TS-Taux-TH
                                   TO TSP-TAUX-TH(NB-TAUX-SPECIAUX)
                               MOVE TS-Taux-CF
                                   TO TSP-TAUX-CF(NB-TAUX-SPECIAUX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-TAUX-SPECIAUX
           END-IF
           .

       LIRE-ZONES-TEOM.

           OPEN INPUT F-ZONES-TEOM

           IF STATUT-ZONES-TEOM-ABSENT THEN
               DISPLAY "5-zones-teom.idx introuvable, TEOM au taux"
                       " de la commune partout"
           ELSE
               PERFORM UNTIL FF-ZONES-TEOM
                   READ F-ZONES-TEOM
                       AT END
                           SET FF-ZONES-TEOM TO TRUE
                       NOT AT END
                           IF NB-ZONES-TEOM < 2000 THEN
                               ADD 1 TO NB-ZONES-TEOM
                               MOVE ZT-Code-Insee
                                   TO ZTB-CODE-INSEE(NB-ZONES-TEOM)
                               MOVE ZT-Zone
                                   TO ZTB-ZONE(NB-ZONES-TEOM)
                               MOVE ZT-Exoneree
                                   TO ZTB-EXONEREE(NB-ZONES-TEOM)
                               MOVE ZT-Taux
                                   TO ZTB-TAUX(NB-ZONES-TEOM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ZONES-TEOM
           END-IF
           .

      *===============================================================*
      *                        / FUSIONS DE COMMUNES /

       LIRE-FUSIONS-COMMUNES.

           OPEN INPUT F-FUSIONS-COMMUNES

           IF STATUT-FUSIONS-ABSENT THEN
               DISPLAY "5-fusions.idx introuvable (lancer"
                       " 5-FUSIONS-CHARGE), aucune redirection de"
                       " commune fusionnee"
           END-IF
           .

      *    Lecture par cle de P-Code-Insee dans le master des
      *    fusions ; si trouve, CODE-INSEE-REDIRIGE porte le code de
      *    la commune nouvelle qui a absorbe l'ancienne commune
       RECHERCHER-FUSION-COMMUNE.

           SET FUSION-EST-ABSENTE TO TRUE

           IF NOT STATUT-FUSIONS-ABSENT THEN
               MOVE P-Code-Insee TO FUS-Ancien-Code-Insee
               READ F-FUSIONS-COMMUNES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUS-Nouveau-Code-Insee
                           TO CODE-INSEE-REDIRIGE
                       SET FUSION-EST-TROUVEE TO TRUE
               END-READ
           END-IF
           .

      *===============================================================*
      *                        / EXONERATIONS CATEGORIELLES /

       LIRE-EXO-CATEGORIELLES.

           OPEN INPUT F-EXO-CATEGORIELLES

           IF STATUT-EXO-CAT-ABSENT THEN
               DISPLAY "0-exonerations-categorielles.param"
                       " introuvable, aucune exoneration par"
                       " situation"
           ELSE
               PERFORM UNTIL FF-EXO-CAT
                   READ F-EXO-CATEGORIELLES
                       AT END
                           SET FF-EXO-CAT TO TRUE
                       NOT AT END
                           IF NB-REGLES-EXO < 20 THEN
                               ADD 1 TO NB-REGLES-EXO
                               MOVE EXC-Code-Situation
                                   TO RX-CODE-SITUATION(NB-REGLES-EXO)
                               MOVE EXC-Taxes
                                   TO RX-TAXES(NB-REGLES-EXO)
                               MOVE 0 TO RX-RFR-PLAFOND(NB-REGLES-EXO)
                                   RX-RFR-DEMI-PART(NB-REGLES-EXO)
                               IF EXC-RFR-Plafond IS NUMERIC THEN
                                   MOVE EXC-RFR-Plafond
                                     TO RX-RFR-PLAFOND(NB-REGLES-EXO)
                               END-IF
                               IF EXC-RFR-Demi-Part IS NUMERIC THEN
                                   MOVE EXC-RFR-Demi-Part
                                     TO RX-RFR-DEMI-PART(NB-REGLES-EXO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           = SITUATION-CONTRIBUABLE THEN
                       MOVE RX-TAXES(IDX-REGLE-EXO)
                           TO TAXES-EXONEREES
                       IF RX-RFR-PLAFOND(IDX-REGLE-EXO) > 0 THEN
                           PERFORM CONTROLER-RFR-EXONERATION
                       END-IF
                       MOVE NB-REGLES-EXO TO IDX-REGLE-EXO
                   END-IF
                   ADD 1 TO IDX-REGLE-EXO
           END-IF
           .

      *    Exoneration sous condition de revenu : le revenu fiscal de
      *    reference du millesime precedent ne doit pas exceder le
      *    plafond de la regle, majore par demi-part au-dela de la
      *    premiere part ; sans revenu de reference, pas d'exoneration
       CONTROLER-RFR-EXONERATION.

           MOVE P-Numero-Fiscal TO RFR-Numero-Fiscal
           COMPUTE RFR-Annee = ANNEE-COURANTE - 1
           READ F-RFR
               INVALID KEY
                   MOVE SPACE TO TAXES-EXONEREES
                   ADD 1 TO CPT-EXO-SANS-RFR
               NOT INVALID KEY
                   MOVE RX-RFR-PLAFOND(IDX-REGLE-EXO)
                       TO PLAFOND-RFR-EXO
                   IF RFR-Parts > 1 THEN
                       COMPUTE PLAFOND-RFR-EXO = PLAFOND-RFR-EXO
                           + RX-RFR-DEMI-PART(IDX-REGLE-EXO)
                             * (RFR-Parts - 1) * 2
                   END-IF
                   IF RFR-Montant > PLAFOND-RFR-EXO THEN
                       MOVE SPACE TO TAXES-EXONEREES
                       ADD 1 TO CPT-EXO-RFR-DEPASSE
                   END-IF
           END-READ
           .

      *    L'occurrence en cours est-elle exoneree par la situation
      *    du contribuable ("**" exonere toutes les taxes) ?
       CONTROLER-EXO-CATEGORIELLE.
                       IF O-Taxe-revenu AND (ANNEE-ROLE = 0
                               OR O-Annee = 0
                               OR O-Annee = ANNEE-ROLE) THEN
                           PERFORM VENTILER-REVENU-IR
                       END-IF
                       READ F-OCCURRENCES NEXT
                           AT END
                               SET FF-OCC-FOYER TO TRUE
                       END-READ
                   END-PERFORM
      *            Le membre est un beneficiaire a part entiere :
      *            plancher et plafond par beneficiaire s'appliquent
      *            a ses propres revenus
                   PERFORM CLORE-REVENUS-BENEFICIAIRE
           END-READ
           .

      *    Revenu d'une occurrence IR : cumule sur sa categorie pour
      *    le beneficiaire en cours ; un revenu non ventile (ou d'une
      *    categorie absente du parametre) rejoint directement le
      *    revenu du foyer, sans abattement
       VENTILER-REVENU-IR.

           IF O-Categorie-Revenu = 0 THEN
               ADD O-Revenu TO Revenu
               EXIT PARAGRAPH
           END-IF
           IF O-Categorie-Revenu > NB-CATEGORIES-MAX THEN
               ADD 1 TO CPT-CATEGORIES-INCONNUES
               ADD O-Revenu TO Revenu
               EXIT PARAGRAPH
           END-IF

           MOVE O-Categorie-Revenu TO IDX-CATEGORIE
           IF CAT-EST-CONNUE(IDX-CATEGORIE) THEN
               ADD O-Revenu TO CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE)
           ELSE
               ADD 1 TO CPT-CATEGORIES-INCONNUES
               ADD O-Revenu TO Revenu
           END-IF
           .

      *    Fin des occurrences d'un beneficiaire : abattement de
      *    chaque categorie sur son revenu brut, cumule au foyer
       CLORE-REVENUS-BENEFICIAIRE.

           MOVE 1 TO IDX-CATEGORIE
           PERFORM UNTIL IDX-CATEGORIE > NB-CATEGORIES-MAX
               IF CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE) NOT = 0 THEN
                   PERFORM ABATTRE-BENEFICIAIRE
               END-IF
               ADD 1 TO IDX-CATEGORIE
           END-PERFORM
           .

      *    Taux applique au brut, releve au plancher, ramene au
      *    plafond par beneficiaire, et jamais au-dela du brut : un
      *    abattement ne cree pas de deficit
       ABATTRE-BENEFICIAIRE.

           ADD CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE)
               TO CAT-BRUT-FOYER(IDX-CATEGORIE)

           IF CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE) > 0 THEN
               COMPUTE ABATTEMENT-BENEFICIAIRE ROUNDED =
                       CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE)
                       * CAT-TAUX(IDX-CATEGORIE) / 100
               IF ABATTEMENT-BENEFICIAIRE
                  < CAT-PLANCHER(IDX-CATEGORIE) THEN
                   MOVE CAT-PLANCHER(IDX-CATEGORIE)
                       TO ABATTEMENT-BENEFICIAIRE
               END-IF
               IF CAT-PLAFOND(IDX-CATEGORIE) > 0
                  AND NOT CAT-PLAFOND-PAR-FOYER(IDX-CATEGORIE)
                  AND ABATTEMENT-BENEFICIAIRE
                      > CAT-PLAFOND(IDX-CATEGORIE) THEN
                   MOVE CAT-PLAFOND(IDX-CATEGORIE)
                       TO ABATTEMENT-BENEFICIAIRE
               END-IF
               IF ABATTEMENT-BENEFICIAIRE
                  > CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE) THEN
                   MOVE CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE)
                       TO ABATTEMENT-BENEFICIAIRE
               END-IF
               ADD ABATTEMENT-BENEFICIAIRE
                   TO CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
           END-IF

           MOVE 0 TO CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE)
           .

      *    Plafond par foyer sur le cumul des abattements des
      *    beneficiaires, puis revenu net de la categorie ; un foyer
      *    dont la categorie est deficitaire n'a pas d'abattement
       NETTER-REVENUS-CATEGORIELS.

           MOVE 1 TO IDX-CATEGORIE
           PERFORM UNTIL IDX-CATEGORIE > NB-CATEGORIES-MAX
               IF CAT-BRUT-FOYER(IDX-CATEGORIE) NOT > 0 THEN
                   MOVE 0 TO CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
               END-IF
               IF CAT-PLAFOND(IDX-CATEGORIE) > 0
                  AND CAT-PLAFOND-PAR-FOYER(IDX-CATEGORIE)
                  AND CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
                      > CAT-PLAFOND(IDX-CATEGORIE) THEN
                   MOVE CAT-PLAFOND(IDX-CATEGORIE)
                       TO CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
               END-IF
               IF CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
                  > CAT-BRUT-FOYER(IDX-CATEGORIE) THEN
                   MOVE CAT-BRUT-FOYER(IDX-CATEGORIE)
                       TO CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
               END-IF
               COMPUTE CAT-NET-FOYER(IDX-CATEGORIE) =
                       CAT-BRUT-FOYER(IDX-CATEGORIE)
                       - CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
               ADD CAT-NET-FOYER(IDX-CATEGORIE) TO Revenu
               IF CAT-ABATTEMENT-FOYER(IDX-CATEGORIE) > 0 THEN
                   ADD 1 TO CPT-ABATTEMENTS-CATEGORIELS
               END-IF
               ADD 1 TO IDX-CATEGORIE
           END-PERFORM
           .

      *===============================================================*
      *                        / REDUCTIONS ET CREDITS D'IMPOT /

       LIRE-REGLES-AVANTAGES.

           OPEN INPUT F-REGLES-AVANTAGES

           IF STATUT-REGLES-AVANTAGES-ABSENT THEN
               DISPLAY "0-reductions-ir.param introuvable, aucune"
                       " reduction ni credit d'impot"
           ELSE
               PERFORM UNTIL FF-REGLES-AVANTAGES
                   READ F-REGLES-AVANTAGES
                       AT END
                           SET FF-REGLES-AVANTAGES TO TRUE
                       NOT AT END
                           PERFORM RETENIR-REGLE-AVANTAGE
                   END-READ
               END-PERFORM
               CLOSE F-REGLES-AVANTAGES
           END-IF
           .

      *    Seules les lignes du millesime le plus recent sont
      *    retenues (meme logique que RETENIR-ABATTEMENT)
       RETENIR-REGLE-AVANTAGE.

           IF RAV-ANNEE > ANNEE-AVANTAGES-COURANTE THEN
               MOVE RAV-ANNEE TO ANNEE-AVANTAGES-COURANTE
               MOVE 0 TO NB-REGLES-AVANTAGES
           END-IF

           IF RAV-ANNEE = ANNEE-AVANTAGES-COURANTE
              AND NB-REGLES-AVANTAGES < 20 THEN
               ADD 1 TO NB-REGLES-AVANTAGES
               MOVE RAV-CODE TO RA-CODE(NB-REGLES-AVANTAGES)
               MOVE RAV-NATURE TO RA-NATURE(NB-REGLES-AVANTAGES)
               MOVE RAV-TAUX TO RA-TAUX(NB-REGLES-AVANTAGES)
               MOVE RAV-PLAFOND TO RA-PLAFOND(NB-REGLES-AVANTAGES)
           END-IF
           .

       LIRE-PLAFOND-NICHES.

           OPEN INPUT F-PLAFOND-NICHES

           IF STATUT-PLAFOND-NICHES-ABSENT THEN
               DISPLAY "0-plafond-niches.param introuvable, aucun"
                       " plafonnement global des avantages"
           ELSE
               PERFORM UNTIL FF-PLAFOND-NICHES
                   READ F-PLAFOND-NICHES
                       AT END
                           SET FF-PLAFOND-NICHES TO TRUE
                       NOT AT END
                           IF PNI-ANNEE >= ANNEE-NICHES-COURANTE
                               MOVE PNI-ANNEE
                                   TO ANNEE-NICHES-COURANTE
                               MOVE PNI-PLAFOND TO PLAFOND-NICHES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PLAFOND-NICHES
           END-IF
           .

      *===============================================================*
      *                        / CATEGORIES DE REVENUS DE L'IR /

       LIRE-CATEGORIES-REVENU.

           OPEN INPUT F-CATEGORIES-REVENU

           IF STATUT-CATEGORIES-ABSENT THEN
               DISPLAY "0-categories-revenu.param introuvable, revenus"
                       " IR sans abattement categoriel"
           ELSE
               PERFORM UNTIL FF-CATEGORIES-REVENU
                   READ F-CATEGORIES-REVENU
                       AT END
                           SET FF-CATEGORIES-REVENU TO TRUE
                       NOT AT END
                           PERFORM RETENIR-CATEGORIE-REVENU
                   END-READ
               END-PERFORM
               CLOSE F-CATEGORIES-REVENU
           END-IF
           .

      *    Seules les lignes du millesime le plus recent sont
      *    retenues (meme logique que RETENIR-ABATTEMENT) ; un code
      *    hors table est ignore
       RETENIR-CATEGORIE-REVENU.

           IF CRV-ANNEE > ANNEE-CATEGORIES-COURANTE THEN
               MOVE CRV-ANNEE TO ANNEE-CATEGORIES-COURANTE
               MOVE 1 TO IDX-CATEGORIE
               PERFORM UNTIL IDX-CATEGORIE > NB-CATEGORIES-MAX
                   MOVE 0 TO CAT-CONNUE(IDX-CATEGORIE)
                   ADD 1 TO IDX-CATEGORIE
               END-PERFORM
           END-IF

           IF CRV-ANNEE = ANNEE-CATEGORIES-COURANTE
              AND CRV-CODE > 0
              AND CRV-CODE NOT > NB-CATEGORIES-MAX THEN
               MOVE CRV-CODE TO IDX-CATEGORIE
               SET CAT-EST-CONNUE(IDX-CATEGORIE) TO TRUE
               MOVE CRV-TAUX TO CAT-TAUX(IDX-CATEGORIE)
               MOVE CRV-PLANCHER TO CAT-PLANCHER(IDX-CATEGORIE)
               MOVE CRV-PLAFOND TO CAT-PLAFOND(IDX-CATEGORIE)
               MOVE CRV-PORTEE TO CAT-PORTEE(IDX-CATEGORIE)
           END-IF
           .

      *===============================================================*
      *                        / TH RESIDENCE PRINCIPALE/SECONDAIRE /

           INITIALIZE I-Abattement-Dom E-Abattement-Dom
           MOVE 0 TO NET-IMPOT NET-IMPOT-COMMUNE NET-IMPOT-DEPT
                     NET-IMPOT-REGION NET-IMPOT-EPCI
           MOVE 1 TO IDX-GROUPE
           PERFORM UNTIL IDX-GROUPE > NB-GROUPES-EMISSION
               MOVE 0 TO GE-Net(IDX-GROUPE) GE-Frais(IDX-GROUPE)
                         GE-Majoration(IDX-GROUPE)
               ADD 1 TO IDX-GROUPE
           END-PERFORM
           MOVE 1 TO IDX-CATEGORIE
           PERFORM UNTIL IDX-CATEGORIE > NB-CATEGORIES-MAX
               MOVE 0 TO CAT-BRUT-BENEFICIAIRE(IDX-CATEGORIE)
                         CAT-BRUT-FOYER(IDX-CATEGORIE)
                         CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
                         CAT-NET-FOYER(IDX-CATEGORIE)
               ADD 1 TO IDX-CATEGORIE
           END-PERFORM
           SET EST-SANS-AVOIR TO TRUE
           MOVE SPACE TO MOTIF-EXO-CONTRIBUABLE E-Motif-Exo
           MOVE ANNEE-ROLE TO I-Annee E-Annee A-Annee

      *        Position du contribuable dans un eventuel foyer fiscal
               PERFORM RECHERCHER-FOYER

      *        Residence fiscale (non-resident : taux minimum d'IR)
               PERFORM RECHERCHER-RESIDENCE
               MOVE P-Parts TO PARTS-EFFECTIVES

      *        Lecture des informations communes-departement-region
               END-IF
           .

       RECHERCHER-RESIDENCE.

           MOVE SPACE TO RESIDENCE-CONTRIBUABLE

           IF NOT STATUT-ADRESSES-ABSENT THEN
               MOVE P-Numero-Fiscal TO ADR-Numero-Fiscal
               READ F-ADRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADR-EST-NON-RESIDENT THEN
                           MOVE ADR-Residence
                               TO RESIDENCE-CONTRIBUABLE
                           ADD 1 TO CPT-NON-RESIDENTS-CTL
                       END-IF
               END-READ
           END-IF
           .

       APPLIQUER-CORRECTION-MAJ.

           SET EST-NON-DECEDE TO TRUE

               END-PERFORM

      *        Abattements categoriels des revenus propres du
      *        contribuable, avant ceux des membres consolides
               PERFORM CLORE-REVENUS-BENEFICIAIRE

               IF EST-CHEF-FOYER THEN
                   PERFORM CONSOLIDER-FOYER-IR
               END-IF
               SET EST-DANS-LES-DELAIS TO TRUE
               SET OCC-EST-DEBITRICE TO TRUE

               MOVE 1 TO IDX-GROUPE
               PERFORM Calcul-IR
               PERFORM ARRETER-IMPOSITION

      *            imposables.dat, avec sa reference de paiement
                              PERFORM GARNIR-REFERENCE-PAIEMENT
                              PERFORM ECRIRE-SORTIE-IMPOSABLE
                              PERFORM ECRIRE-EMISSIONS
                              ADD 1 TO CPT-IMPOSABLES-CTL
                              ADD I-Impot TO TOTAL-IMPOT-CTL
                      END-EVALUATE
           END-IF
           .

       ECRIRE-SORTIE-EMISSION.

           IF MODE-SUPPLEMENTAIRE THEN
               WRITE SUP-EMS-LIGNE FROM C-EMS-ENREG
           ELSE
               WRITE C-EMS-ENREG
               END-WRITE
           END-IF
           .

       ECRIRE-SORTIE-ANOMALIE.

           IF MODE-SUPPLEMENTAIRE THEN

           MOVE O-Revenu TO BASE-IMPOSABLE
           MOVE 100 TO QUOTE-PART-OCCURRENCE
           SET OCC-HORS-DEMEMBREMENT TO TRUE

      *    IR : la zone du local porte la categorie du revenu
           IF O-Local > 0 AND NOT O-Taxe-revenu
              AND NOT STATUT-LOCAUX-ABSENT THEN
               MOVE O-Local TO LOC-Identifiant
               READ F-LOCAUX
                   INVALID KEY
                                  >= LOC-Date-Demolition) THEN
                           PERFORM WRITE-ANOMALIES-LOCAL-DEMOLI
                       END-IF
      *                Local demembre : l'usufruitier doit la TF/TN
      *                sur la valeur locative entiere
                       IF (O-Taxe-carbone
                           OR O-Taxe-foncier-non-bati)
                          AND NOT STATUT-DEMEMBREMENT-ABSENT THEN
                           PERFORM APPLIQUER-DEMEMBREMENT
                       END-IF
      *                Local en indivision : chaque coproprietaire
      *                est assis sur sa quote-part de la valeur
      *                locative (TF, TN et logements vacants)
                       IF (O-Taxe-carbone
                           OR O-Taxe-foncier-non-bati
                           OR O-Taxe-logement-vacant)
                          AND OCC-HORS-DEMEMBREMENT
                          AND NOT STATUT-INDIVISION-ABSENT THEN
                           PERFORM APPLIQUER-QUOTE-PART
                       END-IF
           END-IF
           .

      *    L'usufruit couvre l'occurrence s'il a commence au plus
      *    tard au debut de sa periode (1er janvier du millesime pour
      *    une occurrence annee entiere) et n'etait pas encore eteint
      *    a cette date : les periodes decoupees par 4-MUTATIONS a la
      *    constitution et a la reunion retombent ainsi chacune sur
      *    le bon titulaire
       APPLIQUER-DEMEMBREMENT.

           IF O-Date-Debut > 0 THEN
               MOVE O-Date-Debut TO DATE-REFERENCE-DMB
           ELSE
               IF O-Annee > 0 THEN
                   MOVE O-Annee TO DRD-ANNEE
               ELSE
                   MOVE ANNEE-COURANTE TO DRD-ANNEE
               END-IF
               MOVE 0101 TO DRD-MMJJ
           END-IF

           MOVE O-Local TO DMB-Local
           READ F-DEMEMBREMENT
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF DMB-Date-Debut > DATE-REFERENCE-DMB THEN
               EXIT PARAGRAPH
           END-IF
           IF NOT DMB-En-Cours
              AND DMB-Date-Fin <= DATE-REFERENCE-DMB THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE O-Numero-Fiscal
               WHEN DMB-Usufruitier
                   SET OCC-USUFRUITIER TO TRUE
                   ADD 1 TO CPT-USUFRUITS
               WHEN DMB-Nu-Proprietaire
                   SET OCC-NU-PROPRIETAIRE TO TRUE
                   MOVE 0 TO BASE-IMPOSABLE
                   MOVE 0 TO QUOTE-PART-OCCURRENCE
                   ADD 1 TO CPT-NUES-PROPRIETES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       APPLIQUER-QUOTE-PART.

           MOVE O-Local TO IND-Local
           MOVE 0 TO DET-Deficit-Impute
           MOVE 100 TO DET-Quote-Part

      *    Groupe d'emission de la taxe de l'occurrence
           PERFORM RETENIR-GROUPE-EMISSION

           EVALUATE TRUE
               WHEN O-Taxe-carbone
                   PERFORM Calcul-TF
                   IF EST-MEMBRE-FOYER THEN
                       CONTINUE
                   ELSE
                       PERFORM VENTILER-REVENU-IR
                   END-IF
               WHEN O-Taxe-cfe
                   PERFORM Calcul-CFE
                   PERFORM Calcul-TEOM
               WHEN O-Taxe-foncier-non-bati
                   PERFORM Calcul-TF-NonBati
               WHEN O-Taxe-logement-vacant
                   PERFORM Calcul-TLV
               WHEN OTHER
                   PERFORM WRITE-ANOMALIES-TYPE
           END-EVALUATE
           ADD 1 TO CPT-ANOMALIES-CTL
           .

      *    Local sans zone de collecte connue dans une commune zonee
      *    (meme famille d'anomalie que le local introuvable)
       WRITE-ANOMALIES-ZONE-TEOM.

           MOVE 8 TO ANOMALIES-FOUND
           INITIALIZE A-Identite A-Lieu A-Occurrence A-Erreur
           MOVE P-Identite TO A-Identite
           MOVE C-Lieu TO A-Lieu
           MOVE O-Taxe TO A-Taxe
           MOVE O-Revenu TO A-Revenu

           STRING "local " O-Local " sans zone TEOM, commune zonee "
               O-Code-Insee
               INTO A-Erreur.

           MOVE ANOMALIES-FOUND TO A-Type
           PERFORM ECRIRE-SORTIE-ANOMALIE
           ADD 1 TO CPT-ANOMALIES-CTL
           .

       WRITE-ANOMALIES-IR.

           MOVE 6 TO ANOMALIES-FOUND
      *    fiscal derive du SIREN) sont calculees aux taux de la
      *    commune de chaque occurrence, et le role CFE part dans
      *    son propre fichier (les communes suivent le produit des
      *    entreprises a part de celui des menages). La taxe
      *    speciale GEMAPI de l'etablissement entre dans la part
      *    EPCI de sa ligne de role.
       TRAITER-ENTREPRISES.

           OPEN INPUT F-ENTREPRISES
           IF STATUT-ENTREPRISES-ABSENT THEN
               CONTINUE
           ELSE
               PERFORM CHARGER-ETABLISSEMENTS-CFE
               PERFORM UNTIL FF-ENT
                   READ F-ENTREPRISES
                       AT END
               DISPLAY "5-ROLES : " CPT-ENTREPRISES-CTL
                   " etablissement(s) au role CFE, total "
                   TOTAL-CFE-CTL
               IF CPT-GM-CFE-CTL > 0 THEN
                   DISPLAY "5-ROLES : " CPT-GM-CFE-CTL
                       " occurrence(s) CFE d'etablissement en taxe"
                       " speciale GEMAPI, total " TOTAL-GM-CFE-CTL
               END-IF
           END-IF
           .

           INITIALIZE CONTRIB-LIEU

           MOVE 0 TO CFE-TOTAL-COMMUNE CFE-TOTAL-DEPT
                     CFE-TOTAL-REGION CFE-TOTAL-EPCI
                     CFE-TOTAL-GEMAPI
                     CFE-PERTE-COMMUNE-CUMUL CFE-PERTE-DEPT-CUMUL
                     CFE-PERTE-REGION-CUMUL
           SET EST-SUR-SA-BASE TO TRUE
           PERFORM DETERMINER-ALLEGEMENT-CREATION
           MOVE SPACE TO FIN-OCC-ENTREPRISE
           MOVE ENT-Numero-Fiscal TO NUMERO-ENTREPRISE
           MOVE NUMERO-ENTREPRISE TO O-Numero-Fiscal
                       IF O-Taxe = "CF"
                          AND (ANNEE-ROLE = 0 OR O-Annee = 0
                               OR O-Annee = ANNEE-ROLE) THEN
                           PERFORM DESIGNER-PORTEUR-OCCURRENCE
                           IF SIRET-PORTEUR = ENT-Siret THEN
                               PERFORM CALCULER-CFE-ETABLISSEMENT
                           END-IF
                       END-IF
                       READ F-OCCURRENCES NEXT
                           AT END
                   END-PERFORM
           END-READ

      *    Un etablissement exonere l'annee de sa creation figure
      *    au role (impot nul) pour le motif et le produit perdu
           IF CFE-TOTAL-COMMUNE + CFE-TOTAL-DEPT
                   + CFE-TOTAL-REGION + CFE-TOTAL-EPCI > 0
              OR CFE-PERTE-COMMUNE-CUMUL + CFE-PERTE-DEPT-CUMUL
                   + CFE-PERTE-REGION-CUMUL > 0 THEN
               PERFORM ECRIRE-ROLE-CFE
           END-IF
           .

      *    Annee de creation (date de 5-entreprises.dat, 0 =
      *    inconnue) comparee a l'annee du role
       DETERMINER-ALLEGEMENT-CREATION.

           SET CFE-SANS-ALLEGEMENT TO TRUE
           IF ENT-Date-Creation NOT NUMERIC
              OR ENT-Date-Creation = 0 THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE ANNEE-CREATION-CFE = ENT-Date-Creation / 10000
           EVALUATE TRUE
               WHEN ANNEE-COURANTE = ANNEE-CREATION-CFE
                   SET CFE-ANNEE-CREATION TO TRUE
               WHEN ANNEE-COURANTE = ANNEE-CREATION-CFE + 1
                   SET CFE-DEUXIEME-ANNEE TO TRUE
           END-EVALUATE
           .

      *    Table des etablissements par numero fiscal derive du
      *    SIREN, relue ensuite depuis le debut pour le role
       CHARGER-ETABLISSEMENTS-CFE.

           MOVE 0 TO NB-ETABLISSEMENTS-CFE
           PERFORM UNTIL FF-ENT
               READ F-ENTREPRISES
                   AT END
                       SET FF-ENT TO TRUE
                   NOT AT END
                       IF NB-ETABLISSEMENTS-CFE < 5000 THEN
                           ADD 1 TO NB-ETABLISSEMENTS-CFE
                           MOVE ENT-Numero-Fiscal TO
                               ECF-NUMERO-FISCAL(NB-ETABLISSEMENTS-CFE)
                           MOVE ENT-Code-Insee TO
                               ECF-CODE-INSEE(NB-ETABLISSEMENTS-CFE)
                           MOVE ENT-Siret TO
                               ECF-SIRET(NB-ETABLISSEMENTS-CFE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-ENTREPRISES

           OPEN INPUT F-ENTREPRISES
           MOVE SPACE TO FIN-ENTREPRISES
           .

      *    Les occurrences CF sont rattachees au SIREN, pas au SIRET :
      *    sans cette designation, chaque etablissement d'une
      *    entreprise multi-sites reprendrait toute la CFE de
      *    l'entreprise
       DESIGNER-PORTEUR-OCCURRENCE.

           MOVE 0 TO SIRET-PORTEUR
           MOVE 0 TO SIRET-PREMIER
           MOVE 1 TO IDX-ETABLISSEMENT-CFE
           PERFORM UNTIL IDX-ETABLISSEMENT-CFE > NB-ETABLISSEMENTS-CFE
               IF ECF-NUMERO-FISCAL(IDX-ETABLISSEMENT-CFE)
                       = NUMERO-ENTREPRISE THEN
                   IF SIRET-PREMIER = 0 THEN
                       MOVE ECF-SIRET(IDX-ETABLISSEMENT-CFE)
                           TO SIRET-PREMIER
                   END-IF
                   IF ECF-CODE-INSEE(IDX-ETABLISSEMENT-CFE)
                           = O-Code-Insee THEN
                       MOVE ECF-SIRET(IDX-ETABLISSEMENT-CFE)
                           TO SIRET-PORTEUR
                       MOVE NB-ETABLISSEMENTS-CFE
                           TO IDX-ETABLISSEMENT-CFE
                   END-IF
               END-IF
               ADD 1 TO IDX-ETABLISSEMENT-CFE
           END-PERFORM

           IF SIRET-PORTEUR = 0 THEN
               MOVE SIRET-PREMIER TO SIRET-PORTEUR
           END-IF
      *    Etablissement hors table (table pleine) : il garde ses
      *    occurrences
           IF SIRET-PORTEUR = 0 THEN
               MOVE ENT-Siret TO SIRET-PORTEUR
           END-IF
           .

      *    Memes taux et meme assiette que Calcul-CFE, aux taux de
      *    la commune de l'occurrence, cumules par etablissement ;
      *    la taxe speciale GEMAPI suit la base retenue, que la
      *    commune soit ou non en FPU
       CALCULER-CFE-ETABLISSEMENT.

           PERFORM RETENIR-GROUPE-EMISSION
           MOVE IDX-GROUPE TO GROUPE-EMISSION-CFE

           SET OCC-EST-CALCULABLE TO TRUE
           PERFORM RESOUDRE-BASE-IMPOSABLE
           PERFORM LIRE-COMMUNE-OCCURRENCE

      *    Plancher vote par la commune de l'occurrence : une
      *    assiette inferieure y est portee (les coquilles vides ne
      *    paient plus trois fois rien)
           MOVE 0 TO BASE-MINIMUM-OCCURRENCE
           IF OCC-EST-CALCULABLE
              AND NOT STATUT-BASE-MINIMUM-ABSENT THEN
               MOVE C-Code-Insee TO BMC-Code-Insee
               READ F-BASE-MINIMUM-CFE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BMC-Base-Minimum TO BASE-MINIMUM-OCCURRENCE
               END-READ
           END-IF

           MOVE BASE-IMPOSABLE TO BASE-SANS-ALLEGEMENT
           IF BASE-SANS-ALLEGEMENT < BASE-MINIMUM-OCCURRENCE THEN
               MOVE BASE-MINIMUM-OCCURRENCE TO BASE-SANS-ALLEGEMENT
           END-IF

      *    Allegement de creation avant le plancher : l'annee de
      *    creation ne connait pas de base minimum
           EVALUATE TRUE
               WHEN CFE-ANNEE-CREATION
                   MOVE 0 TO BASE-IMPOSABLE
               WHEN CFE-DEUXIEME-ANNEE
                   COMPUTE BASE-IMPOSABLE = BASE-IMPOSABLE / 2
           END-EVALUATE

           IF NOT CFE-ANNEE-CREATION
              AND BASE-IMPOSABLE < BASE-MINIMUM-OCCURRENCE THEN
               MOVE BASE-MINIMUM-OCCURRENCE TO BASE-IMPOSABLE
               SET EST-PORTE-AU-MINIMUM TO TRUE
               ADD 1 TO CPT-CFE-AU-MINIMUM
           END-IF

           COMPUTE BASE-PERDUE-CREATION =
                   BASE-SANS-ALLEGEMENT - BASE-IMPOSABLE

           IF OCC-EST-CALCULABLE THEN
               PERFORM CALCULER-GEMAPI-ETABLISSEMENT
           END-IF

      *    Commune membre d'un EPCI a FPU : la part communale est
      *    levee par l'EPCI a son taux
           IF OCC-EST-CALCULABLE THEN
               MOVE C-Code-Insee TO CODE-INSEE-FPU
               PERFORM RECHERCHER-FPU
           END-IF

           IF OCC-EST-CALCULABLE AND CFE-EST-FPU THEN
               COMPUTE CFE-TOTAL-EPCI = CFE-TOTAL-EPCI
                       + (BASE-IMPOSABLE * TAUX-CFE-FPU / 100)
               COMPUTE CFE-TOTAL-DEPT = CFE-TOTAL-DEPT
                       + (BASE-IMPOSABLE * TE-DEPT-CARBONE / 100)
               COMPUTE CFE-TOTAL-REGION = CFE-TOTAL-REGION
                       + (BASE-IMPOSABLE * TE-REGION-CARBONE / 100)
               ADD 1 TO CPT-FPU-CTL
               COMPUTE TOTAL-FPU-CTL = TOTAL-FPU-CTL
                       + (BASE-IMPOSABLE * TAUX-CFE-FPU / 100)
               COMPUTE CFE-PERTE-COMMUNE-CUMUL =
                       CFE-PERTE-COMMUNE-CUMUL
                       + (BASE-PERDUE-CREATION * TAUX-CFE-FPU / 100)
               PERFORM CUMULER-PERTE-DEPT-REGION
               EXIT PARAGRAPH
           END-IF

           IF OCC-EST-CALCULABLE THEN
               COMPUTE CFE-TOTAL-COMMUNE = CFE-TOTAL-COMMUNE
                       + (BASE-IMPOSABLE * TE-COMMUNE-CARBONE / 100)
               COMPUTE CFE-TOTAL-DEPT = CFE-TOTAL-DEPT
                       + (BASE-IMPOSABLE * TE-DEPT-CARBONE / 100)
               COMPUTE CFE-TOTAL-REGION = CFE-TOTAL-REGION
                       + (BASE-IMPOSABLE * TE-REGION-CARBONE / 100)
               COMPUTE CFE-PERTE-COMMUNE-CUMUL =
                       CFE-PERTE-COMMUNE-CUMUL
                       + (BASE-PERDUE-CREATION
                          * TE-COMMUNE-CARBONE / 100)
               PERFORM CUMULER-PERTE-DEPT-REGION
           END-IF
           .

      *    Taux GEMAPI CFE de l'EPCI de la commune de l'occurrence
      *    (apres redirection des fusions) pour son millesime, sur la
      *    base retenue : le montant va a la part EPCI de
      *    l'etablissement et au cumul GEMAPI porte par le role
       CALCULER-GEMAPI-ETABLISSEMENT.

           IF NB-TAUX-SPECIAUX = 0 OR BASE-IMPOSABLE = 0
              OR STATUT-EPCI-MEMBRES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE C-Code-Insee TO INSEE-MILLESIME
           PERFORM RECHERCHER-TAUX-SPECIAL
           IF TAUX-SPECIAL-OCCURRENCE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE GEMAPI-OCCURRENCE ROUNDED =
                   BASE-IMPOSABLE * TAUX-SPECIAL-OCCURRENCE / 100
           ADD GEMAPI-OCCURRENCE TO CFE-TOTAL-EPCI
           ADD GEMAPI-OCCURRENCE TO CFE-TOTAL-GEMAPI
           ADD 1 TO CPT-GM-CFE-CTL
           ADD GEMAPI-OCCURRENCE TO TOTAL-GM-CFE-CTL
           .

       CUMULER-PERTE-DEPT-REGION.

           COMPUTE CFE-PERTE-DEPT-CUMUL = CFE-PERTE-DEPT-CUMUL
                   + (BASE-PERDUE-CREATION * TE-DEPT-CARBONE / 100)
           COMPUTE CFE-PERTE-REGION-CUMUL = CFE-PERTE-REGION-CUMUL
                   + (BASE-PERDUE-CREATION * TE-REGION-CARBONE / 100)
           .

       ECRIRE-ROLE-CFE.

           MOVE ENT-Siret TO CFE-Siret
           MOVE CFE-TOTAL-COMMUNE TO CFE-Impot-Commune
           MOVE CFE-TOTAL-DEPT TO CFE-Impot-Dept
           MOVE CFE-TOTAL-REGION TO CFE-Impot-Region
           MOVE CFE-TOTAL-EPCI TO CFE-Impot-Epci
           COMPUTE CFE-Impot = CFE-TOTAL-COMMUNE + CFE-TOTAL-DEPT
                   + CFE-TOTAL-REGION + CFE-TOTAL-EPCI
           MOVE ANNEE-ROLE TO CFE-Annee
           MOVE EXECUTION-A-VENIR TO CFE-Ref-Execution
           MOVE ENT-Numero-Fiscal TO CFE-Ref-Numero
           COMPUTE REFERENCE-NUMERIQUE =
                   EXECUTION-A-VENIR * 10000000000000
                   + ENT-Numero-Fiscal
           COMPUTE CLE-REFERENCE = 97
                   - FUNCTION MOD(REFERENCE-NUMERIQUE 97)
           MOVE CLE-REFERENCE TO CFE-Ref-Cle
           IF EST-PORTE-AU-MINIMUM THEN
               MOVE "M" TO CFE-Base-Minimum
           ELSE
               MOVE SPACE TO CFE-Base-Minimum
           END-IF
           MOVE MOTIF-CREATION-CFE TO CFE-Motif-Creation
           MOVE CFE-PERTE-COMMUNE-CUMUL TO CFE-Perte-Commune
           MOVE CFE-PERTE-DEPT-CUMUL TO CFE-Perte-Dept
           MOVE CFE-PERTE-REGION-CUMUL TO CFE-Perte-Region
           MOVE CFE-TOTAL-GEMAPI TO CFE-Impot-Gemapi

      *    Emission du groupe CF : la reference se calcule comme
      *    pour les emissions des menages, sur le numero fiscal du
      *    compte entreprise
           MOVE GROUPE-EMISSION-CFE TO IDX-GROUPE
           MOVE GE-Date-Emission(IDX-GROUPE) TO CFE-Date-Emission
           MOVE GE-Date-Echeance(IDX-GROUPE) TO CFE-Date-Echeance
           MOVE EXECUTION-A-VENIR TO CFE-Em-Ref-Execution
           MOVE ENT-Numero-Fiscal TO CFE-Em-Ref-Numero
           PERFORM CALCULER-CLE-EMISSION
           MOVE CLE-REFERENCE TO CFE-Em-Ref-Cle
           WRITE C-CFE-ENREG
           END-WRITE

           EVALUATE TRUE
               WHEN CFE-ANNEE-CREATION
                   ADD 1 TO CPT-CFE-CREATION-CTL
               WHEN CFE-DEUXIEME-ANNEE
                   ADD 1 TO CPT-CFE-REDUITES-CTL
           END-EVALUATE
           COMPUTE TOTAL-CFE-PERDU-CTL = TOTAL-CFE-PERDU-CTL
                   + CFE-PERTE-COMMUNE-CUMUL + CFE-PERTE-DEPT-CUMUL
                   + CFE-PERTE-REGION-CUMUL

           ADD 1 TO CPT-ENTREPRISES-CTL
           ADD CFE-Impot TO TOTAL-CFE-CTL
           .
           MOVE taxe-Region     TO DET-Taxe-Region
           MOVE taxe-Epci       TO DET-Taxe-Epci
           MOVE TE-EPCI-CARBONE TO DET-Taux-Epci
           IF O-Taxe-cfe AND CFE-EST-FPU THEN
               MOVE TAUX-CFE-FPU TO DET-Taux-Epci
           END-IF
           MOVE SPACE           TO DET-Code-Depense
      *    Ligne OM : la zone de collecte est rappelee en
      *    DET-Code-Depense (espaces = commune non zonee)
           IF O-Taxe-teom THEN
               MOVE ZONE-TEOM-OCCURRENCE TO DET-Code-Depense
           END-IF
           MOVE 0               TO DET-Avantage
           MOVE 0               TO DET-Plafonnement-QF DET-Decote

           PERFORM ECRIRE-SORTIE-DETAIL
           .
           MOVE taxe-Region     TO DET-Taxe-Region
           MOVE taxe-Epci       TO DET-Taxe-Epci
           MOVE PART-EPCI-IR-EFFECTIVE TO DET-Taux-Epci
           MOVE SPACE           TO DET-Code-Depense
           MOVE 0               TO DET-Avantage
           MOVE 0               TO DET-Plafonnement-QF DET-Decote

           PERFORM ECRIRE-SORTIE-DETAIL
           .

      *    Lignes de detail des reductions (RI) et credits (CI)
      *    d'impot du contribuable : la depense retenue en base,
      *    l'avantage accorde a part, aucune part de collectivite
       ECRIRE-DETAIL-AVANTAGES.

           MOVE 1 TO IDX-AVANTAGE
           PERFORM UNTIL IDX-AVANTAGE > NB-AVANTAGES
               IF AC-MONTANT(IDX-AVANTAGE) > 0 THEN
                   IF AC-EST-REDUCTION(IDX-AVANTAGE) THEN
                       MOVE "RI" TO DET-Taxe
                   ELSE
                       MOVE "CI" TO DET-Taxe
                   END-IF
                   MOVE P-Numero-Fiscal TO DET-Numero-Fiscal
                   MOVE SPACE           TO DET-Residence
                   MOVE P-Code-Insee    TO DET-Code-Insee
                   MOVE ANNEE-COURANTE  TO DET-Annee
                   MOVE AC-DEPENSE-RETENUE(IDX-AVANTAGE)
                       TO DET-Base
                   MOVE 0 TO DET-Taxe-Commune DET-Taxe-Dept
                             DET-Taxe-Region DET-Taxe-Epci
                             DET-Taux-Commune DET-Taux-Dept
                             DET-Taux-Region DET-Taux-Epci
                             DET-Abattement DET-Deficit-Impute
                             DET-Plafonnement-QF DET-Decote
                   MOVE 100 TO DET-Quote-Part
                   MOVE AC-CODE(IDX-AVANTAGE) TO DET-Code-Depense
                   MOVE AC-ACCORDE(IDX-AVANTAGE) TO DET-Avantage
                   PERFORM ECRIRE-SORTIE-DETAIL
               END-IF
               ADD 1 TO IDX-AVANTAGE
           END-PERFORM

           MOVE SPACE TO DET-Code-Depense
           MOVE 0 TO DET-Avantage
           .

      *    Lignes de detail RC des categories de revenus du foyer :
      *    revenu brut en base, abattement, code de la categorie en
      *    DET-Code-Depense et revenu net en DET-Avantage ; une
      *    categorie deficitaire porte "-" en DET-Residence (brut et
      *    net y sont des pertes), aucune part de collectivite
       ECRIRE-DETAIL-CATEGORIES.

           MOVE 1 TO IDX-CATEGORIE
           PERFORM UNTIL IDX-CATEGORIE > NB-CATEGORIES-MAX
               IF CAT-BRUT-FOYER(IDX-CATEGORIE) NOT = 0 THEN
                   MOVE "RC" TO DET-Taxe
                   MOVE P-Numero-Fiscal TO DET-Numero-Fiscal
                   IF CAT-BRUT-FOYER(IDX-CATEGORIE) < 0 THEN
                       MOVE "-" TO DET-Residence
                   ELSE
                       MOVE SPACE TO DET-Residence
                   END-IF
                   MOVE P-Code-Insee    TO DET-Code-Insee
                   MOVE ANNEE-ROLE      TO DET-Annee
                   MOVE CAT-BRUT-FOYER(IDX-CATEGORIE) TO DET-Base
                   MOVE 0 TO DET-Taxe-Commune DET-Taxe-Dept
                             DET-Taxe-Region DET-Taxe-Epci
                             DET-Taux-Commune DET-Taux-Dept
                             DET-Taux-Region DET-Taux-Epci
                             DET-Deficit-Impute
                             DET-Plafonnement-QF DET-Decote
                   MOVE 100 TO DET-Quote-Part
                   MOVE CAT-ABATTEMENT-FOYER(IDX-CATEGORIE)
                       TO DET-Abattement
                   MOVE IDX-CATEGORIE TO DET-Code-Depense
                   MOVE CAT-NET-FOYER(IDX-CATEGORIE) TO DET-Avantage
                   PERFORM ECRIRE-SORTIE-DETAIL
               END-IF
               ADD 1 TO IDX-CATEGORIE
           END-PERFORM

           MOVE SPACE TO DET-Residence DET-Code-Depense
           MOVE 0 TO DET-Abattement DET-Avantage
           .

      *===============================================================*
      *                        / CALCUL IMPOTS /

       Calcul-IR.
           MOVE 0 TO taxe

      *    Revenu net par categorie (brut moins abattement) : il
      *    rejoint le revenu non ventile avant les reports de deficit
      *    et le bareme
           PERFORM NETTER-REVENUS-CATEGORIELS

      *    Reports de deficit : une annee deficitaire enregistre sa
      *    perte (revenu ramene a zero), une annee positive consomme
      *    les pertes non perimees des millesimes anterieurs
           PERFORM APPLIQUER-REPORTS-DEFICIT

      *    Revenu fiscal de reference du foyer, apres les deficits
           PERFORM ENREGISTRER-RFR

      *    Pas de parts : le quotient familial est indefini, on
      *    signale une anomalie plutot que d'abendre sur la division
      *    par zero
           END-IF
           .

      *    Un membre de foyer n'a pas de revenu propre a ce stade :
      *    son revenu fiscal de reference est porte par le passage
      *    de son chef, qui ecrit la meme fiche pour chaque membre
       ENREGISTRER-RFR.

           IF EST-MEMBRE-FOYER THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ANNEE-COURANTE   TO RFR-Annee
           MOVE Revenu           TO RFR-Montant
           MOVE PARTS-EFFECTIVES TO RFR-Parts
           MOVE FOYER-COURANT    TO RFR-Foyer
           MOVE P-Numero-Fiscal  TO RFR-Chef

           MOVE P-Numero-Fiscal  TO RFR-Numero-Fiscal
           PERFORM ECRIRE-RFR

           IF EST-CHEF-FOYER THEN
               MOVE 1 TO IDX-FOYER
               PERFORM UNTIL IDX-FOYER > NB-FOYERS
                   IF FT-IDENTIFIANT(IDX-FOYER) = FOYER-COURANT
                      AND FT-ROLE(IDX-FOYER) = "M"
                      AND FT-NUMERO-FISCAL(IDX-FOYER)
                          NOT = P-Numero-Fiscal THEN
                       MOVE FT-NUMERO-FISCAL(IDX-FOYER)
                           TO RFR-Numero-Fiscal
                       PERFORM ECRIRE-RFR
                   END-IF
                   ADD 1 TO IDX-FOYER
               END-PERFORM
           END-IF
           .

      *    Tenue idempotente : le role recalcule chaque nuit reecrit
      *    la fiche du millesime
       ECRIRE-RFR.

           WRITE RFR-ENREG
               INVALID KEY
                   REWRITE RFR-ENREG
           END-WRITE
           ADD 1 TO CPT-RFR-CTL
           .

       REECRIRE-REPORTS.

           IF RDF-EST-CONNU THEN
           .

       Calcul-IR-Tranches.
           MOVE PARTS-EFFECTIVES TO PARTS-BAREME
           PERFORM APPLIQUER-BAREME-IR

      *    L'avantage des demi-parts supplementaires (impot sur les
      *    parts de base moins impot sur les parts effectives) est
      *    plafonne par demi-part
           PERFORM PLAFONNER-QUOTIENT-FAMILIAL

      *    Non-resident : l'impot du bareme ne descend pas sous le
      *    taux minimum applique au revenu de source francaise
           PERFORM APPLIQUER-TAUX-MINIMUM

      *    Abattement IR des territoires d'outre-mer, applique entre
      *    le bareme et la repartition (pourcentage plafonne, porte
      *    en clair sur la sortie)
           PERFORM APPLIQUER-ABATTEMENT-DOM

      *    Decote d'un impot brut sous le seuil, avant les
      *    reductions et credits
           PERFORM APPLIQUER-DECOTE

      *    Reductions et credits d'impot sur les depenses declarees,
      *    apres l'abattement et avant la repartition : une
      *    reduction ramene au plus l'impot a zero, la part d'un
      *    credit qui excede l'impot est restituee apres
      *    Calcul-Impot
           PERFORM APPLIQUER-AVANTAGES-IR

      *    Calcule les trois taxes, selon la repartition propre a la
      *    commune du contribuable (RECHERCHER-REPARTITION-COMMUNE,
      *    appelee depuis READ-COMMUNES) ou le defaut national a
           END-IF
           PERFORM Calcul-Impot

      *    Credit d'impot excedant l'impot : restitue en deduction
      *    des cumuls signes, le contribuable peut passer en avoir
           IF CREDIT-RESTITUABLE > 0 THEN
               PERFORM RESTITUER-CREDIT
           END-IF

      *    Pas de ligne de detail IR pour un contribuable sans
      *    revenu declare (seules les occurrences reelles
      *    detaillent) ; un revenu entierement absorbe par un report
      *    de deficit garde sa ligne, avec le montant impute ; les
      *    lignes RC des categories de revenus la precedent
           PERFORM ECRIRE-DETAIL-CATEGORIES
           IF Revenu > 0 OR DEFICIT-IMPUTE > 0 THEN
               MOVE "IR" TO DET-Taxe
               MOVE Revenu TO DET-Base
               MOVE PART-COMMUNE-IR-EFFECTIVE TO DET-Taux-Commune
               MOVE PART-DEPT-IR-EFFECTIVE    TO DET-Taux-Dept
               MOVE PART-REGION-IR-EFFECTIVE  TO DET-Taux-Region
               MOVE PLAFONNEMENT-QF TO DET-Plafonnement-QF
               MOVE DECOTE-CALCULEE TO DET-Decote
               PERFORM ECRIRE-DETAIL-IR
               MOVE 0 TO DET-Deficit-Impute DET-Plafonnement-QF
                         DET-Decote
           END-IF

           PERFORM ECRIRE-DETAIL-AVANTAGES
           .

      *    Bareme (charge depuis 0-bareme-ir.param, par seuil
      *    decroissant) applique au revenu sur PARTS-BAREME parts
       APPLIQUER-BAREME-IR.

           MOVE 0 TO taxe
           DIVIDE Revenu BY PARTS-BAREME GIVING quotient ROUNDED
           ON SIZE ERROR
               DISPLAY "Dépassement sur Revenu (Calcul-IR)"
               STOP RUN
           END-DIVIDE

           MOVE 1 TO IDX-TRANCHE-IR
           PERFORM UNTIL IDX-TRANCHE-IR > NB-TRANCHES-IR

               IF quotient > TR-SEUIL-IR(IDX-TRANCHE-IR)
                   COMPUTE taxe = taxe +
                       ((quotient - TR-SEUIL-IR(IDX-TRANCHE-IR))
                           * PARTS-BAREME
                           * TR-TAUX-IR(IDX-TRANCHE-IR) / 100)
                       ON SIZE ERROR
                           DISPLAY "Dépassement sur taxe (Calcul-IR)"
                           STOP RUN
                   END-COMPUTE
                   MOVE TR-SEUIL-IR(IDX-TRANCHE-IR) TO quotient
               END-IF

               ADD 1 TO IDX-TRANCHE-IR
           END-PERFORM
           .

      *    Parts de base : une pour un parent isole, sinon la partie
      *    entiere des parts effectives bornee a deux (couple) ; le
      *    reste en demi-parts supplementaires, plafonnees au
      *    plafond ordinaire sauf une au plafond de la nature propre
      *    a la situation du contribuable (parent isole, invalidite)
       PLAFONNER-QUOTIENT-FAMILIAL.

           MOVE 0 TO PLAFONNEMENT-QF

           IF NB-PLAFONDS-QF = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO NATURE-QF-CONTRIBUABLE
           MOVE 0 TO PLAFOND-QF-ORDINAIRE PLAFOND-QF-SPECIFIQUE
           MOVE 1 TO IDX-PLAFOND-QF
           PERFORM UNTIL IDX-PLAFOND-QF > NB-PLAFONDS-QF
               IF PQ-EST-ORDINAIRE(IDX-PLAFOND-QF) THEN
                   MOVE PQ-PLAFOND(IDX-PLAFOND-QF)
                       TO PLAFOND-QF-ORDINAIRE
               ELSE
                   IF SITUATION-CONTRIBUABLE NOT = SPACE
                      AND PQ-SITUATION(IDX-PLAFOND-QF)
                          = SITUATION-CONTRIBUABLE THEN
                       MOVE PQ-NATURE(IDX-PLAFOND-QF)
                           TO NATURE-QF-CONTRIBUABLE
                       MOVE PQ-PLAFOND(IDX-PLAFOND-QF)
                           TO PLAFOND-QF-SPECIFIQUE
                   END-IF
               END-IF
               ADD 1 TO IDX-PLAFOND-QF
           END-PERFORM

           IF QF-PARENT-ISOLE THEN
               MOVE 1 TO PARTS-DE-BASE
           ELSE
               MOVE PARTS-EFFECTIVES TO PARTS-ENTIERES
               MOVE PARTS-ENTIERES TO PARTS-DE-BASE
               IF PARTS-DE-BASE > 2 THEN
                   MOVE 2 TO PARTS-DE-BASE
               END-IF
               IF PARTS-DE-BASE < 1 THEN
                   MOVE 1 TO PARTS-DE-BASE
               END-IF
           END-IF

           IF PARTS-EFFECTIVES NOT > PARTS-DE-BASE THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE NB-DEMI-PARTS-SUPP =
                   (PARTS-EFFECTIVES - PARTS-DE-BASE) * 2

           IF NATURE-QF-CONTRIBUABLE = SPACE THEN
               COMPUTE AVANTAGE-QF-MAXIMUM =
                       PLAFOND-QF-ORDINAIRE * NB-DEMI-PARTS-SUPP
           ELSE
               COMPUTE AVANTAGE-QF-MAXIMUM =
                       PLAFOND-QF-ORDINAIRE * (NB-DEMI-PARTS-SUPP - 1)
                       + PLAFOND-QF-SPECIFIQUE
           END-IF

           MOVE taxe TO IMPOT-QUOTIENT
           MOVE PARTS-DE-BASE TO PARTS-BAREME
           PERFORM APPLIQUER-BAREME-IR
           MOVE taxe TO IMPOT-PARTS-BASE
           MOVE IMPOT-QUOTIENT TO taxe

           IF IMPOT-PARTS-BASE > IMPOT-QUOTIENT THEN
               COMPUTE AVANTAGE-QF = IMPOT-PARTS-BASE - IMPOT-QUOTIENT
               IF AVANTAGE-QF > AVANTAGE-QF-MAXIMUM THEN
                   COMPUTE PLAFONNEMENT-QF =
                           AVANTAGE-QF - AVANTAGE-QF-MAXIMUM
                   COMPUTE taxe =
                           IMPOT-PARTS-BASE - AVANTAGE-QF-MAXIMUM
                   ADD 1 TO CPT-PLAFONNEMENTS-QF-CTL
                   ADD PLAFONNEMENT-QF TO TOTAL-PLAFONNEMENTS-QF-CTL
               END-IF
           END-IF
           .

      *    Decote : forfait moins un pourcentage de l'impot brut, au
      *    plus l'impot lui-meme, sous le seuil du millesime
       APPLIQUER-DECOTE.

           MOVE 0 TO DECOTE-CALCULEE

           IF TAUX-MINIMUM-EST-APPLIQUE THEN
               EXIT PARAGRAPH
           END-IF

           IF SEUIL-DECOTE > 0 AND taxe > 0
              AND taxe < SEUIL-DECOTE THEN
               COMPUTE DECOTE-CALCULEE ROUNDED =
                       FORFAIT-DECOTE - taxe * TAUX-DECOTE / 100
               IF DECOTE-CALCULEE < 0 THEN
                   MOVE 0 TO DECOTE-CALCULEE
               END-IF
               IF DECOTE-CALCULEE > taxe THEN
                   MOVE taxe TO DECOTE-CALCULEE
               END-IF
               IF DECOTE-CALCULEE > 0 THEN
                   SUBTRACT DECOTE-CALCULEE FROM taxe
                   ADD 1 TO CPT-DECOTES-CTL
                   ADD DECOTE-CALCULEE TO TOTAL-DECOTES-CTL
               END-IF
           END-IF
           .

      *    Taux minimum : retenu quand il excede l'impot du bareme
       APPLIQUER-TAUX-MINIMUM.

           MOVE 0 TO TAUX-MINIMUM-APPLIQUE

           IF NOT CONTRIBUABLE-NON-RESIDENT OR Revenu NOT > 0 THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE IMPOT-TAUX-MINIMUM ROUNDED =
                   Revenu * TAUX-MINIMUM-IR / 100

           IF IMPOT-TAUX-MINIMUM > taxe THEN
               ADD 1 TO CPT-TAUX-MINIMUM-CTL
               COMPUTE TOTAL-TAUX-MINIMUM-CTL =
                       TOTAL-TAUX-MINIMUM-CTL + IMPOT-TAUX-MINIMUM
                       - taxe
               COMPUTE taxe = IMPOT-TAUX-MINIMUM
                   ON SIZE ERROR
                       DISPLAY "Dépassement sur taxe (Calcul-IR)"
                       STOP RUN
               END-COMPUTE
               SET TAUX-MINIMUM-EST-APPLIQUE TO TRUE
           END-IF
           .

      *    L'abattement outre-mer ne profite qu'aux residents
       APPLIQUER-ABATTEMENT-DOM.

           MOVE 0 TO ABATTEMENT-CALCULE

           IF CONTRIBUABLE-NON-RESIDENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IDX-ABATTEMENT

           PERFORM UNTIL IDX-ABATTEMENT > NB-ABATTEMENTS
           END-PERFORM
           .

      *    Avantages du foyer : depenses du contribuable et, pour un
      *    chef de foyer, de ses membres rattaches (un membre n'a pas
      *    d'IR propre, ses depenses suivent son revenu chez le chef)
       APPLIQUER-AVANTAGES-IR.

           MOVE 0 TO NB-AVANTAGES TOTAL-CREDITS CREDIT-RESTITUABLE

           IF STATUT-DEPENSES-IR-ABSENT OR EST-MEMBRE-FOYER THEN
               EXIT PARAGRAPH
           END-IF

           MOVE P-Numero-Fiscal TO NUMERO-DEPENSES
           PERFORM CHARGER-DEPENSES-IR

           IF EST-CHEF-FOYER THEN
               MOVE 1 TO IDX-FOYER
               PERFORM UNTIL IDX-FOYER > NB-FOYERS
                   IF FT-IDENTIFIANT(IDX-FOYER) = FOYER-COURANT
                      AND FT-ROLE(IDX-FOYER) = "M"
                      AND FT-NUMERO-FISCAL(IDX-FOYER)
                          NOT = P-Numero-Fiscal THEN
                       MOVE FT-NUMERO-FISCAL(IDX-FOYER)
                           TO NUMERO-DEPENSES
                       PERFORM CHARGER-DEPENSES-IR
                   END-IF
                   ADD 1 TO IDX-FOYER
               END-PERFORM
           END-IF

           IF NB-AVANTAGES = 0 THEN
               EXIT PARAGRAPH
           END-IF

      *    Montant de chaque avantage, dans la limite du plafond
      *    global des avantages du foyer (les codes sont servis dans
      *    l'ordre des regles)
           MOVE PLAFOND-NICHES TO RESTE-PLAFOND-NICHES
           MOVE 0 TO FOYER-AU-PLAFOND-NICHES
           MOVE 1 TO IDX-AVANTAGE
           PERFORM UNTIL IDX-AVANTAGE > NB-AVANTAGES
               PERFORM CALCULER-UN-AVANTAGE
               ADD 1 TO IDX-AVANTAGE
           END-PERFORM
           IF EST-AU-PLAFOND-NICHES THEN
               ADD 1 TO CPT-NICHES-PLAFONNEES
           END-IF

      *    Reductions d'abord, imputees dans la limite de l'impot
      *    (l'excedent est perdu)
           MOVE 1 TO IDX-AVANTAGE
           PERFORM UNTIL IDX-AVANTAGE > NB-AVANTAGES
               IF AC-EST-REDUCTION(IDX-AVANTAGE)
                  AND AC-MONTANT(IDX-AVANTAGE) > 0 THEN
                   IF AC-MONTANT(IDX-AVANTAGE) > taxe THEN
                       MOVE taxe TO AC-ACCORDE(IDX-AVANTAGE)
                   ELSE
                       MOVE AC-MONTANT(IDX-AVANTAGE)
                           TO AC-ACCORDE(IDX-AVANTAGE)
                   END-IF
                   SUBTRACT AC-ACCORDE(IDX-AVANTAGE) FROM taxe
                   ADD 1 TO CPT-REDUCTIONS-CTL
                   ADD AC-ACCORDE(IDX-AVANTAGE)
                       TO TOTAL-REDUCTIONS-CTL
               END-IF
               ADD 1 TO IDX-AVANTAGE
           END-PERFORM

      *    Credits ensuite, accordes en entier : imputes sur l'impot
      *    restant, l'excedent est restituable
           MOVE 1 TO IDX-AVANTAGE
           PERFORM UNTIL IDX-AVANTAGE > NB-AVANTAGES
               IF AC-EST-CREDIT(IDX-AVANTAGE)
                  AND AC-MONTANT(IDX-AVANTAGE) > 0 THEN
                   MOVE AC-MONTANT(IDX-AVANTAGE)
                       TO AC-ACCORDE(IDX-AVANTAGE)
                   ADD AC-ACCORDE(IDX-AVANTAGE) TO TOTAL-CREDITS
                   ADD 1 TO CPT-CREDITS-CTL
                   ADD AC-ACCORDE(IDX-AVANTAGE)
                       TO TOTAL-CREDITS-CTL
               END-IF
               ADD 1 TO IDX-AVANTAGE
           END-PERFORM

           IF TOTAL-CREDITS > taxe THEN
               COMPUTE CREDIT-RESTITUABLE = TOTAL-CREDITS - taxe
               MOVE 0 TO taxe
           ELSE
               SUBTRACT TOTAL-CREDITS FROM taxe
           END-IF
           .

      *    Depenses d'un numero fiscal pour le millesime, parcourues
      *    par la cle (numero fiscal + millesime en tete) ; une
      *    depense dont le code n'a pas de regle est ignoree
       CHARGER-DEPENSES-IR.

           MOVE SPACE TO FIN-DEPENSES-IR
           MOVE NUMERO-DEPENSES TO DEP-Numero-Fiscal
           MOVE ANNEE-COURANTE TO DEP-Annee
           MOVE LOW-VALUE TO DEP-Code
           START F-DEPENSES-IR KEY NOT < DEP-Cle
               INVALID KEY
                   SET FF-DEPENSES-IR TO TRUE
           END-START

           PERFORM UNTIL FF-DEPENSES-IR
               READ F-DEPENSES-IR NEXT RECORD
                   AT END
                       SET FF-DEPENSES-IR TO TRUE
                   NOT AT END
                       IF DEP-Numero-Fiscal NOT = NUMERO-DEPENSES
                          OR DEP-Annee NOT = ANNEE-COURANTE THEN
                           SET FF-DEPENSES-IR TO TRUE
                       ELSE
                           PERFORM RETENIR-DEPENSE-IR
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Une depense rejoint l'avantage de son code (cumul des
      *    membres du foyer), cree a partir de la regle du code
       RETENIR-DEPENSE-IR.

           MOVE 0 TO IDX-AVANTAGE
           MOVE 1 TO IDX-REGLE-AVANTAGE
           PERFORM UNTIL IDX-REGLE-AVANTAGE > NB-AVANTAGES
               IF AC-CODE(IDX-REGLE-AVANTAGE) = DEP-Code THEN
                   MOVE IDX-REGLE-AVANTAGE TO IDX-AVANTAGE
                   MOVE NB-AVANTAGES TO IDX-REGLE-AVANTAGE
               END-IF
               ADD 1 TO IDX-REGLE-AVANTAGE
           END-PERFORM

           IF IDX-AVANTAGE > 0 THEN
               ADD DEP-Montant TO AC-DEPENSE(IDX-AVANTAGE)
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IDX-REGLE-AVANTAGE
           PERFORM UNTIL IDX-REGLE-AVANTAGE > NB-REGLES-AVANTAGES
               IF RA-CODE(IDX-REGLE-AVANTAGE) = DEP-Code THEN
                   MOVE IDX-REGLE-AVANTAGE TO IDX-AVANTAGE
                   MOVE NB-REGLES-AVANTAGES TO IDX-REGLE-AVANTAGE
               END-IF
               ADD 1 TO IDX-REGLE-AVANTAGE
           END-PERFORM

           IF IDX-AVANTAGE = 0 OR NB-AVANTAGES >= AVANTAGES-MAX THEN
               ADD 1 TO CPT-CODES-SANS-REGLE
               EXIT PARAGRAPH
           END-IF

           MOVE IDX-AVANTAGE TO IDX-REGLE-AVANTAGE
           ADD 1 TO NB-AVANTAGES
           MOVE RA-CODE(IDX-REGLE-AVANTAGE) TO AC-CODE(NB-AVANTAGES)
           MOVE RA-NATURE(IDX-REGLE-AVANTAGE)
               TO AC-NATURE(NB-AVANTAGES)
           MOVE RA-TAUX(IDX-REGLE-AVANTAGE) TO AC-TAUX(NB-AVANTAGES)
           MOVE RA-PLAFOND(IDX-REGLE-AVANTAGE)
               TO AC-PLAFOND(NB-AVANTAGES)
           MOVE DEP-Montant TO AC-DEPENSE(NB-AVANTAGES)
           MOVE 0 TO AC-DEPENSE-RETENUE(NB-AVANTAGES)
                     AC-MONTANT(NB-AVANTAGES)
                     AC-ACCORDE(NB-AVANTAGES)
           .

      *    Depense retenue dans la limite du plafond du code, taux
      *    du code, puis plafond global des avantages du foyer
       CALCULER-UN-AVANTAGE.

           IF AC-PLAFOND(IDX-AVANTAGE) > 0
              AND AC-DEPENSE(IDX-AVANTAGE)
                  > AC-PLAFOND(IDX-AVANTAGE) THEN
               MOVE AC-PLAFOND(IDX-AVANTAGE)
                   TO AC-DEPENSE-RETENUE(IDX-AVANTAGE)
           ELSE
               IF AC-DEPENSE(IDX-AVANTAGE) > 999999 THEN
                   MOVE 999999 TO AC-DEPENSE-RETENUE(IDX-AVANTAGE)
               ELSE
                   MOVE AC-DEPENSE(IDX-AVANTAGE)
                       TO AC-DEPENSE-RETENUE(IDX-AVANTAGE)
               END-IF
           END-IF

           COMPUTE AC-MONTANT(IDX-AVANTAGE) ROUNDED =
                   AC-DEPENSE-RETENUE(IDX-AVANTAGE)
                   * AC-TAUX(IDX-AVANTAGE) / 100

           IF PLAFOND-NICHES > 0 THEN
               IF AC-MONTANT(IDX-AVANTAGE) > RESTE-PLAFOND-NICHES
                   MOVE RESTE-PLAFOND-NICHES
                       TO AC-MONTANT(IDX-AVANTAGE)
                   SET EST-AU-PLAFOND-NICHES TO TRUE
               END-IF
               SUBTRACT AC-MONTANT(IDX-AVANTAGE)
                   FROM RESTE-PLAFOND-NICHES
           END-IF
           .

      *    Restitution de l'excedent de credit, reparti entre les
      *    collectivites comme l'IR lui-meme ; le total retire est la
      *    somme des parts (invariant du role)
       RESTITUER-CREDIT.

           COMPUTE CREDIT-COMMUNE =
                   CREDIT-RESTITUABLE * PART-COMMUNE-IR-EFFECTIVE / 100
           COMPUTE CREDIT-DEPT =
                   CREDIT-RESTITUABLE * PART-DEPT-IR-EFFECTIVE / 100
           COMPUTE CREDIT-REGION =
                   CREDIT-RESTITUABLE * PART-REGION-IR-EFFECTIVE / 100
           COMPUTE CREDIT-EPCI =
                   CREDIT-RESTITUABLE * PART-EPCI-IR-EFFECTIVE / 100

           SUBTRACT CREDIT-COMMUNE FROM NET-IMPOT-COMMUNE
           SUBTRACT CREDIT-DEPT    FROM NET-IMPOT-DEPT
           SUBTRACT CREDIT-REGION  FROM NET-IMPOT-REGION
           SUBTRACT CREDIT-EPCI    FROM NET-IMPOT-EPCI
           COMPUTE NET-IMPOT = NET-IMPOT - CREDIT-COMMUNE
                   - CREDIT-DEPT - CREDIT-REGION - CREDIT-EPCI
           COMPUTE GE-Net(1) = GE-Net(1) - CREDIT-COMMUNE
                   - CREDIT-DEPT - CREDIT-REGION - CREDIT-EPCI
           .

       Calcul-TF.

      *    Construction neuve : exoneree de TF les deux annees qui
           MOVE TE-REGION-CARBONE TO DET-Taux-Region
           MOVE QUOTE-PART-OCCURRENCE TO DET-Quote-Part
           PERFORM ECRIRE-DETAIL-OCCURENCE

           MOVE BASE-IMPOSABLE TO BASE-SPECIALE
           PERFORM Calcul-Taxe-Speciale
           .

      *    La construction est-elle encore dans sa fenetre
           MOVE TE-DEPT-DENSITE TO DET-Taux-Dept
           MOVE TE-REGION-DENSITE TO DET-Taux-Region
           PERFORM ECRIRE-DETAIL-OCCURENCE

           MOVE BASE-TH-NETTE TO BASE-SPECIALE
           PERFORM Calcul-Taxe-Speciale
           .

      *    Abattement TH de la commune de l'occurrence : pourcentage
           END-IF
           .

      *    Foncier non bati : meme taux vote que le foncier bati
      *    (Calcul-TF), sur la base parcellaire du proprietaire dans
      *    la commune ; sans parcelle connue, meme assise que le bati
      *    rapportee par le coefficient de 0-taux-non-bati.param
       Calcul-TF-NonBati.
           PERFORM RESOUDRE-BASE-PARCELLAIRE
      *    Calcule les trois taxes
           COMPUTE taxe-Commune = (BASE-IMPOSABLE * TE-COMMUNE-CARBONE
                   / 100) * COEFFICIENT-NON-BATI-APPLIQUE / 100
               ON SIZE ERROR
                   DISPLAY "Dépassement sur taxe-Commune (TF-NonBati)"
                   STOP RUN
           END-COMPUTE
           COMPUTE taxe-Dept    = (BASE-IMPOSABLE * TE-DEPT-CARBONE
                   / 100) * COEFFICIENT-NON-BATI-APPLIQUE / 100
               ON SIZE ERROR
                   DISPLAY "Dépassement sur taxe-Dept (TF-NonBati)"
                   STOP RUN
           END-COMPUTE
           COMPUTE taxe-Region  = (BASE-IMPOSABLE * TE-REGION-CARBONE
                   / 100) * COEFFICIENT-NON-BATI-APPLIQUE / 100
               ON SIZE ERROR
                   DISPLAY "Dépassement sur taxe-Region (TF-NonBati)"
                   STOP RUN
           END-COMPUTE
           COMPUTE taxe-Epci    = (BASE-IMPOSABLE * TE-EPCI-CARBONE
                   / 100) * COEFFICIENT-NON-BATI-APPLIQUE / 100
               ON SIZE ERROR
                   DISPLAY "Dépassement sur taxe-Epci (TF-NonBati)"
                   STOP RUN

           IF debug-full THEN
               DISPLAY "TN R=" O-Revenu
                       ", Coeff=" COEFFICIENT-NON-BATI-APPLIQUE
                       ", TxComm=" TE-COMMUNE-CARBONE
                       ", TxDept=" TE-DEPT-CARBONE
                       ", TxReg=" TE-REGION-CARBONE
                   STOP RUN
           END-COMPUTE

      *    Commune membre d'un EPCI a FPU : l'EPCI leve toute la CFE
      *    a son taux, la commune n'en percoit plus rien
           MOVE INSEE-MILLESIME TO CODE-INSEE-FPU
           PERFORM RECHERCHER-FPU
           IF CFE-EST-FPU THEN
               MOVE 0 TO taxe-Commune
               COMPUTE taxe-Epci = (BASE-IMPOSABLE * TAUX-CFE-FPU
                       / 100)
                   ON SIZE ERROR
                       DISPLAY "Dépassement sur taxe-Epci (FPU)"
                       STOP RUN
               END-COMPUTE
               ADD 1 TO CPT-FPU-CTL
               ADD taxe-Epci TO TOTAL-FPU-CTL
           END-IF

           IF debug-full THEN
               DISPLAY "CF R=" O-Revenu
                       ", TxComm=" TE-COMMUNE-CARBONE

           MOVE O-Taxe TO DET-Taxe
           MOVE BASE-IMPOSABLE TO DET-Base
           IF CFE-EST-FPU THEN
               MOVE 0 TO DET-Taux-Commune
           ELSE
               MOVE TE-COMMUNE-CARBONE TO DET-Taux-Commune
           END-IF
           MOVE TE-DEPT-CARBONE TO DET-Taux-Dept
           MOVE TE-REGION-CARBONE TO DET-Taux-Region
           PERFORM ECRIRE-DETAIL-OCCURENCE

           MOVE BASE-IMPOSABLE TO BASE-SPECIALE
           PERFORM Calcul-Taxe-Speciale
           .

      *    TEOM (Taxe d'Enlevement des Ordures Menageres) : taxe
      *    purement communale, sans quote-part departement/region,
      *    au taux de la zone de collecte du local dans une commune
      *    zonee
       Calcul-TEOM.
           PERFORM RECHERCHER-ZONE-TEOM
           IF COMMUNE-EST-ZONEE THEN
               IF ZONE-TEOM-TROUVEE = 0 THEN
                   ADD 1 TO CPT-OM-SANS-ZONE-CTL
                   PERFORM WRITE-ANOMALIES-ZONE-TEOM
                   EXIT PARAGRAPH
               END-IF
               IF ZTB-EXONEREE(ZONE-TEOM-TROUVEE) = "O" THEN
                   ADD 1 TO CPT-OM-EXONEREES-CTL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CPT-OM-ZONEES-CTL
           END-IF

           COMPUTE taxe-Commune = (O-Revenu * TAUX-TEOM-OCCURRENCE
                   / 100)
               ON SIZE ERROR
                   DISPLAY "Dépassement sur taxe-Commune (Calcul-TEOM)"
                   STOP RUN

           IF debug-full THEN
               DISPLAY "OM R=" O-Revenu
                       ", TxComm=" TAUX-TEOM-OCCURRENCE
                       ", Zone=" ZONE-TEOM-OCCURRENCE
                   WITH NO ADVANCING
           END-IF
           PERFORM Calcul-Impot

           MOVE O-Taxe TO DET-Taxe
           MOVE O-Revenu TO DET-Base
           MOVE TAUX-TEOM-OCCURRENCE TO DET-Taux-Commune
           MOVE 0 TO DET-Taux-Dept
           MOVE 0 TO DET-Taux-Region
           PERFORM ECRIRE-DETAIL-OCCURENCE
           .

      *    Zone de collecte du local vise par l'occurrence OM (le
      *    buffer des locaux porte le local lu par
      *    RESOUDRE-BASE-IMPOSABLE) ; sans zone de vote, le taux est
      *    celui de la commune
       RECHERCHER-ZONE-TEOM.

           SET COMMUNE-NON-ZONEE TO TRUE
           MOVE 0 TO ZONE-TEOM-TROUVEE
           MOVE SPACE TO ZONE-TEOM-OCCURRENCE
           MOVE TE-COMMUNE-DENSITE TO TAUX-TEOM-OCCURRENCE

           IF O-Local > 0 AND NOT STATUT-LOCAUX-ABSENT
              AND LOC-Identifiant = O-Local THEN
               MOVE LOC-Zone-Teom TO ZONE-TEOM-OCCURRENCE
           END-IF

           MOVE 1 TO IDX-ZONE-TEOM
           PERFORM UNTIL IDX-ZONE-TEOM > NB-ZONES-TEOM
               IF ZTB-CODE-INSEE(IDX-ZONE-TEOM) = O-Code-Insee THEN
                   SET COMMUNE-EST-ZONEE TO TRUE
                   IF ZTB-ZONE(IDX-ZONE-TEOM) = ZONE-TEOM-OCCURRENCE
                      AND ZONE-TEOM-OCCURRENCE NOT = SPACE THEN
                       MOVE IDX-ZONE-TEOM TO ZONE-TEOM-TROUVEE
                       MOVE NB-ZONES-TEOM TO IDX-ZONE-TEOM
                   END-IF
               END-IF
               ADD 1 TO IDX-ZONE-TEOM
           END-PERFORM

           IF ZONE-TEOM-TROUVEE > 0 THEN
               IF ZTB-TAUX(ZONE-TEOM-TROUVEE) > 0 THEN
                   MOVE ZTB-TAUX(ZONE-TEOM-TROUVEE)
                       TO TAUX-TEOM-OCCURRENCE
               END-IF
           ELSE
               MOVE SPACE TO ZONE-TEOM-OCCURRENCE
           END-IF
           .

      *    Taxe sur les logements vacants : taux de la commune
      *    (0-logements-vacants.param) sur la valeur locative, due
      *    pour l'annee entiere (pas de prorata : la vacance couvre
      *    la campagne) ; une commune sans taux produit une taxe
      *    nulle, comptee en fin de traitement
       Calcul-TLV.
           MOVE 0 TO TAUX-LV-OCCURRENCE
           MOVE 1 TO IDX-TAUX-LV
           PERFORM UNTIL IDX-TAUX-LV > NB-TAUX-LV
               IF TLV-CODE-INSEE(IDX-TAUX-LV) = O-Code-Insee THEN
                   MOVE TLV-TAUX(IDX-TAUX-LV) TO TAUX-LV-OCCURRENCE
                   MOVE NB-TAUX-LV TO IDX-TAUX-LV
               END-IF
               ADD 1 TO IDX-TAUX-LV
           END-PERFORM
           IF TAUX-LV-OCCURRENCE = 0 THEN
               ADD 1 TO CPT-LV-SANS-TAUX-CTL
           END-IF

           COMPUTE taxe-Commune = (BASE-IMPOSABLE * TAUX-LV-OCCURRENCE
                   / 100)
               ON SIZE ERROR
                   DISPLAY "Dépassement sur taxe-Commune (Calcul-TLV)"
                   STOP RUN
           END-COMPUTE
           MOVE 0 TO taxe-Dept
           MOVE 0 TO taxe-Region
           MOVE 0 TO taxe-Epci

           IF debug-full THEN
               DISPLAY "LV R=" O-Revenu
                       ", TxLV=" TAUX-LV-OCCURRENCE
                   WITH NO ADVANCING
           END-IF
           PERFORM Calcul-Impot

           ADD 1 TO CPT-LV-CTL
           ADD taxe TO TOTAL-LV-CTL

           MOVE O-Taxe TO DET-Taxe
           MOVE BASE-IMPOSABLE TO DET-Base
           MOVE TAUX-LV-OCCURRENCE TO DET-Taux-Commune
           MOVE 0 TO DET-Taux-Dept
           MOVE 0 TO DET-Taux-Region
           MOVE QUOTE-PART-OCCURRENCE TO DET-Quote-Part
           PERFORM ECRIRE-DETAIL-OCCURENCE
           .

      *    Taxe speciale a produit vote (GEMAPI) : taux derive pour
      *    l'EPCI de la commune de l'occurrence et son millesime,
      *    applique a la base de la taxe qui vient d'etre calculee
      *    (TF, TH nette d'abattement, CFE), en ligne de detail
      *    propre GM portee en part EPCI. Une taxe support exoneree
      *    ou nulle n'en porte pas ; meme prorata que la TF et la TH
      *    (la CFE reste due pour l'annee).
       Calcul-Taxe-Speciale.
           IF NB-TAUX-SPECIAUX = 0 OR taxe = 0
              OR STATUT-EPCI-MEMBRES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM RECHERCHER-TAUX-SPECIAL
           IF TAUX-SPECIAL-OCCURRENCE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO taxe-Commune
           MOVE 0 TO taxe-Dept
           MOVE 0 TO taxe-Region
           COMPUTE taxe-Epci ROUNDED =
                   BASE-SPECIALE * TAUX-SPECIAL-OCCURRENCE / 100
               ON SIZE ERROR
                   DISPLAY "Dépassement sur taxe-Epci (GEMAPI)"
                   STOP RUN
           END-COMPUTE
           IF NOT O-Taxe-cfe THEN
               PERFORM APPLIQUER-PRORATA
           END-IF

           IF debug-full THEN
               DISPLAY "GM B=" BASE-SPECIALE
                       ", TxGM=" TAUX-SPECIAL-OCCURRENCE
                   WITH NO ADVANCING
           END-IF
           PERFORM Calcul-Impot

           ADD 1 TO CPT-GM-CTL
           ADD taxe TO TOTAL-GM-CTL

      *    Ligne GM : la taxe support est rappelee par son code en
      *    DET-Code-Depense, le taux (arrondi au centieme) en part
      *    EPCI
           MOVE "GM" TO DET-Taxe
           MOVE P-Numero-Fiscal TO DET-Numero-Fiscal
           MOVE O-Residence     TO DET-Residence
           MOVE O-Code-Insee    TO DET-Code-Insee
           MOVE O-Annee         TO DET-Annee
           MOVE BASE-SPECIALE   TO DET-Base
           MOVE 0 TO DET-Taxe-Commune DET-Taxe-Dept DET-Taxe-Region
                     DET-Taux-Commune DET-Taux-Dept DET-Taux-Region
                     DET-Abattement DET-Deficit-Impute
                     DET-Avantage DET-Plafonnement-QF DET-Decote
           MOVE taxe-Epci       TO DET-Taxe-Epci
           COMPUTE DET-Taux-Epci ROUNDED = TAUX-SPECIAL-OCCURRENCE
           MOVE QUOTE-PART-OCCURRENCE TO DET-Quote-Part
           MOVE O-Taxe          TO DET-Code-Depense
           PERFORM ECRIRE-SORTIE-DETAIL

           MOVE SPACE TO DET-Code-Depense
           .

      *    Taux vote par l'EPCI de la commune INSEE-MILLESIME pour le
      *    millesime de l'occurrence et la taxe support (0 = pas de
      *    taux)
       RECHERCHER-TAUX-SPECIAL.

           MOVE 0 TO TAUX-SPECIAL-OCCURRENCE
           MOVE INSEE-MILLESIME TO EM-Code-Insee
           READ F-EPCI-MEMBRES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-Code-Epci TO EPCI-SPECIAL

           IF O-Annee = 0 THEN
               MOVE ANNEE-COURANTE TO ANNEE-SPECIALE
           ELSE
               MOVE O-Annee TO ANNEE-SPECIALE
           END-IF

           MOVE 1 TO IDX-TAUX-SPECIAL
           PERFORM UNTIL IDX-TAUX-SPECIAL > NB-TAUX-SPECIAUX
               IF TSP-CODE-EPCI(IDX-TAUX-SPECIAL) = EPCI-SPECIAL
                  AND TSP-ANNEE(IDX-TAUX-SPECIAL) = ANNEE-SPECIALE
               THEN
                   EVALUATE TRUE
                       WHEN O-Taxe-carbone
                           MOVE TSP-TAUX-TF(IDX-TAUX-SPECIAL)
                               TO TAUX-SPECIAL-OCCURRENCE
                       WHEN O-Taxe-densite
                           MOVE TSP-TAUX-TH(IDX-TAUX-SPECIAL)
                               TO TAUX-SPECIAL-OCCURRENCE
                       WHEN O-Taxe-cfe
                           MOVE TSP-TAUX-CF(IDX-TAUX-SPECIAL)
                               TO TAUX-SPECIAL-OCCURRENCE
                   END-EVALUATE
                   MOVE NB-TAUX-SPECIAUX TO IDX-TAUX-SPECIAL
               END-IF
               ADD 1 TO IDX-TAUX-SPECIAL
           END-PERFORM
           .

      *    Regime FPU de la commune CODE-INSEE-FPU pour le millesime
      *    de l'occurrence (annee d'effet atteinte) et taux de CFE
      *    vote par son EPCI
       RECHERCHER-FPU.

           SET CFE-HORS-FPU TO TRUE
           MOVE 0 TO TAUX-CFE-FPU

           IF STATUT-EPCI-MEMBRES-ABSENT OR STATUT-EPCI-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           IF O-Annee = 0 THEN
               MOVE ANNEE-COURANTE TO ANNEE-FPU
           ELSE
               MOVE O-Annee TO ANNEE-FPU
           END-IF

           MOVE CODE-INSEE-FPU TO EM-Code-Insee
           READ F-EPCI-MEMBRES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-Code-Epci TO EP-Code
           READ F-EPCI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF EP-EST-FPU AND EP-FPU-Annee NOT > ANNEE-FPU THEN
               SET CFE-EST-FPU TO TRUE
               MOVE EP-Taux-CFE TO TAUX-CFE-FPU
           END-IF
           .

      *    Nombre de mois couverts par la periode d'effet de
      *    l'occurrence ; des dates a zero valent annee entiere, et
      *    le resultat est borne a [1 ; 12] (les annees civiles des
                       taxe * POURCENT-MAJORATION / 100
               ADD MAJORATION-OCCURRENCE TO I-Majoration
               ADD MAJORATION-OCCURRENCE TO TOTAL-MAJORATIONS-CTL
               ADD MAJORATION-OCCURRENCE
                   TO GE-Majoration(IDX-GROUPE)
           END-IF

      *    Frais de gestion de l'Etat sur la taxe de l'occurrence,
                       taxe * POURCENT-FRAIS-GESTION / 100
               ADD FRAIS-OCCURRENCE TO I-Frais-Gestion
               ADD FRAIS-OCCURRENCE TO TOTAL-FRAIS-CTL
               ADD FRAIS-OCCURRENCE TO GE-Frais(IDX-GROUPE)
           END-IF

      *    Comptabilise les taxes du contribuable, en cumuls signes
               SUBTRACT taxe-Dept    FROM NET-IMPOT-DEPT
               SUBTRACT taxe-Region  FROM NET-IMPOT-REGION
               SUBTRACT taxe-Epci    FROM NET-IMPOT-EPCI
               SUBTRACT taxe         FROM GE-Net(IDX-GROUPE)
           ELSE
               ADD taxe         TO NET-IMPOT
                   ON SIZE ERROR
               ADD taxe-Dept    TO NET-IMPOT-DEPT
               ADD taxe-Region  TO NET-IMPOT-REGION
               ADD taxe-Epci    TO NET-IMPOT-EPCI
               ADD taxe         TO GE-Net(IDX-GROUPE)
           END-IF
           .

