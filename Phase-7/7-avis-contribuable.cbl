      *          contribuable (demande au guichet), a partir du
      *          numero fiscal fourni dans 0-avis-demande.param, sans
      *          repasser par le listing complet de 6-IMPOSABLES.
      *          Les rappels d'un controle fiscal mis en recouvrement
      *          sur le millesime (7-CONTROLE-SUIVI) sont presentes
      *          a part : interet de retard et majoration pour
      *          manquement. Les reductions et credits d'impot
      *          accordes (lignes RI et CI de 6-imposables-detail.dat)
      *          sont rappeles code par code, ainsi que l'avantage
      *          de quotient familial repris par le plafonnement des
      *          demi-parts et la decote (ligne IR du detail), et la
      *          taxe speciale GEMAPI (lignes GM, part EPCI). Le
      *          revenu fiscal de reference du millesime (5-rfr.idx,
      *          tenu par 5-ROLES) est porte en pied d'avis. Un
      *          adherent a l'avis sans papier (7-contacts.idx) n'a
      *          pas d'avis imprime : l'avis disponible et, hors
      *          mensualisation, le rappel avant echeance sont
      *          notifies dans 7-notifications.dat. L'avis imprime
      *          est aussi depose dans le flux d'impression commun
      *          (7-editique.dat, 7-EDITIQUE).
      *          L'avis imprime est compose sur le modele en vigueur a
      *          la date d'emission (7-modeles.idx, 7-MODELES-MAJ), la
      *          mise en page standard a defaut.
      *          L'avis emis (imprime ou notifie en ligne) est inscrit
      *          a l'historique des contacts du contribuable
      *          (7-historique-contacts.idx, 7-CONTACTS-ENTRANTS).
      *          Chaque emission du millesime par groupe de taxes
      *          (6-imposables-emissions.dat, 5-ROLES) a son propre
      *          volet : montant du groupe, echeance et reference de
      *          paiement propres.
      *          Les revenus de l'IR sont detailles par categorie
      *          (lignes RC du detail) : revenu brut, abattement et
      *          revenu net.
      *          Un contribuable represente (5-representants.idx,
      *          4-REPRESENTANTS-MAJ) dont le mandat en vigueur couvre
      *          l'avis le voit adresser a son representant legal, a
      *          sa place (meme adherent sans papier ou adresse en
      *          NPAI), ou recoit le sien et son representant une
      *          copie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       WITH DUPLICATES
                   FILE STATUS IS WS-STATUT-ROLE-IDX.

      *    Flux d'impression commun remis a l'imprimeur (7-EDITIQUE)
           SELECT F-EDITIQUE ASSIGN TO "7-editique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EDITIQUE.

           SELECT FS ASSIGN TO "7-avis-contribuable.txt"
                   ORGANIZATION LINE SEQUENTIAL.

                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

      *    Representants legaux (4-REPRESENTANTS-MAJ) ; absent =
      *    aucun mandat, l'avis part au contribuable
           SELECT F-REPRESENTANTS ASSIGN TO "5-representants.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REP-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-REPRESENTANTS.

      *    Detail du role (5-ROLES) : reductions et credits d'impot
      *    du contribuable
           SELECT F-DETAIL ASSIGN TO "6-imposables-detail.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DETAIL.

      *    Emissions par groupe de taxes (5-ROLES)
           SELECT F-EMISSIONS ASSIGN TO "6-imposables-emissions.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EMISSIONS.

      *    Revenus fiscaux de reference (5-ROLES) ; absent tant
      *    qu'aucun role n'a ete calcule
           SELECT F-RFR ASSIGN TO "5-rfr.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RFR-Cle
                   FILE STATUS IS WS-STATUT-RFR.

      *    Dossiers du controle fiscal (7-CONTROLE-SUIVI) ; absent
      *    tant qu'aucun controle n'a ete suivi
           SELECT F-CONTROLE ASSIGN TO "7-controle-suivi.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTL-Cle
                   FILE STATUS IS WS-STATUT-CONTROLE.

      *    Contacts electroniques (7-CONTACTS-MAJ) : un adherent a
      *    l'avis sans papier recoit une notification au lieu de
      *    l'avis imprime
           SELECT F-CONTACTS ASSIGN TO "7-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CTC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTACTS.

           SELECT F-NOTIFICATIONS ASSIGN TO "7-notifications.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-NOTIFICATIONS.

           SELECT F-ADHESIONS ASSIGN TO "7-mensualisation.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ADHESIONS.

           SELECT F-ECHEANCE ASSIGN TO "0-date-echeance.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ECHEANCE.

           SELECT F-PARAM-EN-LIGNE ASSIGN TO "0-compte-en-ligne.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM-EN-LIGNE.

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

      *    Meme disposition que C-DET-ENREG dans 5-ROLES.cbl, qui
      *    alimente ce fichier
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

      *    Meme disposition que C-EMS-ENREG dans 5-ROLES.cbl, qui
      *    alimente ce fichier
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

      *    Meme disposition que RFR-ENREG dans 5-ROLES.cbl, qui
      *    alimente ce fichier
       FD  F-RFR.
       01  RFR-ENREG.
           05 RFR-Cle.
               10 RFR-Numero-Fiscal PIC 9(13).
               10 RFR-Annee         PIC 9(4).
           05 RFR-Montant       PIC 9(9).
           05 RFR-Parts         PIC 9(2)V9.
           05 RFR-Foyer         PIC 9(6).
           05 RFR-Chef          PIC 9(13).

      *    Meme disposition que CTL-ENREG dans 7-CONTROLE-SUIVI.cbl,
      *    qui alimente ce fichier ; etat P = proposition envoyee,
      *    M = mis en recouvrement
       FD  F-CONTROLE.
       01  CTL-ENREG.
           05 CTL-Cle.
               10 CTL-Numero-Fiscal PIC 9(13).
               10 CTL-Annee         PIC 9(4).
               10 CTL-Taxe          PIC X(2).
           05 CTL-Etat          PIC X(1).
               88 CTL-Etat-Proposition VALUE "P".
               88 CTL-Etat-Recouvrement VALUE "M".
      *    Occurrence visee (cle d'amendement de 4-OCCURRENCES)
           05 CTL-Code-Insee    PIC 9(5).
           05 CTL-Local         PIC 9(8).
           05 CTL-Revenu-Declare PIC S9(6) SIGN LEADING SEPARATE.
           05 CTL-Revenu-Corrige PIC S9(6) SIGN LEADING SEPARATE.
           05 CTL-Droits        PIC 9(6)V99.
      *    Qualification : espace = bonne foi, R = defaut ou retard
      *    de declaration (10 %), D = manquement delibere (40 %),
      *    F = manoeuvres frauduleuses (80 %)
           05 CTL-Qualification PIC X(1).
               88 CTL-Qualification-Valide VALUE " " "R" "D" "F".
           05 CTL-Pourcent-Manquement PIC 9(2).
           05 CTL-Verificateur  PIC X(10).
           05 CTL-Date-Constat  PIC 9(8).
           05 CTL-Date-Proposition PIC 9(8).
           05 CTL-Date-Limite-Reponse PIC 9(8).
      *    Interet de retard : mois courus du 1er janvier suivant le
      *    millesime jusqu'a la fin du mois de la proposition
           05 CTL-Mois-Retard   PIC 9(3).
           05 CTL-Interet-Retard PIC 9(6)V99.
           05 CTL-Manquement    PIC 9(6)V99.
           05 CTL-Date-Recouvrement PIC 9(8).
      *    O une fois les rappels inscrits au livre des soldes (le
      *    millesime peut ne pas y etre encore : nouvel essai au
      *    passage suivant)
           05 CTL-Inscrit-Soldes PIC X(1).
               88 CTL-Est-Inscrit   VALUE "O".

      *    Meme disposition que C-CONTACTS-ENREG dans
      *    7-CONTACTS-MAJ.cbl
       FD  F-CONTACTS.
       01  CTC-ENREG.
           05 CTC-Numero-Fiscal PIC 9(13).
           05 CTC-Email         PIC X(60).
           05 CTC-Telephone     PIC X(15).
           05 CTC-Sans-Papier   PIC X(1).
               88 CTC-Est-Sans-Papier VALUE "O".
           05 CTC-Date-Adhesion PIC 9(8).

      *    Meme disposition que NOT-ENREG dans 6-IMPOSABLES.cbl
       FD  F-NOTIFICATIONS.
       01  NOT-ENREG.
           05 NOT-Numero-Fiscal PIC 9(13).
           05 NOT-Type          PIC X(1).
           05 NOT-Date-Envoi    PIC 9(8).
           05 NOT-Email         PIC X(60).
           05 NOT-Telephone     PIC X(15).
           05 NOT-Annee         PIC 9(4).
           05 NOT-Montant       PIC 9(6)V99.
           05 NOT-Date-Echeance PIC 9(8).
           05 NOT-Origine       PIC X(20).

      *    Meme disposition que AD-ENREG dans 7-ECHEANCIER.cbl
       FD  F-ADHESIONS.
       01  AD-ENREG.
           05 AD-Numero-Fiscal PIC 9(13).

      *    Meme disposition que ECH-ENREG dans 7-PENALITES.cbl
       FD  F-ECHEANCE.
       01  ECH-ENREG.
           05 ECH-Date-Echeance PIC 9(8).

      *    Meme disposition que PEL-ENREG dans 6-IMPOSABLES.cbl
       FD  F-PARAM-EN-LIGNE.
       01  PEL-ENREG.
           05 PEL-Jours-Rappel PIC 9(3).

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

               10 FILLER PIC X VALUE ':'.
               10 AV-Lieu PIC X(50).

      *    Exemplaire du representant legal : aux soins de (a la
      *    place du contribuable) ou copie, avant son adresse
           05 ARTICLE-AVIS-REPRESENTANT.
               10 RA-Libelle PIC X(20).
               10 FILLER PIC X VALUE ':'.
               10 RA-Nom PIC X(32).

           05 ARTICLE-AVIS-ADRESSE.
               10 FILLER PIC X(20) VALUE 'Adresse'.
               10 FILLER PIC X VALUE ':'.
               10 FILLER PIC X VALUE SPACE.
               10 AV-Ville PIC X(26).

      *    Non-resident : format postal international, code postal
      *    et ville du pays puis le pays en derniere ligne
           05 ARTICLE-AVIS-ADRESSE-ETRANGER.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 AV-Code-Postal-Etr PIC X(10).
               10 FILLER PIC X VALUE SPACE.
               10 AV-Ville-Etr PIC X(30).

           05 ARTICLE-AVIS-ADRESSE-PAYS.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 AV-Pays-Libelle PIC X(30).

           05 ARTICLE-AVIS-TOTAL.
               10 FILLER PIC X(20) VALUE 'Montant total'.
               10 FILLER PIC X VALUE ':'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Majoration PIC Z(9)9.

           05 ARTICLE-AVIS-PLAFOND-QF.
               10 FILLER PIC X(20) VALUE 'Plafonnement QF'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Plafond-QF PIC Z(9)9.

           05 ARTICLE-AVIS-DECOTE.
               10 FILLER PIC X(20) VALUE 'Decote'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Decote PIC Z(9)9.

      *    Revenus de l'IR par categorie : brut, abattement et net
      *    (lignes RC du detail)
           05 ARTICLE-AVIS-CATEGORIE.
               10 FILLER PIC X(12) VALUE 'Revenus cat.'.
               10 AV-Categorie PIC X(2).
               10 FILLER PIC X(6) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 AV-Categorie-Brut PIC -(9)9.
               10 FILLER PIC X(8) VALUE ' abatt. '.
               10 AV-Categorie-Abattement PIC Z(9)9.
               10 FILLER PIC X(5) VALUE ' net '.
               10 AV-Categorie-Net PIC -(9)9.

           05 ARTICLE-AVIS-REDUCTION.
               10 FILLER PIC X(20) VALUE 'Reduction d''impot'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Reduction PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AV-Reduction-Code PIC X(2).

           05 ARTICLE-AVIS-CREDIT.
               10 FILLER PIC X(20) VALUE 'Credit d''impot'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Credit PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AV-Credit-Code PIC X(2).

      *    Taxe speciale a produit vote (GEMAPI), comprise dans la
      *    part EPCI, rappelee taxe support par taxe support
           05 ARTICLE-AVIS-GEMAPI.
               10 FILLER PIC X(20) VALUE 'dont taxe GEMAPI'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Gemapi PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AV-Gemapi-Taxe PIC X(2).

           05 ARTICLE-AVIS-INTERET-RETARD.
               10 FILLER PIC X(20) VALUE 'Interet de retard'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Interet-Retard PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AV-Interet-Taxe PIC X(2).

           05 ARTICLE-AVIS-MANQUEMENT.
               10 FILLER PIC X(14) VALUE 'Majoration'.
               10 AV-Pourcent PIC Z9.
               10 FILLER PIC X(4) VALUE ' %'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Manquement PIC Z(9)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AV-Manquement-Taxe PIC X(2).

      *    Ligne de reference lisible en reconnaissance optique :
      *    chevrons d'amorce puis execution, numero fiscal et cle
      *    separes par un espace
               10 AV-Ref-Cle PIC 9(2).
               10 FILLER PIC X(4) VALUE ' <<<'.

      *    Volet d'une emission par groupe de taxes : montant du
      *    groupe (impot, frais et majoration) et echeance propre,
      *    suivis de sa ligne de reference
           05 ARTICLE-AVIS-EMISSIONS-TITRE PIC X(40)
              VALUE 'Emissions par groupe de taxes'.

           05 ARTICLE-AVIS-EMISSION.
               10 FILLER PIC X(20) VALUE 'Emission'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Emission-Groupe PIC X(2).
               10 FILLER PIC X(2) VALUE SPACE.
               10 AV-Emission-Montant PIC Z(9)9.
               10 FILLER PIC X(14) VALUE '  echeance le '.
               10 AV-Emission-Echeance PIC 9(8).

           05 ARTICLE-AVIS-RFR.
               10 FILLER PIC X(20) VALUE 'Revenu fiscal ref.'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Rfr PIC Z(9)9.

           05 ARTICLE-AVIS-OCCURENCES.
               10 FILLER PIC X(20) VALUE 'Nombre de lignes'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Occurences PIC Z(5)9.

           05 ARTICLE-AVIS-EN-LIGNE.
               10 FILLER PIC X(20) VALUE 'Avis en ligne'.
               10 FILLER PIC X VALUE ':'.
               10 AEL-Email PIC X(59).

           05 ARTICLE-AVIS-INTROUVABLE.
               10 FILLER PIC X(20) VALUE 'Numero fiscal'.
               10 FILLER PIC X VALUE ':'.
               88  ADRESSE-TROUVEE-NON           VALUE 0.


      *    Mandat en vigueur a la date d'emission couvrant l'avis ;
      *    l'exemplaire en cours d'impression porte l'adresse du
      *    contribuable ou celle du representant
       01  REPRESENTANTS-WORKING-MANAGER.
           05  WS-STATUT-REPRESENTANTS  PIC X(02) VALUE SPACE.
               88  STATUT-REPRESENTANTS-ABSENT   VALUE "35".
           05  REPRESENTATION           PIC 9(1) VALUE 0.
               88  SANS-REPRESENTANT             VALUE 0.
               88  REPRESENTANT-DESTINATAIRE     VALUE 1.
               88  REPRESENTANT-EN-COPIE         VALUE 2.
           05  EXEMPLAIRE-AVIS          PIC 9(1) VALUE 0.
               88  EXEMPLAIRE-CONTRIBUABLE       VALUE 0.
               88  EXEMPLAIRE-REPRESENTANT       VALUE 1.

       01  CERTIFICATION-MANAGER.
           05  WS-STATUT-CERTIFICATION  PIC X(02) VALUE SPACE.
               88  STATUT-CERTIFICATION-ABSENT   VALUE "35".
           05  SCEAU-REFUS              PIC 9(1) VALUE 0.
               88  SCEAU-EST-REFUSE              VALUE 1.

      *    Detail du role absent : aucune reduction rappelee
       01  DETAIL-WORKING-MANAGER.
           05  WS-STATUT-DETAIL         PIC X(02) VALUE SPACE.
               88  STATUT-DETAIL-ABSENT          VALUE "35".
           05  FIN-DETAIL               PIC X(01) VALUE SPACE.
               88  FF-DET                        VALUE HIGH-VALUE.
      *    Version de disposition attendue en tete du detail (meme
      *    controle que 7-TAUX-PAS)
           05  ENTETE-VERSION-DETAIL    PIC X(32)
               VALUE "VER 6-IMPOSABLES-DETAIL     0003".

      *    Emissions du role absentes : pas de volet par groupe
       01  EMISSIONS-WORKING-MANAGER.
           05  WS-STATUT-EMISSIONS      PIC X(02) VALUE SPACE.
               88  STATUT-EMISSIONS-ABSENT       VALUE "35".
           05  FIN-EMISSIONS            PIC X(01) VALUE SPACE.
               88  FF-EMS                        VALUE HIGH-VALUE.
           05  CPT-EMISSIONS-AVIS       PIC 9(1) VALUE 0.
           05  ENTETE-VERSION-EMISSIONS PIC X(32)
               VALUE "VER 6-IMPOSABLES-EMISSIONS  0001".

      *    Master des revenus de reference absent : pas de ligne
       01  RFR-WORKING-MANAGER.
           05  WS-STATUT-RFR            PIC X(02) VALUE SPACE.
               88  STATUT-RFR-ABSENT             VALUE "35".

      *    Master du controle fiscal absent : aucun rappel
       01  CONTROLE-WORKING-MANAGER.
           05  WS-STATUT-CONTROLE       PIC X(02) VALUE SPACE.
               88  STATUT-CONTROLE-ABSENT        VALUE "35".
           05  FIN-CONTROLE             PIC X(01) VALUE SPACE.
               88  FF-CTL                        VALUE HIGH-VALUE.

      *    Avis sans papier : master des contacts absent = avis
      *    imprime
       01  EN-LIGNE-WORKING-MANAGER.
           05  WS-STATUT-CONTACTS       PIC X(02) VALUE SPACE.
               88  STATUT-CONTACTS-ABSENT        VALUE "35".
           05  WS-STATUT-NOTIFICATIONS  PIC X(02) VALUE SPACE.
               88  STATUT-NOTIFICATIONS-ABSENT   VALUE "35".
           05  WS-STATUT-ADHESIONS      PIC X(02) VALUE SPACE.
               88  STATUT-ADHESIONS-ABSENT       VALUE "35".
           05  WS-STATUT-ECHEANCE       PIC X(02) VALUE SPACE.
               88  STATUT-ECHEANCE-ABSENT        VALUE "35".
           05  WS-STATUT-PARAM-EN-LIGNE PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-EN-LIGNE-ABSENT  VALUE "35".
           05  FIN-ADHESIONS            PIC X(01) VALUE SPACE.
               88  FF-ADH                        VALUE HIGH-VALUE.
           05  CONTACT-SANS-PAPIER      PIC 9(1) VALUE 0.
               88  CONTACT-EST-SANS-PAPIER       VALUE 1.
               88  CONTACT-SUR-PAPIER            VALUE 0.
           05  ADHESION-TROUVEE         PIC 9(1) VALUE 0.
               88  ADHESION-EST-TROUVEE          VALUE 1.
               88  ADHESION-EST-ABSENTE          VALUE 0.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-ECHEANCE            PIC 9(8) VALUE 20211015.
           05  JOURS-RAPPEL             PIC 9(3) VALUE 10.
           05  DATE-RAPPEL              PIC 9(8) VALUE 0.

       01  DEMANDE-WORKING-MANAGER.
           05  WS-STATUT-DEMANDE        PIC X(02) VALUE SPACE.
               88  STATUT-DEMANDE-ABSENT         VALUE "35".
               88 TROUVE-OUI VALUE 1.
               88 TROUVE-NON VALUE 0.

      *    Depot des documents dans le flux d'impression : lot =
      *    date et heure du passage, un numero par document
       01  EDITIQUE-WORKING-MANAGER.
           05  WS-STATUT-EDITIQUE       PIC X(02) VALUE SPACE.
               88  STATUT-EDITIQUE-ABSENT         VALUE "35".
           05  EDITIQUE-OUVERTE         PIC 9(1) VALUE 0.
               88  EDITIQUE-EST-OUVERTE          VALUE 1.
           05  LOT-EDITIQUE.
               10  LOT-DATE             PIC 9(8) VALUE 0.
               10  LOT-HEURE            PIC 9(6) VALUE 0.
           05  HEURE-EDITIQUE           PIC 9(8) VALUE 0.
           05  TYPE-EDITIQUE            PIC X(2) VALUE "AV".
           05  DOCUMENT-EDITIQUE        PIC 9(6) VALUE 0.
           05  LIGNE-EDITIQUE           PIC 9(4) VALUE 0.
           05  NATURE-EDITIQUE          PIC X(1) VALUE "C".
           05  DESTINATAIRE-EDITIQUE    PIC 9(13) VALUE 0.

      *    Modele de lettre en vigueur a la date d'emission
      *    (7-modeles.idx) ; master absent ou aucune version en
      *    vigueur = mise en page standard du programme
       01  MODELE-WORKING-MANAGER.
           05  WS-STATUT-MODELES        PIC X(02) VALUE SPACE.
               88  STATUT-MODELES-ABSENT          VALUE "35".
           05  FIN-MODELES              PIC X(01) VALUE SPACE.
               88  FF-MODELES                     VALUE HIGH-VALUE.
           05  DATE-EMISSION            PIC 9(8) VALUE 0.
           05  TYPE-MODELE              PIC X(2) VALUE "AV".
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
       01  HISTORIQUE-WORKING-MANAGER.
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".
           05  DATE-CONTACT             PIC 9(8) VALUE 0.
           05  HEURE-DU-CONTACT         PIC 9(8) VALUE 0.
           05  HEURE-CONTACT            PIC 9(6) VALUE 0.
           05  SEQUENCE-CONTACT-MAX     PIC 9(4) VALUE 9999.
           05  NUMERO-CONTACT           PIC 9(13) VALUE 0.
           05  CANAL-CONTACT            PIC X(1) VALUE "C".
           05  DOCUMENT-CONTACT         PIC X(2) VALUE "AV".
           05  RESUME-CONTACT           PIC X(60) VALUE SPACE.
           05  CONTACT-INSCRIT          PIC 9(1) VALUE 0.
               88  CONTACT-EST-INSCRIT            VALUE 1.
               88  CONTACT-A-INSCRIRE             VALUE 0.
           05  CPT-CONTACTS             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           END-IF
           OPEN OUTPUT FS
           OPEN INPUT F-ADRESSES
           OPEN INPUT F-REPRESENTANTS
           OPEN INPUT F-CONTROLE
           OPEN INPUT F-RFR
           OPEN INPUT F-MODELES
           ACCEPT DATE-EMISSION FROM DATE YYYYMMDD
           PERFORM OUVRIR-HISTORIQUE

      *    Lecture par cle : plus de parcours du role entier pour un
      *    seul guichet
                   CONTINUE
               NOT INVALID KEY
                   SET TROUVE-OUI TO TRUE
      *            Avis adresse au representant legal : imprime a son
      *            adresse, ni notification en ligne ni retenue NPAI
                   PERFORM CHERCHER-REPRESENTANT
      *            Adherent a l'avis sans papier : pas d'impression,
      *            l'avis est notifie en ligne (courriel), l'adresse
      *            postale n'entre donc pas en jeu
                   PERFORM CHERCHER-CONTACT
                   EVALUATE TRUE
                       WHEN REPRESENTANT-DESTINATAIRE
                           SET EXEMPLAIRE-REPRESENTANT TO TRUE
                           PERFORM EMETTRE-AVIS-IMPRIME
                           DISPLAY "7-AVIS-CONTRIBUABLE : avis adresse"
                                   " au representant legal de "
                                   DEM-Numero-Fiscal
                       WHEN CONTACT-EST-SANS-PAPIER
                           PERFORM NOTIFIER-AVIS-EN-LIGNE
                           MOVE "N" TO CANAL-CONTACT
                           PERFORM INSCRIRE-AVIS-HISTORIQUE
                           DISPLAY "7-AVIS-CONTRIBUABLE : avis sans"
                                   " papier, notification en ligne"
                                   " pour "
                                   DEM-Numero-Fiscal
                       WHEN OTHER
      *                    Adresse en retour NPAI : l'avis n'est pas
      *                    emis (le montant reste au livre des soldes),
      *                    le dossier passe par la liste de recherche
      *                    de 4-NPAI
                           PERFORM CHERCHER-ADRESSE
                           IF ADRESSE-EST-NPAI THEN
                               DISPLAY "7-AVIS-CONTRIBUABLE :"
                                       " adresse en retour NPAI,"
                                       " avis non emis pour "
                                       DEM-Numero-Fiscal
                           ELSE
                               SET EXEMPLAIRE-CONTRIBUABLE TO TRUE
                               PERFORM EMETTRE-AVIS-IMPRIME
                           END-IF
                   END-EVALUATE
      *            Copie au representant, que l'avis du contribuable
      *            soit imprime, notifie en ligne ou retenu
                   IF REPRESENTANT-EN-COPIE THEN
                       SET EXEMPLAIRE-REPRESENTANT TO TRUE
                       PERFORM EMETTRE-AVIS-IMPRIME
                       DISPLAY "7-AVIS-CONTRIBUABLE : copie de l'avis"
                               " au representant legal de "
                               DEM-Numero-Fiscal
                   END-IF
           END-READ

           ELSE
               CLOSE FE FS F-ADRESSES
           END-IF
           IF NOT STATUT-REPRESENTANTS-ABSENT THEN
               CLOSE F-REPRESENTANTS
           END-IF
           IF NOT STATUT-CONTROLE-ABSENT THEN
               CLOSE F-CONTROLE
           END-IF
           IF NOT STATUT-RFR-ABSENT THEN
               CLOSE F-RFR
           END-IF
           IF NOT STATUT-CONTACTS-ABSENT THEN
               CLOSE F-CONTACTS
           END-IF
           IF NOT STATUT-MODELES-ABSENT THEN
               CLOSE F-MODELES
           END-IF
           CLOSE F-HISTORIQUE

           PERFORM FIN-PGM
           .
           END-IF
           .

      ******************************************************************
      *        AVIS IMPRIME (EXEMPLAIRE DU CONTRIBUABLE OU DU
      *        REPRESENTANT) : SEUL L'AVIS IMPRIME PART AU FLUX
      *        D'IMPRESSION COMMUN

       EMETTRE-AVIS-IMPRIME.

           PERFORM OUVRIR-EDITIQUE
           SET EDITIQUE-EST-OUVERTE TO TRUE
           PERFORM COMMENCER-DOCUMENT-EDITIQUE
           MOVE DEM-Numero-Fiscal TO DESTINATAIRE-EDITIQUE
           PERFORM ECRIRE-AVIS
           CLOSE F-EDITIQUE
           MOVE "C" TO CANAL-CONTACT
           PERFORM INSCRIRE-AVIS-HISTORIQUE
           .

      ******************************************************************
      *        IMPRESSION DE L'AVIS D'UN CONTRIBUABLE TROUVE

           INITIALIZE AV-Nom-Prenom
           INITIALIZE AV-Lieu

           STRING FUNCTION TRIM(E-Nom) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  E-Prenom DELIMITED BY SPACE
           INTO AV-Nom-Prenom

           STRING FUNCTION TRIM(E-Commune) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  E-Region DELIMITED BY SPACE
           INTO AV-Lieu

      *    Formulation en vigueur a la date d'emission ; sans
      *    modele, mise en page standard ci-dessous
           PERFORM CHARGER-MODELE
           IF NB-LIGNES-MODELE > 0 THEN
               PERFORM GARNIR-VARIABLES-AVIS
               PERFORM COMPOSER-AVIS-MODELE
               EXIT PARAGRAPH
           END-IF

           MOVE ARTICLE-AVIS-TITRE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ARTICLE-AVIS-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE E-Numero-Fiscal TO AV-Numero-Fiscal
           MOVE ARTICLE-AVIS-NUMERO TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE ARTICLE-AVIS-IDENTITE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE ARTICLE-AVIS-LIEU TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           PERFORM PLACER-BLOC-ADRESSE

      *    Regle d'arrondi unique de la chaine : les montants sont
      *    calcules et vehicules au centime d'un bout a l'autre ;
      *    SEULE la presentation de l'avis arrondit, a l'euro le
      *    programme n'arrondit.
           COMPUTE AV-Total ROUNDED = E-Impot
           MOVE ARTICLE-AVIS-TOTAL TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           COMPUTE AV-Commune ROUNDED = E-Impot-Commune
           MOVE ARTICLE-AVIS-COMMUNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           COMPUTE AV-Dept ROUNDED = E-Impot-Dept
           MOVE ARTICLE-AVIS-DEPT TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           COMPUTE AV-Region ROUNDED = E-Impot-Region
           MOVE ARTICLE-AVIS-REGION TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           IF E-Impot-Epci > 0 THEN
               COMPUTE AV-Epci ROUNDED = E-Impot-Epci
               MOVE ARTICLE-AVIS-EPCI TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF

           COMPUTE AV-Frais ROUNDED = E-Frais-Gestion
           MOVE ARTICLE-AVIS-FRAIS TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           IF E-Majoration > 0 THEN
               COMPUTE AV-Majoration ROUNDED = E-Majoration
               MOVE ARTICLE-AVIS-MAJORATION TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF

           PERFORM ECRIRE-AVANTAGES-IR

           PERFORM ECRIRE-RAPPELS-CONTROLE

           PERFORM ECRIRE-RFR

           MOVE E-Occurences TO AV-Occurences
           MOVE ARTICLE-AVIS-OCCURENCES TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE E-Ref-Execution TO AV-Ref-Execution
           MOVE E-Ref-Numero TO AV-Ref-Numero
           MOVE E-Ref-Cle TO AV-Ref-Cle
           MOVE ARTICLE-AVIS-REFERENCE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           PERFORM ECRIRE-EMISSIONS-AVIS
           .

      *    Variables du modele AV : NUM numero fiscal, NOM nom et
      *    prenom, LIE commune, ANN millesime, TOT montant total,
      *    COM/DEP/REG/EPC parts (EPC a blanc sans part EPCI), FRA
      *    frais de gestion, MAJ majoration (a blanc sans), OCC
      *    nombre de lignes, REF reference optique, DAT date
      *    d'emission. Montants arrondis a l'euro comme l'avis
      *    standard
       GARNIR-VARIABLES-AVIS.

           MOVE 0 TO NB-VARIABLES

           MOVE "NUM" TO CODE-VARIABLE
           MOVE E-Numero-Fiscal TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "NOM" TO CODE-VARIABLE
           MOVE AV-Nom-Prenom TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "LIE" TO CODE-VARIABLE
           MOVE AV-Lieu TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "ANN" TO CODE-VARIABLE
           MOVE E-Annee TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "TOT" TO CODE-VARIABLE
           COMPUTE AV-Total ROUNDED = E-Impot
           MOVE AV-Total TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "COM" TO CODE-VARIABLE
           COMPUTE AV-Commune ROUNDED = E-Impot-Commune
           MOVE AV-Commune TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DEP" TO CODE-VARIABLE
           COMPUTE AV-Dept ROUNDED = E-Impot-Dept
           MOVE AV-Dept TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "REG" TO CODE-VARIABLE
           COMPUTE AV-Region ROUNDED = E-Impot-Region
           MOVE AV-Region TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "EPC" TO CODE-VARIABLE
           MOVE SPACE TO VALEUR-VARIABLE
           IF E-Impot-Epci > 0 THEN
               COMPUTE AV-Epci ROUNDED = E-Impot-Epci
               MOVE AV-Epci TO VALEUR-VARIABLE
           END-IF
           PERFORM AJOUTER-VARIABLE

           MOVE "FRA" TO CODE-VARIABLE
           COMPUTE AV-Frais ROUNDED = E-Frais-Gestion
           MOVE AV-Frais TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "MAJ" TO CODE-VARIABLE
           MOVE SPACE TO VALEUR-VARIABLE
           IF E-Majoration > 0 THEN
               COMPUTE AV-Majoration ROUNDED = E-Majoration
               MOVE AV-Majoration TO VALEUR-VARIABLE
           END-IF
           PERFORM AJOUTER-VARIABLE

           MOVE "OCC" TO CODE-VARIABLE
           MOVE E-Occurences TO AV-Occurences
           MOVE AV-Occurences TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "REF" TO CODE-VARIABLE
           MOVE E-Ref-Execution TO AV-Ref-Execution
           MOVE E-Ref-Numero TO AV-Ref-Numero
           MOVE E-Ref-Cle TO AV-Ref-Cle
           MOVE ARTICLE-AVIS-REFERENCE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DAT" TO CODE-VARIABLE
           MOVE DATE-EMISSION TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE
           .

      *    Avis compose ligne a ligne sur le modele ; une ligne &ADR
      *    place le bloc adresse, une ligne &DET le detail variable
      *    (avantages de l'IR, rappels du controle, revenu fiscal de
      *    reference, volets des emissions par groupe)
       COMPOSER-AVIS-MODELE.

           MOVE 1 TO IDX-MODELE
           PERFORM UNTIL IDX-MODELE > NB-LIGNES-MODELE
               EVALUATE TRUE
                   WHEN LIGNE-MODELE(IDX-MODELE)(1:4) = "&ADR"
                       PERFORM PLACER-BLOC-ADRESSE
                   WHEN LIGNE-MODELE(IDX-MODELE)(1:4) = "&DET"
                       PERFORM ECRIRE-AVANTAGES-IR
                       PERFORM ECRIRE-RAPPELS-CONTROLE
                       PERFORM ECRIRE-RFR
                       PERFORM ECRIRE-EMISSIONS-AVIS
                   WHEN OTHER
                       PERFORM FUSIONNER-LIGNE-MODELE
                       IF LIGNE-EST-IMPRIMEE THEN
                           MOVE LIGNE-FUSIONNEE TO FS-DATA
                           PERFORM ECRIRE-LIGNE-AVIS
                       END-IF
               END-EVALUATE
               ADD 1 TO IDX-MODELE
           END-PERFORM

           ADD 1 TO CPT-LETTRES-MODELE
           .

      ******************************************************************
      *        REDUCTIONS ET CREDITS D'IMPOT ACCORDES PAR LE ROLE (DEJA
      *        COMPRIS DANS LE MONTANT TOTAL, RAPPELES CODE PAR CODE),
      *        PLAFONNEMENT DU QUOTIENT FAMILIAL ET DECOTE DE L'IR,
      *        REVENUS DE L'IR PAR CATEGORIE

       ECRIRE-AVANTAGES-IR.

           OPEN INPUT F-DETAIL
           IF STATUT-DETAIL-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-DETAIL
           READ F-DETAIL
               AT END
                   SET FF-DET TO TRUE
           END-READ
           IF NOT FF-DET
              AND FD-DATA(1:32) NOT = ENTETE-VERSION-DETAIL THEN
               DISPLAY "7-AVIS-CONTRIBUABLE : version de disposition"
                       " inattendue en tete de"
                       " 6-imposables-detail.dat, reductions et"
                       " credits non rappeles"
               SET FF-DET TO TRUE
           END-IF

           PERFORM UNTIL FF-DET
               READ F-DETAIL
                   AT END
                       SET FF-DET TO TRUE
                   NOT AT END
                       IF D-Numero-Fiscal = E-Numero-Fiscal
                          AND D-Annee = E-Annee THEN
                           PERFORM ECRIRE-UN-AVANTAGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-DETAIL
           .

       ECRIRE-UN-AVANTAGE.

           EVALUATE D-Taxe
               WHEN "RC"
                   MOVE D-Code-Depense TO AV-Categorie
                   COMPUTE AV-Categorie-Abattement ROUNDED =
                           D-Abattement
                   IF D-Residence = "-" THEN
                       COMPUTE AV-Categorie-Brut = 0 - D-Base
                       COMPUTE AV-Categorie-Net ROUNDED =
                               0 - D-Avantage
                   ELSE
                       MOVE D-Base TO AV-Categorie-Brut
                       COMPUTE AV-Categorie-Net ROUNDED = D-Avantage
                   END-IF
                   MOVE ARTICLE-AVIS-CATEGORIE TO FS-DATA
                   PERFORM ECRIRE-LIGNE-AVIS
               WHEN "IR"
                   IF D-Plafonnement-QF > 0 THEN
                       COMPUTE AV-Plafond-QF ROUNDED =
                               D-Plafonnement-QF
                       MOVE ARTICLE-AVIS-PLAFOND-QF TO FS-DATA
                       PERFORM ECRIRE-LIGNE-AVIS
                   END-IF
                   IF D-Decote > 0 THEN
                       COMPUTE AV-Decote ROUNDED = D-Decote
                       MOVE ARTICLE-AVIS-DECOTE TO FS-DATA
                       PERFORM ECRIRE-LIGNE-AVIS
                   END-IF
               WHEN "RI"
                   COMPUTE AV-Reduction ROUNDED = D-Avantage
                   MOVE D-Code-Depense TO AV-Reduction-Code
                   MOVE ARTICLE-AVIS-REDUCTION TO FS-DATA
                   PERFORM ECRIRE-LIGNE-AVIS
               WHEN "CI"
                   COMPUTE AV-Credit ROUNDED = D-Avantage
                   MOVE D-Code-Depense TO AV-Credit-Code
                   MOVE ARTICLE-AVIS-CREDIT TO FS-DATA
                   PERFORM ECRIRE-LIGNE-AVIS
               WHEN "GM"
                   COMPUTE AV-Gemapi ROUNDED = D-Taxe-Epci
                   MOVE D-Code-Depense TO AV-Gemapi-Taxe
                   MOVE ARTICLE-AVIS-GEMAPI TO FS-DATA
                   PERFORM ECRIRE-LIGNE-AVIS
           END-EVALUATE
           .

      ******************************************************************
      *        RAPPELS DU CONTROLE FISCAL MIS EN RECOUVREMENT SUR LE
      *        MILLESIME DE L'AVIS (UNE LIGNE PAR IMPOT CONTROLE)

       ECRIRE-RAPPELS-CONTROLE.

           IF STATUT-CONTROLE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-CONTROLE
           MOVE E-Numero-Fiscal TO CTL-Numero-Fiscal
           MOVE E-Annee TO CTL-Annee
           MOVE LOW-VALUE TO CTL-Taxe
           START F-CONTROLE KEY NOT < CTL-Cle
               INVALID KEY
                   SET FF-CTL TO TRUE
           END-START

           PERFORM UNTIL FF-CTL
               READ F-CONTROLE NEXT RECORD
                   AT END
                       SET FF-CTL TO TRUE
                   NOT AT END
                       IF CTL-Numero-Fiscal NOT = E-Numero-Fiscal
                          OR CTL-Annee NOT = E-Annee THEN
                           SET FF-CTL TO TRUE
                       ELSE
                           IF CTL-Etat-Recouvrement THEN
                               PERFORM ECRIRE-UN-RAPPEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       ECRIRE-UN-RAPPEL.

           IF CTL-Interet-Retard > 0 THEN
               COMPUTE AV-Interet-Retard ROUNDED = CTL-Interet-Retard
               MOVE CTL-Taxe TO AV-Interet-Taxe
               MOVE ARTICLE-AVIS-INTERET-RETARD TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF

           IF CTL-Manquement > 0 THEN
               MOVE CTL-Pourcent-Manquement TO AV-Pourcent
               COMPUTE AV-Manquement ROUNDED = CTL-Manquement
               MOVE CTL-Taxe TO AV-Manquement-Taxe
               MOVE ARTICLE-AVIS-MANQUEMENT TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF
           .

      ******************************************************************
      *        REVENU FISCAL DE REFERENCE DU FOYER POUR LE MILLESIME

       ECRIRE-RFR.

           IF STATUT-RFR-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE E-Numero-Fiscal TO RFR-Numero-Fiscal
           MOVE E-Annee TO RFR-Annee
           READ F-RFR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RFR-Montant TO AV-Rfr
                   MOVE ARTICLE-AVIS-RFR TO FS-DATA
                   PERFORM ECRIRE-LIGNE-AVIS
           END-READ
           .

      ******************************************************************
      *        EMISSIONS DU MILLESIME PAR GROUPE DE TAXES : UN VOLET
      *        PAR EMISSION, AVEC SA PROPRE REFERENCE DE PAIEMENT

       ECRIRE-EMISSIONS-AVIS.

           OPEN INPUT F-EMISSIONS
           IF STATUT-EMISSIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CPT-EMISSIONS-AVIS
           MOVE SPACE TO FIN-EMISSIONS
           READ F-EMISSIONS
               AT END
                   SET FF-EMS TO TRUE
           END-READ
           IF NOT FF-EMS
              AND EM-ENREG(1:32) NOT = ENTETE-VERSION-EMISSIONS THEN
               DISPLAY "7-AVIS-CONTRIBUABLE : version de disposition"
                       " inattendue en tete de"
                       " 6-imposables-emissions.dat, emissions non"
                       " detaillees"
               SET FF-EMS TO TRUE
           END-IF

           PERFORM UNTIL FF-EMS
               READ F-EMISSIONS
                   AT END
                       SET FF-EMS TO TRUE
                   NOT AT END
                       IF EM-Numero-Fiscal = E-Numero-Fiscal
                          AND EM-Annee = E-Annee THEN
                           PERFORM ECRIRE-UNE-EMISSION-AVIS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-EMISSIONS
           .

       ECRIRE-UNE-EMISSION-AVIS.

           IF CPT-EMISSIONS-AVIS = 0 THEN
               MOVE ARTICLE-AVIS-LIGNE TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
               MOVE ARTICLE-AVIS-EMISSIONS-TITRE TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF
           ADD 1 TO CPT-EMISSIONS-AVIS

           MOVE EM-Groupe TO AV-Emission-Groupe
           COMPUTE AV-Emission-Montant ROUNDED = EM-Impot
                   + EM-Frais-Gestion + EM-Majoration
           MOVE EM-Date-Echeance TO AV-Emission-Echeance
           MOVE ARTICLE-AVIS-EMISSION TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE EM-Ref-Execution TO AV-Ref-Execution
           MOVE EM-Ref-Numero TO AV-Ref-Numero
           MOVE EM-Ref-Cle TO AV-Ref-Cle
           MOVE ARTICLE-AVIS-REFERENCE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           .

      ******************************************************************
      *        CONTRIBUABLE NON TROUVE PARMI LES IMPOSABLES

       ECRIRE-LIGNE-AVIS.

           WRITE FS-DATA
           IF EDITIQUE-EST-OUVERTE THEN
               PERFORM ECRIRE-LIGNE-EDITIQUE
           END-IF
           .

       ECRIRE-AVIS-INTROUVABLE.

           MOVE ARTICLE-AVIS-TITRE TO FS-DATA
           .


      ******************************************************************
      *        AVIS SANS PAPIER : CONTACT DU CONTRIBUABLE, PUIS
      *        NOTIFICATION DE L'AVIS DISPONIBLE ET, HORS
      *        MENSUALISATION, RAPPEL AVANT ECHEANCE

       CHERCHER-CONTACT.

           SET CONTACT-SUR-PAPIER TO TRUE

           OPEN INPUT F-CONTACTS
           IF STATUT-CONTACTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE E-Numero-Fiscal TO CTC-Numero-Fiscal
           READ F-CONTACTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTC-Est-Sans-Papier
                           AND CTC-Email NOT = SPACE THEN
                       SET CONTACT-EST-SANS-PAPIER TO TRUE
                   END-IF
           END-READ
           .

       NOTIFIER-AVIS-EN-LIGNE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           PERFORM LIRE-ECHEANCE-RAPPEL

      *    Trace au guichet : l'avis n'est pas imprime
           MOVE ARTICLE-AVIS-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-AVIS-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE E-Numero-Fiscal TO AV-Numero-Fiscal
           MOVE ARTICLE-AVIS-NUMERO TO FS-DATA
           WRITE FS-DATA
           MOVE CTC-Email TO AEL-Email
           MOVE ARTICLE-AVIS-EN-LIGNE TO FS-DATA
           WRITE FS-DATA

           OPEN INPUT F-NOTIFICATIONS
           IF STATUT-NOTIFICATIONS-ABSENT THEN
               OPEN OUTPUT F-NOTIFICATIONS
           ELSE
               CLOSE F-NOTIFICATIONS
               OPEN EXTEND F-NOTIFICATIONS
           END-IF

           MOVE E-Numero-Fiscal TO NOT-Numero-Fiscal
           MOVE "D" TO NOT-Type
           MOVE DATE-DU-JOUR TO NOT-Date-Envoi
           MOVE CTC-Email TO NOT-Email
           MOVE CTC-Telephone TO NOT-Telephone
           MOVE E-Annee TO NOT-Annee
           MOVE E-Impot TO NOT-Montant
           MOVE DATE-ECHEANCE TO NOT-Date-Echeance
           MOVE "7-AVIS-CONTRIBUABLE" TO NOT-Origine
           WRITE NOT-ENREG

           IF DATE-ECHEANCE NOT < DATE-DU-JOUR THEN
               PERFORM CHERCHER-ADHESION
               IF ADHESION-EST-ABSENTE THEN
                   MOVE "R" TO NOT-Type
                   MOVE DATE-RAPPEL TO NOT-Date-Envoi
                   WRITE NOT-ENREG
               END-IF
           END-IF

           CLOSE F-NOTIFICATIONS
           .

      *    Echeance (0-date-echeance.param) et delai du rappel
      *    (0-compte-en-ligne.param), valeurs par defaut sinon
       LIRE-ECHEANCE-RAPPEL.

           OPEN INPUT F-ECHEANCE
           IF NOT STATUT-ECHEANCE-ABSENT THEN
               READ F-ECHEANCE
                   NOT AT END
                       MOVE ECH-Date-Echeance TO DATE-ECHEANCE
               END-READ
               CLOSE F-ECHEANCE
           END-IF

           OPEN INPUT F-PARAM-EN-LIGNE
           IF NOT STATUT-PARAM-EN-LIGNE-ABSENT THEN
               READ F-PARAM-EN-LIGNE
                   NOT AT END
                       MOVE PEL-Jours-Rappel TO JOURS-RAPPEL
               END-READ
               CLOSE F-PARAM-EN-LIGNE
           END-IF

           COMPUTE DATE-RAPPEL = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATE-ECHEANCE)
                   - JOURS-RAPPEL)
           IF DATE-RAPPEL < DATE-DU-JOUR THEN
               MOVE DATE-DU-JOUR TO DATE-RAPPEL
           END-IF
           .

      *    Un seul contribuable : lecture directe de la liste des
      *    adherents, sans table en memoire
       CHERCHER-ADHESION.

           SET ADHESION-EST-ABSENTE TO TRUE

           OPEN INPUT F-ADHESIONS
           IF STATUT-ADHESIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-ADH
               READ F-ADHESIONS
                   AT END
                       SET FF-ADH TO TRUE
                   NOT AT END
                       IF AD-Numero-Fiscal = E-Numero-Fiscal THEN
                           SET ADHESION-EST-TROUVEE TO TRUE
                           SET FF-ADH TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-ADHESIONS
           .

      ******************************************************************
      *        MANDAT DE REPRESENTATION DU CONTRIBUABLE (EN VIGUEUR A
      *        LA DATE D'EMISSION, COUVRANT L'AVIS)

       CHERCHER-REPRESENTANT.

           SET SANS-REPRESENTANT TO TRUE

           IF STATUT-REPRESENTANTS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE E-Numero-Fiscal TO REP-Numero-Fiscal
           READ F-REPRESENTANTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT REP-Actif
              OR REP-Date-Debut > DATE-EMISSION
              OR (REP-Date-Fin NOT = 0
                  AND REP-Date-Fin < DATE-EMISSION) THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN REP-Avis-Au-Representant
                   SET REPRESENTANT-DESTINATAIRE TO TRUE
               WHEN REP-Avis-En-Copie
                   SET REPRESENTANT-EN-COPIE TO TRUE
           END-EVALUATE
           .

      *    Bloc adresse de l'exemplaire en cours
       PLACER-BLOC-ADRESSE.

           IF EXEMPLAIRE-REPRESENTANT THEN
               PERFORM ECRIRE-BLOC-REPRESENTANT
           ELSE
               PERFORM CHERCHER-ADRESSE
               IF ADRESSE-TROUVEE-OUI THEN
                   PERFORM ECRIRE-BLOC-ADRESSE
               END-IF
           END-IF
           .

       ECRIRE-BLOC-REPRESENTANT.

           IF REPRESENTANT-DESTINATAIRE THEN
               MOVE 'Aux soins de' TO RA-Libelle
           ELSE
               MOVE 'Copie a' TO RA-Libelle
           END-IF
           MOVE REP-Nom TO RA-Nom
           MOVE ARTICLE-AVIS-REPRESENTANT TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE REP-Rue TO AV-Adresse
           MOVE ARTICLE-AVIS-ADRESSE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           IF REP-Complement NOT = SPACE THEN
               MOVE REP-Complement TO AV-Adresse-Suite
               MOVE ARTICLE-AVIS-ADRESSE-SUITE TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF

           MOVE REP-Code-Postal TO AV-Code-Postal
           MOVE REP-Ville TO AV-Ville
           MOVE ARTICLE-AVIS-ADRESSE-VILLE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           .

      ******************************************************************
      *        RECHERCHE DE L'ADRESSE POSTALE DU CONTRIBUABLE EN COURS


           MOVE ADR-Rue TO AV-Adresse
           MOVE ARTICLE-AVIS-ADRESSE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           IF ADR-Complement NOT = SPACE THEN
               MOVE ADR-Complement TO AV-Adresse-Suite
               MOVE ARTICLE-AVIS-ADRESSE-SUITE TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF

           IF ADR-EST-NON-RESIDENT THEN
               MOVE ADR-Code-Postal-Etr TO AV-Code-Postal-Etr
               MOVE ADR-Ville-Etr TO AV-Ville-Etr
               MOVE ARTICLE-AVIS-ADRESSE-ETRANGER TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
               MOVE ADR-Pays-Libelle TO AV-Pays-Libelle
               MOVE ARTICLE-AVIS-ADRESSE-PAYS TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
               EXIT PARAGRAPH
           END-IF

           MOVE ADR-Code-Postal TO AV-Code-Postal
           MOVE ADR-Ville TO AV-Ville
           MOVE ARTICLE-AVIS-ADRESSE-VILLE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           .


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
           MOVE "7-AVIS-CONTRIBUABLE" TO HCT-Programme
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

      *    Avis imprime (C) ou notifie en ligne (N)
       INSCRIRE-AVIS-HISTORIQUE.

           MOVE E-Numero-Fiscal TO NUMERO-CONTACT
           MOVE SPACE TO RESUME-CONTACT
           EVALUATE TRUE
               WHEN CANAL-CONTACT = "N"
                   STRING "avis d'imposition " DELIMITED BY SIZE
                          E-Annee DELIMITED BY SIZE
                          " notifie en ligne" DELIMITED BY SIZE
                   INTO RESUME-CONTACT
               WHEN EXEMPLAIRE-REPRESENTANT AND REPRESENTANT-EN-COPIE
                   STRING "copie de l'avis d'imposition "
                              DELIMITED BY SIZE
                          E-Annee DELIMITED BY SIZE
                          " au representant" DELIMITED BY SIZE
                   INTO RESUME-CONTACT
               WHEN EXEMPLAIRE-REPRESENTANT
                   STRING "avis d'imposition " DELIMITED BY SIZE
                          E-Annee DELIMITED BY SIZE
                          " adresse au representant" DELIMITED BY SIZE
                   INTO RESUME-CONTACT
               WHEN OTHER
                   STRING "avis d'imposition " DELIMITED BY SIZE
                          E-Annee DELIMITED BY SIZE
                   INTO RESUME-CONTACT
           END-EVALUATE
           PERFORM INSCRIRE-CONTACT
           .

       FIN-PGM.
            STOP RUN.
