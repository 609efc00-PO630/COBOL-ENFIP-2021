      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: prevision de tresorerie des encaissements, par
      *          semaine et par mois, a partir de la date du jour.
      *          Trois sources sont projetees : les mensualites de
      *          l'echeancier des adherents (7-echeancier.dat, dates
      *          des prelevements mensuels tirees de
      *          0-prelevement-mensuel.param), retenues pour leur
      *          montant ; les mensualites restant dues sur les plans
      *          de reglement actifs (7-plans.idx) ; les autres restes
      *          a payer du livre (7-soldes.idx), attendus a
      *          l'echeance (0-date-echeance.param) si elle n'est pas
      *          encore passee, sinon au terme du delai de retard de
      *          0-previsions.param. Plans et restes sont ponderes
      *          par le taux de recouvrement historique du niveau de
      *          relance (paye / impose des millesimes anterieurs au
      *          role, par niveau atteint). Les montants sont
      *          ventiles par collectivite au prorata des parts du
      *          role (meme ventilation que 7-RECETTES, part EPCI
      *          avec la commune) ; chaque commune est rapprochee du
      *          douzieme du mois (7-douziemes.idx, a defaut produit
      *          du role / 12). Chaque prevision est conservee dans
      *          7-previsions-historique.dat (une seule par jour) et
      *          l'etat 7-previsions-ecarts.txt confronte toutes les
      *          previsions faites pour la periode de 7-recettes.dat
      *          aux recettes effectivement emargees par 7-RECETTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-PREVISIONS-ENCAISSEMENTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FE ASSIGN TO "6-imposables.dat"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT F-ECHEANCIER ASSIGN TO "7-echeancier.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ECHEANCIER.

           SELECT F-ADHESIONS ASSIGN TO "7-mensualisation.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ADHESIONS.

           SELECT F-PRELEVEMENT ASSIGN TO "0-prelevement-mensuel.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PRELEVEMENT.

           SELECT F-ECHEANCE ASSIGN TO "0-date-echeance.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ECHEANCE.

      *    Horizon, delai de retard et quantieme de prelevement
           SELECT F-PARAM ASSIGN TO "0-previsions.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

           SELECT F-PLANS ASSIGN TO "7-plans.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLN-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-PLANS.

      *    Douziemes deja verses aux communes (7-DOUZIEMES)
           SELECT F-AVANCES ASSIGN TO "7-douziemes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AVA-Cle
                   FILE STATUS IS WS-STATUT-AVANCES.

      *    Recettes emargees de la derniere periode (7-RECETTES)
           SELECT F-RECETTES ASSIGN TO "7-recettes.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-RECETTES.

      *    Historique des previsions, alimente a chaque execution
           SELECT F-HISTORIQUE ASSIGN TO "7-previsions-historique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

      *    Etat de la prevision
           SELECT FS ASSIGN TO "7-previsions-encaissements.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Previsions passees confrontees aux recettes
           SELECT F-ECARTS ASSIGN TO "7-previsions-ecarts.txt"
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

      *    Meme disposition que ECH-ENREG dans 7-ECHEANCIER.cbl, qui
      *    alimente ce fichier
       FD  F-ECHEANCIER.
       01  ECH-ENREG.
           05 ECH-Numero-Fiscal  PIC 9(13).
           05 ECH-Echeance       PIC 9(2).
           05 ECH-Collectivite   PIC X(1).
           05 ECH-Montant        PIC 9(6)V99.

       FD  F-ADHESIONS.
       01  AD-ENREG.
           05 AD-Numero-Fiscal PIC 9(13).

      *    Meme disposition que PRM-ENREG dans
      *    7-PRELEVEMENTS-MENSUELS.cbl
       FD  F-PRELEVEMENT.
       01  PRL-ENREG.
           05 PRL-Numero-Echeance PIC 9(2).
           05 PRL-Date-Collecte   PIC 9(8).

      *    Meme disposition que ECH-ENREG dans 7-PENALITES.cbl
       FD  F-ECHEANCE.
       01  DEC-ENREG.
           05 DEC-Date-Echeance PIC 9(8).

       FD  F-PARAM.
       01  PVP-ENREG.
           05 PVP-Nb-Semaines      PIC 9(2).
           05 PVP-Nb-Mois          PIC 9(2).
           05 PVP-Delai-Retard     PIC 9(3).
           05 PVP-Jour-Prelevement PIC 9(2).

      *    Meme disposition que SOL-ENREG dans 7-PAIEMENTS.cbl, qui
      *    alimente ce fichier
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
           05 SOL-Composantes.
               10 SOL-Frais-Impose      PIC 9(6)V99.
               10 SOL-Frais-Paye        PIC 9(6)V99.
               10 SOL-Majoration-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Payee  PIC 9(6)V99.
               10 SOL-Principal-Impose  PIC 9(6)V99.
               10 SOL-Principal-Paye    PIC 9(6)V99.
               10 SOL-Majoration-Retard-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Retard-Payee   PIC 9(6)V99.
               10 SOL-Interets-Imposes          PIC 9(6)V99.
               10 SOL-Interets-Payes            PIC 9(6)V99.
               10 SOL-Date-Majoration-Retard    PIC 9(8).
               10 SOL-Mois-Interets             PIC 9(3).
           05 SOL-Relance.
               10 SOL-Niveau-Relance PIC 9(1).
               10 SOL-Date-Ouverture PIC 9(8).
           05 SOL-Sursis         PIC X(1).
               88 SOL-Sursis-Actif VALUE "O".
           05 SOL-Prescription.
               10 SOL-Date-Interruption PIC 9(8).
               10 SOL-Date-Prescription PIC 9(8).
           05 SOL-Date-Dernier-Paiement PIC 9(8).
           05 SOL-Rappels-Controle.
               10 SOL-Interet-Retard-Impose PIC 9(6)V99.
               10 SOL-Interet-Retard-Paye   PIC 9(6)V99.
               10 SOL-Manquement-Impose     PIC 9(6)V99.
               10 SOL-Manquement-Paye       PIC 9(6)V99.

      *    Meme disposition que PLN-ENREG dans 7-DELAIS-PAIEMENT.cbl
       FD  F-PLANS.
       01  PLN-ENREG.
           05 PLN-Numero-Fiscal PIC 9(13).
           05 PLN-Etat          PIC X(1).
               88 PLN-Etat-Actif    VALUE "A".
               88 PLN-Etat-Defailli VALUE "D".
               88 PLN-Etat-Solde    VALUE "S".
               88 PLN-Etat-Resilie  VALUE "R".
           05 PLN-Nb-Echeances  PIC 9(2).
           05 PLN-Montant-Echeance PIC 9(6)V99.
           05 PLN-Date-Debut    PIC 9(8).
           05 PLN-Paye-Initial  PIC 9(6)V99.
           05 PLN-Niveau-Suspendu PIC 9(1).
           05 PLN-Date-Etat     PIC 9(8).

      *    Meme disposition que AVA-ENREG dans 7-DOUZIEMES.cbl
       FD  F-AVANCES.
       01  AVA-ENREG.
           05 AVA-Cle.
               10 AVA-Code-Insee PIC 9(5).
               10 AVA-Annee      PIC 9(4).
               10 AVA-Mois       PIC 9(2).
           05 AVA-Montant    PIC 9(10)V99.
           05 AVA-Date       PIC 9(8).

      *    Meme disposition que REC-DETAIL dans 7-RECETTES.cbl
       FD  F-RECETTES.
       01  REC-DETAIL.
           05 REC-Type          PIC X(1).
           05 REC-Journal       PIC X(3).
           05 REC-Periode       PIC 9(6).
           05 REC-Collectivite  PIC X(1).
           05 REC-Cle           PIC X(30).
           05 REC-Montant       PIC 9(12)V99.
       01  REC-ENTETE REDEFINES REC-DETAIL.
           05 REH-Type          PIC X(1).
           05 REH-Journal       PIC X(3).
           05 REH-Periode       PIC 9(6).
           05 REH-Date          PIC 9(8).
           05 FILLER            PIC X(37).
       01  REC-FIN REDEFINES REC-DETAIL.
           05 REF-Type          PIC X(1).
           05 REF-Journal       PIC X(3).
           05 REF-Periode       PIC 9(6).
           05 REF-Nb-Details    PIC 9(8).
           05 REF-Total         PIC 9(14)V99.
           05 FILLER            PIC X(21).

      *    Une ligne par collectivite et par mois prevu : C commune
      *    (code INSEE en tete de cle, comme REC-Cle), D departement,
      *    R region, N non ventile, T total du mois
       FD  F-HISTORIQUE.
       01  PVH-ENREG.
           05 PVH-Date-Prevision PIC 9(8).
           05 PVH-Periode        PIC 9(6).
           05 PVH-Collectivite   PIC X(1).
           05 PVH-Cle            PIC X(30).
           05 PVH-Montant        PIC 9(12)V99.

       FD  FS.
       01  FS-DATA PIC X(100).

       FD  F-ECARTS.
       01  FC-DATA PIC X(100).

       WORKING-STORAGE SECTION.

      *    Version de disposition attendue en tete des fichiers
      *    inter-phases (0001 = origine, 0002 = part EPCI,
      *    0003 = montants en centimes) : un fichier d'une autre
      *    version arrete net, plutot que de cisailler les champs
       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-ROLE      PIC X(32)
               VALUE "VER 6-IMPOSABLES            0003".

       01  Affichage.

           05 ARTICLE-PRV-TITRE PIC X(60)
              VALUE 'PREVISION DES ENCAISSEMENTS'.

           05 ARTICLE-PRV-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-PRV-DATE.
               10 FILLER PIC X(20) VALUE 'Prevision du'.
               10 PV-Date PIC 9(8).
               10 FILLER PIC X(14) VALUE '   Role'.
               10 PV-Annee PIC 9(4).

           05 ARTICLE-TAUX-TITRE PIC X(60)
              VALUE 'TAUX DE RECOUVREMENT HISTORIQUES PAR NIVEAU'.

           05 ARTICLE-TAUX-ENTETE.
               10 FILLER PIC X(10) VALUE 'Niveau'.
               10 FILLER PIC X(16) VALUE 'Impose'.
               10 FILLER PIC X(16) VALUE 'Paye'.
               10 FILLER PIC X(10) VALUE 'Taux %'.

           05 ARTICLE-TAUX-INDIV.
               10 TX-Niveau PIC 9.
               10 FILLER PIC X(6) VALUE SPACE.
               10 TX-Impose PIC Z(9)9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 TX-Paye PIC Z(9)9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 TX-Taux PIC ZZ9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 TX-Origine PIC X(12).

           05 ARTICLE-SEM-TITRE PIC X(60)
              VALUE 'PREVISION PAR SEMAINE ET PAR SOURCE'.

           05 ARTICLE-SEM-ENTETE.
               10 FILLER PIC X(4) VALUE 'Sem'.
               10 FILLER PIC X(9) VALUE 'Du'.
               10 FILLER PIC X(9) VALUE 'Au'.
               10 FILLER PIC X(14) VALUE 'Echeancier'.
               10 FILLER PIC X(14) VALUE 'Plans'.
               10 FILLER PIC X(14) VALUE 'Restes'.
               10 FILLER PIC X(14) VALUE 'Total'.

           05 ARTICLE-SEM-INDIV.
               10 SM-Rang PIC Z9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 SM-Du PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 SM-Au PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 SM-Echeancier PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 SM-Plans PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 SM-Restes PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 SM-Total PIC Z(9)9.99.

           05 ARTICLE-MOIS-TITRE PIC X(60)
              VALUE 'PREVISION PAR MOIS ET PAR SOURCE'.

           05 ARTICLE-MOIS-ENTETE.
               10 FILLER PIC X(8) VALUE 'Mois'.
               10 FILLER PIC X(14) VALUE 'Echeancier'.
               10 FILLER PIC X(14) VALUE 'Plans'.
               10 FILLER PIC X(14) VALUE 'Restes'.
               10 FILLER PIC X(14) VALUE 'Total'.

           05 ARTICLE-MOIS-INDIV.
               10 MS-Periode PIC 9(6).
               10 FILLER PIC X(2) VALUE SPACE.
               10 MS-Echeancier PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 MS-Plans PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 MS-Restes PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 MS-Total PIC Z(9)9.99.

           05 ARTICLE-VEN-TITRE PIC X(60)
              VALUE 'PREVISION PAR MOIS ET PAR NIVEAU DE COLLECTIVITE'.

           05 ARTICLE-VEN-ENTETE.
               10 FILLER PIC X(8) VALUE 'Mois'.
               10 FILLER PIC X(14) VALUE 'Communes'.
               10 FILLER PIC X(14) VALUE 'Departements'.
               10 FILLER PIC X(14) VALUE 'Regions'.
               10 FILLER PIC X(14) VALUE 'Non ventile'.

           05 ARTICLE-VEN-INDIV.
               10 VN-Periode PIC 9(6).
               10 FILLER PIC X(2) VALUE SPACE.
               10 VN-Communes PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 VN-Depts PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 VN-Regions PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 VN-Non-Ventile PIC Z(9)9.99.

           05 ARTICLE-COM-TITRE PIC X(60)
              VALUE 'PREVISION PAR COMMUNE ET DOUZIEMES'.

           05 ARTICLE-COM-ENTETE.
               10 FILLER PIC X(8) VALUE 'Commune'.
               10 FILLER PIC X(8) VALUE 'Mois'.
               10 FILLER PIC X(14) VALUE 'Prevision'.
               10 FILLER PIC X(16) VALUE 'Douzieme'.
               10 FILLER PIC X(14) VALUE 'Ecart'.

           05 ARTICLE-COM-INDIV.
               10 CM-Code-Insee PIC 9(5).
               10 FILLER PIC X(3) VALUE SPACE.
               10 CM-Periode PIC 9(6).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CM-Prevision PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 CM-Douzieme PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 CM-Origine PIC X(1).
               10 FILLER PIC X VALUE SPACE.
               10 CM-Ecart PIC -(9)9.99.

           05 ARTICLE-COM-NOTE PIC X(70)
              VALUE 'V = douzieme verse, E = estime (role / 12)'.

           05 ARTICLE-COL-TITRE PIC X(60)
              VALUE 'PREVISION PAR DEPARTEMENT ET PAR REGION'.

           05 ARTICLE-COL-ENTETE.
               10 FILLER PIC X(32) VALUE 'Collectivite'.
               10 FILLER PIC X(8) VALUE 'Mois'.
               10 FILLER PIC X(14) VALUE 'Prevision'.

           05 ARTICLE-COL-INDIV.
               10 CL-Libelle PIC X(30).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CL-Periode PIC 9(6).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CL-Prevision PIC Z(9)9.99.

           05 ARTICLE-ECA-TITRE PIC X(60)
              VALUE 'PREVISIONS PASSEES ET RECETTES EMARGEES'.

           05 ARTICLE-ECA-PERIODE.
               10 FILLER PIC X(20) VALUE 'Periode comptable'.
               10 EC-Periode-Titre PIC 9(6).

           05 ARTICLE-ECA-ENTETE.
               10 FILLER PIC X(10) VALUE 'Prevu le'.
               10 FILLER PIC X(3) VALUE 'T'.
               10 FILLER PIC X(31) VALUE 'Collectivite'.
               10 FILLER PIC X(14) VALUE 'Prevu'.
               10 FILLER PIC X(14) VALUE 'Realise'.
               10 FILLER PIC X(14) VALUE 'Ecart'.
               10 FILLER PIC X(8) VALUE 'Ecart %'.

           05 ARTICLE-ECA-INDIV.
               10 EC-Date PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 EC-Collectivite PIC X(1).
               10 FILLER PIC X(2) VALUE SPACE.
               10 EC-Cle PIC X(30).
               10 FILLER PIC X VALUE SPACE.
               10 EC-Prevu PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 EC-Realise PIC Z(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 EC-Ecart PIC -(9)9.99.
               10 FILLER PIC X VALUE SPACE.
               10 EC-Ecart-Pct PIC -(4)9.9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG                PIC  X(01) VALUE  SPACE.
               88  FF                              VALUE  HIGH-VALUE.
           05  FIN-ECHEANCIER           PIC  X(01) VALUE  SPACE.
               88  FF-ECH                          VALUE  HIGH-VALUE.
           05  FIN-ADHESIONS            PIC  X(01) VALUE  SPACE.
               88  FF-ADH                          VALUE  HIGH-VALUE.
           05  FIN-SOLDES               PIC  X(01) VALUE  SPACE.
               88  FF-SOL                          VALUE  HIGH-VALUE.
           05  FIN-PLANS                PIC  X(01) VALUE  SPACE.
               88  FF-PLN                          VALUE  HIGH-VALUE.
           05  FIN-ANNEES               PIC  X(01) VALUE  SPACE.
               88  FF-ANNEES                       VALUE  HIGH-VALUE.
           05  FIN-RECETTES             PIC  X(01) VALUE  SPACE.
               88  FF-REC                          VALUE  HIGH-VALUE.
           05  FIN-HISTORIQUE           PIC  X(01) VALUE  SPACE.
               88  FF-HIS                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-ECHEANCIER     PIC X(02) VALUE SPACE.
               88  STATUT-ECHEANCIER-ABSENT       VALUE "35".
           05  WS-STATUT-ADHESIONS      PIC X(02) VALUE SPACE.
               88  STATUT-ADHESIONS-ABSENT        VALUE "35".
           05  WS-STATUT-PRELEVEMENT    PIC X(02) VALUE SPACE.
               88  STATUT-PRELEVEMENT-ABSENT      VALUE "35".
           05  WS-STATUT-ECHEANCE       PIC X(02) VALUE SPACE.
               88  STATUT-ECHEANCE-ABSENT         VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  WS-STATUT-PLANS          PIC X(02) VALUE SPACE.
               88  STATUT-PLANS-ABSENT            VALUE "35".
           05  WS-STATUT-AVANCES        PIC X(02) VALUE SPACE.
               88  STATUT-AVANCES-ABSENT          VALUE "35".
           05  WS-STATUT-RECETTES       PIC X(02) VALUE SPACE.
               88  STATUT-RECETTES-ABSENT         VALUE "35".
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".

      *    Parametres de la prevision (0-previsions.param) : nombre
      *    de semaines et de mois projetes, delai en jours apres
      *    lequel un reste echu est attendu, quantieme des
      *    prelevements a defaut de 0-prelevement-mensuel.param
       1   PARAM-WORKING-MANAGER.
           05  NB-SEMAINES              PIC 9(2) VALUE 13.
           05  SEMAINES-MAX             PIC 9(2) VALUE 52.
           05  NB-MOIS                  PIC 9(2) VALUE 12.
           05  MOIS-MAX                 PIC 9(2) VALUE 12.
           05  DELAI-RETARD             PIC 9(3) VALUE 30.
           05  JOUR-PRELEVEMENT         PIC 9(2) VALUE 15.
           05  DATE-ECHEANCE            PIC 9(8) VALUE 20211015.
      *    Echeance de reference des prelevements mensuels (numero
      *    et date de collecte) ; a zero, mois N du role au
      *    quantieme JOUR-PRELEVEMENT
           05  PRELEVEMENT-ECHEANCE     PIC 9(2) VALUE 0.
           05  PRELEVEMENT-DATE         PIC 9(8) VALUE 0.

       1   DATES-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-JOUR-DECOUPE REDEFINES DATE-DU-JOUR.
               10  DJ-ANNEE             PIC 9(4).
               10  DJ-MOIS              PIC 9(2).
               10  DJ-JOUR              PIC 9(2).
           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.
           05  DATE-RETARD              PIC 9(8) VALUE 0.
      *    Decalage d'une date d'un nombre de mois (quantieme
      *    ramene au 28 au plus)
           05  CAL-DATE                 PIC 9(8) VALUE 0.
           05  CAL-DATE-DECOUPE REDEFINES CAL-DATE.
               10  CAL-ANNEE            PIC 9(4).
               10  CAL-MOIS             PIC 9(2).
               10  CAL-JOUR             PIC 9(2).
           05  CAL-DECALAGE             PIC S9(4) VALUE 0.
           05  CAL-RANG                 PIC 9(6) VALUE 0.
           05  CAL-RESTE                PIC 9(2) VALUE 0.

      *    Table du role (meme idiom que 7-RECETTES)
       1   ROLE-WORKING-MANAGER.
           05  ANNEE-ROLE               PIC 9(4) VALUE 0.
           05  NB-IMPOSABLES            PIC 9(4) VALUE 0.
           05  IDX-IMP                  PIC 9(4) VALUE 0.
           05  IMPOSABLES-MAX           PIC 9(4) VALUE 1000.
           05  IMPOSABLE-TABLE OCCURS 1000 TIMES.
               10  IMT-NUMERO-FISCAL    PIC 9(13).
               10  IMT-CODE-INSEE       PIC 9(5).
               10  IMT-DEPARTEMENT      PIC X(28).
               10  IMT-REGION           PIC X(30).
               10  IMT-IMPOT            PIC 9(6)V99.
               10  IMT-PART-COMMUNE     PIC 9(6)V99.
               10  IMT-PART-DEPT        PIC 9(6)V99.
               10  IMT-PART-REGION      PIC 9(6)V99.
               10  IMT-PART-EPCI        PIC 9(6)V99.
           05  CPT-IMPOSABLES-DEBORDEMENT PIC 9(4) VALUE 0.
           05  IDX-IMP-TROUVE           PIC 9(4) VALUE 0.
           05  NUMERO-CHERCHE           PIC 9(13) VALUE 0.
           05  IMP-TROUVE               PIC 9(1) VALUE 0.
               88  IMP-EST-TROUVE                 VALUE 1.
               88  IMP-EST-ABSENT                 VALUE 0.

      *    Adherents a la mensualisation et contribuables sous plan
      *    actif : leurs restes ne sont pas projetes une seconde
      *    fois par le livre
       1   EXCLUSIONS-WORKING-MANAGER.
           05  NB-ADHERENTS             PIC 9(4) VALUE 0.
           05  ADHERENTS-MAX            PIC 9(4) VALUE 1000.
           05  ADHERENT-TABLE OCCURS 1000 TIMES.
               10  ADT-NUMERO-FISCAL    PIC 9(13).
           05  NB-PLANS-ACTIFS          PIC 9(4) VALUE 0.
           05  PLANS-ACTIFS-MAX         PIC 9(4) VALUE 1000.
           05  PLAN-ACTIF-TABLE OCCURS 1000 TIMES.
               10  PAT-NUMERO-FISCAL    PIC 9(13).
           05  IDX-EXCLU                PIC 9(4) VALUE 0.
           05  EXCLU-TROUVE             PIC 9(1) VALUE 0.
               88  EXCLU-EST-TROUVE               VALUE 1.
               88  EXCLU-EST-ABSENT               VALUE 0.

      *    Taux de recouvrement historiques par niveau de relance
      *    (poste 1 = niveau 0) ; un niveau sans historique prend
      *    le taux d'ensemble, et 100 % faute de tout historique
       1   TAUX-WORKING-MANAGER.
           05  TAUX-TABLE OCCURS 10 TIMES.
               10  TXT-IMPOSE           PIC 9(12)V99.
               10  TXT-PAYE             PIC 9(12)V99.
               10  TXT-TAUX             PIC 9V9(4).
               10  TXT-ORIGINE          PIC X(12).
           05  TAUX-IMPOSE-GLOBAL       PIC 9(12)V99 VALUE 0.
           05  TAUX-PAYE-GLOBAL         PIC 9(12)V99 VALUE 0.
           05  TAUX-GLOBAL              PIC 9V9(4) VALUE 1.
           05  IDX-NIVEAU               PIC 9(2) VALUE 0.

      *    Cumuls par semaine et par mois, par source
       1   HORIZON-WORKING-MANAGER.
           05  SEMAINE-TABLE OCCURS 52 TIMES.
               10  SEM-ECHEANCIER       PIC 9(12)V99.
               10  SEM-PLANS            PIC 9(12)V99.
               10  SEM-RESTES           PIC 9(12)V99.
           05  MOIS-TABLE OCCURS 12 TIMES.
               10  MST-PERIODE          PIC 9(6).
               10  MST-ANNEE-MOIS REDEFINES MST-PERIODE.
                   15  MST-ANNEE        PIC 9(4).
                   15  MST-MOIS         PIC 9(2).
               10  MST-ECHEANCIER       PIC 9(12)V99.
               10  MST-PLANS            PIC 9(12)V99.
               10  MST-RESTES           PIC 9(12)V99.
               10  MST-COMMUNES         PIC 9(12)V99.
               10  MST-DEPTS            PIC 9(12)V99.
               10  MST-REGIONS          PIC 9(12)V99.
               10  MST-NON-VENTILE      PIC 9(12)V99.
           05  IDX-SEM                  PIC 9(2) VALUE 0.
           05  IDX-MOIS                 PIC 9(2) VALUE 0.
           05  RANG-SEMAINE             PIC S9(6) VALUE 0.
           05  RANG-MOIS                PIC S9(6) VALUE 0.
           05  MONTANT-MOIS-TOTAL       PIC 9(12)V99 VALUE 0.

      *    Cumuls par collectivite et par mois (meme idiom de table
      *    que 7-RECETTES) ; la charge communale sert d'estimation
      *    du douzieme non encore verse
       1   CUMULS-WORKING-MANAGER.
           05  NB-COMMUNES              PIC 9(4) VALUE 0.
           05  IDX-COMMUNE              PIC 9(4) VALUE 0.
           05  COMMUNES-MAX             PIC 9(4) VALUE 1000.
           05  COMMUNE-TABLE OCCURS 1000 TIMES.
               10  CMT-CODE-INSEE       PIC 9(5).
               10  CMT-CHARGE           PIC 9(12)V99.
               10  CMT-MOIS             PIC 9(12)V99 OCCURS 12.
           05  NB-DEPTS                 PIC 9(3) VALUE 0.
           05  IDX-DEPT                 PIC 9(3) VALUE 0.
           05  DEPTS-MAX                PIC 9(3) VALUE 150.
           05  DEPT-TABLE OCCURS 150 TIMES.
               10  DPT-DEPARTEMENT      PIC X(28).
               10  DPT-MOIS             PIC 9(12)V99 OCCURS 12.
           05  NB-REGIONS               PIC 9(2) VALUE 0.
           05  IDX-REGION               PIC 9(2) VALUE 0.
           05  REGIONS-MAX              PIC 9(2) VALUE 30.
           05  REGION-TABLE OCCURS 30 TIMES.
               10  RGT-REGION           PIC X(30).
               10  RGT-MOIS             PIC 9(12)V99 OCCURS 12.
           05  IDX-POSTE                PIC 9(4) VALUE 0.
           05  POSTE-TROUVE             PIC 9(1) VALUE 0.
               88  POSTE-EST-TROUVE               VALUE 1.
               88  POSTE-EST-ABSENT               VALUE 0.
           05  CHE-INSEE                PIC 9(5) VALUE 0.
           05  CHE-DEPARTEMENT          PIC X(28) VALUE SPACE.
           05  CHE-REGION               PIC X(30) VALUE SPACE.

      *    Montant a projeter : date attendue, montant pondere,
      *    source (E echeancier, P plan, S reste du livre) et
      *    destination (V ventile au prorata du role, C/E commune,
      *    D departement, R region pour une ligne d'echeancier)
       1   PROJECTION-WORKING-MANAGER.
           05  PRJ-DATE                 PIC 9(8) VALUE 0.
           05  PRJ-DATE-DECOUPE REDEFINES PRJ-DATE.
               10  PRJ-ANNEE            PIC 9(4).
               10  PRJ-MOIS             PIC 9(2).
               10  PRJ-JOUR             PIC 9(2).
           05  PRJ-MONTANT              PIC 9(8)V99 VALUE 0.
           05  PRJ-SOURCE               PIC X(1) VALUE SPACE.
               88  PRJ-SOURCE-ECHEANCIER          VALUE "E".
               88  PRJ-SOURCE-PLAN                VALUE "P".
               88  PRJ-SOURCE-RESTE               VALUE "S".
           05  PRJ-DESTINATION          PIC X(1) VALUE SPACE.
           05  PART-VENTILEE-COMMUNE    PIC 9(8)V99 VALUE 0.
           05  PART-VENTILEE-DEPT       PIC 9(8)V99 VALUE 0.
           05  PART-VENTILEE-REGION     PIC 9(8)V99 VALUE 0.
           05  PART-NON-VENTILEE        PIC S9(8)V99 VALUE 0.
           05  TAUX-APPLIQUE            PIC 9V9(4) VALUE 0.
           05  CPT-LIGNES-ECHEANCIER    PIC 9(6) VALUE 0.
           05  CPT-PLANS-PROJETES       PIC 9(6) VALUE 0.
           05  CPT-RESTES-PROJETES      PIC 9(6) VALUE 0.

      *    Plan en cours de projection
       1   PLANS-WORKING-MANAGER.
           05  DATE-DEBUT-DECOUPE.
               10  DD-ANNEE             PIC 9(4).
               10  DD-MOIS              PIC 9(2).
               10  DD-JOUR              PIC 9(2).
           05  MOIS-ECOULES             PIC S9(4) VALUE 0.
           05  RANG-ECHEANCE            PIC 9(2) VALUE 0.
           05  TOTAL-RESTANT            PIC 9(8)V99 VALUE 0.
           05  RESTE-A-PROJETER         PIC 9(8)V99 VALUE 0.
           05  MONTANT-MENSUALITE       PIC 9(8)V99 VALUE 0.
           05  NUMERO-CUMULE            PIC 9(13) VALUE 0.

      *    Douzieme du mois d'une commune
       1   DOUZIEMES-WORKING-MANAGER.
           05  AVANCES-OUVERTES         PIC 9(1) VALUE 0.
               88  AVANCES-DISPONIBLES            VALUE 1.
           05  DOUZIEME-MOIS            PIC 9(10)V99 VALUE 0.
           05  DOUZIEME-ORIGINE         PIC X(1) VALUE SPACE.
           05  ECART-DOUZIEME           PIC S9(12)V99 VALUE 0.

      *    Recettes emargees de la periode de 7-recettes.dat, par
      *    collectivite (cle REC-Collectivite + REC-Cle)
       1   RECETTES-WORKING-MANAGER.
           05  PERIODE-RECETTES         PIC 9(6) VALUE 0.
           05  TOTAL-RECETTES           PIC 9(14)V99 VALUE 0.
           05  NB-REALISES              PIC 9(4) VALUE 0.
           05  REALISES-MAX             PIC 9(4) VALUE 1200.
           05  REALISE-TABLE OCCURS 1200 TIMES.
               10  RLT-COLLECTIVITE     PIC X(1).
               10  RLT-CLE              PIC X(30).
               10  RLT-MONTANT          PIC 9(12)V99.
           05  IDX-REALISE              PIC 9(4) VALUE 0.
           05  MONTANT-REALISE          PIC 9(14)V99 VALUE 0.
           05  ECART-REALISE            PIC S9(14)V99 VALUE 0.
           05  ECART-POURCENT           PIC S9(4)V9 VALUE 0.
           05  CPT-PREVISIONS-COMPAREES PIC 9(6) VALUE 0.

       1   HISTORIQUE-WORKING-MANAGER.
           05  PREVISION-DU-JOUR        PIC 9(1) VALUE 0.
               88  DEJA-PREVU-AUJOURDHUI          VALUE 1.
           05  CPT-LIGNES-HISTORIQUE    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE JOURS-AUJOURDHUI =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)

           PERFORM LIRE-PARAMETRES
           PERFORM PREPARER-HORIZON
           PERFORM CHARGER-ROLE

           IF NB-IMPOSABLES = 0 THEN
               DISPLAY "7-PREVISIONS-ENCAISSEMENTS : role vide, rien"
                       " a prevoir"
               PERFORM FIN-PGM
           END-IF

           PERFORM CHARGER-ADHERENTS

           OPEN INPUT F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-PREVISIONS-ENCAISSEMENTS : 7-soldes.idx"
                       " introuvable, restes et plans non projetes"
           ELSE
               PERFORM CALCULER-TAUX-HISTORIQUES
               PERFORM PROJETER-PLANS
               PERFORM PROJETER-RESTES
               CLOSE F-SOLDES
           END-IF

           PERFORM PROJETER-ECHEANCIER

           OPEN OUTPUT FS
           PERFORM ECRIRE-PREVISION
           CLOSE FS

           OPEN OUTPUT F-ECARTS
           PERFORM ECRIRE-ECARTS
           CLOSE F-ECARTS

           PERFORM CONSERVER-PREVISION

           DISPLAY "7-PREVISIONS-ENCAISSEMENTS : "
                   CPT-LIGNES-ECHEANCIER " mensualite(s), "
                   CPT-PLANS-PROJETES " plan(s), "
                   CPT-RESTES-PROJETES " reste(s) projete(s), "
                   CPT-PREVISIONS-COMPAREES
                   " prevision(s) passee(s) rapprochee(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PARAMETRES DE LA PREVISION ET DES ECHEANCES

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM
           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-previsions.param introuvable, horizon par"
                       " defaut conserve"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-previsions.param vide, horizon par"
                               " defaut conserve"
                   NOT AT END
                       IF PVP-Nb-Semaines > 0
                          AND PVP-Nb-Semaines NOT > SEMAINES-MAX THEN
                           MOVE PVP-Nb-Semaines TO NB-SEMAINES
                       END-IF
                       IF PVP-Nb-Mois > 0
                          AND PVP-Nb-Mois NOT > MOIS-MAX THEN
                           MOVE PVP-Nb-Mois TO NB-MOIS
                       END-IF
                       MOVE PVP-Delai-Retard TO DELAI-RETARD
                       IF PVP-Jour-Prelevement > 0
                          AND PVP-Jour-Prelevement NOT > 28 THEN
                           MOVE PVP-Jour-Prelevement
                               TO JOUR-PRELEVEMENT
                       END-IF
               END-READ
               CLOSE F-PARAM
           END-IF

           OPEN INPUT F-ECHEANCE
           IF STATUT-ECHEANCE-ABSENT THEN
               DISPLAY "0-date-echeance.param introuvable, echeance"
                       " par defaut conservee"
           ELSE
               READ F-ECHEANCE
                   AT END
                       DISPLAY "0-date-echeance.param vide, echeance"
                               " par defaut conservee"
                   NOT AT END
                       MOVE DEC-Date-Echeance TO DATE-ECHEANCE
               END-READ
               CLOSE F-ECHEANCE
           END-IF

           OPEN INPUT F-PRELEVEMENT
           IF NOT STATUT-PRELEVEMENT-ABSENT THEN
               READ F-PRELEVEMENT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRL-Numero-Echeance
                           TO PRELEVEMENT-ECHEANCE
                       MOVE PRL-Date-Collecte TO PRELEVEMENT-DATE
               END-READ
               CLOSE F-PRELEVEMENT
           END-IF

      *    Un reste echu est attendu au terme du delai de retard
           COMPUTE DATE-RETARD = FUNCTION DATE-OF-INTEGER(
                   JOURS-AUJOURDHUI + DELAI-RETARD)
           .

      *    Periodes des mois de l'horizon, a partir du mois courant

       PREPARER-HORIZON.

           MOVE 1 TO IDX-MOIS
           PERFORM UNTIL IDX-MOIS > NB-MOIS
               MOVE DATE-DU-JOUR TO CAL-DATE
               COMPUTE CAL-DECALAGE = IDX-MOIS - 1
               PERFORM DECALER-MOIS
               MOVE CAL-ANNEE TO MST-ANNEE(IDX-MOIS)
               MOVE CAL-MOIS TO MST-MOIS(IDX-MOIS)
               ADD 1 TO IDX-MOIS
           END-PERFORM
           .

       DECALER-MOIS.

           COMPUTE CAL-RANG = CAL-ANNEE * 12 + CAL-MOIS - 1
                   + CAL-DECALAGE
           DIVIDE CAL-RANG BY 12 GIVING CAL-ANNEE
                  REMAINDER CAL-RESTE
           COMPUTE CAL-MOIS = CAL-RESTE + 1
           IF CAL-JOUR > 28 THEN
               MOVE 28 TO CAL-JOUR
           END-IF
           .

      ******************************************************************
      *        CHARGEMENT DU ROLE (PARTS ET PRODUIT COMMUNAL)

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
               DISPLAY "7-PREVISIONS-ENCAISSEMENTS : table du role"
                       " pleine, " CPT-IMPOSABLES-DEBORDEMENT
                       " imposable(s) non ventile(s)"
           END-IF
           .

       RETENIR-UN-IMPOSABLE.

           IF ANNEE-ROLE = 0 THEN
               MOVE E-Annee TO ANNEE-ROLE
           END-IF

           IF NB-IMPOSABLES < IMPOSABLES-MAX THEN
               ADD 1 TO NB-IMPOSABLES
               MOVE E-Numero-Fiscal
                   TO IMT-NUMERO-FISCAL(NB-IMPOSABLES)
               MOVE E-Code-Insee TO IMT-CODE-INSEE(NB-IMPOSABLES)
               MOVE E-Departement TO IMT-DEPARTEMENT(NB-IMPOSABLES)
               MOVE E-Region TO IMT-REGION(NB-IMPOSABLES)
               MOVE E-Impot TO IMT-IMPOT(NB-IMPOSABLES)
               MOVE E-Impot-Commune
                   TO IMT-PART-COMMUNE(NB-IMPOSABLES)
               MOVE E-Impot-Dept TO IMT-PART-DEPT(NB-IMPOSABLES)
               MOVE E-Impot-Region TO IMT-PART-REGION(NB-IMPOSABLES)
               MOVE E-Impot-Epci TO IMT-PART-EPCI(NB-IMPOSABLES)
           ELSE
               ADD 1 TO CPT-IMPOSABLES-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF

      *    Produit communal (part EPCI avec la commune, comme aux
      *    douziemes) ; les postes departement et region sont crees
      *    dans l'ordre du role
           MOVE E-Code-Insee TO CHE-INSEE
           MOVE E-Departement TO CHE-DEPARTEMENT
           MOVE E-Region TO CHE-REGION

           PERFORM CHERCHER-POSTE-COMMUNE
           COMPUTE CMT-CHARGE(IDX-POSTE) = CMT-CHARGE(IDX-POSTE)
                   + E-Impot-Commune + E-Impot-Epci
           PERFORM CHERCHER-POSTE-DEPT
           PERFORM CHERCHER-POSTE-REGION
           .

       CHERCHER-IMPOSABLE.

           SET IMP-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-IMP
           PERFORM UNTIL IDX-IMP > NB-IMPOSABLES
               IF IMT-NUMERO-FISCAL(IDX-IMP) = NUMERO-CHERCHE THEN
                   SET IMP-EST-TROUVE TO TRUE
                   MOVE IDX-IMP TO IDX-IMP-TROUVE
                   MOVE NB-IMPOSABLES TO IDX-IMP
               END-IF
               ADD 1 TO IDX-IMP
           END-PERFORM
           .

       CHERCHER-POSTE-COMMUNE.

           SET POSTE-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-COMMUNE
           PERFORM UNTIL IDX-COMMUNE > NB-COMMUNES
               IF CMT-CODE-INSEE(IDX-COMMUNE) = CHE-INSEE THEN
                   SET POSTE-EST-TROUVE TO TRUE
                   MOVE IDX-COMMUNE TO IDX-POSTE
                   MOVE NB-COMMUNES TO IDX-COMMUNE
               END-IF
               ADD 1 TO IDX-COMMUNE
           END-PERFORM

           IF POSTE-EST-ABSENT THEN
               ADD 1 TO NB-COMMUNES
               MOVE NB-COMMUNES TO IDX-POSTE
               MOVE CHE-INSEE TO CMT-CODE-INSEE(IDX-POSTE)
           END-IF
           .

       CHERCHER-POSTE-DEPT.

           SET POSTE-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-DEPT
           PERFORM UNTIL IDX-DEPT > NB-DEPTS
               IF DPT-DEPARTEMENT(IDX-DEPT) = CHE-DEPARTEMENT THEN
                   SET POSTE-EST-TROUVE TO TRUE
                   MOVE IDX-DEPT TO IDX-POSTE
                   MOVE NB-DEPTS TO IDX-DEPT
               END-IF
               ADD 1 TO IDX-DEPT
           END-PERFORM

           IF POSTE-EST-ABSENT THEN
               ADD 1 TO NB-DEPTS
               MOVE NB-DEPTS TO IDX-POSTE
               MOVE CHE-DEPARTEMENT TO DPT-DEPARTEMENT(IDX-POSTE)
           END-IF
           .

       CHERCHER-POSTE-REGION.

           SET POSTE-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-REGION
           PERFORM UNTIL IDX-REGION > NB-REGIONS
               IF RGT-REGION(IDX-REGION) = CHE-REGION THEN
                   SET POSTE-EST-TROUVE TO TRUE
                   MOVE IDX-REGION TO IDX-POSTE
                   MOVE NB-REGIONS TO IDX-REGION
               END-IF
               ADD 1 TO IDX-REGION
           END-PERFORM

           IF POSTE-EST-ABSENT THEN
               ADD 1 TO NB-REGIONS
               MOVE NB-REGIONS TO IDX-POSTE
               MOVE CHE-REGION TO RGT-REGION(IDX-POSTE)
           END-IF
           .

      ******************************************************************
      *        ADHERENTS A LA MENSUALISATION

       CHARGER-ADHERENTS.

           OPEN INPUT F-ADHESIONS
           IF STATUT-ADHESIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-ADH
               READ F-ADHESIONS
                   AT END
                       SET FF-ADH TO TRUE
                   NOT AT END
                       IF NB-ADHERENTS < ADHERENTS-MAX THEN
                           ADD 1 TO NB-ADHERENTS
                           MOVE AD-Numero-Fiscal
                               TO ADT-NUMERO-FISCAL(NB-ADHERENTS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ADHESIONS
           .

       CHERCHER-ADHERENT.

           SET EXCLU-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-EXCLU
           PERFORM UNTIL IDX-EXCLU > NB-ADHERENTS
               IF ADT-NUMERO-FISCAL(IDX-EXCLU) = NUMERO-CHERCHE THEN
                   SET EXCLU-EST-TROUVE TO TRUE
                   MOVE NB-ADHERENTS TO IDX-EXCLU
               END-IF
               ADD 1 TO IDX-EXCLU
           END-PERFORM
           .

       CHERCHER-PLAN-ACTIF.

           SET EXCLU-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-EXCLU
           PERFORM UNTIL IDX-EXCLU > NB-PLANS-ACTIFS
               IF PAT-NUMERO-FISCAL(IDX-EXCLU) = NUMERO-CHERCHE THEN
                   SET EXCLU-EST-TROUVE TO TRUE
                   MOVE NB-PLANS-ACTIFS TO IDX-EXCLU
               END-IF
               ADD 1 TO IDX-EXCLU
           END-PERFORM
           .

      ******************************************************************
      *        TAUX DE RECOUVREMENT HISTORIQUES PAR NIVEAU DE RELANCE
      *        (MILLESIMES ANTERIEURS AU ROLE, NIVEAU ATTEINT)

       CALCULER-TAUX-HISTORIQUES.

           MOVE LOW-VALUE TO SOL-Cle
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-SOL TO TRUE
           END-START

           PERFORM UNTIL FF-SOL
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-SOL TO TRUE
                   NOT AT END
                       IF SOL-Annee < ANNEE-ROLE THEN
                           COMPUTE IDX-NIVEAU =
                                   SOL-Niveau-Relance + 1
                           ADD SOL-Impose TO TXT-IMPOSE(IDX-NIVEAU)
                           ADD SOL-Paye TO TXT-PAYE(IDX-NIVEAU)
                           ADD SOL-Impose TO TAUX-IMPOSE-GLOBAL
                           ADD SOL-Paye TO TAUX-PAYE-GLOBAL
                       END-IF
               END-READ
           END-PERFORM

           IF TAUX-IMPOSE-GLOBAL > 0 THEN
               IF TAUX-PAYE-GLOBAL < TAUX-IMPOSE-GLOBAL THEN
                   COMPUTE TAUX-GLOBAL ROUNDED =
                           TAUX-PAYE-GLOBAL / TAUX-IMPOSE-GLOBAL
               END-IF
           END-IF

           MOVE 1 TO IDX-NIVEAU
           PERFORM UNTIL IDX-NIVEAU > 10
               EVALUATE TRUE
                   WHEN TXT-IMPOSE(IDX-NIVEAU) = 0
                       MOVE TAUX-GLOBAL TO TXT-TAUX(IDX-NIVEAU)
                       MOVE "ensemble" TO TXT-ORIGINE(IDX-NIVEAU)
                   WHEN TXT-PAYE(IDX-NIVEAU)
                        NOT < TXT-IMPOSE(IDX-NIVEAU)
                       MOVE 1 TO TXT-TAUX(IDX-NIVEAU)
                       MOVE "historique" TO TXT-ORIGINE(IDX-NIVEAU)
                   WHEN OTHER
                       COMPUTE TXT-TAUX(IDX-NIVEAU) ROUNDED =
                               TXT-PAYE(IDX-NIVEAU)
                               / TXT-IMPOSE(IDX-NIVEAU)
                       MOVE "historique" TO TXT-ORIGINE(IDX-NIVEAU)
               END-EVALUATE
               ADD 1 TO IDX-NIVEAU
           END-PERFORM
           .

      ******************************************************************
      *        PLANS DE REGLEMENT ACTIFS : MENSUALITES RESTANT DUES

       PROJETER-PLANS.

           OPEN INPUT F-PLANS
           IF STATUT-PLANS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-PLN
               READ F-PLANS NEXT RECORD
                   AT END
                       SET FF-PLN TO TRUE
                   NOT AT END
                       IF PLN-Etat-Actif THEN
                           PERFORM PROJETER-UN-PLAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-PLANS
           .

       PROJETER-UN-PLAN.

           IF NB-PLANS-ACTIFS < PLANS-ACTIFS-MAX THEN
               ADD 1 TO NB-PLANS-ACTIFS
               MOVE PLN-Numero-Fiscal
                   TO PAT-NUMERO-FISCAL(NB-PLANS-ACTIFS)
           END-IF

           MOVE PLN-Numero-Fiscal TO NUMERO-CUMULE
           PERFORM CUMULER-RESTES-CONTRIBUABLE
           IF TOTAL-RESTANT = 0 THEN
               EXIT PARAGRAPH
           END-IF

      *    Mensualites deja echues (meme decompte que
      *    7-DELAIS-PAIEMENT)
           MOVE PLN-Date-Debut TO DATE-DEBUT-DECOUPE
           COMPUTE MOIS-ECOULES = (DJ-ANNEE - DD-ANNEE) * 12
                   + DJ-MOIS - DD-MOIS
           IF DJ-JOUR >= DD-JOUR THEN
               ADD 1 TO MOIS-ECOULES
           END-IF
           IF MOIS-ECOULES < 0 THEN
               MOVE 0 TO MOIS-ECOULES
           END-IF
           IF MOIS-ECOULES NOT < PLN-Nb-Echeances THEN
               EXIT PARAGRAPH
           END-IF

           MOVE TXT-TAUX(PLN-Niveau-Suspendu + 1) TO TAUX-APPLIQUE
           MOVE TOTAL-RESTANT TO RESTE-A-PROJETER
           MOVE PLN-Numero-Fiscal TO NUMERO-CHERCHE
           PERFORM CHERCHER-IMPOSABLE
           SET PRJ-SOURCE-PLAN TO TRUE
           MOVE "V" TO PRJ-DESTINATION

           COMPUTE RANG-ECHEANCE = MOIS-ECOULES + 1
           PERFORM UNTIL RANG-ECHEANCE > PLN-Nb-Echeances
                      OR RESTE-A-PROJETER = 0
               IF RANG-ECHEANCE = PLN-Nb-Echeances
                  OR PLN-Montant-Echeance > RESTE-A-PROJETER THEN
                   MOVE RESTE-A-PROJETER TO MONTANT-MENSUALITE
               ELSE
                   MOVE PLN-Montant-Echeance TO MONTANT-MENSUALITE
               END-IF
               SUBTRACT MONTANT-MENSUALITE FROM RESTE-A-PROJETER

               MOVE PLN-Date-Debut TO CAL-DATE
               COMPUTE CAL-DECALAGE = RANG-ECHEANCE - 1
               PERFORM DECALER-MOIS
               MOVE CAL-DATE TO PRJ-DATE
               COMPUTE PRJ-MONTANT ROUNDED =
                       MONTANT-MENSUALITE * TAUX-APPLIQUE
               PERFORM PROJETER-MONTANT
               ADD 1 TO RANG-ECHEANCE
           END-PERFORM

           ADD 1 TO CPT-PLANS-PROJETES
           .

       CUMULER-RESTES-CONTRIBUABLE.

           MOVE 0 TO TOTAL-RESTANT
           MOVE SPACE TO FIN-ANNEES

           MOVE NUMERO-CUMULE TO SOL-Numero-Fiscal
           MOVE 0 TO SOL-Annee
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-ANNEES TO TRUE
           END-START

           PERFORM UNTIL FF-ANNEES
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-ANNEES TO TRUE
                   NOT AT END
                       IF SOL-Numero-Fiscal NOT = NUMERO-CUMULE THEN
                           SET FF-ANNEES TO TRUE
                       ELSE
                           ADD SOL-Restant TO TOTAL-RESTANT
                       END-IF
               END-READ
           END-PERFORM
           .

      ******************************************************************
      *        AUTRES RESTES DU LIVRE : A L'ECHEANCE OU APRES LE DELAI
      *        DE RETARD, PONDERES PAR LE TAUX DU NIVEAU DE RELANCE.
      *        Sont ecartes les sursis, les plans actifs (projetes
      *        ci-dessus) et le millesime courant des adherents
      *        (projete par l'echeancier)

       PROJETER-RESTES.

           MOVE SPACE TO FIN-SOLDES
           MOVE LOW-VALUE TO SOL-Cle
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-SOL TO TRUE
           END-START

           PERFORM UNTIL FF-SOL
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-SOL TO TRUE
                   NOT AT END
                       IF SOL-Restant > 0
                          AND NOT SOL-Sursis-Actif THEN
                           PERFORM PROJETER-UN-RESTE
                       END-IF
               END-READ
           END-PERFORM
           .

       PROJETER-UN-RESTE.

           MOVE SOL-Numero-Fiscal TO NUMERO-CHERCHE

           PERFORM CHERCHER-PLAN-ACTIF
           IF EXCLU-EST-TROUVE THEN
               EXIT PARAGRAPH
           END-IF

           IF SOL-Annee = ANNEE-ROLE THEN
               PERFORM CHERCHER-ADHERENT
               IF EXCLU-EST-TROUVE THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF SOL-Annee = ANNEE-ROLE
              AND DATE-ECHEANCE NOT < DATE-DU-JOUR THEN
               MOVE DATE-ECHEANCE TO PRJ-DATE
           ELSE
               MOVE DATE-RETARD TO PRJ-DATE
           END-IF

           COMPUTE PRJ-MONTANT ROUNDED = SOL-Restant
                   * TXT-TAUX(SOL-Niveau-Relance + 1)

           PERFORM CHERCHER-IMPOSABLE
           SET PRJ-SOURCE-RESTE TO TRUE
           MOVE "V" TO PRJ-DESTINATION
           PERFORM PROJETER-MONTANT
           ADD 1 TO CPT-RESTES-PROJETES
           .

      ******************************************************************
      *        MENSUALITES DE L'ECHEANCIER DES ADHERENTS

       PROJETER-ECHEANCIER.

           OPEN INPUT F-ECHEANCIER
           IF STATUT-ECHEANCIER-ABSENT THEN
               DISPLAY "7-PREVISIONS-ENCAISSEMENTS : 7-echeancier.dat"
                       " introuvable, mensualisation non projetee"
               EXIT PARAGRAPH
           END-IF

           SET PRJ-SOURCE-ECHEANCIER TO TRUE

           PERFORM UNTIL FF-ECH
               READ F-ECHEANCIER
                   AT END
                       SET FF-ECH TO TRUE
                   NOT AT END
                       PERFORM PROJETER-UNE-MENSUALITE
               END-READ
           END-PERFORM

           CLOSE F-ECHEANCIER
           .

       PROJETER-UNE-MENSUALITE.

      *    Date de collecte de l'echeance : decalee de la collecte
      *    de reference des prelevements mensuels, sinon mois N du
      *    role au quantieme de prelevement
           IF PRELEVEMENT-DATE > 0 THEN
               MOVE PRELEVEMENT-DATE TO CAL-DATE
               COMPUTE CAL-DECALAGE =
                       ECH-Echeance - PRELEVEMENT-ECHEANCE
           ELSE
               MOVE ANNEE-ROLE TO CAL-ANNEE
               MOVE 1 TO CAL-MOIS
               MOVE JOUR-PRELEVEMENT TO CAL-JOUR
               COMPUTE CAL-DECALAGE = ECH-Echeance - 1
           END-IF
           PERFORM DECALER-MOIS

           IF CAL-DATE < DATE-DU-JOUR THEN
               EXIT PARAGRAPH
           END-IF

           MOVE CAL-DATE TO PRJ-DATE
           MOVE ECH-Montant TO PRJ-MONTANT
           MOVE ECH-Collectivite TO PRJ-DESTINATION
           MOVE ECH-Numero-Fiscal TO NUMERO-CHERCHE
           PERFORM CHERCHER-IMPOSABLE
           PERFORM PROJETER-MONTANT
           ADD 1 TO CPT-LIGNES-ECHEANCIER
           .

      ******************************************************************
      *        REPORT D'UN MONTANT SUR LA SEMAINE ET LE MOIS ATTENDUS,
      *        VENTILATION PAR COLLECTIVITE

       PROJETER-MONTANT.

           IF PRJ-MONTANT = 0 THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE RANG-SEMAINE =
                   FUNCTION INTEGER-OF-DATE(PRJ-DATE)
                   - JOURS-AUJOURDHUI
           IF RANG-SEMAINE NOT < 0 THEN
               COMPUTE RANG-SEMAINE = RANG-SEMAINE / 7 + 1
               IF RANG-SEMAINE NOT > NB-SEMAINES THEN
                   MOVE RANG-SEMAINE TO IDX-SEM
                   EVALUATE TRUE
                       WHEN PRJ-SOURCE-ECHEANCIER
                           ADD PRJ-MONTANT TO SEM-ECHEANCIER(IDX-SEM)
                       WHEN PRJ-SOURCE-PLAN
                           ADD PRJ-MONTANT TO SEM-PLANS(IDX-SEM)
                       WHEN OTHER
                           ADD PRJ-MONTANT TO SEM-RESTES(IDX-SEM)
                   END-EVALUATE
               END-IF
           END-IF

           COMPUTE RANG-MOIS = (PRJ-ANNEE - DJ-ANNEE) * 12
                   + PRJ-MOIS - DJ-MOIS + 1
           IF RANG-MOIS < 1 OR RANG-MOIS > NB-MOIS THEN
               EXIT PARAGRAPH
           END-IF
           MOVE RANG-MOIS TO IDX-MOIS

           EVALUATE TRUE
               WHEN PRJ-SOURCE-ECHEANCIER
                   ADD PRJ-MONTANT TO MST-ECHEANCIER(IDX-MOIS)
               WHEN PRJ-SOURCE-PLAN
                   ADD PRJ-MONTANT TO MST-PLANS(IDX-MOIS)
               WHEN OTHER
                   ADD PRJ-MONTANT TO MST-RESTES(IDX-MOIS)
           END-EVALUATE

           IF IMP-EST-ABSENT THEN
               ADD PRJ-MONTANT TO MST-NON-VENTILE(IDX-MOIS)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PART-VENTILEE-COMMUNE PART-VENTILEE-DEPT
                     PART-VENTILEE-REGION
           EVALUATE PRJ-DESTINATION
               WHEN "C"
               WHEN "E"
                   MOVE PRJ-MONTANT TO PART-VENTILEE-COMMUNE
               WHEN "D"
                   MOVE PRJ-MONTANT TO PART-VENTILEE-DEPT
               WHEN "R"
                   MOVE PRJ-MONTANT TO PART-VENTILEE-REGION
               WHEN OTHER
                   IF IMT-IMPOT(IDX-IMP-TROUVE) > 0 THEN
                       PERFORM VENTILER-AU-PRORATA
                   END-IF
           END-EVALUATE

           COMPUTE PART-NON-VENTILEE = PRJ-MONTANT
                   - PART-VENTILEE-COMMUNE - PART-VENTILEE-DEPT
                   - PART-VENTILEE-REGION
           IF PART-NON-VENTILEE > 0 THEN
               ADD PART-NON-VENTILEE TO MST-NON-VENTILE(IDX-MOIS)
           END-IF

           MOVE IMT-CODE-INSEE(IDX-IMP-TROUVE) TO CHE-INSEE
           MOVE IMT-DEPARTEMENT(IDX-IMP-TROUVE) TO CHE-DEPARTEMENT
           MOVE IMT-REGION(IDX-IMP-TROUVE) TO CHE-REGION

           IF PART-VENTILEE-COMMUNE > 0 THEN
               PERFORM CHERCHER-POSTE-COMMUNE
               ADD PART-VENTILEE-COMMUNE
                   TO CMT-MOIS(IDX-POSTE, IDX-MOIS)
               ADD PART-VENTILEE-COMMUNE TO MST-COMMUNES(IDX-MOIS)
           END-IF
           IF PART-VENTILEE-DEPT > 0 THEN
               PERFORM CHERCHER-POSTE-DEPT
               ADD PART-VENTILEE-DEPT TO DPT-MOIS(IDX-POSTE, IDX-MOIS)
               ADD PART-VENTILEE-DEPT TO MST-DEPTS(IDX-MOIS)
           END-IF
           IF PART-VENTILEE-REGION > 0 THEN
               PERFORM CHERCHER-POSTE-REGION
               ADD PART-VENTILEE-REGION
                   TO RGT-MOIS(IDX-POSTE, IDX-MOIS)
               ADD PART-VENTILEE-REGION TO MST-REGIONS(IDX-MOIS)
           END-IF
           .

      *    Prorata des parts du contribuable (meme calcul que
      *    7-RECETTES, part EPCI avec la commune)

       VENTILER-AU-PRORATA.

           COMPUTE PART-VENTILEE-COMMUNE ROUNDED = PRJ-MONTANT
                   * (IMT-PART-COMMUNE(IDX-IMP-TROUVE)
                      + IMT-PART-EPCI(IDX-IMP-TROUVE))
                   / IMT-IMPOT(IDX-IMP-TROUVE)
           COMPUTE PART-VENTILEE-DEPT ROUNDED = PRJ-MONTANT
                   * IMT-PART-DEPT(IDX-IMP-TROUVE)
                   / IMT-IMPOT(IDX-IMP-TROUVE)
           COMPUTE PART-VENTILEE-REGION ROUNDED = PRJ-MONTANT
                   * IMT-PART-REGION(IDX-IMP-TROUVE)
                   / IMT-IMPOT(IDX-IMP-TROUVE)
           .

      ******************************************************************
      *        ETAT DE LA PREVISION

       ECRIRE-PREVISION.

           MOVE ARTICLE-PRV-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRV-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE DATE-DU-JOUR TO PV-Date
           MOVE ANNEE-ROLE TO PV-Annee
           MOVE ARTICLE-PRV-DATE TO FS-DATA
           WRITE FS-DATA

           PERFORM ECRIRE-TAUX
           PERFORM ECRIRE-SEMAINES
           PERFORM ECRIRE-MOIS
           PERFORM ECRIRE-COMMUNES
           PERFORM ECRIRE-DEPTS-REGIONS
           .

       ECRIRE-TAUX.

           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-TAUX-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRV-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-TAUX-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-NIVEAU
           PERFORM UNTIL IDX-NIVEAU > 10
               COMPUTE TX-Niveau = IDX-NIVEAU - 1
               MOVE TXT-IMPOSE(IDX-NIVEAU) TO TX-Impose
               MOVE TXT-PAYE(IDX-NIVEAU) TO TX-Paye
               COMPUTE TX-Taux = TXT-TAUX(IDX-NIVEAU) * 100
               MOVE TXT-ORIGINE(IDX-NIVEAU) TO TX-Origine
               MOVE ARTICLE-TAUX-INDIV TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-NIVEAU
           END-PERFORM
           .

       ECRIRE-SEMAINES.

           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-SEM-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRV-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-SEM-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-SEM
           PERFORM UNTIL IDX-SEM > NB-SEMAINES
               MOVE IDX-SEM TO SM-Rang
               COMPUTE SM-Du = FUNCTION DATE-OF-INTEGER(
                       JOURS-AUJOURDHUI + (IDX-SEM - 1) * 7)
               COMPUTE SM-Au = FUNCTION DATE-OF-INTEGER(
                       JOURS-AUJOURDHUI + IDX-SEM * 7 - 1)
               MOVE SEM-ECHEANCIER(IDX-SEM) TO SM-Echeancier
               MOVE SEM-PLANS(IDX-SEM) TO SM-Plans
               MOVE SEM-RESTES(IDX-SEM) TO SM-Restes
               COMPUTE SM-Total = SEM-ECHEANCIER(IDX-SEM)
                       + SEM-PLANS(IDX-SEM) + SEM-RESTES(IDX-SEM)
               MOVE ARTICLE-SEM-INDIV TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-SEM
           END-PERFORM
           .

       ECRIRE-MOIS.

           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-MOIS-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRV-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-MOIS-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-MOIS
           PERFORM UNTIL IDX-MOIS > NB-MOIS
               MOVE MST-PERIODE(IDX-MOIS) TO MS-Periode
               MOVE MST-ECHEANCIER(IDX-MOIS) TO MS-Echeancier
               MOVE MST-PLANS(IDX-MOIS) TO MS-Plans
               MOVE MST-RESTES(IDX-MOIS) TO MS-Restes
               COMPUTE MS-Total = MST-ECHEANCIER(IDX-MOIS)
                       + MST-PLANS(IDX-MOIS) + MST-RESTES(IDX-MOIS)
               MOVE ARTICLE-MOIS-INDIV TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-MOIS
           END-PERFORM

           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-VEN-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRV-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-VEN-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-MOIS
           PERFORM UNTIL IDX-MOIS > NB-MOIS
               MOVE MST-PERIODE(IDX-MOIS) TO VN-Periode
               MOVE MST-COMMUNES(IDX-MOIS) TO VN-Communes
               MOVE MST-DEPTS(IDX-MOIS) TO VN-Depts
               MOVE MST-REGIONS(IDX-MOIS) TO VN-Regions
               MOVE MST-NON-VENTILE(IDX-MOIS) TO VN-Non-Ventile
               MOVE ARTICLE-VEN-INDIV TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-MOIS
           END-PERFORM
           .

      *    Rapprochement de chaque commune avec son douzieme du mois
      *    (verse au master 7-douziemes.idx, sinon estime)

       ECRIRE-COMMUNES.

           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-COM-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-COM-NOTE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRV-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-COM-ENTETE TO FS-DATA
           WRITE FS-DATA

           OPEN INPUT F-AVANCES
           IF STATUT-AVANCES-ABSENT THEN
               MOVE 0 TO AVANCES-OUVERTES
           ELSE
               SET AVANCES-DISPONIBLES TO TRUE
           END-IF

           MOVE 1 TO IDX-COMMUNE
           PERFORM UNTIL IDX-COMMUNE > NB-COMMUNES
               MOVE 1 TO IDX-MOIS
               PERFORM UNTIL IDX-MOIS > NB-MOIS
                   PERFORM ECRIRE-UNE-COMMUNE-MOIS
                   ADD 1 TO IDX-MOIS
               END-PERFORM
               ADD 1 TO IDX-COMMUNE
           END-PERFORM

           IF AVANCES-DISPONIBLES THEN
               CLOSE F-AVANCES
           END-IF
           .

       ECRIRE-UNE-COMMUNE-MOIS.

           COMPUTE DOUZIEME-MOIS ROUNDED =
                   CMT-CHARGE(IDX-COMMUNE) / 12
           MOVE "E" TO DOUZIEME-ORIGINE

           IF AVANCES-DISPONIBLES THEN
               MOVE CMT-CODE-INSEE(IDX-COMMUNE) TO AVA-Code-Insee
               MOVE MST-ANNEE(IDX-MOIS) TO AVA-Annee
               MOVE MST-MOIS(IDX-MOIS) TO AVA-Mois
               READ F-AVANCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AVA-Montant TO DOUZIEME-MOIS
                       MOVE "V" TO DOUZIEME-ORIGINE
               END-READ
           END-IF

           COMPUTE ECART-DOUZIEME =
                   CMT-MOIS(IDX-COMMUNE, IDX-MOIS) - DOUZIEME-MOIS

           MOVE CMT-CODE-INSEE(IDX-COMMUNE) TO CM-Code-Insee
           MOVE MST-PERIODE(IDX-MOIS) TO CM-Periode
           MOVE CMT-MOIS(IDX-COMMUNE, IDX-MOIS) TO CM-Prevision
           MOVE DOUZIEME-MOIS TO CM-Douzieme
           MOVE DOUZIEME-ORIGINE TO CM-Origine
           MOVE ECART-DOUZIEME TO CM-Ecart
           MOVE ARTICLE-COM-INDIV TO FS-DATA
           WRITE FS-DATA
           .

       ECRIRE-DEPTS-REGIONS.

           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-COL-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-PRV-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-COL-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-DEPT
           PERFORM UNTIL IDX-DEPT > NB-DEPTS
               MOVE 1 TO IDX-MOIS
               PERFORM UNTIL IDX-MOIS > NB-MOIS
                   MOVE DPT-DEPARTEMENT(IDX-DEPT) TO CL-Libelle
                   MOVE MST-PERIODE(IDX-MOIS) TO CL-Periode
                   MOVE DPT-MOIS(IDX-DEPT, IDX-MOIS) TO CL-Prevision
                   MOVE ARTICLE-COL-INDIV TO FS-DATA
                   WRITE FS-DATA
                   ADD 1 TO IDX-MOIS
               END-PERFORM
               ADD 1 TO IDX-DEPT
           END-PERFORM

           MOVE 1 TO IDX-REGION
           PERFORM UNTIL IDX-REGION > NB-REGIONS
               MOVE 1 TO IDX-MOIS
               PERFORM UNTIL IDX-MOIS > NB-MOIS
                   MOVE RGT-REGION(IDX-REGION) TO CL-Libelle
                   MOVE MST-PERIODE(IDX-MOIS) TO CL-Periode
                   MOVE RGT-MOIS(IDX-REGION, IDX-MOIS)
                       TO CL-Prevision
                   MOVE ARTICLE-COL-INDIV TO FS-DATA
                   WRITE FS-DATA
                   ADD 1 TO IDX-MOIS
               END-PERFORM
               ADD 1 TO IDX-REGION
           END-PERFORM
           .

      ******************************************************************
      *        PREVISIONS PASSEES CONFRONTEES AUX RECETTES EMARGEES

       ECRIRE-ECARTS.

           MOVE ARTICLE-ECA-TITRE TO FC-DATA
           WRITE FC-DATA
           MOVE ARTICLE-PRV-LIGNE TO FC-DATA
           WRITE FC-DATA

           PERFORM CHARGER-RECETTES

           MOVE PERIODE-RECETTES TO EC-Periode-Titre
           MOVE ARTICLE-ECA-PERIODE TO FC-DATA
           WRITE FC-DATA
           MOVE ARTICLE-ECA-ENTETE TO FC-DATA
           WRITE FC-DATA

           OPEN INPUT F-HISTORIQUE
           IF STATUT-HISTORIQUE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-HIS
               READ F-HISTORIQUE
                   AT END
                       SET FF-HIS TO TRUE
                   NOT AT END
                       IF PVH-Date-Prevision = DATE-DU-JOUR THEN
                           SET DEJA-PREVU-AUJOURDHUI TO TRUE
                       END-IF
                       IF PERIODE-RECETTES > 0
                          AND PVH-Periode = PERIODE-RECETTES
                          AND PVH-Collectivite NOT = "N" THEN
                           PERFORM COMPARER-UNE-PREVISION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-HISTORIQUE
           .

       CHARGER-RECETTES.

           OPEN INPUT F-RECETTES
           IF STATUT-RECETTES-ABSENT THEN
               DISPLAY "7-PREVISIONS-ENCAISSEMENTS : 7-recettes.dat"
                       " introuvable, aucun rapprochement"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-REC
               READ F-RECETTES
                   AT END
                       SET FF-REC TO TRUE
                   NOT AT END
                       EVALUATE REC-Type
                           WHEN "H"
                               MOVE REH-Periode TO PERIODE-RECETTES
                           WHEN "D"
                               PERFORM RETENIR-UNE-RECETTE
                           WHEN "T"
                               MOVE REF-Total TO TOTAL-RECETTES
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE F-RECETTES
           .

       RETENIR-UNE-RECETTE.

           IF NB-REALISES < REALISES-MAX THEN
               ADD 1 TO NB-REALISES
               MOVE REC-Collectivite TO RLT-COLLECTIVITE(NB-REALISES)
               MOVE REC-Cle TO RLT-CLE(NB-REALISES)
               MOVE REC-Montant TO RLT-MONTANT(NB-REALISES)
           END-IF
           .

       COMPARER-UNE-PREVISION.

           MOVE 0 TO MONTANT-REALISE
           IF PVH-Collectivite = "T" THEN
               MOVE TOTAL-RECETTES TO MONTANT-REALISE
           ELSE
               MOVE 1 TO IDX-REALISE
               PERFORM UNTIL IDX-REALISE > NB-REALISES
                   IF RLT-COLLECTIVITE(IDX-REALISE) = PVH-Collectivite
                      AND RLT-CLE(IDX-REALISE) = PVH-Cle THEN
                       MOVE RLT-MONTANT(IDX-REALISE)
                           TO MONTANT-REALISE
                       MOVE NB-REALISES TO IDX-REALISE
                   END-IF
                   ADD 1 TO IDX-REALISE
               END-PERFORM
           END-IF

           COMPUTE ECART-REALISE = MONTANT-REALISE - PVH-Montant
           IF PVH-Montant > 0 THEN
               COMPUTE ECART-POURCENT ROUNDED =
                       ECART-REALISE * 100 / PVH-Montant
           ELSE
               MOVE 0 TO ECART-POURCENT
           END-IF

           MOVE PVH-Date-Prevision TO EC-Date
           MOVE PVH-Collectivite TO EC-Collectivite
           IF PVH-Collectivite = "T" THEN
               MOVE "Total de la periode" TO EC-Cle
           ELSE
               MOVE PVH-Cle TO EC-Cle
           END-IF
           MOVE PVH-Montant TO EC-Prevu
           MOVE MONTANT-REALISE TO EC-Realise
           MOVE ECART-REALISE TO EC-Ecart
           MOVE ECART-POURCENT TO EC-Ecart-Pct
           MOVE ARTICLE-ECA-INDIV TO FC-DATA
           WRITE FC-DATA
           ADD 1 TO CPT-PREVISIONS-COMPAREES
           .

      ******************************************************************
      *        CONSERVATION DE LA PREVISION DU JOUR (UNE PAR JOUR)

       CONSERVER-PREVISION.

           IF DEJA-PREVU-AUJOURDHUI THEN
               DISPLAY "7-PREVISIONS-ENCAISSEMENTS : prevision du "
                       DATE-DU-JOUR " deja conservee, historique"
                       " inchange"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT F-HISTORIQUE
           IF STATUT-HISTORIQUE-ABSENT THEN
               CLOSE F-HISTORIQUE
               OPEN OUTPUT F-HISTORIQUE
           ELSE
               CLOSE F-HISTORIQUE
               OPEN EXTEND F-HISTORIQUE
           END-IF

           MOVE 1 TO IDX-MOIS
           PERFORM UNTIL IDX-MOIS > NB-MOIS
               PERFORM CONSERVER-UN-MOIS
               ADD 1 TO IDX-MOIS
           END-PERFORM

           CLOSE F-HISTORIQUE
           .

       CONSERVER-UN-MOIS.

           MOVE DATE-DU-JOUR TO PVH-Date-Prevision
           MOVE MST-PERIODE(IDX-MOIS) TO PVH-Periode

           MOVE 1 TO IDX-COMMUNE
           PERFORM UNTIL IDX-COMMUNE > NB-COMMUNES
               IF CMT-MOIS(IDX-COMMUNE, IDX-MOIS) > 0 THEN
                   MOVE "C" TO PVH-Collectivite
                   MOVE SPACE TO PVH-Cle
                   MOVE CMT-CODE-INSEE(IDX-COMMUNE) TO PVH-Cle(1:5)
                   MOVE CMT-MOIS(IDX-COMMUNE, IDX-MOIS)
                       TO PVH-Montant
                   WRITE PVH-ENREG
                   ADD 1 TO CPT-LIGNES-HISTORIQUE
               END-IF
               ADD 1 TO IDX-COMMUNE
           END-PERFORM

           MOVE 1 TO IDX-DEPT
           PERFORM UNTIL IDX-DEPT > NB-DEPTS
               IF DPT-MOIS(IDX-DEPT, IDX-MOIS) > 0 THEN
                   MOVE "D" TO PVH-Collectivite
                   MOVE DPT-DEPARTEMENT(IDX-DEPT) TO PVH-Cle
                   MOVE DPT-MOIS(IDX-DEPT, IDX-MOIS) TO PVH-Montant
                   WRITE PVH-ENREG
                   ADD 1 TO CPT-LIGNES-HISTORIQUE
               END-IF
               ADD 1 TO IDX-DEPT
           END-PERFORM

           MOVE 1 TO IDX-REGION
           PERFORM UNTIL IDX-REGION > NB-REGIONS
               IF RGT-MOIS(IDX-REGION, IDX-MOIS) > 0 THEN
                   MOVE "R" TO PVH-Collectivite
                   MOVE RGT-REGION(IDX-REGION) TO PVH-Cle
                   MOVE RGT-MOIS(IDX-REGION, IDX-MOIS)
                       TO PVH-Montant
                   WRITE PVH-ENREG
                   ADD 1 TO CPT-LIGNES-HISTORIQUE
               END-IF
               ADD 1 TO IDX-REGION
           END-PERFORM

           IF MST-NON-VENTILE(IDX-MOIS) > 0 THEN
               MOVE "N" TO PVH-Collectivite
               MOVE SPACE TO PVH-Cle
               MOVE MST-NON-VENTILE(IDX-MOIS) TO PVH-Montant
               WRITE PVH-ENREG
               ADD 1 TO CPT-LIGNES-HISTORIQUE
           END-IF

      *    Total du mois : ventile seulement, comme le total des
      *    ecritures de 7-RECETTES auquel il est rapproche
           COMPUTE MONTANT-MOIS-TOTAL = MST-COMMUNES(IDX-MOIS)
                   + MST-DEPTS(IDX-MOIS) + MST-REGIONS(IDX-MOIS)
           MOVE "T" TO PVH-Collectivite
           MOVE SPACE TO PVH-Cle
           MOVE MONTANT-MOIS-TOTAL TO PVH-Montant
           WRITE PVH-ENREG
           ADD 1 TO CPT-LIGNES-HISTORIQUE
           .


       CONTROLER-VERSION-ROLE.

           READ FE
               AT END
                   DISPLAY "7-PREVISIONS-ENCAISSEMENTS : "
                           "6-imposables.dat vide ou sans en-tete de"
                           " version, arret"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF FE-DATA(1:32) NOT = ENTETE-VERSION-ROLE THEN
               DISPLAY "7-PREVISIONS-ENCAISSEMENTS : version de"
                       " disposition inattendue en tete de"
                       " 6-imposables.dat, arret (attendu "
                       ENTETE-VERSION-ROLE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       FIN-PGM.
           STOP RUN.
