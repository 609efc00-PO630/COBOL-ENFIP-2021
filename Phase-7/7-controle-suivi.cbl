      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: suivi du controle fiscal en aval de la liste de
      *          7-SCORING-CONTROLE. Les constatations des
      *          verificateurs (7-controle-constats.dat : revenu
      *          rectifie, impot concerne, droits rappeles,
      *          qualification du manquement) entrent au master
      *          7-controle-suivi.idx (cle numero fiscal + millesime
      *          + impot) ; chaque dossier donne lieu a une
      *          proposition de rectification
      *          (7-propositions-rectification.txt) ouvrant au
      *          contribuable un delai de reponse de trente jours.
      *          Le delai expire, le dossier est mis en recouvrement :
      *          l'occurrence rectificative part au flux de reprise
      *          4-occurrences-reprise.dat (role supplementaire de
      *          5-ROLES), et l'interet de retard et la majoration
      *          pour manquement (10, 40 ou 80 pour cent) sont
      *          inscrits au livre des soldes comme composantes a
      *          part ; 7-AVIS-CONTRIBUABLE les presente separement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-CONTROLE-SUIVI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Dossiers de controle (cle numero fiscal + millesime +
      *    impot)
           SELECT F-DOSSIERS ASSIGN TO "7-controle-suivi.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTL-Cle
                   FILE STATUS IS WS-STATUT-DOSSIERS.

      *    Constatations des verificateurs du jour
           SELECT F-CONSTATS ASSIGN TO "7-controle-constats.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-CONSTATS.

      *    Taux de l'interet de retard, pourcentages des
      *    majorations et delai de reponse
           SELECT F-PARAM ASSIGN TO "0-controle.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

      *    Occurrence declaree (revenu d'origine, residence, periode)
           SELECT C-OCCURRENCES ASSIGN TO "5-occurrences.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-PRIMARY-KEY
               ALTERNATE RECORD KEY IS C-CLE-AMENDEMENT
               ALTERNATE RECORD KEY IS C-NUMERO-FISCAL WITH DUPLICATES
               FILE STATUS IS WS-STATUT-OCCURRENCES.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Occurrences rectificatives, relues par 4-OCCURRENCES apres
      *    son flux principal (meme fichier de reprise que
      *    4-RECYCLAGE)
           SELECT R-OCCURRENCES ASSIGN TO "4-occurrences-reprise.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REPRISE.

      *    Propositions de rectification
           SELECT F-LETTRES ASSIGN TO "7-propositions-rectification.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Etat du dossier : P = proposition envoyee (delai de
      *    reponse courant), M = mis en recouvrement
       FD  F-DOSSIERS.
       01  CTL-ENREG.
           05 CTL-Cle.
               10 CTL-Numero-Fiscal PIC 9(13).
               10 CTL-Annee         PIC 9(4).
               10 CTL-Taxe          PIC X(2).
           05 CTL-Etat          PIC X(1).
               88 CTL-Etat-Proposition VALUE "P".
               88 CTL-Etat-Recouvrement VALUE "M".
      *    Occurrence visee (cle d'amendement de 4-OCCURRENCES ; pour
      *    l'IR, la zone du local porte la categorie du revenu)
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

       FD  F-CONSTATS.
       01  CST-ENREG.
           05 CST-Numero-Fiscal PIC 9(13).
           05 CST-Annee         PIC 9(4).
           05 CST-Taxe          PIC X(2).
           05 CST-Code-Insee    PIC 9(5).
           05 CST-Local         PIC 9(8).
           05 CST-Revenu-Corrige PIC S9(6) SIGN LEADING SEPARATE.
           05 CST-Droits        PIC 9(6)V99.
           05 CST-Qualification PIC X(1).
           05 CST-Date-Constat  PIC 9(8).
           05 CST-Verificateur  PIC X(10).

       FD  F-PARAM.
       01  PRM-ENREG.
           05 PRM-Taux-Interet-Mensuel PIC 9V99.
           05 PRM-Pourcent-Retard      PIC 9(2).
           05 PRM-Pourcent-Delibere    PIC 9(2).
           05 PRM-Pourcent-Fraude      PIC 9(2).
           05 PRM-Jours-Reponse        PIC 9(3).

      *    Meme disposition que C-OCCURRENCES-ENREG dans
      *    4-OCCURRENCES.cbl, qui alimente ce fichier
       FD  C-OCCURRENCES.
       01  C-OCCURRENCES-ENREG.
           05 C-PRIMARY-KEY            PIC 9(9).
           05 C-CLE-AMENDEMENT.
               10 C-NUMERO-FISCAL   PIC 9(13).
               10 C-TAXE            PIC X(2).
               10 C-CODE-INSEE      PIC 9(5).
               10 C-ANNEE           PIC 9(4).
               10 C-LOCAL           PIC 9(8).
           05 C-REVENU          PIC S9(6) SIGN LEADING SEPARATE.
           05 C-RESIDENCE       PIC X(1).
           05 C-DATE-DEBUT      PIC 9(8).
           05 C-DATE-FIN        PIC 9(8).
           05 C-DATE-DECLARATION PIC 9(8).
           05 C-SENS            PIC X(1).
           05 C-EXECUTION-CHARGEMENT PIC 9(6).

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
      *    Penalites de recouvrement (7-PENALITES)
               10 SOL-Majoration-Retard-Imposee PIC 9(6)V99.
               10 SOL-Majoration-Retard-Payee   PIC 9(6)V99.
               10 SOL-Interets-Imposes          PIC 9(6)V99.
               10 SOL-Interets-Payes            PIC 9(6)V99.
               10 SOL-Date-Majoration-Retard    PIC 9(8).
               10 SOL-Mois-Interets             PIC 9(3).
           05 SOL-Relance.
               10 SOL-Niveau-Relance PIC 9(1).
               10 SOL-Date-Ouverture PIC 9(8).
      *    Sursis de paiement (7-SURSIS)
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

      *    Meme disposition que F-OCCURRENCES-ENREG dans
      *    4-OCCURRENCES.cbl, qui relit ce fichier
       FD  R-OCCURRENCES.
       01  RO-ENREG.
           05 RO-Numero-Fiscal  PIC 9(13).
           05 RO-Annee          PIC 9(4).
           05 RO-Taxe           PIC X(2).
           05 RO-Revenu         PIC S9(6) SIGN LEADING SEPARATE.
           05 RO-Code-Insee     PIC 9(5).
           05 RO-Local          PIC 9(8).
           05 RO-Residence      PIC X(1).
           05 RO-Date-Debut     PIC 9(8).
           05 RO-Date-Fin       PIC 9(8).
           05 RO-Date-Declaration PIC 9(8).
           05 RO-Sens           PIC X(1).

       FD  F-LETTRES.
       01  FL-DATA PIC X(80).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-PRO-TITRE PIC X(40)
              VALUE 'PROPOSITION DE RECTIFICATION'.

           05 ARTICLE-PRO-LIGNE PIC X(40) VALUE ALL '-'.

           05 ARTICLE-PRO-NUMERO.
               10 FILLER PIC X(20) VALUE 'Numero fiscal'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Numero-Fiscal PIC 9(13).

           05 ARTICLE-PRO-IDENTITE.
               10 FILLER PIC X(20) VALUE 'Nom, Prenom'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Nom-Prenom PIC X(30).

           05 ARTICLE-PRO-ANNEE.
               10 FILLER PIC X(20) VALUE 'Annee, impot'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Annee PIC 9(4).
               10 FILLER PIC X(3) VALUE ' - '.
               10 PR-Taxe PIC X(2).

           05 ARTICLE-PRO-DECLARE.
               10 FILLER PIC X(20) VALUE 'Revenu declare'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Revenu-Declare PIC -(9)9.

           05 ARTICLE-PRO-CORRIGE.
               10 FILLER PIC X(20) VALUE 'Revenu rectifie'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Revenu-Corrige PIC -(9)9.

           05 ARTICLE-PRO-DROITS.
               10 FILLER PIC X(20) VALUE 'Droits rappeles'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Droits PIC Z(9)9.99.

           05 ARTICLE-PRO-INTERET.
               10 FILLER PIC X(20) VALUE 'Interet de retard'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Interet PIC Z(9)9.99.
               10 FILLER PIC X(2) VALUE ' ('.
               10 PR-Mois PIC ZZ9.
               10 FILLER PIC X(6) VALUE ' mois)'.

           05 ARTICLE-PRO-MANQUEMENT.
               10 FILLER PIC X(14) VALUE 'Majoration'.
               10 PR-Pourcent PIC Z9.
               10 FILLER PIC X(4) VALUE ' %'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Manquement PIC Z(9)9.99.

           05 ARTICLE-PRO-TOTAL.
               10 FILLER PIC X(20) VALUE 'Total du rappel'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Total PIC Z(9)9.99.

           05 ARTICLE-PRO-REPONSE.
               10 FILLER PIC X(20) VALUE 'Reponse avant le'.
               10 FILLER PIC X VALUE ':'.
               10 PR-Date-Limite PIC 9(8).

           05 ARTICLE-PRO-AVERTISSEMENT-1 PIC X(60)
              VALUE 'Sans reponse dans ce delai, les rappels seront'.

           05 ARTICLE-PRO-AVERTISSEMENT-2 PIC X(60)
              VALUE 'mis en recouvrement par role supplementaire.'.

           05 ARTICLE-PRO-VIDE PIC X(40) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-CONSTATS             PIC  X(01) VALUE  SPACE.
               88  FF-CST                          VALUE  HIGH-VALUE.
           05  FIN-DOSSIERS             PIC  X(01) VALUE  SPACE.
               88  FF-CTL                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-DOSSIERS       PIC X(02) VALUE SPACE.
               88  STATUT-DOSSIERS-ABSENT         VALUE "35".
           05  WS-STATUT-CONSTATS       PIC X(02) VALUE SPACE.
               88  STATUT-CONSTATS-ABSENT         VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-OCCURRENCES    PIC X(02) VALUE SPACE.
               88  STATUT-OCCURRENCES-ABSENT      VALUE "35".
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  WS-STATUT-REPRISE        PIC X(02) VALUE SPACE.
               88  STATUT-REPRISE-ABSENT          VALUE "35".

      *    Valeurs par defaut : interet de retard de 0,20 pour cent
      *    par mois, majorations de 10, 40 et 80 pour cent, trente
      *    jours de reponse
       1   PARAM-WORKING-MANAGER.
           05  TAUX-INTERET-MENSUEL     PIC 9V99 VALUE 0.20.
           05  POURCENT-RETARD          PIC 9(2) VALUE 10.
           05  POURCENT-DELIBERE        PIC 9(2) VALUE 40.
           05  POURCENT-FRAUDE          PIC 9(2) VALUE 80.
           05  JOURS-REPONSE            PIC 9(3) VALUE 30.

       1   CONTROLE-WORKING-MANAGER.
           05  CPT-CONSTATS             PIC 9(6) VALUE 0.
           05  CPT-CONSTATS-REJETES     PIC 9(6) VALUE 0.
           05  CPT-PROPOSITIONS         PIC 9(6) VALUE 0.
           05  CPT-RECOUVREMENTS        PIC 9(6) VALUE 0.
           05  CPT-INSCRIPTIONS         PIC 9(6) VALUE 0.
           05  CPT-EN-ATTENTE-SOLDES    PIC 9(6) VALUE 0.
           05  TOTAL-DROITS             PIC 9(10)V99 VALUE 0.
           05  TOTAL-INTERETS-RETARD    PIC 9(10)V99 VALUE 0.
           05  TOTAL-MANQUEMENTS        PIC 9(10)V99 VALUE 0.
           05  RESTE-A-VENTILER         PIC 9(7)V99 VALUE 0.
           05  NOM-PRENOM-TROUVE        PIC X(30) VALUE SPACE.

       1   DATES-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-JOUR-DECOUPE REDEFINES DATE-DU-JOUR.
               10  DJ-ANNEE             PIC 9(4).
               10  DJ-MOIS              PIC 9(2).
               10  DJ-JOUR              PIC 9(2).
           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE JOURS-AUJOURDHUI =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)

           PERFORM LIRE-PARAMETRES
           PERFORM OUVRIR-MASTER-DOSSIERS

           OPEN INPUT C-OCCURRENCES
           IF STATUT-OCCURRENCES-ABSENT THEN
               DISPLAY "7-CONTROLE-SUIVI : 5-occurrences.idx"
                       " introuvable, revenus declares a zero"
           END-IF

           OPEN I-O F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-CONTROLE-SUIVI : 7-soldes.idx introuvable,"
                       " rappels inscrits au passage suivant"
           END-IF

           OPEN OUTPUT F-LETTRES
           PERFORM ENREGISTRER-CONSTATS
           CLOSE F-LETTRES

           PERFORM OUVRIR-REPRISE-OCCURRENCES
           PERFORM METTRE-EN-RECOUVREMENT
           CLOSE R-OCCURRENCES

           CLOSE F-DOSSIERS
           IF NOT STATUT-OCCURRENCES-ABSENT THEN
               CLOSE C-OCCURRENCES
           END-IF
           IF NOT STATUT-SOLDES-ABSENT THEN
               CLOSE F-SOLDES
           END-IF

           DISPLAY "7-CONTROLE-SUIVI : " CPT-CONSTATS
                   " constat(s) dont " CPT-CONSTATS-REJETES
                   " rejete(s), " CPT-PROPOSITIONS
                   " proposition(s), " CPT-RECOUVREMENTS
                   " mise(s) en recouvrement, " CPT-INSCRIPTIONS
                   " inscription(s) au livre, " CPT-EN-ATTENTE-SOLDES
                   " en attente du livre"
           DISPLAY "7-CONTROLE-SUIVI : droits " TOTAL-DROITS
                   ", interet de retard " TOTAL-INTERETS-RETARD
                   ", majorations " TOTAL-MANQUEMENTS

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        TAUX, POURCENTAGES ET DELAI DE REPONSE

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-controle.param introuvable, taux par"
                       " defaut conserves"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-controle.param vide, taux par"
                               " defaut conserves"
                   NOT AT END
                       MOVE PRM-Taux-Interet-Mensuel
                           TO TAUX-INTERET-MENSUEL
                       MOVE PRM-Pourcent-Retard TO POURCENT-RETARD
                       MOVE PRM-Pourcent-Delibere
                           TO POURCENT-DELIBERE
                       MOVE PRM-Pourcent-Fraude TO POURCENT-FRAUDE
                       MOVE PRM-Jours-Reponse TO JOURS-REPONSE
               END-READ
               CLOSE F-PARAM
           END-IF
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER-DOSSIERS.

           OPEN INPUT F-DOSSIERS
           IF STATUT-DOSSIERS-ABSENT THEN
               CLOSE F-DOSSIERS
               OPEN OUTPUT F-DOSSIERS
               CLOSE F-DOSSIERS
           ELSE
               CLOSE F-DOSSIERS
           END-IF

           OPEN I-O F-DOSSIERS
           .

      *    Meme ouverture que 4-RECYCLAGE : le fichier de reprise
      *    peut deja porter des corrections en attente
       OUVRIR-REPRISE-OCCURRENCES.

           OPEN INPUT R-OCCURRENCES
           IF STATUT-REPRISE-ABSENT THEN
               CLOSE R-OCCURRENCES
               OPEN OUTPUT R-OCCURRENCES
           ELSE
               CLOSE R-OCCURRENCES
               OPEN EXTEND R-OCCURRENCES
           END-IF
           .

      ******************************************************************
      *        CONSTATATIONS DU JOUR : OUVERTURE DU DOSSIER ET
      *        PROPOSITION DE RECTIFICATION

       ENREGISTRER-CONSTATS.

           OPEN INPUT F-CONSTATS

           IF STATUT-CONSTATS-ABSENT THEN
               DISPLAY "7-controle-constats.dat introuvable, aucune"
                       " constatation"
           ELSE
               PERFORM UNTIL FF-CST
                   READ F-CONSTATS
                       AT END
                           SET FF-CST TO TRUE
                       NOT AT END
                           ADD 1 TO CPT-CONSTATS
                           PERFORM ENREGISTRER-UN-CONSTAT
                   END-READ
               END-PERFORM
               CLOSE F-CONSTATS
           END-IF
           .

       ENREGISTRER-UN-CONSTAT.

           INITIALIZE CTL-ENREG
           MOVE CST-Qualification TO CTL-Qualification
           IF NOT CTL-Qualification-Valide THEN
               DISPLAY "7-CONTROLE-SUIVI : qualification "
                       CST-Qualification " inconnue pour "
                       CST-Numero-Fiscal ", constat rejete"
               ADD 1 TO CPT-CONSTATS-REJETES
               EXIT PARAGRAPH
           END-IF

           IF CST-Droits = 0 THEN
               DISPLAY "7-CONTROLE-SUIVI : aucun droit rappele pour "
                       CST-Numero-Fiscal ", constat rejete"
               ADD 1 TO CPT-CONSTATS-REJETES
               EXIT PARAGRAPH
           END-IF

           MOVE CST-Numero-Fiscal TO CTL-Numero-Fiscal
           MOVE CST-Annee TO CTL-Annee
           MOVE CST-Taxe TO CTL-Taxe
           SET CTL-Etat-Proposition TO TRUE
           MOVE CST-Code-Insee TO CTL-Code-Insee
           MOVE CST-Local TO CTL-Local
           MOVE CST-Revenu-Corrige TO CTL-Revenu-Corrige
           MOVE CST-Droits TO CTL-Droits
           MOVE CST-Verificateur TO CTL-Verificateur
           MOVE CST-Date-Constat TO CTL-Date-Constat
           MOVE DATE-DU-JOUR TO CTL-Date-Proposition
           COMPUTE CTL-Date-Limite-Reponse =
                   FUNCTION DATE-OF-INTEGER(JOURS-AUJOURDHUI
                   + JOURS-REPONSE)
           MOVE "N" TO CTL-Inscrit-Soldes

           PERFORM CHERCHER-OCCURRENCE-DECLAREE
           PERFORM CALCULER-RAPPELS

           WRITE CTL-ENREG
               INVALID KEY
                   DISPLAY "7-CONTROLE-SUIVI : dossier deja ouvert"
                           " pour " CST-Numero-Fiscal " " CST-Annee
                           " " CST-Taxe ", constat rejete"
                   ADD 1 TO CPT-CONSTATS-REJETES
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM ECRIRE-PROPOSITION
           ADD 1 TO CPT-PROPOSITIONS
           .

      *    Revenu d'origine lu sur l'occurrence declaree (cle
      *    d'amendement) ; un revenu omis n'a pas d'occurrence
       CHERCHER-OCCURRENCE-DECLAREE.

           MOVE 0 TO CTL-Revenu-Declare

           IF STATUT-OCCURRENCES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE CTL-Numero-Fiscal TO C-NUMERO-FISCAL
           MOVE CTL-Taxe TO C-TAXE
           MOVE CTL-Code-Insee TO C-CODE-INSEE
           MOVE CTL-Annee TO C-ANNEE
           MOVE CTL-Local TO C-LOCAL
           READ C-OCCURRENCES KEY IS C-CLE-AMENDEMENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF C-SENS = "-" THEN
                       COMPUTE CTL-Revenu-Declare = 0 - C-REVENU
                   ELSE
                       MOVE C-REVENU TO CTL-Revenu-Declare
                   END-IF
           END-READ
           .

      *    Interet de retard : taux mensuel sur les droits, du
      *    1er janvier qui suit le millesime a la fin du mois de la
      *    proposition ; majoration selon la qualification
       CALCULER-RAPPELS.

           COMPUTE CTL-Mois-Retard =
                   (DJ-ANNEE - CTL-Annee - 1) * 12 + DJ-MOIS
           IF DJ-ANNEE NOT > CTL-Annee THEN
               MOVE 0 TO CTL-Mois-Retard
           END-IF

           COMPUTE CTL-Interet-Retard ROUNDED =
                   CTL-Droits * TAUX-INTERET-MENSUEL
                   * CTL-Mois-Retard / 100

           EVALUATE CTL-Qualification
               WHEN "R"
                   MOVE POURCENT-RETARD TO CTL-Pourcent-Manquement
               WHEN "D"
                   MOVE POURCENT-DELIBERE TO CTL-Pourcent-Manquement
               WHEN "F"
                   MOVE POURCENT-FRAUDE TO CTL-Pourcent-Manquement
               WHEN OTHER
                   MOVE 0 TO CTL-Pourcent-Manquement
           END-EVALUATE

           COMPUTE CTL-Manquement ROUNDED =
                   CTL-Droits * CTL-Pourcent-Manquement / 100
           .

      ******************************************************************
      *        PROPOSITION DE RECTIFICATION (MISE EN PAGE SUR LE
      *        MODELE DE 7-RELANCES)

       ECRIRE-PROPOSITION.

           MOVE ARTICLE-PRO-TITRE TO FL-DATA
           WRITE FL-DATA
           MOVE ARTICLE-PRO-LIGNE TO FL-DATA
           WRITE FL-DATA

           MOVE CTL-Numero-Fiscal TO PR-Numero-Fiscal
           MOVE ARTICLE-PRO-NUMERO TO FL-DATA
           WRITE FL-DATA

           PERFORM CHERCHER-NOM-PRENOM
           MOVE NOM-PRENOM-TROUVE TO PR-Nom-Prenom
           MOVE ARTICLE-PRO-IDENTITE TO FL-DATA
           WRITE FL-DATA

           MOVE CTL-Annee TO PR-Annee
           MOVE CTL-Taxe TO PR-Taxe
           MOVE ARTICLE-PRO-ANNEE TO FL-DATA
           WRITE FL-DATA

           MOVE CTL-Revenu-Declare TO PR-Revenu-Declare
           MOVE ARTICLE-PRO-DECLARE TO FL-DATA
           WRITE FL-DATA

           MOVE CTL-Revenu-Corrige TO PR-Revenu-Corrige
           MOVE ARTICLE-PRO-CORRIGE TO FL-DATA
           WRITE FL-DATA

           MOVE CTL-Droits TO PR-Droits
           MOVE ARTICLE-PRO-DROITS TO FL-DATA
           WRITE FL-DATA

           MOVE CTL-Interet-Retard TO PR-Interet
           MOVE CTL-Mois-Retard TO PR-Mois
           MOVE ARTICLE-PRO-INTERET TO FL-DATA
           WRITE FL-DATA

           IF CTL-Manquement > 0 THEN
               MOVE CTL-Pourcent-Manquement TO PR-Pourcent
               MOVE CTL-Manquement TO PR-Manquement
               MOVE ARTICLE-PRO-MANQUEMENT TO FL-DATA
               WRITE FL-DATA
           END-IF

           COMPUTE PR-Total = CTL-Droits + CTL-Interet-Retard
                   + CTL-Manquement
           MOVE ARTICLE-PRO-TOTAL TO FL-DATA
           WRITE FL-DATA

           MOVE CTL-Date-Limite-Reponse TO PR-Date-Limite
           MOVE ARTICLE-PRO-REPONSE TO FL-DATA
           WRITE FL-DATA

           MOVE ARTICLE-PRO-AVERTISSEMENT-1 TO FL-DATA
           WRITE FL-DATA
           MOVE ARTICLE-PRO-AVERTISSEMENT-2 TO FL-DATA
           WRITE FL-DATA

           MOVE ARTICLE-PRO-VIDE TO FL-DATA
           WRITE FL-DATA
           .

      *    Nom et prenom repris du livre des soldes (premier
      *    millesime du contribuable), a blanc s'il n'y figure pas
       CHERCHER-NOM-PRENOM.

           MOVE SPACE TO NOM-PRENOM-TROUVE

           IF STATUT-SOLDES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE CTL-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE 0 TO SOL-Annee
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ F-SOLDES NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           IF SOL-Numero-Fiscal = CTL-Numero-Fiscal THEN
               STRING FUNCTION TRIM(SOL-Nom) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      SOL-Prenom DELIMITED BY SPACE
               INTO NOM-PRENOM-TROUVE
           END-IF
           .

      ******************************************************************
      *        DELAI DE REPONSE EXPIRE : OCCURRENCE RECTIFICATIVE AU
      *        ROLE SUPPLEMENTAIRE ET RAPPELS AU LIVRE DES SOLDES

       METTRE-EN-RECOUVREMENT.

           MOVE SPACE TO FIN-DOSSIERS
           MOVE LOW-VALUE TO CTL-Cle
           START F-DOSSIERS KEY NOT < CTL-Cle
               INVALID KEY
                   SET FF-CTL TO TRUE
           END-START

           PERFORM UNTIL FF-CTL
               READ F-DOSSIERS NEXT RECORD
                   AT END
                       SET FF-CTL TO TRUE
                   NOT AT END
                       PERFORM EXAMINER-UN-DOSSIER
               END-READ
           END-PERFORM
           .

       EXAMINER-UN-DOSSIER.

           IF CTL-Etat-Proposition
              AND CTL-Date-Limite-Reponse < DATE-DU-JOUR THEN
               PERFORM ECRIRE-OCCURRENCE-RECTIFICATIVE
               SET CTL-Etat-Recouvrement TO TRUE
               MOVE DATE-DU-JOUR TO CTL-Date-Recouvrement
               ADD 1 TO CPT-RECOUVREMENTS
               ADD CTL-Droits TO TOTAL-DROITS
               ADD CTL-Interet-Retard TO TOTAL-INTERETS-RETARD
               ADD CTL-Manquement TO TOTAL-MANQUEMENTS
               PERFORM INSCRIRE-RAPPELS
               REWRITE CTL-ENREG
               EXIT PARAGRAPH
           END-IF

           IF CTL-Etat-Recouvrement AND NOT CTL-Est-Inscrit THEN
               PERFORM INSCRIRE-RAPPELS
               REWRITE CTL-ENREG
           END-IF
           .

      *    L'occurrence rectificative porte la cle d'amendement de
      *    l'occurrence declaree : 4-OCCURRENCES l'amende sur place
      *    et l'estampille de l'execution suivante, ce qui la fait
      *    entrer au role supplementaire
       ECRIRE-OCCURRENCE-RECTIFICATIVE.

           INITIALIZE RO-ENREG
           MOVE CTL-Numero-Fiscal TO RO-Numero-Fiscal
           MOVE CTL-Annee TO RO-Annee
           MOVE CTL-Taxe TO RO-Taxe
           MOVE CTL-Revenu-Corrige TO RO-Revenu
           MOVE CTL-Code-Insee TO RO-Code-Insee
           MOVE CTL-Local TO RO-Local
           MOVE SPACE TO RO-Sens

           IF NOT STATUT-OCCURRENCES-ABSENT THEN
               MOVE CTL-Numero-Fiscal TO C-NUMERO-FISCAL
               MOVE CTL-Taxe TO C-TAXE
               MOVE CTL-Code-Insee TO C-CODE-INSEE
               MOVE CTL-Annee TO C-ANNEE
               MOVE CTL-Local TO C-LOCAL
               READ C-OCCURRENCES KEY IS C-CLE-AMENDEMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-RESIDENCE TO RO-Residence
                       MOVE C-DATE-DEBUT TO RO-Date-Debut
                       MOVE C-DATE-FIN TO RO-Date-Fin
                       MOVE C-DATE-DECLARATION
                           TO RO-Date-Declaration
               END-READ
           END-IF

           WRITE RO-ENREG
           .

      *    Interet de retard et majoration inscrits au millesime
      *    controle, a part du principal (que le role supplementaire
      *    rafraichit par 7-PAIEMENTS)
       INSCRIRE-RAPPELS.

           IF STATUT-SOLDES-ABSENT THEN
               ADD 1 TO CPT-EN-ATTENTE-SOLDES
               EXIT PARAGRAPH
           END-IF

           MOVE CTL-Numero-Fiscal TO SOL-Numero-Fiscal
           MOVE CTL-Annee TO SOL-Annee
           READ F-SOLDES
               INVALID KEY
                   DISPLAY "7-CONTROLE-SUIVI : millesime " CTL-Annee
                           " absent du livre pour " CTL-Numero-Fiscal
                           ", inscription differee"
                   ADD 1 TO CPT-EN-ATTENTE-SOLDES
                   EXIT PARAGRAPH
           END-READ

           ADD CTL-Interet-Retard TO SOL-Interet-Retard-Impose
           ADD CTL-Manquement TO SOL-Manquement-Impose
           ADD CTL-Interet-Retard TO SOL-Impose
           ADD CTL-Manquement TO SOL-Impose
           PERFORM RECALCULER-RESTANT-SOLDE
           REWRITE SOL-ENREG

           SET CTL-Est-Inscrit TO TRUE
           ADD 1 TO CPT-INSCRIPTIONS
           .

      *    Meme calcul que RECALCULER-RESTANT de 7-PAIEMENTS, ordre
      *    d'imputation legal compris
       RECALCULER-RESTANT-SOLDE.

           IF SOL-Paye > SOL-Impose THEN
               MOVE 0 TO SOL-Restant
           ELSE
               COMPUTE SOL-Restant = SOL-Impose - SOL-Paye
           END-IF

           MOVE SOL-Paye TO RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Frais-Impose THEN
               MOVE SOL-Frais-Impose TO SOL-Frais-Paye
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Frais-Paye
           END-IF
           SUBTRACT SOL-Frais-Paye FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Majoration-Imposee THEN
               MOVE SOL-Majoration-Imposee TO SOL-Majoration-Payee
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Majoration-Payee
           END-IF
           SUBTRACT SOL-Majoration-Payee FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Majoration-Retard-Imposee THEN
               MOVE SOL-Majoration-Retard-Imposee
                   TO SOL-Majoration-Retard-Payee
           ELSE
               MOVE RESTE-A-VENTILER
                   TO SOL-Majoration-Retard-Payee
           END-IF
           SUBTRACT SOL-Majoration-Retard-Payee
               FROM RESTE-A-VENTILER

           IF RESTE-A-VENTILER > SOL-Interets-Imposes THEN
               MOVE SOL-Interets-Imposes TO SOL-Interets-Payes
           ELSE
               MOVE RESTE-A-VENTILER TO SOL-Interets-Payes
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
               MOVE RESTE-A-VENTILER TO SOL-Principal-Paye
           END-IF
           .

       FIN-PGM.
           STOP RUN.
