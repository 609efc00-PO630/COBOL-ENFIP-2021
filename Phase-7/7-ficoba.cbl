      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: recherche des tiers detenteurs des debiteurs
      *          poursuivis dont on ne connait ni banque ni employeur.
      *          Le master 7-tiers-detenteurs.idx (cle numero fiscal
      *          + rang) tient, pour chaque contribuable, les comptes
      *          bancaires signales par le fichier national des
      *          comptes bancaires (FICOBA) et les employeurs
      *          rattaches par 7-employeurs.dat, ouverts (O) ou clos
      *          (C) ; 7-SAISIES y choisit le tiers vise par l'avis a
      *          tiers detenteur.
      *          A chaque passage :
      *          - les rattachements employeurs sont repris (un lien
      *            disparu de 7-employeurs.dat est clos) ;
      *          - les reponses FICOBA (7-ficoba-reponses.dat :
      *            banque, guichet, compte, ouvert/clos, ou neant)
      *            sont integrees ;
      *          - les debiteurs au niveau 3 de relance sans RIB
      *            utilisable (7-rib.idx) ni tiers ouvert au master
      *            font l'objet d'une demande (7-ficoba-demandes.dat),
      *            renouvelee au plus tot apres le delai de
      *            0-ficoba.param (180 jours par defaut).
      *          Le suivi des demandes est tenu dans
      *          7-ficoba-suivi.idx (D demandee, T tiers trouve,
      *          N neant) : un debiteur sans compte ni employeur
      *          (etat N) est propose a l'admission en non-valeur par
      *          7-NON-VALEURS. Etat des demandes et des reponses
      *          neant dans 7-ficoba.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-FICOBA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SOLDES ASSIGN TO "7-soldes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

           SELECT F-RIB ASSIGN TO "7-rib.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RIB-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-RIB.

      *    Rattachement contribuable -> employeur (SIRET), partage
      *    avec 7-TAUX-PAS
           SELECT F-EMPLOYEURS ASSIGN TO "7-employeurs.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EMPLOYEURS.

      *    Master des tiers detenteurs
           SELECT F-TIERS ASSIGN TO "7-tiers-detenteurs.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TDT-Cle
                   FILE STATUS IS WS-STATUT-TIERS.

      *    Suivi des demandes FICOBA, par contribuable
           SELECT F-SUIVI ASSIGN TO "7-ficoba-suivi.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIC-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-SUIVI.

      *    Reponses du fichier des comptes bancaires
           SELECT F-REPONSES ASSIGN TO "7-ficoba-reponses.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REPONSES.

      *    Demandes emises vers le fichier des comptes bancaires
           SELECT F-DEMANDES ASSIGN TO "7-ficoba-demandes.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Reponses rejetees (resultat ou etat inconnu)
           SELECT C-REJETS ASSIGN TO "7-ficoba-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Delai de renouvellement d'une demande
           SELECT F-PARAM ASSIGN TO "0-ficoba.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT FS ASSIGN TO "7-ficoba.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *    Meme disposition que C-RIB-ENREG dans 7-RIB-MAJ.cbl, qui
      *    alimente ce fichier
       FD  F-RIB.
       01  C-RIB-ENREG.
           05 RIB-Numero-Fiscal PIC 9(13).
           05 RIB-IBAN          PIC X(34).
           05 RIB-BIC           PIC X(11).
           05 RIB-Etat          PIC X(1).
               88 RIB-Actif         VALUE "A".
               88 RIB-Inutilisable  VALUE "I".

      *    Meme disposition que EMP-ENREG dans 7-TAUX-PAS.cbl
       FD  F-EMPLOYEURS.
       01  EMP-ENREG.
           05 EMP-Numero-Fiscal PIC 9(13).
           05 EMP-Siret         PIC 9(14).

      *    Un tiers par rang : compte bancaire (B, origine FICOBA) ou
      *    employeur (E, origine 7-employeurs.dat)
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

       FD  F-SUIVI.
       01  FIC-ENREG.
           05 FIC-Numero-Fiscal PIC 9(13).
           05 FIC-Etat          PIC X(1).
               88 FIC-Etat-Demandee VALUE "D".
               88 FIC-Etat-Trouve   VALUE "T".
               88 FIC-Etat-Neant    VALUE "N".
           05 FIC-Date-Demande  PIC 9(8).
           05 FIC-Date-Reponse  PIC 9(8).
           05 FIC-Nb-Comptes    PIC 9(2).

      *    Une ligne par compte trouve (T), ou une ligne neant (N)
       FD  F-REPONSES.
       01  FRP-ENREG.
           05 FRP-Numero-Fiscal PIC 9(13).
           05 FRP-Resultat      PIC X(1).
               88 FRP-Resultat-Trouve VALUE "T".
               88 FRP-Resultat-Neant  VALUE "N".
           05 FRP-Compte.
               10 FRP-Banque        PIC X(5).
               10 FRP-Guichet       PIC X(5).
               10 FRP-Numero-Compte PIC X(11).
           05 FRP-Etat          PIC X(1).
               88 FRP-Etat-Ouvert   VALUE "O".
               88 FRP-Etat-Clos     VALUE "C".
           05 FRP-Date-Etat     PIC 9(8).

       FD  F-DEMANDES.
       01  FDM-ENREG.
           05 FDM-Numero-Fiscal PIC 9(13).
           05 FDM-Nom           PIC X(11).
           05 FDM-Prenom        PIC X(15).
           05 FDM-Date-Demande  PIC 9(8).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Reponse        PIC X(44).
           05 CR-Motif          PIC X(40).

       FD  F-PARAM.
       01  PFI-ENREG.
           05 PFI-Jours-Renouvellement PIC 9(3).

       FD  FS.
       01  FS-DATA PIC X(80).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-FIC-TITRE PIC X(50)
              VALUE 'RECHERCHE DES TIERS DETENTEURS (FICOBA)'.

           05 ARTICLE-FIC-LIGNE PIC X(70) VALUE ALL '-'.

           05 ARTICLE-FIC-SECTION PIC X(50).

           05 ARTICLE-FIC-ENTETE.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(28) VALUE 'Nom Prenom'.
               10 FILLER PIC X(10) VALUE 'Date'.
               10 FILLER PIC X(18) VALUE 'Suite'.

           05 ARTICLE-FIC-INDIV.
               10 FD-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 FD-Nom-Prenom PIC X(27).
               10 FILLER PIC X VALUE SPACE.
               10 FD-Date PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 FD-Suite PIC X(31).

           05 ARTICLE-FIC-FIN.
               10 FILLER PIC X(16) VALUE 'Demandes emises'.
               10 FILLER PIC X VALUE ':'.
               10 FD-Demandes-fin PIC Z(5)9.
               10 FILLER PIC X(4) VALUE SPACE.
               10 FILLER PIC X(22) VALUE 'Reponses neant'.
               10 FILLER PIC X VALUE ':'.
               10 FD-Neant-fin PIC Z(5)9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-SOLDES               PIC  X(01) VALUE  SPACE.
               88  FF-SOL                          VALUE  HIGH-VALUE.
           05  FIN-EMPLOYEURS           PIC  X(01) VALUE  SPACE.
               88  FF-EMP                          VALUE  HIGH-VALUE.
           05  FIN-REPONSES             PIC  X(01) VALUE  SPACE.
               88  FF-REP                          VALUE  HIGH-VALUE.
           05  FIN-TIERS                PIC  X(01) VALUE  SPACE.
               88  FF-TDT                          VALUE  HIGH-VALUE.

       1   FICOBA-WORKING-MANAGER.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".
           05  WS-STATUT-RIB            PIC X(02) VALUE SPACE.
               88  STATUT-RIB-ABSENT              VALUE "35".
           05  WS-STATUT-EMPLOYEURS     PIC X(02) VALUE SPACE.
               88  STATUT-EMPLOYEURS-ABSENT       VALUE "35".
           05  WS-STATUT-TIERS          PIC X(02) VALUE SPACE.
               88  STATUT-TIERS-ABSENT            VALUE "35".
           05  WS-STATUT-SUIVI          PIC X(02) VALUE SPACE.
               88  STATUT-SUIVI-ABSENT            VALUE "35".
           05  WS-STATUT-REPONSES       PIC X(02) VALUE SPACE.
               88  STATUT-REPONSES-ABSENT         VALUE "35".
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  JOURS-AUJOURDHUI         PIC 9(8) VALUE 0.
           05  JOURS-DEMANDE            PIC 9(8) VALUE 0.
           05  JOURS-RENOUVELLEMENT     PIC 9(3) VALUE 180.
           05  CPT-DEMANDES             PIC 9(6) VALUE 0.
           05  CPT-COMPTES-OUVERTS      PIC 9(6) VALUE 0.
           05  CPT-COMPTES-CLOS         PIC 9(6) VALUE 0.
           05  CPT-NEANT                PIC 9(6) VALUE 0.
           05  CPT-REPONSES-REJETEES    PIC 9(6) VALUE 0.
           05  CPT-EMPLOYEURS-AJOUTES   PIC 9(6) VALUE 0.
           05  CPT-EMPLOYEURS-CLOS      PIC 9(6) VALUE 0.
           05  CPT-RANGS-PLEINS         PIC 9(6) VALUE 0.
           05  NEANT-DEJA-NOTE          PIC 9(1) VALUE 0.
               88  NEANT-EST-CONNU                VALUE 1.
               88  NEANT-EST-NOUVEAU              VALUE 0.

      *    Rattachements employeurs du fichier, gardes en table pour
      *    clore au master les liens qui en ont disparu ; table
      *    pleine = aucun lien n'est clos
       1   EMPLOYEURS-WORKING-MANAGER.
           05  NB-EMPLOYEURS            PIC 9(5) VALUE 0.
           05  IDX-EMPLOYEUR            PIC 9(5) VALUE 0.
           05  EMPLOYEURS-MAX           PIC 9(5) VALUE 5000.
           05  EMPLOYEUR-LIEN OCCURS 5000 TIMES.
               10  EL-NUMERO-FISCAL     PIC 9(13).
               10  EL-SIRET             PIC 9(14).
           05  CPT-EMPLOYEURS-DEBORDEMENT PIC 9(5) VALUE 0.
           05  LIEN-TROUVE              PIC 9(1) VALUE 0.
               88  LIEN-EST-TROUVE                VALUE 1.
               88  LIEN-EST-ABSENT                VALUE 0.

      *    Recherche d'un tiers au master pour un contribuable :
      *    rang du tiers deja connu, dernier rang occupe, tiers
      *    ouvert
       1   TIERS-WORKING-MANAGER.
           05  NUMERO-RECHERCHE         PIC 9(13) VALUE 0.
           05  RANG-TROUVE              PIC 9(2) VALUE 0.
           05  DERNIER-RANG             PIC 9(2) VALUE 0.
           05  RANG-MAX                 PIC 9(2) VALUE 99.
           05  TIERS-OUVERT             PIC 9(1) VALUE 0.
               88  TIERS-EST-OUVERT               VALUE 1.
               88  TIERS-EST-ABSENT               VALUE 0.
           05  NATURE-RECHERCHE         PIC X(1) VALUE SPACE.
           05  COMPTE-RECHERCHE         PIC X(21) VALUE SPACE.
           05  SIRET-RECHERCHE          PIC 9(14) VALUE 0.

      *    Rupture par debiteur sur le livre des soldes
       1   SELECTION-WORKING-MANAGER.
           05  DEBITEUR-EN-COURS        PIC 9(13) VALUE 0.
           05  DEB-PRENOM               PIC X(15) VALUE SPACE.
           05  DEB-NOM                  PIC X(11) VALUE SPACE.
           05  DEB-QUALIFIE             PIC 9(1) VALUE 0.
               88  DEB-EST-QUALIFIE               VALUE 1.
               88  DEB-EST-NON-QUALIFIE           VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-PARAMETRES

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           COMPUTE JOURS-AUJOURDHUI =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)

           PERFORM OUVRIR-MASTERS
           OPEN OUTPUT FS
           MOVE ARTICLE-FIC-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FIC-LIGNE TO FS-DATA
           WRITE FS-DATA

      *    D'abord les tiers connus (employeurs, reponses), ensuite
      *    les demandes pour les debiteurs restes sans tiers
           PERFORM REPRENDRE-EMPLOYEURS
           PERFORM INTEGRER-REPONSES
           PERFORM EMETTRE-DEMANDES

           MOVE ARTICLE-FIC-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-DEMANDES TO FD-Demandes-fin
           MOVE CPT-NEANT TO FD-Neant-fin
           MOVE ARTICLE-FIC-FIN TO FS-DATA
           WRITE FS-DATA
           CLOSE FS F-TIERS F-SUIVI

           DISPLAY "7-FICOBA : " CPT-DEMANDES " demande(s) emise(s), "
                   CPT-COMPTES-OUVERTS " compte(s) ouvert(s) et "
                   CPT-COMPTES-CLOS " clos recu(s), " CPT-NEANT
                   " reponse(s) neant, " CPT-REPONSES-REJETEES
                   " rejetee(s)"
           DISPLAY "7-FICOBA : " CPT-EMPLOYEURS-AJOUTES
                   " employeur(s) rattache(s), " CPT-EMPLOYEURS-CLOS
                   " lien(s) employeur clos"
           IF CPT-NEANT > 0 THEN
               DISPLAY "7-FICOBA : " CPT-NEANT
                       " debiteur(s) sans compte ni employeur (voir"
                       " 7-NON-VALEURS)"
           END-IF
           IF CPT-RANGS-PLEINS > 0 THEN
               DISPLAY "7-FICOBA : " CPT-RANGS-PLEINS
                       " tiers non inscrit(s), rangs du contribuable"
                       " epuises"
           END-IF
           IF CPT-EMPLOYEURS-DEBORDEMENT > 0 THEN
               DISPLAY "7-FICOBA : table des employeurs pleine, "
                       CPT-EMPLOYEURS-DEBORDEMENT
                       " lien(s) ignore(s), aucun lien clos"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PARAMETRE ET OUVERTURE DES MASTERS

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-ficoba.param introuvable, delai par defaut"
                       " conserve"
           ELSE
               READ F-PARAM
                   AT END
                       DISPLAY "0-ficoba.param vide, delai par"
                               " defaut conserve"
                   NOT AT END
                       MOVE PFI-Jours-Renouvellement
                           TO JOURS-RENOUVELLEMENT
               END-READ
               CLOSE F-PARAM
           END-IF
           .

      *    Meme idiom que 4-CONTRIBUABLES-MAJ : index crees s'ils
      *    n'existent pas encore
       OUVRIR-MASTERS.

           OPEN INPUT F-TIERS
           IF STATUT-TIERS-ABSENT THEN
               CLOSE F-TIERS
               OPEN OUTPUT F-TIERS
               CLOSE F-TIERS
           ELSE
               CLOSE F-TIERS
           END-IF
           OPEN I-O F-TIERS

           OPEN INPUT F-SUIVI
           IF STATUT-SUIVI-ABSENT THEN
               CLOSE F-SUIVI
               OPEN OUTPUT F-SUIVI
               CLOSE F-SUIVI
           ELSE
               CLOSE F-SUIVI
           END-IF
           OPEN I-O F-SUIVI
           .

      ******************************************************************
      *        RATTACHEMENTS EMPLOYEURS : LE FICHIER EST UNE IMAGE
      *        COMPLETE, UN LIEN QUI EN DISPARAIT EST CLOS AU MASTER

       REPRENDRE-EMPLOYEURS.

           OPEN INPUT F-EMPLOYEURS
           IF STATUT-EMPLOYEURS-ABSENT THEN
               DISPLAY "7-employeurs.dat introuvable, aucun"
                       " rattachement employeur repris"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-EMP
               READ F-EMPLOYEURS
                   AT END
                       SET FF-EMP TO TRUE
                   NOT AT END
                       IF NB-EMPLOYEURS < EMPLOYEURS-MAX THEN
                           ADD 1 TO NB-EMPLOYEURS
                           MOVE EMP-Numero-Fiscal
                               TO EL-NUMERO-FISCAL(NB-EMPLOYEURS)
                           MOVE EMP-Siret TO EL-SIRET(NB-EMPLOYEURS)
                       ELSE
                           ADD 1 TO CPT-EMPLOYEURS-DEBORDEMENT
                       END-IF
                       PERFORM RATTACHER-EMPLOYEUR
               END-READ
           END-PERFORM
           CLOSE F-EMPLOYEURS

           IF CPT-EMPLOYEURS-DEBORDEMENT = 0 THEN
               PERFORM CLORE-EMPLOYEURS-DISPARUS
           END-IF
           .

       RATTACHER-EMPLOYEUR.

           MOVE EMP-Numero-Fiscal TO NUMERO-RECHERCHE
           MOVE "E" TO NATURE-RECHERCHE
           MOVE SPACE TO COMPTE-RECHERCHE
           MOVE EMP-Siret TO SIRET-RECHERCHE
           PERFORM CHERCHER-TIERS

           IF RANG-TROUVE > 0 THEN
               MOVE EMP-Numero-Fiscal TO TDT-Numero-Fiscal
               MOVE RANG-TROUVE TO TDT-Rang
               READ F-TIERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT TDT-Etat-Ouvert THEN
                           SET TDT-Etat-Ouvert TO TRUE
                           MOVE DATE-DU-JOUR TO TDT-Date-Etat
                           MOVE DATE-DU-JOUR TO TDT-Date-Maj
                           REWRITE TDT-ENREG
                       END-IF
               END-READ
           ELSE
               INITIALIZE TDT-ENREG
               SET TDT-Nature-Employeur TO TRUE
               MOVE EMP-Siret TO TDT-Siret
               SET TDT-Etat-Ouvert TO TRUE
               MOVE DATE-DU-JOUR TO TDT-Date-Etat
               PERFORM INSCRIRE-TIERS
               IF RANG-TROUVE > 0 THEN
                   ADD 1 TO CPT-EMPLOYEURS-AJOUTES
               END-IF
           END-IF

           PERFORM NOTER-TIERS-TROUVE
           .

       CLORE-EMPLOYEURS-DISPARUS.

           MOVE SPACE TO FIN-TIERS
           MOVE LOW-VALUE TO TDT-Cle
           START F-TIERS KEY NOT < TDT-Cle
               INVALID KEY
                   SET FF-TDT TO TRUE
           END-START

           PERFORM UNTIL FF-TDT
               READ F-TIERS NEXT RECORD
                   AT END
                       SET FF-TDT TO TRUE
                   NOT AT END
                       IF TDT-Nature-Employeur AND TDT-Etat-Ouvert THEN
                           PERFORM CHERCHER-LIEN-EMPLOYEUR
                           IF LIEN-EST-ABSENT THEN
                               SET TDT-Etat-Clos TO TRUE
                               MOVE DATE-DU-JOUR TO TDT-Date-Etat
                               MOVE DATE-DU-JOUR TO TDT-Date-Maj
                               REWRITE TDT-ENREG
                               ADD 1 TO CPT-EMPLOYEURS-CLOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CHERCHER-LIEN-EMPLOYEUR.

           SET LIEN-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-EMPLOYEUR
           PERFORM UNTIL IDX-EMPLOYEUR > NB-EMPLOYEURS
                      OR LIEN-EST-TROUVE
               IF EL-NUMERO-FISCAL(IDX-EMPLOYEUR) = TDT-Numero-Fiscal
                  AND EL-SIRET(IDX-EMPLOYEUR) = TDT-Siret THEN
                   SET LIEN-EST-TROUVE TO TRUE
               END-IF
               ADD 1 TO IDX-EMPLOYEUR
           END-PERFORM
           .

      ******************************************************************
      *        REPONSES DU FICHIER DES COMPTES BANCAIRES : UN COMPTE
      *        DEJA CONNU EST MIS A JOUR, UN NOUVEAU EST INSCRIT

       INTEGRER-REPONSES.

           OPEN INPUT F-REPONSES
           IF STATUT-REPONSES-ABSENT THEN
               DISPLAY "7-ficoba-reponses.dat introuvable, aucune"
                       " reponse integree"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT C-REJETS
           MOVE "REPONSES NEANT : PROPOSEES EN NON-VALEUR"
               TO ARTICLE-FIC-SECTION
           MOVE ARTICLE-FIC-SECTION TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FIC-ENTETE TO FS-DATA
           WRITE FS-DATA

           PERFORM UNTIL FF-REP
               READ F-REPONSES
                   AT END
                       SET FF-REP TO TRUE
                   NOT AT END
                       PERFORM INTEGRER-UNE-REPONSE
               END-READ
           END-PERFORM

           CLOSE F-REPONSES C-REJETS
           MOVE ARTICLE-FIC-LIGNE TO FS-DATA
           WRITE FS-DATA
           .

       INTEGRER-UNE-REPONSE.

           EVALUATE TRUE
               WHEN FRP-Resultat-Neant
                   PERFORM NOTER-NEANT
               WHEN FRP-Resultat-Trouve
                   IF NOT FRP-Etat-Ouvert AND NOT FRP-Etat-Clos THEN
                       MOVE "etat du compte inconnu" TO CR-Motif
                       PERFORM ECRIRE-REJET
                   ELSE
                       PERFORM INSCRIRE-COMPTE
                   END-IF
               WHEN OTHER
                   MOVE "resultat inconnu" TO CR-Motif
                   PERFORM ECRIRE-REJET
           END-EVALUATE
           .

       INSCRIRE-COMPTE.

           MOVE FRP-Numero-Fiscal TO NUMERO-RECHERCHE
           MOVE "B" TO NATURE-RECHERCHE
           MOVE FRP-Compte TO COMPTE-RECHERCHE
           MOVE 0 TO SIRET-RECHERCHE
           PERFORM CHERCHER-TIERS

           IF RANG-TROUVE > 0 THEN
               MOVE FRP-Numero-Fiscal TO TDT-Numero-Fiscal
               MOVE RANG-TROUVE TO TDT-Rang
               READ F-TIERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FRP-Etat TO TDT-Etat
                       MOVE FRP-Date-Etat TO TDT-Date-Etat
                       MOVE DATE-DU-JOUR TO TDT-Date-Maj
                       REWRITE TDT-ENREG
               END-READ
           ELSE
               INITIALIZE TDT-ENREG
               SET TDT-Nature-Banque TO TRUE
               MOVE FRP-Compte TO TDT-Compte
               MOVE FRP-Etat TO TDT-Etat
               MOVE FRP-Date-Etat TO TDT-Date-Etat
               PERFORM INSCRIRE-TIERS
           END-IF

      *    Des comptes tous clos valent reponse neant
           IF FRP-Etat-Ouvert THEN
               ADD 1 TO CPT-COMPTES-OUVERTS
               PERFORM NOTER-TIERS-TROUVE
           ELSE
               ADD 1 TO CPT-COMPTES-CLOS
               PERFORM NOTER-NEANT
           END-IF
           .

      *    Reponse neant : le debiteur reste sans tiers s'il n'a pas
      *    d'employeur ni d'autre compte ouvert au master ; il est
      *    alors propose a l'admission en non-valeur (une seule fois
      *    par reponse)
       NOTER-NEANT.

           MOVE FRP-Numero-Fiscal TO NUMERO-RECHERCHE
           MOVE SPACE TO NATURE-RECHERCHE
           PERFORM CHERCHER-TIERS
           SET NEANT-EST-NOUVEAU TO TRUE

           MOVE FRP-Numero-Fiscal TO FIC-Numero-Fiscal
           READ F-SUIVI
               INVALID KEY
                   INITIALIZE FIC-ENREG
                   MOVE FRP-Numero-Fiscal TO FIC-Numero-Fiscal
                   SET FIC-Etat-Neant TO TRUE
                   MOVE FRP-Date-Etat TO FIC-Date-Reponse
                   WRITE FIC-ENREG
               NOT INVALID KEY
                   IF FIC-Etat-Neant THEN
                       SET NEANT-EST-CONNU TO TRUE
                   END-IF
                   SET FIC-Etat-Neant TO TRUE
                   MOVE FRP-Date-Etat TO FIC-Date-Reponse
                   MOVE 0 TO FIC-Nb-Comptes
                   REWRITE FIC-ENREG
           END-READ

           IF TIERS-EST-OUVERT THEN
               PERFORM NOTER-TIERS-TROUVE
               EXIT PARAGRAPH
           END-IF
           IF NEANT-EST-CONNU THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CPT-NEANT
           MOVE FRP-Numero-Fiscal TO FD-Numero-Fiscal
           MOVE SPACE TO FD-Nom-Prenom
           MOVE FRP-Date-Etat TO FD-Date
           MOVE "sans compte ouvert ni employeur" TO FD-Suite
           MOVE ARTICLE-FIC-INDIV TO FS-DATA
           WRITE FS-DATA
           .

      *    Un tiers ouvert (compte ou employeur) sort le debiteur de
      *    l'etat neant
       NOTER-TIERS-TROUVE.

           MOVE NUMERO-RECHERCHE TO FIC-Numero-Fiscal
           READ F-SUIVI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FIC-Etat-Neant OR FIC-Etat-Demandee THEN
                       SET FIC-Etat-Trouve TO TRUE
                       IF FIC-Date-Reponse = 0 THEN
                           MOVE DATE-DU-JOUR TO FIC-Date-Reponse
                       END-IF
                   END-IF
                   IF NATURE-RECHERCHE = "B" THEN
                       ADD 1 TO FIC-Nb-Comptes
                   END-IF
                   REWRITE FIC-ENREG
           END-READ
           .

       ECRIRE-REJET.

           MOVE FRP-ENREG TO CR-Reponse
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REPONSES-REJETEES
           .

      ******************************************************************
      *        PARCOURS DES TIERS D'UN CONTRIBUABLE : RANG DU TIERS
      *        RECHERCHE (NATURE ET COMPTE OU SIRET), DERNIER RANG
      *        OCCUPE, PRESENCE D'UN TIERS OUVERT

       CHERCHER-TIERS.

           MOVE 0 TO RANG-TROUVE
           MOVE 0 TO DERNIER-RANG
           SET TIERS-EST-ABSENT TO TRUE
           MOVE SPACE TO FIN-TIERS

           MOVE NUMERO-RECHERCHE TO TDT-Numero-Fiscal
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
                       IF TDT-Numero-Fiscal NOT = NUMERO-RECHERCHE THEN
                           SET FF-TDT TO TRUE
                       ELSE
                           MOVE TDT-Rang TO DERNIER-RANG
                           IF TDT-Etat-Ouvert THEN
                               SET TIERS-EST-OUVERT TO TRUE
                           END-IF
                           IF TDT-Nature = NATURE-RECHERCHE
                              AND TDT-Compte = COMPTE-RECHERCHE
                              AND TDT-Siret = SIRET-RECHERCHE THEN
                               MOVE TDT-Rang TO RANG-TROUVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    TDT-ENREG est garni par l'appelant ; le tiers prend le
      *    rang suivant le dernier occupe
       INSCRIRE-TIERS.

           MOVE 0 TO RANG-TROUVE
           IF DERNIER-RANG NOT < RANG-MAX THEN
               ADD 1 TO CPT-RANGS-PLEINS
               EXIT PARAGRAPH
           END-IF

           MOVE NUMERO-RECHERCHE TO TDT-Numero-Fiscal
           COMPUTE TDT-Rang = DERNIER-RANG + 1
           MOVE DATE-DU-JOUR TO TDT-Date-Maj
           WRITE TDT-ENREG
               INVALID KEY
                   ADD 1 TO CPT-RANGS-PLEINS
               NOT INVALID KEY
                   MOVE TDT-Rang TO RANG-TROUVE
           END-WRITE
           .

      ******************************************************************
      *        DEMANDES : DEBITEURS AU NIVEAU 3 DE RELANCE, SANS RIB
      *        UTILISABLE NI TIERS OUVERT, SANS DEMANDE RECENTE

       EMETTRE-DEMANDES.

           OPEN INPUT F-SOLDES
           IF STATUT-SOLDES-ABSENT THEN
               DISPLAY "7-FICOBA : 7-soldes.idx introuvable, aucune"
                       " demande emise"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT F-RIB
           OPEN OUTPUT F-DEMANDES

           MOVE "DEMANDES EMISES" TO ARTICLE-FIC-SECTION
           MOVE ARTICLE-FIC-SECTION TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FIC-ENTETE TO FS-DATA
           WRITE FS-DATA

           MOVE 0 TO DEBITEUR-EN-COURS
           SET DEB-EST-NON-QUALIFIE TO TRUE
           MOVE LOW-VALUE TO SOL-Cle
           START F-SOLDES KEY NOT < SOL-Cle
               INVALID KEY
                   SET FF-SOL TO TRUE
           END-START

           PERFORM UNTIL FF-SOL
               READ F-SOLDES NEXT RECORD
                   AT END
                       SET FF-SOL TO TRUE
                       PERFORM CLOTURER-DEBITEUR
                   NOT AT END
                       IF SOL-Numero-Fiscal
                               NOT = DEBITEUR-EN-COURS THEN
                           PERFORM CLOTURER-DEBITEUR
                           MOVE SOL-Numero-Fiscal
                               TO DEBITEUR-EN-COURS
                           MOVE SOL-Prenom TO DEB-PRENOM
                           MOVE SOL-Nom TO DEB-NOM
                       END-IF
      *                Meme perimetre que la selection de 7-SAISIES :
      *                solde ouvert, hors sursis, non prescrit
                       IF SOL-Restant > 0
                          AND SOL-Niveau-Relance = 3
                          AND NOT SOL-Sursis-Actif
                          AND (SOL-Date-Prescription = 0
                           OR SOL-Date-Prescription > DATE-DU-JOUR)
                          THEN
                           SET DEB-EST-QUALIFIE TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-SOLDES F-DEMANDES
           IF NOT STATUT-RIB-ABSENT THEN
               CLOSE F-RIB
           END-IF
           .

       CLOTURER-DEBITEUR.

           IF DEBITEUR-EN-COURS > 0 AND DEB-EST-QUALIFIE THEN
               PERFORM EXAMINER-UN-DEBITEUR
           END-IF
           SET DEB-EST-NON-QUALIFIE TO TRUE
           .

       EXAMINER-UN-DEBITEUR.

      *    Un RIB utilisable suffit a 7-SAISIES
           IF NOT STATUT-RIB-ABSENT THEN
               MOVE DEBITEUR-EN-COURS TO RIB-Numero-Fiscal
               READ F-RIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT RIB-Inutilisable THEN
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           MOVE DEBITEUR-EN-COURS TO NUMERO-RECHERCHE
           MOVE SPACE TO NATURE-RECHERCHE
           PERFORM CHERCHER-TIERS
           IF TIERS-EST-OUVERT THEN
               EXIT PARAGRAPH
           END-IF

      *    Une demande recente (en attente ou restee neant) n'est
      *    pas renouvelee avant le delai
           MOVE DEBITEUR-EN-COURS TO FIC-Numero-Fiscal
           READ F-SUIVI
               INVALID KEY
                   INITIALIZE FIC-ENREG
                   MOVE DEBITEUR-EN-COURS TO FIC-Numero-Fiscal
                   SET FIC-Etat-Demandee TO TRUE
                   MOVE DATE-DU-JOUR TO FIC-Date-Demande
                   WRITE FIC-ENREG
               NOT INVALID KEY
                   COMPUTE JOURS-DEMANDE =
                           FUNCTION INTEGER-OF-DATE(FIC-Date-Demande)
                   IF JOURS-AUJOURDHUI - JOURS-DEMANDE
                           < JOURS-RENOUVELLEMENT THEN
                       EXIT PARAGRAPH
                   END-IF
                   SET FIC-Etat-Demandee TO TRUE
                   MOVE DATE-DU-JOUR TO FIC-Date-Demande
                   MOVE 0 TO FIC-Date-Reponse
                   MOVE 0 TO FIC-Nb-Comptes
                   REWRITE FIC-ENREG
           END-READ

           MOVE DEBITEUR-EN-COURS TO FDM-Numero-Fiscal
           MOVE DEB-NOM TO FDM-Nom
           MOVE DEB-PRENOM TO FDM-Prenom
           MOVE DATE-DU-JOUR TO FDM-Date-Demande
           WRITE FDM-ENREG
           ADD 1 TO CPT-DEMANDES

           INITIALIZE FD-Nom-Prenom
           MOVE DEBITEUR-EN-COURS TO FD-Numero-Fiscal
           STRING FUNCTION TRIM(DEB-NOM) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  DEB-PRENOM DELIMITED BY SPACE
           INTO FD-Nom-Prenom
           MOVE DATE-DU-JOUR TO FD-Date
           MOVE "demande emise" TO FD-Suite
           MOVE ARTICLE-FIC-INDIV TO FS-DATA
           WRITE FS-DATA
           .

       FIN-PGM.
           STOP RUN.
