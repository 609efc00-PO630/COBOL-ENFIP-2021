      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: avis de CFE consolides par entreprise : les
      *          etablissements du role CFE (6-imposables-cfe.dat,
      *          une ligne par SIRET) sont regroupes par SIREN (neuf
      *          premiers chiffres du SIRET) en un seul avis portant
      *          le detail site par site (SIRET, commune, montant),
      *          les parts des collectivites et le total du compte
      *          entreprise, avec une reference de paiement unique
      *          (numero fiscal derive du SIREN, meme cle que le
      *          solde tenu par 7-PAIEMENTS). L'adresse vient de
      *          5-adresses.idx quand l'entreprise y figure. Les
      *          produits par commune restent edites etablissement
      *          par etablissement par 7-ROLE-CFE et 7-ETAT-PRODUITS.
      *          Le site en annee de creation (exonere, C1) ou en
      *          deuxieme annee (base reduite de moitie, C2) porte
      *          son motif ; une entreprise dont tous les sites sont
      *          exoneres ne recoit pas d'avis.
      *          L'avis porte l'echeance de l'emission CF du compte
      *          (role CFE, 5-ROLES), celle-la meme qui date les
      *          penalites et relances du solde. Chaque avis est
      *          depose dans le flux d'impression commun
      *          (7-editique.dat, 7-EDITIQUE) au numero fiscal du
      *          compte entreprise et inscrit a son historique des
      *          contacts (7-historique-contacts.idx,
      *          7-CONTACTS-ENTRANTS), comme l'avis d'imposition de
      *          7-AVIS-CONTRIBUABLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-AVIS-CFE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FE ASSIGN TO "6-imposables-cfe.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Master des adresses postales (4-ADRESSES-MAJ) ; absent tant
      *    qu'aucune adresse n'a ete chargee
           SELECT F-ADRESSES ASSIGN TO "5-adresses.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

           SELECT FS ASSIGN TO "7-avis-cfe.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Flux d'impression commun remis a l'imprimeur (7-EDITIQUE)
           SELECT F-EDITIQUE ASSIGN TO "7-editique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EDITIQUE.

      *    Historique des contacts du contribuable (7-CONTACTS-
      *    ENTRANTS) : chaque avis emis y est inscrit
           SELECT F-HISTORIQUE ASSIGN TO "7-historique-contacts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HCT-Cle
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

           SELECT TRI ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que C-CFE-ENREG dans 5-ROLES.cbl
       FD  FE.
       01  FE-DATA.
           05 E-Siret           PIC 9(14).
           05 E-Raison-Sociale  PIC X(30).
           05 E-Code-Insee      PIC 9(5).
           05 E-Impot           PIC 9(6)V99.
           05 E-Impot-Commune   PIC 9(6)V99.
           05 E-Impot-Dept      PIC 9(6)V99.
           05 E-Impot-Region    PIC 9(6)V99.
           05 E-Annee           PIC 9(4).
           05 E-Base-Minimum    PIC X(1).
           05 E-Impot-Epci      PIC 9(6)V99.
           05 E-Reference-Paiement PIC X(21).
      *    Allegement de creation (C1, C2) et produit perdu
           05 E-Motif-Creation  PIC X(2).
           05 E-Perte-Commune   PIC 9(6)V99.
           05 E-Perte-Dept      PIC 9(6)V99.
           05 E-Perte-Region    PIC 9(6)V99.
      *    GEMAPI (comprise dans la part EPCI) et emission CF
           05 E-Impot-Gemapi    PIC 9(6)V99.
           05 E-Date-Emission   PIC 9(8).
           05 E-Date-Echeance   PIC 9(8).
           05 E-Emission-Reference PIC X(21).

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

       FD  FS.
       01  FS-DATA PIC X(100).

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

       SD  TRI.
       01  T-DATA.
           05 T-Siret.
               10 T-Siren           PIC 9(9).
               10 T-Nic             PIC 9(5).
           05 T-Raison-Sociale  PIC X(30).
           05 T-Code-Insee      PIC 9(5).
           05 T-Impot           PIC 9(6)V99.
           05 T-Impot-Commune   PIC 9(6)V99.
           05 T-Impot-Dept      PIC 9(6)V99.
           05 T-Impot-Region    PIC 9(6)V99.
           05 T-Annee           PIC 9(4).
           05 T-Base-Minimum    PIC X(1).
           05 T-Impot-Epci      PIC 9(6)V99.
           05 T-Reference-Paiement.
               10 T-Ref-Execution   PIC 9(6).
               10 T-Ref-Numero      PIC 9(13).
               10 T-Ref-Cle         PIC 9(2).
           05 T-Motif-Creation  PIC X(2).
           05 T-Perte-Commune   PIC 9(6)V99.
           05 T-Perte-Dept      PIC 9(6)V99.
           05 T-Perte-Region    PIC 9(6)V99.
           05 T-Impot-Gemapi    PIC 9(6)V99.
           05 T-Date-Emission   PIC 9(8).
           05 T-Date-Echeance   PIC 9(8).
           05 T-Emission-Reference PIC X(21).

       WORKING-STORAGE SECTION.

       1   GARNIR-WORKING-MANAGER.
           05  FIN-GARNIR               PIC X(01) VALUE SPACE.
               88  FF-GARNIR                       VALUE HIGH-VALUE.

       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-CFE       PIC X(32)
               VALUE "VER 6-IMPOSABLES-CFE        0007".

       01  Affichage.

           05 ARTICLE-AVIS-TITRE PIC X(50)
              VALUE 'AVIS DE COTISATION FONCIERE DES ENTREPRISES'.

           05 ARTICLE-AVIS-LIGNE PIC X(70) VALUE ALL '-'.

           05 ARTICLE-AVIS-SIREN.
               10 FILLER PIC X(20) VALUE 'SIREN'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Siren PIC 9(9).
               10 FILLER PIC X(7) VALUE '  (n.f.'.
               10 AV-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE ')'.

           05 ARTICLE-AVIS-RAISON.
               10 FILLER PIC X(20) VALUE 'Raison sociale'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Raison-Sociale PIC X(30).

           05 ARTICLE-AVIS-ANNEE.
               10 FILLER PIC X(20) VALUE 'Annee'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Annee PIC 9(4).

           05 ARTICLE-AVIS-ADRESSE.
               10 FILLER PIC X(20) VALUE 'Adresse'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Adresse PIC X(32).

           05 ARTICLE-AVIS-ADRESSE-SUITE.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 AV-Adresse-Suite PIC X(32).

           05 ARTICLE-AVIS-ADRESSE-VILLE.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 AV-Code-Postal PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 AV-Ville PIC X(26).

           05 ARTICLE-AVIS-ENTETE-SITES.
               10 FILLER PIC X(16) VALUE 'SIRET'.
               10 FILLER PIC X(8) VALUE 'Insee'.
               10 FILLER PIC X(12) VALUE 'Montant'.
               10 FILLER PIC X(6) VALUE 'Min.'.
               10 FILLER PIC X(10) VALUE 'Creation'.

           05 ARTICLE-AVIS-SITE.
               10 AS-Siret PIC 9(14).
               10 FILLER PIC X(2) VALUE SPACE.
               10 AS-Code-Insee PIC 9(5).
               10 FILLER PIC X(3) VALUE SPACE.
               10 AS-Impot PIC Z(6)9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 AS-Base-Minimum PIC X(1).
               10 FILLER PIC X(5) VALUE SPACE.
               10 AS-Motif-Creation PIC X(2).

           05 ARTICLE-AVIS-NB-SITES.
               10 FILLER PIC X(20) VALUE 'Etablissements'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Nb-Sites PIC Z(5)9.

           05 ARTICLE-AVIS-COMMUNE.
               10 FILLER PIC X(20) VALUE 'Part commune'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Commune PIC Z(9)9.99.

           05 ARTICLE-AVIS-DEPT.
               10 FILLER PIC X(20) VALUE 'Part departement'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Dept PIC Z(9)9.99.

           05 ARTICLE-AVIS-REGION.
               10 FILLER PIC X(20) VALUE 'Part region'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Region PIC Z(9)9.99.

           05 ARTICLE-AVIS-EPCI.
               10 FILLER PIC X(20) VALUE 'Part EPCI'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Epci PIC Z(9)9.99.

           05 ARTICLE-AVIS-TOTAL.
               10 FILLER PIC X(20) VALUE 'Montant total'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Total PIC Z(9)9.99.

      *    Echeance de l'emission CF du compte entreprise
           05 ARTICLE-AVIS-ECHEANCE.
               10 FILLER PIC X(20) VALUE 'Date limite paiement'.
               10 FILLER PIC X VALUE ':'.
               10 AV-Date-Echeance PIC 9(8).

      *    Ligne de reference sur le modele de 7-AVIS-CONTRIBUABLE
           05 ARTICLE-AVIS-REFERENCE.
               10 FILLER PIC X(4) VALUE '>>> '.
               10 AV-Ref-Execution PIC 9(6).
               10 FILLER PIC X VALUE SPACE.
               10 AV-Ref-Numero PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 AV-Ref-Cle PIC 9(2).
               10 FILLER PIC X(4) VALUE ' <<<'.

           05 ARTICLE-VIDE PIC X(10) VALUE SPACE.

       01  TRI-WORKING-MANAGER.
           05  FIN-TRI              PIC X(01) VALUE SPACE.
               88  FIN-TRI-OUI               VALUE HIGH-VALUE.

       01  ADRESSES-WORKING-MANAGER.
           05  WS-STATUT-ADRESSES   PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-ABSENT    VALUE "35".

      *    Compte entreprise en cours : sites en table jusqu'a la
      *    rupture sur le SIREN, l'en-tete de l'avis portant les
      *    totaux
       01  ENTREPRISE-WORKING-MANAGER.
           05  SIREN-COURANT        PIC 9(9) VALUE 0.
           05  NB-SITES             PIC 9(4) VALUE 0.
           05  IDX-SITE             PIC 9(4) VALUE 0.
           05  ENT-RAISON-SOCIALE   PIC X(30) VALUE SPACE.
           05  ENT-ANNEE            PIC 9(4) VALUE 0.
           05  ENT-REFERENCE-PAIEMENT.
               10  ENT-REF-EXECUTION    PIC 9(6).
               10  ENT-REF-NUMERO       PIC 9(13).
               10  ENT-REF-CLE          PIC 9(2).
           05  ENT-TOTAL-COMMUNE    PIC 9(10)V99 VALUE 0.
           05  ENT-TOTAL-DEPT       PIC 9(10)V99 VALUE 0.
           05  ENT-TOTAL-REGION     PIC 9(10)V99 VALUE 0.
           05  ENT-TOTAL-EPCI       PIC 9(10)V99 VALUE 0.
           05  ENT-TOTAL            PIC 9(10)V99 VALUE 0.
           05  ENT-DATE-ECHEANCE    PIC 9(8) VALUE 0.
           05  SITE-ENTREPRISE OCCURS 2000.
               10  STE-SIRET            PIC 9(14).
               10  STE-CODE-INSEE       PIC 9(5).
               10  STE-IMPOT            PIC 9(6)V99.
               10  STE-BASE-MINIMUM     PIC X(1).
               10  STE-MOTIF-CREATION   PIC X(2).

       01  COMPTEURS-WORKING-MANAGER.
           05  CPT-AVIS             PIC 9(6) VALUE 0.
           05  CPT-SITES            PIC 9(6) VALUE 0.
           05  CPT-MULTI-SITES      PIC 9(6) VALUE 0.
           05  CPT-AVIS-EXONERES    PIC 9(6) VALUE 0.
           05  TOTAL-CFE            PIC 9(12)V99 VALUE 0.

      *    Depot des avis dans le flux d'impression : lot = date et
      *    heure du passage, un numero par avis, destinataire = numero
      *    fiscal du compte entreprise
       01  EDITIQUE-WORKING-MANAGER.
           05  WS-STATUT-EDITIQUE       PIC X(02) VALUE SPACE.
               88  STATUT-EDITIQUE-ABSENT         VALUE "35".
           05  LOT-EDITIQUE.
               10  LOT-DATE             PIC 9(8) VALUE 0.
               10  LOT-HEURE            PIC 9(6) VALUE 0.
           05  HEURE-EDITIQUE           PIC 9(8) VALUE 0.
           05  TYPE-EDITIQUE            PIC X(2) VALUE "AV".
           05  DOCUMENT-EDITIQUE        PIC 9(6) VALUE 0.
           05  LIGNE-EDITIQUE           PIC 9(4) VALUE 0.
           05  NATURE-EDITIQUE          PIC X(1) VALUE "C".
           05  DESTINATAIRE-EDITIQUE    PIC 9(13) VALUE 0.

      *    Inscription des avis emis a l'historique des contacts ;
      *    canal C = courrier
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

           OPEN OUTPUT FS
           OPEN INPUT F-ADRESSES
           PERFORM OUVRIR-EDITIQUE
           PERFORM OUVRIR-HISTORIQUE

           SORT TRI
               ON ASCENDING KEY T-Siret
               INPUT PROCEDURE GARNIR-TRI-CFE
               OUTPUT PROCEDURE EDITER-AVIS

           IF NOT STATUT-ADRESSES-ABSENT THEN
               CLOSE F-ADRESSES
           END-IF
           CLOSE FS
           CLOSE F-EDITIQUE
           CLOSE F-HISTORIQUE

           DISPLAY "7-AVIS-CFE : " CPT-AVIS " avis pour "
                   CPT-SITES " etablissement(s), dont "
                   CPT-MULTI-SITES " entreprise(s) multi-sites,"
                   " total " TOTAL-CFE
           IF CPT-AVIS-EXONERES > 0 THEN
               DISPLAY "7-AVIS-CFE : " CPT-AVIS-EXONERES
                       " entreprise(s) exoneree(s) l'annee de"
                       " creation, sans avis"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        UN AVIS PAR SIREN (RUPTURE SUR LES NEUF PREMIERS
      *        CHIFFRES DU SIRET)

       EDITER-AVIS.

           PERFORM UNTIL FIN-TRI-OUI
               RETURN TRI
                   AT END
                       SET FIN-TRI-OUI TO TRUE
                   NOT AT END
                       IF NB-SITES > 0
                          AND T-Siren NOT = SIREN-COURANT THEN
                           PERFORM EDITER-UN-AVIS
                       END-IF
                       PERFORM CUMULER-SITE
               END-RETURN
           END-PERFORM

           IF NB-SITES > 0 THEN
               PERFORM EDITER-UN-AVIS
           END-IF
           .

       CUMULER-SITE.

           IF NB-SITES = 0 THEN
               MOVE T-Siren TO SIREN-COURANT
               MOVE T-Raison-Sociale TO ENT-RAISON-SOCIALE
               MOVE T-Annee TO ENT-ANNEE
               MOVE T-Reference-Paiement TO ENT-REFERENCE-PAIEMENT
               MOVE T-Date-Echeance TO ENT-DATE-ECHEANCE
           END-IF

           ADD T-Impot-Commune TO ENT-TOTAL-COMMUNE
           ADD T-Impot-Dept TO ENT-TOTAL-DEPT
           ADD T-Impot-Region TO ENT-TOTAL-REGION
           ADD T-Impot-Epci TO ENT-TOTAL-EPCI
           ADD T-Impot TO ENT-TOTAL

      *    Table pleine : le montant reste au total de l'avis, le
      *    detail du site est omis
           IF NB-SITES < 2000 THEN
               ADD 1 TO NB-SITES
               MOVE T-Siret TO STE-SIRET(NB-SITES)
               MOVE T-Code-Insee TO STE-CODE-INSEE(NB-SITES)
               MOVE T-Impot TO STE-IMPOT(NB-SITES)
               MOVE T-Base-Minimum TO STE-BASE-MINIMUM(NB-SITES)
               MOVE T-Motif-Creation
                   TO STE-MOTIF-CREATION(NB-SITES)
           ELSE
               DISPLAY "7-AVIS-CFE : table des sites pleine, SIRET "
                       T-Siret " non detaille"
           END-IF
           ADD 1 TO CPT-SITES
           .

       EDITER-UN-AVIS.

           IF ENT-TOTAL = 0 THEN
               ADD 1 TO CPT-AVIS-EXONERES
               MOVE 0 TO NB-SITES ENT-TOTAL-COMMUNE ENT-TOTAL-DEPT
                         ENT-TOTAL-REGION ENT-TOTAL-EPCI
               EXIT PARAGRAPH
           END-IF

           PERFORM COMMENCER-DOCUMENT-EDITIQUE
           MOVE ENT-REF-NUMERO TO DESTINATAIRE-EDITIQUE

           MOVE ARTICLE-AVIS-TITRE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ARTICLE-AVIS-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE SIREN-COURANT TO AV-Siren
           MOVE ENT-REF-NUMERO TO AV-Numero-Fiscal
           MOVE ARTICLE-AVIS-SIREN TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ENT-RAISON-SOCIALE TO AV-Raison-Sociale
           MOVE ARTICLE-AVIS-RAISON TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ENT-ANNEE TO AV-Annee
           MOVE ARTICLE-AVIS-ANNEE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           PERFORM EDITER-ADRESSE

           MOVE ARTICLE-AVIS-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ARTICLE-AVIS-ENTETE-SITES TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE 1 TO IDX-SITE
           PERFORM UNTIL IDX-SITE > NB-SITES
               MOVE STE-SIRET(IDX-SITE) TO AS-Siret
               MOVE STE-CODE-INSEE(IDX-SITE) TO AS-Code-Insee
               MOVE STE-IMPOT(IDX-SITE) TO AS-Impot
               MOVE STE-BASE-MINIMUM(IDX-SITE) TO AS-Base-Minimum
               MOVE STE-MOTIF-CREATION(IDX-SITE) TO AS-Motif-Creation
               MOVE ARTICLE-AVIS-SITE TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
               ADD 1 TO IDX-SITE
           END-PERFORM
           MOVE ARTICLE-AVIS-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE NB-SITES TO AV-Nb-Sites
           MOVE ARTICLE-AVIS-NB-SITES TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ENT-TOTAL-COMMUNE TO AV-Commune
           MOVE ARTICLE-AVIS-COMMUNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ENT-TOTAL-DEPT TO AV-Dept
           MOVE ARTICLE-AVIS-DEPT TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ENT-TOTAL-REGION TO AV-Region
           MOVE ARTICLE-AVIS-REGION TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           IF ENT-TOTAL-EPCI > 0 THEN
               MOVE ENT-TOTAL-EPCI TO AV-Epci
               MOVE ARTICLE-AVIS-EPCI TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF
           MOVE ENT-TOTAL TO AV-Total
           MOVE ARTICLE-AVIS-TOTAL TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           IF ENT-DATE-ECHEANCE > 0 THEN
               MOVE ENT-DATE-ECHEANCE TO AV-Date-Echeance
               MOVE ARTICLE-AVIS-ECHEANCE TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF

           MOVE ENT-REF-EXECUTION TO AV-Ref-Execution
           MOVE ENT-REF-NUMERO TO AV-Ref-Numero
           MOVE ENT-REF-CLE TO AV-Ref-Cle
           MOVE ARTICLE-AVIS-REFERENCE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           MOVE ARTICLE-VIDE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS

           PERFORM INSCRIRE-AVIS-HISTORIQUE

           ADD 1 TO CPT-AVIS
           IF NB-SITES > 1 THEN
               ADD 1 TO CPT-MULTI-SITES
           END-IF
           ADD ENT-TOTAL TO TOTAL-CFE

           MOVE 0 TO NB-SITES ENT-TOTAL-COMMUNE ENT-TOTAL-DEPT
                     ENT-TOTAL-REGION ENT-TOTAL-EPCI ENT-TOTAL
           .

      *    Chaque ligne de l'avis part aussi au flux d'impression
       ECRIRE-LIGNE-AVIS.

           WRITE FS-DATA
           PERFORM ECRIRE-LIGNE-EDITIQUE
           .

      *    Adresse du compte entreprise (numero fiscal derive du
      *    SIREN) ; rien n'est edite si elle n'est pas connue
       EDITER-ADRESSE.

           IF STATUT-ADRESSES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ENT-REF-NUMERO TO ADR-Numero-Fiscal
           READ F-ADRESSES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE ADR-Rue TO AV-Adresse
           MOVE ARTICLE-AVIS-ADRESSE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           IF ADR-Complement NOT = SPACE THEN
               MOVE ADR-Complement TO AV-Adresse-Suite
               MOVE ARTICLE-AVIS-ADRESSE-SUITE TO FS-DATA
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF
           MOVE ADR-Code-Postal TO AV-Code-Postal
           MOVE ADR-Ville TO AV-Ville
           MOVE ARTICLE-AVIS-ADRESSE-VILLE TO FS-DATA
           PERFORM ECRIRE-LIGNE-AVIS
           .


      *    Alimentation du tri : l'en-tete de version est verifie et
      *    consomme avant de relacher les enregistrements
       GARNIR-TRI-CFE.

           OPEN INPUT FE
           PERFORM GARNIR-TRI-CFE-VERSION
           PERFORM UNTIL FF-GARNIR
               READ FE
                   AT END
                       SET FF-GARNIR TO TRUE
                   NOT AT END
                       RELEASE T-DATA FROM FE-DATA
               END-READ
           END-PERFORM
           CLOSE FE
           .

       GARNIR-TRI-CFE-VERSION.

           READ FE
               AT END
                   DISPLAY "7-AVIS-CFE : 6-imposables-cfe.dat vide ou"
                           " sans en-tete de version, arret"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF FE-DATA(1:32) NOT = ENTETE-VERSION-CFE THEN
               DISPLAY "7-AVIS-CFE : version de disposition"
                       " inattendue en tete de 6-imposables-cfe.dat"
                       ", arret (attendu " ENTETE-VERSION-CFE ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
      *        HISTORIQUE DES CONTACTS : INSCRIPTION DE L'AVIS EMIS
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

      *    Plusieurs documents au meme compte dans la seconde : le
      *    numero d'ordre departage les cles
       INSCRIRE-CONTACT.

           INITIALIZE HCT-ENREG
           MOVE NUMERO-CONTACT TO HCT-Numero-Fiscal
           MOVE DATE-CONTACT TO HCT-Date
           MOVE HEURE-CONTACT TO HCT-Heure
           SET HCT-Sens-Sortant TO TRUE
           MOVE CANAL-CONTACT TO HCT-Canal
           MOVE DOCUMENT-CONTACT TO HCT-Document
           MOVE "7-AVIS-CFE" TO HCT-Programme
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

      *    Avis de CFE imprime, au numero fiscal du compte entreprise
       INSCRIRE-AVIS-HISTORIQUE.

           MOVE ENT-REF-NUMERO TO NUMERO-CONTACT
           MOVE SPACE TO RESUME-CONTACT
           STRING "avis de CFE " DELIMITED BY SIZE
                  ENT-ANNEE DELIMITED BY SIZE
                  " SIREN " DELIMITED BY SIZE
                  SIREN-COURANT DELIMITED BY SIZE
           INTO RESUME-CONTACT
           PERFORM INSCRIRE-CONTACT
           .

       FIN-PGM.
           STOP RUN.
