      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: impression au guichet d'un avis de situation
      *          declarative (justificatif de revenu pour les
      *          organismes sociaux et les banques) : identite,
      *          adresse, millesime des revenus, revenu fiscal de
      *          reference et parts du foyer, lus dans 5-rfr.idx
      *          (tenu par 5-ROLES). Le numero fiscal et le
      *          millesime sont fournis dans
      *          0-situation-demande.param ; un millesime a zero ou
      *          a blanc retient le plus recent du contribuable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-SITUATION-DECLARATIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DEMANDE ASSIGN TO "0-situation-demande.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DEMANDE.

      *    Revenus fiscaux de reference (5-ROLES), par numero fiscal
      *    et millesime
           SELECT F-RFR ASSIGN TO "5-rfr.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RFR-Cle
                   FILE STATUS IS WS-STATUT-RFR.

      *    Master des contribuables (4-CONTRIBUABLES-MAJ) : identite
           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

      *    Master des adresses postales (4-ADRESSES-MAJ)
           SELECT F-ADRESSES ASSIGN TO "5-adresses.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

           SELECT FS ASSIGN TO "7-situation-declarative.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DEMANDE.
       01  DEM-ENREG.
           05 DEM-Numero-Fiscal PIC 9(13).
           05 DEM-Annee         PIC 9(4).

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

       FD  FS.
       01  FS-DATA PIC X(80).

       WORKING-STORAGE SECTION.


       01  Affichage.

           05 ARTICLE-ASD-TITRE PIC X(40)
              VALUE 'AVIS DE SITUATION DECLARATIVE'.

           05 ARTICLE-ASD-LIGNE PIC X(40) VALUE ALL '-'.

           05 ARTICLE-ASD-NUMERO.
               10 FILLER PIC X(20) VALUE 'Numero fiscal'.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Numero-Fiscal PIC 9(13).

           05 ARTICLE-ASD-IDENTITE.
               10 FILLER PIC X(20) VALUE 'Nom, Prenom'.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Nom-Prenom PIC X(30).

           05 ARTICLE-ASD-ADRESSE.
               10 FILLER PIC X(20) VALUE 'Adresse'.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Adresse PIC X(32).

           05 ARTICLE-ASD-ADRESSE-SUITE.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Adresse-Suite PIC X(32).

           05 ARTICLE-ASD-ADRESSE-VILLE.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Code-Postal PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 ASD-Ville PIC X(26).

      *    Non-resident : format postal international
           05 ARTICLE-ASD-ADRESSE-ETRANGER.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Code-Postal-Etr PIC X(10).
               10 FILLER PIC X VALUE SPACE.
               10 ASD-Ville-Etr PIC X(30).

           05 ARTICLE-ASD-ADRESSE-PAYS.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Pays-Libelle PIC X(30).

           05 ARTICLE-ASD-ANNEE.
               10 FILLER PIC X(20) VALUE 'Revenus de l''annee'.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Annee PIC 9(4).

           05 ARTICLE-ASD-RFR.
               10 FILLER PIC X(20) VALUE 'Revenu fiscal ref.'.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Rfr PIC Z(9)9.

           05 ARTICLE-ASD-PARTS.
               10 FILLER PIC X(20) VALUE 'Nombre de parts'.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Parts PIC Z9.9.

           05 ARTICLE-ASD-CHEF.
               10 FILLER PIC X(20) VALUE 'Declarant du foyer'.
               10 FILLER PIC X VALUE ':'.
               10 ASD-Chef PIC 9(13).

           05 ARTICLE-ASD-INTROUVABLE.
               10 FILLER PIC X(20) VALUE 'Numero fiscal'.
               10 FILLER PIC X VALUE ':'.
               10 ASDI-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X(1) VALUE SPACE.
               10 FILLER PIC X(40)
                  VALUE 'sans revenu fiscal de reference connu'.


       01  DEMANDE-WORKING-MANAGER.
           05  WS-STATUT-DEMANDE        PIC X(02) VALUE SPACE.
               88  STATUT-DEMANDE-ABSENT         VALUE "35".

       01  RFR-WORKING-MANAGER.
           05  WS-STATUT-RFR            PIC X(02) VALUE SPACE.
               88  STATUT-RFR-ABSENT             VALUE "35".
           05  FIN-RFR                  PIC X(01) VALUE SPACE.
               88  FF-RFR                        VALUE HIGH-VALUE.
      *    Fiche retenue (millesime demande, a defaut le plus recent)
           05  RFR-RETENU               PIC X(48) VALUE SPACE.
           05  WS-TROUVE                PIC 9(1) VALUE 0.
               88  TROUVE-OUI                    VALUE 1.
               88  TROUVE-NON                    VALUE 0.

       01  CONTRIBUABLES-WORKING-MANAGER.
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT   VALUE "35".

       01  ADRESSES-WORKING-MANAGER.
           05  WS-STATUT-ADRESSES       PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-ABSENT        VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LIRE-DEMANDE

           OPEN INPUT F-RFR
           IF STATUT-RFR-ABSENT THEN
               DISPLAY "7-SITUATION-DECLARATIVE : 5-rfr.idx"
                       " introuvable, lancer d'abord 5-ROLES"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF
           OPEN OUTPUT FS
           OPEN INPUT F-CONTRIBUABLES
           OPEN INPUT F-ADRESSES

           PERFORM RECHERCHER-RFR

           IF TROUVE-OUI THEN
               PERFORM ECRIRE-SITUATION
           ELSE
               PERFORM ECRIRE-SITUATION-INTROUVABLE
           END-IF

           CLOSE F-RFR FS
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF
           IF NOT STATUT-ADRESSES-ABSENT THEN
               CLOSE F-ADRESSES
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        NUMERO FISCAL ET MILLESIME DEMANDES AU GUICHET

       LIRE-DEMANDE.

           OPEN INPUT F-DEMANDE
           IF STATUT-DEMANDE-ABSENT THEN
               DISPLAY "7-SITUATION-DECLARATIVE : "
                       "0-situation-demande.param introuvable"
               MOVE 0 TO DEM-Numero-Fiscal DEM-Annee
           ELSE
               READ F-DEMANDE
                   AT END
                       MOVE 0 TO DEM-Numero-Fiscal DEM-Annee
               END-READ
               CLOSE F-DEMANDE
           END-IF

           IF DEM-Annee NOT NUMERIC THEN
               MOVE 0 TO DEM-Annee
           END-IF
           .

      ******************************************************************
      *        FICHE DU MILLESIME DEMANDE, OU LA PLUS RECENTE DU
      *        CONTRIBUABLE (LES CLES D'UN NUMERO FISCAL SE SUIVENT
      *        PAR MILLESIME CROISSANT)

       RECHERCHER-RFR.

           SET TROUVE-NON TO TRUE

           IF DEM-Annee > 0 THEN
               MOVE DEM-Numero-Fiscal TO RFR-Numero-Fiscal
               MOVE DEM-Annee TO RFR-Annee
               READ F-RFR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TROUVE-OUI TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-RFR
           MOVE DEM-Numero-Fiscal TO RFR-Numero-Fiscal
           MOVE 0 TO RFR-Annee
           START F-RFR KEY NOT < RFR-Cle
               INVALID KEY
                   SET FF-RFR TO TRUE
           END-START

           PERFORM UNTIL FF-RFR
               READ F-RFR NEXT RECORD
                   AT END
                       SET FF-RFR TO TRUE
                   NOT AT END
                       IF RFR-Numero-Fiscal NOT = DEM-Numero-Fiscal
                           SET FF-RFR TO TRUE
                       ELSE
                           MOVE RFR-ENREG TO RFR-RETENU
                           SET TROUVE-OUI TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF TROUVE-OUI THEN
               MOVE RFR-RETENU TO RFR-ENREG
           END-IF
           .

      ******************************************************************
      *        IMPRESSION DE L'AVIS DE SITUATION DECLARATIVE

       ECRIRE-SITUATION.

           MOVE ARTICLE-ASD-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ASD-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE RFR-Numero-Fiscal TO ASD-Numero-Fiscal
           MOVE ARTICLE-ASD-NUMERO TO FS-DATA
           WRITE FS-DATA

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE RFR-Numero-Fiscal TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       INITIALIZE ASD-Nom-Prenom
                       STRING FUNCTION TRIM(C-Nom) DELIMITED BY SIZE
                              ', ' DELIMITED BY SIZE
                              C-Prenom DELIMITED BY SPACE
                       INTO ASD-Nom-Prenom
                       MOVE ARTICLE-ASD-IDENTITE TO FS-DATA
                       WRITE FS-DATA
               END-READ
           END-IF

           IF NOT STATUT-ADRESSES-ABSENT THEN
               MOVE RFR-Numero-Fiscal TO ADR-Numero-Fiscal
               READ F-ADRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ECRIRE-BLOC-ADRESSE
               END-READ
           END-IF

           MOVE RFR-Annee TO ASD-Annee
           MOVE ARTICLE-ASD-ANNEE TO FS-DATA
           WRITE FS-DATA

           MOVE RFR-Montant TO ASD-Rfr
           MOVE ARTICLE-ASD-RFR TO FS-DATA
           WRITE FS-DATA

           MOVE RFR-Parts TO ASD-Parts
           MOVE ARTICLE-ASD-PARTS TO FS-DATA
           WRITE FS-DATA

      *    Membre d'un foyer : le revenu est celui du foyer, declare
      *    par son chef
           IF RFR-Chef NOT = RFR-Numero-Fiscal THEN
               MOVE RFR-Chef TO ASD-Chef
               MOVE ARTICLE-ASD-CHEF TO FS-DATA
               WRITE FS-DATA
           END-IF
           .

       ECRIRE-BLOC-ADRESSE.

           MOVE ADR-Rue TO ASD-Adresse
           MOVE ARTICLE-ASD-ADRESSE TO FS-DATA
           WRITE FS-DATA

           IF ADR-Complement NOT = SPACE THEN
               MOVE ADR-Complement TO ASD-Adresse-Suite
               MOVE ARTICLE-ASD-ADRESSE-SUITE TO FS-DATA
               WRITE FS-DATA
           END-IF

           IF ADR-EST-NON-RESIDENT THEN
               MOVE ADR-Code-Postal-Etr TO ASD-Code-Postal-Etr
               MOVE ADR-Ville-Etr TO ASD-Ville-Etr
               MOVE ARTICLE-ASD-ADRESSE-ETRANGER TO FS-DATA
               WRITE FS-DATA
               MOVE ADR-Pays-Libelle TO ASD-Pays-Libelle
               MOVE ARTICLE-ASD-ADRESSE-PAYS TO FS-DATA
               WRITE FS-DATA
               EXIT PARAGRAPH
           END-IF

           MOVE ADR-Code-Postal TO ASD-Code-Postal
           MOVE ADR-Ville TO ASD-Ville
           MOVE ARTICLE-ASD-ADRESSE-VILLE TO FS-DATA
           WRITE FS-DATA
           .

      ******************************************************************
      *        AUCUN REVENU DE REFERENCE POUR LE NUMERO DEMANDE

       ECRIRE-SITUATION-INTROUVABLE.

           MOVE ARTICLE-ASD-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ASD-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE DEM-Numero-Fiscal TO ASDI-Numero-Fiscal
           MOVE ARTICLE-ASD-INTROUVABLE TO FS-DATA
           WRITE FS-DATA
           .


       FIN-PGM.
            STOP RUN.
