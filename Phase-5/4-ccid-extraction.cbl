      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: liste de travail annuelle des commissions
      *          communales des impots directs (CCID). Pour chaque
      *          commune, tout local cree, change de categorie ou de
      *          valeur locative, demoli ou radie du registre depuis
      *          la revue precedente, et tout local mute (journal de
      *          4-MUTATIONS), est porte sur la fiche de la
      *          commission (4-ccid-fiches.txt) avec une zone d'avis :
      *          A = accord, M = modification proposee (categorie
      *          et/ou valeur locative), saisie ensuite par
      *          4-CCID-MAJ. Les changements sont trouves en
      *          comparant le registre (5-locaux.idx) a son image lors
      *          de la revue precedente (5-ccid-reference.dat) ; une
      *          valeur locative qui ne differe que de la
      *          revalorisation nationale (5-revalorisation-journal
      *          .dat) n'est pas soumise a la commission. Sans image
      *          anterieure (premiere revue), seules les constructions
      *          et demolitions datees depuis le 1er janvier de
      *          l'annee precedente sont retenues. Les decisions de
      *          la commission saisies par 4-CCID-MAJ
      *          (4-ccid-journal.dat) portent la reference comme la
      *          revalorisation, et ne sont pas soumises une seconde
      *          fois. Chaque commune
      *          listee est inscrite en revue en cours au master des
      *          revues (5-ccid-revues.idx), et chaque local porte sur
      *          sa fiche a la liste des locaux en revue
      *          (5-ccid-locaux.idx), seuls admis par 4-CCID-MAJ ;
      *          l'image du registre est ensuite renouvelee. Une
      *          deuxieme extraction de la meme campagne est refusee
      *          (5-ccid-etat.dat), sur le modele de
      *          5-REVALORISATION-LOCAUX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-CCID-EXTRACTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ANNEE-ROLE ASSIGN TO "0-annee-roles.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ANNEE-ROLE.

      *    Derniere campagne extraite et date de l'extraction
      *    (garde-fou contre une double extraction, debut de la
      *    periode revue)
           SELECT F-ETAT ASSIGN TO "5-ccid-etat.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ETAT.

           SELECT C-LOCAUX ASSIGN TO "5-locaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOC-Identifiant
                   FILE STATUS IS WS-STATUT-LOCAUX.

      *    Image du registre lors de la revue precedente
           SELECT F-REFERENCE ASSIGN TO "5-ccid-reference.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REFERENCE.

      *    Journal avant/apres de 5-REVALORISATION-LOCAUX
           SELECT F-REVALORISATION
                   ASSIGN TO "5-revalorisation-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REVALORISATION.

      *    Decisions de la commission appliquees par 4-CCID-MAJ
           SELECT F-DECISIONS ASSIGN TO "4-ccid-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DECISIONS.

      *    Journal des mutations appliquees par 4-MUTATIONS
           SELECT F-MUTATIONS ASSIGN TO "4-mutations-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MUTATIONS.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

      *    Revues des commissions (une fiche par commune, cle code
      *    Insee), mises a jour par 4-CCID-MAJ
           SELECT C-REVUES ASSIGN TO "5-ccid-revues.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CV-Code-Insee
                   FILE STATUS IS WS-STATUT-REVUES.

      *    Locaux portes sur la fiche de chaque commune (cle code
      *    Insee, local), avec la campagne de la revue
           SELECT C-LOCAUX-REVUE ASSIGN TO "5-ccid-locaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CL-Cle
                   FILE STATUS IS WS-STATUT-LOCAUX-REVUE.

      *    Fiches de travail des commissions
           SELECT FS ASSIGN TO "4-ccid-fiches.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT TRI ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que dans 5-ROLES.cbl
       FD  F-ANNEE-ROLE.
       01  ANR-ENREG.
           05 ANR-ANNEE            PIC 9(4).

       FD  F-ETAT.
       01  ETA-ENREG.
           05 ETA-Annee-Extraite   PIC 9(4).
           05 ETA-Date-Extraction  PIC 9(8).

      *    Meme disposition que C-LOCAUX-ENREG dans 4-LOCAUX.cbl
       FD  C-LOCAUX.
       01  C-LOCAUX-ENREG.
           05 LOC-Identifiant     PIC 9(8).
           05 LOC-Code-Insee      PIC 9(5).
           05 LOC-Categorie       PIC X(2).
           05 LOC-Valeur-Locative PIC 9(6).
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Meme disposition que C-LOCAUX-ENREG (image du local)
       FD  F-REFERENCE.
       01  REF-ENREG.
           05 REF-Identifiant     PIC 9(8).
           05 REF-Code-Insee      PIC 9(5).
           05 REF-Categorie       PIC X(2).
           05 REF-Valeur-Locative PIC 9(6).
           05 REF-Date-Construction PIC 9(8).
           05 REF-Date-Demolition   PIC 9(8).
           05 REF-Zone-Teom         PIC X(2).

      *    Meme disposition que CJ-ENREG dans
      *    5-REVALORISATION-LOCAUX.cbl
       FD  F-REVALORISATION.
       01  RJ-ENREG.
           05 RJ-Identifiant  PIC 9(8).
           05 RJ-Categorie    PIC X(2).
           05 RJ-Valeur-Avant PIC 9(6).
           05 RJ-Valeur-Apres PIC 9(6).
           05 RJ-Coefficient  PIC 9(1)V9999.
           05 RJ-Annee        PIC 9(4).

      *    Meme disposition que CJ-ENREG dans 4-CCID-MAJ.cbl
       FD  F-DECISIONS.
       01  DJ-ENREG.
           05 DJ-Local            PIC 9(8).
           05 DJ-Categorie-Avant  PIC X(2).
           05 DJ-Categorie-Apres  PIC X(2).
           05 DJ-Valeur-Avant     PIC 9(6).
           05 DJ-Valeur-Apres     PIC 9(6).
           05 DJ-Annee            PIC 9(4).

      *    Meme disposition que CJ-ENREG dans 4-MUTATIONS.cbl
       FD  F-MUTATIONS.
       01  MJ-ENREG.
           05 MJ-Local           PIC 9(8).
           05 MJ-Date            PIC 9(8).
           05 MJ-Ancien-Numero   PIC 9(13).
           05 MJ-Nouveau-Numero  PIC 9(13).
           05 MJ-Taxe            PIC X(2).
           05 MJ-Annee           PIC 9(4).

      *    Meme disposition que C-DATA dans 3-REGS-DEPTS-COMMS.cbl
       FD  F-COMMUNES.
       01  C-DATA.
           05 C-Code-Insee  PIC 9(5).
           05 C-Lieu.
               10 C-Commune PIC X(50).
               10 C-Departement PIC X(28).
               10 C-Region PIC X(30).
           05 C-Donnees.
               10 C-Altitude PIC 9(6)V99.
               10 C-Superficie PIC 9(6)V99.
               10 C-Population PIC 9(6)V99.
           05 C-Taux.
               10 C-Taux-Carbone PIC 9(4)V99.
               10 C-Taux-Densite PIC 9(4)V99.
           05 C-Status PIC X(16).
           05 C-Code-Dept-Calcule PIC 9(3).

      *    Revue de la commission d'une commune : campagne, etat
      *    (E = fiche envoyee, en attente de retour ; R = revue
      *    retournee), dates, nombre de locaux soumis et decisions
      *    saisies
       FD  C-REVUES.
       01  CV-ENREG.
           05 CV-Code-Insee        PIC 9(5).
           05 CV-Annee             PIC 9(4).
           05 CV-Etat              PIC X(1).
               88 CV-Envoyee            VALUE "E".
               88 CV-Retournee          VALUE "R".
           05 CV-Date-Envoi        PIC 9(8).
           05 CV-Date-Retour       PIC 9(8).
           05 CV-Nb-Locaux         PIC 9(6).
           05 CV-Nb-Accords        PIC 9(6).
           05 CV-Nb-Modifications  PIC 9(6).

      *    Un local soumis a la commission de sa commune ; une
      *    campagne suivante reecrit la campagne du local
       FD  C-LOCAUX-REVUE.
       01  CL-ENREG.
           05 CL-Cle.
               10 CL-Code-Insee    PIC 9(5).
               10 CL-Local         PIC 9(8).
           05 CL-Annee             PIC 9(4).

       FD  FS.
       01  FS-DATA PIC X(132).

      *    Par commune et par local : image de reference (rang 1),
      *    decision de la commission (2), revalorisation (3),
      *    registre (4), mutation (5)
       SD  TRI.
       01  T-DATA.
           05 T-Code-Insee         PIC 9(5).
           05 T-Local              PIC 9(8).
           05 T-Rang               PIC 9(1).
           05 T-Categorie          PIC X(2).
           05 T-Categorie-Apres    PIC X(2).
           05 T-Valeur-Locative    PIC 9(6).
           05 T-Valeur-Apres       PIC 9(6).
           05 T-Date-Construction  PIC 9(8).
           05 T-Date-Demolition    PIC 9(8).
           05 T-Date-Mutation      PIC 9(8).
           05 T-Acquereur          PIC 9(13).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-FICHE-TITRE.
               10 FILLER PIC X(42)
                  VALUE 'COMMISSION COMMUNALE DES IMPOTS DIRECTS - '.
               10 FC-Commune PIC X(50).

           05 ARTICLE-FICHE-COMMUNE.
               10 FILLER PIC X(13) VALUE 'Code Insee : '.
               10 FC-Code-Insee PIC 9(5).
               10 FILLER PIC X(13) VALUE '   campagne '.
               10 FC-Annee PIC 9(4).
               10 FILLER PIC X(28)
                  VALUE '   changements apres le '.
               10 FC-Date-Revue PIC 9(8).

           05 ARTICLE-FICHE-LIGNE PIC X(100) VALUE ALL '-'.

           05 ARTICLE-FICHE-ENTETE.
               10 FILLER PIC X(10) VALUE 'Local'.
               10 FILLER PIC X(12) VALUE 'Nature'.
               10 FILLER PIC X(5) VALUE 'Cat.'.
               10 FILLER PIC X(4) VALUE 'Anc'.
               10 FILLER PIC X(8) VALUE 'VL anc.'.
               10 FILLER PIC X(8) VALUE 'VL nouv.'.
               10 FILLER PIC X(10) VALUE 'Date'.
               10 FILLER PIC X(13) VALUE 'Acquereur'.
               10 FILLER PIC X(30)
                  VALUE '   Avis  Cat.    VL proposee'.

           05 ARTICLE-FICHE-DETAIL.
               10 FC-Local PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 FC-Nature PIC X(12).
               10 FC-Categorie PIC X(2).
               10 FILLER PIC X(3) VALUE SPACE.
               10 FC-Ancienne-Categorie PIC X(2).
               10 FILLER PIC X(2) VALUE SPACE.
               10 FC-Ancienne-Valeur PIC Z(6).
               10 FILLER PIC X(2) VALUE SPACE.
               10 FC-Nouvelle-Valeur PIC Z(6).
               10 FILLER PIC X(2) VALUE SPACE.
               10 FC-Date PIC X(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 FC-Acquereur PIC X(13).
               10 FILLER PIC X(30)
                  VALUE '    [ ]  ____    ________'.

           05 ARTICLE-FICHE-TOTAL.
               10 FILLER PIC X(22) VALUE 'Locaux a examiner : '.
               10 FC-Nb-Locaux PIC Z(5)9.

           05 ARTICLE-FICHE-AVIS PIC X(80) VALUE
              'Avis : A = accord, M = modification proposee'.

           05 ARTICLE-FICHE-SIGNATURE PIC X(80) VALUE
              'Date et signature du president de la commission :'.

           05 ARTICLE-FICHE-VIDE PIC X(10) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-LOCAUX               PIC  X(01) VALUE  SPACE.
               88  FF-LOCAUX                       VALUE  HIGH-VALUE.
           05  FIN-REFERENCE            PIC  X(01) VALUE  SPACE.
               88  FF-REF                          VALUE  HIGH-VALUE.
           05  FIN-REVALORISATION       PIC  X(01) VALUE  SPACE.
               88  FF-REV                          VALUE  HIGH-VALUE.
           05  FIN-DECISIONS            PIC  X(01) VALUE  SPACE.
               88  FF-DEC                          VALUE  HIGH-VALUE.
           05  FIN-MUTATIONS            PIC  X(01) VALUE  SPACE.
               88  FF-MUT                          VALUE  HIGH-VALUE.
           05  FIN-TRI                  PIC  X(01) VALUE  SPACE.
               88  FF-TRI                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-ANNEE-ROLE     PIC X(02) VALUE SPACE.
               88  STATUT-ANNEE-ROLE-ABSENT       VALUE "35".
           05  WS-STATUT-ETAT           PIC X(02) VALUE SPACE.
               88  STATUT-ETAT-ABSENT             VALUE "35".
           05  WS-STATUT-LOCAUX         PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-ABSENT           VALUE "35".
           05  WS-STATUT-REFERENCE      PIC X(02) VALUE SPACE.
               88  STATUT-REFERENCE-ABSENT        VALUE "35".
           05  WS-STATUT-REVALORISATION PIC X(02) VALUE SPACE.
               88  STATUT-REVALORISATION-ABSENT   VALUE "35".
           05  WS-STATUT-DECISIONS      PIC X(02) VALUE SPACE.
               88  STATUT-DECISIONS-ABSENT        VALUE "35".
           05  WS-STATUT-MUTATIONS      PIC X(02) VALUE SPACE.
               88  STATUT-MUTATIONS-ABSENT        VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-REVUES         PIC X(02) VALUE SPACE.
               88  STATUT-REVUES-ABSENT           VALUE "35".
           05  WS-STATUT-LOCAUX-REVUE   PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-REVUE-ABSENT     VALUE "35".

      *    Campagne et periode revue : apres la date de la derniere
      *    extraction, a defaut depuis le 1er janvier de l'annee
      *    precedant la campagne
       1   PARAM-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-DU-JOUR-DECOUPE REDEFINES DATE-DU-JOUR.
               10  ANNEE-DU-JOUR        PIC 9(4).
               10  FILLER               PIC 9(4).
           05  ANNEE-CAMPAGNE           PIC 9(4) VALUE 0.
           05  ANNEE-DEJA-EXTRAITE      PIC 9(4) VALUE 0.
           05  DATE-DERNIERE-REVUE      PIC 9(8) VALUE 0.
           05  DATE-DERNIERE-REVUE-DECOUPE
                   REDEFINES DATE-DERNIERE-REVUE.
               10  DDR-ANNEE            PIC 9(4).
               10  DDR-MMJJ             PIC 9(4).

      *    Commune en cours (rupture sur T-Code-Insee)
       1   COMMUNE-WORKING-MANAGER.
           05  INSEE-EN-COURS           PIC 9(5) VALUE 0.
           05  NB-LOCAUX-COMMUNE        PIC 9(6) VALUE 0.
           05  COMMUNE-IMPRIMEE         PIC 9(1) VALUE 0.
               88  COMMUNE-EST-IMPRIMEE            VALUE 1.

      *    Local en cours (rupture sur T-Local) : ce qu'en disent
      *    l'image de reference, la revalorisation, le registre et
      *    les mutations
       1   LOCAL-WORKING-MANAGER.
           05  LOCAL-EN-COURS           PIC 9(8) VALUE 0.
           05  REFERENCE-LUE            PIC 9(1) VALUE 0.
               88  REFERENCE-EST-LUE               VALUE 1.
           05  REF-CATEGORIE-LOCAL      PIC X(2) VALUE SPACE.
           05  REF-VALEUR-LOCAL         PIC 9(6) VALUE 0.
           05  REF-DEMOLITION-LOCAL     PIC 9(8) VALUE 0.
           05  REVALORISATION-LUE       PIC 9(1) VALUE 0.
               88  REVALORISATION-EST-LUE          VALUE 1.
           05  VALEUR-AVANT-REVALO      PIC 9(6) VALUE 0.
           05  VALEUR-APRES-REVALO      PIC 9(6) VALUE 0.
           05  REGISTRE-LU              PIC 9(1) VALUE 0.
               88  REGISTRE-EST-LU                 VALUE 1.
           05  CATEGORIE-LOCAL          PIC X(2) VALUE SPACE.
           05  VALEUR-LOCAL             PIC 9(6) VALUE 0.
           05  CONSTRUCTION-LOCAL       PIC 9(8) VALUE 0.
           05  DEMOLITION-LOCAL         PIC 9(8) VALUE 0.
           05  NB-MUTATIONS-LOCAL       PIC 9(4) VALUE 0.
           05  DATE-MUTATION-LOCAL      PIC 9(8) VALUE 0.
           05  ACQUEREUR-LOCAL          PIC 9(13) VALUE 0.
           05  VALEUR-ATTENDUE          PIC 9(6) VALUE 0.
           05  LOCAL-SIGNALE            PIC 9(1) VALUE 0.
               88  LOCAL-EST-SIGNALE               VALUE 1.

       1   COMPTEURS-WORKING-MANAGER.
           05  CPT-CREATIONS            PIC 9(6) VALUE 0.
           05  CPT-CATEGORIES           PIC 9(6) VALUE 0.
           05  CPT-VALEURS              PIC 9(6) VALUE 0.
           05  CPT-DEMOLITIONS          PIC 9(6) VALUE 0.
           05  CPT-RADIATIONS           PIC 9(6) VALUE 0.
           05  CPT-MUTATIONS            PIC 9(6) VALUE 0.
           05  CPT-LOCAUX-SOUMIS        PIC 9(6) VALUE 0.
           05  CPT-COMMUNES             PIC 9(6) VALUE 0.
           05  CPT-REVUES-NON-RETOURNEES PIC 9(6) VALUE 0.
           05  CPT-IMAGE                PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM LIRE-ANNEE-CAMPAGNE
           PERFORM CONTROLER-ETAT

           OPEN INPUT C-LOCAUX
           IF STATUT-LOCAUX-ABSENT THEN
               DISPLAY "4-CCID-EXTRACTION : 5-locaux.idx introuvable"
                       " (lancer 4-LOCAUX), rien a revoir"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-COMMUNES
           PERFORM OUVRIR-REVUES

           OPEN OUTPUT FS

           SORT TRI
               ON ASCENDING KEY T-Code-Insee T-Local T-Rang
               INPUT PROCEDURE GARNIR-TRI
               OUTPUT PROCEDURE TRAITER-COMMUNES

           CLOSE FS C-REVUES C-LOCAUX-REVUE
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF

      *    Nouvelle image de reference pour la revue suivante
           PERFORM RENOUVELER-REFERENCE
           CLOSE C-LOCAUX

           PERFORM POSER-ETAT

           DISPLAY "4-CCID-EXTRACTION : campagne " ANNEE-CAMPAGNE
                   ", changements apres le " DATE-DERNIERE-REVUE " : "
                   CPT-LOCAUX-SOUMIS " local(aux) soumis dans "
                   CPT-COMMUNES " commune(s)"
           DISPLAY "4-CCID-EXTRACTION : " CPT-CREATIONS
                   " creation(s), " CPT-CATEGORIES " categorie(s), "
                   CPT-VALEURS " valeur(s), " CPT-DEMOLITIONS
                   " demolition(s), " CPT-RADIATIONS " radiation(s), "
                   CPT-MUTATIONS " mutation(s)"
           IF CPT-REVUES-NON-RETOURNEES > 0 THEN
               DISPLAY "4-CCID-EXTRACTION : " CPT-REVUES-NON-RETOURNEES
                       " revue(s) de la campagne precedente jamais"
                       " retournee(s), remplacee(s)"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        CAMPAGNE, PERIODE REVUE ET GARDE-FOU DE DOUBLE
      *        EXTRACTION

       LIRE-ANNEE-CAMPAGNE.

           MOVE ANNEE-DU-JOUR TO ANNEE-CAMPAGNE

           OPEN INPUT F-ANNEE-ROLE
           IF STATUT-ANNEE-ROLE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           READ F-ANNEE-ROLE
               AT END
                   CONTINUE
               NOT AT END
                   IF ANR-ANNEE IS NUMERIC AND ANR-ANNEE > 0 THEN
                       MOVE ANR-ANNEE TO ANNEE-CAMPAGNE
                   END-IF
           END-READ
           CLOSE F-ANNEE-ROLE
           .

       CONTROLER-ETAT.

           COMPUTE DDR-ANNEE = ANNEE-CAMPAGNE - 2
           MOVE 1231 TO DDR-MMJJ

           OPEN INPUT F-ETAT
           IF NOT STATUT-ETAT-ABSENT THEN
               READ F-ETAT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ETA-Annee-Extraite TO ANNEE-DEJA-EXTRAITE
                       MOVE ETA-Date-Extraction TO DATE-DERNIERE-REVUE
               END-READ
               CLOSE F-ETAT
           END-IF

           IF ANNEE-DEJA-EXTRAITE = ANNEE-CAMPAGNE THEN
               DISPLAY "4-CCID-EXTRACTION : campagne " ANNEE-CAMPAGNE
                       " deja extraite, execution refusee"
               PERFORM FIN-PGM
           END-IF
           .

       POSER-ETAT.

           OPEN OUTPUT F-ETAT
           MOVE ANNEE-CAMPAGNE TO ETA-Annee-Extraite
           MOVE DATE-DU-JOUR TO ETA-Date-Extraction
           WRITE ETA-ENREG
           CLOSE F-ETAT
           .

      *    Cree le master des revues s'il n'existe pas encore (meme
      *    idiom que 4-CONTRIBUABLES-MAJ)
       OUVRIR-REVUES.

           OPEN INPUT C-REVUES
           IF STATUT-REVUES-ABSENT THEN
               CLOSE C-REVUES
               OPEN OUTPUT C-REVUES
               CLOSE C-REVUES
           ELSE
               CLOSE C-REVUES
           END-IF

           OPEN I-O C-REVUES

           OPEN INPUT C-LOCAUX-REVUE
           IF STATUT-LOCAUX-REVUE-ABSENT THEN
               CLOSE C-LOCAUX-REVUE
               OPEN OUTPUT C-LOCAUX-REVUE
               CLOSE C-LOCAUX-REVUE
           ELSE
               CLOSE C-LOCAUX-REVUE
           END-IF

           OPEN I-O C-LOCAUX-REVUE
           .

      ******************************************************************
      *        ALIMENTATION DU TRI

       GARNIR-TRI.

           PERFORM GARNIR-TRI-REFERENCE
           PERFORM GARNIR-TRI-REGISTRE
           PERFORM GARNIR-TRI-DECISIONS
           PERFORM GARNIR-TRI-REVALORISATION
           PERFORM GARNIR-TRI-MUTATIONS
           .

       GARNIR-TRI-REFERENCE.

           OPEN INPUT F-REFERENCE
           IF STATUT-REFERENCE-ABSENT THEN
               DISPLAY "4-CCID-EXTRACTION : 5-ccid-reference.dat"
                       " introuvable, premiere revue"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-REF
               READ F-REFERENCE
                   AT END
                       SET FF-REF TO TRUE
                   NOT AT END
                       INITIALIZE T-DATA
                       MOVE REF-Code-Insee TO T-Code-Insee
                       MOVE REF-Identifiant TO T-Local
                       MOVE 1 TO T-Rang
                       MOVE REF-Categorie TO T-Categorie
                       MOVE REF-Valeur-Locative TO T-Valeur-Locative
                       MOVE REF-Date-Demolition TO T-Date-Demolition
                       RELEASE T-DATA
               END-READ
           END-PERFORM
           CLOSE F-REFERENCE
           .

       GARNIR-TRI-REGISTRE.

           MOVE 0 TO LOC-Identifiant
           START C-LOCAUX KEY NOT < LOC-Identifiant
               INVALID KEY
                   SET FF-LOCAUX TO TRUE
           END-START

           PERFORM UNTIL FF-LOCAUX
               READ C-LOCAUX NEXT RECORD
                   AT END
                       SET FF-LOCAUX TO TRUE
                   NOT AT END
                       INITIALIZE T-DATA
                       MOVE LOC-Code-Insee TO T-Code-Insee
                       MOVE LOC-Identifiant TO T-Local
                       MOVE 4 TO T-Rang
                       MOVE LOC-Categorie TO T-Categorie
                       MOVE LOC-Valeur-Locative TO T-Valeur-Locative
                       MOVE LOC-Date-Construction
                           TO T-Date-Construction
                       MOVE LOC-Date-Demolition TO T-Date-Demolition
                       RELEASE T-DATA
               END-READ
           END-PERFORM
           .

      *    Les journaux ne portent pas la commune : elle est lue au
      *    registre (local inconnu = ligne ignoree). Les decisions
      *    retenues sont celles de la revue precedente
       GARNIR-TRI-DECISIONS.

           OPEN INPUT F-DECISIONS
           IF STATUT-DECISIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-DEC
               READ F-DECISIONS
                   AT END
                       SET FF-DEC TO TRUE
                   NOT AT END
                       IF DJ-Annee NOT < ANNEE-DEJA-EXTRAITE THEN
                           MOVE DJ-Local TO LOC-Identifiant
                           READ C-LOCAUX
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   INITIALIZE T-DATA
                                   MOVE LOC-Code-Insee TO T-Code-Insee
                                   MOVE DJ-Local TO T-Local
                                   MOVE 2 TO T-Rang
                                   MOVE DJ-Categorie-Avant
                                       TO T-Categorie
                                   MOVE DJ-Categorie-Apres
                                       TO T-Categorie-Apres
                                   MOVE DJ-Valeur-Avant
                                       TO T-Valeur-Locative
                                   MOVE DJ-Valeur-Apres
                                       TO T-Valeur-Apres
                                   RELEASE T-DATA
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-DECISIONS
           .

       GARNIR-TRI-REVALORISATION.

           OPEN INPUT F-REVALORISATION
           IF STATUT-REVALORISATION-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-REV
               READ F-REVALORISATION
                   AT END
                       SET FF-REV TO TRUE
                   NOT AT END
                       IF RJ-Annee > ANNEE-DEJA-EXTRAITE THEN
                           MOVE RJ-Identifiant TO LOC-Identifiant
                           READ C-LOCAUX
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   INITIALIZE T-DATA
                                   MOVE LOC-Code-Insee TO T-Code-Insee
                                   MOVE RJ-Identifiant TO T-Local
                                   MOVE 3 TO T-Rang
                                   MOVE RJ-Valeur-Avant
                                       TO T-Valeur-Locative
                                   MOVE RJ-Valeur-Apres
                                       TO T-Valeur-Apres
                                   RELEASE T-DATA
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-REVALORISATION
           .

       GARNIR-TRI-MUTATIONS.

           OPEN INPUT F-MUTATIONS
           IF STATUT-MUTATIONS-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-MUT
               READ F-MUTATIONS
                   AT END
                       SET FF-MUT TO TRUE
                   NOT AT END
                       IF MJ-Date > DATE-DERNIERE-REVUE THEN
                           MOVE MJ-Local TO LOC-Identifiant
                           READ C-LOCAUX
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   INITIALIZE T-DATA
                                   MOVE LOC-Code-Insee TO T-Code-Insee
                                   MOVE MJ-Local TO T-Local
                                   MOVE 5 TO T-Rang
                                   MOVE MJ-Date TO T-Date-Mutation
                                   MOVE MJ-Nouveau-Numero
                                       TO T-Acquereur
                                   RELEASE T-DATA
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-MUTATIONS
           .

      ******************************************************************
      *        RUPTURES PAR COMMUNE ET PAR LOCAL

       TRAITER-COMMUNES.

           PERFORM UNTIL FF-TRI
               RETURN TRI
                   AT END
                       SET FF-TRI TO TRUE
                       PERFORM JUGER-LOCAL
                       PERFORM TERMINER-COMMUNE
                   NOT AT END
                       IF T-Code-Insee NOT = INSEE-EN-COURS
                          OR T-Local NOT = LOCAL-EN-COURS THEN
                           PERFORM JUGER-LOCAL
                           MOVE T-Local TO LOCAL-EN-COURS
                       END-IF
                       IF T-Code-Insee NOT = INSEE-EN-COURS THEN
                           PERFORM TERMINER-COMMUNE
                           MOVE T-Code-Insee TO INSEE-EN-COURS
                       END-IF
                       PERFORM RETENIR-LIGNE-TRI
               END-RETURN
           END-PERFORM
           .

       RETENIR-LIGNE-TRI.

           EVALUATE T-Rang
               WHEN 1
                   SET REFERENCE-EST-LUE TO TRUE
                   MOVE T-Categorie TO REF-CATEGORIE-LOCAL
                   MOVE T-Valeur-Locative TO REF-VALEUR-LOCAL
                   MOVE T-Date-Demolition TO REF-DEMOLITION-LOCAL
      *        Decision de la commission : la reference suit
      *        l'avis retenu quand elle en etait le point de depart
               WHEN 2
                   IF T-Categorie = REF-CATEGORIE-LOCAL THEN
                       MOVE T-Categorie-Apres TO REF-CATEGORIE-LOCAL
                   END-IF
                   IF T-Valeur-Locative = REF-VALEUR-LOCAL THEN
                       MOVE T-Valeur-Apres TO REF-VALEUR-LOCAL
                   END-IF
               WHEN 3
                   SET REVALORISATION-EST-LUE TO TRUE
                   MOVE T-Valeur-Locative TO VALEUR-AVANT-REVALO
                   MOVE T-Valeur-Apres TO VALEUR-APRES-REVALO
               WHEN 4
                   SET REGISTRE-EST-LU TO TRUE
                   MOVE T-Categorie TO CATEGORIE-LOCAL
                   MOVE T-Valeur-Locative TO VALEUR-LOCAL
                   MOVE T-Date-Construction TO CONSTRUCTION-LOCAL
                   MOVE T-Date-Demolition TO DEMOLITION-LOCAL
               WHEN 5
                   ADD 1 TO NB-MUTATIONS-LOCAL
                   IF T-Date-Mutation NOT < DATE-MUTATION-LOCAL THEN
                       MOVE T-Date-Mutation TO DATE-MUTATION-LOCAL
                       MOVE T-Acquereur TO ACQUEREUR-LOCAL
                   END-IF
           END-EVALUATE
           .

      *    Changements du local depuis la revue precedente. Sans
      *    image anterieure du local : creation si l'image existait
      *    (local apparu depuis), sinon seules les dates de
      *    construction et de demolition de la periode comptent
       JUGER-LOCAL.

           MOVE 0 TO LOCAL-SIGNALE

           IF REGISTRE-EST-LU AND REFERENCE-EST-LUE THEN
               PERFORM COMPARER-A-LA-REFERENCE
           END-IF

           IF REGISTRE-EST-LU AND NOT REFERENCE-EST-LUE THEN
               IF NOT STATUT-REFERENCE-ABSENT
                  OR CONSTRUCTION-LOCAL > DATE-DERNIERE-REVUE THEN
                   PERFORM SIGNALER-CREATION
               END-IF
               IF DEMOLITION-LOCAL > DATE-DERNIERE-REVUE THEN
                   PERFORM SIGNALER-DEMOLITION
               END-IF
           END-IF

      *    Local sorti du registre depuis la revue precedente
           IF REFERENCE-EST-LUE AND NOT REGISTRE-EST-LU THEN
               PERFORM IMPRIMER-COMMUNE
               MOVE "RADIATION" TO FC-Nature
               MOVE SPACE TO FC-Categorie FC-Date FC-Acquereur
               MOVE REF-CATEGORIE-LOCAL TO FC-Ancienne-Categorie
               MOVE REF-VALEUR-LOCAL TO FC-Ancienne-Valeur
               MOVE 0 TO FC-Nouvelle-Valeur
               PERFORM ECRIRE-LIGNE-FICHE
               ADD 1 TO CPT-RADIATIONS
           END-IF

           IF NB-MUTATIONS-LOCAL > 0 THEN
               PERFORM IMPRIMER-COMMUNE
               MOVE "MUTATION" TO FC-Nature
               MOVE CATEGORIE-LOCAL TO FC-Categorie
               MOVE SPACE TO FC-Ancienne-Categorie
               MOVE 0 TO FC-Ancienne-Valeur
               MOVE VALEUR-LOCAL TO FC-Nouvelle-Valeur
               MOVE DATE-MUTATION-LOCAL TO FC-Date
               MOVE ACQUEREUR-LOCAL TO FC-Acquereur
               PERFORM ECRIRE-LIGNE-FICHE
               ADD 1 TO CPT-MUTATIONS
           END-IF

           IF LOCAL-EST-SIGNALE THEN
               ADD 1 TO NB-LOCAUX-COMMUNE
               ADD 1 TO CPT-LOCAUX-SOUMIS
               PERFORM INSCRIRE-LOCAL-REVUE
           END-IF

           MOVE 0 TO REFERENCE-LUE REVALORISATION-LUE REGISTRE-LU
                     REF-VALEUR-LOCAL REF-DEMOLITION-LOCAL
                     VALEUR-AVANT-REVALO VALEUR-APRES-REVALO
                     VALEUR-LOCAL CONSTRUCTION-LOCAL DEMOLITION-LOCAL
                     NB-MUTATIONS-LOCAL DATE-MUTATION-LOCAL
                     ACQUEREUR-LOCAL
           MOVE SPACE TO REF-CATEGORIE-LOCAL CATEGORIE-LOCAL
           .

      *    Le local est admis aux decisions de la commission pour
      *    cette campagne
       INSCRIRE-LOCAL-REVUE.

           MOVE INSEE-EN-COURS TO CL-Code-Insee
           MOVE LOCAL-EN-COURS TO CL-Local
           MOVE ANNEE-CAMPAGNE TO CL-Annee
           WRITE CL-ENREG
               INVALID KEY
                   REWRITE CL-ENREG
           END-WRITE
           .

      *    La valeur attendue est celle de la reference, portee par
      *    la revalorisation nationale quand le journal en part
       COMPARER-A-LA-REFERENCE.

           IF DEMOLITION-LOCAL > 0 AND REF-DEMOLITION-LOCAL = 0 THEN
               PERFORM SIGNALER-DEMOLITION
           END-IF

           IF CATEGORIE-LOCAL NOT = REF-CATEGORIE-LOCAL THEN
               PERFORM IMPRIMER-COMMUNE
               MOVE "CATEGORIE" TO FC-Nature
               MOVE CATEGORIE-LOCAL TO FC-Categorie
               MOVE REF-CATEGORIE-LOCAL TO FC-Ancienne-Categorie
               MOVE 0 TO FC-Ancienne-Valeur
               MOVE VALEUR-LOCAL TO FC-Nouvelle-Valeur
               MOVE SPACE TO FC-Date FC-Acquereur
               PERFORM ECRIRE-LIGNE-FICHE
               ADD 1 TO CPT-CATEGORIES
           END-IF

           MOVE REF-VALEUR-LOCAL TO VALEUR-ATTENDUE
           IF REVALORISATION-EST-LUE
              AND VALEUR-AVANT-REVALO = REF-VALEUR-LOCAL THEN
               MOVE VALEUR-APRES-REVALO TO VALEUR-ATTENDUE
           END-IF

           IF VALEUR-LOCAL NOT = VALEUR-ATTENDUE THEN
               PERFORM IMPRIMER-COMMUNE
               MOVE "VALEUR" TO FC-Nature
               MOVE CATEGORIE-LOCAL TO FC-Categorie
               MOVE SPACE TO FC-Ancienne-Categorie
               MOVE VALEUR-ATTENDUE TO FC-Ancienne-Valeur
               MOVE VALEUR-LOCAL TO FC-Nouvelle-Valeur
               MOVE SPACE TO FC-Date FC-Acquereur
               PERFORM ECRIRE-LIGNE-FICHE
               ADD 1 TO CPT-VALEURS
           END-IF
           .

       SIGNALER-CREATION.

           PERFORM IMPRIMER-COMMUNE
           MOVE "CREATION" TO FC-Nature
           MOVE CATEGORIE-LOCAL TO FC-Categorie
           MOVE SPACE TO FC-Ancienne-Categorie FC-Acquereur
           MOVE 0 TO FC-Ancienne-Valeur
           MOVE VALEUR-LOCAL TO FC-Nouvelle-Valeur
           IF CONSTRUCTION-LOCAL > 0 THEN
               MOVE CONSTRUCTION-LOCAL TO FC-Date
           ELSE
               MOVE SPACE TO FC-Date
           END-IF
           PERFORM ECRIRE-LIGNE-FICHE
           ADD 1 TO CPT-CREATIONS
           .

       SIGNALER-DEMOLITION.

           PERFORM IMPRIMER-COMMUNE
           MOVE "DEMOLITION" TO FC-Nature
           MOVE CATEGORIE-LOCAL TO FC-Categorie
           MOVE SPACE TO FC-Ancienne-Categorie FC-Acquereur
           MOVE VALEUR-LOCAL TO FC-Ancienne-Valeur
           MOVE 0 TO FC-Nouvelle-Valeur
           MOVE DEMOLITION-LOCAL TO FC-Date
           PERFORM ECRIRE-LIGNE-FICHE
           ADD 1 TO CPT-DEMOLITIONS
           .

       ECRIRE-LIGNE-FICHE.

           MOVE LOCAL-EN-COURS TO FC-Local
           MOVE ARTICLE-FICHE-DETAIL TO FS-DATA
           WRITE FS-DATA
           SET LOCAL-EST-SIGNALE TO TRUE
           .

      *    Entete de la fiche, imprimee au premier local signale de
      *    la commune
       IMPRIMER-COMMUNE.

           IF COMMUNE-EST-IMPRIMEE THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO C-Commune
           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE INSEE-EN-COURS TO C-Code-Insee
               READ F-COMMUNES
                   INVALID KEY
                       MOVE SPACE TO C-Commune
               END-READ
           END-IF

           MOVE C-Commune TO FC-Commune
           MOVE ARTICLE-FICHE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE INSEE-EN-COURS TO FC-Code-Insee
           MOVE ANNEE-CAMPAGNE TO FC-Annee
           MOVE DATE-DERNIERE-REVUE TO FC-Date-Revue
           MOVE ARTICLE-FICHE-COMMUNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FICHE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FICHE-ENTETE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FICHE-LIGNE TO FS-DATA
           WRITE FS-DATA
           SET COMMUNE-EST-IMPRIMEE TO TRUE
           .

      *    Pied de fiche et inscription de la revue en cours ; une
      *    revue de la campagne precedente encore en attente est
      *    remplacee (et comptee)
       TERMINER-COMMUNE.

           IF NOT COMMUNE-EST-IMPRIMEE THEN
               MOVE 0 TO NB-LOCAUX-COMMUNE
               EXIT PARAGRAPH
           END-IF

           MOVE ARTICLE-FICHE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE NB-LOCAUX-COMMUNE TO FC-Nb-Locaux
           MOVE ARTICLE-FICHE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FICHE-AVIS TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FICHE-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FICHE-SIGNATURE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-FICHE-VIDE TO FS-DATA
           WRITE FS-DATA
           WRITE FS-DATA

           MOVE INSEE-EN-COURS TO CV-Code-Insee
           READ C-REVUES
               INVALID KEY
                   PERFORM GARNIR-REVUE
                   WRITE CV-ENREG
               NOT INVALID KEY
                   IF CV-Envoyee THEN
                       ADD 1 TO CPT-REVUES-NON-RETOURNEES
                   END-IF
                   PERFORM GARNIR-REVUE
                   REWRITE CV-ENREG
           END-READ

           ADD 1 TO CPT-COMMUNES
           MOVE 0 TO NB-LOCAUX-COMMUNE COMMUNE-IMPRIMEE
           .

       GARNIR-REVUE.

           MOVE ANNEE-CAMPAGNE TO CV-Annee
           SET CV-Envoyee TO TRUE
           MOVE DATE-DU-JOUR TO CV-Date-Envoi
           MOVE 0 TO CV-Date-Retour
           MOVE NB-LOCAUX-COMMUNE TO CV-Nb-Locaux
           MOVE 0 TO CV-Nb-Accords CV-Nb-Modifications
           .

      ******************************************************************
      *        IMAGE DU REGISTRE POUR LA REVUE SUIVANTE

       RENOUVELER-REFERENCE.

           OPEN OUTPUT F-REFERENCE
           MOVE SPACE TO FIN-LOCAUX

           MOVE 0 TO LOC-Identifiant
           START C-LOCAUX KEY NOT < LOC-Identifiant
               INVALID KEY
                   SET FF-LOCAUX TO TRUE
           END-START

           PERFORM UNTIL FF-LOCAUX
               READ C-LOCAUX NEXT RECORD
                   AT END
                       SET FF-LOCAUX TO TRUE
                   NOT AT END
                       MOVE C-LOCAUX-ENREG TO REF-ENREG
                       WRITE REF-ENREG
                       ADD 1 TO CPT-IMAGE
               END-READ
           END-PERFORM
           CLOSE F-REFERENCE
           .

       FIN-PGM.
           STOP RUN.
