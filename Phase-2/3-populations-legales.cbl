      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: rafraichissement annuel de la population legale des
      *          communes a partir du fichier INSEE des populations
      *          legales (0-populations-legales.dat : code Insee,
      *          population, millesime), sans attendre une nouvelle
      *          livraison complete de 2-communes.dat. Les anciens
      *          codes sont d'abord rediriges vers la commune nouvelle
      *          par le master des fusions (5-fusions.idx, meme
      *          redirection que 5-ROLES) et leurs populations
      *          cumulees. Le fichier est rapproche du master
      *          5-communes.idx par code Insee : l'etat
      *          3-populations-apercu.txt donne, pour chaque commune,
      *          chaque departement et chaque region, l'ancienne et
      *          la nouvelle population et l'ancien et le nouveau taux
      *          densite (memes formules que 3-REGS-DEPTS-COMMS, avec
      *          0-taux-ref.param), signale les communes dont la
      *          population varie de plus du seuil
      *          (0-populations-seuil.param, en %, 10 par defaut) et
      *          les communes presentes d'un seul cote. Rien n'est
      *          ecrit aux masters tant que le millesime du fichier
      *          n'a pas ete valide dans 0-populations-valider.param
      *          apres lecture de l'apercu ; une fois valide, le
      *          rafraichissement est reapplique a chaque passage de
      *          la chaine, juste apres la reconstruction des masters
      *          et avant les taux votes (qui gardent le dernier mot).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3-POPULATIONS-LEGALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-POPULATIONS ASSIGN TO "0-populations-legales.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-POPULATIONS.

      *    Millesime valide par l'exploitation apres lecture de
      *    l'apercu : fichier absent ou autre millesime = apercu seul
           SELECT F-VALIDATION ASSIGN TO "0-populations-valider.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VALIDATION.

      *    Seuil d'alerte (pourcentage de variation de population au
      *    dela duquel une commune est signalee)
           SELECT F-SEUIL ASSIGN TO "0-populations-seuil.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-SEUIL.

           SELECT C-FUSIONS ASSIGN TO "5-fusions.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FUS-Ancien-Code-Insee
                   FILE STATUS IS WS-STATUT-FUSIONS.

           SELECT C-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

           SELECT C-DEPTS ASSIGN TO "5-depts.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS D-Departement.

           SELECT C-REGIONS ASSIGN TO "5-regions.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS R-Region.

           SELECT F-TAUX-REF ASSIGN TO "0-taux-ref.param"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT FS ASSIGN TO "3-populations-apercu.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Populations classees par code Insee (apres redirection des
      *    fusions) pour le rapprochement avec le master
           SELECT TRI-POPULATIONS ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Population legale en habitants ; le millesime est celui du
      *    recensement publie
       FD  F-POPULATIONS.
       01  PL-ENREG.
           05 PL-Code-Insee  PIC 9(5).
           05 PL-Population  PIC 9(8).
           05 PL-Millesime   PIC 9(4).

       FD  F-VALIDATION.
       01  PV-ENREG.
           05 PV-Millesime   PIC 9(4).

       FD  F-SEUIL.
       01  PS-ENREG.
           05 PS-Seuil       PIC 9(3).

      *    Meme disposition que C-FUS-ENREG dans 5-FUSIONS-CHARGE.cbl
       FD  C-FUSIONS.
       01  C-FUS-ENREG.
           05 FUS-Ancien-Code-Insee   PIC 9(5).
           05 FUS-Nouveau-Code-Insee  PIC 9(5).

      *    Meme disposition que dans 3-REGS-DEPTS-COMMS.cbl
       FD  C-COMMUNES.
       01  C-COM-ENREG.
           05 C-Code-Insee          PIC 9(5).
           05 C-Lieu.
               10 C-Commune             PIC X(50).
               10 C-Departement         PIC X(28).
               10 C-Region              PIC X(30).
           05 C-Donnees.
               10 C-Altitude            PIC 9(6)V99.
               10 C-Superficie          PIC 9(6)V99.
               10 C-Population          PIC 9(6)V99.
           05 C-Taux.
               10 C-Taux-Carbone        PIC 9(4)V99.
               10 C-Taux-Densite        PIC 9(4)V99.
           05 C-Status               PIC X(16).
               88  C-STATUT-EXCLU-AGREGATION
                       VALUE 'COMMUNE DELEGUEE' 'COMMUNE ASSOCIEE'.
           05 C-Code-Dept-Calcule    PIC 9(3).

       FD  C-DEPTS.
       01  C-DEP-ENREG.
           05 D-Lieu.
               10 D-Communes            PIC 9(6).
               10 D-Departement         PIC X(28).
               10 D-Region              PIC X(30).
           05 D-Donnees.
               10 D-Altitude            PIC 9(6)V99.
               10 D-Superficie          PIC 9(6)V99.
               10 D-Population          PIC 9(6)V99.
           05 D-Taux.
               10 D-Taux-Carbone        PIC 9(4)V99.
               10 D-Taux-Densite        PIC 9(4)V99.

       FD  C-REGIONS.
       01  C-REG-ENREG.
           05 R-Lieu.
               10 R-Communes            PIC 9(6).
               10 R-Region              PIC X(30).
           05 R-Donnees.
               10 R-Altitude            PIC 9(6)V99.
               10 R-Superficie          PIC 9(6)V99.
               10 R-Population          PIC 9(6)V99.
           05 R-Taux.
               10 R-Taux-Carbone        PIC 9(4)V99.
               10 R-Taux-Densite        PIC 9(4)V99.

       FD  F-TAUX-REF.
       01  TR-ENREG.
           05 TR-CARBONE-MULT       PIC 9V9999.
           05 TR-DENSITE-FACTEUR    PIC 9(4).
           05 TR-DENSITE-DIVISEUR   PIC 9(3).

       FD  FS.
       01  FS-DATA PIC X(132).

       SD  TRI-POPULATIONS.
       01  TP-DATA.
           05 TP-Code-Insee  PIC 9(5).
           05 TP-Population  PIC 9(8).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE.
               10 FILLER PIC X(38)
                  VALUE 'POPULATIONS LEGALES INSEE - MILLESIME '.
               10 AT-Millesime PIC 9(4).
               10 FILLER PIC X(3) VALUE ' - '.
               10 AT-Mode PIC X(40).

           05 ARTICLE-SEUIL.
               10 FILLER PIC X(24) VALUE 'Seuil d''alerte retenu : '.
               10 AS-Seuil PIC ZZ9.
               10 FILLER PIC X(3) VALUE ' % '.

           05 ARTICLE-LIGNE PIC X(120) VALUE ALL '-'.

           05 ARTICLE-SECTION.
               10 FILLER PIC X(4) VALUE '=== '.
               10 AS-Section PIC X(50).

           05 ARTICLE-ENTETE.
               10 FILLER PIC X(32) VALUE 'Code  Libelle'.
               10 FILLER PIC X(26)
                  VALUE '   Pop. ancienne  nouvelle'.
               10 FILLER PIC X(24)
                  VALUE '  Densite anc.  nouvelle'.
               10 FILLER PIC X(20) VALUE '  Ecart %'.

           05 ARTICLE-DETAIL.
               10 DT-Code-Insee PIC 9(5).
               10 FILLER PIC X(1) VALUE SPACE.
               10 DT-Libelle PIC X(30).
               10 FILLER PIC X(1) VALUE SPACE.
               10 DT-Pop-Ancienne PIC Z(7)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 DT-Pop-Nouvelle PIC Z(7)9.
               10 FILLER PIC X(4) VALUE SPACE.
               10 DT-Taux-Ancien PIC ZZZ9.99.
               10 FILLER PIC X(3) VALUE SPACE.
               10 DT-Taux-Nouveau PIC ZZZ9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 DT-Ecart PIC -----9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 DT-Signal PIC X(30).

           05 ARTICLE-DETAIL-NOM REDEFINES ARTICLE-DETAIL.
               10 DN-Libelle PIC X(36).
               10 FILLER PIC X(83).

           05 ARTICLE-UN-COTE.
               10 UC-Code-Insee PIC 9(5).
               10 FILLER PIC X(1) VALUE SPACE.
               10 UC-Libelle PIC X(30).
               10 FILLER PIC X(1) VALUE SPACE.
               10 UC-Population PIC Z(7)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 UC-Motif PIC X(50).

           05 ARTICLE-FIN-1.
               10 FILLER PIC X(20) VALUE 'Lignes INSEE lues : '.
               10 FN-Lues PIC Z(5)9.
               10 FILLER PIC X(15) VALUE ', redirigees : '.
               10 FN-Redirigees PIC Z(5)9.
               10 FILLER PIC X(13) VALUE ', rejetees : '.
               10 FN-Rejetees PIC Z(5)9.

           05 ARTICLE-FIN-2.
               10 FILLER PIC X(20) VALUE 'Communes revues : '.
               10 FN-Revues PIC Z(5)9.
               10 FILLER PIC X(15) VALUE ', modifiees : '.
               10 FN-Modifiees PIC Z(5)9.
               10 FILLER PIC X(13) VALUE ', au seuil : '.
               10 FN-Seuil PIC Z(5)9.

           05 ARTICLE-FIN-3.
               10 FILLER PIC X(20) VALUE 'Absentes INSEE : '.
               10 FN-Absentes-Insee PIC Z(5)9.
               10 FILLER PIC X(15) VALUE ', du master : '.
               10 FN-Absentes-Master PIC Z(5)9.
               10 FILLER PIC X(14) VALUE ', hors cap. : '.
               10 FN-Hors-Capacite PIC Z(5)9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-POPULATIONS          PIC  X(01) VALUE  SPACE.
               88  FF-POP                          VALUE  HIGH-VALUE.
           05  FIN-COMMUNES             PIC  X(01) VALUE  SPACE.
               88  FF-COM                          VALUE  HIGH-VALUE.
           05  FIN-TRI                  PIC  X(01) VALUE  SPACE.
               88  FF-TRI                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-POPULATIONS    PIC X(02) VALUE SPACE.
               88  STATUT-POPULATIONS-ABSENT      VALUE "35".
           05  WS-STATUT-VALIDATION     PIC X(02) VALUE SPACE.
               88  STATUT-VALIDATION-ABSENT       VALUE "35".
           05  WS-STATUT-SEUIL          PIC X(02) VALUE SPACE.
               88  STATUT-SEUIL-ABSENT            VALUE "35".
           05  WS-STATUT-FUSIONS        PIC X(02) VALUE SPACE.
               88  STATUT-FUSIONS-ABSENT          VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".

       1   POPULATIONS-WORKING-MANAGER.
           05  MILLESIME-FICHIER        PIC 9(4) VALUE 0.
           05  MILLESIME-VALIDE         PIC 9(4) VALUE 0.
           05  MODE-TRAITEMENT          PIC 9(1) VALUE 0.
               88  MODE-APERCU                    VALUE 0.
               88  MODE-APPLICATION               VALUE 1.
           05  SEUIL-POPULATION         PIC 9(3) VALUE 10.
           05  POPULATION-MAX           PIC 9(8) VALUE 999999.
      *    Rapprochement : population cumulee d'un code Insee (les
      *    anciens codes fusionnes s'y ajoutent) et enregistrement
      *    trie suivant deja lu
           05  CODE-INSEE-POP           PIC 9(5) VALUE 0.
           05  POPULATION-NOUVELLE      PIC 9(8) VALUE 0.
           05  SUIV-CODE-INSEE          PIC 9(5) VALUE 0.
           05  SUIV-POPULATION          PIC 9(8) VALUE 0.
           05  SUIVANT-LU               PIC 9(1) VALUE 0.
               88  SUIVANT-EST-LU                 VALUE 1.
               88  SUIVANT-EST-ABSENT             VALUE 0.
           05  TRI-EPUISE               PIC 9(1) VALUE 0.
               88  TRI-EST-EPUISE                 VALUE 1.
           05  POPULATION-ANCIENNE      PIC 9(6)V99 VALUE 0.
           05  TAUX-ANCIEN              PIC 9(4)V99 VALUE 0.
           05  TAUX-NOUVEAU             PIC 9(4)V99 VALUE 0.
           05  ECART-POPULATION         PIC S9(8)V99 VALUE 0.
           05  ECART-POURCENT           PIC S9(5)V99 VALUE 0.
           05  ECART-ABSOLU             PIC 9(5)V99 VALUE 0.
           05  CPT-LUES                 PIC 9(6) VALUE 0.
           05  CPT-REDIRIGEES           PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-REVUES               PIC 9(6) VALUE 0.
           05  CPT-MODIFIEES            PIC 9(6) VALUE 0.
           05  CPT-AU-SEUIL             PIC 9(6) VALUE 0.
           05  CPT-ABSENTES-INSEE       PIC 9(6) VALUE 0.
           05  CPT-ABSENTES-MASTER      PIC 9(6) VALUE 0.
           05  CPT-HORS-CAPACITE        PIC 9(6) VALUE 0.
           05  CPT-TAUX-DEPASSEMENT     PIC 9(6) VALUE 0.

      *    Ecarts de population cumules par departement et par region
      *    (communes deleguees ou associees exclues, comme dans les
      *    agregats de 3-REGS-DEPTS-COMMS) ; les moyennes des masters
      *    sont recalculees comme dans 3-REGS-DEPTS-COMMS-MAJ
       1   AGREGATS-WORKING-MANAGER.
           05  NB-DEPTS-ECARTS          PIC 9(3) VALUE 0.
           05  DEPTS-ECARTS-MAX         PIC 9(3) VALUE 120.
           05  DEPT-ECART OCCURS 120 TIMES.
               10  DE-Departement       PIC X(28).
               10  DE-Somme-Ecart       PIC S9(9)V99.
           05  NB-REGIONS-ECARTS        PIC 9(3) VALUE 0.
           05  REGIONS-ECARTS-MAX       PIC 9(3) VALUE 40.
           05  REGION-ECART OCCURS 40 TIMES.
               10  RE-Region            PIC X(30).
               10  RE-Somme-Ecart       PIC S9(9)V99.
           05  IDX-AGREGAT              PIC 9(3) VALUE 0.
           05  AGREGAT-TROUVE           PIC 9(1) VALUE 0.
               88  AGREGAT-EST-TROUVE             VALUE 1.
               88  AGREGAT-EST-ABSENT             VALUE 0.
           05  CPT-AGREGAT-DEBORDEMENT  PIC 9(4) VALUE 0.
           05  SOMME-POPULATION         PIC S9(11)V99 VALUE 0.
           05  MOYENNE-NOUVELLE         PIC 9(6)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-TAUX-REF
           PERFORM LIRE-SEUIL

           OPEN INPUT F-POPULATIONS
           IF STATUT-POPULATIONS-ABSENT THEN
               DISPLAY "3-POPULATIONS-LEGALES : 0-populations-"
                       "legales.dat introuvable, populations du"
                       " master conservees"
               PERFORM FIN-PGM
           END-IF
           READ F-POPULATIONS
               AT END
                   DISPLAY "3-POPULATIONS-LEGALES : 0-populations-"
                           "legales.dat vide, populations du master"
                           " conservees"
                   CLOSE F-POPULATIONS
                   PERFORM FIN-PGM
               NOT AT END
                   MOVE PL-Millesime TO MILLESIME-FICHIER
           END-READ
           CLOSE F-POPULATIONS

           PERFORM LIRE-VALIDATION

           OPEN INPUT C-FUSIONS
           IF STATUT-FUSIONS-ABSENT THEN
               DISPLAY "3-POPULATIONS-LEGALES : 5-fusions.idx"
                       " introuvable, codes Insee pris tels quels"
           END-IF

           IF MODE-APPLICATION THEN
               OPEN I-O C-COMMUNES C-DEPTS C-REGIONS
           ELSE
               OPEN INPUT C-COMMUNES C-DEPTS C-REGIONS
           END-IF
           IF STATUT-COMMUNES-ABSENT THEN
               DISPLAY "3-POPULATIONS-LEGALES : 5-communes.idx"
                       " introuvable, rien a rapprocher"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           OPEN OUTPUT FS
           MOVE MILLESIME-FICHIER TO AT-Millesime
           IF MODE-APPLICATION THEN
               MOVE "APPLICATION AUX MASTERS" TO AT-Mode
           ELSE
               MOVE "APERCU (AUCUNE MISE A JOUR)" TO AT-Mode
           END-IF
           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE SEUIL-POPULATION TO AS-Seuil
           MOVE ARTICLE-SEUIL TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE "COMMUNES" TO AS-Section
           MOVE ARTICLE-SECTION TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ENTETE TO FS-DATA
           WRITE FS-DATA

           SORT TRI-POPULATIONS
               ON ASCENDING KEY TP-Code-Insee
               INPUT PROCEDURE LIRE-POPULATIONS
               OUTPUT PROCEDURE RAPPROCHER-COMMUNES

           PERFORM EDITER-DEPARTEMENTS
           PERFORM EDITER-REGIONS

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-LUES TO FN-Lues
           MOVE CPT-REDIRIGEES TO FN-Redirigees
           MOVE CPT-REJETEES TO FN-Rejetees
           MOVE ARTICLE-FIN-1 TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-REVUES TO FN-Revues
           MOVE CPT-MODIFIEES TO FN-Modifiees
           MOVE CPT-AU-SEUIL TO FN-Seuil
           MOVE ARTICLE-FIN-2 TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-ABSENTES-INSEE TO FN-Absentes-Insee
           MOVE CPT-ABSENTES-MASTER TO FN-Absentes-Master
           MOVE CPT-HORS-CAPACITE TO FN-Hors-Capacite
           MOVE ARTICLE-FIN-3 TO FS-DATA
           WRITE FS-DATA

           IF MODE-APPLICATION THEN
               DISPLAY "3-POPULATIONS-LEGALES : millesime "
                       MILLESIME-FICHIER " applique, " CPT-MODIFIEES
                       " commune(s) modifiee(s), " CPT-AU-SEUIL
                       " au-dela du seuil"
           ELSE
               DISPLAY "3-POPULATIONS-LEGALES : apercu du millesime "
                       MILLESIME-FICHIER " (" CPT-MODIFIEES
                       " commune(s) a modifier, " CPT-AU-SEUIL
                       " au-dela du seuil), masters inchanges"
           END-IF
           IF CPT-TAUX-DEPASSEMENT > 0 THEN
               DISPLAY "3-POPULATIONS-LEGALES : "
                       CPT-TAUX-DEPASSEMENT
                       " taux plafonne(s) a 9999.99"
           END-IF
           IF CPT-AGREGAT-DEBORDEMENT > 0 THEN
               DISPLAY "3-POPULATIONS-LEGALES : "
                       CPT-AGREGAT-DEBORDEMENT
                       " commune(s) hors table des agregats"
           END-IF

           CLOSE C-COMMUNES C-DEPTS C-REGIONS FS
           IF NOT STATUT-FUSIONS-ABSENT THEN
               CLOSE C-FUSIONS
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PARAMETRES : TAUX DE REFERENCE, SEUIL, VALIDATION

       READ-TAUX-REF.

           OPEN INPUT F-TAUX-REF
           READ F-TAUX-REF
               AT END
                   DISPLAY "0-taux-ref.param introuvable ou vide"
           END-READ
           CLOSE F-TAUX-REF
           .

       LIRE-SEUIL.

           OPEN INPUT F-SEUIL
           IF STATUT-SEUIL-ABSENT THEN
               CLOSE F-SEUIL
           ELSE
               READ F-SEUIL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PS-Seuil TO SEUIL-POPULATION
               END-READ
               CLOSE F-SEUIL
           END-IF
           .

      *    Seul le millesime valide est applique : un fichier d'une
      *    annee nouvelle repasse par l'apercu avant d'etre pris
       LIRE-VALIDATION.

           SET MODE-APERCU TO TRUE
           OPEN INPUT F-VALIDATION
           IF STATUT-VALIDATION-ABSENT THEN
               CLOSE F-VALIDATION
               EXIT PARAGRAPH
           END-IF
           READ F-VALIDATION
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PV-Millesime TO MILLESIME-VALIDE
           END-READ
           CLOSE F-VALIDATION

           IF MILLESIME-VALIDE = MILLESIME-FICHIER THEN
               SET MODE-APPLICATION TO TRUE
           ELSE
               DISPLAY "3-POPULATIONS-LEGALES : millesime valide "
                       MILLESIME-VALIDE " different du fichier ("
                       MILLESIME-FICHIER "), apercu seul"
           END-IF
           .

      ******************************************************************
      *        LECTURE DU FICHIER INSEE ET REDIRECTION DES FUSIONS

       LIRE-POPULATIONS.

           OPEN INPUT F-POPULATIONS
           PERFORM UNTIL FF-POP
               READ F-POPULATIONS
                   AT END
                       SET FF-POP TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-LUES
                       PERFORM RETENIR-POPULATION
               END-READ
           END-PERFORM
           CLOSE F-POPULATIONS
           .

       RETENIR-POPULATION.

           IF PL-Code-Insee NOT NUMERIC OR PL-Code-Insee = 0
              OR PL-Population NOT NUMERIC
              OR PL-Millesime NOT = MILLESIME-FICHIER THEN
               ADD 1 TO CPT-REJETEES
               EXIT PARAGRAPH
           END-IF

           MOVE PL-Code-Insee TO TP-Code-Insee
           IF NOT STATUT-FUSIONS-ABSENT THEN
               MOVE PL-Code-Insee TO FUS-Ancien-Code-Insee
               READ C-FUSIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUS-Nouveau-Code-Insee TO TP-Code-Insee
                       ADD 1 TO CPT-REDIRIGEES
               END-READ
           END-IF
           MOVE PL-Population TO TP-Population
           RELEASE TP-DATA
           .

      ******************************************************************
      *        RAPPROCHEMENT PAR CODE INSEE AVEC LE MASTER DES COMMUNES

       RAPPROCHER-COMMUNES.

           MOVE 0 TO C-Code-Insee
           START C-COMMUNES KEY NOT < C-Code-Insee
               INVALID KEY
                   SET FF-COM TO TRUE
           END-START
           PERFORM LIRE-COMMUNE-SUIVANTE
           PERFORM RETOURNER-POPULATION

           PERFORM UNTIL FF-COM AND FF-TRI
               EVALUATE TRUE
                   WHEN FF-TRI
                   WHEN NOT FF-COM
                        AND C-Code-Insee < CODE-INSEE-POP
                       PERFORM ECRIRE-ABSENTE-INSEE
                       PERFORM LIRE-COMMUNE-SUIVANTE
                   WHEN FF-COM
                   WHEN CODE-INSEE-POP < C-Code-Insee
                       PERFORM ECRIRE-ABSENTE-MASTER
                       PERFORM RETOURNER-POPULATION
                   WHEN OTHER
                       PERFORM COMPARER-COMMUNE
                       PERFORM LIRE-COMMUNE-SUIVANTE
                       PERFORM RETOURNER-POPULATION
               END-EVALUATE
           END-PERFORM
           .

       LIRE-COMMUNE-SUIVANTE.

           IF FF-COM THEN
               EXIT PARAGRAPH
           END-IF
           READ C-COMMUNES NEXT RECORD
               AT END
                   SET FF-COM TO TRUE
           END-READ
           .

      *    Rend la population cumulee du code Insee suivant : les
      *    lignes d'anciens codes rediriges sur la meme commune
      *    nouvelle se suivent dans le tri et s'additionnent
       RETOURNER-POPULATION.

           IF SUIVANT-EST-ABSENT THEN
               PERFORM LIRE-TRI
           END-IF
           IF SUIVANT-EST-ABSENT THEN
               SET FF-TRI TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SUIV-CODE-INSEE TO CODE-INSEE-POP
           MOVE SUIV-POPULATION TO POPULATION-NOUVELLE
           SET SUIVANT-EST-ABSENT TO TRUE
           PERFORM LIRE-TRI
           PERFORM UNTIL SUIVANT-EST-ABSENT
                      OR SUIV-CODE-INSEE NOT = CODE-INSEE-POP
               ADD SUIV-POPULATION TO POPULATION-NOUVELLE
               SET SUIVANT-EST-ABSENT TO TRUE
               PERFORM LIRE-TRI
           END-PERFORM
           .

       LIRE-TRI.

           IF TRI-EST-EPUISE THEN
               EXIT PARAGRAPH
           END-IF
           RETURN TRI-POPULATIONS
               AT END
                   SET TRI-EST-EPUISE TO TRUE
               NOT AT END
                   MOVE TP-Code-Insee TO SUIV-CODE-INSEE
                   MOVE TP-Population TO SUIV-POPULATION
                   SET SUIVANT-EST-LU TO TRUE
           END-RETURN
           .

      *    Commune presente des deux cotes : ancienne et nouvelle
      *    population, taux densite recalcule par la formule de
      *    3-REGS-DEPTS-COMMS
       COMPARER-COMMUNE.

           ADD 1 TO CPT-REVUES

           IF POPULATION-NOUVELLE > POPULATION-MAX THEN
               MOVE C-Code-Insee TO UC-Code-Insee
               MOVE C-Commune TO UC-Libelle
               MOVE POPULATION-NOUVELLE TO UC-Population
               MOVE "population hors capacite du master, ignoree"
                   TO UC-Motif
               MOVE ARTICLE-UN-COTE TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO CPT-HORS-CAPACITE
               EXIT PARAGRAPH
           END-IF

           MOVE C-Population TO POPULATION-ANCIENNE
           MOVE C-Taux-Densite TO TAUX-ANCIEN
           COMPUTE TAUX-NOUVEAU =
               1 + ((POPULATION-NOUVELLE * TR-DENSITE-FACTEUR
                     / C-Superficie) / TR-DENSITE-DIVISEUR)
               ON SIZE ERROR
                   MOVE 9999.99 TO TAUX-NOUVEAU
                   ADD 1 TO CPT-TAUX-DEPASSEMENT
           END-COMPUTE

           COMPUTE ECART-POPULATION =
                   POPULATION-NOUVELLE - POPULATION-ANCIENNE
           PERFORM CALCULER-ECART-POURCENT

           MOVE C-Code-Insee TO DT-Code-Insee
           MOVE C-Commune TO DT-Libelle
           MOVE POPULATION-ANCIENNE TO DT-Pop-Ancienne
           MOVE POPULATION-NOUVELLE TO DT-Pop-Nouvelle
           MOVE TAUX-ANCIEN TO DT-Taux-Ancien
           MOVE TAUX-NOUVEAU TO DT-Taux-Nouveau
           MOVE ECART-POURCENT TO DT-Ecart
           MOVE SPACE TO DT-Signal
           IF ECART-ABSOLU > SEUIL-POPULATION THEN
               MOVE "*** variation au-dela du seuil" TO DT-Signal
               ADD 1 TO CPT-AU-SEUIL
           END-IF
           MOVE ARTICLE-DETAIL TO FS-DATA
           WRITE FS-DATA

           IF ECART-POPULATION = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CPT-MODIFIEES

           IF NOT C-STATUT-EXCLU-AGREGATION THEN
               PERFORM CUMULER-ECART-DEPARTEMENT
               PERFORM CUMULER-ECART-REGION
           END-IF

           IF MODE-APPLICATION THEN
               MOVE POPULATION-NOUVELLE TO C-Population
               MOVE TAUX-NOUVEAU TO C-Taux-Densite
               REWRITE C-COM-ENREG
           END-IF
           .

      *    Ecart en % de l'ancienne population ; une commune sans
      *    population connue passe toujours au-dela du seuil
       CALCULER-ECART-POURCENT.

           IF POPULATION-ANCIENNE = 0 THEN
               MOVE 999.99 TO ECART-POURCENT
           ELSE
               COMPUTE ECART-POURCENT ROUNDED =
                       ECART-POPULATION * 100 / POPULATION-ANCIENNE
                   ON SIZE ERROR
                       MOVE 999.99 TO ECART-POURCENT
               END-COMPUTE
           END-IF
           IF ECART-POURCENT < 0 THEN
               COMPUTE ECART-ABSOLU = 0 - ECART-POURCENT
           ELSE
               MOVE ECART-POURCENT TO ECART-ABSOLU
           END-IF
           .

       ECRIRE-ABSENTE-INSEE.

           MOVE C-Code-Insee TO UC-Code-Insee
           MOVE C-Commune TO UC-Libelle
           MOVE C-Population TO UC-Population
           MOVE "absente du fichier INSEE, population conservee"
               TO UC-Motif
           MOVE ARTICLE-UN-COTE TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-ABSENTES-INSEE
           .

       ECRIRE-ABSENTE-MASTER.

           MOVE CODE-INSEE-POP TO UC-Code-Insee
           MOVE SPACE TO UC-Libelle
           MOVE POPULATION-NOUVELLE TO UC-Population
           MOVE "absente du master des communes, non reprise"
               TO UC-Motif
           MOVE ARTICLE-UN-COTE TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-ABSENTES-MASTER
           .

      ******************************************************************
      *        CUMUL DES ECARTS PAR DEPARTEMENT ET PAR REGION

       CUMULER-ECART-DEPARTEMENT.

           SET AGREGAT-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-AGREGAT
           PERFORM UNTIL IDX-AGREGAT > NB-DEPTS-ECARTS
                      OR AGREGAT-EST-TROUVE
               IF DE-Departement(IDX-AGREGAT) = C-Departement THEN
                   SET AGREGAT-EST-TROUVE TO TRUE
                   ADD ECART-POPULATION
                       TO DE-Somme-Ecart(IDX-AGREGAT)
               END-IF
               ADD 1 TO IDX-AGREGAT
           END-PERFORM

           IF AGREGAT-EST-ABSENT THEN
               IF NB-DEPTS-ECARTS < DEPTS-ECARTS-MAX THEN
                   ADD 1 TO NB-DEPTS-ECARTS
                   MOVE C-Departement
                     TO DE-Departement(NB-DEPTS-ECARTS)
                   MOVE ECART-POPULATION
                     TO DE-Somme-Ecart(NB-DEPTS-ECARTS)
               ELSE
                   ADD 1 TO CPT-AGREGAT-DEBORDEMENT
               END-IF
           END-IF
           .

       CUMULER-ECART-REGION.

           SET AGREGAT-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-AGREGAT
           PERFORM UNTIL IDX-AGREGAT > NB-REGIONS-ECARTS
                      OR AGREGAT-EST-TROUVE
               IF RE-Region(IDX-AGREGAT) = C-Region THEN
                   SET AGREGAT-EST-TROUVE TO TRUE
                   ADD ECART-POPULATION
                       TO RE-Somme-Ecart(IDX-AGREGAT)
               END-IF
               ADD 1 TO IDX-AGREGAT
           END-PERFORM

           IF AGREGAT-EST-ABSENT THEN
               IF NB-REGIONS-ECARTS < REGIONS-ECARTS-MAX THEN
                   ADD 1 TO NB-REGIONS-ECARTS
                   MOVE C-Region TO RE-Region(NB-REGIONS-ECARTS)
                   MOVE ECART-POPULATION
                     TO RE-Somme-Ecart(NB-REGIONS-ECARTS)
               ELSE
                   ADD 1 TO CPT-AGREGAT-DEBORDEMENT
               END-IF
           END-IF
           .

      ******************************************************************
      *        DEPARTEMENTS ET REGIONS : LA MOYENNE DE POPULATION DU
      *        MASTER EST CORRIGEE DE L'ECART CUMULE (MEME CALCUL QUE
      *        3-REGS-DEPTS-COMMS-MAJ), PUIS LE TAUX DENSITE RECALCULE

       EDITER-DEPARTEMENTS.

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE "DEPARTEMENTS" TO AS-Section
           MOVE ARTICLE-SECTION TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-AGREGAT
           PERFORM UNTIL IDX-AGREGAT > NB-DEPTS-ECARTS
               MOVE DE-Departement(IDX-AGREGAT) TO D-Departement
               READ C-DEPTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EDITER-UN-DEPARTEMENT
               END-READ
               ADD 1 TO IDX-AGREGAT
           END-PERFORM
           .

       EDITER-UN-DEPARTEMENT.

           IF D-Communes = 0 THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE SOMME-POPULATION =
                   D-Population * D-Communes
                   + DE-Somme-Ecart(IDX-AGREGAT)
           IF SOMME-POPULATION < 0 THEN
               MOVE 0 TO SOMME-POPULATION
           END-IF
           COMPUTE MOYENNE-NOUVELLE = SOMME-POPULATION / D-Communes
               ON SIZE ERROR
                   MOVE 999999.99 TO MOYENNE-NOUVELLE
           END-COMPUTE

           MOVE D-Population TO POPULATION-ANCIENNE
           MOVE D-Taux-Densite TO TAUX-ANCIEN
           COMPUTE TAUX-NOUVEAU =
               1 + ((MOYENNE-NOUVELLE * TR-DENSITE-FACTEUR
                     / D-Superficie) / TR-DENSITE-DIVISEUR)
               ON SIZE ERROR
                   MOVE 9999.99 TO TAUX-NOUVEAU
                   ADD 1 TO CPT-TAUX-DEPASSEMENT
           END-COMPUTE
           COMPUTE ECART-POPULATION =
                   MOYENNE-NOUVELLE - POPULATION-ANCIENNE
           PERFORM CALCULER-ECART-POURCENT

           MOVE SPACE TO ARTICLE-DETAIL
           MOVE D-Departement TO DN-Libelle
           MOVE POPULATION-ANCIENNE TO DT-Pop-Ancienne
           MOVE MOYENNE-NOUVELLE TO DT-Pop-Nouvelle
           MOVE TAUX-ANCIEN TO DT-Taux-Ancien
           MOVE TAUX-NOUVEAU TO DT-Taux-Nouveau
           MOVE ECART-POURCENT TO DT-Ecart
           MOVE "(moyenne par commune)" TO DT-Signal
           MOVE ARTICLE-DETAIL TO FS-DATA
           WRITE FS-DATA

           IF MODE-APPLICATION THEN
               MOVE MOYENNE-NOUVELLE TO D-Population
               MOVE TAUX-NOUVEAU TO D-Taux-Densite
               REWRITE C-DEP-ENREG
           END-IF
           .

       EDITER-REGIONS.

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE "REGIONS" TO AS-Section
           MOVE ARTICLE-SECTION TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-AGREGAT
           PERFORM UNTIL IDX-AGREGAT > NB-REGIONS-ECARTS
               MOVE RE-Region(IDX-AGREGAT) TO R-Region
               READ C-REGIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EDITER-UNE-REGION
               END-READ
               ADD 1 TO IDX-AGREGAT
           END-PERFORM
           .

       EDITER-UNE-REGION.

           IF R-Communes = 0 THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE SOMME-POPULATION =
                   R-Population * R-Communes
                   + RE-Somme-Ecart(IDX-AGREGAT)
           IF SOMME-POPULATION < 0 THEN
               MOVE 0 TO SOMME-POPULATION
           END-IF
           COMPUTE MOYENNE-NOUVELLE = SOMME-POPULATION / R-Communes
               ON SIZE ERROR
                   MOVE 999999.99 TO MOYENNE-NOUVELLE
           END-COMPUTE

           MOVE R-Population TO POPULATION-ANCIENNE
           MOVE R-Taux-Densite TO TAUX-ANCIEN
           COMPUTE TAUX-NOUVEAU =
               1 + ((MOYENNE-NOUVELLE * TR-DENSITE-FACTEUR
                     / R-Superficie) / TR-DENSITE-DIVISEUR)
               ON SIZE ERROR
                   MOVE 9999.99 TO TAUX-NOUVEAU
                   ADD 1 TO CPT-TAUX-DEPASSEMENT
           END-COMPUTE
           COMPUTE ECART-POPULATION =
                   MOYENNE-NOUVELLE - POPULATION-ANCIENNE
           PERFORM CALCULER-ECART-POURCENT

           MOVE SPACE TO ARTICLE-DETAIL
           MOVE R-Region TO DN-Libelle
           MOVE POPULATION-ANCIENNE TO DT-Pop-Ancienne
           MOVE MOYENNE-NOUVELLE TO DT-Pop-Nouvelle
           MOVE TAUX-ANCIEN TO DT-Taux-Ancien
           MOVE TAUX-NOUVEAU TO DT-Taux-Nouveau
           MOVE ECART-POURCENT TO DT-Ecart
           MOVE "(moyenne par commune)" TO DT-Signal
           MOVE ARTICLE-DETAIL TO FS-DATA
           WRITE FS-DATA

           IF MODE-APPLICATION THEN
               MOVE MOYENNE-NOUVELLE TO R-Population
               MOVE TAUX-NOUVEAU TO R-Taux-Densite
               REWRITE C-REG-ENREG
           END-IF
           .

       FIN-PGM.
           STOP RUN.
