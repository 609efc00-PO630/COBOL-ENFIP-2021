      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: demembrement de propriete des locaux (usufruit et
      *          nue-propriete). Le master 5-demembrement.idx (cle :
      *          identifiant du local) porte l'usufruitier, le
      *          nu-proprietaire, la date de debut de l'usufruit et
      *          sa fin (viager : au deces de l'usufruitier, ou a
      *          terme fixe). Les transactions de 4-demembrement.dat
      *          constituent un usufruit (code C) ou l'eteignent (code
      *          F : deces, terme ou renonciation anticipee) ; local
      *          inconnu du registre, personne inconnue du master des
      *          contribuables, date invalide, usufruit deja en cours
      *          ou absent partent en rejet.
      *          Apres les transactions, le master est parcouru : un
      *          usufruit a terme echu, ou dont l'usufruitier est
      *          decede (statut D pose par 4-SUCCESSIONS), s'eteint
      *          de lui-meme et la pleine propriete revient au
      *          nu-proprietaire. Chaque reunion (et chaque
      *          constitution ou le nu-proprietaire tenait encore la
      *          TF/TN du local) est deposee en mutation dans
      *          4-mutations.dat, que 4-MUTATIONS applique ensuite
      *          aux occurrences ; 5-ROLES assoit la TF/TN sur
      *          l'usufruitier tant que l'usufruit court. Les locaux
      *          demembres sont edites par commune dans
      *          4-demembrement.txt, avec les usufruits dont la fin
      *          tombe dans l'annee.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-DEMEMBREMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DEMEMBREMENT ASSIGN TO "4-demembrement.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FLUX.

           SELECT C-DEMEMBREMENT ASSIGN TO "5-demembrement.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DMB-Local
                   FILE STATUS IS WS-STATUT-IDX.

           SELECT C-LOCAUX ASSIGN TO "5-locaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LOC-Identifiant
                   FILE STATUS IS WS-STATUT-LOCAUX.

           SELECT C-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CTB-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

           SELECT C-OCCURRENCES ASSIGN TO "5-occurrences.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-PRIMARY-KEY
               ALTERNATE RECORD KEY IS C-CLE-AMENDEMENT
               ALTERNATE RECORD KEY IS C-NUMERO-FISCAL WITH DUPLICATES
               FILE STATUS IS WS-STATUT-OCCURRENCES.

      *    Mutations de propriete deposees pour 4-MUTATIONS
           SELECT F-MUTATIONS ASSIGN TO "4-mutations.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MUTATIONS.

      *    Transactions rejetees avec motif
           SELECT C-REJETS ASSIGN TO "4-demembrement-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Liste des locaux demembres par commune
           SELECT FS ASSIGN TO "4-demembrement.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT TRI ASSIGN TO DISK.

      *    Journal d'audit central des masters de maintenance
           SELECT F-AUDIT ASSIGN TO "9-audit-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-AUDIT.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

       DATA DIVISION.
       FILE SECTION.

      *    C : constitution (date = debut de l'usufruit)
      *    F : extinction (date = fin de l'usufruit, motif D deces,
      *        T terme, A renonciation anticipee ; numeros ignores)
       FD  F-DEMEMBREMENT.
       01  DMT-ENREG.
           05 DMT-Code              PIC X(1).
               88 DMT-Constitution            VALUE "C".
               88 DMT-Extinction              VALUE "F".
           05 DMT-Local             PIC 9(8).
           05 DMT-Usufruitier       PIC 9(13).
           05 DMT-Nu-Proprietaire   PIC 9(13).
           05 DMT-Date              PIC 9(8).
           05 DMT-Nature-Fin        PIC X(1).
               88 DMT-Nature-Valide           VALUE "V" "T".
               88 DMT-A-Terme                 VALUE "T".
           05 DMT-Date-Terme        PIC 9(8).
           05 DMT-Motif-Fin         PIC X(1).
               88 DMT-Motif-Valide            VALUE "D" "T" "A".

      *    Un enregistrement par local : une nouvelle constitution
      *    sur un local deja reuni remplace l'usufruit eteint (son
      *    historique reste au journal d'audit)
       FD  C-DEMEMBREMENT.
       01  C-DMB-ENREG.
           05 DMB-Local             PIC 9(8).
           05 DMB-Usufruitier       PIC 9(13).
           05 DMB-Nu-Proprietaire   PIC 9(13).
           05 DMB-Date-Debut        PIC 9(8).
           05 DMB-Nature-Fin        PIC X(1).
               88 DMB-Viager                  VALUE "V".
               88 DMB-A-Terme                 VALUE "T".
           05 DMB-Date-Terme        PIC 9(8).
           05 DMB-Etat              PIC X(1).
               88 DMB-En-Cours                VALUE "E".
               88 DMB-Reuni                   VALUE "R".
           05 DMB-Date-Fin          PIC 9(8).
           05 DMB-Motif-Fin         PIC X(1).
           05 DMB-Date-Maj          PIC 9(8).

      *    Meme disposition que C-LOCAUX-ENREG dans 4-LOCAUX.cbl
       FD  C-LOCAUX.
       01  C-LOCAUX-ENREG.
           05 LOC-Identifiant     PIC 9(8).
           05 LOC-Code-Insee      PIC 9(5).
           05 LOC-Categorie       PIC X(2).
           05 LOC-Valeur-Locative PIC 9(6).
      *    Cycle de vie du local (AAAAMMJJ ; zeros = inconnue) : les
      *    constructions neuves sont exonerees de TF deux ans, un
      *    local demoli ne genere plus d'imposition
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl (prefixe CTB- comme dans
      *    4-MUTATIONS)
       FD  C-CONTRIBUABLES.
       01  C-CONTRIBUABLES-ENREG.
           05 CTB-Numero-Fiscal PIC 9(13).
           05 CTB-Identite-Suite.
               10 CTB-Prenom PIC X(15).
               10 CTB-Nom PIC X(11).
               10 CTB-Code-Insee PIC 9(5).
           05 CTB-Parts PIC 9V9.
           05 CTB-Statut PIC X(1).
               88 CTB-Statut-Actif     VALUE "A" SPACE.
               88 CTB-Statut-Decede    VALUE "D".
               88 CTB-Statut-Transfere VALUE "T".
           05 CTB-Sip PIC X(5).

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

      *    Meme disposition que MUT-ENREG dans 4-MUTATIONS.cbl
       FD  F-MUTATIONS.
       01  MUT-ENREG.
           05 MUT-Local          PIC 9(8).
           05 MUT-Date           PIC 9(8).
           05 MUT-Ancien-Numero  PIC 9(13).
           05 MUT-Nouveau-Numero PIC 9(13).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Transaction     PIC X(53).
           05 CR-Motif           PIC X(40).

       FD  FS.
       01  FS-DATA PIC X(100).

       SD  TRI.
       01  T-DATA.
           05 T-Code-Insee       PIC 9(5).
           05 T-Local            PIC 9(8).
           05 T-Usufruitier      PIC 9(13).
           05 T-Nu-Proprietaire  PIC 9(13).
           05 T-Date-Debut       PIC 9(8).
           05 T-Nature-Fin       PIC X(1).
           05 T-Date-Terme       PIC 9(8).
           05 T-Etat             PIC X(1).
           05 T-Date-Fin         PIC 9(8).

      *    Meme disposition que JRN-ENREG dans 4-OCCURRENCES.cbl
       FD  F-AUDIT.
       01  JRN-ENREG.
           05 JRN-Programme   PIC X(20).
           05 JRN-Operateur   PIC X(8).
           05 JRN-Date        PIC 9(8).
           05 JRN-Fichier     PIC X(1).
           05 JRN-Action      PIC X(1).
           05 JRN-Avant       PIC X(80).
           05 JRN-Apres       PIC X(80).

       FD  F-OPERATEUR.
       01  OPE-ENREG.
           05 OPE-Identifiant PIC X(8).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE.
               10 FILLER PIC X(40)
                  VALUE 'LOCAUX DEMEMBRES PAR COMMUNE AU '.
               10 ET-Date-Jour PIC 99/99/9999.

           05 ARTICLE-LIGNE PIC X(96) VALUE ALL '-'.

           05 ARTICLE-ENTETE.
               10 FILLER PIC X(9)  VALUE 'Local'.
               10 FILLER PIC X(14) VALUE 'Usufruitier'.
               10 FILLER PIC X(14) VALUE 'Nu-proprio'.
               10 FILLER PIC X(11) VALUE 'Debut'.
               10 FILLER PIC X(8)  VALUE 'Nature'.
               10 FILLER PIC X(11) VALUE 'Fin'.
               10 FILLER PIC X(29) VALUE 'Observation'.

           05 ARTICLE-COMMUNE.
               10 FILLER PIC X(9) VALUE 'Commune '.
               10 ET-Code-Insee PIC 9(5).

           05 ARTICLE-LOCAL.
               10 ET-Local PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 ET-Usufruitier PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 ET-Nu-Proprietaire PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 ET-Date-Debut PIC 99/99/9999.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Nature PIC X(7).
               10 FILLER PIC X VALUE SPACE.
               10 ET-Date-Fin PIC 99/99/9999 BLANK WHEN ZERO.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Observation PIC X(29).

           05 ARTICLE-SOUS-TOTAL.
               10 FILLER PIC X(9) VALUE SPACE.
               10 ET-Sst-Locaux PIC Z(5)9.
               10 FILLER PIC X(23) VALUE ' local(aux) demembre(s)'.
               10 FILLER PIC X(2) VALUE ', '.
               10 ET-Sst-Fins PIC Z(5)9.
               10 FILLER PIC X(20) VALUE ' fin(s) dans l''annee'.

           05 ARTICLE-TOTAL.
               10 FILLER PIC X(9) VALUE 'Total'.
               10 ET-Tot-Locaux PIC Z(5)9.
               10 FILLER PIC X(23) VALUE ' local(aux) demembre(s)'.
               10 FILLER PIC X(2) VALUE ', '.
               10 ET-Tot-Fins PIC Z(5)9.
               10 FILLER PIC X(20) VALUE ' fin(s) dans l''annee'.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG                PIC  X(01) VALUE  SPACE.
               88  FF                              VALUE  HIGH-VALUE.
           05  FIN-MASTER               PIC  X(01) VALUE  SPACE.
               88  FF-MASTER                       VALUE  HIGH-VALUE.
           05  FIN-OCCURRENCES          PIC  X(01) VALUE  SPACE.
               88  FF-OCC                          VALUE  HIGH-VALUE.
           05  FIN-TRI                  PIC  X(01) VALUE  SPACE.
               88  FF-TRI                          VALUE  HIGH-VALUE.

       1   DEMEMBREMENT-WORKING-MANAGER.
           05  WS-STATUT-FLUX           PIC X(02) VALUE SPACE.
               88  STATUT-FLUX-ABSENT             VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-LOCAUX         PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-ABSENT           VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  WS-STATUT-OCCURRENCES    PIC X(02) VALUE SPACE.
               88  STATUT-OCCURRENCES-ABSENT      VALUE "35".
           05  WS-STATUT-MUTATIONS      PIC X(02) VALUE SPACE.
               88  STATUT-MUTATIONS-ABSENT        VALUE "35".
           05  CPT-CONSTITUTIONS        PIC 9(6) VALUE 0.
           05  CPT-EXTINCTIONS          PIC 9(6) VALUE 0.
           05  CPT-REUNIONS-AUTO        PIC 9(6) VALUE 0.
           05  CPT-MUTATIONS            PIC 9(6) VALUE 0.
           05  CPT-REJETS               PIC 9(6) VALUE 0.

       1   AUDIT-WORKING-MANAGER.
           05  WS-STATUT-AUDIT          PIC X(02) VALUE SPACE.
               88  STATUT-AUDIT-ABSENT            VALUE "35".
           05  WS-STATUT-OPERATEUR      PIC X(02) VALUE SPACE.
               88  STATUT-OPERATEUR-ABSENT        VALUE "35".
           05  OPERATEUR-COURANT        PIC X(8) VALUE "INCONNU".
           05  ACTION-AUDIT             PIC X(1) VALUE SPACE.
           05  IMAGE-AVANT              PIC X(80) VALUE SPACE.
           05  IMAGE-APRES              PIC X(80) VALUE SPACE.

       1   TRAITEMENT-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-JOUR-DECOUPE REDEFINES DATE-DU-JOUR.
               10  DJ-ANNEE             PIC 9(4).
               10  DJ-MOIS              PIC 9(2).
               10  DJ-JOUR              PIC 9(2).
           05  DATE-EDITION             PIC 9(8) VALUE 0.
      *    Trente et un decembre de l'annee courante : un usufruit a
      *    terme qui s'eteint d'ici la est signale a la liste
           05  FIN-ANNEE                PIC 9(8) VALUE 0.
           05  FIN-ANNEE-DECOUPE REDEFINES FIN-ANNEE.
               10  FA-ANNEE             PIC 9(4).
               10  FA-MMJJ              PIC 9(4).
           05  PREMIER-JANVIER          PIC 9(8) VALUE 0.
           05  PREMIER-JANVIER-DECOUPE REDEFINES PREMIER-JANVIER.
               10  PJ-ANNEE             PIC 9(4).
               10  PJ-MMJJ              PIC 9(4).
      *    Recherche d'une occurrence TF/TN ouverte d'un titulaire
      *    sur le local (cle alternative par numero fiscal)
           05  NUMERO-TITULAIRE         PIC 9(13) VALUE 0.
           05  LOCAL-CHERCHE            PIC 9(8) VALUE 0.
           05  DATE-OCCUPATION          PIC 9(8) VALUE 0.
           05  OCCUPATION-ETAT          PIC X(1) VALUE SPACE.
               88  TITULAIRE-TIENT-LE-LOCAL       VALUE "T".
           05  TRANSACTION-ETAT         PIC X(1) VALUE SPACE.
               88  TRANSACTION-REJETEE            VALUE "R".
           05  MOTIF-EXTINCTION         PIC X(1) VALUE SPACE.
           05  DATE-EXTINCTION          PIC 9(8) VALUE 0.
      *    Rupture par commune de la liste
           05  COMMUNE-EN-COURS         PIC 9(5) VALUE 0.
           05  PREMIERE-COMMUNE         PIC X(1) VALUE "O".
               88  EST-PREMIERE-COMMUNE           VALUE "O".
           05  SST-LOCAUX               PIC 9(6) VALUE 0.
           05  SST-FINS                 PIC 9(6) VALUE 0.
           05  TOT-LOCAUX               PIC 9(6) VALUE 0.
           05  TOT-FINS                 PIC 9(6) VALUE 0.
           05  DATE-DECOUPE             PIC 9(8) VALUE 0.
           05  DATE-DECOUPE-X REDEFINES DATE-DECOUPE.
               10  DD-ANNEE             PIC 9(4).
               10  DD-MOIS              PIC 9(2).
               10  DD-JOUR              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT C-LOCAUX
           IF STATUT-LOCAUX-ABSENT THEN
               DISPLAY "4-DEMEMBREMENT : 5-locaux.idx introuvable,"
                       " lancer d'abord 4-LOCAUX"
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT C-CONTRIBUABLES
           IF STATUT-CONTRIBUABLES-ABSENT THEN
               DISPLAY "4-DEMEMBREMENT : 5-contribuables.idx"
                       " introuvable, titulaires non controles et"
                       " deces des usufruitiers non detectes"
           END-IF

           OPEN INPUT C-OCCURRENCES
           IF STATUT-OCCURRENCES-ABSENT THEN
               DISPLAY "4-DEMEMBREMENT : 5-occurrences.idx"
                       " introuvable, aucune mutation de constitution"
           END-IF

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           MOVE DJ-ANNEE TO FA-ANNEE PJ-ANNEE
           MOVE 1231 TO FA-MMJJ
           MOVE 0101 TO PJ-MMJJ

           PERFORM OUVRIR-MASTER
           PERFORM OUVRIR-MUTATIONS
           PERFORM OUVRIR-JOURNAL-AUDIT

           OPEN OUTPUT C-REJETS

           OPEN INPUT F-DEMEMBREMENT
           IF STATUT-FLUX-ABSENT THEN
               DISPLAY "4-DEMEMBREMENT : 4-demembrement.dat"
                       " introuvable, aucune transaction a traiter"
           ELSE
               PERFORM UNTIL FF
                   READ F-DEMEMBREMENT
                       AT END
                           SET FF TO TRUE
                       NOT AT END
                           PERFORM TRAITER-UNE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE F-DEMEMBREMENT
           END-IF

      *    Extinctions d'office puis liste par commune, en une passe
      *    sur le master
           PERFORM EDITER-LISTE

           CLOSE C-DEMEMBREMENT C-LOCAUX F-MUTATIONS C-REJETS F-AUDIT
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE C-CONTRIBUABLES
           END-IF
           IF NOT STATUT-OCCURRENCES-ABSENT THEN
               CLOSE C-OCCURRENCES
           END-IF

           DISPLAY "4-DEMEMBREMENT : " CPT-CONSTITUTIONS
                   " constitution(s), " CPT-EXTINCTIONS
                   " extinction(s), " CPT-REUNIONS-AUTO
                   " reunion(s) d'office, " CPT-REJETS " rejet(s)"
           DISPLAY "4-DEMEMBREMENT : " CPT-MUTATIONS
                   " mutation(s) deposee(s) dans 4-mutations.dat,"
                   " lancer 4-MUTATIONS"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-INDIVISION)

       OUVRIR-MASTER.

           OPEN INPUT C-DEMEMBREMENT
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-DEMEMBREMENT
               OPEN OUTPUT C-DEMEMBREMENT
               CLOSE C-DEMEMBREMENT
           ELSE
               CLOSE C-DEMEMBREMENT
           END-IF

           OPEN I-O C-DEMEMBREMENT
           .

      *    Les mutations s'ajoutent a celles deja en attente de
      *    4-MUTATIONS
       OUVRIR-MUTATIONS.

           OPEN INPUT F-MUTATIONS
           IF STATUT-MUTATIONS-ABSENT THEN
               CLOSE F-MUTATIONS
               OPEN OUTPUT F-MUTATIONS
           ELSE
               CLOSE F-MUTATIONS
               OPEN EXTEND F-MUTATIONS
           END-IF
           .

      ******************************************************************
      *        TRAITEMENT D'UNE TRANSACTION

       TRAITER-UNE-TRANSACTION.

           MOVE SPACE TO TRANSACTION-ETAT

           IF NOT DMT-Constitution AND NOT DMT-Extinction THEN
               MOVE "code transaction inconnu" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(DMT-Date) NOT = 0 THEN
               MOVE "date invalide" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

      *    Local inconnu du registre : rejet
           MOVE DMT-Local TO LOC-Identifiant
           READ C-LOCAUX
               INVALID KEY
                   MOVE "local inconnu du registre" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF DMT-Constitution THEN
               PERFORM CONSTITUER-USUFRUIT
           ELSE
               PERFORM ETEINDRE-USUFRUIT
           END-IF
           .

       CONSTITUER-USUFRUIT.

           EVALUATE TRUE
               WHEN DMT-Usufruitier = DMT-Nu-Proprietaire
                   MOVE "usufruitier et nu-proprietaire confondus"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               WHEN NOT DMT-Nature-Valide
                   MOVE "nature de fin inconnue (V ou T)" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               WHEN DMT-A-Terme
                    AND (FUNCTION TEST-DATE-YYYYMMDD(DMT-Date-Terme)
                         NOT = 0
                         OR DMT-Date-Terme NOT > DMT-Date)
                   MOVE "terme invalide ou anterieur au debut"
                       TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    Les deux titulaires doivent etre connus du master des
      *    contribuables
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE DMT-Usufruitier TO CTB-Numero-Fiscal
               READ C-CONTRIBUABLES
                   INVALID KEY
                       MOVE "usufruitier inconnu du master"
                           TO CR-Motif
                       PERFORM ECRIRE-REJET
                       SET TRANSACTION-REJETEE TO TRUE
               END-READ
               IF TRANSACTION-REJETEE THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE DMT-Nu-Proprietaire TO CTB-Numero-Fiscal
               READ C-CONTRIBUABLES
                   INVALID KEY
                       MOVE "nu-proprietaire inconnu du master"
                           TO CR-Motif
                       PERFORM ECRIRE-REJET
                       SET TRANSACTION-REJETEE TO TRUE
               END-READ
               IF TRANSACTION-REJETEE THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Un usufruit deja en cours sur le local : rejet (il doit
      *    d'abord etre eteint) ; un usufruit eteint est remplace
           MOVE DMT-Local TO DMB-Local
           READ C-DEMEMBREMENT
               INVALID KEY
                   MOVE SPACE TO IMAGE-AVANT
                   MOVE "W" TO ACTION-AUDIT
               NOT INVALID KEY
                   MOVE C-DMB-ENREG TO IMAGE-AVANT
                   MOVE "R" TO ACTION-AUDIT
           END-READ
           IF ACTION-AUDIT = "R" AND DMB-En-Cours THEN
               MOVE "usufruit deja en cours sur le local"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE DMT-Local TO DMB-Local
           MOVE DMT-Usufruitier TO DMB-Usufruitier
           MOVE DMT-Nu-Proprietaire TO DMB-Nu-Proprietaire
           MOVE DMT-Date TO DMB-Date-Debut
           MOVE DMT-Nature-Fin TO DMB-Nature-Fin
           IF DMB-A-Terme THEN
               MOVE DMT-Date-Terme TO DMB-Date-Terme
           ELSE
               MOVE 0 TO DMB-Date-Terme
           END-IF
           SET DMB-En-Cours TO TRUE
           MOVE 0 TO DMB-Date-Fin
           MOVE SPACE TO DMB-Motif-Fin
           MOVE DATE-DU-JOUR TO DMB-Date-Maj

           IF ACTION-AUDIT = "W" THEN
               WRITE C-DMB-ENREG
           ELSE
               REWRITE C-DMB-ENREG
           END-IF
           MOVE C-DMB-ENREG TO IMAGE-APRES
           PERFORM ECRIRE-JOURNAL-AUDIT
           ADD 1 TO CPT-CONSTITUTIONS

      *    Le nu-proprietaire qui tenait encore la TF/TN du local la
      *    cede a l'usufruitier a compter du debut de l'usufruit
           MOVE DMB-Nu-Proprietaire TO NUMERO-TITULAIRE
           MOVE DMB-Local TO LOCAL-CHERCHE
           MOVE DMB-Date-Debut TO DATE-OCCUPATION
           PERFORM CHERCHER-OCCUPATION
           IF TITULAIRE-TIENT-LE-LOCAL THEN
               MOVE DMB-Local TO MUT-Local
               MOVE DMB-Date-Debut TO MUT-Date
               MOVE DMB-Nu-Proprietaire TO MUT-Ancien-Numero
               MOVE DMB-Usufruitier TO MUT-Nouveau-Numero
               WRITE MUT-ENREG
               ADD 1 TO CPT-MUTATIONS
           END-IF
           .

       ETEINDRE-USUFRUIT.

           MOVE DMT-Local TO DMB-Local
           READ C-DEMEMBREMENT
               INVALID KEY
                   SET TRANSACTION-REJETEE TO TRUE
           END-READ
           IF TRANSACTION-REJETEE OR NOT DMB-En-Cours THEN
               MOVE "aucun usufruit en cours sur le local"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF DMT-Date < DMB-Date-Debut THEN
               MOVE "fin anterieure au debut de l'usufruit"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           IF DMT-Motif-Valide THEN
               MOVE DMT-Motif-Fin TO MOTIF-EXTINCTION
           ELSE
               MOVE "A" TO MOTIF-EXTINCTION
           END-IF
           MOVE DMT-Date TO DATE-EXTINCTION
           PERFORM REUNIR-PROPRIETE
           ADD 1 TO CPT-EXTINCTIONS
           .

      *    Extinction de l'usufruit courant (C-DMB-ENREG lu) : la
      *    pleine propriete revient au nu-proprietaire, la TF/TN
      *    passe de l'usufruitier au nu-proprietaire par mutation
       REUNIR-PROPRIETE.

           MOVE C-DMB-ENREG TO IMAGE-AVANT
           SET DMB-Reuni TO TRUE
           MOVE DATE-EXTINCTION TO DMB-Date-Fin
           MOVE MOTIF-EXTINCTION TO DMB-Motif-Fin
           MOVE DATE-DU-JOUR TO DMB-Date-Maj
           REWRITE C-DMB-ENREG
           MOVE C-DMB-ENREG TO IMAGE-APRES
           MOVE "R" TO ACTION-AUDIT
           PERFORM ECRIRE-JOURNAL-AUDIT

           MOVE DMB-Local TO MUT-Local
           MOVE DATE-EXTINCTION TO MUT-Date
           MOVE DMB-Usufruitier TO MUT-Ancien-Numero
           MOVE DMB-Nu-Proprietaire TO MUT-Nouveau-Numero
           WRITE MUT-ENREG
           ADD 1 TO CPT-MUTATIONS
           .

      *    Le titulaire tient-il une occurrence TF/TN du local encore
      *    ouverte a la date d'occupation ? (meme parcours par la
      *    cle de regroupement que 4-MUTATIONS)
       CHERCHER-OCCUPATION.

           MOVE SPACE TO OCCUPATION-ETAT
           IF STATUT-OCCURRENCES-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-OCCURRENCES
           MOVE NUMERO-TITULAIRE TO C-NUMERO-FISCAL
           READ C-OCCURRENCES KEY IS C-NUMERO-FISCAL
               INVALID KEY
                   SET FF-OCC TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ

           PERFORM UNTIL FF-OCC OR TITULAIRE-TIENT-LE-LOCAL
               IF C-NUMERO-FISCAL NOT = NUMERO-TITULAIRE THEN
                   SET FF-OCC TO TRUE
               ELSE
                   IF (C-TAXE = "TF" OR C-TAXE = "TN")
                      AND C-LOCAL = LOCAL-CHERCHE
                      AND (C-DATE-FIN = 0
                           OR C-DATE-FIN > DATE-OCCUPATION) THEN
                       SET TITULAIRE-TIENT-LE-LOCAL TO TRUE
                   END-IF
                   READ C-OCCURRENCES NEXT RECORD
                       AT END
                           SET FF-OCC TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           .

       ECRIRE-REJET.

           MOVE DMT-ENREG TO CR-Transaction
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETS
           .

      ******************************************************************
      *        LISTE PAR COMMUNE DES LOCAUX DEMEMBRES

       EDITER-LISTE.

           OPEN OUTPUT FS

           MOVE DJ-JOUR TO DATE-EDITION(1:2)
           MOVE DJ-MOIS TO DATE-EDITION(3:2)
           MOVE DJ-ANNEE TO DATE-EDITION(5:4)
           MOVE DATE-EDITION TO ET-Date-Jour
           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ENTETE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA

           SORT TRI
               ON ASCENDING KEY T-Code-Insee T-Local
               INPUT PROCEDURE GARNIR-TRI
               OUTPUT PROCEDURE EDITER-COMMUNES

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE TOT-LOCAUX TO ET-Tot-Locaux
           MOVE TOT-FINS TO ET-Tot-Fins
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA

           CLOSE FS
           .

      *    Parcours du master : extinction d'office des usufruits a
      *    terme echu ou dont l'usufruitier est decede, puis retenue
      *    des locaux encore demembres et de ceux reunis dans l'annee
       GARNIR-TRI.

           MOVE 0 TO DMB-Local
           START C-DEMEMBREMENT KEY NOT < DMB-Local
               INVALID KEY
                   SET FF-MASTER TO TRUE
           END-START

           PERFORM UNTIL FF-MASTER
               READ C-DEMEMBREMENT NEXT RECORD
                   AT END
                       SET FF-MASTER TO TRUE
                   NOT AT END
                       IF DMB-En-Cours THEN
                           PERFORM CONTROLER-EXTINCTION
                       END-IF
                       IF DMB-En-Cours
                          OR DMB-Date-Fin >= PREMIER-JANVIER THEN
                           PERFORM RETENIR-LOCAL
                       END-IF
               END-READ
           END-PERFORM
           .

       CONTROLER-EXTINCTION.

           MOVE SPACE TO MOTIF-EXTINCTION

           IF DMB-A-Terme AND DMB-Date-Terme <= DATE-DU-JOUR THEN
               MOVE "T" TO MOTIF-EXTINCTION
               MOVE DMB-Date-Terme TO DATE-EXTINCTION
           ELSE
      *        Usufruitier decede : la date de reunion est celle du
      *        constat (la date exacte du deces passe par une
      *        transaction F motif D)
               IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
                   MOVE DMB-Usufruitier TO CTB-Numero-Fiscal
                   READ C-CONTRIBUABLES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CTB-Statut-Decede THEN
                               MOVE "D" TO MOTIF-EXTINCTION
                               MOVE DATE-DU-JOUR TO DATE-EXTINCTION
                           END-IF
                   END-READ
               END-IF
           END-IF

           IF MOTIF-EXTINCTION NOT = SPACE THEN
               PERFORM REUNIR-PROPRIETE
               ADD 1 TO CPT-REUNIONS-AUTO
           END-IF
           .

       RETENIR-LOCAL.

           MOVE DMB-Local TO LOC-Identifiant
           READ C-LOCAUX
               INVALID KEY
                   MOVE 0 TO LOC-Code-Insee
           END-READ

           MOVE LOC-Code-Insee TO T-Code-Insee
           MOVE DMB-Local TO T-Local
           MOVE DMB-Usufruitier TO T-Usufruitier
           MOVE DMB-Nu-Proprietaire TO T-Nu-Proprietaire
           MOVE DMB-Date-Debut TO T-Date-Debut
           MOVE DMB-Nature-Fin TO T-Nature-Fin
           MOVE DMB-Date-Terme TO T-Date-Terme
           MOVE DMB-Etat TO T-Etat
           MOVE DMB-Date-Fin TO T-Date-Fin
           RELEASE T-DATA
           .

       EDITER-COMMUNES.

           PERFORM UNTIL FF-TRI
               RETURN TRI
                   AT END
                       SET FF-TRI TO TRUE
                       IF NOT EST-PREMIERE-COMMUNE THEN
                           PERFORM CLOTURER-COMMUNE
                       END-IF
                   NOT AT END
                       IF EST-PREMIERE-COMMUNE
                          OR T-Code-Insee NOT = COMMUNE-EN-COURS THEN
                           IF NOT EST-PREMIERE-COMMUNE THEN
                               PERFORM CLOTURER-COMMUNE
                           END-IF
                           PERFORM OUVRIR-COMMUNE
                       END-IF
                       PERFORM EDITER-UN-LOCAL
               END-RETURN
           END-PERFORM
           .

       OUVRIR-COMMUNE.

           MOVE "N" TO PREMIERE-COMMUNE
           MOVE T-Code-Insee TO COMMUNE-EN-COURS
           MOVE 0 TO SST-LOCAUX SST-FINS
           MOVE T-Code-Insee TO ET-Code-Insee
           MOVE ARTICLE-COMMUNE TO FS-DATA
           WRITE FS-DATA
           .

       CLOTURER-COMMUNE.

           MOVE SST-LOCAUX TO ET-Sst-Locaux
           MOVE SST-FINS TO ET-Sst-Fins
           MOVE ARTICLE-SOUS-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE SPACE TO FS-DATA
           WRITE FS-DATA
           .

       EDITER-UN-LOCAL.

           MOVE T-Local TO ET-Local
           MOVE T-Usufruitier TO ET-Usufruitier
           MOVE T-Nu-Proprietaire TO ET-Nu-Proprietaire
           MOVE T-Date-Debut TO DATE-DECOUPE
           MOVE DD-JOUR TO DATE-EDITION(1:2)
           MOVE DD-MOIS TO DATE-EDITION(3:2)
           MOVE DD-ANNEE TO DATE-EDITION(5:4)
           MOVE DATE-EDITION TO ET-Date-Debut
           MOVE SPACE TO ET-Observation

           IF T-Nature-Fin = "T" THEN
               MOVE "terme" TO ET-Nature
               MOVE T-Date-Terme TO DATE-DECOUPE
           ELSE
               MOVE "viager" TO ET-Nature
               MOVE 0 TO DATE-DECOUPE
           END-IF
           IF T-Etat = "R" THEN
               MOVE T-Date-Fin TO DATE-DECOUPE
           END-IF
           MOVE DD-JOUR TO DATE-EDITION(1:2)
           MOVE DD-MOIS TO DATE-EDITION(3:2)
           MOVE DD-ANNEE TO DATE-EDITION(5:4)
           MOVE DATE-EDITION TO ET-Date-Fin

           EVALUATE TRUE
               WHEN T-Etat = "R"
                   MOVE "reuni dans l'annee" TO ET-Observation
                   ADD 1 TO SST-FINS TOT-FINS
               WHEN T-Nature-Fin = "T" AND T-Date-Terme <= FIN-ANNEE
                   MOVE "FIN D'USUFRUIT DANS L'ANNEE"
                       TO ET-Observation
                   ADD 1 TO SST-FINS TOT-FINS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE ARTICLE-LOCAL TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO SST-LOCAUX TOT-LOCAUX
           .

      ******************************************************************
      *        JOURNAL D'AUDIT CENTRAL (MEME CONVENTION QUE
      *        4-OCCURRENCES)

       OUVRIR-JOURNAL-AUDIT.

           OPEN INPUT F-OPERATEUR
           IF STATUT-OPERATEUR-ABSENT THEN
               CONTINUE
           ELSE
               READ F-OPERATEUR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPE-Identifiant TO OPERATEUR-COURANT
               END-READ
               CLOSE F-OPERATEUR
           END-IF

           OPEN INPUT F-AUDIT
           IF STATUT-AUDIT-ABSENT THEN
               CLOSE F-AUDIT
               OPEN OUTPUT F-AUDIT
           ELSE
               CLOSE F-AUDIT
               OPEN EXTEND F-AUDIT
           END-IF
           .

       ECRIRE-JOURNAL-AUDIT.

           MOVE "4-DEMEMBREMENT" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-DU-JOUR TO JRN-Date
           MOVE "U" TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       FIN-PGM.
           STOP RUN.
