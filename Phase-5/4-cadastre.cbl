      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: integration du flux periodique des changements du
      *          cadastre (4-cadastre.dat) dans le registre des locaux
      *          5-locaux.idx. Chaque mouvement porte un code :
      *          N nouvelle construction (le local est cree, avec sa
      *          date de construction), M modification (extension,
      *          changement de categorie : valeur locative et/ou
      *          categorie corrigees sur place), D demolition (date de
      *          demolition posee, le local est clos), P changement de
      *          proprietaire (transaction ajoutee a 4-mutations.dat
      *          pour 4-MUTATIONS). Un mouvement inapplicable part dans
      *          4-cadastre-rejets.dat, repris par 4-RECYCLAGE qui
      *          ecrit la correction dans 4-cadastre-reprise.dat, relu
      *          apres le flux principal puis vide. Le compte rendu
      *          d'echange 4-cadastre-echange.txt donne par commune
      *          les locaux crees, modifies et clos, les changements
      *          de proprietaire et l'ecart net de valeur locative.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-CADASTRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CADASTRE ASSIGN TO "4-cadastre.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-CADASTRE.

      *    Mouvements corriges par 4-RECYCLAGE (consommes)
           SELECT F-REPRISE ASSIGN TO "4-cadastre-reprise.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REPRISE.

           SELECT C-LOCAUX ASSIGN TO "5-locaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LOC-Identifiant
                   FILE STATUS IS WS-STATUT-IDX.

      *    Transactions de mutation pour 4-MUTATIONS (ajoutees a la
      *    suite des transactions deja presentes)
           SELECT F-MUTATIONS ASSIGN TO "4-mutations.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MUTATIONS.

      *    Mouvements rejetes (image du mouvement et motif)
           SELECT C-REJETS ASSIGN TO "4-cadastre-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT FS ASSIGN TO "4-cadastre-echange.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT TRI ASSIGN TO DISK.

      *    Manifeste de comptage (volumetrie inter-phases)
           SELECT F-MANIFESTE ASSIGN TO "0-manifest.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MANIFESTE.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CADASTRE.
       01  CF-ENREG.
      *    N nouvelle construction, M modification, D demolition,
      *    P changement de proprietaire
           05 CF-Type            PIC X(1).
               88 CF-CREATION              VALUE "N".
               88 CF-MODIFICATION          VALUE "M".
               88 CF-DEMOLITION            VALUE "D".
               88 CF-MUTATION              VALUE "P".
           05 CF-Local           PIC 9(8).
           05 CF-Code-Insee      PIC 9(5).
      *    Espaces = categorie inchangee (M)
           05 CF-Categorie       PIC X(2).
      *    Zero = valeur locative inchangee (M)
           05 CF-Valeur-Locative PIC 9(6).
      *    Date d'effet du mouvement (AAAAMMJJ)
           05 CF-Date            PIC 9(8).
      *    Proprietaires avant et apres (P seulement)
           05 CF-Ancien-Numero   PIC 9(13).
           05 CF-Nouveau-Numero  PIC 9(13).

       FD  F-REPRISE.
       01  F-REPRISE-LIGNE PIC X(80).

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

      *    Meme disposition que MUT-ENREG dans 4-MUTATIONS.cbl
       FD  F-MUTATIONS.
       01  MUT-ENREG.
           05 MUT-Local          PIC 9(8).
           05 MUT-Date           PIC 9(8).
           05 MUT-Ancien-Numero  PIC 9(13).
           05 MUT-Nouveau-Numero PIC 9(13).

      *    L'image du mouvement vient en tete : 4-RECYCLAGE en tire
      *    l'empreinte du rejet et l'operateur la ressaisit corrigee
       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Mouvement       PIC X(56).
           05 CR-Motif           PIC X(40).

       FD  FS.
       01  FS-DATA PIC X(90).

       SD  TRI.
       01  T-DATA.
           05 T-Code-Insee       PIC 9(5).
           05 T-Crees            PIC 9(6).
           05 T-Modifies         PIC 9(6).
           05 T-Clos             PIC 9(6).
           05 T-Mutations        PIC 9(6).
           05 T-Ecart-VL         PIC S9(9).

      *    Manifeste de comptage (volumetrie inter-phases)
       FD  F-MANIFESTE.
       01  MF-ENREG.
           05 MF-PROGRAMME             PIC X(20).
           05 MF-NB-LUS                PIC 9(8).
           05 MF-NB-ECRITS             PIC 9(8).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE.
               10 FILLER PIC X(40)
                  VALUE 'COMPTE RENDU D''ECHANGE CADASTRE DU '.
               10 ET-Date-Jour PIC 99/99/9999.

           05 ARTICLE-LIGNE PIC X(76) VALUE ALL '-'.

           05 ARTICLE-ENTETE.
               10 FILLER PIC X(8)  VALUE 'Commune'.
               10 FILLER PIC X(10) VALUE '    Crees'.
               10 FILLER PIC X(10) VALUE ' Modifies'.
               10 FILLER PIC X(10) VALUE '     Clos'.
               10 FILLER PIC X(14) VALUE ' Proprietaire'.
               10 FILLER PIC X(16) VALUE '  Ecart net VL'.

           05 ARTICLE-COMMUNE.
               10 ET-Code-Insee PIC 9(5).
               10 FILLER PIC X(3) VALUE SPACE.
               10 ET-Crees PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Modifies PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Clos PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Mutations PIC Z(12)9.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Ecart-VL PIC -(11)9.

           05 ARTICLE-TOTAL.
               10 FILLER PIC X(8) VALUE 'Total'.
               10 ET-Tot-Crees PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Tot-Modifies PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Tot-Clos PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Tot-Mutations PIC Z(12)9.
               10 FILLER PIC X VALUE SPACE.
               10 ET-Tot-Ecart-VL PIC -(11)9.

           05 ARTICLE-REJETS.
               10 FILLER PIC X(30)
                  VALUE 'Mouvements rejetes : '.
               10 ET-Rejets PIC Z(8)9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.
           05  FIN-REPRISE             PIC  X(01) VALUE  SPACE.
               88  FF-REPRISE                     VALUE  HIGH-VALUE.
           05  FIN-TRI                 PIC  X(01) VALUE  SPACE.
               88  FF-TRI                         VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-CADASTRE       PIC X(02) VALUE SPACE.
               88  STATUT-CADASTRE-ABSENT         VALUE "35".
           05  WS-STATUT-REPRISE        PIC X(02) VALUE SPACE.
               88  STATUT-REPRISE-ABSENT          VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-OK                  VALUE "00".
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-MUTATIONS      PIC X(02) VALUE SPACE.
               88  STATUT-MUTATIONS-ABSENT        VALUE "35".
           05  CPT-TRAITES              PIC 9(6) VALUE 0.
           05  CPT-CREES                PIC 9(6) VALUE 0.
           05  CPT-MODIFIES             PIC 9(6) VALUE 0.
           05  CPT-CLOS                 PIC 9(6) VALUE 0.
           05  CPT-MUTATIONS            PIC 9(6) VALUE 0.
           05  CPT-REJETES              PIC 9(6) VALUE 0.
           05  TOT-ECART-VL             PIC S9(11) VALUE 0.
           05  ECART-VL                 PIC S9(7) VALUE 0.
           05  DATE-JOUR                PIC 9(8) VALUE 0.
           05  DATE-JOUR-DECOUPE REDEFINES DATE-JOUR.
               10  DJ-ANNEE             PIC 9(4).
               10  DJ-MOIS              PIC 9(2).
               10  DJ-JOUR              PIC 9(2).
           05  DATE-EDITION             PIC 9(8) VALUE 0.

      *    Cumuls de l'echange par commune, edites dans l'ordre du
      *    code Insee apres tri
       1   COMMUNES-WORKING-MANAGER.
           05  NB-COMMUNES-ECHANGE      PIC 9(4) VALUE 0.
           05  IDX-COMMUNE              PIC 9(4) VALUE 0.
           05  COMMUNE-TROUVEE          PIC 9(4) VALUE 0.
           05  INSEE-MOUVEMENT          PIC 9(5) VALUE 0.
           05  COMMUNE-ECHANGE OCCURS 2000 TIMES.
               10  CE-CODE-INSEE        PIC 9(5).
               10  CE-CREES             PIC 9(6).
               10  CE-MODIFIES          PIC 9(6).
               10  CE-CLOS              PIC 9(6).
               10  CE-MUTATIONS         PIC 9(6).
               10  CE-ECART-VL          PIC S9(9).

       1   MANIFESTE-WORKING-MANAGER.
           05  CPT-LUS-MANIFESTE        PIC 9(8) VALUE 0.
           05  CPT-ECRITS-MANIFESTE     PIC 9(8) VALUE 0.
           05  WS-STATUT-MANIFESTE      PIC X(02) VALUE SPACE.
               88  STATUT-MANIFESTE-ABSENT        VALUE "35".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT F-CADASTRE
           IF STATUT-CADASTRE-ABSENT THEN
               DISPLAY "4-CADASTRE : 4-cadastre.dat introuvable,"
                       " aucun mouvement a integrer"
               CLOSE F-CADASTRE
               PERFORM FIN-PGM
           END-IF

           ACCEPT DATE-JOUR FROM DATE YYYYMMDD

           PERFORM OUVRIR-MASTER
           PERFORM OUVRIR-MUTATIONS

           OPEN OUTPUT C-REJETS

           PERFORM UNTIL FF
               READ F-CADASTRE
                   AT END
                       SET FF TO TRUE
                   NOT AT END
                       PERFORM TRAITER-MOUVEMENT
               END-READ
           END-PERFORM
           CLOSE F-CADASTRE

           PERFORM TRAITER-REPRISE

           CLOSE C-LOCAUX F-MUTATIONS C-REJETS

           PERFORM EDITER-ECHANGE

           DISPLAY "4-CADASTRE : " CPT-TRAITES
                   " mouvement(s), " CPT-CREES " cree(s), "
                   CPT-MODIFIES " modifie(s), " CPT-CLOS " clos, "
                   CPT-MUTATIONS " mutation(s), "
                   CPT-REJETES " rejete(s)"

           PERFORM ECRIRE-MANIFESTE

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT C-LOCAUX
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-LOCAUX
               OPEN OUTPUT C-LOCAUX
               CLOSE C-LOCAUX
           ELSE
               CLOSE C-LOCAUX
           END-IF

           OPEN I-O C-LOCAUX
           .

      *    Les transactions saisies a la main dans 4-mutations.dat
      *    sont conservees : les mutations du cadastre s'y ajoutent
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
      *        REPRESENTATION DES REJETS CORRIGES (4-RECYCLAGE)

       TRAITER-REPRISE.

           OPEN INPUT F-REPRISE

           IF STATUT-REPRISE-ABSENT THEN
               CLOSE F-REPRISE
           ELSE
               PERFORM UNTIL FF-REPRISE
                   READ F-REPRISE
                       AT END
                           SET FF-REPRISE TO TRUE
                       NOT AT END
                           MOVE F-REPRISE-LIGNE TO CF-ENREG
                           PERFORM TRAITER-MOUVEMENT
                   END-READ
               END-PERFORM
               CLOSE F-REPRISE

      *    Representation consommee (meme idiom que 4-OCCURRENCES) :
      *    un mouvement rejoue creerait un rejet "deja au registre"
      *    ou une mutation en double
               OPEN OUTPUT F-REPRISE
               CLOSE F-REPRISE
           END-IF
           .

      ******************************************************************
      *        AIGUILLAGE D'UN MOUVEMENT SELON SON CODE

       TRAITER-MOUVEMENT.

           ADD 1 TO CPT-TRAITES
           ADD 1 TO CPT-LUS-MANIFESTE

           IF CF-Local = 0 THEN
               MOVE "identifiant de local a zero" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN CF-CREATION
                   PERFORM CREER-LOCAL
               WHEN CF-MODIFICATION
                   PERFORM MODIFIER-LOCAL
               WHEN CF-DEMOLITION
                   PERFORM CLORE-LOCAL
               WHEN CF-MUTATION
                   PERFORM MUTER-LOCAL
               WHEN OTHER
                   MOVE "code mouvement inconnu" TO CR-Motif
                   PERFORM ECRIRE-REJET
           END-EVALUATE
           .

      *    Nouvelle construction : le local ne doit pas etre connu
       CREER-LOCAL.

           IF CF-Code-Insee = 0 OR CF-Valeur-Locative = 0 THEN
               MOVE "valeur locative nulle ou commune a zero"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE CF-Local TO LOC-Identifiant
           READ C-LOCAUX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "local deja au registre" TO CR-Motif
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
           END-READ

           MOVE CF-Local           TO LOC-Identifiant
           MOVE CF-Code-Insee      TO LOC-Code-Insee
           MOVE CF-Categorie       TO LOC-Categorie
           MOVE CF-Valeur-Locative TO LOC-Valeur-Locative
           MOVE CF-Date            TO LOC-Date-Construction
           MOVE 0                  TO LOC-Date-Demolition
           MOVE SPACE              TO LOC-Zone-Teom
           WRITE C-LOCAUX-ENREG

           MOVE CF-Code-Insee TO INSEE-MOUVEMENT
           PERFORM CHERCHER-COMMUNE
           ADD 1 TO CE-CREES(COMMUNE-TROUVEE)
           ADD CF-Valeur-Locative TO CE-ECART-VL(COMMUNE-TROUVEE)
           ADD CF-Valeur-Locative TO TOT-ECART-VL
           ADD 1 TO CPT-CREES
           ADD 1 TO CPT-ECRITS-MANIFESTE
           .

      *    Extension ou changement de categorie : seules les zones
      *    renseignees du mouvement remplacent celles du registre
       MODIFIER-LOCAL.

           IF CF-Valeur-Locative = 0 AND CF-Categorie = SPACE THEN
               MOVE "modification sans valeur ni categorie"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           PERFORM LIRE-LOCAL-ACTIF
           IF CR-Motif NOT = SPACE THEN
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ECART-VL
           IF CF-Valeur-Locative NOT = 0 THEN
               COMPUTE ECART-VL = CF-Valeur-Locative
                                - LOC-Valeur-Locative
               MOVE CF-Valeur-Locative TO LOC-Valeur-Locative
           END-IF
           IF CF-Categorie NOT = SPACE THEN
               MOVE CF-Categorie TO LOC-Categorie
           END-IF
           REWRITE C-LOCAUX-ENREG

           MOVE LOC-Code-Insee TO INSEE-MOUVEMENT
           PERFORM CHERCHER-COMMUNE
           ADD 1 TO CE-MODIFIES(COMMUNE-TROUVEE)
           ADD ECART-VL TO CE-ECART-VL(COMMUNE-TROUVEE)
           ADD ECART-VL TO TOT-ECART-VL
           ADD 1 TO CPT-MODIFIES
           ADD 1 TO CPT-ECRITS-MANIFESTE
           .

      *    Demolition : le local reste au registre, clos a la date
      *    d'effet ; 5-ROLES ne l'impose plus au-dela
       CLORE-LOCAL.

           IF CF-Date = 0 THEN
               MOVE "date de demolition absente" TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           PERFORM LIRE-LOCAL-ACTIF
           IF CR-Motif NOT = SPACE THEN
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE CF-Date TO LOC-Date-Demolition
           REWRITE C-LOCAUX-ENREG

           COMPUTE ECART-VL = 0 - LOC-Valeur-Locative
           MOVE LOC-Code-Insee TO INSEE-MOUVEMENT
           PERFORM CHERCHER-COMMUNE
           ADD 1 TO CE-CLOS(COMMUNE-TROUVEE)
           ADD ECART-VL TO CE-ECART-VL(COMMUNE-TROUVEE)
           ADD ECART-VL TO TOT-ECART-VL
           ADD 1 TO CPT-CLOS
           ADD 1 TO CPT-ECRITS-MANIFESTE
           .

      *    Changement de proprietaire : le registre des locaux ne
      *    porte pas le proprietaire, la transaction est transmise
      *    a 4-MUTATIONS qui transfere les occurrences TF/TN
       MUTER-LOCAL.

           IF CF-Date = 0
              OR CF-Ancien-Numero = 0
              OR CF-Nouveau-Numero = 0 THEN
               MOVE "mutation sans date ou sans proprietaire"
                   TO CR-Motif
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           PERFORM LIRE-LOCAL-ACTIF
           IF CR-Motif NOT = SPACE THEN
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           MOVE CF-Local          TO MUT-Local
           MOVE CF-Date           TO MUT-Date
           MOVE CF-Ancien-Numero  TO MUT-Ancien-Numero
           MOVE CF-Nouveau-Numero TO MUT-Nouveau-Numero
           WRITE MUT-ENREG

           MOVE LOC-Code-Insee TO INSEE-MOUVEMENT
           PERFORM CHERCHER-COMMUNE
           ADD 1 TO CE-MUTATIONS(COMMUNE-TROUVEE)
           ADD 1 TO CPT-MUTATIONS
           .

      *    Lecture du local vise par un mouvement M, D ou P : il
      *    doit etre au registre, dans la commune annoncee (zero =
      *    non controlee) et ne pas etre deja demoli. CR-Motif reste
      *    a espaces si le local est utilisable.
       LIRE-LOCAL-ACTIF.

           MOVE SPACE TO CR-Motif
           MOVE CF-Local TO LOC-Identifiant
           READ C-LOCAUX
               INVALID KEY
                   MOVE "local inconnu du registre" TO CR-Motif
                   EXIT PARAGRAPH
           END-READ

           IF CF-Code-Insee NOT = 0
              AND CF-Code-Insee NOT = LOC-Code-Insee THEN
               MOVE "commune differente du registre" TO CR-Motif
               EXIT PARAGRAPH
           END-IF

           IF LOC-Date-Demolition NOT = 0 THEN
               MOVE "local deja demoli" TO CR-Motif
           END-IF
           .

      *    Poste de la commune dans la table de l'echange (cree au
      *    premier mouvement ; au-dela de 2000 communes les cumuls
      *    vont sur le dernier poste)
       CHERCHER-COMMUNE.

           MOVE 0 TO COMMUNE-TROUVEE
           MOVE 1 TO IDX-COMMUNE
           PERFORM UNTIL IDX-COMMUNE > NB-COMMUNES-ECHANGE
               IF CE-CODE-INSEE(IDX-COMMUNE) = INSEE-MOUVEMENT THEN
                   MOVE IDX-COMMUNE TO COMMUNE-TROUVEE
                   MOVE NB-COMMUNES-ECHANGE TO IDX-COMMUNE
               END-IF
               ADD 1 TO IDX-COMMUNE
           END-PERFORM

           IF COMMUNE-TROUVEE = 0 THEN
               IF NB-COMMUNES-ECHANGE < 2000 THEN
                   ADD 1 TO NB-COMMUNES-ECHANGE
                   INITIALIZE COMMUNE-ECHANGE(NB-COMMUNES-ECHANGE)
                   MOVE INSEE-MOUVEMENT
                       TO CE-CODE-INSEE(NB-COMMUNES-ECHANGE)
               END-IF
               MOVE NB-COMMUNES-ECHANGE TO COMMUNE-TROUVEE
           END-IF
           .

      ******************************************************************
      *        MOUVEMENT REJETE (MOTIF DEJA POSE DANS CR-Motif)

       ECRIRE-REJET.

           MOVE CF-ENREG TO CR-Mouvement

           WRITE C-REJETS-ENREG

           ADD 1 TO CPT-REJETES
           .

      ******************************************************************
      *        COMPTE RENDU D'ECHANGE PAR COMMUNE

       EDITER-ECHANGE.

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
               ON ASCENDING KEY T-Code-Insee
               INPUT PROCEDURE GARNIR-TRI
               OUTPUT PROCEDURE EDITER-COMMUNES

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-CREES TO ET-Tot-Crees
           MOVE CPT-MODIFIES TO ET-Tot-Modifies
           MOVE CPT-CLOS TO ET-Tot-Clos
           MOVE CPT-MUTATIONS TO ET-Tot-Mutations
           MOVE TOT-ECART-VL TO ET-Tot-Ecart-VL
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-REJETES TO ET-Rejets
           MOVE ARTICLE-REJETS TO FS-DATA
           WRITE FS-DATA

           CLOSE FS
           .

       GARNIR-TRI.

           MOVE 1 TO IDX-COMMUNE
           PERFORM UNTIL IDX-COMMUNE > NB-COMMUNES-ECHANGE
               MOVE CE-CODE-INSEE(IDX-COMMUNE) TO T-Code-Insee
               MOVE CE-CREES(IDX-COMMUNE)      TO T-Crees
               MOVE CE-MODIFIES(IDX-COMMUNE)   TO T-Modifies
               MOVE CE-CLOS(IDX-COMMUNE)       TO T-Clos
               MOVE CE-MUTATIONS(IDX-COMMUNE)  TO T-Mutations
               MOVE CE-ECART-VL(IDX-COMMUNE)   TO T-Ecart-VL
               RELEASE T-DATA
               ADD 1 TO IDX-COMMUNE
           END-PERFORM
           .

       EDITER-COMMUNES.

           PERFORM UNTIL FF-TRI
               RETURN TRI
                   AT END
                       SET FF-TRI TO TRUE
                   NOT AT END
                       MOVE T-Code-Insee TO ET-Code-Insee
                       MOVE T-Crees      TO ET-Crees
                       MOVE T-Modifies   TO ET-Modifies
                       MOVE T-Clos       TO ET-Clos
                       MOVE T-Mutations  TO ET-Mutations
                       MOVE T-Ecart-VL   TO ET-Ecart-VL
                       MOVE ARTICLE-COMMUNE TO FS-DATA
                       WRITE FS-DATA
               END-RETURN
           END-PERFORM
           .

      ******************************************************************
      *        MANIFESTE DE COMPTAGE (VOLUMETRIE INTER-PHASES)

       ECRIRE-MANIFESTE.

           OPEN INPUT F-MANIFESTE
           IF STATUT-MANIFESTE-ABSENT THEN
               CLOSE F-MANIFESTE
               OPEN OUTPUT F-MANIFESTE
           ELSE
               CLOSE F-MANIFESTE
               OPEN EXTEND F-MANIFESTE
           END-IF

           MOVE "4-CADASTRE" TO MF-PROGRAMME
           MOVE CPT-LUS-MANIFESTE TO MF-NB-LUS
           MOVE CPT-ECRITS-MANIFESTE TO MF-NB-ECRITS
           WRITE MF-ENREG

           CLOSE F-MANIFESTE
           .

       FIN-PGM.
           STOP RUN.
