      *          au flux 7-reclamations.dat consomme par
      *          7-DEGREVEMENTS, un rejet (J) produit la lettre de
      *          decision qui manquait ; dans les deux cas le sursis
      *          est leve, sauf si une affaire contentieuse du
      *          contribuable reste ouverte (7-CONTENTIEUX). Le
      *          programme liste enfin les dossiers pendants qui
      *          approchent de leur date limite, regroupes par service
      *          des impots des particuliers gestionnaire (C-Sip,
      *          7-TRANSFERTS-SIP).
      *          La lettre de rejet est composee sur le modele en
      *          vigueur a la date d'emission (7-modeles.idx, 7-MODELES-
      *          MAJ), la mise en page standard a defaut.
      *          La lettre de rejet est inscrite a l'historique des
      *          contacts du contribuable (7-historique-contacts.idx,
      *          7-CONTACTS-ENTRANTS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS SOL-Cle
                   FILE STATUS IS WS-STATUT-SOLDES.

      *    Affaires contentieuses (7-CONTENTIEUX) : le sursis reste
      *    actif tant qu'une affaire du contribuable est ouverte
           SELECT F-CONTENTIEUX ASSIGN TO "7-contentieux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTX-Cle
                   FILE STATUS IS WS-STATUT-CONTENTIEUX.

      *    Reclamations accordees, reversees au flux consomme par
      *    7-DEGREVEMENTS (ouvert en extension : les accords
      *    s'ajoutent au fil des decisions)
           SELECT FS ASSIGN TO "7-reclamations-echeances.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Master des contribuables, pour le SIP gestionnaire
           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

      *    Regroupement des dossiers par SIP gestionnaire
           SELECT TRI-SIP ASSIGN TO DISK.

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

      *    sursis est pendante
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

      *    Meme disposition que REC-ENREG dans 7-DEGREVEMENTS.cbl,
      *    qui lit ce fichier
       FD  FS.
       01  FS-DATA PIC X(80).

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

      *    Numero d'ordre : les dossiers d'un service restent dans
      *    l'ordre du registre
       SD  TRI-SIP.
       01  TS-DATA.
           05 TS-Sip          PIC X(5).
           05 TS-Sequence     PIC 9(8).
           05 TS-Ligne        PIC X(80).

      *    Meme disposition que CTX-ENREG dans 7-CONTENTIEUX.cbl, qui
      *    alimente ce fichier ; etat I = instruction, A = audience
      *    fixee, J = jugee, P = appel pendant, C = close
       FD  F-CONTENTIEUX.
       01  CTX-ENREG.
           05 CTX-Cle.
               10 CTX-Numero-Fiscal PIC 9(13).
               10 CTX-Date-Depot    PIC 9(8).
           05 CTX-Etat          PIC X(1).
               88 CTX-Etat-Instruction VALUE "I".
               88 CTX-Etat-Audience    VALUE "A".
               88 CTX-Etat-Jugee       VALUE "J".
               88 CTX-Etat-Appel       VALUE "P".
               88 CTX-Etat-Close       VALUE "C".
               88 CTX-Etat-Pendante    VALUE "I" "A" "P".
           05 CTX-Numero-Requete PIC X(15).
           05 CTX-Date-Requete  PIC 9(8).
      *    Sursis de paiement attache a la reclamation d'origine
           05 CTX-Sursis        PIC X(1).
               88 CTX-Avec-Sursis   VALUE "O".
      *    Echange des memoires : partie dont la reponse est
      *    attendue (A = administration, C = contribuable) et date
      *    limite fixee par le greffe
           05 CTX-Memoires.
               10 CTX-Nb-Memoires        PIC 9(2).
               10 CTX-Date-Dernier-Memoire PIC 9(8).
               10 CTX-Partie-Attendue    PIC X(1).
               10 CTX-Date-Limite-Memoire PIC 9(8).
           05 CTX-Date-Audience PIC 9(8).
      *    Jugement : F = favorable au contribuable, P = favorable
      *    en partie, R = requete rejetee
           05 CTX-Jugement.
               10 CTX-Date-Jugement      PIC 9(8).
               10 CTX-Sens-Jugement      PIC X(1).
                   88 CTX-Jugement-Favorable VALUE "F" "P".
               10 CTX-Date-Limite-Appel  PIC 9(8).
      *    Appel (A = de l'administration, C = du contribuable)
           05 CTX-Appel.
               10 CTX-Appelant           PIC X(1).
               10 CTX-Date-Appel         PIC 9(8).
      *    O des qu'un jugement favorable a ete reverse a
      *    7-DEGREVEMENTS
           05 CTX-Degrevement   PIC X(1).
               88 CTX-Degrevement-Emis VALUE "O".
           05 CTX-Date-Cloture  PIC 9(8).

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

       01  Affichage.
               10 FILLER PIC X(2) VALUE SPACE.
               10 EC-Etat PIC X(1).

           05 ARTICLE-ECH-SIP.
               10 FILLER PIC X(20) VALUE 'SIP gestionnaire'.
               10 FILLER PIC X VALUE ':'.
               10 EC-Sip PIC X(16).

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-DEPOTS               PIC  X(01) VALUE  SPACE.
           05  WS-STATUT-SOLDES         PIC X(02) VALUE SPACE.
               88  STATUT-SOLDES-ABSENT           VALUE "35".

       1   CONTENTIEUX-WORKING-MANAGER.
           05  WS-STATUT-CONTENTIEUX    PIC X(02) VALUE SPACE.
               88  STATUT-CONTENTIEUX-ABSENT      VALUE "35".
           05  FIN-CONTENTIEUX          PIC X(01) VALUE SPACE.
               88  FF-CTX                         VALUE HIGH-VALUE.
           05  AFFAIRE-OUVERTE          PIC 9(1) VALUE 0.
               88  AFFAIRE-EST-OUVERTE            VALUE 1.
               88  AFFAIRE-EST-ABSENTE            VALUE 0.

      *    Delai legal de reponse : six mois apres le depot ; la
      *    liste d'alerte retient les dossiers a moins de trente
      *    jours de la limite (ou deja au-dela)
               10  DC-MOIS              PIC 9(2).
               10  DC-JOUR              PIC 9(2).

      *    Service gestionnaire du dossier ; blanc = contribuable
      *    pas encore rattache (regroupe sous 'non attribue')
       1   SIP-WORKING-MANAGER.
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  SEQUENCE-LIGNE           PIC 9(8) VALUE 0.
           05  SIP-COURANT              PIC X(5) VALUE SPACE.
           05  CPT-SERVICES             PIC 9(4) VALUE 0.
           05  FIN-TRI-SIP              PIC X(01) VALUE SPACE.
               88  FF-TRI-SIP                     VALUE HIGH-VALUE.

       1   SURSIS-WORKING-MANAGER.
           05  CODE-SURSIS              PIC X(1) VALUE SPACE.

      *    Modele de lettre en vigueur a la date d'emission
      *    (7-modeles.idx) ; master absent ou aucune version en
      *    vigueur = mise en page standard du programme
       1   MODELE-WORKING-MANAGER.
           05  WS-STATUT-MODELES        PIC X(02) VALUE SPACE.
               88  STATUT-MODELES-ABSENT          VALUE "35".
           05  FIN-MODELES              PIC X(01) VALUE SPACE.
               88  FF-MODELES                     VALUE HIGH-VALUE.
           05  DATE-EMISSION            PIC 9(8) VALUE 0.
           05  TYPE-MODELE              PIC X(2) VALUE "RC".
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
       1   HISTORIQUE-WORKING-MANAGER.
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".
           05  DATE-CONTACT             PIC 9(8) VALUE 0.
           05  HEURE-DU-CONTACT         PIC 9(8) VALUE 0.
           05  HEURE-CONTACT            PIC 9(6) VALUE 0.
           05  SEQUENCE-CONTACT-MAX     PIC 9(4) VALUE 9999.
           05  NUMERO-CONTACT           PIC 9(13) VALUE 0.
           05  CANAL-CONTACT            PIC X(1) VALUE "C".
           05  DOCUMENT-CONTACT         PIC X(2) VALUE "RC".
           05  RESUME-CONTACT           PIC X(60) VALUE SPACE.
           05  CONTACT-INSCRIT          PIC 9(1) VALUE 0.
               88  CONTACT-EST-INSCRIT            VALUE 1.
               88  CONTACT-A-INSCRIRE             VALUE 0.
           05  CPT-CONTACTS             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                       " introuvable, sursis non geres"
           END-IF

           OPEN INPUT F-CONTENTIEUX
           OPEN INPUT F-MODELES
           MOVE DATE-DU-JOUR TO DATE-EMISSION

           PERFORM ENREGISTRER-DEPOTS
           PERFORM OUVRIR-HISTORIQUE
           PERFORM APPLIQUER-DECISIONS
           CLOSE F-HISTORIQUE

           OPEN INPUT F-CONTRIBUABLES
           OPEN OUTPUT FS
           PERFORM LISTER-PROCHES-LIMITE
           CLOSE FS
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF

           CLOSE F-REGISTRE
           IF NOT STATUT-SOLDES-ABSENT THEN
               CLOSE F-SOLDES
           END-IF
           IF NOT STATUT-CONTENTIEUX-ABSENT THEN
               CLOSE F-CONTENTIEUX
           END-IF
           IF NOT STATUT-MODELES-ABSENT THEN
               CLOSE F-MODELES
           END-IF

           DISPLAY "7-RECLAMATIONS-REGISTRE : " CPT-DEPOTS
                   " depot(s), " CPT-ACCORDS " accord(s), "
                   " mise(s) en examen, " CPT-DECISIONS-REJETEES
                   " decision(s) sans dossier, "
                   CPT-PROCHES-LIMITE " dossier(s) proche(s) de la"
                   " limite, " CPT-LETTRES-MODELE
                   " lettre(s) composee(s) sur modele, "
                   CPT-CONTACTS " inscrite(s) a l'historique des"
                   " contacts"

           PERFORM FIN-PGM
           .
           WRITE REC-ENREG
           .

      *    Le sursis n'est pas leve tant qu'une affaire
      *    contentieuse du contribuable est ouverte
       LEVER-SURSIS-SI-POSE.

           IF RGC-Avec-Sursis
              AND NOT STATUT-SOLDES-ABSENT THEN
               PERFORM CHERCHER-AFFAIRE-OUVERTE
               IF AFFAIRE-EST-OUVERTE THEN
                   DISPLAY "7-RECLAMATIONS-REGISTRE : affaire"
                           " contentieuse ouverte pour "
                           RGC-Numero-Fiscal ", sursis maintenu"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO CODE-SURSIS
               PERFORM POSER-OU-LEVER-SURSIS
           END-IF
           .

      *    Recherche d'une affaire contentieuse non close pour le
      *    contribuable (parcours de ses affaires dans le master de
      *    7-CONTENTIEUX)
       CHERCHER-AFFAIRE-OUVERTE.

           SET AFFAIRE-EST-ABSENTE TO TRUE
           IF STATUT-CONTENTIEUX-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-CONTENTIEUX
           MOVE RGC-Numero-Fiscal TO CTX-Numero-Fiscal
           MOVE 0 TO CTX-Date-Depot
           START F-CONTENTIEUX KEY NOT < CTX-Cle
               INVALID KEY
                   SET FF-CTX TO TRUE
           END-START

           PERFORM UNTIL FF-CTX
               READ F-CONTENTIEUX NEXT RECORD
                   AT END
                       SET FF-CTX TO TRUE
                   NOT AT END
                       IF CTX-Numero-Fiscal NOT = RGC-Numero-Fiscal THEN
                           SET FF-CTX TO TRUE
                       ELSE
                           IF NOT CTX-Etat-Close THEN
                               SET AFFAIRE-EST-OUVERTE TO TRUE
                               SET FF-CTX TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    Pose (O) ou levee (espace) du sursis sur tous les
      *    millesimes du contribuable (meme parcours que 7-SURSIS)
       POSER-OU-LEVER-SURSIS.

       ECRIRE-LETTRE-REJET.

      *    La lettre de decision entre a l'historique des contacts
           MOVE RGC-Numero-Fiscal TO NUMERO-CONTACT
           MOVE SPACE TO RESUME-CONTACT
           STRING "rejet de la reclamation deposee le "
                      DELIMITED BY SIZE
                  RGC-Date-Depot DELIMITED BY SIZE
           INTO RESUME-CONTACT
           PERFORM INSCRIRE-CONTACT

      *    Formulation en vigueur a la date d'emission ; sans
      *    modele, mise en page standard ci-dessous
           PERFORM CHARGER-MODELE
           IF NB-LIGNES-MODELE > 0 THEN
               PERFORM GARNIR-VARIABLES-REJET
               PERFORM COMPOSER-LETTRE-MODELE
               EXIT PARAGRAPH
           END-IF

           MOVE ARTICLE-LET-TITRE TO FL-DATA
           WRITE FL-DATA
           MOVE ARTICLE-LET-LIGNE TO FL-DATA
           WRITE FL-DATA
           .

      *    Variables du modele RC : NUM numero fiscal, DEP date du
      *    depot, TAX taxe, MNT montant conteste, MOT motif invoque,
      *    DEC date de la decision, SUR sursis leve (O ou blanc), DAT
      *    date d'emission
       GARNIR-VARIABLES-REJET.

           MOVE 0 TO NB-VARIABLES

           MOVE "NUM" TO CODE-VARIABLE
           MOVE RGC-Numero-Fiscal TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DEP" TO CODE-VARIABLE
           MOVE RGC-Date-Depot TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "TAX" TO CODE-VARIABLE
           MOVE RGC-Taxe TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "MNT" TO CODE-VARIABLE
           MOVE RGC-Valeur TO MONTANT-VARIABLE
           MOVE MONTANT-VARIABLE TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "MOT" TO CODE-VARIABLE
           MOVE RGC-Motif TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DEC" TO CODE-VARIABLE
           MOVE RGC-Date-Decision TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "SUR" TO CODE-VARIABLE
           MOVE SPACE TO VALEUR-VARIABLE
           IF RGC-Avec-Sursis THEN
               MOVE "O" TO VALEUR-VARIABLE
           END-IF
           PERFORM AJOUTER-VARIABLE

           MOVE "DAT" TO CODE-VARIABLE
           MOVE DATE-EMISSION TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE
           .

       COMPOSER-LETTRE-MODELE.

           MOVE 1 TO IDX-MODELE
           PERFORM UNTIL IDX-MODELE > NB-LIGNES-MODELE
               PERFORM FUSIONNER-LIGNE-MODELE
               IF LIGNE-EST-IMPRIMEE THEN
                   MOVE LIGNE-FUSIONNEE TO FL-DATA
                   WRITE FL-DATA
               END-IF
               ADD 1 TO IDX-MODELE
           END-PERFORM

           ADD 1 TO CPT-LETTRES-MODELE
           .

      ******************************************************************
      *        DOSSIERS PENDANTS PROCHES DE LA DATE LIMITE

           MOVE ARTICLE-ECH-ENTETE TO FS-DATA
           WRITE FS-DATA

           SORT TRI-SIP
               ON ASCENDING KEY TS-Sip TS-Sequence
               INPUT PROCEDURE PARCOURIR-REGISTRE
               OUTPUT PROCEDURE EDITER-PAR-SIP
           .

       PARCOURIR-REGISTRE.

           MOVE LOW-VALUE TO RGC-Cle
           START F-REGISTRE KEY NOT < RGC-Cle
               INVALID KEY
           MOVE RGC-Date-Limite TO EC-Date-Limite
           MOVE JOURS-RESTANTS TO EC-Jours
           MOVE RGC-Etat TO EC-Etat

           MOVE SPACE TO TS-Sip
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE RGC-Numero-Fiscal TO C-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE C-Sip TO TS-Sip
               END-READ
           END-IF
           ADD 1 TO SEQUENCE-LIGNE
           MOVE SEQUENCE-LIGNE TO TS-Sequence
           MOVE ARTICLE-ECH-INDIV TO TS-Ligne
           RELEASE TS-DATA

           ADD 1 TO CPT-PROCHES-LIMITE
           .

      ******************************************************************
      *        EDITION PAR SIP (RUPTURE SUR LE SERVICE GESTIONNAIRE)

       EDITER-PAR-SIP.

           PERFORM UNTIL FF-TRI-SIP
               RETURN TRI-SIP
                   AT END
                       SET FF-TRI-SIP TO TRUE
                   NOT AT END
                       IF CPT-SERVICES = 0
                          OR TS-Sip NOT = SIP-COURANT THEN
                           PERFORM ECRIRE-EN-TETE-SIP
                       END-IF
                       MOVE TS-Ligne TO FS-DATA
                       WRITE FS-DATA
               END-RETURN
           END-PERFORM
           .

       ECRIRE-EN-TETE-SIP.

           MOVE TS-Sip TO SIP-COURANT
           ADD 1 TO CPT-SERVICES

           IF TS-Sip = SPACE THEN
               MOVE 'non attribue' TO EC-Sip
           ELSE
               MOVE TS-Sip TO EC-Sip
           END-IF
           MOVE ARTICLE-ECH-SIP TO FS-DATA
           WRITE FS-DATA
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
           MOVE "7-RECLAMATIONS-REGISTRE" TO HCT-Programme
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

       FIN-PGM.
           STOP RUN.
