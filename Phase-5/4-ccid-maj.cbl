      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: saisie des decisions des commissions communales des
      *          impots directs (CCID) sur les fiches de
      *          4-CCID-EXTRACTION, a partir du fichier de
      *          transactions 4-ccid-decisions.dat, sur le modele de
      *          4-REPRESENTANTS-MAJ. Une decision (D) porte l'avis
      *          de la commission sur un local porte sur la fiche de
      *          sa commune (5-ccid-locaux.idx, campagne de la revue
      *          en cours) : A = accord (le registre est garde), M =
      *          modification de la categorie et/ou de la valeur
      *          locative, appliquee a 5-locaux.idx, inscrite au
      *          journal d'audit central (fichier V) et au journal
      *          des decisions (4-ccid-journal.dat) lu par
      *          l'extraction suivante.
      *          Une fin de revue (F) marque la revue de la commune
      *          retournee au master des revues (5-ccid-revues.idx),
      *          a la date portee ou a defaut a la date du jour ; une
      *          decision n'est plus admise ensuite. Les transactions
      *          invalides sont rejetees avec motif
      *          (4-ccid-rejets.dat). Les communes dont la revue n'est
      *          pas encore retournee sont listees dans
      *          4-ccid-relance.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-CCID-MAJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Verrou d'execution de la chaine (1-VERROU) : ce programme
      *    refuse de demarrer tant que la chaine reconstruit les
      *    masters
           SELECT F-VERROU ASSIGN TO "9-verrou.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VERROU.

      *    Habilitations des operateurs (type(s) de transaction
      *    permis et plafond de montant) : sans ligne pour
      *    l'operateur, tout est refuse ; fichier absent = pas de
      *    controle (comportement historique)
           SELECT F-HABILITATIONS ASSIGN TO "0-habilitations.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-HABILITATIONS.

      *    Journal d'audit central : les refus d'habilitation y sont
      *    traces comme les mises a jour
           SELECT F-AUDIT ASSIGN TO "9-audit-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-AUDIT.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

           SELECT F-CCID-MAJ ASSIGN TO "4-ccid-decisions.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MAJ.

           SELECT C-LOCAUX ASSIGN TO "5-locaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LOC-Identifiant
                   FILE STATUS IS WS-STATUT-LOCAUX.

      *    Locaux portes sur les fiches par 4-CCID-EXTRACTION
           SELECT C-LOCAUX-REVUE ASSIGN TO "5-ccid-locaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CL-Cle
                   FILE STATUS IS WS-STATUT-LOCAUX-REVUE.

      *    Parcours complet en fin de traitement pour la liste des
      *    revues non retournees
           SELECT C-REVUES ASSIGN TO "5-ccid-revues.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CV-Code-Insee
                   FILE STATUS IS WS-STATUT-REVUES.

           SELECT F-COMMUNES ASSIGN TO "5-communes.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS C-Code-Insee
                   FILE STATUS IS WS-STATUT-COMMUNES.

      *    Modifications appliquees (avant/apres), cumulees d'une
      *    execution a l'autre
           SELECT C-JOURNAL ASSIGN TO "4-ccid-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-JOURNAL.

      *    Transactions rejetees, avec motif
           SELECT C-REJETS ASSIGN TO "4-ccid-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Communes dont la revue n'est pas retournee
           SELECT FS ASSIGN TO "4-ccid-relance.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que VER-ENREG dans 1-VERROU.cbl
       FD  F-VERROU.
       01  VER-ENREG.
           05 VER-Run-Id PIC 9(14).
           05 VER-Date   PIC 9(8).
           05 VER-Heure  PIC 9(6).

      *    Une ligne par operateur : types permis (lettres accolees,
      *    * = tous) et plafond de montant (0 = sans plafond)
       FD  F-HABILITATIONS.
       01  HAB-ENREG.
           05 HAB-Operateur PIC X(8).
           05 HAB-Types     PIC X(10).
           05 HAB-Limite    PIC 9(6).

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

      *    Fin de revue (F) : seuls le code et la commune comptent,
      *    la date de retour etant facultative. Modification (M) :
      *    categorie a blanc ou valeur a zero = inchangee
       FD  F-CCID-MAJ.
       01  CD-DATA.
           05 CD-Code             PIC X(1).
               88 CD-Code-Decision     VALUE "D".
               88 CD-Code-Fin-Revue    VALUE "F".
           05 CD-Code-Insee       PIC 9(5).
           05 CD-Local            PIC 9(8).
           05 CD-Avis             PIC X(1).
               88 CD-Avis-Accord       VALUE "A".
               88 CD-Avis-Modification VALUE "M".
           05 CD-Categorie        PIC X(2).
           05 CD-Valeur-Locative  PIC 9(6).
           05 CD-Date             PIC 9(8).

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

      *    Meme disposition que CV-ENREG dans 4-CCID-EXTRACTION.cbl
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

      *    Meme disposition que CL-ENREG dans 4-CCID-EXTRACTION.cbl
       FD  C-LOCAUX-REVUE.
       01  CL-ENREG.
           05 CL-Cle.
               10 CL-Code-Insee    PIC 9(5).
               10 CL-Local         PIC 9(8).
           05 CL-Annee             PIC 9(4).

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

      *    Une ligne par local modifie, campagne de la revue
       FD  C-JOURNAL.
       01  CJ-ENREG.
           05 CJ-Local            PIC 9(8).
           05 CJ-Categorie-Avant  PIC X(2).
           05 CJ-Categorie-Apres  PIC X(2).
           05 CJ-Valeur-Avant     PIC 9(6).
           05 CJ-Valeur-Apres     PIC 9(6).
           05 CJ-Annee            PIC 9(4).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Code           PIC X(1).
           05 CR-Code-Insee     PIC 9(5).
           05 CR-Local          PIC 9(8).
           05 CR-Avis           PIC X(1).
           05 CR-Motif          PIC X(40).

       FD  FS.
       01  FS-DATA PIC X(132).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-RELANCE-TITRE.
               10 FILLER PIC X(50)
                  VALUE 'REVUES CCID NON RETOURNEES AU'.
               10 AR-Date-Du-Jour PIC 9(8).

           05 ARTICLE-RELANCE-LIGNE PIC X(100) VALUE ALL '-'.

           05 ARTICLE-RELANCE-ENTETE.
               10 FILLER PIC X(7) VALUE 'Insee'.
               10 FILLER PIC X(51) VALUE 'Commune'.
               10 FILLER PIC X(10) VALUE 'Campagne'.
               10 FILLER PIC X(10) VALUE 'Envoi'.
               10 FILLER PIC X(8) VALUE 'Locaux'.
               10 FILLER PIC X(8) VALUE 'Accords'.
               10 FILLER PIC X(6) VALUE 'Modif.'.

           05 ARTICLE-RELANCE-DETAIL.
               10 AR-Code-Insee PIC 9(5).
               10 FILLER PIC X(2) VALUE SPACE.
               10 AR-Commune PIC X(50).
               10 FILLER PIC X VALUE SPACE.
               10 AR-Annee PIC 9(4).
               10 FILLER PIC X(6) VALUE SPACE.
               10 AR-Date-Envoi PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACE.
               10 AR-Nb-Locaux PIC Z(5)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AR-Nb-Accords PIC Z(5)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 AR-Nb-Modifications PIC Z(5)9.

           05 ARTICLE-RELANCE-FIN.
               10 FILLER PIC X(30)
                  VALUE 'Revues a relancer :'.
               10 AR-Nb-Relances PIC Z(5)9.

       1   VERROU-WORKING-MANAGER.
           05  WS-STATUT-VERROU         PIC X(02) VALUE SPACE.
               88  STATUT-VERROU-ABSENT           VALUE "35".

       1   HABILITATIONS-WORKING-MANAGER.
           05  WS-STATUT-HABILITATIONS  PIC X(02) VALUE SPACE.
               88  STATUT-HABILITATIONS-ABSENT    VALUE "35".
           05  FIN-HABILITATIONS        PIC X(01) VALUE SPACE.
               88  FF-HAB                         VALUE HIGH-VALUE.
           05  HABILITATION-TYPES       PIC X(10) VALUE SPACE.
           05  HABILITATION-LIMITE      PIC 9(6) VALUE 0.
           05  HABILITATION-CONNUE      PIC 9(1) VALUE 0.
               88  HABILITATION-EST-CONNUE        VALUE 1.
           05  CONTROLE-ACTIF           PIC 9(1) VALUE 0.
               88  CONTROLE-EST-ACTIF             VALUE 1.
           05  IDX-TYPE-HAB             PIC 9(2) VALUE 0.
           05  TYPE-DEMANDE             PIC X(1) VALUE SPACE.
           05  TYPE-PERMIS              PIC 9(1) VALUE 0.
               88  TYPE-EST-PERMIS                VALUE 1.
               88  TYPE-EST-REFUSE                VALUE 0.

       1   AUDIT-WORKING-MANAGER.
           05  WS-STATUT-AUDIT          PIC X(02) VALUE SPACE.
               88  STATUT-AUDIT-ABSENT            VALUE "35".
           05  WS-STATUT-OPERATEUR      PIC X(02) VALUE SPACE.
               88  STATUT-OPERATEUR-ABSENT        VALUE "35".
           05  OPERATEUR-COURANT        PIC X(8) VALUE "INCONNU".
           05  DATE-AUDIT               PIC 9(8) VALUE 0.
           05  IMAGE-AVANT              PIC X(80) VALUE SPACE.
           05  IMAGE-APRES              PIC X(80) VALUE SPACE.
           05  ACTION-AUDIT             PIC X(1) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-ENREG               PIC  X(01) VALUE  SPACE.
               88  FF                             VALUE  HIGH-VALUE.
           05  FIN-REVUES              PIC  X(01) VALUE  SPACE.
               88  FF-REV                         VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-MAJ            PIC X(02) VALUE SPACE.
               88  STATUT-MAJ-ABSENT              VALUE "35".
           05  WS-STATUT-LOCAUX         PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-ABSENT           VALUE "35".
           05  WS-STATUT-REVUES         PIC X(02) VALUE SPACE.
               88  STATUT-REVUES-ABSENT           VALUE "35".
           05  WS-STATUT-LOCAUX-REVUE   PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-REVUE-ABSENT     VALUE "35".
           05  WS-STATUT-COMMUNES       PIC X(02) VALUE SPACE.
               88  STATUT-COMMUNES-ABSENT         VALUE "35".
           05  WS-STATUT-JOURNAL        PIC X(02) VALUE SPACE.
               88  STATUT-JOURNAL-ABSENT          VALUE "35".
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-ACCORDS              PIC 9(6) VALUE 0.
           05  CPT-MODIFICATIONS        PIC 9(6) VALUE 0.
           05  CPT-FINS-REVUE           PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-RELANCES             PIC 9(6) VALUE 0.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  MOTIF-REJET              PIC X(40) VALUE SPACE.
           05  TRANSACTION-VALIDE       PIC 9(1) VALUE 1.
               88  TRANSACTION-EST-VALIDE         VALUE 1.
               88  TRANSACTION-EST-INVALIDE       VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONTROLER-VERROU

      *    Habilitation de l'operateur pour ce type de transaction
           PERFORM OUVRIR-JOURNAL-AUDIT
           PERFORM LIRE-HABILITATION
           MOVE "V" TO TYPE-DEMANDE
           PERFORM CONTROLER-HABILITATION-TYPE
           IF TYPE-EST-REFUSE THEN
               PERFORM ECRIRE-REFUS-HABILITATION
               DISPLAY "4-CCID-MAJ : operateur "
                       OPERATEUR-COURANT " non habilite au type"
                       " V, traitement refuse"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           MOVE DATE-AUDIT TO DATE-DU-JOUR

           OPEN I-O C-LOCAUX
           IF STATUT-LOCAUX-ABSENT THEN
               DISPLAY "4-CCID-MAJ : 5-locaux.idx introuvable"
                       " (lancer 4-LOCAUX), traitement refuse"
               CLOSE F-AUDIT
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           OPEN I-O C-REVUES
           IF STATUT-REVUES-ABSENT THEN
               DISPLAY "4-CCID-MAJ : 5-ccid-revues.idx introuvable"
                       " (lancer 4-CCID-EXTRACTION), traitement"
                       " refuse"
               CLOSE C-LOCAUX F-AUDIT
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           OPEN INPUT F-COMMUNES
           OPEN INPUT C-LOCAUX-REVUE

      *    Sans transaction, seule la liste des relances est faite
           OPEN INPUT F-CCID-MAJ
           IF STATUT-MAJ-ABSENT THEN
               DISPLAY "4-CCID-MAJ : 4-ccid-decisions.dat"
                       " introuvable, aucune transaction"
           ELSE
               PERFORM OUVRIR-JOURNAL-DECISIONS
               OPEN OUTPUT C-REJETS
               PERFORM UNTIL FF
                   READ F-CCID-MAJ
                       AT END
                           SET FF TO TRUE
                       NOT AT END
                           ADD 1 TO CPT-TRAITEES
                           PERFORM APPLIQUER-UNE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE F-CCID-MAJ C-REJETS C-JOURNAL
           END-IF

           PERFORM LISTER-RELANCES

           DISPLAY "4-CCID-MAJ : " CPT-TRAITEES
                   " traite(s), " CPT-ACCORDS " accord(s), "
                   CPT-MODIFICATIONS " modification(s), "
                   CPT-FINS-REVUE " revue(s) retournee(s), "
                   CPT-REJETEES " rejete(s), " CPT-RELANCES
                   " revue(s) a relancer"

           CLOSE C-LOCAUX C-REVUES F-AUDIT
           IF NOT STATUT-COMMUNES-ABSENT THEN
               CLOSE F-COMMUNES
           END-IF
           IF NOT STATUT-LOCAUX-REVUE-ABSENT THEN
               CLOSE C-LOCAUX-REVUE
           END-IF

           PERFORM FIN-PGM
           .

       OUVRIR-JOURNAL-DECISIONS.

           OPEN INPUT C-JOURNAL
           IF STATUT-JOURNAL-ABSENT THEN
               CLOSE C-JOURNAL
               OPEN OUTPUT C-JOURNAL
           ELSE
               CLOSE C-JOURNAL
               OPEN EXTEND C-JOURNAL
           END-IF
           .

      ******************************************************************
      *        DECISION SUR UN LOCAL ET FIN DE REVUE D'UNE COMMUNE

       APPLIQUER-UNE-TRANSACTION.

           EVALUATE TRUE
               WHEN CD-Code-Decision
                   PERFORM VALIDER-DECISION
                   IF TRANSACTION-EST-INVALIDE THEN
                       PERFORM ECRIRE-REJET
                   ELSE
                       PERFORM ENREGISTRER-UNE-DECISION
                   END-IF
               WHEN CD-Code-Fin-Revue
                   PERFORM CLORE-UNE-REVUE
               WHEN OTHER
                   MOVE "code de transaction inconnu" TO MOTIF-REJET
                   PERFORM ECRIRE-REJET
           END-EVALUATE
           .

      *    Premier motif rencontre retenu ; la revue de la commune
      *    doit etre en cours et le local porte sur sa fiche pour la
      *    campagne de la revue. Les
      *    fiches de la revue et du local restent lues pour
      *    l'enregistrement
       VALIDER-DECISION.

           SET TRANSACTION-EST-VALIDE TO TRUE

           MOVE CD-Code-Insee TO CV-Code-Insee
           READ C-REVUES
               INVALID KEY
                   MOVE "aucune revue pour la commune" TO MOTIF-REJET
                   SET TRANSACTION-EST-INVALIDE TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT CV-Envoyee THEN
               MOVE "revue de la commune deja retournee"
                   TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE CD-Local TO LOC-Identifiant
           READ C-LOCAUX
               INVALID KEY
                   MOVE "local inconnu" TO MOTIF-REJET
                   SET TRANSACTION-EST-INVALIDE TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF LOC-Code-Insee NOT = CD-Code-Insee THEN
               MOVE "local hors de la commune" TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHERCHER-LOCAL-REVUE
           IF TRANSACTION-EST-INVALIDE THEN
               EXIT PARAGRAPH
           END-IF

           IF NOT CD-Avis-Accord AND NOT CD-Avis-Modification THEN
               MOVE "avis inconnu (A ou M)" TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF CD-Avis-Modification THEN
               IF CD-Valeur-Locative NOT NUMERIC THEN
                   MOVE "valeur locative proposee invalide"
                       TO MOTIF-REJET
                   SET TRANSACTION-EST-INVALIDE TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF CD-Categorie = SPACE AND CD-Valeur-Locative = 0 THEN
                   MOVE "modification sans categorie ni valeur"
                       TO MOTIF-REJET
                   SET TRANSACTION-EST-INVALIDE TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .

      *    Le local doit figurer sur la fiche de la commune pour la
      *    campagne de la revue lue (liste absente : aucun local)
       CHERCHER-LOCAL-REVUE.

           IF STATUT-LOCAUX-REVUE-ABSENT THEN
               MOVE "local absent de la fiche de la commune"
                   TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE CD-Code-Insee TO CL-Code-Insee
           MOVE CD-Local TO CL-Local
           READ C-LOCAUX-REVUE
               INVALID KEY
                   MOVE "local absent de la fiche de la commune"
                       TO MOTIF-REJET
                   SET TRANSACTION-EST-INVALIDE TO TRUE
               NOT INVALID KEY
                   IF CL-Annee NOT = CV-Annee THEN
                       MOVE "local absent de la fiche de la commune"
                           TO MOTIF-REJET
                       SET TRANSACTION-EST-INVALIDE TO TRUE
                   END-IF
           END-READ
           .

      *    Une modification est appliquee au registre, tracee au
      *    journal d'audit et au journal des decisions
       ENREGISTRER-UNE-DECISION.

           IF CD-Avis-Accord THEN
               ADD 1 TO CV-Nb-Accords
               ADD 1 TO CPT-ACCORDS
           ELSE
               MOVE C-LOCAUX-ENREG TO IMAGE-AVANT
               MOVE LOC-Identifiant TO CJ-Local
               MOVE LOC-Categorie TO CJ-Categorie-Avant
               MOVE LOC-Valeur-Locative TO CJ-Valeur-Avant
               IF CD-Categorie NOT = SPACE THEN
                   MOVE CD-Categorie TO LOC-Categorie
               END-IF
               IF CD-Valeur-Locative > 0 THEN
                   MOVE CD-Valeur-Locative TO LOC-Valeur-Locative
               END-IF
               REWRITE C-LOCAUX-ENREG
               MOVE C-LOCAUX-ENREG TO IMAGE-APRES
               MOVE "R" TO ACTION-AUDIT
               PERFORM ECRIRE-JOURNAL-AUDIT

               MOVE LOC-Categorie TO CJ-Categorie-Apres
               MOVE LOC-Valeur-Locative TO CJ-Valeur-Apres
               MOVE CV-Annee TO CJ-Annee
               WRITE CJ-ENREG

               ADD 1 TO CV-Nb-Modifications
               ADD 1 TO CPT-MODIFICATIONS
           END-IF

           REWRITE CV-ENREG
           .

      *    La revue retournee est close : date portee, a defaut
      *    date du jour
       CLORE-UNE-REVUE.

           MOVE CD-Code-Insee TO CV-Code-Insee
           READ C-REVUES
               INVALID KEY
                   MOVE "aucune revue pour la commune" TO MOTIF-REJET
                   PERFORM ECRIRE-REJET
                   EXIT PARAGRAPH
           END-READ

           IF NOT CV-Envoyee THEN
               MOVE "revue de la commune deja retournee"
                   TO MOTIF-REJET
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF

           SET CV-Retournee TO TRUE
           IF CD-Date NUMERIC AND CD-Date > 0 THEN
               MOVE CD-Date TO CV-Date-Retour
           ELSE
               MOVE DATE-DU-JOUR TO CV-Date-Retour
           END-IF
           REWRITE CV-ENREG
           ADD 1 TO CPT-FINS-REVUE
           .

       ECRIRE-REJET.

           MOVE CD-Code TO CR-Code
           MOVE CD-Code-Insee TO CR-Code-Insee
           MOVE CD-Local TO CR-Local
           MOVE CD-Avis TO CR-Avis
           MOVE MOTIF-REJET TO CR-Motif
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

      ******************************************************************
      *        REVUES ENVOYEES ET PAS ENCORE RETOURNEES

       LISTER-RELANCES.

           OPEN OUTPUT FS
           MOVE DATE-DU-JOUR TO AR-Date-Du-Jour
           MOVE ARTICLE-RELANCE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RELANCE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RELANCE-ENTETE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-RELANCE-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE 0 TO CV-Code-Insee
           START C-REVUES KEY NOT < CV-Code-Insee
               INVALID KEY
                   SET FF-REV TO TRUE
           END-START

           PERFORM UNTIL FF-REV
               READ C-REVUES NEXT RECORD
                   AT END
                       SET FF-REV TO TRUE
                   NOT AT END
                       IF CV-Envoyee THEN
                           PERFORM ECRIRE-UNE-RELANCE
                       END-IF
               END-READ
           END-PERFORM

           MOVE ARTICLE-RELANCE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-RELANCES TO AR-Nb-Relances
           MOVE ARTICLE-RELANCE-FIN TO FS-DATA
           WRITE FS-DATA
           CLOSE FS
           .

       ECRIRE-UNE-RELANCE.

           MOVE SPACE TO C-Commune
           IF NOT STATUT-COMMUNES-ABSENT THEN
               MOVE CV-Code-Insee TO C-Code-Insee
               READ F-COMMUNES
                   INVALID KEY
                       MOVE SPACE TO C-Commune
               END-READ
           END-IF

           MOVE CV-Code-Insee TO AR-Code-Insee
           MOVE C-Commune TO AR-Commune
           MOVE CV-Annee TO AR-Annee
           MOVE CV-Date-Envoi TO AR-Date-Envoi
           MOVE CV-Nb-Locaux TO AR-Nb-Locaux
           MOVE CV-Nb-Accords TO AR-Nb-Accords
           MOVE CV-Nb-Modifications TO AR-Nb-Modifications
           MOVE ARTICLE-RELANCE-DETAIL TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-RELANCES
           .

      ******************************************************************
      *        VERROU D'EXECUTION DE LA CHAINE (1-VERROU) : TENU =
      *        LES MASTERS SONT EN RECONSTRUCTION, ON NE DEMARRE PAS

       CONTROLER-VERROU.

           OPEN INPUT F-VERROU
           IF STATUT-VERROU-ABSENT THEN
               CLOSE F-VERROU
           ELSE
               READ F-VERROU
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "chaine en cours (verrou du passage "
                               VER-Run-Id "), demarrage refuse"
                       CLOSE F-VERROU
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE F-VERROU
           END-IF
           .

      ******************************************************************
      *        HABILITATION DE L'OPERATEUR (0-habilitations.param)

       LIRE-HABILITATION.

           OPEN INPUT F-HABILITATIONS
           IF STATUT-HABILITATIONS-ABSENT THEN
               CLOSE F-HABILITATIONS
               EXIT PARAGRAPH
           END-IF

           SET CONTROLE-EST-ACTIF TO TRUE
           PERFORM UNTIL FF-HAB
               READ F-HABILITATIONS
                   AT END
                       SET FF-HAB TO TRUE
                   NOT AT END
                       IF HAB-Operateur = OPERATEUR-COURANT THEN
                           SET HABILITATION-EST-CONNUE TO TRUE
                           MOVE HAB-Types TO HABILITATION-TYPES
                           MOVE HAB-Limite TO HABILITATION-LIMITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-HABILITATIONS
           .

      *    Le type demande doit figurer dans les types permis de
      *    l'operateur (* = tous) ; un operateur sans ligne n'a
      *    droit a rien
       CONTROLER-HABILITATION-TYPE.

           SET TYPE-EST-PERMIS TO TRUE

           IF NOT CONTROLE-EST-ACTIF THEN
               EXIT PARAGRAPH
           END-IF

           IF NOT HABILITATION-EST-CONNUE THEN
               SET TYPE-EST-REFUSE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF HABILITATION-TYPES(1:1) = "*" THEN
               EXIT PARAGRAPH
           END-IF

           SET TYPE-EST-REFUSE TO TRUE
           MOVE 1 TO IDX-TYPE-HAB
           PERFORM UNTIL IDX-TYPE-HAB > 10
               IF HABILITATION-TYPES(IDX-TYPE-HAB:1)
                       = TYPE-DEMANDE THEN
                   SET TYPE-EST-PERMIS TO TRUE
                   MOVE 10 TO IDX-TYPE-HAB
               END-IF
               ADD 1 TO IDX-TYPE-HAB
           END-PERFORM
           .

      ******************************************************************
      *        JOURNAL D'AUDIT CENTRAL (MEME CONVENTION QUE
      *        4-OCCURRENCES ; FICHIER V = REGISTRE DES LOCAUX,
      *        ACTION X = REFUS D'HABILITATION)

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

           ACCEPT DATE-AUDIT FROM DATE YYYYMMDD

           OPEN INPUT F-AUDIT
           IF STATUT-AUDIT-ABSENT THEN
               CLOSE F-AUDIT
               OPEN OUTPUT F-AUDIT
           ELSE
               CLOSE F-AUDIT
               OPEN EXTEND F-AUDIT
           END-IF
           .

      *    IMAGE-AVANT, IMAGE-APRES et ACTION-AUDIT sont garnis par
      *    l'appelant ; l'image porte la fiche du local entiere
       ECRIRE-JOURNAL-AUDIT.

           MOVE "4-CCID-MAJ" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE "V" TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       ECRIRE-REFUS-HABILITATION.

           MOVE "4-CCID-MAJ" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE "H" TO JRN-Fichier
           MOVE "X" TO JRN-Action
           MOVE SPACE TO JRN-Avant
           STRING "habilitation refusee, type " TYPE-DEMANDE
               DELIMITED BY SIZE INTO JRN-Avant
           MOVE SPACE TO JRN-Apres
           WRITE JRN-ENREG
           .

       FIN-PGM.
           STOP RUN.
