      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: mise a jour incrementale du master des representants
      *          legaux (5-representants.idx, cle numero fiscal) a
      *          partir du fichier de transactions
      *          4-representants-maj.dat, sur le modele de
      *          7-MANDATS-MAJ. Un majeur protege (tutelle,
      *          curatelle), un mineur (administration legale) ou une
      *          societe (representant legal, liquidateur) recoit ses
      *          documents par l'intermediaire de son representant :
      *          identite et adresse du representant, type de mandat,
      *          dates de debut et de fin, et pour chaque document
      *          (avis, relances, remboursements) la part du
      *          representant : R = le document lui est adresse a la
      *          place du contribuable, C = il en recoit une copie.
      *          Un remboursement couvert par le mandat part sur le
      *          compte du representant (IBAN controle par la
      *          division modulo 97 comme dans 7-RIB-MAJ), a defaut
      *          par lettre-cheque a son adresse. Une creation (C)
      *          enregistre ou remplace le mandat, une revocation (R)
      *          le clot a la date du jour. Les transactions
      *          invalides sont rejetees avec motif
      *          (4-representants-rejets.dat). Chaque mise a jour est
      *          inscrite au journal d'audit central (fichier L).
      *          Les mandats en vigueur dont la fin tombe dans le mois
      *          qui vient sont listes dans
      *          4-representants-echeances.txt pour renouvellement.
      *          Le master est lu par 6-IMPOSABLES,
      *          7-AVIS-CONTRIBUABLE, 7-RELANCES et 7-REMBOURSEMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-REPRESENTANTS-MAJ.
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

           SELECT F-REPRESENTANTS-MAJ
                   ASSIGN TO "4-representants-maj.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MAJ.

      *    Parcours complet en fin de traitement pour la liste des
      *    mandats arrivant a echeance
           SELECT C-REPRESENTANTS ASSIGN TO "5-representants.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REP-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-IDX.

      *    Le contribuable represente doit etre connu du master des
      *    contribuables ; master absent = controle non fait
           SELECT F-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS P-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

      *    Transactions rejetees, avec motif
           SELECT C-REJETS ASSIGN TO "4-representants-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Mandats en vigueur arrivant a echeance dans le mois
           SELECT FS ASSIGN TO "4-representants-echeances.txt"
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

      *    Revocation (R) : seuls le numero fiscal et le code
      *    comptent
       FD  F-REPRESENTANTS-MAJ.
       01  FM-DATA.
           05 FM-Numero-Fiscal PIC 9(13).
           05 FM-Code          PIC X(1).
               88 FM-Code-Creation   VALUE "C".
               88 FM-Code-Revocation VALUE "R".
           05 FM-Type          PIC X(1).
           05 FM-Date-Debut    PIC 9(8).
           05 FM-Date-Fin      PIC 9(8).
           05 FM-Documents.
               10 FM-Avis           PIC X(1).
               10 FM-Relances       PIC X(1).
               10 FM-Remboursements PIC X(1).
           05 FM-Nom           PIC X(32).
           05 FM-Adresse.
               10 FM-Rue         PIC X(32).
               10 FM-Complement  PIC X(32).
               10 FM-Code-Postal PIC X(5).
               10 FM-Ville       PIC X(26).
           05 FM-IBAN          PIC X(34).
           05 FM-BIC           PIC X(11).

      *    Mandat de representation : T = tutelle, C = curatelle,
      *    M = mineur (administration legale), S = societe
      *    (representant legal, liquidateur). Le mandat est en
      *    vigueur de la date de debut a la date de fin comprises
      *    (fin a zero = sans terme) tant qu'il n'est pas revoque.
      *    Pour chaque document : R = adresse au representant a la
      *    place du contribuable, C = copie au representant, blanc =
      *    non couvert (le contribuable seul) ; un remboursement ne
      *    connait que R (compte ou adresse du representant)
       FD  C-REPRESENTANTS.
       01  C-REP-ENREG.
           05 REP-Numero-Fiscal PIC 9(13).
           05 REP-Type          PIC X(1).
               88 REP-Tutelle        VALUE "T".
               88 REP-Curatelle      VALUE "C".
               88 REP-Mineur         VALUE "M".
               88 REP-Societe        VALUE "S".
           05 REP-Etat          PIC X(1).
               88 REP-Actif          VALUE "A".
               88 REP-Revoque        VALUE "R".
           05 REP-Date-Debut    PIC 9(8).
           05 REP-Date-Fin      PIC 9(8).
           05 REP-Documents.
               10 REP-Avis           PIC X(1).
                   88 REP-Avis-Au-Representant      VALUE "R".
                   88 REP-Avis-En-Copie             VALUE "C".
               10 REP-Relances       PIC X(1).
                   88 REP-Relances-Au-Representant  VALUE "R".
                   88 REP-Relances-En-Copie         VALUE "C".
               10 REP-Remboursements PIC X(1).
                   88 REP-Remboursements-Au-Representant VALUE "R".
           05 REP-Nom           PIC X(32).
           05 REP-Adresse.
               10 REP-Rue         PIC X(32).
               10 REP-Complement  PIC X(32).
               10 REP-Code-Postal PIC X(5).
               10 REP-Ville       PIC X(26).
           05 REP-IBAN          PIC X(34).
           05 REP-BIC           PIC X(11).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl
       FD  F-CONTRIBUABLES.
       01  P-CONTRIBUABLES-ENREG.
           05 P-Numero-Fiscal PIC 9(13).
           05 P-Identite-Suite.
               10 P-Prenom PIC X(15).
               10 P-Nom PIC X(11).
               10 P-Code-Insee PIC 9(5).
           05 P-Parts PIC 9v9.
           05 P-Statut PIC X(1).
           05 P-Sip PIC X(5).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           05 CR-Numero-Fiscal  PIC 9(13).
           05 CR-Code           PIC X(1).
           05 CR-Nom            PIC X(32).
           05 CR-Motif          PIC X(40).

       FD  FS.
       01  FS-DATA PIC X(132).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-ECHEANCES-TITRE.
               10 FILLER PIC X(50)
                  VALUE 'MANDATS DE REPRESENTATION ARRIVANT A ECHEANCE'.
               10 FILLER PIC X(4) VALUE ' du '.
               10 AE-Date-Du-Jour PIC 9(8).
               10 FILLER PIC X(4) VALUE ' au '.
               10 AE-Date-Limite PIC 9(8).

           05 ARTICLE-ECHEANCES-LIGNE PIC X(100) VALUE ALL '-'.

           05 ARTICLE-ECHEANCES-ENTETE.
               10 FILLER PIC X(14) VALUE 'Numero fiscal'.
               10 FILLER PIC X(5) VALUE 'Type'.
               10 FILLER PIC X(33) VALUE 'Representant'.
               10 FILLER PIC X(9) VALUE 'Debut'.
               10 FILLER PIC X(9) VALUE 'Fin'.
               10 FILLER PIC X(30) VALUE 'Documents (avis/rel./remb.)'.

           05 ARTICLE-ECHEANCES-DETAIL.
               10 AE-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 AE-Type PIC X(1).
               10 FILLER PIC X(4) VALUE SPACE.
               10 AE-Nom PIC X(32).
               10 FILLER PIC X VALUE SPACE.
               10 AE-Date-Debut PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 AE-Date-Fin PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 AE-Avis PIC X(1).
               10 FILLER PIC X VALUE '/'.
               10 AE-Relances PIC X(1).
               10 FILLER PIC X VALUE '/'.
               10 AE-Remboursements PIC X(1).

           05 ARTICLE-ECHEANCES-FIN.
               10 FILLER PIC X(30)
                  VALUE 'Mandats arrivant a echeance :'.
               10 AE-Nb-Echeances PIC Z(5)9.

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
           05  FIN-REPRESENTANTS       PIC  X(01) VALUE  SPACE.
               88  FF-REP                         VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-MAJ            PIC X(02) VALUE SPACE.
               88  STATUT-MAJ-ABSENT              VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-CREATIONS            PIC 9(6) VALUE 0.
           05  CPT-REMPLACEMENTS        PIC 9(6) VALUE 0.
           05  CPT-REVOCATIONS          PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  MOTIF-REJET              PIC X(40) VALUE SPACE.
           05  TRANSACTION-VALIDE       PIC 9(1) VALUE 1.
               88  TRANSACTION-EST-VALIDE         VALUE 1.
               88  TRANSACTION-EST-INVALIDE       VALUE 0.

      *    Echeance des mandats : du jour au meme quantieme du mois
      *    suivant (un 31 reporte sur un mois court reste correct en
      *    comparaison)
       1   ECHEANCES-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-LIMITE              PIC 9(8) VALUE 0.
           05  DATE-LIMITE-R REDEFINES DATE-LIMITE.
               10  DL-Annee             PIC 9(4).
               10  DL-Mois              PIC 9(2).
               10  DL-Jour              PIC 9(2).
           05  CPT-ECHEANCES            PIC 9(6) VALUE 0.

      *    Controle modulo 97 de l'IBAN : les quatre premiers
      *    caracteres passes en queue, lettres converties (A = 10 ...
      *    Z = 35), le reste de la division par 97 doit valoir 1
       1   IBAN-WORKING-MANAGER.
           05  IBAN-REARRANGE           PIC X(38).
           05  IBAN-LONGUEUR            PIC 9(2) VALUE 0.
           05  IBAN-POSITION            PIC 9(2) VALUE 0.
           05  IBAN-CARACTERE           PIC X(1).
           05  IBAN-RESTE               PIC 9(4) VALUE 0.
           05  IBAN-VALEUR-LETTRE       PIC 9(2) VALUE 0.
           05  IBAN-ALPHABET            PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  IDX-ALPHABET             PIC 9(2) VALUE 0.
           05  IBAN-VALIDE              PIC 9(1) VALUE 1.
               88  IBAN-EST-VALIDE                VALUE 1.
               88  IBAN-EST-INVALIDE              VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONTROLER-VERROU

      *    Habilitation de l'operateur pour ce type de transaction
           PERFORM OUVRIR-JOURNAL-AUDIT
           PERFORM LIRE-HABILITATION
           MOVE "L" TO TYPE-DEMANDE
           PERFORM CONTROLER-HABILITATION-TYPE
           IF TYPE-EST-REFUSE THEN
               PERFORM ECRIRE-REFUS-HABILITATION
               DISPLAY "4-REPRESENTANTS-MAJ : operateur "
                       OPERATEUR-COURANT " non habilite au type"
                       " L, traitement refuse"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           MOVE DATE-AUDIT TO DATE-DU-JOUR
           PERFORM OUVRIR-MASTER
           OPEN INPUT F-CONTRIBUABLES

      *    Sans transaction, seule la liste des echeances est faite
           OPEN INPUT F-REPRESENTANTS-MAJ
           IF STATUT-MAJ-ABSENT THEN
               DISPLAY "4-REPRESENTANTS-MAJ : 4-representants-maj.dat"
                       " introuvable, aucune transaction"
           ELSE
               OPEN OUTPUT C-REJETS
               PERFORM UNTIL FF
                   READ F-REPRESENTANTS-MAJ
                       AT END
                           SET FF TO TRUE
                       NOT AT END
                           ADD 1 TO CPT-TRAITEES
                           PERFORM APPLIQUER-UNE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE F-REPRESENTANTS-MAJ C-REJETS
           END-IF

           PERFORM LISTER-ECHEANCES

           DISPLAY "4-REPRESENTANTS-MAJ : " CPT-TRAITEES
                   " traite(s), " CPT-CREATIONS " creation(s), "
                   CPT-REMPLACEMENTS " remplacement(s), "
                   CPT-REVOCATIONS " revocation(s), "
                   CPT-REJETEES " rejete(s), " CPT-ECHEANCES
                   " mandat(s) arrivant a echeance"

           CLOSE C-REPRESENTANTS F-AUDIT
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE F-CONTRIBUABLES
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER : CREE L'INDEX S'IL N'EXISTE PAS
      *        ENCORE (MEME IDIOM QUE 4-CONTRIBUABLES-MAJ)

       OUVRIR-MASTER.

           OPEN INPUT C-REPRESENTANTS
           IF STATUT-IDX-ABSENT THEN
               CLOSE C-REPRESENTANTS
               OPEN OUTPUT C-REPRESENTANTS
               CLOSE C-REPRESENTANTS
           ELSE
               CLOSE C-REPRESENTANTS
           END-IF

           OPEN I-O C-REPRESENTANTS
           .

      ******************************************************************
      *        CREATION (OU REMPLACEMENT) ET REVOCATION D'UN MANDAT

       APPLIQUER-UNE-TRANSACTION.

           EVALUATE TRUE
               WHEN FM-Code-Creation
                   PERFORM VALIDER-MANDAT
                   IF TRANSACTION-EST-INVALIDE THEN
                       PERFORM ECRIRE-REJET
                   ELSE
                       PERFORM ENREGISTRER-UN-MANDAT
                   END-IF
               WHEN FM-Code-Revocation
                   PERFORM REVOQUER-UN-MANDAT
               WHEN OTHER
                   MOVE "code de transaction inconnu" TO MOTIF-REJET
                   PERFORM ECRIRE-REJET
           END-EVALUATE
           .

      *    Premier motif rencontre retenu ; le contribuable doit
      *    exister, le representant etre identifie et joignable, et
      *    le mandat couvrir au moins un document
       VALIDER-MANDAT.

           SET TRANSACTION-EST-VALIDE TO TRUE

           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE FM-Numero-Fiscal TO P-Numero-Fiscal
               READ F-CONTRIBUABLES
                   INVALID KEY
                       MOVE "contribuable inconnu" TO MOTIF-REJET
                       SET TRANSACTION-EST-INVALIDE TO TRUE
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF FM-Type NOT = "T" AND NOT = "C" AND NOT = "M"
                   AND NOT = "S" THEN
               MOVE "type de mandat inconnu" TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF FM-Date-Debut NOT NUMERIC OR FM-Date-Debut = 0
                   OR FM-Date-Fin NOT NUMERIC THEN
               MOVE "date de debut ou de fin invalide" TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF FM-Date-Fin NOT = 0 AND FM-Date-Fin < FM-Date-Debut THEN
               MOVE "fin de mandat anterieure au debut" TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF FM-Nom = SPACE THEN
               MOVE "representant non identifie" TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF FM-Rue = SPACE OR FM-Code-Postal = SPACE
                   OR FM-Ville = SPACE THEN
               MOVE "adresse du representant incomplete"
                   TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF (FM-Avis NOT = "R" AND NOT = "C" AND NOT = SPACE)
                   OR (FM-Relances NOT = "R" AND NOT = "C"
                       AND NOT = SPACE)
                   OR (FM-Remboursements NOT = "R"
                       AND NOT = SPACE) THEN
               MOVE "couverture de document invalide" TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF FM-Documents = SPACE THEN
               MOVE "mandat sans document couvert" TO MOTIF-REJET
               SET TRANSACTION-EST-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF

      *    Compte du representant facultatif : sans IBAN, le
      *    remboursement couvert part par lettre-cheque a son adresse
           IF FM-IBAN NOT = SPACE THEN
               PERFORM VALIDER-IBAN
               IF IBAN-EST-INVALIDE THEN
                   SET TRANSACTION-EST-INVALIDE TO TRUE
               END-IF
           END-IF
           .

      *    Un nouveau mandat remplace le precedent du meme
      *    contribuable, revoque ou non
       ENREGISTRER-UN-MANDAT.

           MOVE FM-Numero-Fiscal TO REP-Numero-Fiscal

           READ C-REPRESENTANTS
               INVALID KEY
                   MOVE SPACE TO IMAGE-AVANT
                   PERFORM GARNIR-MANDAT
                   WRITE C-REP-ENREG
                   MOVE "W" TO ACTION-AUDIT
                   ADD 1 TO CPT-CREATIONS
               NOT INVALID KEY
                   MOVE C-REP-ENREG TO IMAGE-AVANT
                   PERFORM GARNIR-MANDAT
                   REWRITE C-REP-ENREG
                   MOVE "R" TO ACTION-AUDIT
                   ADD 1 TO CPT-REMPLACEMENTS
           END-READ

           MOVE C-REP-ENREG TO IMAGE-APRES
           PERFORM ECRIRE-JOURNAL-AUDIT
           .

       GARNIR-MANDAT.

           MOVE FM-Type TO REP-Type
           SET REP-Actif TO TRUE
           MOVE FM-Date-Debut TO REP-Date-Debut
           MOVE FM-Date-Fin TO REP-Date-Fin
           MOVE FM-Documents TO REP-Documents
           MOVE FM-Nom TO REP-Nom
           MOVE FM-Adresse TO REP-Adresse
           MOVE FM-IBAN TO REP-IBAN
           MOVE FM-BIC TO REP-BIC
           .

      *    La revocation clot le mandat a la date du jour ; la fiche
      *    est gardee pour l'historique
       REVOQUER-UN-MANDAT.

           MOVE FM-Numero-Fiscal TO REP-Numero-Fiscal

           READ C-REPRESENTANTS
               INVALID KEY
                   MOVE "revocation sans mandat connu" TO MOTIF-REJET
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   MOVE C-REP-ENREG TO IMAGE-AVANT
                   SET REP-Revoque TO TRUE
                   IF REP-Date-Fin = 0
                      OR REP-Date-Fin > DATE-DU-JOUR THEN
                       MOVE DATE-DU-JOUR TO REP-Date-Fin
                   END-IF
                   REWRITE C-REP-ENREG
                   MOVE C-REP-ENREG TO IMAGE-APRES
                   MOVE "R" TO ACTION-AUDIT
                   PERFORM ECRIRE-JOURNAL-AUDIT
                   ADD 1 TO CPT-REVOCATIONS
           END-READ
           .

       ECRIRE-REJET.

           MOVE FM-Numero-Fiscal TO CR-Numero-Fiscal
           MOVE FM-Code TO CR-Code
           MOVE FM-Nom TO CR-Nom
           MOVE MOTIF-REJET TO CR-Motif
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETEES
           .

      ******************************************************************
      *        CONTROLE MODULO 97 DE L'IBAN DU REPRESENTANT (MEME
      *        CONTROLE QUE 7-RIB-MAJ)

       VALIDER-IBAN.

           SET IBAN-EST-VALIDE TO TRUE

      *    Longueur utile (l'IBAN est cadre a gauche, blanc a droite)
           MOVE 0 TO IBAN-LONGUEUR
           MOVE 1 TO IBAN-POSITION
           PERFORM UNTIL IBAN-POSITION > 34
               IF FM-IBAN(IBAN-POSITION:1) NOT = SPACE THEN
                   MOVE IBAN-POSITION TO IBAN-LONGUEUR
               END-IF
               ADD 1 TO IBAN-POSITION
           END-PERFORM

           IF IBAN-LONGUEUR < 15 THEN
               SET IBAN-EST-INVALIDE TO TRUE
           ELSE
               PERFORM CALCULER-MODULO-97
               IF IBAN-RESTE NOT = 1 THEN
                   SET IBAN-EST-INVALIDE TO TRUE
               END-IF
           END-IF
           MOVE "IBAN invalide (controle modulo 97)" TO MOTIF-REJET

      *    IBAN etranger : le virement hors France exige le BIC
           IF IBAN-EST-VALIDE AND FM-IBAN(1:2) NOT = "FR"
                   AND FM-BIC = SPACE THEN
               SET IBAN-EST-INVALIDE TO TRUE
               MOVE "IBAN etranger sans BIC" TO MOTIF-REJET
           END-IF
           .

       CALCULER-MODULO-97.

           MOVE SPACE TO IBAN-REARRANGE
           STRING FM-IBAN(5:IBAN-LONGUEUR - 4) DELIMITED BY SIZE
                  FM-IBAN(1:4) DELIMITED BY SIZE
               INTO IBAN-REARRANGE

           MOVE 0 TO IBAN-RESTE
           MOVE 1 TO IBAN-POSITION

           PERFORM UNTIL IBAN-POSITION > IBAN-LONGUEUR
                   OR IBAN-EST-INVALIDE

               MOVE IBAN-REARRANGE(IBAN-POSITION:1) TO IBAN-CARACTERE

               IF IBAN-CARACTERE NUMERIC THEN
                   COMPUTE IBAN-RESTE = FUNCTION MOD(
                           IBAN-RESTE * 10
                           + FUNCTION NUMVAL(IBAN-CARACTERE) 97)
               ELSE
                   PERFORM CHERCHER-VALEUR-LETTRE
                   IF IBAN-EST-VALIDE THEN
                       COMPUTE IBAN-RESTE = FUNCTION MOD(
                               IBAN-RESTE * 100
                               + IBAN-VALEUR-LETTRE 97)
                   END-IF
               END-IF

               ADD 1 TO IBAN-POSITION
           END-PERFORM
           .

       CHERCHER-VALEUR-LETTRE.

           MOVE 0 TO IBAN-VALEUR-LETTRE
           MOVE 1 TO IDX-ALPHABET

           PERFORM UNTIL IDX-ALPHABET > 26
               IF IBAN-ALPHABET(IDX-ALPHABET:1) = IBAN-CARACTERE THEN
                   COMPUTE IBAN-VALEUR-LETTRE = IDX-ALPHABET + 9
                   MOVE 26 TO IDX-ALPHABET
               END-IF
               ADD 1 TO IDX-ALPHABET
           END-PERFORM

           IF IBAN-VALEUR-LETTRE = 0 THEN
               SET IBAN-EST-INVALIDE TO TRUE
           END-IF
           .

      ******************************************************************
      *        MANDATS EN VIGUEUR ARRIVANT A ECHEANCE DANS LE MOIS
      *        (FIN ENTRE LE JOUR ET LE MEME QUANTIEME DU MOIS
      *        SUIVANT)

       LISTER-ECHEANCES.

           MOVE DATE-DU-JOUR TO DATE-LIMITE
           IF DL-Mois = 12 THEN
               ADD 1 TO DL-Annee
               MOVE 1 TO DL-Mois
           ELSE
               ADD 1 TO DL-Mois
           END-IF

           OPEN OUTPUT FS
           MOVE DATE-DU-JOUR TO AE-Date-Du-Jour
           MOVE DATE-LIMITE TO AE-Date-Limite
           MOVE ARTICLE-ECHEANCES-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ECHEANCES-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ECHEANCES-ENTETE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-ECHEANCES-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE LOW-VALUE TO REP-Numero-Fiscal
           START C-REPRESENTANTS KEY NOT < REP-Numero-Fiscal
               INVALID KEY
                   SET FF-REP TO TRUE
           END-START

           PERFORM UNTIL FF-REP
               READ C-REPRESENTANTS NEXT RECORD
                   AT END
                       SET FF-REP TO TRUE
                   NOT AT END
                       IF REP-Actif AND REP-Date-Fin NOT = 0
                          AND REP-Date-Fin >= DATE-DU-JOUR
                          AND REP-Date-Fin <= DATE-LIMITE THEN
                           PERFORM ECRIRE-UNE-ECHEANCE
                       END-IF
               END-READ
           END-PERFORM

           MOVE ARTICLE-ECHEANCES-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-ECHEANCES TO AE-Nb-Echeances
           MOVE ARTICLE-ECHEANCES-FIN TO FS-DATA
           WRITE FS-DATA
           CLOSE FS
           .

       ECRIRE-UNE-ECHEANCE.

           MOVE REP-Numero-Fiscal TO AE-Numero-Fiscal
           MOVE REP-Type TO AE-Type
           MOVE REP-Nom TO AE-Nom
           MOVE REP-Date-Debut TO AE-Date-Debut
           MOVE REP-Date-Fin TO AE-Date-Fin
           MOVE REP-Avis TO AE-Avis
           MOVE REP-Relances TO AE-Relances
           MOVE REP-Remboursements TO AE-Remboursements
           MOVE ARTICLE-ECHEANCES-DETAIL TO FS-DATA
           WRITE FS-DATA
           ADD 1 TO CPT-ECHEANCES
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
      *        4-OCCURRENCES ; FICHIER L, ACTION X = REFUS
      *        D'HABILITATION)

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

      *    IMAGE-AVANT, IMAGE-APRES et ACTION-AUDIT (W/R) sont
      *    garnis par l'appelant ; l'image porte le debut de la fiche
      *    (numero fiscal, mandat, representant)
       ECRIRE-JOURNAL-AUDIT.

           MOVE "4-REPRESENTANTS-MAJ" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE "L" TO JRN-Fichier
           MOVE ACTION-AUDIT TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       ECRIRE-REFUS-HABILITATION.

           MOVE "4-REPRESENTANTS-MAJ" TO JRN-Programme
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
