      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: correction en masse du master des occurrences
      *          (5-occurrences.idx) quand une erreur de flux touche
      *          tout un lot (code INSEE, millesime ou impot faux).
      *          La demande (4-occurrences-masse.dat, une ligne de 80
      *          caracteres) porte la selection (code INSEE, impot,
      *          millesime, execution de chargement, intervalle de
      *          cles primaires ; zero, ou blanc pour l'impot =
      *          critere ignore) et la correction (nouveau code
      *          INSEE, impot, millesime ; zero, ou blanc pour
      *          l'impot = inchange). Le mode est lu dans
      *          0-occurrences-masse-commande.param :
      *          P = apercu : chaque occurrence touchee est listee
      *              avec ses valeurs avant et apres, rien n'est
      *              ecrit ;
      *          A = application : la meme ligne doit avoir ete
      *              saisie par 4-TRANSACTIONS-SAISIE (type O) et
      *              approuvee par un autre operateur dans
      *              4-TRANSACTIONS-REVUE (controle a quatre yeux) ;
      *              chaque modification est tracee au journal
      *              d'audit central et au journal des lots
      *              4-occurrences-masse-lots.dat sous le numero de
      *              la transaction approuvee, qui passe au statut E
      *              (executee) ;
      *          R = retour arriere du lot de 0-occurrences-masse-
      *              commande.param : chaque occurrence du lot
      *              reprend son image avant, sauf si elle a ete
      *              modifiee depuis la correction.
      *          L'etat 4-occurrences-masse.txt liste les occurrences
      *          traitees. Code retour 8 sur refus.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-OCCURRENCES-MASSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-COMMANDE
                   ASSIGN TO "0-occurrences-masse-commande.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-COMMANDE.

      *    Demande de correction (selection + correction)
           SELECT F-DEMANDE ASSIGN TO "4-occurrences-masse.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DEMANDE.

           SELECT C-OCCURRENCES ASSIGN TO "5-occurrences.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS C-PRIMARY-KEY
                   ALTERNATE RECORD KEY IS C-CLE-AMENDEMENT
                   ALTERNATE RECORD KEY IS C-NUMERO-FISCAL
                       WITH DUPLICATES
                   FILE STATUS IS WS-STATUT-IDX.

      *    Registre des transactions soumises au controle a quatre
      *    yeux (4-TRANSACTIONS-SAISIE / 4-TRANSACTIONS-REVUE)
           SELECT F-ATTENTE ASSIGN TO "4-transactions-attente.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRX-Numero
                   FILE STATUS IS WS-STATUT-ATTENTE.

      *    Journal des lots de correction : images avant/apres par
      *    occurrence, base du retour arriere
           SELECT F-LOTS ASSIGN TO "4-occurrences-masse-lots.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-LOTS.

      *    Journal d'audit central des masters de maintenance
           SELECT F-AUDIT ASSIGN TO "9-audit-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-AUDIT.

           SELECT F-OPERATEUR ASSIGN TO "0-operateur.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-OPERATEUR.

      *    Verrou d'execution de la chaine (1-VERROU)
           SELECT F-VERROU ASSIGN TO "9-verrou.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-VERROU.

           SELECT FS ASSIGN TO "4-occurrences-masse.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    P = apercu, A = application, R = retour arriere du lot
       FD  F-COMMANDE.
       01  CMD-ENREG.
           05 CMD-Mode PIC X(1).
               88 CMD-Apercu        VALUE "P".
               88 CMD-Application   VALUE "A".
               88 CMD-Retour        VALUE "R".
           05 CMD-Lot  PIC 9(8).

      *    Ligne de demande, saisie telle quelle en image de
      *    transaction (TRX-Image) pour l'approbation
       FD  F-DEMANDE.
       01  MAS-ENREG.
           05 MAS-Selection.
               10 MAS-Sel-Code-Insee PIC 9(5).
               10 MAS-Sel-Taxe       PIC X(2).
               10 MAS-Sel-Annee      PIC 9(4).
               10 MAS-Sel-Execution  PIC 9(6).
               10 MAS-Sel-Cle-Debut  PIC 9(9).
               10 MAS-Sel-Cle-Fin    PIC 9(9).
           05 MAS-Correction.
               10 MAS-Cor-Code-Insee PIC 9(5).
               10 MAS-Cor-Taxe       PIC X(2).
               10 MAS-Cor-Annee      PIC 9(4).
           05 MAS-Motif              PIC X(34).

      *    Meme disposition que dans 4-OCCURRENCES.cbl
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

      *    Meme disposition que dans 4-TRANSACTIONS-SAISIE.cbl ;
      *    une correction en masse appliquee passe au statut E
       FD  F-ATTENTE.
       01  TRX-ENREG.
           05 TRX-Numero           PIC 9(8).
           05 TRX-Type             PIC X(1).
               88 TRX-Correction-Masse VALUE "O".
           05 TRX-Image            PIC X(80).
           05 TRX-Operateur-Saisie PIC X(8).
           05 TRX-Statut           PIC X(1).
               88 TRX-Approuvee    VALUE "A".
               88 TRX-Executee     VALUE "E".
           05 TRX-Operateur-Revue  PIC X(8).
           05 TRX-Motif-Revue      PIC X(40).

       FD  F-LOTS.
       01  LOT-ENREG.
           05 LOT-Numero      PIC 9(8).
           05 LOT-Date        PIC 9(8).
           05 LOT-Operateur   PIC X(8).
           05 LOT-Cle         PIC 9(9).
           05 LOT-Avant       PIC X(80).
           05 LOT-Apres       PIC X(80).

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

      *    Meme disposition que VER-ENREG dans 1-VERROU.cbl
       FD  F-VERROU.
       01  VER-ENREG.
           05 VER-Run-Id PIC 9(14).
           05 VER-Date   PIC 9(8).
           05 VER-Heure  PIC 9(6).

       FD  FS.
       01  FS-DATA PIC X(90).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-MAS-TITRE.
               10 FILLER PIC X(36)
                  VALUE 'CORRECTION EN MASSE DES OCCURRENCES'.
               10 FILLER PIC X(3) VALUE ' - '.
               10 MS-Mode-Titre PIC X(30).

           05 ARTICLE-MAS-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-MAS-DEMANDE.
               10 FILLER PIC X(10) VALUE 'Selection'.
               10 FILLER PIC X(6) VALUE 'INSEE'.
               10 MS-Sel-Insee PIC 9(5).
               10 FILLER PIC X(7) VALUE ' impot'.
               10 MS-Sel-Taxe PIC X(2).
               10 FILLER PIC X(7) VALUE ' annee'.
               10 MS-Sel-Annee PIC 9(4).
               10 FILLER PIC X(11) VALUE ' execution'.
               10 MS-Sel-Execution PIC 9(6).
               10 FILLER PIC X(7) VALUE ' cles'.
               10 MS-Sel-Debut PIC 9(9).
               10 FILLER PIC X(3) VALUE ' a '.
               10 MS-Sel-Fin PIC 9(9).

           05 ARTICLE-MAS-CORRECTION.
               10 FILLER PIC X(10) VALUE 'Correction'.
               10 FILLER PIC X(6) VALUE 'INSEE'.
               10 MS-Cor-Insee PIC 9(5).
               10 FILLER PIC X(7) VALUE ' impot'.
               10 MS-Cor-Taxe PIC X(2).
               10 FILLER PIC X(7) VALUE ' annee'.
               10 MS-Cor-Annee PIC 9(4).
               10 FILLER PIC X(2) VALUE SPACE.
               10 MS-Motif PIC X(34).

           05 ARTICLE-MAS-ENTETE.
               10 FILLER PIC X(10) VALUE 'Cle'.
               10 FILLER PIC X(14) VALUE 'Contrib.'.
               10 FILLER PIC X(13) VALUE 'INSEE'.
               10 FILLER PIC X(8) VALUE 'Impot'.
               10 FILLER PIC X(12) VALUE 'Annee'.
               10 FILLER PIC X(33) VALUE 'Sort'.

           05 ARTICLE-MAS-INDIV.
               10 MS-Cle PIC 9(9).
               10 FILLER PIC X VALUE SPACE.
               10 MS-Numero-Fiscal PIC 9(13).
               10 FILLER PIC X VALUE SPACE.
               10 MS-Insee-Avant PIC 9(5).
               10 FILLER PIC X VALUE '>'.
               10 MS-Insee-Apres PIC 9(5).
               10 FILLER PIC X(2) VALUE SPACE.
               10 MS-Taxe-Avant PIC X(2).
               10 FILLER PIC X VALUE '>'.
               10 MS-Taxe-Apres PIC X(2).
               10 FILLER PIC X(3) VALUE SPACE.
               10 MS-Annee-Avant PIC 9(4).
               10 FILLER PIC X VALUE '>'.
               10 MS-Annee-Apres PIC 9(4).
               10 FILLER PIC X(3) VALUE SPACE.
               10 MS-Sort PIC X(33).

           05 ARTICLE-MAS-FIN.
               10 FILLER PIC X(20) VALUE 'Occurrences traitees'.
               10 FILLER PIC X VALUE ':'.
               10 MS-Nombre-fin PIC Z(7)9.
               10 FILLER PIC X(4) VALUE SPACE.
               10 FILLER PIC X(12) VALUE 'Non traitees'.
               10 FILLER PIC X VALUE ':'.
               10 MS-Ecartees-fin PIC Z(7)9.
               10 FILLER PIC X(4) VALUE SPACE.
               10 FILLER PIC X(4) VALUE 'Lot'.
               10 FILLER PIC X VALUE ':'.
               10 MS-Lot-fin PIC Z(7)9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-IDX                  PIC  X(01) VALUE  SPACE.
               88  FF-IDX                          VALUE  HIGH-VALUE.
           05  FIN-ATTENTE              PIC  X(01) VALUE  SPACE.
               88  FF-ATT                          VALUE  HIGH-VALUE.
           05  FIN-LOTS                 PIC  X(01) VALUE  SPACE.
               88  FF-LOT                          VALUE  HIGH-VALUE.

       1   MASSE-WORKING-MANAGER.
           05  WS-STATUT-COMMANDE       PIC X(02) VALUE SPACE.
               88  STATUT-COMMANDE-ABSENT         VALUE "35".
           05  WS-STATUT-DEMANDE        PIC X(02) VALUE SPACE.
               88  STATUT-DEMANDE-ABSENT          VALUE "35".
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
               88  STATUT-IDX-ABSENT              VALUE "35".
           05  WS-STATUT-ATTENTE        PIC X(02) VALUE SPACE.
               88  STATUT-ATTENTE-ABSENT          VALUE "35".
           05  WS-STATUT-LOTS           PIC X(02) VALUE SPACE.
               88  STATUT-LOTS-ABSENT             VALUE "35".
           05  WS-STATUT-VERROU         PIC X(02) VALUE SPACE.
               88  STATUT-VERROU-ABSENT           VALUE "35".
           05  MODE-DEMANDE             PIC X(1) VALUE SPACE.
               88  MODE-APERCU                    VALUE "P".
               88  MODE-APPLICATION               VALUE "A".
               88  MODE-RETOUR                    VALUE "R".
           05  LOT-COURANT              PIC 9(8) VALUE 0.
           05  CPT-TRAITEES             PIC 9(8) VALUE 0.
           05  CPT-ECARTEES             PIC 9(8) VALUE 0.
           05  OCCURRENCE-RETENUE       PIC 9(1) VALUE 0.
               88  OCCURRENCE-EST-RETENUE         VALUE 1.
               88  OCCURRENCE-EST-ECARTEE         VALUE 0.
           05  APPROBATION-TROUVEE      PIC 9(1) VALUE 0.
               88  APPROBATION-EST-TROUVEE        VALUE 1.
               88  APPROBATION-EST-ABSENTE        VALUE 0.

       1   AUDIT-WORKING-MANAGER.
           05  WS-STATUT-AUDIT          PIC X(02) VALUE SPACE.
               88  STATUT-AUDIT-ABSENT            VALUE "35".
           05  WS-STATUT-OPERATEUR      PIC X(02) VALUE SPACE.
               88  STATUT-OPERATEUR-ABSENT        VALUE "35".
           05  OPERATEUR-COURANT        PIC X(8) VALUE "INCONNU".
           05  DATE-AUDIT               PIC 9(8) VALUE 0.
           05  IMAGE-AVANT              PIC X(80) VALUE SPACE.
           05  IMAGE-APRES              PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONTROLER-VERROU
           PERFORM LIRE-COMMANDE

           OPEN I-O C-OCCURRENCES
           IF STATUT-IDX-ABSENT THEN
               DISPLAY "4-OCCURRENCES-MASSE : 5-occurrences.idx"
                       " introuvable, rien a corriger"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF

           PERFORM OUVRIR-JOURNAL-AUDIT
           OPEN OUTPUT FS

           EVALUATE TRUE
               WHEN MODE-APERCU
                   MOVE "APERCU (RIEN N'EST ECRIT)" TO MS-Mode-Titre
                   PERFORM LIRE-DEMANDE
                   PERFORM ECRIRE-ENTETE-ETAT
                   PERFORM PARCOURIR-OCCURRENCES
               WHEN MODE-APPLICATION
                   MOVE "APPLICATION" TO MS-Mode-Titre
                   PERFORM LIRE-DEMANDE
                   PERFORM RECHERCHER-APPROBATION
                   PERFORM ECRIRE-ENTETE-ETAT
                   PERFORM OUVRIR-JOURNAL-LOTS
                   PERFORM PARCOURIR-OCCURRENCES
                   PERFORM MARQUER-LOT-EXECUTE
                   CLOSE F-LOTS
               WHEN MODE-RETOUR
                   MOVE "RETOUR ARRIERE DU LOT" TO MS-Mode-Titre
                   PERFORM ECRIRE-ENTETE-ETAT
                   PERFORM RETABLIR-LOT
           END-EVALUATE

           MOVE ARTICLE-MAS-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE CPT-TRAITEES TO MS-Nombre-fin
           MOVE CPT-ECARTEES TO MS-Ecartees-fin
           MOVE LOT-COURANT TO MS-Lot-fin
           MOVE ARTICLE-MAS-FIN TO FS-DATA
           WRITE FS-DATA

           CLOSE C-OCCURRENCES F-AUDIT FS

           DISPLAY "4-OCCURRENCES-MASSE : " MS-Mode-Titre ", "
                   CPT-TRAITEES " occurrence(s) traitee(s), "
                   CPT-ECARTEES " non traitee(s), lot " LOT-COURANT

           PERFORM FIN-PGM
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
      *        COMMANDE ET DEMANDE DE CORRECTION

       LIRE-COMMANDE.

           OPEN INPUT F-COMMANDE
           IF STATUT-COMMANDE-ABSENT THEN
               DISPLAY "4-OCCURRENCES-MASSE : 0-occurrences-masse-"
                       "commande.param introuvable, apercu par defaut"
               MOVE "P" TO MODE-DEMANDE
               EXIT PARAGRAPH
           END-IF

           READ F-COMMANDE
               AT END
                   MOVE "P" TO MODE-DEMANDE
               NOT AT END
                   MOVE CMD-Mode TO MODE-DEMANDE
                   IF CMD-Lot IS NUMERIC THEN
                       MOVE CMD-Lot TO LOT-COURANT
                   END-IF
           END-READ
           CLOSE F-COMMANDE

           IF NOT MODE-APERCU AND NOT MODE-APPLICATION
              AND NOT MODE-RETOUR THEN
               DISPLAY "4-OCCURRENCES-MASSE : mode " MODE-DEMANDE
                       " inconnu (P, A ou R), arret"
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-PGM
           END-IF
           .

      *    Une selection vide toucherait tout le master, une
      *    correction vide ne changerait rien : les deux sont
      *    refusees
       LIRE-DEMANDE.

           OPEN INPUT F-DEMANDE
           IF STATUT-DEMANDE-ABSENT THEN
               DISPLAY "4-OCCURRENCES-MASSE : 4-occurrences-masse"
                       ".dat introuvable, aucune demande"
               PERFORM REFUSER-DEMANDE
           END-IF

           READ F-DEMANDE
               AT END
                   DISPLAY "4-OCCURRENCES-MASSE : 4-occurrences-"
                           "masse.dat vide, aucune demande"
                   CLOSE F-DEMANDE
                   PERFORM REFUSER-DEMANDE
           END-READ
           CLOSE F-DEMANDE

           IF MAS-Sel-Code-Insee = 0 AND MAS-Sel-Taxe = SPACE
              AND MAS-Sel-Annee = 0 AND MAS-Sel-Execution = 0
              AND MAS-Sel-Cle-Debut = 0 AND MAS-Sel-Cle-Fin = 0
           THEN
               DISPLAY "4-OCCURRENCES-MASSE : selection vide, la"
                       " correction toucherait tout le master"
               PERFORM REFUSER-DEMANDE
           END-IF

           IF MAS-Cor-Code-Insee = 0 AND MAS-Cor-Taxe = SPACE
              AND MAS-Cor-Annee = 0 THEN
               DISPLAY "4-OCCURRENCES-MASSE : correction vide,"
                       " rien a changer"
               PERFORM REFUSER-DEMANDE
           END-IF
           .

       REFUSER-DEMANDE.

           MOVE 8 TO RETURN-CODE
           CLOSE C-OCCURRENCES F-AUDIT FS
           PERFORM FIN-PGM
           .

       ECRIRE-ENTETE-ETAT.

           MOVE ARTICLE-MAS-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-MAS-LIGNE TO FS-DATA
           WRITE FS-DATA

           IF NOT MODE-RETOUR THEN
               MOVE MAS-Sel-Code-Insee TO MS-Sel-Insee
               MOVE MAS-Sel-Taxe TO MS-Sel-Taxe
               MOVE MAS-Sel-Annee TO MS-Sel-Annee
               MOVE MAS-Sel-Execution TO MS-Sel-Execution
               MOVE MAS-Sel-Cle-Debut TO MS-Sel-Debut
               MOVE MAS-Sel-Cle-Fin TO MS-Sel-Fin
               MOVE ARTICLE-MAS-DEMANDE TO FS-DATA
               WRITE FS-DATA
               MOVE MAS-Cor-Code-Insee TO MS-Cor-Insee
               MOVE MAS-Cor-Taxe TO MS-Cor-Taxe
               MOVE MAS-Cor-Annee TO MS-Cor-Annee
               MOVE MAS-Motif TO MS-Motif
               MOVE ARTICLE-MAS-CORRECTION TO FS-DATA
               WRITE FS-DATA
               MOVE ARTICLE-MAS-LIGNE TO FS-DATA
               WRITE FS-DATA
           END-IF

           MOVE ARTICLE-MAS-ENTETE TO FS-DATA
           WRITE FS-DATA
           .

      ******************************************************************
      *        CONTROLE A QUATRE YEUX : LA DEMANDE DOIT ETRE UNE
      *        TRANSACTION DE TYPE O APPROUVEE, D'IMAGE IDENTIQUE ;
      *        SON NUMERO DEVIENT LE NUMERO DU LOT

       RECHERCHER-APPROBATION.

           SET APPROBATION-EST-ABSENTE TO TRUE

           OPEN I-O F-ATTENTE
           IF STATUT-ATTENTE-ABSENT THEN
               DISPLAY "4-OCCURRENCES-MASSE : aucun registre de"
                       " transactions, correction non approuvee"
               PERFORM REFUSER-DEMANDE
           END-IF

           PERFORM UNTIL FF-ATT
               READ F-ATTENTE NEXT RECORD
                   AT END
                       SET FF-ATT TO TRUE
                   NOT AT END
                       IF TRX-Correction-Masse AND TRX-Approuvee
                          AND TRX-Image = MAS-ENREG THEN
                           SET APPROBATION-EST-TROUVEE TO TRUE
                           MOVE TRX-Numero TO LOT-COURANT
                           SET FF-ATT TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF APPROBATION-EST-ABSENTE THEN
               DISPLAY "4-OCCURRENCES-MASSE : CORRECTION SANS"
                       " APPROBATION, NON APPLIQUEE (controle a"
                       " quatre yeux : saisir la demande en type O"
                       " par 4-TRANSACTIONS-SAISIE, la faire"
                       " approuver par un autre operateur)"
               CLOSE F-ATTENTE
               PERFORM REFUSER-DEMANDE
           END-IF
           .

      *    La transaction approuvee est consommee : la meme demande
      *    ne peut etre rejouee sans nouvelle approbation
       MARQUER-LOT-EXECUTE.

           MOVE LOT-COURANT TO TRX-Numero
           READ F-ATTENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRX-Executee TO TRUE
                   REWRITE TRX-ENREG
           END-READ
           CLOSE F-ATTENTE
           .

       OUVRIR-JOURNAL-LOTS.

           OPEN INPUT F-LOTS
           IF STATUT-LOTS-ABSENT THEN
               CLOSE F-LOTS
               OPEN OUTPUT F-LOTS
           ELSE
               CLOSE F-LOTS
               OPEN EXTEND F-LOTS
           END-IF
           .

      ******************************************************************
      *        PARCOURS DU MASTER PAR CLE PRIMAIRE : APERCU OU
      *        APPLICATION DE LA CORRECTION

       PARCOURIR-OCCURRENCES.

           MOVE MAS-Sel-Cle-Debut TO C-PRIMARY-KEY
           START C-OCCURRENCES KEY NOT < C-PRIMARY-KEY
               INVALID KEY
                   SET FF-IDX TO TRUE
           END-START

           PERFORM UNTIL FF-IDX
               READ C-OCCURRENCES NEXT RECORD
                   AT END
                       SET FF-IDX TO TRUE
                   NOT AT END
                       IF MAS-Sel-Cle-Fin > 0
                          AND C-PRIMARY-KEY > MAS-Sel-Cle-Fin THEN
                           SET FF-IDX TO TRUE
                       ELSE
                           PERFORM SELECTIONNER-OCCURRENCE
                           IF OCCURRENCE-EST-RETENUE THEN
                               PERFORM CORRIGER-OCCURRENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       SELECTIONNER-OCCURRENCE.

           SET OCCURRENCE-EST-RETENUE TO TRUE

           IF MAS-Sel-Code-Insee NOT = 0
              AND C-CODE-INSEE NOT = MAS-Sel-Code-Insee THEN
               SET OCCURRENCE-EST-ECARTEE TO TRUE
           END-IF
           IF MAS-Sel-Taxe NOT = SPACE
              AND C-TAXE NOT = MAS-Sel-Taxe THEN
               SET OCCURRENCE-EST-ECARTEE TO TRUE
           END-IF
           IF MAS-Sel-Annee NOT = 0
              AND C-ANNEE NOT = MAS-Sel-Annee THEN
               SET OCCURRENCE-EST-ECARTEE TO TRUE
           END-IF
           IF MAS-Sel-Execution NOT = 0
              AND C-EXECUTION-CHARGEMENT NOT = MAS-Sel-Execution THEN
               SET OCCURRENCE-EST-ECARTEE TO TRUE
           END-IF
           .

      *    La correction porte sur la cle d'amendement : si une
      *    autre occurrence porte deja la cle corrigee, le REWRITE
      *    est refuse et l'occurrence reste en l'etat
       CORRIGER-OCCURRENCE.

           MOVE C-OCCURRENCES-ENREG TO IMAGE-AVANT
           MOVE C-PRIMARY-KEY TO MS-Cle
           MOVE C-NUMERO-FISCAL TO MS-Numero-Fiscal
           MOVE C-CODE-INSEE TO MS-Insee-Avant
           MOVE C-TAXE TO MS-Taxe-Avant
           MOVE C-ANNEE TO MS-Annee-Avant

           IF MAS-Cor-Code-Insee NOT = 0 THEN
               MOVE MAS-Cor-Code-Insee TO C-CODE-INSEE
           END-IF
           IF MAS-Cor-Taxe NOT = SPACE THEN
               MOVE MAS-Cor-Taxe TO C-TAXE
           END-IF
           IF MAS-Cor-Annee NOT = 0 THEN
               MOVE MAS-Cor-Annee TO C-ANNEE
           END-IF
           MOVE C-OCCURRENCES-ENREG TO IMAGE-APRES

           MOVE C-CODE-INSEE TO MS-Insee-Apres
           MOVE C-TAXE TO MS-Taxe-Apres
           MOVE C-ANNEE TO MS-Annee-Apres

           IF IMAGE-APRES = IMAGE-AVANT THEN
               MOVE "deja conforme a la correction" TO MS-Sort
               ADD 1 TO CPT-ECARTEES
               PERFORM ECRIRE-LIGNE-ETAT
               EXIT PARAGRAPH
           END-IF

           IF MODE-APERCU THEN
               MOVE "a corriger" TO MS-Sort
               ADD 1 TO CPT-TRAITEES
               PERFORM ECRIRE-LIGNE-ETAT
               EXIT PARAGRAPH
           END-IF

           REWRITE C-OCCURRENCES-ENREG
               INVALID KEY
                   MOVE "cle corrigee deja prise, inchangee"
                       TO MS-Sort
                   ADD 1 TO CPT-ECARTEES
               NOT INVALID KEY
                   MOVE "corrigee" TO MS-Sort
                   ADD 1 TO CPT-TRAITEES
                   PERFORM ECRIRE-JOURNAL-AUDIT
                   PERFORM ECRIRE-LIGNE-LOT
           END-REWRITE

           PERFORM ECRIRE-LIGNE-ETAT
           .

       ECRIRE-LIGNE-LOT.

           MOVE LOT-COURANT TO LOT-Numero
           MOVE DATE-AUDIT TO LOT-Date
           MOVE OPERATEUR-COURANT TO LOT-Operateur
           MOVE C-PRIMARY-KEY TO LOT-Cle
           MOVE IMAGE-AVANT TO LOT-Avant
           MOVE IMAGE-APRES TO LOT-Apres
           WRITE LOT-ENREG
           .

       ECRIRE-LIGNE-ETAT.

           MOVE ARTICLE-MAS-INDIV TO FS-DATA
           WRITE FS-DATA
           .

      ******************************************************************
      *        RETOUR ARRIERE D'UN LOT : CHAQUE OCCURRENCE CORRIGEE
      *        REPREND SON IMAGE AVANT, SAUF SI ELLE A CHANGE DEPUIS

       RETABLIR-LOT.

           IF LOT-COURANT = 0 THEN
               DISPLAY "4-OCCURRENCES-MASSE : numero de lot absent"
                       " de 0-occurrences-masse-commande.param"
               PERFORM REFUSER-DEMANDE
           END-IF

           OPEN INPUT F-LOTS
           IF STATUT-LOTS-ABSENT THEN
               DISPLAY "4-OCCURRENCES-MASSE : 4-occurrences-masse-"
                       "lots.dat introuvable, aucun lot a retablir"
               PERFORM REFUSER-DEMANDE
           END-IF

           PERFORM UNTIL FF-LOT
               READ F-LOTS
                   AT END
                       SET FF-LOT TO TRUE
                   NOT AT END
                       IF LOT-Numero = LOT-COURANT THEN
                           PERFORM RETABLIR-UNE-OCCURRENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-LOTS

           IF CPT-TRAITEES = 0 AND CPT-ECARTEES = 0 THEN
               DISPLAY "4-OCCURRENCES-MASSE : lot " LOT-COURANT
                       " inconnu du journal des lots"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       RETABLIR-UNE-OCCURRENCE.

           MOVE LOT-Apres TO C-OCCURRENCES-ENREG
           MOVE C-PRIMARY-KEY TO MS-Cle
           MOVE C-NUMERO-FISCAL TO MS-Numero-Fiscal
           MOVE C-CODE-INSEE TO MS-Insee-Avant
           MOVE C-TAXE TO MS-Taxe-Avant
           MOVE C-ANNEE TO MS-Annee-Avant
           MOVE LOT-Avant TO C-OCCURRENCES-ENREG
           MOVE C-CODE-INSEE TO MS-Insee-Apres
           MOVE C-TAXE TO MS-Taxe-Apres
           MOVE C-ANNEE TO MS-Annee-Apres

           MOVE LOT-Cle TO C-PRIMARY-KEY
           READ C-OCCURRENCES
               INVALID KEY
                   MOVE "occurrence disparue, non retablie"
                       TO MS-Sort
                   ADD 1 TO CPT-ECARTEES
                   PERFORM ECRIRE-LIGNE-ETAT
                   EXIT PARAGRAPH
           END-READ

           IF C-OCCURRENCES-ENREG NOT = LOT-Apres THEN
               MOVE "modifiee depuis le lot, non retablie"
                   TO MS-Sort
               ADD 1 TO CPT-ECARTEES
               PERFORM ECRIRE-LIGNE-ETAT
               EXIT PARAGRAPH
           END-IF

           MOVE LOT-Apres TO IMAGE-AVANT
           MOVE LOT-Avant TO IMAGE-APRES
           MOVE LOT-Avant TO C-OCCURRENCES-ENREG
           REWRITE C-OCCURRENCES-ENREG
               INVALID KEY
                   MOVE "cle d'origine reprise, non retablie"
                       TO MS-Sort
                   ADD 1 TO CPT-ECARTEES
               NOT INVALID KEY
                   MOVE "retablie" TO MS-Sort
                   ADD 1 TO CPT-TRAITEES
                   PERFORM ECRIRE-JOURNAL-AUDIT
           END-REWRITE

           PERFORM ECRIRE-LIGNE-ETAT
           .

      ******************************************************************
      *        JOURNAL D'AUDIT CENTRAL (IMAGES AVANT/APRES)

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

      *    IMAGE-AVANT et IMAGE-APRES sont garnies par l'appelant ;
      *    une correction est un REWRITE du master des occurrences
       ECRIRE-JOURNAL-AUDIT.

           MOVE "4-OCCURRENCES-MASSE" TO JRN-Programme
           MOVE OPERATEUR-COURANT TO JRN-Operateur
           MOVE DATE-AUDIT TO JRN-Date
           MOVE "O" TO JRN-Fichier
           MOVE "R" TO JRN-Action
           MOVE IMAGE-AVANT TO JRN-Avant
           MOVE IMAGE-APRES TO JRN-Apres
           WRITE JRN-ENREG
           .

       FIN-PGM.
           STOP RUN.
