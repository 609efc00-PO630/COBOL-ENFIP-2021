      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: chronometrage des etapes de la chaine de nuit et
      *          projection de l'heure de fin. run-batch.sh appelle
      *          le programme en tete de chaine (mode D), apres
      *          chaque etape (mode E, nom de l'etape et horodatages
      *          de debut et de fin) et en fin de chaine (mode F),
      *          par 0-chronometre-commande.param comme pour
      *          1-VERROU. Chaque etape est inscrite a l'historique
      *          9-chronometre-historique.dat avec sa duree et le
      *          volume lu que l'etape a porte au manifeste
      *          (0-manifest.dat, lignes ajoutees pendant l'etape).
      *          Apres chaque etape, la fin de chaine est projetee :
      *          duree moyenne des etapes restantes sur les derniers
      *          passages complets, corrigee du rapport entre les
      *          volumes du passage en cours et leurs moyennes ; un
      *          avertissement est affiche des que la projection
      *          depasse la fin de fenetre de 0-fenetre-batch.param
      *          (heure HHMM, nombre de passages de reference, seuil
      *          de ralentissement en pour cent). En fin de chaine,
      *          le rapport de tendance 7-chronometre-tendance.txt
      *          donne par etape la duree, le volume et le debit des
      *          derniers passages et signale les etapes ralenties.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 1-CHRONOMETRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-COMMANDE ASSIGN TO "0-chronometre-commande.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-COMMANDE.

           SELECT F-FENETRE ASSIGN TO "0-fenetre-batch.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-FENETRE.

           SELECT F-MANIFESTE ASSIGN TO "0-manifest.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-MANIFESTE.

      *    Etat du passage en cours (identifiant, lignes du manifeste
      *    deja attribuees)
           SELECT F-PASSAGE ASSIGN TO "9-chronometre-passage.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PASSAGE.

           SELECT F-HISTORIQUE ASSIGN TO "9-chronometre-historique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-HISTORIQUE.

           SELECT FS ASSIGN TO "7-chronometre-tendance.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-COMMANDE.
       01  CMD-ENREG.
           05 CMD-Mode   PIC X(1).
               88 CMD-Debut-Chaine VALUE "D".
               88 CMD-Etape        VALUE "E".
               88 CMD-Fin-Chaine   VALUE "F".
           05 CMD-Etape-Nom PIC X(30).
           05 CMD-Debut  PIC 9(14).
           05 CMD-Fin    PIC 9(14).
           05 CMD-Code-Retour PIC 9(3).

       FD  F-FENETRE.
       01  FEN-ENREG.
           05 FEN-Heure-Fin       PIC 9(4).
           05 FEN-Nb-Passages     PIC 9(2).
           05 FEN-Seuil-Ralenti   PIC 9(3).

      *    Meme disposition que MF-ENREG dans 7-bulletin.cbl
       FD  F-MANIFESTE.
       01  MF-ENREG.
           05 MF-PROGRAMME             PIC X(20).
           05 MF-NB-LUS                PIC 9(8).
           05 MF-NB-ECRITS             PIC 9(8).

       FD  F-PASSAGE.
       01  PAS-ENREG.
           05 PAS-Run-Id              PIC 9(14).
           05 PAS-Lignes-Manifeste    PIC 9(8).

      *    Une ligne par etape ; la ligne FIN-DE-CHAINE marque un
      *    passage complet (seuls ceux-ci servent de reference)
       FD  F-HISTORIQUE.
       01  CHR-ENREG.
           05 CHR-Run-Id       PIC 9(14).
           05 CHR-Etape        PIC X(30).
               88 CHR-Fin-Chaine      VALUE "FIN-DE-CHAINE".
           05 CHR-Debut        PIC 9(14).
           05 CHR-Fin          PIC 9(14).
           05 CHR-Duree        PIC 9(6).
           05 CHR-Volume       PIC 9(8).
           05 CHR-Code-Retour  PIC 9(3).

       FD  FS.
       01  FS-DATA PIC X(120).

       WORKING-STORAGE SECTION.

       1   FILE-WORKING-MANAGER.
           05  FIN-MANIFESTE            PIC X(01) VALUE SPACE.
               88  FF-MANIFESTE                   VALUE HIGH-VALUE.
           05  FIN-HISTORIQUE           PIC X(01) VALUE SPACE.
               88  FF-HISTORIQUE                  VALUE HIGH-VALUE.
           05  WS-STATUT-COMMANDE       PIC X(02) VALUE SPACE.
               88  STATUT-COMMANDE-ABSENT         VALUE "35".
           05  WS-STATUT-FENETRE        PIC X(02) VALUE SPACE.
               88  STATUT-FENETRE-ABSENT          VALUE "35".
           05  WS-STATUT-MANIFESTE      PIC X(02) VALUE SPACE.
               88  STATUT-MANIFESTE-ABSENT        VALUE "35".
           05  WS-STATUT-PASSAGE        PIC X(02) VALUE SPACE.
               88  STATUT-PASSAGE-ABSENT          VALUE "35".
           05  WS-STATUT-HISTORIQUE     PIC X(02) VALUE SPACE.
               88  STATUT-HISTORIQUE-ABSENT       VALUE "35".

       1   CHRONOMETRE-WORKING-MANAGER.
           05  MODE-DEMANDE             PIC X(1) VALUE SPACE.
               88  MODE-DEBUT                     VALUE "D".
               88  MODE-ETAPE                     VALUE "E".
               88  MODE-FIN                       VALUE "F".
           05  ETAPE-DEMANDEE           PIC X(30) VALUE SPACE.
           05  DEBUT-ETAPE              PIC 9(14) VALUE 0.
           05  FIN-ETAPE                PIC 9(14) VALUE 0.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  HEURE-DU-JOUR            PIC 9(8) VALUE 0.
           05  HEURE-POSEE REDEFINES HEURE-DU-JOUR.
               10  HP-HHMMSS            PIC 9(6).
               10  HP-CENTIEMES         PIC 9(2).
           05  HORODATAGE-COURANT       PIC 9(14) VALUE 0.

      *    Fenetre de traitement (defauts si parametre absent)
           05  HEURE-FIN-FENETRE        PIC 9(4) VALUE 0600.
           05  NB-PASSAGES-REFERENCE    PIC 9(2) VALUE 5.
           05  SEUIL-RALENTISSEMENT     PIC 9(3) VALUE 150.

      *    Passage en cours
           05  RUN-ID-COURANT           PIC 9(14) VALUE 0.
           05  LIGNES-MANIFESTE-VUES    PIC 9(8) VALUE 0.
           05  LIGNES-MANIFESTE-LUES    PIC 9(8) VALUE 0.
           05  VOLUME-ETAPE             PIC 9(8) VALUE 0.
           05  DUREE-ETAPE              PIC 9(6) VALUE 0.
           05  CODE-RETOUR-ETAPE        PIC 9(3) VALUE 0.

      *    Conversion horodatage AAAAMMJJHHMMSS <-> secondes
           05  HOR-HORODATAGE           PIC 9(14) VALUE 0.
           05  HOR-DECOUPE REDEFINES HOR-HORODATAGE.
               10  HOR-DATE             PIC 9(8).
               10  HOR-HH               PIC 9(2).
               10  HOR-MM               PIC 9(2).
               10  HOR-SS               PIC 9(2).
           05  HOR-SECONDES             PIC 9(11) VALUE 0.
           05  HOR-JOURS                PIC 9(7) VALUE 0.
           05  HOR-RESTE                PIC 9(5) VALUE 0.
           05  HOR-RESTE-MINUTES        PIC 9(5) VALUE 0.
           05  SECONDES-DEBUT           PIC 9(11) VALUE 0.
           05  SECONDES-FIN             PIC 9(11) VALUE 0.

      *    Projection de fin de chaine
           05  SECONDES-RESTANTES       PIC 9(9) VALUE 0.
           05  SECONDES-PROJETEES       PIC 9(11) VALUE 0.
           05  SECONDES-FENETRE         PIC 9(11) VALUE 0.
           05  HORODATAGE-PROJETE       PIC 9(14) VALUE 0.
           05  HORODATAGE-FENETRE       PIC 9(14) VALUE 0.
           05  SOMME-VOLUME-COURANT     PIC 9(11) VALUE 0.
           05  SOMME-VOLUME-MOYEN       PIC 9(11)V99 VALUE 0.
           05  RAPPORT-VOLUMES          PIC 9(3)V9(4) VALUE 1.
           05  NB-ETAPES-RESTANTES      PIC 9(3) VALUE 0.

      *    Passages complets de reference, du plus ancien au plus
      *    recent
       1   REFERENCE-WORKING-MANAGER.
           05  NB-REFERENCES            PIC 9(2) VALUE 0.
           05  REFERENCE-TABLE OCCURS 10.
               10  REF-Run-Id           PIC 9(14).
               10  REF-Duree-Totale     PIC 9(6).
           05  IDX-REF                  PIC 9(2) VALUE 0.
           05  IDX-REF-DECALE           PIC 9(2) VALUE 0.
           05  REF-TROUVEE              PIC 9(2) VALUE 0.

      *    Etapes rencontrees, dans l'ordre de la chaine ; une
      *    mesure par passage de reference
       1   ETAPE-WORKING-MANAGER.
           05  NB-ETAPES                PIC 9(3) VALUE 0.
           05  MAX-ETAPES               PIC 9(3) VALUE 100.
           05  ETAPE-TABLE OCCURS 100.
               10  ETP-Nom              PIC X(30).
               10  ETP-Fait             PIC 9(1).
                   88  ETP-Faite-Ce-Passage       VALUE 1.
               10  ETP-Volume-Courant   PIC 9(8).
               10  ETP-Nb-Mesures       PIC 9(2).
               10  ETP-Somme-Duree      PIC 9(8).
               10  ETP-Somme-Volume     PIC 9(10).
               10  ETP-Dans-Dernier     PIC 9(1).
               10  ETP-Mesure OCCURS 10.
                   15  ETP-Duree        PIC 9(6).
                   15  ETP-Volume       PIC 9(8).
                   15  ETP-Mesuree      PIC 9(1).
           05  IDX-ETP                  PIC 9(3) VALUE 0.
           05  ETP-TROUVEE              PIC 9(3) VALUE 0.
           05  DUREE-MOYENNE            PIC 9(8)V99 VALUE 0.
           05  VOLUME-MOYEN             PIC 9(10)V99 VALUE 0.
           05  DUREE-PRECEDENTE-MOY     PIC 9(8)V99 VALUE 0.
           05  NB-PRECEDENTES           PIC 9(2) VALUE 0.
           05  DEBIT-ETAPE              PIC 9(8)V99 VALUE 0.
           05  CPT-RALENTIES            PIC 9(3) VALUE 0.

       01  Affichage.

           05 ARTICLE-CT-TITRE.
               10 FILLER PIC X(40)
                  VALUE 'TENDANCE DES DUREES DE LA CHAINE'.
               10 FILLER PIC X(10) VALUE 'Passage '.
               10 CT-Run-Id PIC 9(14).

           05 ARTICLE-CT-PAGE PIC X(100) VALUE ALL '='.

           05 ARTICLE-CT-LIGNE PIC X(100) VALUE ALL '-'.

           05 ARTICLE-CT-ENTETE.
               10 FILLER PIC X(32) VALUE 'Etape'.
               10 FILLER PIC X(16) VALUE 'Passage'.
               10 FILLER PIC X(10) VALUE '   Duree s'.
               10 FILLER PIC X(12) VALUE '      Volume'.
               10 FILLER PIC X(14) VALUE '     Enreg/s'.
               10 FILLER PIC X(12) VALUE '  Statut'.

           05 ARTICLE-CT-DETAIL.
               10 CTD-Etape PIC X(30).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CTD-Run-Id PIC 9(14).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CTD-Duree PIC Z(8)9.
               10 FILLER PIC X VALUE SPACE.
               10 CTD-Volume PIC Z(10)9.
               10 FILLER PIC X VALUE SPACE.
               10 CTD-Debit PIC Z(9)9.99.
               10 FILLER PIC X(2) VALUE SPACE.
               10 CTD-Statut PIC X(10).

           05 ARTICLE-CT-TOTAL.
               10 FILLER PIC X(32) VALUE 'Chaine complete'.
               10 CTT-Run-Id PIC 9(14).
               10 FILLER PIC X(2) VALUE SPACE.
               10 CTT-Duree PIC Z(8)9.

           05 ARTICLE-CT-RESUME.
               10 FILLER PIC X(32) VALUE 'Etapes ralenties :'.
               10 CTR-Ralenties PIC ZZ9.
               10 FILLER PIC X(28) VALUE '  (seuil en % de moyenne :'.
               10 CTR-Seuil PIC ZZ9.
               10 FILLER PIC X(1) VALUE ')'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           ACCEPT HEURE-DU-JOUR FROM TIME
           COMPUTE HORODATAGE-COURANT =
                   DATE-DU-JOUR * 1000000 + HP-HHMMSS

           PERFORM LIRE-COMMANDE
           PERFORM LIRE-FENETRE

           EVALUATE TRUE
               WHEN MODE-DEBUT
                   PERFORM DEBUTER-LE-PASSAGE
               WHEN MODE-ETAPE
                   PERFORM ENREGISTRER-UNE-ETAPE
                   PERFORM PROJETER-LA-FIN
               WHEN MODE-FIN
                   PERFORM TERMINER-LE-PASSAGE
                   PERFORM ECRIRE-TENDANCE
               WHEN OTHER
                   DISPLAY "1-CHRONOMETRE : mode " MODE-DEMANDE
                           " inconnu (D, E ou F attendu)"
           END-EVALUATE

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        MODE ET PARAMETRES. LE CHRONOMETRE NE BLOQUE JAMAIS LA
      *        CHAINE : TOUTE ANOMALIE EST SIGNALEE, CODE RETOUR 0

       LIRE-COMMANDE.

           OPEN INPUT F-COMMANDE
           IF STATUT-COMMANDE-ABSENT THEN
               DISPLAY "1-CHRONOMETRE : 0-chronometre-commande.param"
                       " introuvable, aucun mode demande"
               PERFORM FIN-PGM
           END-IF

           READ F-COMMANDE
               AT END
                   DISPLAY "1-CHRONOMETRE : 0-chronometre-commande"
                           ".param vide"
                   CLOSE F-COMMANDE
                   PERFORM FIN-PGM
               NOT AT END
                   MOVE CMD-Mode TO MODE-DEMANDE
                   MOVE CMD-Etape-Nom TO ETAPE-DEMANDEE
                   IF CMD-Debut IS NUMERIC THEN
                       MOVE CMD-Debut TO DEBUT-ETAPE
                   END-IF
                   IF CMD-Fin IS NUMERIC THEN
                       MOVE CMD-Fin TO FIN-ETAPE
                   END-IF
                   IF CMD-Code-Retour IS NUMERIC THEN
                       MOVE CMD-Code-Retour TO CODE-RETOUR-ETAPE
                   END-IF
           END-READ
           CLOSE F-COMMANDE

           IF FIN-ETAPE = 0 THEN
               MOVE HORODATAGE-COURANT TO FIN-ETAPE
           END-IF
           IF DEBUT-ETAPE = 0 THEN
               MOVE FIN-ETAPE TO DEBUT-ETAPE
           END-IF
           .

       LIRE-FENETRE.

           OPEN INPUT F-FENETRE
           IF STATUT-FENETRE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           READ F-FENETRE
               AT END
                   CONTINUE
               NOT AT END
                   IF FEN-Heure-Fin IS NUMERIC THEN
                       MOVE FEN-Heure-Fin TO HEURE-FIN-FENETRE
                   END-IF
                   IF FEN-Nb-Passages IS NUMERIC
                      AND FEN-Nb-Passages > 0 THEN
                       MOVE FEN-Nb-Passages TO NB-PASSAGES-REFERENCE
                   END-IF
                   IF FEN-Seuil-Ralenti IS NUMERIC
                      AND FEN-Seuil-Ralenti > 0 THEN
                       MOVE FEN-Seuil-Ralenti TO SEUIL-RALENTISSEMENT
                   END-IF
           END-READ
           CLOSE F-FENETRE

           IF NB-PASSAGES-REFERENCE > 10 THEN
               MOVE 10 TO NB-PASSAGES-REFERENCE
           END-IF
           .

      ******************************************************************
      *        MODE D : NOUVEAU PASSAGE. LES LIGNES DEJA PRESENTES AU
      *        MANIFESTE APPARTIENNENT AUX PASSAGES PRECEDENTS

       DEBUTER-LE-PASSAGE.

           PERFORM COMPTER-LIGNES-MANIFESTE
           MOVE FIN-ETAPE TO RUN-ID-COURANT
           MOVE LIGNES-MANIFESTE-LUES TO LIGNES-MANIFESTE-VUES
           PERFORM ECRIRE-PASSAGE

           DISPLAY "1-CHRONOMETRE : passage " RUN-ID-COURANT
                   " demarre, fin de fenetre a " HEURE-FIN-FENETRE
           .

       LIRE-PASSAGE.

           OPEN INPUT F-PASSAGE
           IF STATUT-PASSAGE-ABSENT THEN
               MOVE DEBUT-ETAPE TO RUN-ID-COURANT
               MOVE 0 TO LIGNES-MANIFESTE-VUES
               EXIT PARAGRAPH
           END-IF

           READ F-PASSAGE
               AT END
                   MOVE DEBUT-ETAPE TO RUN-ID-COURANT
                   MOVE 0 TO LIGNES-MANIFESTE-VUES
               NOT AT END
                   MOVE PAS-Run-Id TO RUN-ID-COURANT
                   MOVE PAS-Lignes-Manifeste TO LIGNES-MANIFESTE-VUES
           END-READ
           CLOSE F-PASSAGE
           .

       ECRIRE-PASSAGE.

           OPEN OUTPUT F-PASSAGE
           MOVE RUN-ID-COURANT TO PAS-Run-Id
           MOVE LIGNES-MANIFESTE-VUES TO PAS-Lignes-Manifeste
           WRITE PAS-ENREG
           CLOSE F-PASSAGE
           .

      *    Volume de l'etape : lus des lignes du manifeste ajoutees
      *    depuis l'etape precedente (manifeste raccourci entre deux
      *    etapes = toutes ses lignes sont nouvelles)
       COMPTER-LIGNES-MANIFESTE.

           PERFORM PARCOURIR-MANIFESTE

           IF LIGNES-MANIFESTE-LUES < LIGNES-MANIFESTE-VUES THEN
               MOVE 0 TO LIGNES-MANIFESTE-VUES
               PERFORM PARCOURIR-MANIFESTE
           END-IF
           .

       PARCOURIR-MANIFESTE.

           MOVE 0 TO LIGNES-MANIFESTE-LUES
           MOVE 0 TO VOLUME-ETAPE
           MOVE SPACE TO FIN-MANIFESTE

           OPEN INPUT F-MANIFESTE
           IF STATUT-MANIFESTE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-MANIFESTE
               READ F-MANIFESTE
                   AT END
                       SET FF-MANIFESTE TO TRUE
                   NOT AT END
                       ADD 1 TO LIGNES-MANIFESTE-LUES
                       IF LIGNES-MANIFESTE-LUES
                          > LIGNES-MANIFESTE-VUES
                          AND MF-NB-LUS IS NUMERIC THEN
                           ADD MF-NB-LUS TO VOLUME-ETAPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-MANIFESTE
           .

      ******************************************************************
      *        MODE E : UNE ETAPE TERMINEE

       ENREGISTRER-UNE-ETAPE.

           PERFORM LIRE-PASSAGE
           PERFORM COMPTER-LIGNES-MANIFESTE

           MOVE DEBUT-ETAPE TO HOR-HORODATAGE
           PERFORM CONVERTIR-EN-SECONDES
           MOVE HOR-SECONDES TO SECONDES-DEBUT
           MOVE FIN-ETAPE TO HOR-HORODATAGE
           PERFORM CONVERTIR-EN-SECONDES
           MOVE HOR-SECONDES TO SECONDES-FIN
           IF SECONDES-FIN > SECONDES-DEBUT THEN
               COMPUTE DUREE-ETAPE = SECONDES-FIN - SECONDES-DEBUT
           ELSE
               MOVE 0 TO DUREE-ETAPE
           END-IF

           MOVE RUN-ID-COURANT TO CHR-Run-Id
           MOVE ETAPE-DEMANDEE TO CHR-Etape
           MOVE DEBUT-ETAPE TO CHR-Debut
           MOVE FIN-ETAPE TO CHR-Fin
           MOVE DUREE-ETAPE TO CHR-Duree
           MOVE VOLUME-ETAPE TO CHR-Volume
           MOVE CODE-RETOUR-ETAPE TO CHR-Code-Retour
           PERFORM AJOUTER-A-HISTORIQUE

           MOVE LIGNES-MANIFESTE-LUES TO LIGNES-MANIFESTE-VUES
           PERFORM ECRIRE-PASSAGE
           .

       AJOUTER-A-HISTORIQUE.

           OPEN INPUT F-HISTORIQUE
           IF STATUT-HISTORIQUE-ABSENT THEN
               CLOSE F-HISTORIQUE
               OPEN OUTPUT F-HISTORIQUE
           ELSE
               CLOSE F-HISTORIQUE
               OPEN EXTEND F-HISTORIQUE
           END-IF
           WRITE CHR-ENREG
           CLOSE F-HISTORIQUE
           .

      ******************************************************************
      *        PROJECTION DE LA FIN DE CHAINE : ETAPES DU DERNIER
      *        PASSAGE COMPLET PAS ENCORE FAITES, A LEUR DUREE
      *        MOYENNE CORRIGEE DU RAPPORT DES VOLUMES

       PROJETER-LA-FIN.

           PERFORM CHARGER-HISTORIQUE

           IF NB-REFERENCES = 0 THEN
               DISPLAY "1-CHRONOMETRE : " ETAPE-DEMANDEE(1:24)
                       " " DUREE-ETAPE " s, aucun passage complet"
                       " de reference pour la projection"
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULER-RAPPORT-VOLUMES

           MOVE 0 TO SECONDES-RESTANTES
           MOVE 0 TO NB-ETAPES-RESTANTES
           MOVE 1 TO IDX-ETP
           PERFORM UNTIL IDX-ETP > NB-ETAPES
               IF ETP-Dans-Dernier(IDX-ETP) = 1
                  AND NOT ETP-Faite-Ce-Passage(IDX-ETP)
                  AND ETP-Nb-Mesures(IDX-ETP) > 0 THEN
                   ADD 1 TO NB-ETAPES-RESTANTES
                   COMPUTE DUREE-MOYENNE ROUNDED =
                           ETP-Somme-Duree(IDX-ETP)
                         / ETP-Nb-Mesures(IDX-ETP)
                   IF ETP-Somme-Volume(IDX-ETP) > 0 THEN
                       COMPUTE DUREE-MOYENNE ROUNDED =
                               DUREE-MOYENNE * RAPPORT-VOLUMES
                   END-IF
                   ADD DUREE-MOYENNE TO SECONDES-RESTANTES
               END-IF
               ADD 1 TO IDX-ETP
           END-PERFORM

           MOVE FIN-ETAPE TO HOR-HORODATAGE
           PERFORM CONVERTIR-EN-SECONDES
           COMPUTE SECONDES-PROJETEES =
                   HOR-SECONDES + SECONDES-RESTANTES
           MOVE SECONDES-PROJETEES TO HOR-SECONDES
           PERFORM CONVERTIR-EN-HORODATAGE
           MOVE HOR-HORODATAGE TO HORODATAGE-PROJETE

           PERFORM CALCULER-FIN-FENETRE

           IF SECONDES-PROJETEES > SECONDES-FENETRE THEN
               DISPLAY "1-CHRONOMETRE : ATTENTION, apres "
                       ETAPE-DEMANDEE(1:24) " la fin de chaine est"
                       " projetee a " HORODATAGE-PROJETE
                       ", au-dela de la fenetre ("
                       HORODATAGE-FENETRE ")"
           ELSE
               DISPLAY "1-CHRONOMETRE : " ETAPE-DEMANDEE(1:24)
                       " " DUREE-ETAPE " s, fin projetee a "
                       HORODATAGE-PROJETE " (" NB-ETAPES-RESTANTES
                       " etape(s) restante(s))"
           END-IF
           .

      *    Rapport des volumes du passage en cours a la moyenne des
      *    memes etapes : 1 tant qu'aucune etape faite n'a de volume
       CALCULER-RAPPORT-VOLUMES.

           MOVE 0 TO SOMME-VOLUME-COURANT
           MOVE 0 TO SOMME-VOLUME-MOYEN
           MOVE 1 TO RAPPORT-VOLUMES

           MOVE 1 TO IDX-ETP
           PERFORM UNTIL IDX-ETP > NB-ETAPES
               IF ETP-Faite-Ce-Passage(IDX-ETP)
                  AND ETP-Volume-Courant(IDX-ETP) > 0
                  AND ETP-Somme-Volume(IDX-ETP) > 0 THEN
                   ADD ETP-Volume-Courant(IDX-ETP)
                       TO SOMME-VOLUME-COURANT
                   COMPUTE SOMME-VOLUME-MOYEN ROUNDED =
                           SOMME-VOLUME-MOYEN
                         + ETP-Somme-Volume(IDX-ETP)
                         / ETP-Nb-Mesures(IDX-ETP)
               END-IF
               ADD 1 TO IDX-ETP
           END-PERFORM

           IF SOMME-VOLUME-MOYEN > 0 THEN
               COMPUTE RAPPORT-VOLUMES ROUNDED =
                       SOMME-VOLUME-COURANT / SOMME-VOLUME-MOYEN
                   ON SIZE ERROR
                       MOVE 1 TO RAPPORT-VOLUMES
               END-COMPUTE
           END-IF
           .

      *    Fin de fenetre : l'heure du parametre le jour du debut de
      *    passage, ou le lendemain si le passage demarre apres elle
       CALCULER-FIN-FENETRE.

           MOVE RUN-ID-COURANT TO HOR-HORODATAGE
           IF HOR-HH * 100 + HOR-MM >= HEURE-FIN-FENETRE THEN
               PERFORM CONVERTIR-EN-SECONDES
               ADD 86400 TO HOR-SECONDES
               PERFORM CONVERTIR-EN-HORODATAGE
           END-IF
           COMPUTE HOR-HH = HEURE-FIN-FENETRE / 100
           COMPUTE HOR-MM = HEURE-FIN-FENETRE - HOR-HH * 100
           MOVE 0 TO HOR-SS
           MOVE HOR-HORODATAGE TO HORODATAGE-FENETRE
           PERFORM CONVERTIR-EN-SECONDES
           MOVE HOR-SECONDES TO SECONDES-FENETRE
           .

      ******************************************************************
      *        HISTORIQUE : DERNIERS PASSAGES COMPLETS, PUIS MESURES
      *        DE CHAQUE ETAPE POUR CES PASSAGES ET LE PASSAGE EN COURS

       CHARGER-HISTORIQUE.

           MOVE 0 TO NB-REFERENCES
           MOVE 0 TO NB-ETAPES

           OPEN INPUT F-HISTORIQUE
           IF STATUT-HISTORIQUE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-HISTORIQUE
           PERFORM UNTIL FF-HISTORIQUE
               READ F-HISTORIQUE
                   AT END
                       SET FF-HISTORIQUE TO TRUE
                   NOT AT END
                       IF CHR-Fin-Chaine THEN
                           PERFORM RETENIR-UNE-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-HISTORIQUE

           OPEN INPUT F-HISTORIQUE
           MOVE SPACE TO FIN-HISTORIQUE
           PERFORM UNTIL FF-HISTORIQUE
               READ F-HISTORIQUE
                   AT END
                       SET FF-HISTORIQUE TO TRUE
                   NOT AT END
                       IF NOT CHR-Fin-Chaine THEN
                           PERFORM RETENIR-UNE-MESURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-HISTORIQUE
           .

      *    Fenetre glissante : au-dela du nombre de passages de
      *    reference, le plus ancien sort de la table
       RETENIR-UNE-REFERENCE.

           IF NB-REFERENCES >= NB-PASSAGES-REFERENCE THEN
               MOVE 1 TO IDX-REF-DECALE
               PERFORM UNTIL IDX-REF-DECALE >= NB-REFERENCES
                   MOVE REFERENCE-TABLE(IDX-REF-DECALE + 1)
                     TO REFERENCE-TABLE(IDX-REF-DECALE)
                   ADD 1 TO IDX-REF-DECALE
               END-PERFORM
           ELSE
               ADD 1 TO NB-REFERENCES
           END-IF
           MOVE CHR-Run-Id TO REF-Run-Id(NB-REFERENCES)
           MOVE CHR-Duree TO REF-Duree-Totale(NB-REFERENCES)
           .

       RETENIR-UNE-MESURE.

           MOVE 0 TO REF-TROUVEE
           MOVE 1 TO IDX-REF
           PERFORM UNTIL IDX-REF > NB-REFERENCES
               IF REF-Run-Id(IDX-REF) = CHR-Run-Id THEN
                   MOVE IDX-REF TO REF-TROUVEE
               END-IF
               ADD 1 TO IDX-REF
           END-PERFORM

           IF REF-TROUVEE = 0 AND CHR-Run-Id NOT = RUN-ID-COURANT
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM CHERCHER-ETAPE
           IF ETP-TROUVEE = 0 THEN
               EXIT PARAGRAPH
           END-IF

           IF CHR-Run-Id = RUN-ID-COURANT THEN
               MOVE 1 TO ETP-Fait(ETP-TROUVEE)
               MOVE CHR-Volume TO ETP-Volume-Courant(ETP-TROUVEE)
           END-IF

           IF REF-TROUVEE > 0 THEN
               MOVE CHR-Duree TO ETP-Duree(ETP-TROUVEE, REF-TROUVEE)
               MOVE CHR-Volume
                 TO ETP-Volume(ETP-TROUVEE, REF-TROUVEE)
               MOVE 1 TO ETP-Mesuree(ETP-TROUVEE, REF-TROUVEE)
               ADD 1 TO ETP-Nb-Mesures(ETP-TROUVEE)
               ADD CHR-Duree TO ETP-Somme-Duree(ETP-TROUVEE)
               ADD CHR-Volume TO ETP-Somme-Volume(ETP-TROUVEE)
               IF REF-TROUVEE = NB-REFERENCES THEN
                   MOVE 1 TO ETP-Dans-Dernier(ETP-TROUVEE)
               END-IF
           END-IF
           .

      *    Une etape inconnue est ajoutee a la suite, dans l'ordre
      *    ou l'historique la rencontre
       CHERCHER-ETAPE.

           MOVE 0 TO ETP-TROUVEE
           MOVE 1 TO IDX-ETP
           PERFORM UNTIL IDX-ETP > NB-ETAPES OR ETP-TROUVEE > 0
               IF ETP-Nom(IDX-ETP) = CHR-Etape THEN
                   MOVE IDX-ETP TO ETP-TROUVEE
               END-IF
               ADD 1 TO IDX-ETP
           END-PERFORM

           IF ETP-TROUVEE > 0 OR NB-ETAPES >= MAX-ETAPES THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NB-ETAPES
           MOVE NB-ETAPES TO ETP-TROUVEE
           INITIALIZE ETAPE-TABLE(NB-ETAPES)
           MOVE CHR-Etape TO ETP-Nom(NB-ETAPES)
           .

      ******************************************************************
      *        MODE F : FIN DE PASSAGE ET RAPPORT DE TENDANCE

       TERMINER-LE-PASSAGE.

           PERFORM LIRE-PASSAGE

           MOVE RUN-ID-COURANT TO HOR-HORODATAGE
           PERFORM CONVERTIR-EN-SECONDES
           MOVE HOR-SECONDES TO SECONDES-DEBUT
           MOVE FIN-ETAPE TO HOR-HORODATAGE
           PERFORM CONVERTIR-EN-SECONDES
           MOVE HOR-SECONDES TO SECONDES-FIN
           IF SECONDES-FIN > SECONDES-DEBUT THEN
               COMPUTE DUREE-ETAPE = SECONDES-FIN - SECONDES-DEBUT
           ELSE
               MOVE 0 TO DUREE-ETAPE
           END-IF

           MOVE RUN-ID-COURANT TO CHR-Run-Id
           MOVE "FIN-DE-CHAINE" TO CHR-Etape
           MOVE RUN-ID-COURANT TO CHR-Debut
           MOVE FIN-ETAPE TO CHR-Fin
           MOVE DUREE-ETAPE TO CHR-Duree
           MOVE 0 TO CHR-Volume
           MOVE 0 TO CHR-Code-Retour
           PERFORM AJOUTER-A-HISTORIQUE

           DISPLAY "1-CHRONOMETRE : passage " RUN-ID-COURANT
                   " termine en " DUREE-ETAPE " s"
           .

      *    Une ligne par etape et par passage de reference (le
      *    passage qui vient de finir est le dernier) ; une etape est
      *    ralentie quand sa duree depasse le seuil rapporte a la
      *    moyenne des passages precedents
       ECRIRE-TENDANCE.

           PERFORM CHARGER-HISTORIQUE

           OPEN OUTPUT FS

           MOVE RUN-ID-COURANT TO CT-Run-Id
           WRITE FS-DATA FROM ARTICLE-CT-PAGE
           WRITE FS-DATA FROM ARTICLE-CT-TITRE
           WRITE FS-DATA FROM ARTICLE-CT-PAGE
           WRITE FS-DATA FROM ARTICLE-CT-ENTETE
           WRITE FS-DATA FROM ARTICLE-CT-LIGNE

           MOVE 0 TO CPT-RALENTIES
           MOVE 1 TO IDX-ETP
           PERFORM UNTIL IDX-ETP > NB-ETAPES
               PERFORM ECRIRE-TENDANCE-ETAPE
               ADD 1 TO IDX-ETP
           END-PERFORM

           MOVE 1 TO IDX-REF
           PERFORM UNTIL IDX-REF > NB-REFERENCES
               MOVE REF-Run-Id(IDX-REF) TO CTT-Run-Id
               MOVE REF-Duree-Totale(IDX-REF) TO CTT-Duree
               WRITE FS-DATA FROM ARTICLE-CT-TOTAL
               ADD 1 TO IDX-REF
           END-PERFORM

           WRITE FS-DATA FROM ARTICLE-CT-LIGNE
           MOVE CPT-RALENTIES TO CTR-Ralenties
           MOVE SEUIL-RALENTISSEMENT TO CTR-Seuil
           WRITE FS-DATA FROM ARTICLE-CT-RESUME

           CLOSE FS

           IF CPT-RALENTIES > 0 THEN
               DISPLAY "1-CHRONOMETRE : " CPT-RALENTIES
                       " etape(s) ralentie(s), voir"
                       " 7-chronometre-tendance.txt"
           END-IF
           .

       ECRIRE-TENDANCE-ETAPE.

           MOVE 0 TO DUREE-PRECEDENTE-MOY
           MOVE 0 TO NB-PRECEDENTES

           MOVE 1 TO IDX-REF
           PERFORM UNTIL IDX-REF > NB-REFERENCES
               IF ETP-Mesuree(IDX-ETP, IDX-REF) = 1 THEN
                   PERFORM ECRIRE-UNE-MESURE
                   IF IDX-REF < NB-REFERENCES THEN
                       ADD ETP-Duree(IDX-ETP, IDX-REF)
                           TO DUREE-PRECEDENTE-MOY
                       ADD 1 TO NB-PRECEDENTES
                   END-IF
               END-IF
               ADD 1 TO IDX-REF
           END-PERFORM

           WRITE FS-DATA FROM ARTICLE-CT-LIGNE
           .

       ECRIRE-UNE-MESURE.

           MOVE ETP-Nom(IDX-ETP) TO CTD-Etape
           MOVE REF-Run-Id(IDX-REF) TO CTD-Run-Id
           MOVE ETP-Duree(IDX-ETP, IDX-REF) TO CTD-Duree
           MOVE ETP-Volume(IDX-ETP, IDX-REF) TO CTD-Volume
           MOVE SPACE TO CTD-Statut

           IF ETP-Duree(IDX-ETP, IDX-REF) > 0 THEN
               COMPUTE DEBIT-ETAPE ROUNDED =
                       ETP-Volume(IDX-ETP, IDX-REF)
                     / ETP-Duree(IDX-ETP, IDX-REF)
           ELSE
               MOVE ETP-Volume(IDX-ETP, IDX-REF) TO DEBIT-ETAPE
           END-IF
           MOVE DEBIT-ETAPE TO CTD-Debit

           IF IDX-REF = NB-REFERENCES AND NB-PRECEDENTES > 0 THEN
               COMPUTE DUREE-PRECEDENTE-MOY ROUNDED =
                       DUREE-PRECEDENTE-MOY / NB-PRECEDENTES
               IF DUREE-PRECEDENTE-MOY > 0
                  AND ETP-Duree(IDX-ETP, IDX-REF) * 100
                      > DUREE-PRECEDENTE-MOY * SEUIL-RALENTISSEMENT
               THEN
                   MOVE "RALENTIE" TO CTD-Statut
                   ADD 1 TO CPT-RALENTIES
               END-IF
           END-IF

           WRITE FS-DATA FROM ARTICLE-CT-DETAIL
           .

      ******************************************************************
      *        CONVERSIONS HORODATAGE / SECONDES

       CONVERTIR-EN-SECONDES.

           COMPUTE HOR-SECONDES =
                   FUNCTION INTEGER-OF-DATE(HOR-DATE) * 86400
                 + HOR-HH * 3600 + HOR-MM * 60 + HOR-SS
           .

       CONVERTIR-EN-HORODATAGE.

           DIVIDE HOR-SECONDES BY 86400 GIVING HOR-JOURS
                  REMAINDER HOR-RESTE
           MOVE FUNCTION DATE-OF-INTEGER(HOR-JOURS) TO HOR-DATE
           DIVIDE HOR-RESTE BY 3600 GIVING HOR-HH
                  REMAINDER HOR-RESTE-MINUTES
           DIVIDE HOR-RESTE-MINUTES BY 60 GIVING HOR-MM
                  REMAINDER HOR-SS
           .

       FIN-PGM.
           STOP RUN.
