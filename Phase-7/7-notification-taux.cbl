      *          depuis les trois masters) et une ligne d'extrait
      *          lisible par machine (7-notification-taux.csv). Les
      *          communes sans adresse de mairie connue sont editees
      *          avec un bloc adresse a blanc et comptees. Chaque
      *          courrier est aussi depose dans le flux d'impression
      *          commun (7-editique.dat, 7-EDITIQUE).
      *          Le courrier est compose sur le modele en vigueur a la
      *          date d'emission (7-modeles.idx, 7-MODELES-MAJ), la mise
      *          en page standard a defaut.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS MAI-Code-Insee
                   FILE STATUS IS WS-STATUT-MAIRIES.

      *    Flux d'impression commun remis a l'imprimeur (7-EDITIQUE)
           SELECT F-EDITIQUE ASSIGN TO "7-editique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EDITIQUE.

           SELECT FS ASSIGN TO "7-notification-taux.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT FS-CSV ASSIGN TO "7-notification-taux.csv"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Modeles de lettres versionnes (7-MODELES-MAJ)
           SELECT F-MODELES ASSIGN TO "7-modeles.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MOD-Cle
                   FILE STATUS IS WS-STATUT-MODELES.

       DATA DIVISION.
       FILE SECTION.

       FD  FS.
       01  FS-DATA PIC X(90).

      *    Meme disposition que SPL-ENREG dans 7-editique.cbl
       FD  F-EDITIQUE.
       01  SPL-ENREG.
           05 SPL-Lot           PIC 9(14).
           05 SPL-Type          PIC X(2).
           05 SPL-Document      PIC 9(6).
           05 SPL-Ligne         PIC 9(4).
           05 SPL-Nature        PIC X(1).
           05 SPL-Destinataire  PIC 9(13).
           05 SPL-Texte         PIC X(100).

       FD  FS-CSV.
       01  FS-CSV-DATA PIC X(140).

      *    Meme disposition que MOD-ENREG dans 7-modeles-maj.cbl
       FD  F-MODELES.
       01  MOD-ENREG.
           05 MOD-Cle.
               10 MOD-Type          PIC X(2).
               10 MOD-Niveau        PIC 9(1).
               10 MOD-Date-Effet    PIC 9(8).
               10 MOD-Ligne         PIC 9(3).
           05 MOD-Texte         PIC X(80).

       WORKING-STORAGE SECTION.

       01  Affichage.
           05  CPT-SANS-MAIRIE          PIC 9(6) VALUE 0.
           05  CPT-NOTIFICATIONS        PIC 9(6) VALUE 0.

      *    Depot des documents dans le flux d'impression : lot =
      *    date et heure du passage, un numero par document
       1   EDITIQUE-WORKING-MANAGER.
           05  WS-STATUT-EDITIQUE       PIC X(02) VALUE SPACE.
               88  STATUT-EDITIQUE-ABSENT         VALUE "35".
           05  LOT-EDITIQUE.
               10  LOT-DATE             PIC 9(8) VALUE 0.
               10  LOT-HEURE            PIC 9(6) VALUE 0.
           05  HEURE-EDITIQUE           PIC 9(8) VALUE 0.
           05  TYPE-EDITIQUE            PIC X(2) VALUE "NT".
           05  DOCUMENT-EDITIQUE        PIC 9(6) VALUE 0.
           05  LIGNE-EDITIQUE           PIC 9(4) VALUE 0.
           05  NATURE-EDITIQUE          PIC X(1) VALUE "M".
           05  DESTINATAIRE-EDITIQUE    PIC 9(13) VALUE 0.

      *    Modele de lettre en vigueur a la date d'emission
      *    (7-modeles.idx) ; master absent ou aucune version en
      *    vigueur = mise en page standard du programme
       1   MODELE-WORKING-MANAGER.
           05  WS-STATUT-MODELES        PIC X(02) VALUE SPACE.
               88  STATUT-MODELES-ABSENT          VALUE "35".
           05  FIN-MODELES              PIC X(01) VALUE SPACE.
               88  FF-MODELES                     VALUE HIGH-VALUE.
           05  DATE-EMISSION            PIC 9(8) VALUE 0.
           05  TYPE-MODELE              PIC X(2) VALUE "NT".
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT F-COMMUNES F-DEPTS F-REGIONS
           OPEN INPUT F-MAIRIES
           OPEN INPUT F-MODELES
           ACCEPT DATE-EMISSION FROM DATE YYYYMMDD
           OPEN OUTPUT FS FS-CSV
           PERFORM OUVRIR-EDITIQUE

           MOVE ARTICLE-ENTETE-CSV TO FS-CSV-DATA
           WRITE FS-CSV-DATA

           DISPLAY "7-NOTIFICATION-TAUX : " CPT-NOTIFICATIONS
                   " notification(s), " CPT-SANS-MAIRIE
                   " commune(s) sans adresse de mairie, "
                   CPT-LETTRES-MODELE " composee(s) sur modele"

           IF STATUT-MAIRIES-ABSENT THEN
               CLOSE F-COMMUNES F-DEPTS F-REGIONS FS FS-CSV
           ELSE
               CLOSE F-COMMUNES F-DEPTS F-REGIONS F-MAIRIES FS FS-CSV
           END-IF
           CLOSE F-EDITIQUE
           IF NOT STATUT-MODELES-ABSENT THEN
               CLOSE F-MODELES
           END-IF

           PERFORM FIN-PGM
           .
                   INITIALIZE R-Taux
           END-READ

      *    Un courrier = un document du flux d'impression, adresse a
      *    la mairie (code Insee de la commune)
           PERFORM COMMENCER-DOCUMENT-EDITIQUE
           MOVE C-Code-Insee TO DESTINATAIRE-EDITIQUE

           MOVE C-Commune TO NT-Commune

      *    Adresse de la mairie (bloc a blanc si inconnue)
           MOVE SPACE TO NT-Rue NT-Code-Postal NT-Ville
           ELSE
               ADD 1 TO CPT-SANS-MAIRIE
           END-IF

           MOVE C-Taux-Carbone TO NT-Taux-C-Carbone
           MOVE C-Taux-Densite TO NT-Taux-C-Densite
           MOVE D-Taux-Carbone TO NT-Taux-D-Carbone
           MOVE D-Taux-Densite TO NT-Taux-D-Densite
           MOVE R-Taux-Carbone TO NT-Taux-R-Carbone
           MOVE R-Taux-Densite TO NT-Taux-R-Densite

      *    Formulation en vigueur a la date d'emission ; sans
      *    modele, mise en page standard
           PERFORM CHARGER-MODELE
           IF NB-LIGNES-MODELE > 0 THEN
               PERFORM GARNIR-VARIABLES-NOTIFICATION
               PERFORM COMPOSER-NOTIFICATION-MODELE
           ELSE
               PERFORM ECRIRE-NOTIFICATION-STANDARD
           END-IF

           PERFORM ECRIRE-LIGNE-CSV

           ADD 1 TO CPT-NOTIFICATIONS
           .

       ECRIRE-NOTIFICATION-STANDARD.

           MOVE ARTICLE-TITRE TO FS-DATA
           PERFORM ECRIRE-LIGNE-NOTIFICATION
           MOVE ARTICLE-LIGNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-NOTIFICATION
           MOVE ARTICLE-MAIRIE TO FS-DATA
           PERFORM ECRIRE-LIGNE-NOTIFICATION
           MOVE ARTICLE-TAUX-COMMUNE TO FS-DATA
           PERFORM ECRIRE-LIGNE-NOTIFICATION
           MOVE ARTICLE-TAUX-DEPT TO FS-DATA
           PERFORM ECRIRE-LIGNE-NOTIFICATION
           MOVE ARTICLE-TAUX-REGION TO FS-DATA
           PERFORM ECRIRE-LIGNE-NOTIFICATION
           MOVE ARTICLE-VIDE TO FS-DATA
           PERFORM ECRIRE-LIGNE-NOTIFICATION
           .

      *    Variables du modele NT : INS code Insee, COM commune, DPT
      *    departement, REG region, CCA/CDE taux communaux carbone
      *    et densite, DCA/DDE taux departementaux, RCA/RDE taux
      *    regionaux, DAT date d'emission
       GARNIR-VARIABLES-NOTIFICATION.

           MOVE 0 TO NB-VARIABLES

           MOVE "INS" TO CODE-VARIABLE
           MOVE C-Code-Insee TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "COM" TO CODE-VARIABLE
           MOVE C-Commune TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DPT" TO CODE-VARIABLE
           MOVE C-Departement TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "REG" TO CODE-VARIABLE
           MOVE C-Region TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "CCA" TO CODE-VARIABLE
           MOVE NT-Taux-C-Carbone TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "CDE" TO CODE-VARIABLE
           MOVE NT-Taux-C-Densite TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DCA" TO CODE-VARIABLE
           MOVE NT-Taux-D-Carbone TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DDE" TO CODE-VARIABLE
           MOVE NT-Taux-D-Densite TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "RCA" TO CODE-VARIABLE
           MOVE NT-Taux-R-Carbone TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "RDE" TO CODE-VARIABLE
           MOVE NT-Taux-R-Densite TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE

           MOVE "DAT" TO CODE-VARIABLE
           MOVE DATE-EMISSION TO VALEUR-VARIABLE
           PERFORM AJOUTER-VARIABLE
           .

      *    Courrier compose ligne a ligne sur le modele ; une ligne
      *    &ADR place l'adresse de la mairie
       COMPOSER-NOTIFICATION-MODELE.

           MOVE 1 TO IDX-MODELE
           PERFORM UNTIL IDX-MODELE > NB-LIGNES-MODELE
               IF LIGNE-MODELE(IDX-MODELE)(1:4) = "&ADR" THEN
                   MOVE ARTICLE-MAIRIE TO FS-DATA
                   PERFORM ECRIRE-LIGNE-NOTIFICATION
               ELSE
                   PERFORM FUSIONNER-LIGNE-MODELE
                   IF LIGNE-EST-IMPRIMEE THEN
                       MOVE LIGNE-FUSIONNEE TO FS-DATA
                       PERFORM ECRIRE-LIGNE-NOTIFICATION
                   END-IF
               END-IF
               ADD 1 TO IDX-MODELE
           END-PERFORM

           ADD 1 TO CPT-LETTRES-MODELE
           .

       ECRIRE-LIGNE-NOTIFICATION.

           WRITE FS-DATA
           PERFORM ECRIRE-LIGNE-EDITIQUE
           .

       ECRIRE-LIGNE-CSV.

           INITIALIZE FS-CSV-DATA
           WRITE FS-CSV-DATA
           .

      ******************************************************************
      *        DEPOT DANS LE FLUX D'IMPRESSION COMMUN (EN AJOUT)

       OUVRIR-EDITIQUE.

           ACCEPT LOT-DATE FROM DATE YYYYMMDD
           ACCEPT HEURE-EDITIQUE FROM TIME
           COMPUTE LOT-HEURE = HEURE-EDITIQUE / 100

           OPEN INPUT F-EDITIQUE
           IF STATUT-EDITIQUE-ABSENT THEN
               OPEN OUTPUT F-EDITIQUE
           ELSE
               CLOSE F-EDITIQUE
               OPEN EXTEND F-EDITIQUE
           END-IF
           .

       COMMENCER-DOCUMENT-EDITIQUE.

           ADD 1 TO DOCUMENT-EDITIQUE
           MOVE 0 TO LIGNE-EDITIQUE
           .

       ECRIRE-LIGNE-EDITIQUE.

           ADD 1 TO LIGNE-EDITIQUE
           MOVE LOT-EDITIQUE TO SPL-Lot
           MOVE TYPE-EDITIQUE TO SPL-Type
           MOVE DOCUMENT-EDITIQUE TO SPL-Document
           MOVE LIGNE-EDITIQUE TO SPL-Ligne
           MOVE NATURE-EDITIQUE TO SPL-Nature
           MOVE DESTINATAIRE-EDITIQUE TO SPL-Destinataire
           MOVE FS-DATA TO SPL-Texte
           WRITE SPL-ENREG
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

       FIN-PGM.
           STOP RUN.
