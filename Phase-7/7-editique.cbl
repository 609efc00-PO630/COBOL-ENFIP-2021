      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: flux d'impression unique remis a l'imprimeur. Les
      *          programmes editeurs de courrier (7-AVIS-CONTRIBUABLE,
      *          7-RELANCES, 7-SAISIES, 7-BORDEREAU-SITUATION,
      *          7-NOTIFICATION-TAUX) deposent chaque document, ligne
      *          a ligne, dans le fichier d'attente 7-editique.dat en
      *          plus de leur propre edition. Ce programme trie les
      *          documents par code postal du destinataire (adresse
      *          de 5-adresses.idx ou de la mairie dans
      *          5-mairies.idx) pour le tarif de pre-tri postal, les
      *          regroupe par destinataire (un pli porte toutes ses
      *          lettres), et ecrit 7-editique-flux.txt : en-tete et
      *          fin de pli, numero de feuille et marques d'insertion
      *          en zone de controle. Chaque pli est inscrit au master
      *          7-editique-plis.idx (statut E = emis) et chaque
      *          document a 7-editique-documents.dat, pour le
      *          rapprochement de l'accuse de l'imprimeur
      *          (7-EDITIQUE-ACCUSES). La feuille de controle
      *          7-editique-controle.txt donne les documents et les
      *          feuilles par type. Le fichier d'attente est vide en
      *          fin de passage.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-EDITIQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Documents deposes par les programmes editeurs
           SELECT F-EDITIQUE ASSIGN TO "7-editique.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EDITIQUE.

      *    Master des adresses postales (4-ADRESSES-MAJ) : code
      *    postal des contribuables destinataires
           SELECT F-ADRESSES ASSIGN TO "5-adresses.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

      *    Adresses des mairies (3-MAIRIES-MAJ) : code postal des
      *    communes destinataires
           SELECT F-MAIRIES ASSIGN TO "5-mairies.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MAI-Code-Insee
                   FILE STATUS IS WS-STATUT-MAIRIES.

           SELECT FS ASSIGN TO "7-editique-flux.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT F-CONTROLE ASSIGN TO "7-editique-controle.txt"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Plis emis, un enregistrement par pli, statut tenu par
      *    7-EDITIQUE-ACCUSES
           SELECT C-PLIS ASSIGN TO "7-editique-plis.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PLI-Cle
                   FILE STATUS IS WS-STATUT-PLIS.

      *    Documents de chaque pli, alimente en ajout
           SELECT F-DOCUMENTS ASSIGN TO "7-editique-documents.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-DOCUMENTS.

      *    Tri par code postal puis destinataire puis document
           SELECT TRI ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Une ligne de document par enregistrement. Lot = date et
      *    heure du passage du programme editeur ; nature C =
      *    contribuable (numero fiscal), M = mairie (code Insee)
       FD  F-EDITIQUE.
       01  SPL-ENREG.
           05 SPL-Lot           PIC 9(14).
           05 SPL-Type          PIC X(2).
           05 SPL-Document      PIC 9(6).
           05 SPL-Ligne         PIC 9(4).
           05 SPL-Nature        PIC X(1).
               88 SPL-Contribuable  VALUE "C".
               88 SPL-Mairie        VALUE "M".
           05 SPL-Destinataire  PIC 9(13).
           05 SPL-Texte         PIC X(100).

      *    Meme disposition que C-ADRESSES-ENREG dans
      *    4-ADRESSES-MAJ.cbl, qui alimente ce fichier
       FD  F-ADRESSES.
       01  F-ADR-ENREG.
           05 ADR-Numero-Fiscal PIC 9(13).
           05 ADR-Adresse.
               10 ADR-Rue         PIC X(32).
               10 ADR-Complement  PIC X(32).
               10 ADR-Code-Postal PIC X(5).
               10 ADR-Ville       PIC X(26).
           05 ADR-NPAI          PIC X(1).
               88 ADR-EST-NPAI       VALUE "O".
           05 ADR-NPAI-Date     PIC 9(8).
           05 ADR-NPAI-Motif    PIC X(20).
           05 ADR-Residence-Etranger.
               10 ADR-Residence     PIC X(1).
                   88 ADR-EST-NON-RESIDENT   VALUE "E".
               10 ADR-Pays          PIC X(2).
               10 ADR-Code-Postal-Etr PIC X(10).
               10 ADR-Ville-Etr     PIC X(30).
               10 ADR-Pays-Libelle  PIC X(30).

      *    Meme disposition que C-MAIRIES-ENREG dans 3-MAIRIES-MAJ.cbl
       FD  F-MAIRIES.
       01  C-MAIRIES-ENREG.
           05 MAI-Code-Insee  PIC 9(5).
           05 MAI-Contact.
               10 MAI-Rue         PIC X(32).
               10 MAI-Code-Postal PIC X(5).
               10 MAI-Ville       PIC X(26).

      *    Zone de controle de l'imprimeur : numero de pli, numero de
      *    feuille dans le pli, marque (P = en-tete de pli, D = debut
      *    de document sur feuille neuve, S = feuille suivante du
      *    document, Z = fin de pli, fermeture de l'enveloppe). Les
      *    lignes marquees P, D et Z ne sont pas imprimees.
       FD  FS.
       01  FS-DATA.
           05 FS-Pli          PIC 9(6).
           05 FILLER          PIC X(1).
           05 FS-Feuille      PIC 9(3).
           05 FILLER          PIC X(1).
           05 FS-Marque       PIC X(1).
           05 FILLER          PIC X(1).
           05 FS-Texte        PIC X(100).

       FD  F-CONTROLE.
       01  FC-DATA PIC X(80).

       FD  C-PLIS.
       01  PLI-ENREG.
           05 PLI-Cle.
               10 PLI-Passage      PIC 9(14).
               10 PLI-Numero       PIC 9(6).
           05 PLI-Nature         PIC X(1).
           05 PLI-Destinataire   PIC 9(13).
           05 PLI-Code-Postal    PIC X(5).
           05 PLI-Nb-Documents   PIC 9(4).
           05 PLI-Nb-Feuilles    PIC 9(4).
      *    E = emis, P = poste (accuse de l'imprimeur), R = rebut
      *    signale par l'imprimeur (non poste)
           05 PLI-Statut         PIC X(1).
               88 PLI-Emis           VALUE "E".
               88 PLI-Poste          VALUE "P".
               88 PLI-Rebut          VALUE "R".
           05 PLI-Date-Accuse    PIC 9(8).

       FD  F-DOCUMENTS.
       01  DOC-ENREG.
           05 DOC-Passage       PIC 9(14).
           05 DOC-Pli           PIC 9(6).
           05 DOC-Type          PIC X(2).
           05 DOC-Lot           PIC 9(14).
           05 DOC-Document      PIC 9(6).
           05 DOC-Nature        PIC X(1).
           05 DOC-Destinataire  PIC 9(13).
           05 DOC-Feuilles      PIC 9(4).

       SD  TRI.
       01  TE-DATA.
           05 TE-Code-Postal    PIC X(5).
           05 TE-Nature         PIC X(1).
           05 TE-Destinataire   PIC 9(13).
           05 TE-Lot            PIC 9(14).
           05 TE-Type           PIC X(2).
           05 TE-Document       PIC 9(6).
           05 TE-Ligne          PIC 9(4).
           05 TE-Texte          PIC X(100).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-PLI.
               10 FILLER PIC X(4) VALUE 'PLI '.
               10 EP-Pli PIC 9(6).
               10 FILLER PIC X(5) VALUE ' CP '.
               10 EP-Code-Postal PIC X(5).
               10 FILLER PIC X(7) VALUE ' DEST '.
               10 EP-Nature PIC X(1).
               10 EP-Destinataire PIC 9(13).
               10 FILLER PIC X(12) VALUE ' DOCUMENTS '.
               10 EP-Documents PIC Z(3)9.
               10 FILLER PIC X(10) VALUE ' FEUILLES '.
               10 EP-Feuilles PIC Z(3)9.

           05 ARTICLE-DOCUMENT.
               10 FILLER PIC X(9) VALUE 'DOCUMENT '.
               10 ED-Type PIC X(2).
               10 FILLER PIC X(1) VALUE SPACE.
               10 ED-Lot PIC 9(14).
               10 FILLER PIC X(1) VALUE '-'.
               10 ED-Document PIC 9(6).
               10 FILLER PIC X(10) VALUE ' FEUILLES '.
               10 ED-Feuilles PIC Z(3)9.

           05 ARTICLE-FIN-PLI.
               10 FILLER PIC X(12) VALUE 'FIN DU PLI '.
               10 EZ-Pli PIC 9(6).

           05 ARTICLE-CTL-TITRE PIC X(60)
              VALUE 'FEUILLE DE CONTROLE DU FLUX D''IMPRESSION'.

           05 ARTICLE-CTL-LIGNE PIC X(60) VALUE ALL '-'.

           05 ARTICLE-CTL-PASSAGE.
               10 FILLER PIC X(30) VALUE 'Passage'.
               10 FILLER PIC X VALUE ':'.
               10 CP-Passage PIC 9(14).

           05 ARTICLE-CTL-ENTETE.
               10 FILLER PIC X(30) VALUE 'Type de document'.
               10 FILLER PIC X(12) VALUE '   Documents'.
               10 FILLER PIC X(12) VALUE '    Feuilles'.

           05 ARTICLE-CTL-TYPE.
               10 CT-Libelle PIC X(30).
               10 CT-Documents PIC Z(11)9.
               10 CT-Feuilles PIC Z(11)9.

           05 ARTICLE-CTL-TOTAL.
               10 CX-Libelle PIC X(30).
               10 FILLER PIC X VALUE ':'.
               10 CX-Valeur PIC Z(10)9.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-EDITIQUE            PIC  X(01) VALUE  SPACE.
               88  FF-EDT                         VALUE  HIGH-VALUE.
           05  FIN-TRI                 PIC  X(01) VALUE  SPACE.
               88  FF-TRI                         VALUE  HIGH-VALUE.
           05  WS-STATUT-EDITIQUE       PIC X(02) VALUE SPACE.
               88  STATUT-EDITIQUE-ABSENT         VALUE "35".
           05  WS-STATUT-ADRESSES       PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-ABSENT         VALUE "35".
           05  WS-STATUT-MAIRIES        PIC X(02) VALUE SPACE.
               88  STATUT-MAIRIES-ABSENT          VALUE "35".
           05  WS-STATUT-PLIS           PIC X(02) VALUE SPACE.
               88  STATUT-PLIS-ABSENT             VALUE "35".
           05  WS-STATUT-DOCUMENTS      PIC X(02) VALUE SPACE.
               88  STATUT-DOCUMENTS-ABSENT        VALUE "35".

       1   PASSAGE-WORKING-MANAGER.
           05  PASSAGE.
               10  PASSAGE-DATE         PIC 9(8).
               10  PASSAGE-HEURE        PIC 9(6).
           05  HEURE-SYSTEME            PIC 9(8) VALUE 0.
      *    Une feuille porte au plus LIGNES-PAR-FEUILLE lignes ; un
      *    document commence toujours sur une feuille neuve
           05  LIGNES-PAR-FEUILLE       PIC 9(3) VALUE 60.
      *    Plis a l'etranger : hors pre-tri, en fin de flux
           05  CODE-POSTAL-ETRANGER     PIC X(5) VALUE "99999".

      *    Code postal du document en cours de depot dans le tri
       1   GARNIR-WORKING-MANAGER.
           05  DOC-PRECEDENT.
               10  DP-Lot               PIC 9(14) VALUE 0.
               10  DP-Type              PIC X(2) VALUE SPACE.
               10  DP-Document          PIC 9(6) VALUE 0.
           05  CODE-POSTAL-DOCUMENT     PIC X(5) VALUE SPACE.

      *    Pli en cours de constitution : lignes et documents gardes
      *    en memoire jusqu'a la rupture de destinataire, pour porter
      *    le nombre de feuilles en tete de pli
       1   PLI-WORKING-MANAGER.
           05  NUMERO-PLI               PIC 9(6) VALUE 0.
           05  PLI-COURANT.
               10  PC-Code-Postal       PIC X(5) VALUE SPACE.
               10  PC-Nature            PIC X(1) VALUE SPACE.
               10  PC-Destinataire      PIC 9(13) VALUE 0.
           05  FEUILLE-PLI              PIC 9(3) VALUE 0.
           05  FEUILLES-PLI             PIC 9(4) VALUE 0.
           05  LIGNE-DANS-FEUILLE       PIC 9(3) VALUE 0.
           05  NB-LIGNES-PLI            PIC 9(4) VALUE 0.
           05  IDX-LIGNE-PLI            PIC 9(4) VALUE 0.
           05  LIGNES-PLI-MAX           PIC 9(4) VALUE 2000.
           05  LIGNE-PLI OCCURS 2000 TIMES.
               10  LP-Document          PIC 9(3).
               10  LP-Texte             PIC X(100).
           05  NB-DOCUMENTS-PLI         PIC 9(3) VALUE 0.
           05  IDX-DOCUMENT-PLI         PIC 9(3) VALUE 0.
           05  DOCUMENTS-PLI-MAX        PIC 9(3) VALUE 200.
           05  DOCUMENT-PLI OCCURS 200 TIMES.
               10  DPL-Type             PIC X(2).
               10  DPL-Lot              PIC 9(14).
               10  DPL-Document         PIC 9(6).
               10  DPL-Lignes           PIC 9(4).
               10  DPL-Feuilles         PIC 9(4).
           05  CPT-PLIS-SCINDES         PIC 9(6) VALUE 0.

      *    Cumuls de la feuille de controle par type de document
       1   CONTROLE-WORKING-MANAGER.
           05  TYPES-CONNUS             PIC X(12) VALUE "AVRLSABSNT  ".
           05  TYPES-TABLE REDEFINES TYPES-CONNUS.
               10  TYP-Code OCCURS 6 TIMES PIC X(2).
           05  LIBELLES-TYPES.
               10  FILLER PIC X(30) VALUE "Avis d'imposition".
               10  FILLER PIC X(30) VALUE "Relances".
               10  FILLER PIC X(30) VALUE "Avis a tiers detenteur".
               10  FILLER PIC X(30) VALUE "Bordereaux de situation".
               10  FILLER PIC X(30) VALUE "Notifications de taux".
               10  FILLER PIC X(30) VALUE "Autres documents".
           05  LIBELLES-TABLE REDEFINES LIBELLES-TYPES.
               10  TYP-Libelle OCCURS 6 TIMES PIC X(30).
           05  CUMULS-TYPES OCCURS 6 TIMES.
               10  TYP-Documents        PIC 9(8).
               10  TYP-Feuilles         PIC 9(8).
           05  IDX-TYPE                 PIC 9(2) VALUE 0.
           05  CPT-LIGNES-LUES          PIC 9(8) VALUE 0.
           05  CPT-DOCUMENTS            PIC 9(8) VALUE 0.
           05  CPT-FEUILLES             PIC 9(8) VALUE 0.
           05  CPT-SANS-CODE-POSTAL     PIC 9(8) VALUE 0.
           05  CPT-ETRANGER             PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT F-EDITIQUE
           IF STATUT-EDITIQUE-ABSENT THEN
               DISPLAY "7-EDITIQUE : 7-editique.dat introuvable,"
                       " aucun document a imprimer"
               PERFORM FIN-PGM
           END-IF
           CLOSE F-EDITIQUE

           ACCEPT PASSAGE-DATE FROM DATE YYYYMMDD
           ACCEPT HEURE-SYSTEME FROM TIME
           COMPUTE PASSAGE-HEURE = HEURE-SYSTEME / 100

           MOVE 1 TO IDX-TYPE
           PERFORM UNTIL IDX-TYPE > 6
               MOVE 0 TO TYP-Documents(IDX-TYPE)
               MOVE 0 TO TYP-Feuilles(IDX-TYPE)
               ADD 1 TO IDX-TYPE
           END-PERFORM

           OPEN INPUT F-ADRESSES
           IF STATUT-ADRESSES-ABSENT THEN
               DISPLAY "7-EDITIQUE : 5-adresses.idx introuvable,"
                       " contribuables sans code postal"
           END-IF
           OPEN INPUT F-MAIRIES
           IF STATUT-MAIRIES-ABSENT THEN
               DISPLAY "7-EDITIQUE : 5-mairies.idx introuvable,"
                       " mairies sans code postal"
           END-IF

           PERFORM OUVRIR-PLIS
           OPEN OUTPUT FS

           SORT TRI
               ON ASCENDING KEY TE-Code-Postal TE-Nature
                                TE-Destinataire TE-Lot TE-Type
                                TE-Document TE-Ligne
               INPUT PROCEDURE GARNIR-TRI
               OUTPUT PROCEDURE EDITER-FLUX

           PERFORM ECRIRE-FEUILLE-CONTROLE

           CLOSE FS C-PLIS F-DOCUMENTS
           IF NOT STATUT-ADRESSES-ABSENT THEN
               CLOSE F-ADRESSES
           END-IF
           IF NOT STATUT-MAIRIES-ABSENT THEN
               CLOSE F-MAIRIES
           END-IF

      *    Les documents sont dans le flux : le fichier d'attente est
      *    vide pour ne pas les imprimer deux fois
           OPEN OUTPUT F-EDITIQUE
           CLOSE F-EDITIQUE

           DISPLAY "7-EDITIQUE : passage " PASSAGE ", "
                   NUMERO-PLI " pli(s), " CPT-DOCUMENTS
                   " document(s), " CPT-FEUILLES " feuille(s)"

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        OUVERTURE DU MASTER DES PLIS (MEME IDIOM QUE
      *        4-CONTRIBUABLES-MAJ) ET DES DOCUMENTS (EN AJOUT)

       OUVRIR-PLIS.

           OPEN INPUT C-PLIS
           IF STATUT-PLIS-ABSENT THEN
               CLOSE C-PLIS
               OPEN OUTPUT C-PLIS
               CLOSE C-PLIS
           ELSE
               CLOSE C-PLIS
           END-IF
           OPEN I-O C-PLIS

           OPEN INPUT F-DOCUMENTS
           IF STATUT-DOCUMENTS-ABSENT THEN
               OPEN OUTPUT F-DOCUMENTS
           ELSE
               CLOSE F-DOCUMENTS
               OPEN EXTEND F-DOCUMENTS
           END-IF
           .

      ******************************************************************
      *        DEPOT DES LIGNES DANS LE TRI, AVEC LE CODE POSTAL DU
      *        DESTINATAIRE RECHERCHE UNE FOIS PAR DOCUMENT

       GARNIR-TRI.

           OPEN INPUT F-EDITIQUE

           PERFORM UNTIL FF-EDT
               READ F-EDITIQUE
                   AT END
                       SET FF-EDT TO TRUE
                   NOT AT END
                       ADD 1 TO CPT-LIGNES-LUES
                       IF SPL-Lot NOT = DP-Lot
                          OR SPL-Type NOT = DP-Type
                          OR SPL-Document NOT = DP-Document THEN
                           MOVE SPL-Lot TO DP-Lot
                           MOVE SPL-Type TO DP-Type
                           MOVE SPL-Document TO DP-Document
                           PERFORM CHERCHER-CODE-POSTAL
                       END-IF
                       MOVE CODE-POSTAL-DOCUMENT TO TE-Code-Postal
                       MOVE SPL-Nature TO TE-Nature
                       MOVE SPL-Destinataire TO TE-Destinataire
                       MOVE SPL-Lot TO TE-Lot
                       MOVE SPL-Type TO TE-Type
                       MOVE SPL-Document TO TE-Document
                       MOVE SPL-Ligne TO TE-Ligne
                       MOVE SPL-Texte TO TE-Texte
                       RELEASE TE-DATA
               END-READ
           END-PERFORM

           CLOSE F-EDITIQUE
           .

      *    Code postal inconnu : a blanc, les plis sortent en tete du
      *    flux et sont comptes a part sur la feuille de controle
       CHERCHER-CODE-POSTAL.

           MOVE SPACE TO CODE-POSTAL-DOCUMENT

           IF SPL-Mairie THEN
               IF NOT STATUT-MAIRIES-ABSENT THEN
                   MOVE SPL-Destinataire TO MAI-Code-Insee
                   READ F-MAIRIES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MAI-Code-Postal
                             TO CODE-POSTAL-DOCUMENT
                   END-READ
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT STATUT-ADRESSES-ABSENT THEN
               MOVE SPL-Destinataire TO ADR-Numero-Fiscal
               READ F-ADRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADR-EST-NON-RESIDENT THEN
                           MOVE CODE-POSTAL-ETRANGER
                             TO CODE-POSTAL-DOCUMENT
                       ELSE
                           MOVE ADR-Code-Postal
                             TO CODE-POSTAL-DOCUMENT
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      *        CONSTITUTION DES PLIS : RUPTURE SUR LE DESTINATAIRE

       EDITER-FLUX.

           PERFORM UNTIL FF-TRI
               RETURN TRI
                   AT END
                       SET FF-TRI TO TRUE
                   NOT AT END
                       IF TE-Code-Postal NOT = PC-Code-Postal
                          OR TE-Nature NOT = PC-Nature
                          OR TE-Destinataire NOT = PC-Destinataire
                               THEN
                           PERFORM VIDER-PLI
                           MOVE TE-Code-Postal TO PC-Code-Postal
                           MOVE TE-Nature TO PC-Nature
                           MOVE TE-Destinataire TO PC-Destinataire
                       END-IF
                       PERFORM RETENIR-LIGNE
               END-RETURN
           END-PERFORM

           PERFORM VIDER-PLI
           .

      *    Un pli trop gros pour la memoire est scinde : la suite des
      *    documents du meme destinataire part dans un second pli
       RETENIR-LIGNE.

           IF NB-LIGNES-PLI >= LIGNES-PLI-MAX THEN
               PERFORM VIDER-PLI
               ADD 1 TO CPT-PLIS-SCINDES
           END-IF

           IF NB-DOCUMENTS-PLI = 0
              OR TE-Lot NOT = DPL-Lot(NB-DOCUMENTS-PLI)
              OR TE-Type NOT = DPL-Type(NB-DOCUMENTS-PLI)
              OR TE-Document NOT = DPL-Document(NB-DOCUMENTS-PLI)
                   THEN
               IF NB-DOCUMENTS-PLI >= DOCUMENTS-PLI-MAX THEN
                   PERFORM VIDER-PLI
                   ADD 1 TO CPT-PLIS-SCINDES
               END-IF
               ADD 1 TO NB-DOCUMENTS-PLI
               MOVE TE-Type TO DPL-Type(NB-DOCUMENTS-PLI)
               MOVE TE-Lot TO DPL-Lot(NB-DOCUMENTS-PLI)
               MOVE TE-Document TO DPL-Document(NB-DOCUMENTS-PLI)
               MOVE 0 TO DPL-Lignes(NB-DOCUMENTS-PLI)
           END-IF

           ADD 1 TO NB-LIGNES-PLI
           MOVE NB-DOCUMENTS-PLI TO LP-Document(NB-LIGNES-PLI)
           MOVE TE-Texte TO LP-Texte(NB-LIGNES-PLI)
           ADD 1 TO DPL-Lignes(NB-DOCUMENTS-PLI)
           .

      ******************************************************************
      *        ECRITURE D'UN PLI : EN-TETE AVEC LES COMPTES, LIGNES
      *        AVEC MARQUES D'INSERTION, FIN DE PLI ; INSCRIPTION AU
      *        MASTER DES PLIS ET DES DOCUMENTS

       VIDER-PLI.

           IF NB-LIGNES-PLI = 0 THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NUMERO-PLI

      *    Feuilles de chaque document, arrondies a la feuille
      *    superieure
           MOVE 0 TO FEUILLES-PLI
           MOVE 1 TO IDX-DOCUMENT-PLI
           PERFORM UNTIL IDX-DOCUMENT-PLI > NB-DOCUMENTS-PLI
               COMPUTE DPL-Feuilles(IDX-DOCUMENT-PLI) =
                       (DPL-Lignes(IDX-DOCUMENT-PLI)
                        + LIGNES-PAR-FEUILLE - 1)
                       / LIGNES-PAR-FEUILLE
               ADD DPL-Feuilles(IDX-DOCUMENT-PLI) TO FEUILLES-PLI
               PERFORM CUMULER-TYPE
               ADD 1 TO IDX-DOCUMENT-PLI
           END-PERFORM

           IF PC-Code-Postal = SPACE THEN
               ADD NB-DOCUMENTS-PLI TO CPT-SANS-CODE-POSTAL
           END-IF
           IF PC-Code-Postal = CODE-POSTAL-ETRANGER THEN
               ADD NB-DOCUMENTS-PLI TO CPT-ETRANGER
           END-IF

           MOVE NUMERO-PLI TO EP-Pli
           MOVE PC-Code-Postal TO EP-Code-Postal
           MOVE PC-Nature TO EP-Nature
           MOVE PC-Destinataire TO EP-Destinataire
           MOVE NB-DOCUMENTS-PLI TO EP-Documents
           MOVE FEUILLES-PLI TO EP-Feuilles
           MOVE 0 TO FEUILLE-PLI
           MOVE "P" TO FS-Marque
           MOVE ARTICLE-PLI TO FS-Texte
           PERFORM ECRIRE-LIGNE-FLUX

           MOVE 0 TO IDX-DOCUMENT-PLI
           MOVE 1 TO IDX-LIGNE-PLI
           PERFORM UNTIL IDX-LIGNE-PLI > NB-LIGNES-PLI
               IF LP-Document(IDX-LIGNE-PLI) NOT = IDX-DOCUMENT-PLI
                       THEN
                   MOVE LP-Document(IDX-LIGNE-PLI)
                     TO IDX-DOCUMENT-PLI
                   ADD 1 TO FEUILLE-PLI
                   MOVE 0 TO LIGNE-DANS-FEUILLE
                   PERFORM ECRIRE-EN-TETE-DOCUMENT
                   MOVE SPACE TO FS-Marque
               ELSE
                   IF LIGNE-DANS-FEUILLE >= LIGNES-PAR-FEUILLE THEN
                       ADD 1 TO FEUILLE-PLI
                       MOVE 0 TO LIGNE-DANS-FEUILLE
                       MOVE "S" TO FS-Marque
                   ELSE
                       MOVE SPACE TO FS-Marque
                   END-IF
               END-IF
               ADD 1 TO LIGNE-DANS-FEUILLE
               MOVE LP-Texte(IDX-LIGNE-PLI) TO FS-Texte
               PERFORM ECRIRE-LIGNE-FLUX
               ADD 1 TO IDX-LIGNE-PLI
           END-PERFORM

           MOVE NUMERO-PLI TO EZ-Pli
           MOVE "Z" TO FS-Marque
           MOVE ARTICLE-FIN-PLI TO FS-Texte
           PERFORM ECRIRE-LIGNE-FLUX

           MOVE PASSAGE TO PLI-Passage
           MOVE NUMERO-PLI TO PLI-Numero
           MOVE PC-Nature TO PLI-Nature
           MOVE PC-Destinataire TO PLI-Destinataire
           MOVE PC-Code-Postal TO PLI-Code-Postal
           MOVE NB-DOCUMENTS-PLI TO PLI-Nb-Documents
           MOVE FEUILLES-PLI TO PLI-Nb-Feuilles
           SET PLI-Emis TO TRUE
           MOVE 0 TO PLI-Date-Accuse
           WRITE PLI-ENREG
               INVALID KEY
                   DISPLAY "7-EDITIQUE : pli " NUMERO-PLI
                           " deja inscrit pour le passage " PASSAGE
           END-WRITE

           MOVE 0 TO NB-LIGNES-PLI
           MOVE 0 TO NB-DOCUMENTS-PLI
           .

      *    Ligne de controle du document (hors texte imprime) puis
      *    inscription du document au fichier des documents
       ECRIRE-EN-TETE-DOCUMENT.

           MOVE DPL-Type(IDX-DOCUMENT-PLI) TO ED-Type
           MOVE DPL-Lot(IDX-DOCUMENT-PLI) TO ED-Lot
           MOVE DPL-Document(IDX-DOCUMENT-PLI) TO ED-Document
           MOVE DPL-Feuilles(IDX-DOCUMENT-PLI) TO ED-Feuilles
           MOVE "D" TO FS-Marque
           MOVE ARTICLE-DOCUMENT TO FS-Texte
           PERFORM ECRIRE-LIGNE-FLUX

           MOVE PASSAGE TO DOC-Passage
           MOVE NUMERO-PLI TO DOC-Pli
           MOVE DPL-Type(IDX-DOCUMENT-PLI) TO DOC-Type
           MOVE DPL-Lot(IDX-DOCUMENT-PLI) TO DOC-Lot
           MOVE DPL-Document(IDX-DOCUMENT-PLI) TO DOC-Document
           MOVE PC-Nature TO DOC-Nature
           MOVE PC-Destinataire TO DOC-Destinataire
           MOVE DPL-Feuilles(IDX-DOCUMENT-PLI) TO DOC-Feuilles
           WRITE DOC-ENREG
           .

       ECRIRE-LIGNE-FLUX.

           MOVE NUMERO-PLI TO FS-Pli
           MOVE FEUILLE-PLI TO FS-Feuille
           WRITE FS-DATA
           .

       CUMULER-TYPE.

           MOVE 1 TO IDX-TYPE
           PERFORM UNTIL IDX-TYPE >= 6
                   OR TYP-Code(IDX-TYPE) = DPL-Type(IDX-DOCUMENT-PLI)
               ADD 1 TO IDX-TYPE
           END-PERFORM

           ADD 1 TO TYP-Documents(IDX-TYPE)
           ADD DPL-Feuilles(IDX-DOCUMENT-PLI) TO TYP-Feuilles(IDX-TYPE)
           ADD 1 TO CPT-DOCUMENTS
           ADD DPL-Feuilles(IDX-DOCUMENT-PLI) TO CPT-FEUILLES
           .

      ******************************************************************
      *        FEUILLE DE CONTROLE DU PASSAGE

       ECRIRE-FEUILLE-CONTROLE.

           OPEN OUTPUT F-CONTROLE

           MOVE ARTICLE-CTL-TITRE TO FC-DATA
           WRITE FC-DATA
           MOVE ARTICLE-CTL-LIGNE TO FC-DATA
           WRITE FC-DATA
           MOVE PASSAGE TO CP-Passage
           MOVE ARTICLE-CTL-PASSAGE TO FC-DATA
           WRITE FC-DATA
           MOVE ARTICLE-CTL-LIGNE TO FC-DATA
           WRITE FC-DATA
           MOVE ARTICLE-CTL-ENTETE TO FC-DATA
           WRITE FC-DATA

           MOVE 1 TO IDX-TYPE
           PERFORM UNTIL IDX-TYPE > 6
               MOVE TYP-Libelle(IDX-TYPE) TO CT-Libelle
               MOVE TYP-Documents(IDX-TYPE) TO CT-Documents
               MOVE TYP-Feuilles(IDX-TYPE) TO CT-Feuilles
               MOVE ARTICLE-CTL-TYPE TO FC-DATA
               WRITE FC-DATA
               ADD 1 TO IDX-TYPE
           END-PERFORM

           MOVE ARTICLE-CTL-LIGNE TO FC-DATA
           WRITE FC-DATA
           MOVE "Total des documents" TO CT-Libelle
           MOVE CPT-DOCUMENTS TO CT-Documents
           MOVE CPT-FEUILLES TO CT-Feuilles
           MOVE ARTICLE-CTL-TYPE TO FC-DATA
           WRITE FC-DATA

           MOVE "Plis" TO CX-Libelle
           MOVE NUMERO-PLI TO CX-Valeur
           MOVE ARTICLE-CTL-TOTAL TO FC-DATA
           WRITE FC-DATA
           MOVE "dont plis scindes" TO CX-Libelle
           MOVE CPT-PLIS-SCINDES TO CX-Valeur
           MOVE ARTICLE-CTL-TOTAL TO FC-DATA
           WRITE FC-DATA
           MOVE "Documents sans code postal" TO CX-Libelle
           MOVE CPT-SANS-CODE-POSTAL TO CX-Valeur
           MOVE ARTICLE-CTL-TOTAL TO FC-DATA
           WRITE FC-DATA
           MOVE "Documents pour l'etranger" TO CX-Libelle
           MOVE CPT-ETRANGER TO CX-Valeur
           MOVE ARTICLE-CTL-TOTAL TO FC-DATA
           WRITE FC-DATA
           MOVE "Lignes recues des editeurs" TO CX-Libelle
           MOVE CPT-LIGNES-LUES TO CX-Valeur
           MOVE ARTICLE-CTL-TOTAL TO FC-DATA
           WRITE FC-DATA

           CLOSE F-CONTROLE
           .

       FIN-PGM.
           STOP RUN.
