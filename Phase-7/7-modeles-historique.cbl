      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: historique des modeles de lettres (7-modeles.idx,
      *          tenu par 7-MODELES-MAJ) : chaque version de chaque
      *          modele (type de document et niveau) avec sa periode
      *          de validite - de sa date d'effet a la veille de la
      *          version suivante du meme modele - son etat (en
      *          vigueur, remplacee, a venir) et son texte. Sert a
      *          retrouver la formulation d'une lettre a sa date
      *          d'emission. Edition : 7-modeles-historique.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7-MODELES-HISTORIQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-MODELES ASSIGN TO "7-modeles.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MOD-Cle
                   FILE STATUS IS WS-STATUT-MODELES.

           SELECT FS ASSIGN TO "7-modeles-historique.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    Meme disposition que MOD-ENREG dans 7-modeles-maj.cbl
       FD  F-MODELES.
       01  MOD-ENREG.
           05 MOD-Cle.
               10 MOD-Type          PIC X(2).
               10 MOD-Niveau        PIC 9(1).
               10 MOD-Date-Effet    PIC 9(8).
               10 MOD-Ligne         PIC 9(3).
           05 MOD-Texte         PIC X(80).

       FD  FS.
       01  FS-DATA PIC X(100).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-TITRE PIC X(60)
              VALUE 'HISTORIQUE DES MODELES DE LETTRES'.

           05 ARTICLE-LIGNE PIC X(90) VALUE ALL '-'.

           05 ARTICLE-MODELE.
               10 FILLER PIC X(7) VALUE 'Modele '.
               10 EM-Type PIC X(2).
               10 FILLER PIC X(8) VALUE ' niveau '.
               10 EM-Niveau PIC 9(1).
               10 FILLER PIC X(3) VALUE ' - '.
               10 EM-Libelle PIC X(30).

           05 ARTICLE-VERSION.
               10 FILLER PIC X(14) VALUE '  Version du '.
               10 EV-Date-Effet PIC 9(8).
               10 FILLER PIC X(4) VALUE ' au '.
               10 EV-Date-Fin PIC X(8).
               10 FILLER PIC X(3) VALUE ' : '.
               10 EV-Etat PIC X(12).
               10 FILLER PIC X(3) VALUE SPACE.
               10 EV-Nb-Lignes PIC ZZ9.
               10 FILLER PIC X(9) VALUE ' ligne(s)'.

           05 ARTICLE-TEXTE.
               10 FILLER PIC X(4) VALUE SPACE.
               10 EX-Ligne PIC 9(3).
               10 FILLER PIC X(3) VALUE ' | '.
               10 EX-Texte PIC X(80).

           05 ARTICLE-TOTAL.
               10 ET-Libelle PIC X(40).
               10 FILLER PIC X VALUE ':'.
               10 ET-Valeur PIC Z(7)9.

           05 ARTICLE-VIDE PIC X(10) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-MODELES              PIC  X(01) VALUE  SPACE.
               88  FF-MODELES                      VALUE  HIGH-VALUE.
           05  WS-STATUT-MODELES        PIC X(02) VALUE SPACE.
               88  STATUT-MODELES-ABSENT          VALUE "35".

      *    Version gardee en table jusqu'a la lecture de la suivante,
      *    qui en donne la fin de validite
       1   HISTORIQUE-WORKING-MANAGER.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  VERSION-COURANTE.
               10  VC-Type              PIC X(2) VALUE SPACE.
               10  VC-Niveau            PIC 9(1) VALUE 0.
               10  VC-Date-Effet        PIC 9(8) VALUE 0.
           05  VERSION-LUE.
               10  VL-Type              PIC X(2).
               10  VL-Niveau            PIC 9(1).
               10  VL-Date-Effet        PIC 9(8).
           05  DATE-FIN-VERSION         PIC 9(8) VALUE 0.
           05  NB-LIGNES-VERSION        PIC 9(3) VALUE 0.
           05  IDX-LIGNE                PIC 9(3) VALUE 0.
           05  LIGNES-VERSION-MAX       PIC 9(3) VALUE 200.
           05  LIGNE-VERSION OCCURS 200 TIMES.
               10  LV-Ligne             PIC 9(3).
               10  LV-Texte             PIC X(80).
           05  TYPES-MODELES.
               10  FILLER PIC X(32)
                   VALUE 'RLLettre de relance'.
               10  FILLER PIC X(32)
                   VALUE 'SAAvis a tiers detenteur'.
               10  FILLER PIC X(32)
                   VALUE 'RCRejet de reclamation'.
               10  FILLER PIC X(32)
                   VALUE 'NTNotification des taux'.
               10  FILLER PIC X(32)
                   VALUE 'AVAvis d''imposition'.
           05  TABLE-TYPES REDEFINES TYPES-MODELES.
               10  TYP-Modele OCCURS 5 TIMES.
                   15  TYP-Code         PIC X(2).
                   15  TYP-Libelle      PIC X(30).
           05  IDX-TYPE                 PIC 9(1) VALUE 0.
           05  CPT-MODELES              PIC 9(6) VALUE 0.
           05  CPT-VERSIONS             PIC 9(6) VALUE 0.
           05  CPT-EN-VIGUEUR           PIC 9(6) VALUE 0.
           05  CPT-REMPLACEES           PIC 9(6) VALUE 0.
           05  CPT-A-VENIR              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN OUTPUT FS
           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA

           OPEN INPUT F-MODELES
           IF STATUT-MODELES-ABSENT THEN
               DISPLAY "7-MODELES-HISTORIQUE : 7-modeles.idx"
                       " introuvable, aucun modele"
               SET FF-MODELES TO TRUE
           END-IF

           PERFORM UNTIL FF-MODELES
               READ F-MODELES NEXT RECORD
                   AT END
                       SET FF-MODELES TO TRUE
                   NOT AT END
                       PERFORM RETENIR-LIGNE
               END-READ
           END-PERFORM

      *    Derniere version lue : pas de suivante, validite ouverte
           IF NB-LIGNES-VERSION > 0 THEN
               MOVE SPACE TO VERSION-LUE
               PERFORM EDITER-VERSION
           END-IF

           MOVE ARTICLE-LIGNE TO FS-DATA
           WRITE FS-DATA
           MOVE "Modeles" TO ET-Libelle
           MOVE CPT-MODELES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "Versions" TO ET-Libelle
           MOVE CPT-VERSIONS TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "  dont en vigueur" TO ET-Libelle
           MOVE CPT-EN-VIGUEUR TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "  dont remplacees" TO ET-Libelle
           MOVE CPT-REMPLACEES TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA
           MOVE "  dont a venir" TO ET-Libelle
           MOVE CPT-A-VENIR TO ET-Valeur
           MOVE ARTICLE-TOTAL TO FS-DATA
           WRITE FS-DATA

           DISPLAY "7-MODELES-HISTORIQUE : " CPT-MODELES
                   " modele(s), " CPT-VERSIONS " version(s) dont "
                   CPT-EN-VIGUEUR " en vigueur, " CPT-REMPLACEES
                   " remplacee(s), " CPT-A-VENIR " a venir"

           IF NOT STATUT-MODELES-ABSENT THEN
               CLOSE F-MODELES
           END-IF
           CLOSE FS

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        RUPTURE SUR LA VERSION : LA VERSION PRECEDENTE EST
      *        EDITEE AVANT DE RETENIR LA PREMIERE LIGNE DE LA NOUVELLE

       RETENIR-LIGNE.

           MOVE MOD-Type TO VL-Type
           MOVE MOD-Niveau TO VL-Niveau
           MOVE MOD-Date-Effet TO VL-Date-Effet

           IF VERSION-LUE NOT = VERSION-COURANTE THEN
               IF NB-LIGNES-VERSION > 0 THEN
                   PERFORM EDITER-VERSION
               END-IF
               IF VL-Type NOT = VC-Type
                  OR VL-Niveau NOT = VC-Niveau THEN
                   PERFORM EDITER-MODELE
               END-IF
               MOVE VERSION-LUE TO VERSION-COURANTE
               MOVE 0 TO NB-LIGNES-VERSION
           END-IF

           IF NB-LIGNES-VERSION < LIGNES-VERSION-MAX THEN
               ADD 1 TO NB-LIGNES-VERSION
               MOVE MOD-Ligne TO LV-Ligne(NB-LIGNES-VERSION)
               MOVE MOD-Texte TO LV-Texte(NB-LIGNES-VERSION)
           END-IF
           .

       EDITER-MODELE.

           ADD 1 TO CPT-MODELES

           MOVE ARTICLE-VIDE TO FS-DATA
           WRITE FS-DATA

           MOVE VL-Type TO EM-Type
           MOVE VL-Niveau TO EM-Niveau
           MOVE "type inconnu" TO EM-Libelle
           MOVE 1 TO IDX-TYPE
           PERFORM UNTIL IDX-TYPE > 5
               IF TYP-Code(IDX-TYPE) = VL-Type THEN
                   MOVE TYP-Libelle(IDX-TYPE) TO EM-Libelle
               END-IF
               ADD 1 TO IDX-TYPE
           END-PERFORM
           MOVE ARTICLE-MODELE TO FS-DATA
           WRITE FS-DATA
           .

      ******************************************************************
      *        UNE VERSION : VALIDITE JUSQU'A LA VEILLE DE LA VERSION
      *        SUIVANTE DU MEME MODELE, ETAT AU JOUR, PUIS SON TEXTE

       EDITER-VERSION.

           ADD 1 TO CPT-VERSIONS

           IF VL-Type = VC-Type AND VL-Niveau = VC-Niveau THEN
               COMPUTE DATE-FIN-VERSION = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(VL-Date-Effet) - 1)
               MOVE DATE-FIN-VERSION TO EV-Date-Fin
           ELSE
               MOVE 99999999 TO DATE-FIN-VERSION
               MOVE "..." TO EV-Date-Fin
           END-IF

           EVALUATE TRUE
               WHEN VC-Date-Effet > DATE-DU-JOUR
                   MOVE "A VENIR" TO EV-Etat
                   ADD 1 TO CPT-A-VENIR
               WHEN DATE-FIN-VERSION < DATE-DU-JOUR
                   MOVE "REMPLACEE" TO EV-Etat
                   ADD 1 TO CPT-REMPLACEES
               WHEN OTHER
                   MOVE "EN VIGUEUR" TO EV-Etat
                   ADD 1 TO CPT-EN-VIGUEUR
           END-EVALUATE

           MOVE VC-Date-Effet TO EV-Date-Effet
           MOVE NB-LIGNES-VERSION TO EV-Nb-Lignes
           MOVE ARTICLE-VERSION TO FS-DATA
           WRITE FS-DATA

           MOVE 1 TO IDX-LIGNE
           PERFORM UNTIL IDX-LIGNE > NB-LIGNES-VERSION
               MOVE LV-Ligne(IDX-LIGNE) TO EX-Ligne
               MOVE LV-Texte(IDX-LIGNE) TO EX-Texte
               MOVE ARTICLE-TEXTE TO FS-DATA
               WRITE FS-DATA
               ADD 1 TO IDX-LIGNE
           END-PERFORM
           .

       FIN-PGM.
           STOP RUN.
