      *          droite sur treize chiffres), cle de rattachement des
      *          occurrences CF dans le master des occurrences :
      *          5-ROLES traite ces etablissements en population
      *          distincte (role CFE). La date de creation de
      *          l'etablissement (AAAAMMJJ, blanc = inconnue) est
      *          controlee et portee au fichier interne : 5-ROLES en
      *          tire l'exoneration de CFE de l'annee de creation et
      *          la base reduite de moitie de l'annee suivante.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FE-Siret          PIC 9(14).
           05 FE-Raison-Sociale PIC X(30).
           05 FE-Code-Insee     PIC 9(5).
           05 FE-Date-Creation  PIC X(8).
           05 FE-Date-Creation-N REDEFINES FE-Date-Creation
                                PIC 9(8).

       FD  FS.
       01  FS-DATA.
      *    Numero fiscal derive (SIREN sur 13 chiffres), cle de
      *    rattachement des occurrences CF
           05 ENT-Numero-Fiscal   PIC 9(13).
      *    Date de creation de l'etablissement (0 = inconnue, pas
      *    d'allegement de creation)
           05 ENT-Date-Creation   PIC 9(8).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
       1   CHARGEMENT-WORKING-MANAGER.
           05  CPT-CHARGES             PIC 9(6) VALUE 0.
           05  CPT-REJETES             PIC 9(6) VALUE 0.
           05  MOTIF-REJET             PIC X(40) VALUE SPACE.
           05  DATE-DU-JOUR            PIC 9(8) VALUE 0.

      *    Controle de Luhn du SIRET : en partant de la droite, un
      *    chiffre sur deux est double (moins neuf au-dela de neuf) ;
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-ENTREPRISES
           IF STATUT-ENTREE-ABSENT THEN
               DISPLAY "4-entreprises.dat introuvable, fichier des"
                       SET FF TO TRUE
                   NOT AT END
                       PERFORM VALIDER-SIRET
                       IF SIRET-EST-VALIDE THEN
                           PERFORM VALIDER-DATE-CREATION
                       END-IF
                       IF SIRET-EST-INVALIDE THEN
                           PERFORM ECRIRE-REJET
                       ELSE

           IF FUNCTION MOD(SOMME-LUHN 10) NOT = 0 THEN
               SET SIRET-EST-INVALIDE TO TRUE
               MOVE "SIRET en echec du controle de Luhn"
                   TO MOTIF-REJET
           END-IF
           .

      ******************************************************************
      *        CONTROLE DE LA DATE DE CREATION : BLANC = INCONNUE,
      *        SINON UNE DATE REELLE QUI N'EST PAS A VENIR

       VALIDER-DATE-CREATION.

           IF FE-Date-Creation = SPACE THEN
               EXIT PARAGRAPH
           END-IF

           IF FE-Date-Creation NOT NUMERIC THEN
               SET SIRET-EST-INVALIDE TO TRUE
               MOVE "date de creation invalide" TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(FE-Date-Creation-N)
                   NOT = 0 THEN
               SET SIRET-EST-INVALIDE TO TRUE
               MOVE "date de creation invalide" TO MOTIF-REJET
               EXIT PARAGRAPH
           END-IF

           IF FE-Date-Creation-N > DATE-DU-JOUR THEN
               SET SIRET-EST-INVALIDE TO TRUE
               MOVE "date de creation a venir" TO MOTIF-REJET
           END-IF
           .

           MOVE FE-Siret TO ENT-Siret
           MOVE FE-Raison-Sociale TO ENT-Raison-Sociale
           MOVE FE-Code-Insee TO ENT-Code-Insee
           IF FE-Date-Creation = SPACE THEN
               MOVE 0 TO ENT-Date-Creation
           ELSE
               MOVE FE-Date-Creation-N TO ENT-Date-Creation
           END-IF

      *    Numero fiscal derive : le SIREN (neuf premiers chiffres)
      *    cadre a droite sur treize chiffres

           MOVE FE-Siret TO CR-Siret
           MOVE FE-Raison-Sociale TO CR-Raison-Sociale
           MOVE MOTIF-REJET TO CR-Motif
           WRITE C-REJETS-ENREG
           ADD 1 TO CPT-REJETES
           .
