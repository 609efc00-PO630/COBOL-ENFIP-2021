      * Date: 21/05/2021
      * Purpose: recyclage des rejets de la chaine. Pour chaque
      *          famille de rejets (communes, occurrences,
      *          contribuables externes, mouvements du cadastre), le
      *          programme presente chaque rejet avec son motif,
      *          laisse l'operateur saisir l'enregistrement corrige
      *          (saisie vide = laisser en l'etat), et ecrit la
      *          correction dans le fichier de representation que le
      *          programme proprietaire relit apres son flux principal
      *          au prochain tour (2-communes-reprise.dat,
      *          4-occurrences-reprise.dat,
      *          4-contribuables-externe-reprise.dat,
      *          4-cadastre-reprise.dat). Le registre
      *          4-rejets-registre.idx porte l'age de chaque rejet en
      *          nombre de passages : un rejet qui vieillit sans
      *          correction ressort sur le bulletin d'exploitation.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REJETS.

           SELECT F-REJETS-CADASTRE
                   ASSIGN TO "4-cadastre-rejets.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REJETS.

           SELECT R-COMMUNES ASSIGN TO "2-communes-reprise.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REPRISE.
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REPRISE.

           SELECT R-CADASTRE ASSIGN TO "4-cadastre-reprise.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-REPRISE.

      *    Registre des rejets (age en passages, statut C = corrige)
           SELECT F-REGISTRE ASSIGN TO "4-rejets-registre.idx"
                   ORGANIZATION IS INDEXED
       FD  F-REJETS-EXTERNE.
       01  RJE-LIGNE PIC X(200).

       FD  F-REJETS-CADASTRE.
       01  RJK-LIGNE PIC X(200).

       FD  R-COMMUNES.
       01  RC-LIGNE PIC X(250).

       FD  R-EXTERNE.
       01  RE-LIGNE PIC X(100).

       FD  R-CADASTRE.
       01  RK-LIGNE PIC X(80).

       FD  F-REGISTRE.
       01  REG-ENREG.
           05 REG-CLE.
           PERFORM RECYCLER-COMMUNES
           PERFORM RECYCLER-OCCURRENCES
           PERFORM RECYCLER-EXTERNE
           PERFORM RECYCLER-CADASTRE

           DISPLAY "4-RECYCLAGE : " CPT-PRESENTES
                   " rejet(s) presente(s), " CPT-CORRIGES
           END-IF
           .

       RECYCLER-CADASTRE.

           OPEN INPUT F-REJETS-CADASTRE
           IF STATUT-REJETS-ABSENT THEN
               CLOSE F-REJETS-CADASTRE
           ELSE
               PERFORM OUVRIR-REPRISE-CADASTRE
               MOVE SPACE TO FIN-ENREG

               PERFORM UNTIL FF
                   READ F-REJETS-CADASTRE
                       AT END
                           SET FF TO TRUE
                       NOT AT END
                           MOVE "K" TO REG-Famille
                           MOVE RJK-LIGNE(1:40) TO REG-Empreinte
                           PERFORM VIEILLIR-REJET
                           DISPLAY "MOUVEMENT CADASTRE REJETE : "
                                   RJK-LIGNE
                           PERFORM SAISIR-CORRECTION
                           IF SAISIE-CORRECTION NOT = SPACE THEN
                               MOVE SAISIE-CORRECTION TO RK-LIGNE
                               WRITE RK-LIGNE
                               PERFORM MARQUER-CORRIGE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE F-REJETS-CADASTRE R-CADASTRE
           END-IF
           .

       OUVRIR-REPRISE-CADASTRE.

           OPEN INPUT R-CADASTRE
           IF STATUT-REPRISE-ABSENT THEN
               CLOSE R-CADASTRE
               OPEN OUTPUT R-CADASTRE
           ELSE
               CLOSE R-CADASTRE
               OPEN EXTEND R-CADASTRE
           END-IF
           .

      ******************************************************************
      *        SAISIE ET REGISTRE

