
       CUMULER-UNE-BASE.

      *    Les lignes de reduction et de credit d'impot (RI, CI)
      *    portent une depense declaree, les lignes RC un revenu
      *    categoriel de l'IR, pas une assiette
           IF D-Taxe = "RI" OR D-Taxe = "CI" OR D-Taxe = "RC" THEN
               EXIT PARAGRAPH
           END-IF

           SET POSTE-EST-ABSENT TO TRUE
           MOVE 1 TO IDX-COMMUNE
           PERFORM UNTIL IDX-COMMUNE > NB-COMMUNES
