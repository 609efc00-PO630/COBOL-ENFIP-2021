      *    local demoli ne genere plus d'imposition
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Categorie ** = coefficient par defaut de toutes les
      *    categories sans ligne propre
