      *    local demoli ne genere plus d'imposition
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl (prefixe CTB- pour ne pas entrer
               88 CTB-Statut-Actif     VALUE "A" SPACE.
               88 CTB-Statut-Decede    VALUE "D".
               88 CTB-Statut-Transfere VALUE "T".
           05 CTB-Sip PIC X(5).

       FD  C-JOURNAL.
       01  CJ-ENREG.
