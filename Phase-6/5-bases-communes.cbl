      *    Cycle de vie du local (AAAAMMJJ ; zeros = inconnue)
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

       FD  FS.
       01  FS-DATA PIC X(90).
