               10 C-Code-Insee PIC 9(5).
           05 C-Parts PIC 9V9.
           05 C-Statut PIC X(1).
           05 C-Sip PIC X(5).

      *    Meme disposition que dans 4-OCCURRENCES.cbl
       FD  C-OCCURRENCES.
