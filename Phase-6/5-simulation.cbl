               10 M-Code-Insee PIC 9(5).
           05 M-Parts PIC 9V9.
           05 M-Statut PIC X(1).
           05 M-Sip PIC X(5).

       FD  F-OCCURRENCES.
       01  F-OCC-ENREG.
