       FD  F-CONTRIBUABLES.
       01  M-CON-ENREG.
           05 M-Numero-Fiscal       PIC 9(13).
           05 M-Suite               PIC X(39).

       FD  F-OCCURRENCES.
       01  OCC-ENREG.
