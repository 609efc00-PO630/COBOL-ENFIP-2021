               88 C-Statut-Actif     VALUE "A" SPACE.
               88 C-Statut-Decede    VALUE "D".
               88 C-Statut-Transfere VALUE "T".
           05 C-Sip PIC X(5).

       FD  FS.
       01  FS-DATA.
