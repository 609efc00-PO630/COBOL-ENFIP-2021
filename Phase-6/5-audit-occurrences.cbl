      *    Cycle de vie du local (AAAAMMJJ ; zeros = inconnue)
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl (prefixe CTB- pour ne pas entrer
               10 CTB-Code-Insee PIC 9(5).
           05 CTB-Parts PIC 9V9.
           05 CTB-Statut PIC X(1).
           05 CTB-Sip PIC X(5).

      *    Meme disposition que C-ANO-ENREG dans 5-ROLES.cbl (le
      *    registre des anomalies lit ce format)
           PERFORM UNTIL IDX-OCC > NB-OCC-GROUPE
               IF OG-LOCAL(IDX-OCC) > 0
                  AND (OG-TAXE(IDX-OCC) = "TF"
                       OR OG-TAXE(IDX-OCC) = "TN"
                       OR OG-TAXE(IDX-OCC) = "LV") THEN
                   MOVE OG-LOCAL(IDX-OCC) TO LOC-Identifiant
                   READ C-LOCAUX
                       INVALID KEY
