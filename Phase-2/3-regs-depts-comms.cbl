                   RECORD KEY IS EM-Code-Insee
                   FILE STATUS IS WS-STATUT-EPCI-MEMBRES.

      *    EPCI a fiscalite professionnelle unique (code, annee
      *    d'effet, taux de CFE vote par l'EPCI) : la CFE de leurs
      *    communes membres revient a l'EPCI
           SELECT F-EPCI-FPU  ASSIGN TO "0-epci-fpu.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-EPCI-FPU.

      *    Communes dont la region/departement n'a pas pu etre placee
      *    dans les tables (table pleine : region/departement nouveau
      *    ou renomme non prevu par TABLE-REGION/TABLE-DEPTS)
           05 EP-Taux.
               10 EP-Taux-Carbone   PIC 9(4)V99.
               10 EP-Taux-Densite   PIC 9(4)V99.
      *    Fiscalite professionnelle unique : O = la CFE des communes
      *    membres est levee par l'EPCI a son taux vote, a compter
      *    de l'annee d'effet
           05 EP-FPU           PIC X(1).
               88 EP-EST-FPU        VALUE "O".
           05 EP-FPU-Annee     PIC 9(4).
           05 EP-Taux-CFE      PIC 9(4)V99.

       FD  F-EPCI-FPU.
       01  FPU-ENREG.
           05 FPU-Code-Epci    PIC 9(9).
           05 FPU-Annee        PIC 9(4).
           05 FPU-Taux-CFE     PIC 9(4)V99.

       FD  C-EPCI-MEMBRES.
       01  C-EPCI-MEMBRE-ENREG.
               10 EP-TAB-SOMME-ALTITUDE PIC 9(8)V99.
               10 EP-TAB-SOMME-SUPERFICIE PIC 9(8)V99.
               10 EP-TAB-SOMME-POPULATION PIC 9(8)V99.
               10 EP-TAB-FPU            PIC X(1).
               10 EP-TAB-FPU-ANNEE      PIC 9(4).
               10 EP-TAB-TAUX-CFE       PIC 9(4)V99.
           05 WS-STATUT-EPCI-FPU    PIC X(02) VALUE SPACE.
               88  STATUT-EPCI-FPU-ABSENT        VALUE "35".
           05 FIN-EPCI-FPU          PIC X(01) VALUE SPACE.
               88  FF-EPCI-FPU                    VALUE HIGH-VALUE.
           05 CPT-EPCI-FPU          PIC 9(4) VALUE 0.
           05 CPT-EPCI-FPU-INCONNUS PIC 9(4) VALUE 0.
           05 EPCI-COMMUNE-TROUVE   PIC 9(1) VALUE 0.
               88  EPCI-COMMUNE-EST-TROUVE        VALUE 1.
               88  EPCI-COMMUNE-EST-ABSENT        VALUE 0.
      *    Intercommunalites : appartenance posee en master indexe,
      *    agregat prepare en table
           PERFORM CHARGER-EPCI
           IF EPCI-EST-PRESENT THEN
               PERFORM CHARGER-EPCI-FPU
           END-IF

           OPEN INPUT F-COMMUNES
           OPEN OUTPUT C-DEPTS C-COMMUNES C-REGIONS C-ANOMALIES
                   MOVE 0 TO EP-TAB-SOMME-ALTITUDE(NB-EPCI)
                   MOVE 0 TO EP-TAB-SOMME-SUPERFICIE(NB-EPCI)
                   MOVE 0 TO EP-TAB-SOMME-POPULATION(NB-EPCI)
                   MOVE SPACE TO EP-TAB-FPU(NB-EPCI)
                   MOVE 0 TO EP-TAB-FPU-ANNEE(NB-EPCI)
                   MOVE 0 TO EP-TAB-TAUX-CFE(NB-EPCI)
               ELSE
                   ADD 1 TO CPT-EPCI-DEBORDEMENT
               END-IF
           END-IF
           .

      *    Regime de fiscalite professionnelle unique des EPCI qui
      *    l'ont adopte : un EPCI inconnu de 2-epci.dat est signale
      *    et ignore
       CHARGER-EPCI-FPU.

           OPEN INPUT F-EPCI-FPU

           IF STATUT-EPCI-FPU-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-EPCI-FPU
               READ F-EPCI-FPU
                   AT END
                       SET FF-EPCI-FPU TO TRUE
                   NOT AT END
                       SET EPCI-CODE-EST-ABSENT TO TRUE
                       MOVE 1 TO IDX-EPCI
                       PERFORM UNTIL IDX-EPCI > NB-EPCI
                           IF EP-TAB-CODE(IDX-EPCI)
                                   = FPU-Code-Epci THEN
                               SET EPCI-CODE-EST-TROUVE TO TRUE
                               MOVE "O" TO EP-TAB-FPU(IDX-EPCI)
                               MOVE FPU-Annee
                                   TO EP-TAB-FPU-ANNEE(IDX-EPCI)
                               MOVE FPU-Taux-CFE
                                   TO EP-TAB-TAUX-CFE(IDX-EPCI)
                               ADD 1 TO CPT-EPCI-FPU
                               MOVE NB-EPCI TO IDX-EPCI
                           END-IF
                           ADD 1 TO IDX-EPCI
                       END-PERFORM
                       IF EPCI-CODE-EST-ABSENT THEN
                           DISPLAY "3-REGS-DEPTS-COMMS : EPCI "
                                   FPU-Code-Epci " de 0-epci-fpu.param"
                                   " inconnu, ignore"
                           ADD 1 TO CPT-EPCI-FPU-INCONNUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-EPCI-FPU

           DISPLAY "3-REGS-DEPTS-COMMS : " CPT-EPCI-FPU
                   " EPCI a fiscalite professionnelle unique"
           .

      *    Agregation de la commune en cours sur son EPCI (lecture
      *    par cle de l'appartenance, puis cumul en table)
       COMPLETE-TABLE-EPCI.
               MOVE EP-TAB-CODE(IDX-EPCI) TO EP-Code
               MOVE EP-TAB-NOM(IDX-EPCI) TO EP-Nom
               MOVE EP-TAB-NB-COMMUNES(IDX-EPCI) TO EP-Nb-Communes
               MOVE EP-TAB-FPU(IDX-EPCI) TO EP-FPU
               MOVE EP-TAB-FPU-ANNEE(IDX-EPCI) TO EP-FPU-Annee
               MOVE EP-TAB-TAUX-CFE(IDX-EPCI) TO EP-Taux-CFE
               WRITE C-EPCI-ENREG
                   INVALID KEY
                       DISPLAY "Probleme d'ecriture de cle EPCI"
