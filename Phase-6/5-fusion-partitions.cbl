      *            (6-imposables.dat, 6-exoneres.dat, 6-anomalies.dat,
      *            6-imposables-detail.dat, 6-avoirs.dat,
      *            6-plafonnements.dat, 6-scissions-exceptions.dat,
      *            6-imposables-cfe.dat, 6-imposables-emissions.dat),
      *            les quatre records de controle sont consolides
      *            en un seul 6-controle.dat
      *            (compteurs et totaux sommes, parametres repris de
      *            la premiere partition : les quatre instances
      *            tournent avec les memes parametres), et la ligne

       1   FUSION-WORKING-MANAGER.
           05  IDX-PARTITION           PIC 9(1) VALUE 0.
           05  IDX-FAMILLE             PIC 9(2) VALUE 0.
           05  CPT-LIGNES-FAMILLE      PIC 9(8) VALUE 0.
           05  PREMIER-CONTROLE-VU     PIC 9(1) VALUE 0.
               88  PREMIER-CONTROLE-EST-VU       VALUE 1.
      *    de la premiere partition lue
           05  SUITE-PREMIERE          PIC X(2115) VALUE SPACE.
      *    Racines des familles de sorties a concatener
           05  FAMILLE-ENTREE OCCURS 9 TIMES PIC X(30).
           05  FAMILLE-SORTIE OCCURS 9 TIMES PIC X(40).
      *    Cumuls consolides du record de controle
           05  SOM-CONTRIBUABLES       PIC 9(6) VALUE 0.
           05  SOM-EXONERES            PIC 9(6) VALUE 0.
           MOVE "6-scissions-exceptions.dat" TO FAMILLE-SORTIE(7)
           MOVE "6-imposables-cfe-part" TO FAMILLE-ENTREE(8)
           MOVE "6-imposables-cfe.dat" TO FAMILLE-SORTIE(8)
           MOVE "6-imposables-emissions-part" TO FAMILLE-ENTREE(9)
           MOVE "6-imposables-emissions.dat" TO FAMILLE-SORTIE(9)

           MOVE 1 TO IDX-FAMILLE
           PERFORM CONCATENER-UNE-FAMILLE
               UNTIL IDX-FAMILLE > 9

           PERFORM CONSOLIDER-CONTROLES

