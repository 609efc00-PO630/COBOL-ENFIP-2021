      *          contribuables deja corriges) ; seul un numero
      *          inconnu des deux fichiers est rejete, de meme
      *          qu'une occurrence que l'heritier possede deja.
      *          Un local dont le defunt etait usufruitier (usufruit
      *          en cours au master 5-demembrement.idx) n'est pas
      *          transfere : l'usufruit s'eteint au deces et
      *          4-DEMEMBREMENT rend la pleine propriete au
      *          nu-proprietaire. La nue-propriete du defunt passe en
      *          revanche a l'heritier : tout usufruit en cours dont
      *          le defunt etait nu-proprietaire est reecrit au nom
      *          de l'heritier (et trace au journal), pour que la
      *          reunion ne rende pas la pleine propriete au defunt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       WITH DUPLICATES
                   FILE STATUS IS WS-STATUT-OCC.

      *    Usufruits en cours (4-DEMEMBREMENT) : absent tant
      *    qu'aucun demembrement n'est enregistre. Acces DYNAMIC :
      *    lecture par local pour les occurrences, parcours complet
      *    pour les nues-proprietes du defunt
           SELECT C-DEMEMBREMENT ASSIGN TO "5-demembrement.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DMB-Local
                   FILE STATUS IS WS-STATUT-DEMEMBREMENT.

      *    Trace auditable des transferts effectues
           SELECT C-JOURNAL ASSIGN TO "4-successions-journal.dat"
                   ORGANIZATION LINE SEQUENTIAL.
               88 C-Statut-Actif     VALUE "A" SPACE.
               88 C-Statut-Decede    VALUE "D".
               88 C-Statut-Transfere VALUE "T".
           05 C-Sip PIC X(5).

      *    Meme disposition que dans 4-OCCURRENCES.cbl (noms prefixes
      *    OCC- pour ne pas entrer en collision avec le master des
           05 OCC-SENS            PIC X(1).
           05 OCC-EXECUTION-CHARGEMENT PIC 9(6).

      *    Meme disposition que C-DMB-ENREG dans 4-DEMEMBREMENT.cbl
       FD  C-DEMEMBREMENT.
       01  C-DMB-ENREG.
           05 DMB-Local             PIC 9(8).
           05 DMB-Usufruitier       PIC 9(13).
           05 DMB-Nu-Proprietaire   PIC 9(13).
           05 DMB-Date-Debut        PIC 9(8).
           05 DMB-Nature-Fin        PIC X(1).
           05 DMB-Date-Terme        PIC 9(8).
           05 DMB-Etat              PIC X(1).
               88 DMB-En-Cours                VALUE "E".
           05 DMB-Date-Fin          PIC 9(8).
           05 DMB-Motif-Fin         PIC X(1).
           05 DMB-Date-Maj          PIC 9(8).

      *    Transmission d'une nue-propriete : cle = local demembre,
      *    taxe NP, code Insee a zero
       FD  C-JOURNAL.
       01  CJ-ENREG.
           05 CJ-Numero-Decede   PIC 9(13).
               88  FF                             VALUE  HIGH-VALUE.
           05  FIN-OCC                 PIC  X(01) VALUE  SPACE.
               88  FF-OCC                         VALUE  HIGH-VALUE.
           05  FIN-DMB                 PIC  X(01) VALUE  SPACE.
               88  FF-DMB                         VALUE  HIGH-VALUE.

       1   MAJ-WORKING-MANAGER.
           05  WS-STATUT-IDX            PIC X(02) VALUE SPACE.
           05  CPT-TRAITEES             PIC 9(6) VALUE 0.
           05  CPT-TRANSFERTS           PIC 9(6) VALUE 0.
           05  CPT-REJETEES             PIC 9(6) VALUE 0.
           05  CPT-NUES-PROPRIETES      PIC 9(6) VALUE 0.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  WS-STATUT-DEMEMBREMENT   PIC X(02) VALUE SPACE.
               88  STATUT-DEMEMBREMENT-ABSENT     VALUE "35".
           05  USUFRUIT-ETAT            PIC X(01) VALUE SPACE.
               88  OCC-SOUS-USUFRUIT-DEFUNT       VALUE "U".
           05  NUMERO-DECEDE-COURANT    PIC 9(13) VALUE 0.
      *    Recherche d'une identite dans 5-contribuables.dat (numero
      *    jamais corrige, donc absent du master des surcharges)
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           OPEN I-O C-CONTRIBUABLES
           IF STATUT-IDX-ABSENT THEN
               DISPLAY "4-SUCCESSIONS : 5-contribuables.idx"
               PERFORM FIN-PGM
           END-IF

           OPEN I-O C-DEMEMBREMENT

           OPEN INPUT F-SUCCESSIONS
           OPEN OUTPUT C-JOURNAL C-REJETS

           DISPLAY "4-SUCCESSIONS : " CPT-TRAITEES
                   " transaction(s), " CPT-TRANSFERTS
                   " occurrence(s) transferee(s), "
                   CPT-NUES-PROPRIETES " nue(s)-propriete(s)"
                   " transmise(s), " CPT-REJETEES " rejetee(s)"

           CLOSE F-SUCCESSIONS C-CONTRIBUABLES C-OCCURRENCES
                 C-JOURNAL C-REJETS
           IF NOT STATUT-DEMEMBREMENT-ABSENT THEN
               CLOSE C-DEMEMBREMENT
           END-IF

           PERFORM FIN-PGM
           .
               MOVE P-Code-Insee    TO C-Code-Insee
               MOVE P-Parts         TO C-Parts
               MOVE "A" TO C-Statut
               MOVE SPACE TO C-Sip
               WRITE C-CONTRIBUABLES-ENREG
               PERFORM MARQUER-DEFUNT
           ELSE
               MOVE P-Code-Insee    TO C-Code-Insee
               MOVE P-Parts         TO C-Parts
               MOVE "D" TO C-Statut
               MOVE SPACE TO C-Sip
               WRITE C-CONTRIBUABLES-ENREG
               PERFORM TRANSFERER-OCCURRENCES
           ELSE
           SET PASSE-A-REFAIRE TO TRUE

           PERFORM TRANSFERER-UNE-PASSE UNTIL PASSE-TERMINEE

           PERFORM TRANSMETTRE-NUES-PROPRIETES
           .

      *    Une passe parcourt le groupe du defunt (cle alternative
                           OR PASSE-A-REFAIRE

                       PERFORM CHERCHER-ECHEC
                       PERFORM CHERCHER-USUFRUIT-DEFUNT
                       IF (OCC-TAXE = "TF" OR OCC-TAXE = "TN")
                          AND NOT OCC-DEJA-EN-ECHEC
                          AND NOT OCC-SOUS-USUFRUIT-DEFUNT THEN
                           PERFORM TRANSFERER-UNE-OCCURRENCE
                           IF TRANSFERT-A-RELANCER THEN
                               SET PASSE-A-REFAIRE TO TRUE
           END-PERFORM
           .

      *    Le defunt etait-il usufruitier du local de l'occurrence ?
      *    L'usufruit ne se transmet pas : l'occurrence reste a son
      *    nom jusqu'a la reunion par 4-DEMEMBREMENT
       CHERCHER-USUFRUIT-DEFUNT.

           MOVE SPACE TO USUFRUIT-ETAT
           IF STATUT-DEMEMBREMENT-ABSENT OR OCC-LOCAL = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE OCC-LOCAL TO DMB-Local
           READ C-DEMEMBREMENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DMB-En-Cours
                      AND DMB-Usufruitier = NUMERO-DECEDE-COURANT
                      AND (OCC-TAXE = "TF" OR OCC-TAXE = "TN") THEN
                       SET OCC-SOUS-USUFRUIT-DEFUNT TO TRUE
                   END-IF
           END-READ
           .

      *    La nue-propriete se transmet a l'heritier : le master des
      *    demembrements n'a pas de cle par nu-proprietaire, il est
      *    parcouru en entier (les successions restent peu nombreuses)
       TRANSMETTRE-NUES-PROPRIETES.

           IF STATUT-DEMEMBREMENT-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO FIN-DMB
           MOVE 0 TO DMB-Local
           START C-DEMEMBREMENT KEY NOT < DMB-Local
               INVALID KEY
                   SET FF-DMB TO TRUE
           END-START

           PERFORM UNTIL FF-DMB
               READ C-DEMEMBREMENT NEXT RECORD
                   AT END
                       SET FF-DMB TO TRUE
                   NOT AT END
                       IF DMB-En-Cours
                          AND DMB-Nu-Proprietaire
                              = NUMERO-DECEDE-COURANT THEN
                           PERFORM TRANSMETTRE-UNE-NUE-PROPRIETE
                       END-IF
               END-READ
           END-PERFORM
           .

       TRANSMETTRE-UNE-NUE-PROPRIETE.

           MOVE SUC-Numero-Heritier TO DMB-Nu-Proprietaire
           MOVE DATE-DU-JOUR TO DMB-Date-Maj
           REWRITE C-DMB-ENREG

           MOVE SUC-Numero-Decede   TO CJ-Numero-Decede
           MOVE SUC-Numero-Heritier TO CJ-Numero-Heritier
           MOVE SUC-Date-Deces      TO CJ-Date-Deces
           MOVE DMB-Local           TO CJ-Cle-Occurrence
           MOVE "NP"                TO CJ-Taxe
           MOVE 0                   TO CJ-Code-Insee
           WRITE CJ-ENREG

           ADD 1 TO CPT-NUES-PROPRIETES
           .

      *    La cle primaire de l'occurrence ne change pas : seule la
      *    cle alternative (numero fiscal) est reecrite au nom de
      *    l'heritier. Si l'heritier possede deja une occurrence de
