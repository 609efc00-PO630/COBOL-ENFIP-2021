               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REPRISE-FLUX.

      *    Occurrences de taxe sur les logements vacants emises par
      *    4-LOGEMENTS-VACANTS (delai de justification echu)
           SELECT  F-FLUX-VACANTS
               ASSIGN TO "4-occurrences-vacants.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FLUX-VACANTS.

      *    Lot entier mis en quarantaine quand l'enveloppe du flux
      *    (en-tete/fin) ne retombe pas sur son contenu
           SELECT  C-QUARANTAINE
               10 F-REVENU     PIC S9(6) SIGN LEADING SEPARATE.
               10 F-CODE-INSEE PIC 9(5).
      *        Local vise par l'occurrence (TF/TN/TH/CF ; 0 = aucun
      *        local reference, assiette restee sur le revenu) ;
      *        IR : categorie du revenu declare (01 salaires, 02
      *        pensions, 03 revenus fonciers, 04/05 micro-BIC vente/
      *        services, 06 micro-BNC ; 0 = non ventile), voir
      *        0-categories-revenu.param
               10 F-LOCAL      PIC 9(8).
      *        Residence principale/secondaire (TH uniquement ;
      *        espace ou "P" = principale, "S" = secondaire, pour ne
      *    anterieur reste une occurrence distincte
      *    Le local fait partie de la cle pour qu'un contribuable
      *    possedant plusieurs locaux dans une meme commune garde une
      *    occurrence par local ; pour l'IR la zone du local porte la
      *    categorie du revenu, un salaire et une pension du meme
      *    millesime restent ainsi deux occurrences
           05 C-CLE-AMENDEMENT.
               10 C-NUMERO-FISCAL   PIC 9(13).
               10 C-TAXE            PIC X(2).
       FD  F-REPRISE-FLUX.
       01  F-REPRISE-LIGNE PIC X(80).

       FD  F-FLUX-VACANTS.
       01  F-VACANTS-LIGNE PIC X(80).

       FD  C-QUARANTAINE.
       01  C-QUARANTAINE-LIGNE PIC X(80).

               88  STATUT-REPRISE-FLUX-ABSENT    VALUE "35".
           05  FIN-REPRISE-FLUX         PIC X(01) VALUE SPACE.
               88  FF-REPRISE                     VALUE HIGH-VALUE.
           05  WS-STATUT-FLUX-VACANTS   PIC X(02) VALUE SPACE.
               88  STATUT-FLUX-VACANTS-ABSENT    VALUE "35".
           05  FIN-FLUX-VACANTS         PIC X(01) VALUE SPACE.
               88  FF-VACANTS                     VALUE HIGH-VALUE.

      *    Controle de l'enveloppe du flux (voir FD F-OCCURRENCES)
       1   ENVELOPPE-WORKING-MANAGER.
      *    enveloppe)
           PERFORM TRAITER-REPRISE-FLUX

      *    Taxe sur les logements vacants (meme enregistrement, sans
      *    enveloppe)
           PERFORM TRAITER-FLUX-VACANTS

           DISPLAY "4-OCCURRENCES : " CPT-REJETS
                   " enregistrement(s) rejete(s)"
           DISPLAY "4-OCCURRENCES : " CPT-AMENDEES
           END-IF
           .

      ******************************************************************
      *        OCCURRENCES LV (4-LOGEMENTS-VACANTS)

       TRAITER-FLUX-VACANTS.

           OPEN INPUT F-FLUX-VACANTS

           IF STATUT-FLUX-VACANTS-ABSENT THEN
               CLOSE F-FLUX-VACANTS
           ELSE
               PERFORM UNTIL FF-VACANTS
                   READ F-FLUX-VACANTS
                       AT END
                           SET FF-VACANTS TO TRUE
                       NOT AT END
                           MOVE F-VACANTS-LIGNE
                               TO F-OCCURRENCES-ENREG
                           ADD 1 TO CPT-LUS-MANIFESTE
                           PERFORM ENREGISTRER-OCCURRENCE
                   END-READ
               END-PERFORM
               CLOSE F-FLUX-VACANTS

      *    Flux consomme, comme la representation : une taxe deja
      *    chargee ne doit pas etre rechargee au passage suivant
               OPEN OUTPUT F-FLUX-VACANTS
               CLOSE F-FLUX-VACANTS
           END-IF
           .

      ******************************************************************
      *        ENREGISTREMENT D'UNE OCCURRENCE : AMENDEMENT D'UNE
      *        OCCURRENCE EXISTANTE (MEME CONTRIBUABLE/IMPOT/COMMUNE)
