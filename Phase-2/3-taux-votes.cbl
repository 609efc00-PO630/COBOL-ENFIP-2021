      *            5-taux-millesimes.idx). Un vote non conforme est
      *            ecarte, liste sur l'etat de chargement, et une
      *            lettre part a la mairie (contacts 5-mairies.idx).
      *            Niveau Z : taux TEOM d'une zone de collecte (cle =
      *            code Insee + code zone, taxe O = ordures), pose au
      *            master 5-zones-teom.idx reconstruit par
      *            3-ZONES-TEOM ; une zone exoneree (sans collecte)
      *            ne recoit pas de taux.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS R-Region.

      *    Zones de collecte TEOM (master facultatif)
           SELECT C-ZONES ASSIGN TO "5-zones-teom.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ZT-Cle
                   FILE STATUS IS WS-STATUT-ZONES.

           SELECT FS ASSIGN TO "7-taux-votes.txt"
                   ORGANIZATION LINE SEQUENTIAL.

       FILE SECTION.

      *    Niveau C = commune (cle = code Insee), D = departement
      *    (cle = nom), R = region (cle = nom), Z = zone de collecte
      *    TEOM (cle = code Insee + code zone) ; taxe C = carbone,
      *    D = densite, O = ordures (niveau Z) ; taux en centiemes
      *    (9(4)V99)
       FD  F-TAUX-VOTES.
       01  TV-ENREG.
           05 TV-Niveau       PIC X(1).
               88 TV-Niveau-Commune     VALUE "C".
               88 TV-Niveau-Departement VALUE "D".
               88 TV-Niveau-Region      VALUE "R".
               88 TV-Niveau-Zone        VALUE "Z".
           05 TV-Cle          PIC X(30).
           05 TV-Cle-Insee REDEFINES TV-Cle.
               10 TV-Code-Insee   PIC 9(5).
               10 FILLER          PIC X(25).
           05 TV-Cle-Zone REDEFINES TV-Cle.
               10 TV-Zone-Insee   PIC 9(5).
               10 TV-Zone         PIC X(2).
               10 FILLER          PIC X(23).
           05 TV-Taxe         PIC X(1).
               88 TV-Taxe-Carbone       VALUE "C".
               88 TV-Taxe-Densite       VALUE "D".
               88 TV-Taxe-Ordures       VALUE "O".
           05 TV-Taux         PIC 9(4)V99.
           05 TV-Annee        PIC 9(4).

               10 R-Taux-Carbone        PIC 9(4)V99.
               10 R-Taux-Densite        PIC 9(4)V99.

      *    Meme disposition que ZT-ENREG dans 3-ZONES-TEOM.cbl,
      *    qui alimente ce fichier
       FD  C-ZONES.
       01  ZT-ENREG.
           05 ZT-Cle.
               10 ZT-Code-Insee     PIC 9(5).
               10 ZT-Zone           PIC X(2).
           05 ZT-Libelle            PIC X(30).
           05 ZT-Exoneree           PIC X(1).
               88 ZT-EST-EXONEREE        VALUE "O".
           05 ZT-Taux               PIC 9(4)V99.

       FD  FS.
       01  FS-DATA PIC X(110).

               88  STATUT-MILLESIMES-ABSENT       VALUE "35".
           05  WS-STATUT-MAIRIES        PIC X(02) VALUE SPACE.
               88  STATUT-MAIRIES-ABSENT          VALUE "35".
           05  WS-STATUT-ZONES          PIC X(02) VALUE SPACE.
               88  STATUT-ZONES-ABSENT            VALUE "35".
           05  MULTIPLICATEUR-PLAFOND   PIC 9(1)V99 VALUE 2.50.
           05  MOY-COMMUNES-CARBONE     PIC 9(6)V99 VALUE 0.
           05  MOY-COMMUNES-DENSITE     PIC 9(6)V99 VALUE 0.
                       " sans adresse"
           END-IF

           OPEN I-O C-ZONES

           MOVE ARTICLE-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LIGNE TO FS-DATA
           IF NOT STATUT-MAIRIES-ABSENT THEN
               CLOSE C-MAIRIES
           END-IF
           IF NOT STATUT-ZONES-ABSENT THEN
               CLOSE C-ZONES
           END-IF

           PERFORM FIN-PGM
           .
                   PERFORM APPLIQUER-VOTE-DEPARTEMENT
               WHEN TV-Niveau-Region
                   PERFORM APPLIQUER-VOTE-REGION
               WHEN TV-Niveau-Zone
                   PERFORM APPLIQUER-VOTE-ZONE
               WHEN OTHER
                   PERFORM ECRIRE-CLE-INTROUVABLE
           END-EVALUATE
           END-READ
           .

      *    Taux TEOM d'une zone de collecte : la TEOM n'entre pas
      *    dans les moyennes nationales, seul le cas de la zone sans
      *    collecte est ecarte
       APPLIQUER-VOTE-ZONE.

           IF STATUT-ZONES-ABSENT OR NOT TV-Taxe-Ordures THEN
               PERFORM ECRIRE-CLE-INTROUVABLE
               EXIT PARAGRAPH
           END-IF

           MOVE TV-Zone-Insee TO ZT-Code-Insee
           MOVE TV-Zone TO ZT-Zone
           READ C-ZONES
               INVALID KEY
                   PERFORM ECRIRE-CLE-INTROUVABLE
               NOT INVALID KEY
                   IF ZT-EST-EXONEREE THEN
                       MOVE "zone exoneree, sans collecte"
                           TO MOTIF-REJET
                       PERFORM ECRIRE-REJET-LEGAL
                       PERFORM ECRIRE-LETTRE-MAIRIE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ZT-Taux TO SU-Ancien
                   MOVE TV-Taux TO ZT-Taux
                   REWRITE ZT-ENREG
                   PERFORM ECRIRE-SURCHARGE
           END-READ
           .

       ECRIRE-SURCHARGE.

           MOVE TV-Niveau TO SU-Niveau
