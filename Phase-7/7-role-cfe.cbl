      *          par commune (nombre d'etablissements, produit
      *          communal) et un recapitulatif final, les communes
      *          suivant le produit des entreprises a part de celui
      *          des menages. La CFE des communes membres d'un EPCI a
      *          fiscalite professionnelle unique est levee par
      *          l'EPCI : elle est editee en produit EPCI, la part
      *          communale de ces communes etant nulle.
      *          Chaque etablissement porte le motif de son
      *          allegement de creation (C1 = exonere l'annee de
      *          creation, C2 = base reduite de moitie l'annee
      *          suivante) ; le sous-total de la commune en donne le
      *          nombre et le produit communal (ou EPCI) perdu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 E-Annee           PIC 9(4).
      *    M = porte a la base minimum communale par 5-ROLES
           05 E-Base-Minimum    PIC X(1).
      *    CFE levee par l'EPCI a fiscalite professionnelle unique
           05 E-Impot-Epci      PIC 9(6)V99.
      *    Reference de paiement du compte entreprise (SIREN)
           05 E-Reference-Paiement PIC X(21).
      *    Allegement de creation (C1, C2) et produit perdu
           05 E-Motif-Creation  PIC X(2).
           05 E-Perte-Commune   PIC 9(6)V99.
           05 E-Perte-Dept      PIC 9(6)V99.
           05 E-Perte-Region    PIC 9(6)V99.
      *    Taxe speciale GEMAPI (comprise dans la part EPCI) et
      *    emission du groupe CF
           05 E-Impot-Gemapi    PIC 9(6)V99.
           05 E-Date-Emission   PIC 9(8).
           05 E-Date-Echeance   PIC 9(8).
           05 E-Emission-Reference PIC X(21).

       FD  FS.
       01  FS-DATA PIC X(100).
           05 T-Impot-Region    PIC 9(6)V99.
           05 T-Annee           PIC 9(4).
           05 T-Base-Minimum    PIC X(1).
           05 T-Impot-Epci      PIC 9(6)V99.
           05 T-Reference-Paiement PIC X(21).
           05 T-Motif-Creation  PIC X(2).
           05 T-Perte-Commune   PIC 9(6)V99.
           05 T-Perte-Dept      PIC 9(6)V99.
           05 T-Perte-Region    PIC 9(6)V99.
           05 T-Impot-Gemapi    PIC 9(6)V99.
           05 T-Date-Emission   PIC 9(8).
           05 T-Date-Echeance   PIC 9(8).
           05 T-Emission-Reference PIC X(21).

       WORKING-STORAGE SECTION.

      *    Version de disposition attendue en tete des fichiers
      *    inter-phases (0001 = origine, 0002 = part EPCI,
      *    0003 = montants en centimes, 0004 = part EPCI a fiscalite
      *    professionnelle unique, 0005 = reference de paiement par
      *    SIREN, 0006 = allegement de creation, 0007 = GEMAPI et
      *    emission du groupe CF) : un fichier d'une autre version
      *    arrete net, plutot que de cisailler les champs
       1   GARNIR-WORKING-MANAGER.
           05  FIN-GARNIR               PIC X(01) VALUE SPACE.
               88  FF-GARNIR                       VALUE HIGH-VALUE.

       1   VERSIONS-WORKING-MANAGER.
           05  ENTETE-VERSION-CFE       PIC X(32)
               VALUE "VER 6-IMPOSABLES-CFE        0007".

       01  Affichage.

               10 RC-Impot PIC Z(5)9.
               10 FILLER PIC X(11) VALUE '  commune :'.
               10 RC-Impot-Commune PIC Z(5)9.
               10 FILLER PIC X(8) VALUE '  EPCI :'.
               10 RC-Impot-Epci PIC Z(5)9.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RC-Motif-Creation PIC X(2).

           05 ARTICLE-SOUS-TOTAL.
               10 FILLER PIC X(18) VALUE 'Etablissements : '.
               10 FILLER PIC X(21) VALUE '  Portes au minimum :'.
               10 ST-Nb-Minimum PIC Z(5)9.

           05 ARTICLE-SOUS-TOTAL-CREATION.
               10 FILLER PIC X(18) VALUE 'Exoneres (C1) : '.
               10 ST-Nb-Exoneres PIC Z(5)9.
               10 FILLER PIC X(20) VALUE '  Reduits (C2) :'.
               10 ST-Nb-Reduits PIC Z(9)9.
               10 FILLER PIC X(21) VALUE '  Produit perdu :'.
               10 ST-Perte PIC Z(5)9.

           05 ARTICLE-SOUS-TOTAL-EPCI.
               10 FILLER PIC X(44)
                  VALUE 'Produit leve par l''EPCI a FPU :'.
               10 ST-Produit-Epci PIC Z(9)9.

           05 ARTICLE-FIN.
               10 FILLER PIC X(14) VALUE 'Total CFE : '.
               10 FIN-Total PIC Z(11)9.
           05  INSEE-COURANT        PIC 9(5) VALUE 0.
           05  CPT-COMMUNE          PIC 9(6) VALUE 0.
           05  CPT-MINIMUM-COMMUNE  PIC 9(6) VALUE 0.
           05  CPT-EXONERES-COMMUNE PIC 9(6) VALUE 0.
           05  CPT-REDUITS-COMMUNE  PIC 9(6) VALUE 0.
           05  PERTE-COMMUNE        PIC 9(10)V99 VALUE 0.
           05  PRODUIT-COMMUNE      PIC 9(10)V99 VALUE 0.
           05  PRODUIT-EPCI         PIC 9(10)V99 VALUE 0.
           05  CPT-TOTAL            PIC 9(6) VALUE 0.
           05  TOTAL-CFE            PIC 9(12)V99 VALUE 0.

                       ADD 1 TO CPT-COMMUNE
                       ADD 1 TO CPT-TOTAL
                       ADD T-Impot-Commune TO PRODUIT-COMMUNE
                       ADD T-Impot-Epci TO PRODUIT-EPCI
                       ADD T-Impot TO TOTAL-CFE
                       IF T-Base-Minimum = "M" THEN
                           ADD 1 TO CPT-MINIMUM-COMMUNE
                       END-IF
                       EVALUATE T-Motif-Creation
                           WHEN "C1"
                               ADD 1 TO CPT-EXONERES-COMMUNE
                           WHEN "C2"
                               ADD 1 TO CPT-REDUITS-COMMUNE
                       END-EVALUATE
                       ADD T-Perte-Commune TO PERTE-COMMUNE

                       MOVE T-Siret TO RC-Siret
                       MOVE T-Raison-Sociale TO RC-Raison-Sociale
                       MOVE T-Impot TO RC-Impot
                       MOVE T-Impot-Commune TO RC-Impot-Commune
                       MOVE T-Impot-Epci TO RC-Impot-Epci
                       MOVE T-Motif-Creation TO RC-Motif-Creation
                       MOVE ARTICLE-INDIV TO FS-DATA
                       WRITE FS-DATA
               END-RETURN
           MOVE CPT-MINIMUM-COMMUNE TO ST-Nb-Minimum
           MOVE ARTICLE-SOUS-TOTAL TO FS-DATA
           WRITE FS-DATA
           IF CPT-EXONERES-COMMUNE + CPT-REDUITS-COMMUNE > 0 THEN
               MOVE CPT-EXONERES-COMMUNE TO ST-Nb-Exoneres
               MOVE CPT-REDUITS-COMMUNE TO ST-Nb-Reduits
               MOVE PERTE-COMMUNE TO ST-Perte
               MOVE ARTICLE-SOUS-TOTAL-CREATION TO FS-DATA
               WRITE FS-DATA
           END-IF
           IF PRODUIT-EPCI > 0 THEN
               MOVE PRODUIT-EPCI TO ST-Produit-Epci
               MOVE ARTICLE-SOUS-TOTAL-EPCI TO FS-DATA
               WRITE FS-DATA
           END-IF
           MOVE ARTICLE-VIDE TO FS-DATA
           WRITE FS-DATA

           MOVE 0 TO CPT-COMMUNE CPT-MINIMUM-COMMUNE PRODUIT-COMMUNE
                     PRODUIT-EPCI CPT-EXONERES-COMMUNE
                     CPT-REDUITS-COMMUNE PERTE-COMMUNE
           .


