      *            d'habitation dans 5-ROLES. Un identifiant deja
      *            connu est corrige sur place (REWRITE), sinon le
      *            local est cree, sur le modele de
      *            4-CONTRIBUABLES-MAJ. Le local porte aussi sa zone
      *            de collecte TEOM (espaces = commune non zonee),
      *            qui fixe le taux de ses occurrences OM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    Cycle de vie du local (AAAAMMJJ ; zeros = inconnue)
           05 FL-Date-Construction PIC 9(8).
           05 FL-Date-Demolition   PIC 9(8).
      *    Zone de collecte TEOM (5-zones-teom.idx ; espaces = aucune)
           05 FL-Zone-Teom         PIC X(2).

       FD  C-LOCAUX.
       01  C-LOCAUX-ENREG.
      *    local demoli ne genere plus d'imposition
           05 LOC-Date-Construction PIC 9(8).
           05 LOC-Date-Demolition   PIC 9(8).
      *    Zone de collecte TEOM : le taux OM est celui de la zone
      *    (espaces = commune non zonee, taux de la commune)
           05 LOC-Zone-Teom         PIC X(2).

       FD  C-REJETS.
       01  C-REJETS-ENREG.
           MOVE FL-Valeur-Locative TO LOC-Valeur-Locative
           MOVE FL-Date-Construction TO LOC-Date-Construction
           MOVE FL-Date-Demolition TO LOC-Date-Demolition
           MOVE FL-Zone-Teom       TO LOC-Zone-Teom

           READ C-LOCAUX
               INVALID KEY
                   MOVE FL-Valeur-Locative TO LOC-Valeur-Locative
                   MOVE FL-Date-Construction TO LOC-Date-Construction
                   MOVE FL-Date-Demolition TO LOC-Date-Demolition
                   MOVE FL-Zone-Teom       TO LOC-Zone-Teom
                   REWRITE C-LOCAUX-ENREG
                   ADD 1 TO CPT-CORRIGES
                   ADD 1 TO CPT-ECRITS-MANIFESTE
