      *    Meme disposition que PAI-ENREG dans 7-PAIEMENTS.cbl, qui
      *    lit ce fichier ; la reference est laissee a blanc comme
      *    pour un paiement sans reference, le rapprochement se
      *    faisant par le numero fiscal (canal P)
       FD  FS.
       01  PAI-ENREG.
           05 PAI-Numero-Fiscal PIC 9(13).
               10 PAI-Ref-Execution PIC X(6).
               10 PAI-Ref-Numero    PIC X(13).
               10 PAI-Ref-Cle       PIC X(2).
      *    Canal d'encaissement : B (ou blanc, flux anterieurs) =
      *    banque, P = reglement de prelevement, S = retenue a la
      *    source reversee, G = guichet (7-CAISSE)
           05 PAI-Canal         PIC X(1).
               88 PAI-Canal-Banque       VALUE "B" " ".
               88 PAI-Canal-Prelevement  VALUE "P".
               88 PAI-Canal-Retenue      VALUE "S".
               88 PAI-Canal-Guichet      VALUE "G".

       WORKING-STORAGE SECTION.

               MOVE MONTANT-NET TO PAI-Montant
               MOVE DATE-DU-JOUR TO PAI-Date
               MOVE SPACE TO PAI-Reference
               SET PAI-Canal-Prelevement TO TRUE
               WRITE PAI-ENREG
               ADD 1 TO CPT-REGLES
               ADD MONTANT-NET TO TOTAL-REGLES
