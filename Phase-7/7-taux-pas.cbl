       01  FR-DATA PIC X(90).

      *    Meme disposition que PAI-ENREG dans 7-PAIEMENTS.cbl ;
      *    reference a blanc comme un paiement sans reference (canal
      *    S)
       FD  F-PAIEMENTS.
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

       SD  TRI.
       01  T-DATA.
               MOVE RETENU-ANNEE TO PAI-Montant
               MOVE DATE-DU-JOUR TO PAI-Date
               MOVE SPACE TO PAI-Reference
               SET PAI-Canal-Retenue TO TRUE
               WRITE PAI-ENREG

               MOVE "O" TO PAS-Verse-Au-Role
