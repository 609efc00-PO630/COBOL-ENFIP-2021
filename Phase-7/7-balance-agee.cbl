      *    solde ecarte de la selection des saisies
           05 SOL-Sursis         PIC X(1).
               88 SOL-Sursis-Actif VALUE "O".
      *    Prescription quadriennale (7-PRESCRIPTION) : date du
      *    dernier acte interruptif (ouverture a defaut) et date a
      *    laquelle l'action en recouvrement se prescrit
           05 SOL-Prescription.
               10 SOL-Date-Interruption PIC 9(8).
               10 SOL-Date-Prescription PIC 9(8).
      *    Date du dernier paiement impute au millesime : point de
      *    depart des interets moratoires dus sur un remboursement
           05 SOL-Date-Dernier-Paiement PIC 9(8).
      *    Rappels du controle fiscal (7-CONTROLE-SUIVI) : interet
      *    de retard et majoration pour manquement, tenus a part du
      *    principal rappele par le role supplementaire
           05 SOL-Rappels-Controle.
               10 SOL-Interet-Retard-Impose PIC 9(6)V99.
               10 SOL-Interet-Retard-Paye   PIC 9(6)V99.
               10 SOL-Manquement-Impose     PIC 9(6)V99.
               10 SOL-Manquement-Paye       PIC 9(6)V99.

      *    Meme disposition que C-COM-ENREG dans
      *    3-REGS-DEPTS-COMMS.cbl, qui alimente ce fichier
