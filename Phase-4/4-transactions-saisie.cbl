      *          d'approbation (controle a quatre yeux). Chaque ligne
      *          du fichier de saisie (type M = identite/parts pour
      *          4-CONTRIBUABLES-MAJ, C = composition pour
      *          4-CONTRIBUABLES-COMPOSITION, O = correction en
      *          masse des occurrences pour 4-OCCURRENCES-MASSE,
      *          suivie de l'image de l'enregistrement) entre au
      *          registre 4-transactions-attente.idx au statut P
      *          (en attente), avec l'operateur de saisie
      *          (0-operateur.param). Un AUTRE operateur approuve
      *          ou rejette par 4-TRANSACTIONS-REVUE ; les
      *          programmes d'application n'appliquent que les
      *          transactions approuvees.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
