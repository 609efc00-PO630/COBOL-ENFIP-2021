               88 C-Statut-Actif     VALUE "A" SPACE.
               88 C-Statut-Decede    VALUE "D".
               88 C-Statut-Transfere VALUE "T".
      *    Service des impots des particuliers gestionnaire, rattache
      *    d'apres la commune par 7-TRANSFERTS-SIP (5-sip.idx) ; une
      *    correction d'identite ne le change pas, un changement de
      *    commune est repris par le transfert suivant
           05 C-Sip PIC X(5).


      *    Meme disposition que dans 4-TRANSACTIONS-SAISIE.cbl
           READ C-CONTRIBUABLES
               INVALID KEY
                   MOVE "A" TO C-Statut
                   MOVE SPACE TO C-Sip
                   WRITE C-CONTRIBUABLES-ENREG
                   MOVE SPACE TO IMAGE-AVANT
                   MOVE C-CONTRIBUABLES-ENREG TO IMAGE-APRES
                   ADD 1 TO CPT-ECRITS-MANIFESTE
               NOT INVALID KEY
      *            La lecture a recharge la fiche du master : les
      *            champs corriges sont reappliques, le statut
      *            (tenu par 4-SUCCESSIONS) et le service gestionnaire
      *            (tenu par 7-TRANSFERTS-SIP) sont conserves tels
      *            quels
                   MOVE C-CONTRIBUABLES-ENREG TO IMAGE-AVANT
                   MOVE E-Prenom     TO C-Prenom
                   MOVE E-Nom        TO C-Nom
