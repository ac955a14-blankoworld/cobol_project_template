
       procedure division using HISTO-ARG-COMPTE HISTO-ARG-DATE
               HISTO-ARG-SENS HISTO-ARG-MONTANT HISTO-ARG-LIBELLE
               HISTO-ARG-SOLDE HISTO-ARG-ORIGINE.

       0-DEBUT.
           PERFORM HISTO-OUVRIR.
      * chaine de nuit.
           MOVE HISTO-ARG-SENS TO CUMUL-ARG-SENS.
           MOVE HISTO-ARG-MONTANT TO CUMUL-ARG-MONTANT.
           MOVE HISTO-ARG-ORIGINE TO CUMUL-ARG-ORIGINE.
           CALL "CumulerJournee" USING CUMUL-ARG-SENS
               CUMUL-ARG-MONTANT CUMUL-ARG-ORIGINE.
           GOBACK.

      * L'historique est cree automatiquement au premier appel : s'il
