      * Appele pour chaque operation qui touche au solde courant du
      * maitre des comptes, quelle qu'en soit l'origine ; c'est sur
      * ces cumuls que le controle des soldes de la chaine de nuit
      * rapproche le cliche de la veille du cliche du jour. Le
      * montant est aussi range sous son origine, ventilation reprise
      * par l'interface comptable de fin de chaine.
      *****************************************************************

       environment division.
       linkage section.
       copy "cumularg.cpy".

       procedure division using CUMUL-ARG-SENS CUMUL-ARG-MONTANT
               CUMUL-ARG-ORIGINE.

       0-DEBUT.
           PERFORM CUMUL-OUVRIR.
           MOVE JRN-ARG-DATE TO CUM-DATE.
           READ FICHIER-CUMULS
               INVALID KEY
                   INITIALIZE ENR-CUMUL-JOUR
                   MOVE JRN-ARG-DATE TO CUM-DATE
                   PERFORM CUMUL-AJOUTER
                   WRITE ENR-CUMUL-JOUR
                       INVALID KEY CONTINUE
           CLOSE FICHIER-CUMULS.
           GOBACK.

      * Une origine hors table n'est portee qu'au total : l'ecart
      * qui en resulte est releve par l'interface comptable.
       CUMUL-AJOUTER.
           IF CUMUL-ARG-SENS = "D"
               ADD CUMUL-ARG-MONTANT TO CUM-DEBITS
           ELSE
               ADD CUMUL-ARG-MONTANT TO CUM-CREDITS
           END-IF.
           IF CUMUL-ARG-ORIGINE >= 1 AND CUMUL-ARG-ORIGINE <= 7
               IF CUMUL-ARG-SENS = "D"
                   ADD CUMUL-ARG-MONTANT
                       TO CUM-ORIGINE-DEBITS(CUMUL-ARG-ORIGINE)
               ELSE
                   ADD CUMUL-ARG-MONTANT
                       TO CUM-ORIGINE-CREDITS(CUMUL-ARG-ORIGINE)
               END-IF
           END-IF.

      * Le fichier des cumuls est cree automatiquement au premier
      * appel : s'il n'existe pas encore (statut 35), on l'ouvre en
