      * Option 2 du menu principal et edition de la chaine de nuit :
      * liste des banques, triee par code banque, avec en-tete de
      * page (titre, date de la journee comptable, numero de page) et
      * saut de page toutes les N lignes. Chaque ligne donne le code
      * BIC de la banque et son format de virements (P a plat, S
      * SEPA).
      *****************************************************************

       environment division.
           END-IF.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING BQ-CODE-BANQUE "  " BQ-LIBELLE "  " BQ-PAYS
               "  " BQ-BIC "  " BQ-FORMAT-VIREMENT
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
