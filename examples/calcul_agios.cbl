           READ FICHIER-COMPTES NEXT RECORD
               AT END SET AGIO-FIN-MAITRE-ATTEINTE TO TRUE
               NOT AT END
      * Un compte inactif reste ouvert : il est facture comme les
      * autres.
                   IF CPT-COMPTE-OUVERT OR CPT-COMPTE-INACTIF
                       PERFORM AGIO-UN-COMPTE
                   END-IF
           END-READ.
