      * de la contre-valeur debitee a l'emission, avec trace a l'audit
      * et a l'historique des comptes. Le rapport se termine par la
      * relance des ordres toujours sans reponse au-dela du delai
      * d'attente, compte en jours ouvres (CalculJourOuvre).
      *****************************************************************

       environment division.
       copy "auditarg.cpy".
       copy "histoarg.cpy".
       copy "journarg.cpy".
       copy "ouvrearg.cpy".

       77 VIRACQ-STATUT  PIC X(02) VALUE SPACES.
       77 ORDRES-STATUT  PIC X(02) VALUE SPACES.
       77 RETVIR-SOMME-RECREDITEE PIC S9(13)V99 VALUE 0.

      * Delai d'attente (parametre d'exploitation) : un ordre emis
      * toujours sans acquittement au-dela de ce nombre de jours
      * ouvres (hors week-ends et jours du calendrier) est
      * porte sur la relance en fin de rapport.
       77 RETVIR-DELAI-RELANCE  PIC 9(02) VALUE 5.
       77 RETVIR-AGE-JOURS      PIC S9(05) VALUE 0.
               MOVE ORD-CONTRE-VALEUR TO HISTO-ARG-MONTANT
               MOVE "RETOUR VIREMENT" TO HISTO-ARG-LIBELLE
               MOVE CPT-SOLDE-COURANT TO HISTO-ARG-SOLDE
               SET HISTO-ORIGINE-REJETS TO TRUE
               CALL "EcrireHistorique" USING HISTO-ARG-COMPTE
                   HISTO-ARG-DATE HISTO-ARG-SENS HISTO-ARG-MONTANT
                   HISTO-ARG-LIBELLE HISTO-ARG-SOLDE HISTO-ARG-ORIGINE
           END-IF.

       RETVIR-SIGNALER-ANOMALIE.
           WRITE LIGNE-RAPPORT FROM RETVIR-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ORDRES SANS ACQUITTEMENT DEPUIS PLUS DE "
               RETVIR-DELAI-RELANCE " JOURS OUVRES"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
                   END-IF
           END-READ.

      * L'age de l'ordre est compte en jours ouvres ecoules depuis
      * sa date d'emission jusqu'a la journee comptable incluse.
       RETVIR-RELANCER-SI-ECHU.
           IF ORD-DATE-EMISSION NUMERIC AND ORD-DATE-EMISSION > 0
               SET OUVRE-COMPTER-JOURS TO TRUE
               MOVE ORD-DATE-EMISSION TO OUVRE-ARG-DATE-DEBUT
               MOVE RETVIR-DATE-JOUR TO OUVRE-ARG-DATE-FIN
               CALL "CalculJourOuvre" USING OUVRE-ARG-OPERATION
                   OUVRE-ARG-DATE-DEBUT OUVRE-ARG-DATE-FIN
                   OUVRE-ARG-NB-JOURS OUVRE-ARG-EST-OUVRE
               MOVE OUVRE-ARG-NB-JOURS TO RETVIR-AGE-JOURS
               IF RETVIR-AGE-JOURS > RETVIR-DELAI-RELANCE
                   ADD 1 TO RETVIR-NB-RELANCES
                   MOVE ORD-CONTRE-VALEUR TO RETVIR-MONTANT-EDITE
