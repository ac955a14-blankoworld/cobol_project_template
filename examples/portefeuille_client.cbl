       77 PORTF-NB-COMPTES     PIC 9(05) VALUE 0.
       77 PORTF-TOTAL-AVOIRS   PIC S9(11)V99 VALUE 0.
       77 PORTF-MONTANT-EDITE  PIC ---,---,---,--9.99.
       77 PORTF-STATUT-EDITE   PIC X(07) VALUE SPACES.
       77 PORTF-CONTINUER      PIC X(01) VALUE SPACE.

       linkage section.
       PORTF-AFFICHER-UN-COMPTE.
           ADD 1 TO PORTF-NB-COMPTES.
           ADD CPT-SOLDE-COURANT TO PORTF-TOTAL-AVOIRS.
           EVALUATE TRUE
               WHEN CPT-COMPTE-FERME
                   MOVE "FERME" TO PORTF-STATUT-EDITE
               WHEN CPT-COMPTE-INACTIF
                   MOVE "INACTIF" TO PORTF-STATUT-EDITE
               WHEN OTHER
                   MOVE "OUVERT" TO PORTF-STATUT-EDITE
           END-EVALUATE.
           MOVE CPT-SOLDE-COURANT TO PORTF-MONTANT-EDITE.
           DISPLAY "  " CPT-NUMERO-COMPTE " " PORTF-STATUT-EDITE
               " SOLDE : " PORTF-MONTANT-EDITE
