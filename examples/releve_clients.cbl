       77 RELCLI-NB-COMPTES     PIC 9(05) VALUE 0.
       77 RELCLI-TOTAL-AVOIRS   PIC S9(11)V99 VALUE 0.
       77 RELCLI-MONTANT-EDITE  PIC ---,---,---,--9.99.
       77 RELCLI-STATUT-EDITE   PIC X(07) VALUE SPACES.
       77 RELCLI-SEPARATEUR     PIC X(79) VALUE ALL "=".

       01 RELCLI-DATE-SYSTEME.
       RELCLI-LIGNE-COMPTE.
           ADD 1 TO RELCLI-NB-COMPTES.
           ADD CPT-SOLDE-COURANT TO RELCLI-TOTAL-AVOIRS.
           EVALUATE TRUE
               WHEN CPT-COMPTE-FERME
                   MOVE "FERME" TO RELCLI-STATUT-EDITE
               WHEN CPT-COMPTE-INACTIF
                   MOVE "INACTIF" TO RELCLI-STATUT-EDITE
               WHEN OTHER
                   MOVE "OUVERT" TO RELCLI-STATUT-EDITE
           END-EVALUATE.
           MOVE CPT-SOLDE-COURANT TO RELCLI-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    " CPT-NUMERO-COMPTE
