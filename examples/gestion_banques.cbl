      * et consultation des banques du referentiel BANQUES, sur le
      * modele de la gestion des clients. C'est ce referentiel qui
      * fait foi pour le controle d'existence du code banque a
      * l'import des comptes. Chaque banque porte son code BIC
      * (forme controlee par CalculIban) et le format du fichier de
      * virements qu'elle attend quand elle est partenaire
      * d'emission : fichier a plat VIREMENTS ou virement SEPA
      * pain.001.
      *****************************************************************

       environment division.

       working-storage section.
       copy "auditarg.cpy".
       copy "ibanarg.cpy".

       77 BANQUES-STATUT PIC X(02) VALUE SPACES.

       77 BQGEST-MESSAGE      PIC X(60) VALUE SPACES.
       77 BQGEST-CONTINUER    PIC X(01) VALUE SPACE.
       77 BQGEST-AVANT-LIBELLE PIC X(30) VALUE SPACES.
       77 BQGEST-AVANT-BIC    PIC X(11) VALUE SPACES.
       77 BQGEST-AVANT-FORMAT PIC X(01) VALUE SPACE.

       linkage section.
       01 BQGEST-OPERATEUR PIC X(08).
           10 line  6 Col 34 PIC X(30) USING BQ-LIBELLE.
           10 line  7 Col  4 VALUE "Pays ...................... : ".
           10 line  7 Col 34 PIC X(20) USING BQ-PAYS.
           10 line  8 Col  4 VALUE "Code BIC .................. : ".
           10 line  8 Col 34 PIC X(11) USING BQ-BIC.
           10 line  9 Col  4 VALUE "Format virements (P/S) .... : ".
           10 line  9 Col 34 PIC X(01) USING BQ-FORMAT-VIREMENT.
           10 line 10 Col  4 VALUE "P fichier a plat VIREMENTS, S vireme
      -    "nt SEPA pain.001.".

      *****************************
      * Message et confirmation
                       MOVE "BANQUE DEJA EXISTANTE" TO BQGEST-MESSAGE
               END-READ
           END-IF.
           IF BQGEST-MESSAGE = SPACES
               PERFORM BQGEST-CONTROLER-SEPA
           END-IF.
           IF BQGEST-MESSAGE = SPACES
               WRITE ENR-BANQUE
               MOVE SPACES TO AUDIT-ARG-AVANT
               PERFORM BQGEST-PREPARER-APRES
               MOVE "AJOUT" TO AUDIT-ARG-ACTION
               PERFORM BQGEST-TRACER
               MOVE "Banque ajoutee." TO BQGEST-MESSAGE
           PERFORM BQGEST-RECHERCHER.
           IF BQGEST-BANQUE-TROUVEE
               MOVE BQ-LIBELLE TO BQGEST-AVANT-LIBELLE
               MOVE BQ-BIC TO BQGEST-AVANT-BIC
               MOVE BQ-FORMAT-VIREMENT TO BQGEST-AVANT-FORMAT
               DISPLAY EcranBanque
               ACCEPT EcranBanque
               MOVE BQGEST-CODE-RECHERCHE TO BQ-CODE-BANQUE
               PERFORM BQGEST-CONTROLER-SEPA
               IF BQGEST-MESSAGE = SPACES
                   REWRITE ENR-BANQUE
                   MOVE SPACES TO AUDIT-ARG-AVANT
                   STRING BQGEST-AVANT-LIBELLE " " BQGEST-AVANT-BIC " "
                       BQGEST-AVANT-FORMAT
                       DELIMITED BY SIZE INTO AUDIT-ARG-AVANT
                   END-STRING
                   PERFORM BQGEST-PREPARER-APRES
                   MOVE "MODIF" TO AUDIT-ARG-ACTION
                   PERFORM BQGEST-TRACER
                   MOVE "Banque modifiee." TO BQGEST-MESSAGE
               END-IF
           END-IF.
           PERFORM BQGEST-AFFICHER-MESSAGE.

               PERFORM BQGEST-AFFICHER-MESSAGE
           END-IF.

      * Controles communs a l'ajout et a la modification : format de
      * virements P ou S (P par defaut), code BIC facultatif mais de
      * forme correcte s'il est saisi.
       BQGEST-CONTROLER-SEPA.
           IF BQ-FORMAT-VIREMENT = SPACE
               MOVE "P" TO BQ-FORMAT-VIREMENT
           END-IF.
           IF NOT BQ-FORMAT-PLAT AND NOT BQ-FORMAT-SEPA
               MOVE "Format de virements invalide (P ou S)."
                   TO BQGEST-MESSAGE
           END-IF.
           IF BQGEST-MESSAGE = SPACES AND BQ-BIC NOT = SPACES
               SET IBAN-CONTROLER-BIC TO TRUE
               MOVE BQ-BIC TO IBAN-ARG-BIC
               CALL "CalculIban" USING IBAN-ARG-OPERATION IBAN-ARG-RIB
                   IBAN-ARG-IBAN IBAN-ARG-BIC IBAN-ARG-PAYS
                   IBAN-ARG-ZONE-EURO IBAN-ARG-VALIDE
               IF IBAN-EST-VALIDE
                   MOVE IBAN-ARG-BIC TO BQ-BIC
               ELSE
                   MOVE "Code BIC invalide (8 ou 11 caracteres)."
                       TO BQGEST-MESSAGE
               END-IF
           END-IF.

       BQGEST-PREPARER-APRES.
           MOVE SPACES TO AUDIT-ARG-APRES.
           STRING BQ-LIBELLE " " BQ-BIC " " BQ-FORMAT-VIREMENT
               DELIMITED BY SIZE INTO AUDIT-ARG-APRES
           END-STRING.

      * Recherche commune a modifier/supprimer/consulter : demande le
      * code banque puis lit sa fiche.
       BQGEST-RECHERCHER.
