      *****************************************************************
      * Option 18 du menu principal : tenue du referentiel des
      * virements permanents (VIRPERM), sur le modele de la gestion
      * des devises. Chaque ordre porte le compte debiteur, le RIB ou
      * l'IBAN du beneficiaire et son BIC, le montant, la devise, le
      * libelle, la periodicite, la date de prochaine echeance et la
      * regle de report d'une echeance tombant un jour non ouvre ;
      * c'est ce referentiel que la chaine de nuit deroule chaque
      * soir pour emettre les ordres echus. La cle RIB ou l'IBAN du
      * beneficiaire (CalculIban : cle modulo 97, zone euro), son BIC,
      * la devise et le compte debiteur sont controles des la saisie.
      *****************************************************************

       environment division.

       working-storage section.
       copy "auditarg.cpy".
       copy "ibanarg.cpy".

       77 VIRPERM-STATUT PIC X(02) VALUE SPACES.
       77 COMPTES-STATUT PIC X(02) VALUE SPACES.
           10 line  6 Col 38 PIC X(11) USING VP-COMPTE-DEBITEUR.
           10 line  7 Col  4 VALUE "Beneficiaire - banque ..... : ".
           10 line  7 Col 38 PIC 9(05) USING VP-BEN-CODE-BANQUE.
           10 line  7 Col 46 VALUE "BIC : ".
           10 line  7 Col 52 PIC X(11) USING VP-BEN-BIC.
           10 line  8 Col  4 VALUE "Beneficiaire - guichet .... : ".
           10 line  8 Col 38 PIC 9(05) USING VP-BEN-CODE-GUICHET.
           10 line  9 Col  4 VALUE "Beneficiaire - compte ..... : ".
           10 line  9 Col 38 PIC X(11) USING VP-BEN-NUMERO-COMPTE.
           10 line 10 Col  4 VALUE "Beneficiaire - cle RIB .... : ".
           10 line 10 Col 38 PIC 9(02) USING VP-BEN-CLE-RIB.
           10 line 11 Col  4 VALUE "Ou IBAN du beneficiaire ... : ".
           10 line 11 Col 38 PIC X(34) USING VP-BEN-IBAN.
           10 line 12 Col  4 VALUE "Beneficiaire - titulaire .. : ".
           10 line 12 Col 38 PIC X(30) USING VP-BEN-TITULAIRE.
           10 line 13 Col  4 VALUE "Montant ................... : ".
           10 line 13 Col 38 PIC 9(09)V99 USING VP-MONTANT.
           10 line 14 Col  4 VALUE "Devise .................... : ".
           10 line 14 Col 38 PIC X(03) USING VP-DEVISE.
           10 line 15 Col  4 VALUE "Libelle ................... : ".
           10 line 15 Col 38 PIC X(20) USING VP-LIBELLE.
           10 line 16 Col  4 VALUE "Periodicite (M/T/A) ....... : ".
           10 line 16 Col 38 PIC X(01) USING VP-PERIODICITE.
           10 line 17 Col  4 VALUE "Prochaine echeance AAAAMMJJ : ".
           10 line 17 Col 38 PIC 9(08) USING VP-DATE-PROCHAINE.
           10 line 18 Col  4 VALUE "Statut (A/S) .............. : ".
           10 line 18 Col 38 PIC X(01) FROM VP-STATUT.
           10 line 19 Col  4 VALUE "Jour non ouvre (P/S) ...... : ".
           10 line 19 Col 38 PIC X(01) USING VP-REGLE-NON-OUVRE.

      *****************************
      * Message et confirmation
           END-IF.

      * Controles de saisie communs a l'ajout et a la modification :
      * compte debiteur existant et ouvert, cle RIB ou IBAN du
      * beneficiaire valide, BIC de forme correcte s'il est saisi,
      * devise connue au referentiel, periodicite M/T/A,
      * montant et date de prochaine echeance renseignes, report au
      * jour ouvre precedent (P) ou suivant (S, par defaut).
       VPGEST-CONTROLER-SAISIE.
           MOVE SPACES TO VPGEST-MESSAGE.
           IF VP-REGLE-NON-OUVRE = SPACE
               MOVE "S" TO VP-REGLE-NON-OUVRE
           END-IF.
           EVALUATE TRUE
               WHEN VP-COMPTE-DEBITEUR = SPACES
                   MOVE "Compte debiteur obligatoire."
               WHEN VP-DATE-PROCHAINE = ZEROES
                   MOVE "Date de prochaine echeance obligatoire."
                       TO VPGEST-MESSAGE
               WHEN NOT VP-REPORT-PRECEDENT
                   AND NOT VP-REPORT-SUIVANT
                   MOVE "Report invalide (P ou S)." TO VPGEST-MESSAGE
               WHEN OTHER
                   PERFORM VPGEST-CONTROLER-REFERENTIELS
           END-EVALUATE.
               END-READ
           END-IF.
           IF VPGEST-MESSAGE = SPACES
               IF VP-BEN-IBAN NOT = SPACES
                   PERFORM VPGEST-CONTROLER-IBAN
               END-IF
           END-IF.
           IF VPGEST-MESSAGE = SPACES
               IF VP-BEN-IBAN = SPACES OR VP-BEN-IBAN(1:2) = "FR"
                   PERFORM VPGEST-CONTROLER-RIB
               END-IF
           END-IF.
           IF VPGEST-MESSAGE = SPACES AND VP-BEN-BIC NOT = SPACES
               SET IBAN-CONTROLER-BIC TO TRUE
               MOVE VP-BEN-BIC TO IBAN-ARG-BIC
               PERFORM VPGEST-APPELER-CALCUL-IBAN
               IF IBAN-EST-VALIDE
                   MOVE IBAN-ARG-BIC TO VP-BEN-BIC
               ELSE
                   MOVE "BIC du beneficiaire invalide."
                       TO VPGEST-MESSAGE
               END-IF
           END-IF.

      * Un IBAN saisi fait foi. Francais, il porte le RIB complet,
      * qui remplace celui de la fiche et dont la cle est ensuite
      * controlee comme pour une saisie par RIB. Etranger, il doit
      * appartenir a la zone euro et l'ordre etre libelle en euros
      * (il ne peut partir qu'en virement SEPA) ; le RIB de la fiche
      * est alors remis a blanc.
       VPGEST-CONTROLER-IBAN.
           SET IBAN-CONTROLER TO TRUE.
           MOVE VP-BEN-IBAN TO IBAN-ARG-IBAN.
           PERFORM VPGEST-APPELER-CALCUL-IBAN.
           MOVE IBAN-ARG-IBAN TO VP-BEN-IBAN.
           EVALUATE TRUE
               WHEN NOT IBAN-EST-VALIDE
                   MOVE "IBAN du beneficiaire invalide."
                       TO VPGEST-MESSAGE
               WHEN NOT IBAN-EST-ZONE-EURO
                   MOVE "IBAN hors zone euro SEPA." TO VPGEST-MESSAGE
               WHEN IBAN-ARG-PAYS = "FR"
                   MOVE IBAN-ARG-CODE-BANQUE   TO VP-BEN-CODE-BANQUE
                   MOVE IBAN-ARG-CODE-GUICHET  TO VP-BEN-CODE-GUICHET
                   MOVE IBAN-ARG-NUMERO-COMPTE TO VP-BEN-NUMERO-COMPTE
                   MOVE IBAN-ARG-CLE-RIB       TO VP-BEN-CLE-RIB
               WHEN VP-DEVISE NOT = "EUR"
                   MOVE "IBAN etranger : ordre en EUR uniquement."
                       TO VPGEST-MESSAGE
               WHEN OTHER
                   INITIALIZE VP-RIB-BENEFICIAIRE
           END-EVALUATE.

       VPGEST-CONTROLER-RIB.
           MOVE VP-BEN-CODE-BANQUE   TO RIB-CODE-BANQUE.
           MOVE VP-BEN-CODE-GUICHET  TO RIB-CODE-GUICHET.
           MOVE VP-BEN-NUMERO-COMPTE TO RIB-NUMERO-COMPTE.
           MOVE VP-BEN-CLE-RIB       TO RIB-CLE-FOURNIE.
           CALL "CalculCleRib" USING RIB-CODE-BANQUE
               RIB-CODE-GUICHET RIB-NUMERO-COMPTE
               RIB-CLE-FOURNIE RIB-CLE-CALCULEE RIB-CLE-VALIDE.
           IF NOT RIB-CLE-EST-VALIDE
               MOVE "Cle RIB du beneficiaire invalide."
                   TO VPGEST-MESSAGE
           END-IF.

       VPGEST-APPELER-CALCUL-IBAN.
           CALL "CalculIban" USING IBAN-ARG-OPERATION IBAN-ARG-RIB
               IBAN-ARG-IBAN IBAN-ARG-BIC IBAN-ARG-PAYS
               IBAN-ARG-ZONE-EURO IBAN-ARG-VALIDE.

      * Recherche commune : demande le numero d'ordre puis lit la
      * fiche.
       VPGEST-RECHERCHER.
