      * des ordres avec le statut "emis", et debite immediatement le
      * compte emetteur de sa contre-valeur ; les acquittements du
      * partenaire sont ensuite rapproches par RetourVirements. Les
      * ordres acceptes sont ecrits au format de la banque du compte
      * emetteur (referentiel BANQUES) : a plat, largeur fixe, dans le
      * fichier VIREMENTS, ou au fichier des ordres SEPA dont
      * EmissionSepa tire le message pain.001 (fichier VIRSEPA). Un
      * ordre SEPA est libelle en euros et designe son beneficiaire
      * par IBAN (controle par CalculIban), nom et, au besoin, BIC.
      *****************************************************************

       environment division.
           select FICHIER-VIREMENTS assign to "VIREMENTS"
               organization is line sequential
               file status is VIREMENTS-STATUT.
           select FICHIER-BANQUES assign to "BANQUES"
               organization is indexed
               access mode is dynamic
               record key is BQ-CODE-BANQUE
               file status is BANQUES-STATUT.
           select FICHIER-VIR-SEPA assign to "VIRSEPA-ORDRES"
               organization is line sequential
               file status is VIRSEPA-ORDRES-STATUT.
           select FICHIER-RAPPORT assign to "VIR-RAPPORT"
               organization is line sequential
               file status is RAPPORT-STATUT.
           recording mode is F.
       copy "virement.cpy".

       fd FICHIER-BANQUES
           label records are standard.
       copy "banque.cpy".

       fd FICHIER-VIR-SEPA
           label records are standard
           recording mode is F.
       copy "virsepa.cpy".

       fd FICHIER-RAPPORT
           label records are standard
           recording mode is F.
       copy "auditarg.cpy".
       copy "histoarg.cpy".
       copy "ordrearg.cpy".
       copy "ibanarg.cpy".

       77 COMPTES-STATUT   PIC X(02) VALUE SPACES.
       77 DEVISES-STATUT   PIC X(02) VALUE SPACES.
       77 VIREMENTS-STATUT PIC X(02) VALUE SPACES.
       77 BANQUES-STATUT   PIC X(02) VALUE SPACES.
       77 VIRSEPA-ORDRES-STATUT PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT   PIC X(02) VALUE SPACES.

       77 EXPVIR-FIN         PIC X(01) VALUE "N".
       77 EXPVIR-SOLDE-PROJETE PIC S9(11)V99 VALUE 0.
       77 EXPVIR-DATE-EMISSION PIC 9(08) VALUE 0.

      * Format de l'ordre courant, selon la banque du compte
      * emetteur, et identifiants SEPA des deux parties.
       77 EXPVIR-FORMAT        PIC X(01) VALUE "P".
           88 EXPVIR-FORMAT-SEPA VALUE "S".
       77 EXPVIR-DEBITEUR-BIC  PIC X(11) VALUE SPACES.
       77 EXPVIR-CREANCIER-IBAN PIC X(34) VALUE SPACES.
       77 EXPVIR-CREANCIER-BIC PIC X(11) VALUE SPACES.
       77 EXPVIR-NB-SEPA       PIC 9(05) VALUE 0.
       77 EXPVIR-NB-MESSAGE    PIC 9(07) VALUE 0.

      * Contre-valeur en euros de l'ordre courant, au cours du
      * referentiel des devises, et totaux ventiles par devise.
       77 EXPVIR-CONTRE-VALEUR   PIC S9(13)V99 VALUE 0.
           05 SAI-MONTANT       PIC 9(09)V99 VALUE 0.
           05 SAI-DEVISE        PIC X(03) VALUE SPACES.
           05 SAI-LIBELLE       PIC X(20) VALUE SPACES.
           05 SAI-BEN-IBAN      PIC X(34) VALUE SPACES.
           05 SAI-BEN-NOM       PIC X(30) VALUE SPACES.
           05 SAI-BEN-BIC       PIC X(11) VALUE SPACES.

      * Zone de rappel des parametres RIB transmis a CalculCleRib.
       01 EXPVIR-RIB-ARG.
           10 line  9 Col 40 PIC X(03) USING SAI-DEVISE.
           10 line 10 Col  4 VALUE "Libelle .......... : ".
           10 line 10 Col 40 PIC X(20) USING SAI-LIBELLE.
           10 line 11 Col  4 VALUE "IBAN beneficiaire (SEPA) : ".
           10 line 11 Col 40 PIC X(34) USING SAI-BEN-IBAN.
           10 line 12 Col  4 VALUE "Nom beneficiaire . : ".
           10 line 12 Col 40 PIC X(30) USING SAI-BEN-NOM.
           10 line 13 Col  4 VALUE "BIC beneficiaire . : ".
           10 line 13 Col 40 PIC X(11) USING SAI-BEN-BIC.
           10 line 15 Col  4 PIC X(60) FROM EXPVIR-MESSAGE.

       procedure division using EXPVIR-OPERATEUR.

               OPEN INPUT FICHIER-DEVISES
           END-IF.
           OPEN OUTPUT FICHIER-VIREMENTS.
           OPEN OUTPUT FICHIER-VIR-SEPA.
      * Le referentiel des banques donne le format de chaque
      * partenaire ; s'il n'existe pas encore, tous les ordres
      * partent a plat.
           OPEN INPUT FICHIER-BANQUES.
           IF BANQUES-STATUT = "35"
               OPEN OUTPUT FICHIER-BANQUES
               CLOSE FICHIER-BANQUES
               OPEN INPUT FICHIER-BANQUES
           END-IF.
           OPEN OUTPUT FICHIER-RAPPORT.
           PERFORM EXPVIR-ENTETE-RAPPORT.
      * Le maitre des comptes n'existe pas encore (statut 35) : aucun
               MOVE "CLE RIB INVALIDE" TO EXPVIR-REJET-MOTIF
               PERFORM EXPVIR-REJETER
           ELSE
               PERFORM EXPVIR-CHOISIR-FORMAT
               IF EXPVIR-REJET-MOTIF NOT = SPACES
                   PERFORM EXPVIR-REJETER
               ELSE
                   PERFORM EXPVIR-CONTROLER-MONTANT
               END-IF
           END-IF.

      * Contre-valeur en euros de l'ordre au cours du referentiel :
      * c'est elle qui sera debitee du compte emetteur, et elle ne
      * doit pas enfoncer le solde au-dela du decouvert autorise.
       EXPVIR-CONTROLER-MONTANT.
           COMPUTE EXPVIR-CONTRE-VALEUR ROUNDED =
               SAI-MONTANT * DEV-COURS-EURO.
           PERFORM EXPVIR-CONTROLER-DECOUVERT.
           IF EXPVIR-REJET-MOTIF NOT = SPACES
               MOVE "Depassement de decouvert - rejete."
                   TO EXPVIR-MESSAGE
               PERFORM EXPVIR-REJETER
           ELSE
               PERFORM EXPVIR-EMETTRE
           END-IF.

      * Le format de l'ordre est celui de la banque du compte
      * emetteur, a plat par defaut (banque absente du referentiel) ;
      * le fichier a plat ne portant que le compte emetteur, la zone
      * beneficiaire de l'ecran ne sert qu'aux ordres SEPA.
       EXPVIR-CHOISIR-FORMAT.
           MOVE "P" TO EXPVIR-FORMAT.
           MOVE SPACES TO EXPVIR-DEBITEUR-BIC.
           MOVE CPT-CODE-BANQUE TO BQ-CODE-BANQUE.
           READ FICHIER-BANQUES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF BQ-FORMAT-SEPA
                       MOVE "S" TO EXPVIR-FORMAT
                       MOVE BQ-BIC TO EXPVIR-DEBITEUR-BIC
                   END-IF
           END-READ.
           IF EXPVIR-FORMAT-SEPA
               PERFORM EXPVIR-CONTROLER-SEPA
           END-IF.

       EXPVIR-CONTROLER-SEPA.
           EVALUATE TRUE
               WHEN SAI-DEVISE NOT = "EUR"
                   MOVE "Virement SEPA en EUR uniquement - rejete."
                       TO EXPVIR-MESSAGE
                   MOVE "DEVISE HORS SEPA" TO EXPVIR-REJET-MOTIF
               WHEN SAI-BEN-IBAN = SPACES OR SAI-BEN-NOM = SPACES
                   MOVE "IBAN et nom du beneficiaire obligatoires."
                       TO EXPVIR-MESSAGE
                   MOVE "BENEFICIAIRE SEPA ABSENT"
                       TO EXPVIR-REJET-MOTIF
               WHEN OTHER
                   PERFORM EXPVIR-CONTROLER-BENEF
           END-EVALUATE.

      * IBAN du beneficiaire : cle modulo 97 et appartenance a la
      * zone euro SEPA.
       EXPVIR-CONTROLER-BENEF.
           MOVE SPACES TO EXPVIR-CREANCIER-BIC.
           SET IBAN-CONTROLER TO TRUE.
           MOVE SAI-BEN-IBAN TO IBAN-ARG-IBAN.
           PERFORM EXPVIR-APPELER-CALCUL-IBAN.
           EVALUATE TRUE
               WHEN NOT IBAN-EST-VALIDE
                   MOVE "IBAN du beneficiaire invalide - rejete."
                       TO EXPVIR-MESSAGE
                   MOVE "IBAN BENEFICIAIRE INVALIDE"
                       TO EXPVIR-REJET-MOTIF
               WHEN NOT IBAN-EST-ZONE-EURO
                   MOVE "IBAN hors zone euro SEPA - rejete."
                       TO EXPVIR-MESSAGE
                   MOVE "IBAN HORS ZONE EURO" TO EXPVIR-REJET-MOTIF
               WHEN OTHER
                   MOVE IBAN-ARG-IBAN TO EXPVIR-CREANCIER-IBAN
                   PERFORM EXPVIR-CONTROLER-BIC
           END-EVALUATE.

      * BIC du beneficiaire : celui saisi, ou a defaut, pour un IBAN
      * francais, celui de sa banque au referentiel.
       EXPVIR-CONTROLER-BIC.
           IF SAI-BEN-BIC = SPACES
               IF IBAN-ARG-PAYS = "FR"
                   MOVE IBAN-ARG-CODE-BANQUE TO BQ-CODE-BANQUE
                   READ FICHIER-BANQUES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE BQ-BIC TO EXPVIR-CREANCIER-BIC
                   END-READ
               END-IF
           ELSE
               SET IBAN-CONTROLER-BIC TO TRUE
               MOVE SAI-BEN-BIC TO IBAN-ARG-BIC
               PERFORM EXPVIR-APPELER-CALCUL-IBAN
               IF IBAN-EST-VALIDE
                   MOVE IBAN-ARG-BIC TO EXPVIR-CREANCIER-BIC
               ELSE
                   MOVE "BIC du beneficiaire invalide - rejete."
                       TO EXPVIR-MESSAGE
                   MOVE "BIC BENEFICIAIRE INVALIDE"
                       TO EXPVIR-REJET-MOTIF
               END-IF
           END-IF.

       EXPVIR-APPELER-CALCUL-IBAN.
           CALL "CalculIban" USING IBAN-ARG-OPERATION IBAN-ARG-RIB
               IBAN-ARG-IBAN IBAN-ARG-BIC IBAN-ARG-PAYS
               IBAN-ARG-ZONE-EURO IBAN-ARG-VALIDE.

      * Les fiches anterieures a l'ajout de la zone de decouvert
      * (espaces, non numerique) valent decouvert nul.
       EXPVIR-CONTROLER-DECOUVERT.
               ORDRE-ARG-MONTANT ORDRE-ARG-DEVISE
               ORDRE-ARG-CONTRE-VALEUR ORDRE-ARG-LIBELLE
               ORDRE-ARG-DATE ORDRE-ARG-REFERENCE.
           IF EXPVIR-FORMAT-SEPA
               PERFORM EXPVIR-ECRIRE-SEPA
           ELSE
               PERFORM EXPVIR-ECRIRE-A-PLAT
           END-IF.
           ADD 1 TO EXPVIR-NB-EMIS.
           MOVE "AUDVIR" TO AUDIT-ARG-PROGRAMME.
           MOVE EXPVIR-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE EXPVIR-CONTRE-VALEUR TO HISTO-ARG-MONTANT.
           MOVE SAI-LIBELLE TO HISTO-ARG-LIBELLE.
           MOVE CPT-SOLDE-COURANT TO HISTO-ARG-SOLDE.
           SET HISTO-ORIGINE-VIR-EMIS TO TRUE.
           CALL "EcrireHistorique" USING HISTO-ARG-COMPTE
               HISTO-ARG-DATE HISTO-ARG-SENS HISTO-ARG-MONTANT
               HISTO-ARG-LIBELLE HISTO-ARG-SOLDE HISTO-ARG-ORIGINE.
           ADD EXPVIR-CONTRE-VALEUR TO EXPVIR-TOTAL-CONTREVAL.
           PERFORM EXPVIR-CUMULER-DEVISE.
           MOVE SAI-MONTANT TO EXPVIR-MONTANT-EDITE.
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF EXPVIR-FORMAT-SEPA
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "                  SEPA VERS "
                   EXPVIR-CREANCIER-IBAN
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE "Virement emis." TO EXPVIR-MESSAGE.

       EXPVIR-ECRIRE-A-PLAT.
           MOVE CPT-CODE-BANQUE     TO VIR-CODE-BANQUE.
           MOVE CPT-CODE-GUICHET    TO VIR-CODE-GUICHET.
           MOVE CPT-NUMERO-COMPTE   TO VIR-NUMERO-COMPTE.
           MOVE CPT-CLE-RIB         TO VIR-CLE-RIB.
           MOVE CPT-TITULAIRE       TO VIR-TITULAIRE.
           MOVE SAI-MONTANT         TO VIR-MONTANT.
           MOVE SAI-DEVISE          TO VIR-DEVISE.
           MOVE SAI-LIBELLE         TO VIR-LIBELLE.
           MOVE EXPVIR-ANNEE        TO VIR-DATE-EM-AAAA.
           MOVE EXPVIR-MOIS         TO VIR-DATE-EM-MM.
           MOVE EXPVIR-JOUR         TO VIR-DATE-EM-JJ.
           MOVE ORDRE-ARG-REFERENCE TO VIR-REFERENCE.
           WRITE ENR-VIREMENT.

      * L'IBAN du compte emetteur est calcule sur son RIB, deja
      * revalide ; son BIC est celui de la banque partenaire.
       EXPVIR-ECRIRE-SEPA.
           SET IBAN-CALCULER TO TRUE.
           MOVE CPT-CODE-BANQUE   TO IBAN-ARG-CODE-BANQUE.
           MOVE CPT-CODE-GUICHET  TO IBAN-ARG-CODE-GUICHET.
           MOVE CPT-NUMERO-COMPTE TO IBAN-ARG-NUMERO-COMPTE.
           MOVE CPT-CLE-RIB       TO IBAN-ARG-CLE-RIB.
           PERFORM EXPVIR-APPELER-CALCUL-IBAN.
           MOVE ORDRE-ARG-REFERENCE   TO VSP-REFERENCE.
           MOVE EXPVIR-DATE-EMISSION  TO VSP-DATE-EXECUTION.
           MOVE SAI-MONTANT           TO VSP-MONTANT.
           MOVE SAI-DEVISE            TO VSP-DEVISE.
           MOVE SAI-LIBELLE           TO VSP-LIBELLE.
           MOVE CPT-TITULAIRE         TO VSP-DEBITEUR-NOM.
           MOVE IBAN-ARG-IBAN         TO VSP-DEBITEUR-IBAN.
           MOVE EXPVIR-DEBITEUR-BIC   TO VSP-DEBITEUR-BIC.
           MOVE SAI-BEN-NOM           TO VSP-CREANCIER-NOM.
           MOVE EXPVIR-CREANCIER-IBAN TO VSP-CREANCIER-IBAN.
           MOVE EXPVIR-CREANCIER-BIC  TO VSP-CREANCIER-BIC.
           WRITE ENR-VIR-SEPA.
           ADD 1 TO EXPVIR-NB-SEPA.

       EXPVIR-REJETER.
           ADD 1 TO EXPVIR-NB-REJETES.
           MOVE SPACES TO LIGNE-RAPPORT.
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "DONT FORMAT SEPA : " EXPVIR-NB-SEPA
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           CLOSE FICHIER-COMPTES FICHIER-DEVISES FICHIER-VIREMENTS
               FICHIER-RAPPORT FICHIER-BANQUES FICHIER-VIR-SEPA.
           CALL "EmissionSepa" USING EXPVIR-NB-MESSAGE.
           DISPLAY "Export des virements termine - " EXPVIR-NB-EMIS
               " emis, " EXPVIR-NB-REJETES " rejete(s).".
           DISPLAY "Message SEPA VIRSEPA - ordres : " EXPVIR-NB-MESSAGE.

       EXPVIR-EDITER-TOTAL-DEVISE.
           MOVE EXPVIR-TOT-MONTANT(EXPVIR-INDICE-DEV)
