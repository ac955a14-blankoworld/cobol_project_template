
      *****************************************************************
      * Etape de la chaine de nuit : deroule le referentiel des
      * virements permanents et emet les ordres dont l'echeance est
      * atteinte, au format attendu par la banque du compte debiteur
      * (referentiel BANQUES) : a plat dans le fichier VIREMENTS, ou
      * au fichier des ordres SEPA dont EmissionSepa tire le message
      * pain.001 (IBAN et BIC du debiteur et du beneficiaire). Un
      * beneficiaire designe par un IBAN etranger ne peut partir
      * qu'en SEPA. La cle RIB ou l'IBAN du beneficiaire est
      * revalide (CalculCleRib, CalculIban) et la devise
      * controlee au referentiel comme a l'emission manuelle ; un
      * ordre dont le compte debiteur est inconnu ou ferme, ou dont
      * les controles echouent, se suspend de lui-meme au referentiel
      * et est signale plutot que d'echouer en silence chaque nuit.
      * Une echeance tombant un samedi, un dimanche ou un jour ferie
      * est emise le jour ouvre precedent ou suivant selon la regle
      * de l'ordre (CalculJourOuvre). L'echeance des ordres emis est
      * avancee selon la periodicite, a partir de l'echeance
      * contractuelle.
      * Les ordres emis, ignores et suspendus sont comptes et
      * restitues a la chaine pour son rapport.
      *****************************************************************
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
           select FICHIER-RAPPORT assign to "VIRP-RAPPORT"
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
       copy "journarg.cpy".
       copy "histoarg.cpy".
       copy "ordrearg.cpy".
       copy "ouvrearg.cpy".
       copy "ibanarg.cpy".

       77 VIRPERM-STATUT   PIC X(02) VALUE SPACES.
       77 COMPTES-STATUT   PIC X(02) VALUE SPACES.
       77 DEVISES-STATUT   PIC X(02) VALUE SPACES.
       77 VIREMENTS-STATUT PIC X(02) VALUE SPACES.
       77 BANQUES-STATUT   PIC X(02) VALUE SPACES.
       77 VIRSEPA-ORDRES-STATUT PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT   PIC X(02) VALUE SPACES.

       77 VIRGEN-FIN           PIC X(01) VALUE "N".
           88 VIRGEN-FIN-ATTEINTE VALUE "O".
       77 VIRGEN-SUSPENSION-MOTIF PIC X(30) VALUE SPACES.
       77 VIRGEN-DATE-JOUR     PIC 9(08) VALUE 0.
      * Date d'emission effective de l'echeance, reportee au jour
      * ouvre selon la regle de l'ordre.
       77 VIRGEN-DATE-EFFECTIVE PIC 9(08) VALUE 0.
      * Contre-valeur en euros de l'ordre au cours du referentiel :
      * c'est elle qui est debitee du compte emetteur a l'emission.
       77 VIRGEN-CONTRE-VALEUR PIC S9(13)V99 VALUE 0.
       77 VIRGEN-MONTANT-EDITE PIC ---,---,---,--9.99.
       77 VIRGEN-SEPARATEUR    PIC X(79) VALUE ALL "-".

      * Format de l'ordre courant, selon la banque du compte
      * debiteur, et identifiants SEPA des deux parties.
       77 VIRGEN-FORMAT        PIC X(01) VALUE "P".
           88 VIRGEN-FORMAT-SEPA VALUE "S".
       77 VIRGEN-DEBITEUR-IBAN PIC X(34) VALUE SPACES.
       77 VIRGEN-DEBITEUR-BIC  PIC X(11) VALUE SPACES.
       77 VIRGEN-CREANCIER-IBAN PIC X(34) VALUE SPACES.
       77 VIRGEN-CREANCIER-BIC PIC X(11) VALUE SPACES.
       77 VIRGEN-IBAN-ETRANGER PIC X(01) VALUE "N".
           88 VIRGEN-BENEF-ETRANGER VALUE "O".
       77 VIRGEN-NB-SEPA       PIC 9(07) VALUE 0.
       77 VIRGEN-NB-MESSAGE    PIC 9(07) VALUE 0.

      * Zone de rappel des parametres RIB transmis a CalculCleRib.
       01 VIRGEN-RIB-ARG.
           05 RIB-CODE-BANQUE     PIC 9(05).
               CLOSE FICHIER-VIREMENTS
               OPEN EXTEND FICHIER-VIREMENTS
           END-IF.
           OPEN EXTEND FICHIER-VIR-SEPA.
           IF VIRSEPA-ORDRES-STATUT = "35"
               OPEN OUTPUT FICHIER-VIR-SEPA
               CLOSE FICHIER-VIR-SEPA
               OPEN EXTEND FICHIER-VIR-SEPA
           END-IF.
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
           PERFORM VIRGEN-ENTETE-RAPPORT.
      * Aucun referentiel d'ordres permanents (statut 35) ou aucun
           END-READ.

       VIRGEN-UN-ORDRE.
           PERFORM VIRGEN-CALCULER-ECHEANCE.
           EVALUATE TRUE
               WHEN VP-ORDRE-SUSPENDU
                   ADD 1 TO VIRGEN-NB-IGNORES
               WHEN VIRGEN-DATE-EFFECTIVE > VIRGEN-DATE-JOUR
                   ADD 1 TO VIRGEN-NB-IGNORES
               WHEN OTHER
                   PERFORM VIRGEN-CONTROLER-ORDRE
                   END-IF
           END-EVALUATE.

      * L'echeance qui tombe un jour non ouvre est avancee au jour
      * ouvre precedent (regle "P") ou repoussee au jour ouvre
      * suivant (regle "S").
       VIRGEN-CALCULER-ECHEANCE.
           IF VP-REPORT-PRECEDENT
               SET OUVRE-REPORT-PRECEDENT TO TRUE
           ELSE
               SET OUVRE-REPORT-SUIVANT TO TRUE
           END-IF.
           MOVE VP-DATE-PROCHAINE TO OUVRE-ARG-DATE-DEBUT.
           CALL "CalculJourOuvre" USING OUVRE-ARG-OPERATION
               OUVRE-ARG-DATE-DEBUT OUVRE-ARG-DATE-FIN
               OUVRE-ARG-NB-JOURS OUVRE-ARG-EST-OUVRE.
           MOVE OUVRE-ARG-DATE-FIN TO VIRGEN-DATE-EFFECTIVE.

      * Memes controles qu'a l'emission manuelle : devise connue au
      * referentiel, compte debiteur existant et ouvert, cle RIB ou
      * IBAN du beneficiaire valide, ordre compatible avec le format
      * de la banque du compte debiteur.
       VIRGEN-CONTROLER-ORDRE.
           MOVE SPACES TO VIRGEN-SUSPENSION-MOTIF.
           MOVE VP-DEVISE TO DEV-CODE-ISO.
                       END-IF
               END-READ
           END-IF.
           MOVE "N" TO VIRGEN-IBAN-ETRANGER.
           IF VIRGEN-SUSPENSION-MOTIF = SPACES
               AND VP-BEN-IBAN NOT = SPACES
               SET IBAN-CONTROLER TO TRUE
               MOVE VP-BEN-IBAN TO IBAN-ARG-IBAN
               PERFORM VIRGEN-APPELER-CALCUL-IBAN
               EVALUATE TRUE
                   WHEN NOT IBAN-EST-VALIDE
                       MOVE "IBAN BENEFICIAIRE INVALIDE"
                           TO VIRGEN-SUSPENSION-MOTIF
                   WHEN NOT IBAN-EST-ZONE-EURO
                       MOVE "IBAN HORS ZONE EURO"
                           TO VIRGEN-SUSPENSION-MOTIF
                   WHEN OTHER
                       MOVE IBAN-ARG-IBAN TO VIRGEN-CREANCIER-IBAN
                       IF IBAN-ARG-PAYS NOT = "FR"
                           MOVE "O" TO VIRGEN-IBAN-ETRANGER
                       END-IF
               END-EVALUATE
           END-IF.
           IF VIRGEN-SUSPENSION-MOTIF = SPACES
               AND NOT VIRGEN-BENEF-ETRANGER
               MOVE VP-BEN-CODE-BANQUE   TO RIB-CODE-BANQUE
               MOVE VP-BEN-CODE-GUICHET  TO RIB-CODE-GUICHET
               MOVE VP-BEN-NUMERO-COMPTE TO RIB-NUMERO-COMPTE
                       TO VIRGEN-SUSPENSION-MOTIF
               END-IF
           END-IF.
           IF VIRGEN-SUSPENSION-MOTIF = SPACES
               PERFORM VIRGEN-CHOISIR-FORMAT
           END-IF.
      * La contre-valeur en euros de l'ordre ne doit pas enfoncer le
      * solde du compte debiteur au-dela du decouvert autorise ; un
      * ordre en depassement se suspend comme les autres echecs,
               END-IF
           END-IF.

      * Le format de l'ordre est celui de la banque du compte
      * debiteur, a plat par defaut (banque absente du referentiel).
      * Un ordre SEPA est libelle en euros ; il porte l'IBAN du
      * compte debiteur et le BIC de sa banque, l'IBAN du
      * beneficiaire (saisi, ou calcule sur son RIB) et son BIC
      * (saisi, ou a defaut celui de sa banque au referentiel).
       VIRGEN-CHOISIR-FORMAT.
           MOVE "P" TO VIRGEN-FORMAT.
           MOVE SPACES TO VIRGEN-DEBITEUR-BIC.
           MOVE CPT-CODE-BANQUE TO BQ-CODE-BANQUE.
           READ FICHIER-BANQUES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF BQ-FORMAT-SEPA
                       MOVE "S" TO VIRGEN-FORMAT
                       MOVE BQ-BIC TO VIRGEN-DEBITEUR-BIC
                   END-IF
           END-READ.
           EVALUATE TRUE
               WHEN NOT VIRGEN-FORMAT-SEPA
                   IF VIRGEN-BENEF-ETRANGER
                       MOVE "IBAN ETRANGER - FORMAT A PLAT"
                           TO VIRGEN-SUSPENSION-MOTIF
                   END-IF
               WHEN VP-DEVISE NOT = "EUR"
                   MOVE "DEVISE HORS SEPA" TO VIRGEN-SUSPENSION-MOTIF
               WHEN OTHER
                   PERFORM VIRGEN-PREPARER-SEPA
           END-EVALUATE.

       VIRGEN-PREPARER-SEPA.
           SET IBAN-CALCULER TO TRUE.
           MOVE CPT-CODE-BANQUE   TO IBAN-ARG-CODE-BANQUE.
           MOVE CPT-CODE-GUICHET  TO IBAN-ARG-CODE-GUICHET.
           MOVE CPT-NUMERO-COMPTE TO IBAN-ARG-NUMERO-COMPTE.
           MOVE CPT-CLE-RIB       TO IBAN-ARG-CLE-RIB.
           PERFORM VIRGEN-APPELER-CALCUL-IBAN.
           MOVE IBAN-ARG-IBAN TO VIRGEN-DEBITEUR-IBAN.
           IF VP-BEN-IBAN = SPACES
               SET IBAN-CALCULER TO TRUE
               MOVE VP-RIB-BENEFICIAIRE TO IBAN-ARG-RIB
               PERFORM VIRGEN-APPELER-CALCUL-IBAN
               MOVE IBAN-ARG-IBAN TO VIRGEN-CREANCIER-IBAN
           END-IF.
           MOVE VP-BEN-BIC TO VIRGEN-CREANCIER-BIC.
           IF VIRGEN-CREANCIER-BIC = SPACES
               AND NOT VIRGEN-BENEF-ETRANGER
               MOVE VP-BEN-CODE-BANQUE TO BQ-CODE-BANQUE
               READ FICHIER-BANQUES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BQ-BIC TO VIRGEN-CREANCIER-BIC
               END-READ
           END-IF.

       VIRGEN-APPELER-CALCUL-IBAN.
           CALL "CalculIban" USING IBAN-ARG-OPERATION IBAN-ARG-RIB
               IBAN-ARG-IBAN IBAN-ARG-BIC IBAN-ARG-PAYS
               IBAN-ARG-ZONE-EURO IBAN-ARG-VALIDE.

      * L'ordre emis porte le RIB et le titulaire du beneficiaire,
      * comme les ordres recus des partenaires. Le compte debiteur est
      * debite de la contre-valeur, l'ordre recoit sa reference unique
               ORDRE-ARG-MONTANT ORDRE-ARG-DEVISE
               ORDRE-ARG-CONTRE-VALEUR ORDRE-ARG-LIBELLE
               ORDRE-ARG-DATE ORDRE-ARG-REFERENCE.
           IF VIRGEN-FORMAT-SEPA
               PERFORM VIRGEN-ECRIRE-SEPA
           ELSE
               PERFORM VIRGEN-ECRIRE-A-PLAT
           END-IF.
           ADD 1 TO VIRGEN-NB-EMIS.
           PERFORM VIRGEN-AVANCER-ECHEANCE.
           REWRITE ENR-VIRPERM.
           MOVE VIRGEN-CONTRE-VALEUR TO HISTO-ARG-MONTANT.
           MOVE VP-LIBELLE TO HISTO-ARG-LIBELLE.
           MOVE CPT-SOLDE-COURANT TO HISTO-ARG-SOLDE.
           SET HISTO-ORIGINE-VIR-EMIS TO TRUE.
           CALL "EcrireHistorique" USING HISTO-ARG-COMPTE
               HISTO-ARG-DATE HISTO-ARG-SENS HISTO-ARG-MONTANT
               HISTO-ARG-LIBELLE HISTO-ARG-SOLDE HISTO-ARG-ORIGINE.
           MOVE VP-MONTANT TO VIRGEN-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "EMIS     ORDRE " VP-NUMERO " "
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF OUVRE-ARG-DATE-FIN NOT = OUVRE-ARG-DATE-DEBUT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "         ECHEANCE DU " OUVRE-ARG-DATE-DEBUT
                   " JOUR NON OUVRE - REPORTEE AU "
                   OUVRE-ARG-DATE-FIN
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE VIRGEN-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "VIRPGEN" TO AUDIT-ARG-PROGRAMME.
           MOVE "EMISSION" TO AUDIT-ARG-ACTION.
               MOVE 30 TO VP-PROCHAINE-JJ
           END-IF.

       VIRGEN-ECRIRE-A-PLAT.
           MOVE VP-BEN-CODE-BANQUE   TO VIR-CODE-BANQUE.
           MOVE VP-BEN-CODE-GUICHET  TO VIR-CODE-GUICHET.
           MOVE VP-BEN-NUMERO-COMPTE TO VIR-NUMERO-COMPTE.
           MOVE VP-BEN-CLE-RIB       TO VIR-CLE-RIB.
           MOVE VP-BEN-TITULAIRE     TO VIR-TITULAIRE.
           MOVE VP-MONTANT           TO VIR-MONTANT.
           MOVE VP-DEVISE            TO VIR-DEVISE.
           MOVE VP-LIBELLE           TO VIR-LIBELLE.
           MOVE VIRGEN-DATE-JOUR     TO VIR-DATE-EMISSION.
           MOVE ORDRE-ARG-REFERENCE  TO VIR-REFERENCE.
           WRITE ENR-VIREMENT.

       VIRGEN-ECRIRE-SEPA.
           MOVE ORDRE-ARG-REFERENCE   TO VSP-REFERENCE.
           MOVE VIRGEN-DATE-JOUR      TO VSP-DATE-EXECUTION.
           MOVE VP-MONTANT            TO VSP-MONTANT.
           MOVE VP-DEVISE             TO VSP-DEVISE.
           MOVE VP-LIBELLE            TO VSP-LIBELLE.
           MOVE CPT-TITULAIRE         TO VSP-DEBITEUR-NOM.
           MOVE VIRGEN-DEBITEUR-IBAN  TO VSP-DEBITEUR-IBAN.
           MOVE VIRGEN-DEBITEUR-BIC   TO VSP-DEBITEUR-BIC.
           MOVE VP-BEN-TITULAIRE      TO VSP-CREANCIER-NOM.
           MOVE VIRGEN-CREANCIER-IBAN TO VSP-CREANCIER-IBAN.
           MOVE VIRGEN-CREANCIER-BIC  TO VSP-CREANCIER-BIC.
           WRITE ENR-VIR-SEPA.
           ADD 1 TO VIRGEN-NB-SEPA.

       VIRGEN-TOTAUX.
           WRITE LIGNE-RAPPORT FROM VIRGEN-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "  DONT FORMAT SEPA  : " VIRGEN-NB-SEPA
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ORDRES IGNORES      : " VIRGEN-NB-IGNORES
               " (SUSPENDUS OU NON ECHUS)"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT

       VIRGEN-FERMER.
           CLOSE FICHIER-VIRPERM FICHIER-COMPTES FICHIER-DEVISES
               FICHIER-VIREMENTS FICHIER-RAPPORT
               FICHIER-BANQUES FICHIER-VIR-SEPA.
      * Le message pain.001 est reconstruit sur tous les ordres SEPA
      * du jour, emission manuelle comprise.
           CALL "EmissionSepa" USING VIRGEN-NB-MESSAGE.
           DISPLAY "Virements permanents - emis : " VIRGEN-NB-EMIS
               " ignores : " VIRGEN-NB-IGNORES
               " suspendus : " VIRGEN-NB-SUSPENDUS.
           DISPLAY "Message SEPA VIRSEPA - ordres : " VIRGEN-NB-MESSAGE.

       end program GenerationVirPermanents.
