      * inscrit au catalogue SAVCATAL la date, les compteurs par
      * maitre et le total des soldes sauvegardes, qui remontent
      * aussi au rapport de chaine. La restauration, reservee a
      * l'operateur et confirmee en toutes lettres, est deposee au
      * fichier des demandes ; une fois validee par un second
      * administrateur, la validation des demandes rappelle le
      * programme (mode "V") qui recharge le tout depuis la
      * generation choisie ; la journee comptable est
      * ensuite rouverte par la gestion de la journee, qui purge ce
      * qu'il faut du registre des flux. Les deux operations sont
      * tracees au journal d'audit.
       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".
       copy "demandearg.cpy".

       77 COMPTES-STATUT    PIC X(02) VALUE SPACES.
       77 CLIENTS-STATUT    PIC X(02) VALUE SPACES.
       77 SVG-CATALOGUE-TROUVE PIC X(01) VALUE "N".
           88 SVG-FICHE-TROUVEE VALUE "O".
       77 SVG-DATE-JOUR        PIC 9(08) VALUE 0.
      * Date de sauvegarde de la generation a restaurer, relevee a la
      * demande et controlee au catalogue a la restauration validee.
       77 SVG-DATE-ATTENDUE    PIC 9(08) VALUE 0.
       77 SVG-HEURE-JOUR       PIC 9(08) VALUE 0.
       77 SVG-CONFIRMATION     PIC X(03) VALUE SPACES.
       77 SVG-MESSAGE          PIC X(60) VALUE SPACES.
       linkage section.
       01 SVG-OPERATEUR PIC X(08).
      * Mode d'appel : "S" = sauvegarde (chaine de nuit), "R" =
      * demande de restauration pilotee par l'operateur, "V" =
      * restauration validee (validation des demandes), de la
      * generation et de la date de sauvegarde recues dans le compte
      * rendu.
       01 SVG-MODE PIC X(01).
           88 SVG-MODE-SAUVEGARDE   VALUE "S".
           88 SVG-MODE-RESTAURATION VALUE "R".
           88 SVG-MODE-RESTAURATION-VALIDEE VALUE "V".
       copy "sauvarg.cpy".
       01 SVG-CODE-RETOUR PIC 9(01).


       0-DEBUT.
           MOVE 0 TO SVG-CODE-RETOUR.
           MOVE SVG-RES-GENERATION TO SVG-GENERATION.
           MOVE SVG-RES-DATE TO SVG-DATE-ATTENDUE.
           INITIALIZE SVG-RESUME.
      * La sauvegarde est datee de la journee comptable, l'heure de
      * l'horloge.
           MOVE JRN-ARG-DATE TO SVG-DATE-JOUR.
           ACCEPT SVG-HEURE-JOUR FROM TIME.
           PERFORM SVG-OUVRIR-CATALOGUE.
           EVALUATE TRUE
               WHEN SVG-MODE-RESTAURATION
                   PERFORM SVG-RESTAURER
               WHEN SVG-MODE-RESTAURATION-VALIDEE
                   PERFORM SVG-RESTAURER-VALIDEE
               WHEN OTHER
                   PERFORM SVG-SAUVEGARDER
           END-EVALUATE.
           CLOSE FICHIER-CATALOGUE.
           GOBACK.


       SVG-RESTITUER-RESUME.
           MOVE SVG-GENERATION TO SVG-RES-GENERATION.
           MOVE SVG-DATE-JOUR TO SVG-RES-DATE.
           MOVE SVG-NB-COMPTES TO SVG-RES-NB-COMPTES.
           MOVE SVG-NB-CLIENTS TO SVG-RES-NB-CLIENTS.
           MOVE SVG-NB-BANQUES TO SVG-RES-NB-BANQUES.

      *****************************************************************
      * Restauration : l'operateur choisit une generation au vu du
      * catalogue et confirme en toutes lettres ; la restauration est
      * alors deposee au fichier des demandes. Les cinq maitres ne
      * sont recharges depuis la generation (leur contenu courant est
      * ecrase) qu'a la validation de la demande par un second
      * administrateur. L'operation est tracee au journal d'audit.
      *****************************************************************
       SVG-RESTAURER.
           DISPLAY "Generations de sauvegarde disponibles :".
               DISPLAY "Confirmer la restauration (OUI) ? "
               ACCEPT SVG-CONFIRMATION
               IF SVG-CONFIRMATION = "OUI"
                   PERFORM SVG-DEMANDER-RESTAURATION
               ELSE
                   DISPLAY "Restauration abandonnee."
               END-IF
           END-IF.

      * Depot de la demande de restauration, avec la date de la
      * sauvegarde : si la generation est ecrasee par une nouvelle
      * sauvegarde avant la validation, la demande devient caduque.
       SVG-DEMANDER-RESTAURATION.
           INITIALIZE DEMANDE-ARG.
           MOVE "RS" TO DEMANDE-ARG-TYPE.
           MOVE SVG-GENERATION TO DEMANDE-ARG-OBJET.
           MOVE SVG-GENERATION TO DEMANDE-ARG-GENERATION.
           MOVE CAT-DATE TO DEMANDE-ARG-DATE-SAUVEGARDE.
           STRING "RESTAURATION GENERATION " SVG-GENERATION " DU "
               CAT-DATE
               DELIMITED BY SIZE INTO DEMANDE-ARG-LIBELLE
           END-STRING.
           MOVE SVG-OPERATEUR TO DEMANDE-ARG-DEMANDEUR.
           MOVE SVG-DATE-JOUR TO DEMANDE-ARG-DATE.
           CALL "EnregistrerDemande" USING DEMANDE-ARG.
           IF DEMANDE-ARG-DEJA-EN-COURS
               DISPLAY "Restauration de cette generation deja en "
                   "attente : demande " DEMANDE-ARG-REFERENCE "."
           ELSE
               MOVE SVG-OPERATEUR TO AUDIT-ARG-OPERATEUR
               MOVE "SAUVEG" TO AUDIT-ARG-PROGRAMME
               MOVE "DEM RESTAUR" TO AUDIT-ARG-ACTION
               MOVE SPACES TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING "GENERATION " SVG-GENERATION " DU " CAT-DATE
                   " DEMANDE " DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
                   AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
                   AUDIT-ARG-AVANT AUDIT-ARG-APRES
               DISPLAY "Demande " DEMANDE-ARG-REFERENCE
                   " en attente de validation par un second "
                   "administrateur."
           END-IF.

      * Restauration validee : la generation doit toujours porter la
      * sauvegarde designee a la demande, sinon rien n'est recharge
      * et le code retour 8 le signale a l'appelant.
       SVG-RESTAURER-VALIDEE.
           MOVE "N" TO SVG-CATALOGUE-TROUVE.
           MOVE SVG-GENERATION TO CAT-GENERATION.
           READ FICHIER-CATALOGUE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "O" TO SVG-CATALOGUE-TROUVE
           END-READ.
           IF SVG-FICHE-TROUVEE AND CAT-DATE = SVG-DATE-ATTENDUE
               PERFORM SVG-RECHARGER
               MOVE SVG-GENERATION TO SVG-RES-GENERATION
               MOVE CAT-DATE TO SVG-RES-DATE
           ELSE
               DISPLAY "Generation " SVG-GENERATION " remplacee depuis "
                   "la demande - restauration abandonnee."
               MOVE 8 TO SVG-CODE-RETOUR
           END-IF.

      * Rechargement : les maitres et les fichiers de controle qui
      * vont avec (registre des flux, cumuls, cliches de soldes) sont
      * reouverts en creation (vides) puis repeuples depuis la
