      * (numero de tranche, plafond de decouvert moyen, taux annuel),
      * sur le modele de la gestion des devises. C'est ce referentiel
      * qui fait foi pour le calcul trimestriel des agios sur les
      * comptes debiteurs. La creation et la suppression d'une
      * tranche, comme le changement du taux d'une tranche
      * existante, ne sont pas appliquees directement : elles sont
      * deposees au fichier des demandes et ne prennent effet
      * qu'apres validation par un second administrateur (validation
      * des demandes).
      *****************************************************************

       environment division.

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".
       copy "demandearg.cpy".

       77 BAREMES-STATUT PIC X(02) VALUE SPACES.

       77 BARGEST-CONTINUER    PIC X(01) VALUE SPACE.
       77 BARGEST-AVANT-TAUX   PIC 9(02)V9(04) VALUE 0.
       77 BARGEST-TAUX-EDITE   PIC 9(02).9(04).
       77 BARGEST-AVANT-PLAFOND PIC 9(09)V99 VALUE 0.
       77 BARGEST-APRES-EDITE  PIC 9(02).9(04).
       77 BARGEST-PLAFOND-EDITE PIC ZZZ,ZZZ,ZZ9.99.

       linkage section.
       01 BARGEST-OPERATEUR PIC X(08).
                   END-READ
           END-EVALUATE.
           IF BARGEST-MESSAGE = SPACES
               PERFORM BARGEST-DEMANDER-AJOUT
           END-IF.
           PERFORM BARGEST-AFFICHER-MESSAGE.

      * La nouvelle tranche fait l'objet d'une demande d'ajout ; elle
      * n'est creee qu'a sa validation.
       BARGEST-DEMANDER-AJOUT.
           MOVE BAR-TAUX-ANNUEL TO BARGEST-APRES-EDITE.
           INITIALIZE DEMANDE-ARG.
           MOVE "BA" TO DEMANDE-ARG-TYPE.
           MOVE BAR-TRANCHE TO DEMANDE-ARG-OBJET.
           MOVE 0 TO DEMANDE-ARG-TAUX-ACTUEL.
           MOVE BAR-TAUX-ANNUEL TO DEMANDE-ARG-TAUX-NOUVEAU.
           MOVE 0 TO DEMANDE-ARG-PLAFOND-ACTUEL.
           MOVE BAR-PLAFOND TO DEMANDE-ARG-PLAFOND-NOUVEAU.
           STRING "AJOUT TRANCHE " BAR-TRANCHE " TAUX "
               BARGEST-APRES-EDITE
               DELIMITED BY SIZE INTO DEMANDE-ARG-LIBELLE
           END-STRING.
           PERFORM BARGEST-DEPOSER.
           IF DEMANDE-ARG-ENREGISTREE
               MOVE SPACES TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING BARGEST-APRES-EDITE " DEMANDE "
                   DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE "DEM AJOUT" TO AUDIT-ARG-ACTION
               PERFORM BARGEST-TRACER
           END-IF.

      * Mise a jour du plafond et du taux d'une tranche existante.
      * Un plafond seul est mis a jour sur le champ ; un changement
      * de taux fait l'objet d'une demande de modification (plafond
      * saisi compris), la fiche restant inchangee jusqu'a sa
      * validation. Pour un plafond seul, l'ancien et le nouveau
      * plafond sont traces ; la demande de changement de taux est
      * tracee a son depot, puis a sa validation.
       BARGEST-METTRE-A-JOUR.
           PERFORM BARGEST-RECHERCHER.
           IF BARGEST-TRANCHE-TROUVEE
               MOVE BAR-TAUX-ANNUEL TO BARGEST-AVANT-TAUX
               MOVE BAR-PLAFOND TO BARGEST-AVANT-PLAFOND
               DISPLAY EcranBareme
               ACCEPT EcranBareme
               MOVE BARGEST-TRANCHE-RECHERCHE TO BAR-TRANCHE
               EVALUATE TRUE
                   WHEN BAR-TAUX-ANNUEL = 0
                       MOVE "Taux invalide (0 interdit)."
                           TO BARGEST-MESSAGE
                   WHEN BAR-TAUX-ANNUEL = BARGEST-AVANT-TAUX
                       REWRITE ENR-BAREME
                       MOVE BARGEST-AVANT-PLAFOND
                           TO BARGEST-PLAFOND-EDITE
                       MOVE BARGEST-PLAFOND-EDITE TO AUDIT-ARG-AVANT
                       MOVE BAR-PLAFOND TO BARGEST-PLAFOND-EDITE
                       MOVE BARGEST-PLAFOND-EDITE TO AUDIT-ARG-APRES
                       MOVE "MAJ PLAFOND" TO AUDIT-ARG-ACTION
                       PERFORM BARGEST-TRACER
                       MOVE "Tranche mise a jour." TO BARGEST-MESSAGE
                   WHEN OTHER
                       PERFORM BARGEST-DEMANDER
               END-EVALUATE
           END-IF.
           PERFORM BARGEST-AFFICHER-MESSAGE.

      * Depot de la demande de changement de taux ; refusee si une
      * demande sur la meme tranche attend deja sa validation.
       BARGEST-DEMANDER.
           MOVE BARGEST-AVANT-TAUX TO BARGEST-TAUX-EDITE.
           MOVE BAR-TAUX-ANNUEL TO BARGEST-APRES-EDITE.
           INITIALIZE DEMANDE-ARG.
           MOVE "BT" TO DEMANDE-ARG-TYPE.
           MOVE BAR-TRANCHE TO DEMANDE-ARG-OBJET.
           MOVE BARGEST-AVANT-TAUX TO DEMANDE-ARG-TAUX-ACTUEL.
           MOVE BAR-TAUX-ANNUEL TO DEMANDE-ARG-TAUX-NOUVEAU.
           MOVE BARGEST-AVANT-PLAFOND TO DEMANDE-ARG-PLAFOND-ACTUEL.
           MOVE BAR-PLAFOND TO DEMANDE-ARG-PLAFOND-NOUVEAU.
           STRING "TRANCHE " BAR-TRANCHE " TAUX " BARGEST-TAUX-EDITE
               " -> " BARGEST-APRES-EDITE
               DELIMITED BY SIZE INTO DEMANDE-ARG-LIBELLE
           END-STRING.
           PERFORM BARGEST-DEPOSER.
           IF DEMANDE-ARG-ENREGISTREE
               MOVE BARGEST-TAUX-EDITE TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING BARGEST-APRES-EDITE " DEMANDE "
                   DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE "DEM TAUX" TO AUDIT-ARG-ACTION
               PERFORM BARGEST-TRACER
           END-IF.

      * La tranche n'est supprimee qu'a la validation de la demande,
      * et seulement si son plafond et son taux n'ont pas change.
       BARGEST-SUPPRIMER.
           PERFORM BARGEST-RECHERCHER.
           IF BARGEST-TRANCHE-TROUVEE
               PERFORM BARGEST-DEMANDER-SUPPRESSION
           END-IF.
           PERFORM BARGEST-AFFICHER-MESSAGE.

       BARGEST-DEMANDER-SUPPRESSION.
           MOVE BAR-TAUX-ANNUEL TO BARGEST-TAUX-EDITE.
           INITIALIZE DEMANDE-ARG.
           MOVE "BS" TO DEMANDE-ARG-TYPE.
           MOVE BAR-TRANCHE TO DEMANDE-ARG-OBJET.
           MOVE BAR-TAUX-ANNUEL TO DEMANDE-ARG-TAUX-ACTUEL.
           MOVE 0 TO DEMANDE-ARG-TAUX-NOUVEAU.
           MOVE BAR-PLAFOND TO DEMANDE-ARG-PLAFOND-ACTUEL.
           MOVE 0 TO DEMANDE-ARG-PLAFOND-NOUVEAU.
           STRING "SUPPRESSION TRANCHE " BAR-TRANCHE " TAUX "
               BARGEST-TAUX-EDITE
               DELIMITED BY SIZE INTO DEMANDE-ARG-LIBELLE
           END-STRING.
           PERFORM BARGEST-DEPOSER.
           IF DEMANDE-ARG-ENREGISTREE
               MOVE BARGEST-TAUX-EDITE TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING "DEMANDE " DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE "DEM SUPPR" TO AUDIT-ARG-ACTION
               PERFORM BARGEST-TRACER
           END-IF.

      * Depot commun d'une demande sur le bareme, datee de la journee
      * comptable ; une seconde demande de meme nature sur la meme
      * tranche est refusee tant que la premiere attend sa validation.
       BARGEST-DEPOSER.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE BARGEST-OPERATEUR TO DEMANDE-ARG-DEMANDEUR.
           MOVE JRN-ARG-DATE TO DEMANDE-ARG-DATE.
           CALL "EnregistrerDemande" USING DEMANDE-ARG.
           IF DEMANDE-ARG-DEJA-EN-COURS
               STRING "Demande deja en attente sur cette tranche : "
                   DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO BARGEST-MESSAGE
               END-STRING
           ELSE
               STRING "Demande " DEMANDE-ARG-REFERENCE
                   " en attente de validation."
                   DELIMITED BY SIZE INTO BARGEST-MESSAGE
               END-STRING
           END-IF.

       BARGEST-CONSULTER.
           PERFORM BARGEST-RECHERCHER.
           IF BARGEST-TRANCHE-TROUVEE
