      * comptes du maitre, sur le modele de la gestion des devises.
      * C'est cette zone qui fait foi pour le rejet des debits en
      * depassement a la passation des mouvements et pour l'edition
      * quotidienne des comptes en depassement. Une modification du
      * decouvert n'est pas appliquee directement : elle est deposee
      * au fichier des demandes et ne prend effet qu'apres validation
      * par un second administrateur (validation des demandes).
      *****************************************************************

       environment division.

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".
       copy "demandearg.cpy".

       77 COMPTES-STATUT PIC X(02) VALUE SPACES.

      * Decouvert saisi a l'ecran, en valeur absolue ; recopie dans la
      * zone COMP-3 du maitre une fois la saisie validee.
       77 DECGEST-DECOUVERT    PIC 9(05)V99 VALUE 0.
       77 DECGEST-DECOUVERT-ACTUEL PIC 9(05)V99 VALUE 0.
       77 DECGEST-AVANT-EDITE  PIC 9(05).99.
       77 DECGEST-APRES-EDITE  PIC 9(05).99.
       77 DECGEST-SOLDE-EDITE  PIC ---,---,---,--9.99.
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * Mise a jour du decouvert autorise d'un compte existant : le
      * nouveau plafond fait l'objet d'une demande de modification,
      * l'ancien et le nouveau sont traces a l'audit avec sa
      * reference.
       DECGEST-METTRE-A-JOUR.
           PERFORM DECGEST-RECHERCHER.
           IF DECGEST-COMPTE-TROUVE
               MOVE DECGEST-DECOUVERT TO DECGEST-AVANT-EDITE
               MOVE DECGEST-DECOUVERT TO DECGEST-DECOUVERT-ACTUEL
               DISPLAY EcranDecouvert
               ACCEPT EcranDecouvert
               IF DECGEST-DECOUVERT = DECGEST-DECOUVERT-ACTUEL
                   MOVE "Decouvert inchange." TO DECGEST-MESSAGE
               ELSE
                   PERFORM DECGEST-DEMANDER
               END-IF
           END-IF.
           PERFORM DECGEST-AFFICHER-MESSAGE.

      * Depot de la demande ; refusee si une demande sur le meme
      * compte attend deja sa validation.
       DECGEST-DEMANDER.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE DECGEST-DECOUVERT TO DECGEST-APRES-EDITE.
           INITIALIZE DEMANDE-ARG.
           MOVE "DC" TO DEMANDE-ARG-TYPE.
           MOVE CPT-NUMERO-COMPTE TO DEMANDE-ARG-OBJET.
           MOVE DECGEST-DECOUVERT-ACTUEL TO DEMANDE-ARG-DEC-ACTUEL.
           MOVE DECGEST-DECOUVERT TO DEMANDE-ARG-DEC-NOUVEAU.
           STRING "DECOUVERT " DECGEST-AVANT-EDITE " -> "
               DECGEST-APRES-EDITE
               DELIMITED BY SIZE INTO DEMANDE-ARG-LIBELLE
           END-STRING.
           MOVE DECGEST-OPERATEUR TO DEMANDE-ARG-DEMANDEUR.
           MOVE JRN-ARG-DATE TO DEMANDE-ARG-DATE.
           CALL "EnregistrerDemande" USING DEMANDE-ARG.
           IF DEMANDE-ARG-DEJA-EN-COURS
               STRING "Demande deja en attente sur ce compte : "
                   DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO DECGEST-MESSAGE
               END-STRING
           ELSE
               MOVE DECGEST-AVANT-EDITE TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING DECGEST-APRES-EDITE " DEMANDE "
                   DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE "DEM DECOUV" TO AUDIT-ARG-ACTION
               PERFORM DECGEST-TRACER
               STRING "Demande " DEMANDE-ARG-REFERENCE
                   " en attente de validation."
                   DELIMITED BY SIZE INTO DECGEST-MESSAGE
               END-STRING
           END-IF.

       DECGEST-CONSULTER.
           PERFORM DECGEST-RECHERCHER.
