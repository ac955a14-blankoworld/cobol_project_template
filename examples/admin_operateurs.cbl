      * desactivation sans suppression, remise en service d'une fiche
      * desactivee ou verrouillee par les echecs de connexion, et
      * consultation. Toutes les actions sont tracees dans le journal
      * d'audit. La remise en service n'est pas appliquee directement :
      * elle est deposee au fichier des demandes et ne prend effet
      * qu'apres validation par un second administrateur (validation
      * des demandes).
      *****************************************************************

       environment division.

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".
       copy "demandearg.cpy".

       77 OPERATEURS-STATUT PIC X(02) VALUE SPACES.

           END-IF.
           PERFORM OPEGEST-AFFICHER-MESSAGE.

      * Demande la remise en service d'une fiche desactivee ou
      * verrouillee par les echecs de connexion ; a la validation,
      * la fiche repart d'un compteur d'echecs a zero.
       OPEGEST-REMETTRE-EN-SERVICE.
           PERFORM OPEGEST-RECHERCHER.
           IF OPEGEST-OPERATEUR-TROUVE
               IF OPE-STATUT-ACTIF
                   MOVE "Operateur deja actif." TO OPEGEST-MESSAGE
               ELSE
                   PERFORM OPEGEST-DEMANDER
               END-IF
           END-IF.
           PERFORM OPEGEST-AFFICHER-MESSAGE.

      * Depot de la demande ; refusee si une demande sur le meme
      * operateur attend deja sa validation.
       OPEGEST-DEMANDER.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           INITIALIZE DEMANDE-ARG.
           MOVE "OP" TO DEMANDE-ARG-TYPE.
           MOVE OPE-ID TO DEMANDE-ARG-OBJET.
           MOVE OPE-STATUT TO DEMANDE-ARG-STATUT-ACTUEL.
           STRING "REMISE EN SERVICE DE " OPE-ID
               DELIMITED BY SIZE INTO DEMANDE-ARG-LIBELLE
           END-STRING.
           MOVE OPEGEST-OPERATEUR TO DEMANDE-ARG-DEMANDEUR.
           MOVE JRN-ARG-DATE TO DEMANDE-ARG-DATE.
           CALL "EnregistrerDemande" USING DEMANDE-ARG.
           IF DEMANDE-ARG-DEJA-EN-COURS
               STRING "Demande deja en attente sur cet operateur : "
                   DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO OPEGEST-MESSAGE
               END-STRING
           ELSE
               MOVE OPE-STATUT TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING OPE-ID " DEMANDE " DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE "DEM REACTIVE" TO AUDIT-ARG-ACTION
               PERFORM OPEGEST-TRACER
               STRING "Demande " DEMANDE-ARG-REFERENCE
                   " en attente de validation."
                   DELIMITED BY SIZE INTO OPEGEST-MESSAGE
               END-STRING
           END-IF.

       OPEGEST-CONSULTER.
           PERFORM OPEGEST-RECHERCHER.
           IF OPEGEST-OPERATEUR-TROUVE
