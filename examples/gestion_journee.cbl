      * journee comptable (fichier JOURNEE), qui date tous les
      * traitements de la chaine de nuit et le journal d'audit a la
      * place de l'horloge. La cloture d'une journee deja fermee est
      * refusee ; l'ouverture propose le jour ouvre qui suit la
      * journee courante (calendrier des jours non ouvres) et accepte
      * n'importe quel autre jour ouvre, ce qui permet de reculer la
      * journee pour rejouer un jour passe avec les fichiers de ce
      * jour apres incident. Un samedi, un dimanche ou un jour ferie
      * est refuse. Pour que ce rejeu
      * soit reellement possible, l'ouverture purge du registre des
      * flux les fichiers inscrits a la date ouverte ou au-dela :
      * sans cela, la protection contre les rejeux refuserait les

       working-storage section.
       copy "auditarg.cpy".
       copy "ouvrearg.cpy".

       77 JOURNEE-STATUT  PIC X(02) VALUE SPACES.
       77 REGISTRE-STATUT PIC X(02) VALUE SPACES.
                   END-IF
           END-READ.

      * Ouvre la journee a la date saisie, proposee au jour ouvre
      * suivant ; reculer la date permet de rejouer une journee
      * passee avec les fichiers de ce jour. L'ancienne et la
      * nouvelle journee sont tracees a l'audit.
       JRNGEST-OUVRIR.
           MOVE SPACES TO JRNGEST-MESSAGE.
           PERFORM JRNGEST-PROPOSER-DATE.
           DISPLAY EcranOuvertureJournee.
           ACCEPT EcranOuvertureJournee.
           IF JRNGEST-DATE-SAISIE = 0
               MOVE "Date comptable obligatoire." TO JRNGEST-MESSAGE
           ELSE
               PERFORM JRNGEST-CONTROLER-OUVRE
           END-IF.
           IF JRNGEST-MESSAGE = SPACES
               MOVE JRNGEST-DATE-EDITE TO JRNGEST-AVANT-EDITE
               MOVE JRN-STATUT TO JRNGEST-AVANT-EDITE(9:1)
               MOVE JRNGEST-CLE-FIXE TO JRN-CLE
           END-IF.
           PERFORM JRNGEST-AFFICHER-MESSAGE.

      * La date proposee est le jour ouvre qui suit la journee
      * courante ; faute de journee, le jour ouvre a compter de la
      * date systeme.
       JRNGEST-PROPOSER-DATE.
           IF JRNGEST-JOURNEE-EXISTE
               SET OUVRE-JOUR-SUIVANT TO TRUE
               MOVE JRNGEST-DATE-EDITE TO OUVRE-ARG-DATE-DEBUT
           ELSE
               SET OUVRE-REPORT-SUIVANT TO TRUE
               ACCEPT OUVRE-ARG-DATE-DEBUT FROM DATE YYYYMMDD
           END-IF.
           CALL "CalculJourOuvre" USING OUVRE-ARG-OPERATION
               OUVRE-ARG-DATE-DEBUT OUVRE-ARG-DATE-FIN
               OUVRE-ARG-NB-JOURS OUVRE-ARG-EST-OUVRE.
           MOVE OUVRE-ARG-DATE-FIN TO JRNGEST-DATE-SAISIE.

       JRNGEST-CONTROLER-OUVRE.
           SET OUVRE-REPORT-SUIVANT TO TRUE.
           MOVE JRNGEST-DATE-SAISIE TO OUVRE-ARG-DATE-DEBUT.
           CALL "CalculJourOuvre" USING OUVRE-ARG-OPERATION
               OUVRE-ARG-DATE-DEBUT OUVRE-ARG-DATE-FIN
               OUVRE-ARG-NB-JOURS OUVRE-ARG-EST-OUVRE.
           IF NOT OUVRE-DATE-EST-OUVREE
               MOVE "Jour non ouvre (week-end ou ferie) - refuse."
                   TO JRNGEST-MESSAGE
           END-IF.

      * Purge du registre des flux : toute inscription dont la date
      * de fichier est celle de la journee ouverte ou posterieure est
      * retiree, pour que les fichiers de cette journee (et des
      * suivantes, a rejouer dans l'ordre) soient de nouveau acceptes
      * par les controles de rejeu. Les inscriptions des jours
      * anterieurs restent en place et continuent de proteger contre
      * un vrai rejeu. Les emissions du fichier d'ecritures vers la
      * comptabilite generale (flux ECRITURES) survivent aussi a la
      * reouverture : une journee deja transmise ne doit pas etre
      * passee une seconde fois au grand livre.
       JRNGEST-PURGER-FLUX.
           MOVE 0 TO JRNGEST-NB-PURGES.
           MOVE "N" TO JRNGEST-FIN-REGISTRE.
               AT END SET JRNGEST-FIN-REGISTRE-ATTEINTE TO TRUE
               NOT AT END
                   IF FLX-DATE NOT < JRNGEST-DATE-SAISIE
                      AND FLX-NOM-FLUX NOT = "ECRITURES"
                       DELETE FICHIER-FLUX-REGISTRE
                           INVALID KEY CONTINUE
                       END-DELETE
