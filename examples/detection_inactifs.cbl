       program-id. DetectionInactifs.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Etape de la chaine de nuit : detection des comptes inactifs.
      * Chaque compte ouvert du maitre est rapproche de l'historique
      * des mouvements ; faute de mouvement a l'initiative du client
      * depuis le delai d'inactivite (consigne DELAI-INACTIVITE, en
      * mois), le compte passe au statut inactif. Les agios et les
      * recredits de virements rejetes, qui ne sont pas du fait du
      * client, ne comptent pas comme mouvement ; un compte sans
      * historique est date de son ouverture. Chaque compte passe
      * inactif est trace a l'audit et edite dans le rapport
      * INACT-RAPPORT avec le bloc adresse du client rattache, pour
      * l'envoi des lettres de notification. Le compte inactif recoit
      * les credits, ses debits sont mis en attente de revue par la
      * passation des mouvements ; seule la reactivation (cloture et
      * archivage) le rend de nouveau ouvert.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-COMPTES assign to "COMPTES"
               organization is indexed
               access mode is dynamic
               record key is CPT-NUMERO-COMPTE
               alternate record key is CPT-CLIENT-NUMERO
                   with duplicates
               file status is COMPTES-STATUT.
           select FICHIER-HISTORIQUE assign to "HISTORIQUE"
               organization is indexed
               access mode is dynamic
               record key is HIS-CLE
               file status is HISTORIQUE-STATUT.
           select FICHIER-CLIENTS assign to "CLIENTS"
               organization is indexed
               access mode is dynamic
               record key is CLI-NUMERO
               file status is CLIENTS-STATUT.
           select FICHIER-RAPPORT assign to "INACT-RAPPORT"
               organization is line sequential
               file status is RAPPORT-STATUT.

       data division.
       file section.
       fd FICHIER-COMPTES
           label records are standard.
       copy "compte.cpy".

       fd FICHIER-HISTORIQUE
           label records are standard.
       copy "historique.cpy".

       fd FICHIER-CLIENTS
           label records are standard.
       copy "client.cpy".

       fd FICHIER-RAPPORT
           label records are standard
           recording mode is F.
       01 LIGNE-RAPPORT PIC X(79).

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".

       77 COMPTES-STATUT    PIC X(02) VALUE SPACES.
       77 HISTORIQUE-STATUT PIC X(02) VALUE SPACES.
       77 CLIENTS-STATUT    PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT    PIC X(02) VALUE SPACES.

       77 INACT-FIN-MAITRE  PIC X(01) VALUE "N".
           88 INACT-FIN-MAITRE-ATTEINTE VALUE "O".
       77 INACT-FIN-HISTO   PIC X(01) VALUE "N".
           88 INACT-FIN-HISTO-ATTEINTE VALUE "O".
       77 INACT-CLIENT-LU   PIC X(01) VALUE "N".
           88 INACT-CLIENT-EST-LU VALUE "O".
       77 INACT-REECRIT     PIC X(01) VALUE "N".
           88 INACT-REECRITURE-OK VALUE "O".

      * Date seuil : journee comptable reculee du delai d'inactivite.
      * Un compte dont le dernier mouvement client est anterieur a ce
      * seuil est inactif.
       77 INACT-DATE-JOUR    PIC 9(08) VALUE 0.
       77 INACT-DATE-SEUIL   PIC 9(08) VALUE 0.
       77 INACT-AAAA         PIC 9(04) VALUE 0.
       77 INACT-MM           PIC 9(02) VALUE 0.
       77 INACT-JJ           PIC 9(02) VALUE 0.
       77 INACT-NB-MOIS      PIC 9(07) VALUE 0.
       77 INACT-DERNIER-MVT  PIC 9(08) VALUE 0.

       77 INACT-NB-EXAMINES  PIC 9(07) VALUE 0.
       77 INACT-NB-DEJA      PIC 9(07) VALUE 0.
       77 INACT-NB-INACTIFS  PIC 9(07) VALUE 0.
       77 INACT-NB-ECHECS    PIC 9(07) VALUE 0.
       77 INACT-SOMME-SOLDES PIC S9(11)V99 VALUE 0.

       77 INACT-MONTANT-EDITE PIC ---,---,---,--9.99.
       77 INACT-SEPARATEUR   PIC X(79) VALUE ALL "-".

       linkage section.
       01 INACT-OPERATEUR   PIC X(08).
      * Delai d'inactivite en mois, transmis par la chaine de nuit
      * (consigne DELAI-INACTIVITE).
       01 INACT-DELAI-MOIS  PIC 9(03).
      * Code retour restitue a la chaine : 4 si un compte n'a pu etre
      * reecrit au maitre, 0 sinon.
       01 INACT-CODE-RETOUR PIC 9(01).

       procedure division using INACT-OPERATEUR INACT-DELAI-MOIS
               INACT-CODE-RETOUR.

       0-DEBUT.
           MOVE 0 TO INACT-CODE-RETOUR.
           PERFORM INACT-INIT.
           PERFORM INACT-PARCOURIR-MAITRE
               UNTIL INACT-FIN-MAITRE-ATTEINTE.
           PERFORM INACT-TOTAUX.
           PERFORM INACT-FERMER.
           GOBACK.

       INACT-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO INACT-DATE-JOUR.
           PERFORM INACT-CALCULER-SEUIL.
           OPEN I-O FICHIER-COMPTES.
           OPEN INPUT FICHIER-HISTORIQUE.
           IF HISTORIQUE-STATUT = "35"
               OPEN OUTPUT FICHIER-HISTORIQUE
               CLOSE FICHIER-HISTORIQUE
               OPEN INPUT FICHIER-HISTORIQUE
           END-IF.
           OPEN INPUT FICHIER-CLIENTS.
           IF CLIENTS-STATUT = "35"
               OPEN OUTPUT FICHIER-CLIENTS
               CLOSE FICHIER-CLIENTS
               OPEN INPUT FICHIER-CLIENTS
           END-IF.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "COMPTES INACTIFS - RAPPORT DU " INACT-DATE-JOUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "SANS MOUVEMENT CLIENT DEPUIS " INACT-DELAI-MOIS
               " MOIS - SEUIL " INACT-DATE-SEUIL
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT FROM INACT-SEPARATEUR.
      * Le maitre des comptes n'existe pas encore (statut 35) : rien
      * a examiner.
           IF COMPTES-STATUT = "35"
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "MAITRE DES COMPTES ABSENT - AUCUN EXAMEN"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
               SET INACT-FIN-MAITRE-ATTEINTE TO TRUE
           END-IF.

      * Recule la journee comptable du nombre de mois demande, en
      * gardant le quantieme : la date obtenue ne sert qu'a comparer
      * des dates AAAAMMJJ, elle n'a pas besoin d'exister au
      * calendrier.
       INACT-CALCULER-SEUIL.
           DIVIDE INACT-DATE-JOUR BY 10000 GIVING INACT-AAAA
               REMAINDER INACT-NB-MOIS.
           DIVIDE INACT-NB-MOIS BY 100 GIVING INACT-MM
               REMAINDER INACT-JJ.
           COMPUTE INACT-NB-MOIS =
               INACT-AAAA * 12 + INACT-MM - 1 - INACT-DELAI-MOIS.
           DIVIDE INACT-NB-MOIS BY 12 GIVING INACT-AAAA
               REMAINDER INACT-MM.
           COMPUTE INACT-DATE-SEUIL =
               INACT-AAAA * 10000 + (INACT-MM + 1) * 100 + INACT-JJ.

       INACT-PARCOURIR-MAITRE.
           READ FICHIER-COMPTES NEXT RECORD
               AT END SET INACT-FIN-MAITRE-ATTEINTE TO TRUE
               NOT AT END PERFORM INACT-EXAMINER-UN-COMPTE
           END-READ.

       INACT-EXAMINER-UN-COMPTE.
           EVALUATE TRUE
               WHEN CPT-COMPTE-INACTIF
                   ADD 1 TO INACT-NB-DEJA
               WHEN CPT-COMPTE-OUVERT
                   ADD 1 TO INACT-NB-EXAMINES
                   PERFORM INACT-RECHERCHER-DERNIER-MVT
                   IF INACT-DERNIER-MVT < INACT-DATE-SEUIL
                       PERFORM INACT-DECLARER-INACTIF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Date du dernier mouvement a l'initiative du client, relevee
      * dans l'historique du compte ; a defaut, la date d'ouverture.
       INACT-RECHERCHER-DERNIER-MVT.
           IF CPT-DATE-OUVERTURE NUMERIC
               COMPUTE INACT-DERNIER-MVT =
                   CPT-DATE-OUV-AAAA * 10000 + CPT-DATE-OUV-MM * 100
                   + CPT-DATE-OUV-JJ
           ELSE
               MOVE 0 TO INACT-DERNIER-MVT
           END-IF.
           MOVE "N" TO INACT-FIN-HISTO.
           MOVE CPT-NUMERO-COMPTE TO HIS-NUMERO-COMPTE.
           MOVE 0 TO HIS-DATE.
           MOVE 0 TO HIS-SEQUENCE.
           START FICHIER-HISTORIQUE KEY NOT < HIS-CLE
               INVALID KEY SET INACT-FIN-HISTO-ATTEINTE TO TRUE
           END-START.
           PERFORM INACT-LIRE-HISTORIQUE
               UNTIL INACT-FIN-HISTO-ATTEINTE.

       INACT-LIRE-HISTORIQUE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END SET INACT-FIN-HISTO-ATTEINTE TO TRUE
               NOT AT END
                   IF HIS-NUMERO-COMPTE NOT = CPT-NUMERO-COMPTE
                       SET INACT-FIN-HISTO-ATTEINTE TO TRUE
                   ELSE
                       PERFORM INACT-RETENIR-MOUVEMENT
                   END-IF
           END-READ.

      * Les agios et les recredits de virements rejetes sont passes
      * par la banque, pas par le client : ils n'entretiennent pas
      * l'activite du compte.
       INACT-RETENIR-MOUVEMENT.
           IF HIS-DATE NUMERIC
               AND HIS-LIBELLE(1:6) NOT = "AGIOS "
               AND HIS-LIBELLE NOT = "RETOUR VIREMENT"
               AND HIS-DATE > INACT-DERNIER-MVT
               MOVE HIS-DATE TO INACT-DERNIER-MVT
           END-IF.

      * Le compte n'est edite et trace qu'une fois la reecriture du
      * maitre acquise.
       INACT-DECLARER-INACTIF.
           MOVE "O" TO INACT-REECRIT.
           SET CPT-COMPTE-INACTIF TO TRUE.
           REWRITE ENR-COMPTE
               INVALID KEY MOVE "N" TO INACT-REECRIT
           END-REWRITE.
           IF INACT-REECRITURE-OK
               ADD 1 TO INACT-NB-INACTIFS
               ADD CPT-SOLDE-COURANT TO INACT-SOMME-SOLDES
               PERFORM INACT-EDITER-COMPTE
               PERFORM INACT-TRACER
           ELSE
               ADD 1 TO INACT-NB-ECHECS
               MOVE 4 TO INACT-CODE-RETOUR
               MOVE SPACES TO LIGNE-RAPPORT
               STRING CPT-NUMERO-COMPTE
                   " - ECRITURE MAITRE IMPOSSIBLE"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

      * Un bloc par compte passe inactif : compte, titulaire, date du
      * dernier mouvement client et solde, puis l'adresse du client
      * pour la lettre de notification.
       INACT-EDITER-COMPTE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "COMPTE " CPT-NUMERO-COMPTE " " CPT-TITULAIRE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE CPT-SOLDE-COURANT TO INACT-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    DERNIER MOUVEMENT CLIENT " INACT-DERNIER-MVT
               " SOLDE " INACT-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE "N" TO INACT-CLIENT-LU.
           IF CPT-CLIENT-NUMERO NUMERIC AND CPT-CLIENT-NUMERO NOT = 0
               MOVE CPT-CLIENT-NUMERO TO CLI-NUMERO
               READ FICHIER-CLIENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "O" TO INACT-CLIENT-LU
               END-READ
           END-IF.
           IF INACT-CLIENT-EST-LU
               PERFORM INACT-BLOC-ADRESSE
           ELSE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "    AUCUN CLIENT RATTACHE - ADRESSE A RECHERCHER"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.
           WRITE LIGNE-RAPPORT FROM INACT-SEPARATEUR.

      * Bloc adresse cale a gauche, dans l'ordre attendu par les
      * enveloppes a fenetre, sur le modele des releves clients.
       INACT-BLOC-ADRESSE.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    " CLI-NOM " " CLI-PRENOM
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    " CLI-ADRESSE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    " CLI-CODE-POSTAL " " CLI-VILLE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

       INACT-TRACER.
           MOVE INACT-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "INACTCPT" TO AUDIT-ARG-PROGRAMME.
           MOVE "INACTIVATION" TO AUDIT-ARG-ACTION.
           MOVE CPT-NUMERO-COMPTE TO AUDIT-ARG-AVANT.
           MOVE SPACES TO AUDIT-ARG-APRES.
           STRING "DERNIER MVT " INACT-DERNIER-MVT
               DELIMITED BY SIZE INTO AUDIT-ARG-APRES
           END-STRING.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

       INACT-TOTAUX.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "COMPTES OUVERTS EXAMINES : " INACT-NB-EXAMINES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE INACT-SOMME-SOLDES TO INACT-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "PASSES INACTIFS          : " INACT-NB-INACTIFS
               " POUR " INACT-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "DEJA INACTIFS            : " INACT-NB-DEJA
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF INACT-NB-ECHECS NOT = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ECRITURES EN ECHEC       : " INACT-NB-ECHECS
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       INACT-FERMER.
           CLOSE FICHIER-COMPTES FICHIER-HISTORIQUE FICHIER-CLIENTS
               FICHIER-RAPPORT.
           DISPLAY "Detection des comptes inactifs terminee - "
               INACT-NB-INACTIFS " compte(s) passe(s) inactif(s).".

       end program DetectionInactifs.
