      *   transferes du maitre des comptes vers le fichier historique
      *   CPTHISTO, avec totaux de controle nombre/montant entre ce
      *   qui sort du maitre et ce qui entre en archive ;
      * - consultation : edition paginee du contenu de l'historique ;
      * - reactivation : un compte passe inactif par la chaine de nuit
      *   redevient ouvert, avec trace d'audit (les debits mis en
      *   attente pendant l'inactivite restent a revoir).
      *****************************************************************

       environment division.
       fd FICHIER-HISTORIQUE
           label records are standard
           recording mode is F.
      * Image de l'enregistrement du maitre des comptes (101 octets).
      * Les comptes archives avant l'ajout de l'origine du compte
      * font 93 octets, ceux archives avant l'ajout de l'ancien
      * client 94 : un historique existant est a convertir, les
      * zones manquantes a blanc.
       01 ENR-COMPTE-HISTORIQUE PIC X(101).

       fd FICHIER-RAPPORT
           label records are standard
      -    " ............... : ".
           10 line  8 Col  4 VALUE "- 3 - Consulter l'historique .....
      -    "............... : ".
           10 line  9 Col  4 VALUE "- 4 - Reactiver un compte inactif
      -    " ............... : ".
           10 line 10 Col  4 VALUE "- 0 - Retour au menu principal ...
      -    "............... : ".
           10 line  6 Col 79 PIC 9 FROM CLOT-OPTION.
           10 line  6 Col  4 VALUE "Numero de compte ......... : ".
           10 line  6 Col 33 PIC X(11) USING CLOT-NUMERO-SAISI.

      *****************************
      * Saisie du compte a reactiver
      *****************************
       01 EcranSaisieReactivation
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 25 VALUE "Reactivation d'un compte inactif".
           10 line  6 Col  4 VALUE "Numero de compte ......... : ".
           10 line  6 Col 33 PIC X(11) USING CLOT-NUMERO-SAISI.

      *****************************
      * Saisie de la retention d'archivage
      *****************************
               WHEN 1 PERFORM CLOT-CLOTURER
               WHEN 2 PERFORM CLOT-ARCHIVER
               WHEN 3 PERFORM CLOT-CONSULTER-HISTORIQUE
               WHEN 4 PERFORM CLOT-REACTIVER
               WHEN 0 SET CLOT-FIN-ATTEINTE TO TRUE
               WHEN OTHER CONTINUE
           END-EVALUATE.
           PERFORM CLOT-AFFICHER-MESSAGE.

      * Le rattachement est efface sur l'enregistrement du compte
      * avant sa reecriture, le numero du client restant conserve
      * comme ancien client du compte ; la fiche client n'est touchee
      * qu'une fois cette reecriture acquise : un echec de REWRITE ne
      * doit pas laisser une fiche deliee en face d'un compte reste
      * ouvert au maitre.
               SET CPT-COMPTE-FERME TO TRUE
               MOVE CLOT-DATE-JOUR TO CPT-DATE-CLOTURE
               MOVE CPT-CLIENT-NUMERO TO CLOT-CLIENT-A-DELIER
               MOVE CLOT-CLIENT-A-DELIER TO CPT-ANCIEN-CLIENT
               MOVE 0 TO CPT-CLIENT-NUMERO
               REWRITE ENR-COMPTE
                   INVALID KEY
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

      *****************************************************************
      * Reactivation d'un compte inactif : retour au statut ouvert,
      * trace d'audit. Seul un compte inactif peut etre reactive.
      *****************************************************************
       CLOT-REACTIVER.
           MOVE SPACES TO CLOT-MESSAGE.
           MOVE SPACES TO CLOT-NUMERO-SAISI.
           DISPLAY EcranSaisieReactivation.
           ACCEPT EcranSaisieReactivation.
           IF CLOT-NUMERO-SAISI = SPACES
               MOVE "Numero de compte obligatoire." TO CLOT-MESSAGE
           ELSE
               MOVE CLOT-NUMERO-SAISI TO CPT-NUMERO-COMPTE
               READ FICHIER-COMPTES
                   INVALID KEY
                       MOVE "Compte introuvable." TO CLOT-MESSAGE
                   NOT INVALID KEY
                       PERFORM CLOT-REACTIVER-COMPTE
               END-READ
           END-IF.
           PERFORM CLOT-AFFICHER-MESSAGE.

       CLOT-REACTIVER-COMPTE.
           IF NOT CPT-COMPTE-INACTIF
               MOVE "Compte non inactif - rien a reactiver."
                   TO CLOT-MESSAGE
           ELSE
               SET CPT-COMPTE-OUVERT TO TRUE
               MOVE 0 TO CPT-ANCIEN-CLIENT
               REWRITE ENR-COMPTE
                   INVALID KEY
                       MOVE "Reactivation impossible." TO CLOT-MESSAGE
                   NOT INVALID KEY
                       PERFORM CLOT-TRACER-REACTIVATION
                       MOVE "Compte reactive." TO CLOT-MESSAGE
               END-REWRITE
           END-IF.

       CLOT-TRACER-REACTIVATION.
           MOVE CLOT-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "CLOTCPT" TO AUDIT-ARG-PROGRAMME.
           MOVE "REACTIVATION" TO AUDIT-ARG-ACTION.
           MOVE CPT-NUMERO-COMPTE TO AUDIT-ARG-AVANT.
           MOVE SPACES TO AUDIT-ARG-APRES.
           STRING "OUVERT LE " CLOT-DATE-JOUR
               DELIMITED BY SIZE INTO AUDIT-ARG-APRES
           END-STRING.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

      *****************************************************************
      * Archivage annuel : transfert des comptes fermes depuis plus
      * de N annees vers l'historique, avec totaux de controle.
      * des soldes de la chaine reste en concordance.
                       MOVE "D" TO CUMUL-ARG-SENS
                       MOVE CPT-SOLDE-COURANT TO CUMUL-ARG-MONTANT
                       SET CUMUL-ORIGINE-ARCHIVAGES TO TRUE
                       CALL "CumulerJournee" USING CUMUL-ARG-SENS
                           CUMUL-ARG-MONTANT CUMUL-ARG-ORIGINE
               END-DELETE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ARCHIVE " CPT-NUMERO-COMPTE
