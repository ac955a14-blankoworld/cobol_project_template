       program-id. ValidationDemandes.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Option 26 du menu principal (administrateur) : validation des
      * demandes de modification sensibles deposees par la gestion
      * des decouverts, le controle des RIB, la restauration des
      * sauvegardes, la gestion du bareme des agios (taux, creation
      * et suppression de tranche) et l'administration des
      * operateurs. Les demandes en attente sont
      * presentees une a une, de la plus ancienne a la plus recente ;
      * un administrateur autre que le demandeur les valide (la
      * modification est alors appliquee au maitre) ou les refuse.
      * Une demande dont l'objet a change ou disparu depuis sa saisie
      * n'est pas appliquee : elle est classee caduque. Chaque
      * decision est tracee a l'audit sous l'identifiant du valideur,
      * avec la reference et l'identifiant du demandeur.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-DEMANDES assign to "DEMANDES"
               organization is indexed
               access mode is dynamic
               record key is DEM-REFERENCE
               file status is DEMANDES-STATUT.
           select FICHIER-COMPTES assign to "COMPTES"
               organization is indexed
               access mode is dynamic
               record key is CPT-NUMERO-COMPTE
               alternate record key is CPT-CLIENT-NUMERO
                   with duplicates
               file status is COMPTES-STATUT.
           select FICHIER-BAREMES assign to "BAREMES"
               organization is indexed
               access mode is dynamic
               record key is BAR-TRANCHE
               file status is BAREMES-STATUT.
           select FICHIER-OPERATEURS assign to "OPERATEURS"
               organization is indexed
               access mode is dynamic
               record key is OPE-ID
               file status is OPERATEURS-STATUT.

       data division.
       file section.
       fd FICHIER-DEMANDES
           label records are standard.
       copy "demande.cpy".

       fd FICHIER-COMPTES
           label records are standard.
       copy "compte.cpy".

       fd FICHIER-BAREMES
           label records are standard.
       copy "bareme.cpy".

       fd FICHIER-OPERATEURS
           label records are standard.
       copy "operateur.cpy".

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".
       copy "demandearg.cpy".
       copy "sauvarg.cpy".

       77 DEMANDES-STATUT   PIC X(02) VALUE SPACES.
       77 COMPTES-STATUT    PIC X(02) VALUE SPACES.
       77 BAREMES-STATUT    PIC X(02) VALUE SPACES.
       77 OPERATEURS-STATUT PIC X(02) VALUE SPACES.

       77 VALDEM-FIN          PIC X(01) VALUE "N".
           88 VALDEM-FIN-ATTEINTE VALUE "O".
       77 VALDEM-DECISION     PIC X(01) VALUE SPACE.
       77 VALDEM-MESSAGE      PIC X(60) VALUE SPACES.
       77 VALDEM-CONTINUER    PIC X(01) VALUE SPACE.
       77 VALDEM-NATURE-EDITE PIC X(30) VALUE SPACES.
       77 VALDEM-DATE-JOUR    PIC 9(08) VALUE 0.
       77 VALDEM-NB-DECISIONS PIC 9(05) VALUE 0.
       77 VALDEM-DECOUVERT-ACTUEL PIC 9(05)V99 VALUE 0.
      * Restauration validee : SauvegardeFichiers est rappele dans ce
      * mode, avec la generation et la date de la demande.
       77 VALDEM-MODE-RESTAURATION PIC X(01) VALUE "V".
       77 VALDEM-CODE-RETOUR  PIC 9(01) VALUE 0.
      * Decision validee sur la demande affichee : elle est alors
      * reecrite et tracee, puis on passe a la suivante.
       77 VALDEM-RETENUE      PIC X(01) VALUE "N".
           88 VALDEM-DECISION-RETENUE VALUE "O".
      * Issue de l'application d'une demande validee au maitre.
       77 VALDEM-APPLICATION  PIC X(01) VALUE "N".
           88 VALDEM-APPLIQUEE VALUE "O".

       linkage section.
       01 VALDEM-OPERATEUR PIC X(08).

       screen section.
      *****************************
      * Fiche d'une demande et decision
      *****************************
       01 EcranDemande
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 22 VALUE "Validation des demandes de modificat
      -    "ion".
           10 line  5 Col  4 VALUE "Reference ................. : ".
           10 line  5 Col 35 PIC X(12) FROM DEM-REFERENCE.
           10 line  6 Col  4 VALUE "Nature .................... : ".
           10 line  6 Col 35 PIC X(30) FROM VALDEM-NATURE-EDITE.
           10 line  7 Col  4 VALUE "Objet ..................... : ".
           10 line  7 Col 35 PIC X(11) FROM DEM-OBJET.
           10 line  8 Col  4 VALUE "Modification .............. : ".
           10 line  8 Col 35 PIC X(40) FROM DEM-LIBELLE.
           10 line  9 Col  4 VALUE "Demandeur ................. : ".
           10 line  9 Col 35 PIC X(08) FROM DEM-DEMANDEUR.
           10 line 10 Col  4 VALUE "Demandee le ............... : ".
           10 line 10 Col 35 PIC 9(08) FROM DEM-DATE-DEMANDE.
           10 line 15 Col  4 VALUE "Decision : V valider, R refuser,".
           10 line 16 Col  4 VALUE
               "           S suivante, Q quitter ... : ".
           10 line 16 Col 43 PIC X(01) USING VALDEM-DECISION.
           10 line 19 Col  4 PIC X(60) FROM VALDEM-MESSAGE.

      *****************************
      * Message et confirmation
      *****************************
       01 EcranMessageDemande
           Background-color 1 Foreground-color 14.
           10 line 20 Col  4 PIC X(60) FROM VALDEM-MESSAGE.
           10 line 21 Col  4 VALUE "Appuyez sur Entree pour continuer.".
           10 line 21 Col 45 PIC X(01) USING VALDEM-CONTINUER.

       procedure division using VALDEM-OPERATEUR.

       0-DEBUT.
           PERFORM VALDEM-INIT.
           PERFORM VALDEM-TRAITEMENT UNTIL VALDEM-FIN-ATTEINTE.
           PERFORM VALDEM-FERMER.
           GOBACK.

      * Les decisions sont datees de la journee comptable. Le fichier
      * des demandes est cree vide s'il n'existe pas encore. Les
      * maitres ne sont ouverts que le temps d'appliquer une demande :
      * la restauration les reouvre elle-meme en creation.
       VALDEM-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO VALDEM-DATE-JOUR.
           OPEN I-O FICHIER-DEMANDES.
           IF DEMANDES-STATUT = "35"
               OPEN OUTPUT FICHIER-DEMANDES
               CLOSE FICHIER-DEMANDES
               OPEN I-O FICHIER-DEMANDES
           END-IF.
           MOVE LOW-VALUES TO DEM-REFERENCE.
           START FICHIER-DEMANDES KEY >= DEM-REFERENCE
               INVALID KEY SET VALDEM-FIN-ATTEINTE TO TRUE
           END-START.

      * Lecture de la demande suivante ; seules les demandes en
      * attente sont presentees.
       VALDEM-TRAITEMENT.
           READ FICHIER-DEMANDES NEXT RECORD
               AT END SET VALDEM-FIN-ATTEINTE TO TRUE
               NOT AT END
                   IF DEM-EN-ATTENTE
                       PERFORM VALDEM-PRESENTER
                   END-IF
           END-READ.

       VALDEM-PRESENTER.
           MOVE SPACES TO VALDEM-MESSAGE.
           MOVE "N" TO VALDEM-RETENUE.
           EVALUATE TRUE
               WHEN DEM-TYPE-DECOUVERT
                   MOVE "DECOUVERT AUTORISE" TO VALDEM-NATURE-EDITE
               WHEN DEM-TYPE-CLE-RIB
                   MOVE "CORRECTION DE CLE RIB" TO VALDEM-NATURE-EDITE
               WHEN DEM-TYPE-RESTAURATION
                   MOVE "RESTAURATION DES MAITRES"
                       TO VALDEM-NATURE-EDITE
               WHEN DEM-TYPE-TAUX
                   MOVE "TAUX DU BAREME DES AGIOS"
                       TO VALDEM-NATURE-EDITE
               WHEN DEM-TYPE-AJOUT-TRANCHE
                   MOVE "AJOUT DE TRANCHE D'AGIOS"
                       TO VALDEM-NATURE-EDITE
               WHEN DEM-TYPE-SUPPR-TRANCHE
                   MOVE "SUPPRESSION DE TRANCHE D'AGIOS"
                       TO VALDEM-NATURE-EDITE
               WHEN DEM-TYPE-OPERATEUR
                   MOVE "REMISE EN SERVICE OPERATEUR"
                       TO VALDEM-NATURE-EDITE
               WHEN OTHER
                   MOVE DEM-TYPE TO VALDEM-NATURE-EDITE
           END-EVALUATE.
           PERFORM VALDEM-SAISIR-DECISION
               UNTIL VALDEM-DECISION-RETENUE
               OR VALDEM-FIN-ATTEINTE.

      * Le demandeur ne peut ni valider ni refuser sa propre demande :
      * la decision revient a un second administrateur.
       VALDEM-SAISIR-DECISION.
           MOVE SPACE TO VALDEM-DECISION.
           DISPLAY EcranDemande.
           ACCEPT EcranDemande.
           MOVE SPACES TO VALDEM-MESSAGE.
           EVALUATE VALDEM-DECISION
               WHEN "V"
               WHEN "v"
               WHEN "R"
               WHEN "r"
                   IF DEM-DEMANDEUR = VALDEM-OPERATEUR
                       MOVE "Decision reservee a un autre administrateur
      -                    "."
                           TO VALDEM-MESSAGE
                   ELSE
                       PERFORM VALDEM-DECIDER
                   END-IF
               WHEN "S"
               WHEN "s"
               WHEN SPACE
                   SET VALDEM-DECISION-RETENUE TO TRUE
               WHEN "Q"
               WHEN "q"
                   SET VALDEM-FIN-ATTEINTE TO TRUE
               WHEN OTHER
                   MOVE "Decision inconnue." TO VALDEM-MESSAGE
           END-EVALUATE.

       VALDEM-DECIDER.
           IF VALDEM-DECISION = "V" OR VALDEM-DECISION = "v"
               PERFORM VALDEM-APPLIQUER
               IF VALDEM-APPLIQUEE
                   SET DEM-VALIDEE TO TRUE
                   MOVE "VALIDATION" TO AUDIT-ARG-ACTION
               ELSE
                   SET DEM-CADUQUE TO TRUE
                   MOVE "CADUQUE" TO AUDIT-ARG-ACTION
               END-IF
           ELSE
               SET DEM-REFUSEE TO TRUE
               MOVE "REFUS" TO AUDIT-ARG-ACTION
           END-IF.
           PERFORM VALDEM-ENREGISTRER.

      *****************************************************************
      * Application au maitre d'une demande validee. La valeur
      * relevee a la saisie de la demande doit etre toujours en place :
      * sinon le maitre a ete modifie entre-temps et la demande n'est
      * pas appliquee.
      *****************************************************************
       VALDEM-APPLIQUER.
           MOVE "N" TO VALDEM-APPLICATION.
           MOVE DEM-VALEURS TO DEMANDE-ARG-VALEURS.
           EVALUATE TRUE
               WHEN DEM-TYPE-DECOUVERT
                   PERFORM VALDEM-APPLIQUER-DECOUVERT
               WHEN DEM-TYPE-CLE-RIB
                   PERFORM VALDEM-APPLIQUER-CLE-RIB
               WHEN DEM-TYPE-RESTAURATION
                   PERFORM VALDEM-APPLIQUER-RESTAURATION
               WHEN DEM-TYPE-TAUX
                   PERFORM VALDEM-APPLIQUER-TAUX
               WHEN DEM-TYPE-AJOUT-TRANCHE
                   PERFORM VALDEM-APPLIQUER-AJOUT-TRANCHE
               WHEN DEM-TYPE-SUPPR-TRANCHE
                   PERFORM VALDEM-APPLIQUER-SUPPR-TRANCHE
               WHEN DEM-TYPE-OPERATEUR
                   PERFORM VALDEM-APPLIQUER-OPERATEUR
               WHEN OTHER
                   MOVE "Nature de demande inconnue." TO VALDEM-MESSAGE
           END-EVALUATE.

       VALDEM-APPLIQUER-DECOUVERT.
           PERFORM VALDEM-LIRE-COMPTE.
           IF VALDEM-MESSAGE = SPACES
               IF CPT-DECOUVERT-AUTORISE NUMERIC
                   MOVE CPT-DECOUVERT-AUTORISE
                       TO VALDEM-DECOUVERT-ACTUEL
               ELSE
                   MOVE 0 TO VALDEM-DECOUVERT-ACTUEL
               END-IF
               IF VALDEM-DECOUVERT-ACTUEL = DEMANDE-ARG-DEC-ACTUEL
                   MOVE DEMANDE-ARG-DEC-NOUVEAU
                       TO CPT-DECOUVERT-AUTORISE
                   PERFORM VALDEM-REECRIRE-COMPTE
               ELSE
                   MOVE "Decouvert modifie depuis la demande - caduque."
                       TO VALDEM-MESSAGE
               END-IF
           END-IF.
           CLOSE FICHIER-COMPTES.

       VALDEM-APPLIQUER-CLE-RIB.
           PERFORM VALDEM-LIRE-COMPTE.
           IF VALDEM-MESSAGE = SPACES
               IF CPT-CLE-RIB = DEMANDE-ARG-CLE-ACTUELLE
                   MOVE DEMANDE-ARG-CLE-NOUVELLE TO CPT-CLE-RIB
                   PERFORM VALDEM-REECRIRE-COMPTE
               ELSE
                   MOVE "Cle RIB modifiee depuis la demande - caduque."
                       TO VALDEM-MESSAGE
               END-IF
           END-IF.
           CLOSE FICHIER-COMPTES.

      * Lecture commune du compte objet de la demande ; le maitre
      * reste ouvert jusqu'a la fin de l'application.
       VALDEM-LIRE-COMPTE.
           OPEN I-O FICHIER-COMPTES.
           IF COMPTES-STATUT = "35"
               MOVE "Aucun compte enregistre - demande caduque."
                   TO VALDEM-MESSAGE
           ELSE
               MOVE DEM-OBJET TO CPT-NUMERO-COMPTE
               READ FICHIER-COMPTES
                   INVALID KEY
                       MOVE "Compte introuvable - demande caduque."
                           TO VALDEM-MESSAGE
               END-READ
           END-IF.

       VALDEM-REECRIRE-COMPTE.
           REWRITE ENR-COMPTE
               INVALID KEY
                   MOVE "Reecriture du compte impossible."
                       TO VALDEM-MESSAGE
               NOT INVALID KEY
                   SET VALDEM-APPLIQUEE TO TRUE
           END-REWRITE.

      * La restauration est executee par SauvegardeFichiers sous
      * l'identifiant du valideur ; elle controle elle-meme que la
      * generation porte toujours la sauvegarde demandee.
       VALDEM-APPLIQUER-RESTAURATION.
           INITIALIZE SVG-RESUME.
           MOVE DEMANDE-ARG-GENERATION TO SVG-RES-GENERATION.
           MOVE DEMANDE-ARG-DATE-SAUVEGARDE TO SVG-RES-DATE.
           MOVE 0 TO VALDEM-CODE-RETOUR.
           CALL "SauvegardeFichiers" USING VALDEM-OPERATEUR
               VALDEM-MODE-RESTAURATION SVG-RESUME VALDEM-CODE-RETOUR.
           IF VALDEM-CODE-RETOUR = 0
               SET VALDEM-APPLIQUEE TO TRUE
           ELSE
               MOVE "Generation remplacee depuis la demande - caduque."
                   TO VALDEM-MESSAGE
           END-IF.

      * Le plafond et le taux sont repris tels que saisis a la
      * demande ; l'un ou l'autre modifie depuis rend la demande
      * caduque.
       VALDEM-APPLIQUER-TAUX.
           PERFORM VALDEM-LIRE-TRANCHE.
           IF VALDEM-MESSAGE = SPACES
               IF BAR-TAUX-ANNUEL = DEMANDE-ARG-TAUX-ACTUEL
                  AND BAR-PLAFOND = DEMANDE-ARG-PLAFOND-ACTUEL
                   MOVE DEMANDE-ARG-TAUX-NOUVEAU TO BAR-TAUX-ANNUEL
                   MOVE DEMANDE-ARG-PLAFOND-NOUVEAU TO BAR-PLAFOND
                   REWRITE ENR-BAREME
                       INVALID KEY
                           MOVE "Reecriture de la tranche impossible."
                               TO VALDEM-MESSAGE
                       NOT INVALID KEY
                           SET VALDEM-APPLIQUEE TO TRUE
                   END-REWRITE
               ELSE
                   MOVE "Tranche modifiee depuis la demande - caduque."
                       TO VALDEM-MESSAGE
               END-IF
           END-IF.
           CLOSE FICHIER-BAREMES.

      * La tranche est creee telle que saisie a la demande, si elle
      * n'a pas ete creee entre-temps. Le bareme est cree vide s'il
      * n'existe pas encore.
       VALDEM-APPLIQUER-AJOUT-TRANCHE.
           OPEN I-O FICHIER-BAREMES.
           IF BAREMES-STATUT = "35"
               OPEN OUTPUT FICHIER-BAREMES
               CLOSE FICHIER-BAREMES
               OPEN I-O FICHIER-BAREMES
           END-IF.
           MOVE DEM-OBJET(1:2) TO BAR-TRANCHE.
           READ FICHIER-BAREMES
               INVALID KEY
                   PERFORM VALDEM-ECRIRE-TRANCHE
               NOT INVALID KEY
                   MOVE "Tranche creee depuis la demande - caduque."
                       TO VALDEM-MESSAGE
           END-READ.
           CLOSE FICHIER-BAREMES.

       VALDEM-ECRIRE-TRANCHE.
           INITIALIZE ENR-BAREME.
           MOVE DEM-OBJET(1:2) TO BAR-TRANCHE.
           MOVE DEMANDE-ARG-TAUX-NOUVEAU TO BAR-TAUX-ANNUEL.
           MOVE DEMANDE-ARG-PLAFOND-NOUVEAU TO BAR-PLAFOND.
           WRITE ENR-BAREME
               INVALID KEY
                   MOVE "Ecriture de la tranche impossible."
                       TO VALDEM-MESSAGE
               NOT INVALID KEY
                   SET VALDEM-APPLIQUEE TO TRUE
           END-WRITE.

      * La tranche n'est supprimee que si son plafond et son taux
      * sont toujours ceux releves a la demande.
       VALDEM-APPLIQUER-SUPPR-TRANCHE.
           PERFORM VALDEM-LIRE-TRANCHE.
           IF VALDEM-MESSAGE = SPACES
               IF BAR-TAUX-ANNUEL = DEMANDE-ARG-TAUX-ACTUEL
                  AND BAR-PLAFOND = DEMANDE-ARG-PLAFOND-ACTUEL
                   DELETE FICHIER-BAREMES
                       INVALID KEY
                           MOVE "Suppression de la tranche impossible."
                               TO VALDEM-MESSAGE
                       NOT INVALID KEY
                           SET VALDEM-APPLIQUEE TO TRUE
                   END-DELETE
               ELSE
                   MOVE "Tranche modifiee depuis la demande - caduque."
                       TO VALDEM-MESSAGE
               END-IF
           END-IF.
           CLOSE FICHIER-BAREMES.

      * Lecture commune de la tranche objet de la demande ; le bareme
      * reste ouvert jusqu'a la fin de l'application.
       VALDEM-LIRE-TRANCHE.
           OPEN I-O FICHIER-BAREMES.
           IF BAREMES-STATUT = "35"
               MOVE "Aucun bareme enregistre - demande caduque."
                   TO VALDEM-MESSAGE
           ELSE
               MOVE DEM-OBJET(1:2) TO BAR-TRANCHE
               READ FICHIER-BAREMES
                   INVALID KEY
                       MOVE "Tranche introuvable - demande caduque."
                           TO VALDEM-MESSAGE
               END-READ
           END-IF.

      * La fiche doit etre toujours hors service ; elle repart d'un
      * compteur d'echecs a zero.
       VALDEM-APPLIQUER-OPERATEUR.
           OPEN I-O FICHIER-OPERATEURS.
           IF OPERATEURS-STATUT = "35"
               MOVE "Aucun operateur enregistre - demande caduque."
                   TO VALDEM-MESSAGE
           ELSE
               MOVE DEM-OBJET TO OPE-ID
               READ FICHIER-OPERATEURS
                   INVALID KEY
                       MOVE "Operateur introuvable - demande caduque."
                           TO VALDEM-MESSAGE
               END-READ
           END-IF.
           IF VALDEM-MESSAGE = SPACES
               IF OPE-STATUT = DEMANDE-ARG-STATUT-ACTUEL
                   SET OPE-STATUT-ACTIF TO TRUE
                   MOVE 0 TO OPE-NB-ECHECS
                   REWRITE ENR-OPERATEUR
                       INVALID KEY
                           MOVE "Reecriture de l'operateur impossible."
                               TO VALDEM-MESSAGE
                       NOT INVALID KEY
                           SET VALDEM-APPLIQUEE TO TRUE
                   END-REWRITE
               ELSE
                   MOVE "Operateur modifie depuis la demande - caduque."
                       TO VALDEM-MESSAGE
               END-IF
           END-IF.
           CLOSE FICHIER-OPERATEURS.

      * La decision est reecrite sur la demande avec le valideur et la
      * journee, puis tracee a l'audit sous l'identifiant du
      * valideur : avant = reference et demandeur, apres = objet et
      * modification demandee.
       VALDEM-ENREGISTRER.
           MOVE VALDEM-OPERATEUR TO DEM-VALIDEUR.
           MOVE VALDEM-DATE-JOUR TO DEM-DATE-DECISION.
           REWRITE ENR-DEMANDE
               INVALID KEY
                   MOVE "Enregistrement de la decision impossible."
                       TO VALDEM-MESSAGE
           END-REWRITE.
           MOVE SPACES TO AUDIT-ARG-AVANT.
           MOVE SPACES TO AUDIT-ARG-APRES.
           STRING "DEMANDE " DEM-REFERENCE " DE " DEM-DEMANDEUR
               " DU " DEM-DATE-DEMANDE
               DELIMITED BY SIZE INTO AUDIT-ARG-AVANT
           END-STRING.
           STRING DEM-TYPE " " DEM-OBJET " " DEM-LIBELLE
               DELIMITED BY SIZE INTO AUDIT-ARG-APRES
           END-STRING.
           MOVE VALDEM-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "VALDEM" TO AUDIT-ARG-PROGRAMME.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.
           ADD 1 TO VALDEM-NB-DECISIONS.
           IF VALDEM-MESSAGE NOT = SPACES
               DISPLAY EcranMessageDemande
               ACCEPT EcranMessageDemande
           END-IF.
           SET VALDEM-DECISION-RETENUE TO TRUE.

       VALDEM-FERMER.
           CLOSE FICHIER-DEMANDES.
           MOVE SPACES TO VALDEM-MESSAGE.
           STRING "Validation des demandes terminee - decisions : "
               VALDEM-NB-DECISIONS
               DELIMITED BY SIZE INTO VALDEM-MESSAGE
           END-STRING.
           DISPLAY EcranMessageDemande.
           ACCEPT EcranMessageDemande.

       end program ValidationDemandes.
