       program-id. GestionSchemaComptable.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Option 30 du menu principal : tenue du schema comptable de
      * l'interface avec la comptabilite generale, sur le modele de
      * la gestion des devises. Chaque origine d'operation (1
      * mouvements clients, 2 virements recus, 3 virements emis,
      * 4 rejets recredites, 5 agios, 6 chargements et ouvertures,
      * 7 archivages) y recoit son compte general de clientele et
      * son compte de contrepartie ; c'est ce referentiel qui fait
      * foi pour les ecritures emises en fin de chaine de nuit.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-SCHEMAS assign to "SCHEMAS"
               organization is indexed
               access mode is dynamic
               record key is SCH-ORIGINE
               file status is SCHEMAS-STATUT.

       data division.
       file section.
       fd FICHIER-SCHEMAS
           label records are standard.
       copy "schemacpt.cpy".

       working-storage section.
       copy "auditarg.cpy".

       77 SCHEMAS-STATUT PIC X(02) VALUE SPACES.

       77 SCHGEST-OPTION       PIC 9 VALUE 9.
       77 SCHGEST-FIN          PIC X(01) VALUE "N".
           88 SCHGEST-FIN-ATTEINTE VALUE "O".
       77 SCHGEST-ORIGINE-RECHERCHE PIC 9(01) VALUE 0.
       77 SCHGEST-TROUVE       PIC X(01) VALUE "N".
           88 SCHGEST-SCHEMA-TROUVE VALUE "O".
       77 SCHGEST-MESSAGE      PIC X(60) VALUE SPACES.
       77 SCHGEST-CONTINUER    PIC X(01) VALUE SPACE.
       77 SCHGEST-AVANT        PIC X(21) VALUE SPACES.

       linkage section.
       01 SCHGEST-OPERATEUR PIC X(08).

       screen section.
      ***************************
      * Sous-menu gestion du schema comptable
      ***************************
       01 EcranGestionSchemas
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 26 VALUE "Gestion du schema comptable".
           10 line  6 Col  4 VALUE "- 1 - Ajouter une origine ........
      -    "............... : ".
           10 line  7 Col  4 VALUE "- 2 - Modifier les comptes .......
      -    "............... : ".
           10 line  8 Col  4 VALUE "- 3 - Supprimer une origine ......
      -    "............... : ".
           10 line  9 Col  4 VALUE "- 4 - Consulter une origine ......
      -    "............... : ".
           10 line 11 Col  4 VALUE "- 0 - Retour au menu principal ...
      -    "............... : ".
           10 line  6 Col 79 PIC 9 FROM SCHGEST-OPTION.

      *****************************
      * Recherche d'une origine
      *****************************
       01 EcranRechercheSchema
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 25 VALUE "Recherche d'une origine".
           10 line  6 Col  4 VALUE "Origine (1 a 7) .......... : ".
           10 line  6 Col 33 PIC 9(01) USING SCHGEST-ORIGINE-RECHERCHE.

      *****************************
      * Fiche origine (ajout / modification des comptes)
      *****************************
       01 EcranSchema
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 30 VALUE "Schema comptable".
           10 line  5 Col  4 VALUE "Origine (1 a 7) ........... : ".
           10 line  5 Col 35 PIC 9(01) USING SCH-ORIGINE.
           10 line  6 Col  4 VALUE "Libelle ................... : ".
           10 line  6 Col 35 PIC X(30) USING SCH-LIBELLE.
           10 line  7 Col  4 VALUE "Compte de clientele ....... : ".
           10 line  7 Col 35 PIC X(10) USING SCH-COMPTE-CLIENTELE.
           10 line  8 Col  4 VALUE "Compte de contrepartie .... : ".
           10 line  8 Col 35 PIC X(10) USING SCH-COMPTE-CONTREPARTIE.
           10 line 10 Col  4 VALUE "1 mouvements clients, 2 virements re
      -    "cus, 3 virements emis,".
           10 line 11 Col  4 VALUE "4 rejets recredites, 5 agios, 6 char
      -    "gements, 7 archivages.".

      *****************************
      * Message et confirmation
      *****************************
       01 EcranMessageSchema
           Background-color 1 Foreground-color 14.
           10 line 20 Col  4 PIC X(60) FROM SCHGEST-MESSAGE.
           10 line 21 Col  4 VALUE "Appuyez sur Entree pour continuer.".
           10 line 21 Col 45 PIC X(01) USING SCHGEST-CONTINUER.

       procedure division using SCHGEST-OPERATEUR.

       0-DEBUT.
           PERFORM SCHGEST-INIT.
           PERFORM SCHGEST-TRAITEMENT UNTIL SCHGEST-FIN-ATTEINTE.
           CLOSE FICHIER-SCHEMAS.
           GOBACK.

       SCHGEST-INIT.
           OPEN I-O FICHIER-SCHEMAS.
           IF SCHEMAS-STATUT = "35"
               OPEN OUTPUT FICHIER-SCHEMAS
               CLOSE FICHIER-SCHEMAS
               OPEN I-O FICHIER-SCHEMAS
           END-IF.

       SCHGEST-TRAITEMENT.
           MOVE 9 TO SCHGEST-OPTION.
           DISPLAY EcranGestionSchemas.
           ACCEPT SCHGEST-OPTION LINE 6 COL 79.
           EVALUATE SCHGEST-OPTION
               WHEN 1 PERFORM SCHGEST-AJOUTER
               WHEN 2 PERFORM SCHGEST-MODIFIER
               WHEN 3 PERFORM SCHGEST-SUPPRIMER
               WHEN 4 PERFORM SCHGEST-CONSULTER
               WHEN 0 SET SCHGEST-FIN-ATTEINTE TO TRUE
               WHEN OTHER CONTINUE
           END-EVALUATE.

       SCHGEST-AJOUTER.
           INITIALIZE ENR-SCHEMA-COMPTABLE.
           MOVE SPACES TO SCHGEST-MESSAGE.
           DISPLAY EcranSchema.
           ACCEPT EcranSchema.
           EVALUATE TRUE
               WHEN SCH-ORIGINE < 1 OR SCH-ORIGINE > 7
                   MOVE "Origine invalide (1 a 7)." TO SCHGEST-MESSAGE
               WHEN SCH-COMPTE-CLIENTELE = SPACES
                   OR SCH-COMPTE-CONTREPARTIE = SPACES
                   MOVE "Les deux comptes generaux sont obligatoires."
                       TO SCHGEST-MESSAGE
               WHEN OTHER
                   READ FICHIER-SCHEMAS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "ORIGINE DEJA PARAMETREE"
                               TO SCHGEST-MESSAGE
                   END-READ
           END-EVALUATE.
           IF SCHGEST-MESSAGE = SPACES
               WRITE ENR-SCHEMA-COMPTABLE
               MOVE SPACES TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING SCH-COMPTE-CLIENTELE " " SCH-COMPTE-CONTREPARTIE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE "AJOUT" TO AUDIT-ARG-ACTION
               PERFORM SCHGEST-TRACER
               MOVE "Origine ajoutee." TO SCHGEST-MESSAGE
           END-IF.
           PERFORM SCHGEST-AFFICHER-MESSAGE.

      * Modification des comptes (et du libelle au besoin) d'une
      * origine deja parametree ; l'ancien et le nouveau couple de
      * comptes sont traces.
       SCHGEST-MODIFIER.
           PERFORM SCHGEST-RECHERCHER.
           IF SCHGEST-SCHEMA-TROUVE
               MOVE SPACES TO SCHGEST-AVANT
               STRING SCH-COMPTE-CLIENTELE " " SCH-COMPTE-CONTREPARTIE
                   DELIMITED BY SIZE INTO SCHGEST-AVANT
               END-STRING
               DISPLAY EcranSchema
               ACCEPT EcranSchema
               MOVE SCHGEST-ORIGINE-RECHERCHE TO SCH-ORIGINE
               IF SCH-COMPTE-CLIENTELE = SPACES
                   OR SCH-COMPTE-CONTREPARTIE = SPACES
                   MOVE "Les deux comptes generaux sont obligatoires."
                       TO SCHGEST-MESSAGE
               ELSE
                   REWRITE ENR-SCHEMA-COMPTABLE
                   MOVE SCHGEST-AVANT TO AUDIT-ARG-AVANT
                   MOVE SPACES TO AUDIT-ARG-APRES
                   STRING SCH-COMPTE-CLIENTELE " "
                       SCH-COMPTE-CONTREPARTIE
                       DELIMITED BY SIZE INTO AUDIT-ARG-APRES
                   END-STRING
                   MOVE "MAJ COMPTES" TO AUDIT-ARG-ACTION
                   PERFORM SCHGEST-TRACER
                   MOVE "Comptes mis a jour." TO SCHGEST-MESSAGE
               END-IF
           END-IF.
           PERFORM SCHGEST-AFFICHER-MESSAGE.

       SCHGEST-SUPPRIMER.
           PERFORM SCHGEST-RECHERCHER.
           IF SCHGEST-SCHEMA-TROUVE
               MOVE SCH-LIBELLE TO AUDIT-ARG-AVANT
               DELETE FICHIER-SCHEMAS
                   INVALID KEY
                       MOVE "Suppression impossible." TO SCHGEST-MESSAGE
                   NOT INVALID KEY
                       MOVE SPACES TO AUDIT-ARG-APRES
                       MOVE "SUPPR" TO AUDIT-ARG-ACTION
                       PERFORM SCHGEST-TRACER
                       MOVE "Origine supprimee." TO SCHGEST-MESSAGE
               END-DELETE
           END-IF.
           PERFORM SCHGEST-AFFICHER-MESSAGE.

       SCHGEST-CONSULTER.
           PERFORM SCHGEST-RECHERCHER.
           IF SCHGEST-SCHEMA-TROUVE
               DISPLAY EcranSchema
               ACCEPT SCHGEST-CONTINUER LINE 21 COL 45
           ELSE
               PERFORM SCHGEST-AFFICHER-MESSAGE
           END-IF.

      * Recherche commune : demande l'origine puis lit la fiche.
       SCHGEST-RECHERCHER.
           MOVE SPACES TO SCHGEST-MESSAGE.
           MOVE "N" TO SCHGEST-TROUVE.
           DISPLAY EcranRechercheSchema.
           ACCEPT EcranRechercheSchema.
           MOVE SCHGEST-ORIGINE-RECHERCHE TO SCH-ORIGINE.
           READ FICHIER-SCHEMAS
               INVALID KEY
                   MOVE "Origine non parametree." TO SCHGEST-MESSAGE
               NOT INVALID KEY
                   MOVE "O" TO SCHGEST-TROUVE
           END-READ.

       SCHGEST-TRACER.
           MOVE SCHGEST-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "SCHGEST" TO AUDIT-ARG-PROGRAMME.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

       SCHGEST-AFFICHER-MESSAGE.
           DISPLAY EcranMessageSchema.
           ACCEPT EcranMessageSchema.

       end program GestionSchemaComptable.
