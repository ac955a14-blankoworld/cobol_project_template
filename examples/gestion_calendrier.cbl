       program-id. GestionCalendrier.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Option 31 du menu principal : tenue du calendrier des jours
      * non ouvres (CALENDRIER), sur le modele de la gestion des
      * devises : jours feries et jours de fermeture exceptionnelle,
      * les samedis et dimanches etant non ouvres par regle. C'est ce
      * calendrier qui fait foi pour l'ouverture de la journee
      * comptable suivante, le report des echeances des virements
      * permanents et le delai de relance des virements emis.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-CALENDRIER assign to "CALENDRIER"
               organization is indexed
               access mode is dynamic
               record key is CAL-DATE
               file status is CALENDRIER-STATUT.

       data division.
       file section.
       fd FICHIER-CALENDRIER
           label records are standard.
       copy "calendrier.cpy".

       working-storage section.
       copy "auditarg.cpy".

       77 CALENDRIER-STATUT PIC X(02) VALUE SPACES.

       77 CALGEST-OPTION       PIC 9 VALUE 9.
       77 CALGEST-FIN          PIC X(01) VALUE "N".
           88 CALGEST-FIN-ATTEINTE VALUE "O".
       77 CALGEST-DATE-RECHERCHE PIC 9(08) VALUE 0.
       77 CALGEST-TROUVE       PIC X(01) VALUE "N".
           88 CALGEST-JOUR-TROUVE VALUE "O".
       77 CALGEST-MESSAGE      PIC X(60) VALUE SPACES.
       77 CALGEST-CONTINUER    PIC X(01) VALUE SPACE.
      * Controle de la date saisie : rang du jour (0 pour une date
      * invalide) et jour de la semaine (6 samedi, 0 dimanche).
       77 CALGEST-ENTIER       PIC S9(07) COMP VALUE 0.
       77 CALGEST-QUOTIENT     PIC S9(07) COMP VALUE 0.
       77 CALGEST-RANG-SEMAINE PIC S9(01) COMP VALUE 0.

       linkage section.
       01 CALGEST-OPERATEUR PIC X(08).

       screen section.
      ***************************
      * Sous-menu gestion du calendrier
      ***************************
       01 EcranGestionCalendrier
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 20 VALUE "Calendrier des jours non ouvres".
           10 line  6 Col  4 VALUE "- 1 - Ajouter un jour non ouvre ..
      -    "............... : ".
           10 line  7 Col  4 VALUE "- 2 - Supprimer un jour ..........
      -    "............... : ".
           10 line  8 Col  4 VALUE "- 3 - Consulter un jour ..........
      -    "............... : ".
           10 line 10 Col  4 VALUE "- 0 - Retour au menu principal ...
      -    "............... : ".
           10 line  6 Col 79 PIC 9 FROM CALGEST-OPTION.

      *****************************
      * Recherche d'un jour par date
      *****************************
       01 EcranRechercheJour
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 25 VALUE "Recherche d'un jour".
           10 line  6 Col  4 VALUE "Date AAAAMMJJ ............ : ".
           10 line  6 Col 33 PIC 9(08) USING CALGEST-DATE-RECHERCHE.

      *****************************
      * Fiche jour non ouvre
      *****************************
       01 EcranJour
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 30 VALUE "Jour non ouvre".
           10 line  5 Col  4 VALUE "Date AAAAMMJJ ............. : ".
           10 line  5 Col 35 PIC 9(08) USING CAL-DATE.
           10 line  6 Col  4 VALUE "Libelle ................... : ".
           10 line  6 Col 35 PIC X(30) USING CAL-LIBELLE.

      *****************************
      * Message et confirmation
      *****************************
       01 EcranMessageCalendrier
           Background-color 1 Foreground-color 14.
           10 line 20 Col  4 PIC X(60) FROM CALGEST-MESSAGE.
           10 line 21 Col  4 VALUE "Appuyez sur Entree pour continuer.".
           10 line 21 Col 45 PIC X(01) USING CALGEST-CONTINUER.

       procedure division using CALGEST-OPERATEUR.

       0-DEBUT.
           PERFORM CALGEST-INIT.
           PERFORM CALGEST-TRAITEMENT UNTIL CALGEST-FIN-ATTEINTE.
           CLOSE FICHIER-CALENDRIER.
           GOBACK.

       CALGEST-INIT.
           OPEN I-O FICHIER-CALENDRIER.
           IF CALENDRIER-STATUT = "35"
               OPEN OUTPUT FICHIER-CALENDRIER
               CLOSE FICHIER-CALENDRIER
               OPEN I-O FICHIER-CALENDRIER
           END-IF.

       CALGEST-TRAITEMENT.
           MOVE 9 TO CALGEST-OPTION.
           DISPLAY EcranGestionCalendrier.
           ACCEPT CALGEST-OPTION LINE 6 COL 79.
           EVALUATE CALGEST-OPTION
               WHEN 1 PERFORM CALGEST-AJOUTER
               WHEN 2 PERFORM CALGEST-SUPPRIMER
               WHEN 3 PERFORM CALGEST-CONSULTER
               WHEN 0 SET CALGEST-FIN-ATTEINTE TO TRUE
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * Un samedi ou un dimanche est deja non ouvre par regle : il
      * n'est pas inscrit au calendrier.
       CALGEST-AJOUTER.
           INITIALIZE ENR-CALENDRIER.
           MOVE SPACES TO CALGEST-MESSAGE.
           DISPLAY EcranJour.
           ACCEPT EcranJour.
           COMPUTE CALGEST-ENTIER = FUNCTION INTEGER-OF-DATE(CAL-DATE).
           DIVIDE CALGEST-ENTIER BY 7 GIVING CALGEST-QUOTIENT
               REMAINDER CALGEST-RANG-SEMAINE.
           EVALUATE TRUE
               WHEN CALGEST-ENTIER = 0
                   MOVE "Date invalide." TO CALGEST-MESSAGE
               WHEN CALGEST-RANG-SEMAINE = 6
                   OR CALGEST-RANG-SEMAINE = 0
                   MOVE "Samedi ou dimanche : deja non ouvre."
                       TO CALGEST-MESSAGE
               WHEN CAL-LIBELLE = SPACES
                   MOVE "Libelle obligatoire." TO CALGEST-MESSAGE
               WHEN OTHER
                   READ FICHIER-CALENDRIER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "JOUR DEJA INSCRIT" TO CALGEST-MESSAGE
                   END-READ
           END-EVALUATE.
           IF CALGEST-MESSAGE = SPACES
               WRITE ENR-CALENDRIER
               MOVE SPACES TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING CAL-DATE " " CAL-LIBELLE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE "AJOUT" TO AUDIT-ARG-ACTION
               PERFORM CALGEST-TRACER
               MOVE "Jour non ouvre ajoute." TO CALGEST-MESSAGE
           END-IF.
           PERFORM CALGEST-AFFICHER-MESSAGE.

       CALGEST-SUPPRIMER.
           PERFORM CALGEST-RECHERCHER.
           IF CALGEST-JOUR-TROUVE
               MOVE SPACES TO AUDIT-ARG-AVANT
               STRING CAL-DATE " " CAL-LIBELLE
                   DELIMITED BY SIZE INTO AUDIT-ARG-AVANT
               END-STRING
               DELETE FICHIER-CALENDRIER
                   INVALID KEY
                       MOVE "Suppression impossible." TO CALGEST-MESSAGE
                   NOT INVALID KEY
                       MOVE SPACES TO AUDIT-ARG-APRES
                       MOVE "SUPPR" TO AUDIT-ARG-ACTION
                       PERFORM CALGEST-TRACER
                       MOVE "Jour supprime." TO CALGEST-MESSAGE
               END-DELETE
           END-IF.
           PERFORM CALGEST-AFFICHER-MESSAGE.

       CALGEST-CONSULTER.
           PERFORM CALGEST-RECHERCHER.
           IF CALGEST-JOUR-TROUVE
               DISPLAY EcranJour
               ACCEPT CALGEST-CONTINUER LINE 21 COL 45
           ELSE
               PERFORM CALGEST-AFFICHER-MESSAGE
           END-IF.

      * Recherche commune : demande la date puis lit la fiche.
       CALGEST-RECHERCHER.
           MOVE SPACES TO CALGEST-MESSAGE.
           MOVE "N" TO CALGEST-TROUVE.
           DISPLAY EcranRechercheJour.
           ACCEPT EcranRechercheJour.
           MOVE CALGEST-DATE-RECHERCHE TO CAL-DATE.
           READ FICHIER-CALENDRIER
               INVALID KEY
                   MOVE "Jour absent du calendrier." TO CALGEST-MESSAGE
               NOT INVALID KEY
                   MOVE "O" TO CALGEST-TROUVE
           END-READ.

       CALGEST-TRACER.
           MOVE CALGEST-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "CALGEST" TO AUDIT-ARG-PROGRAMME.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

       CALGEST-AFFICHER-MESSAGE.
           DISPLAY EcranMessageCalendrier.
           ACCEPT EcranMessageCalendrier.

       end program GestionCalendrier.
