           10 line 14 Col 44 VALUE "- 22 - Bareme des agios .....
      -    " ... : ".
           10 line 15 Col 44 VALUE "- 23 - Calcul des agios .....
      -    " ... : ".
           10 line 16 Col 44 VALUE "- 24 - Virement interne .....
      -    " ... : ".
           10 line 17 Col 44 VALUE "- 25 - Revue des suspens ....
      -    " ... : ".
           10 line 18 Col 44 VALUE "- 26 - Validation demandes ..
      -    " ... : ".
           10 line 19 Col 44 VALUE "- 27 - Alertes LCB-FT .......
      -    " ... : ".
           10 line 20 Col 44 VALUE "- 28 - Recapitulatif frais ..
      -    " ... : ".
           10 line 21 Col 44 VALUE "- 29 - Ouverture de compte ..
      -    " ... : ".
           10 line 22 Col 44 VALUE "- 30 - Schema comptable .....
      -    " ... : ".
           10 line 23 Col 44 VALUE "- 31 - Calendrier ...........
      -    " ... : ".
           10 line 23 Col 4 VALUE "- 0 - Retour au menu appelant .. : ".
       procedure division.
               WHEN 21 PERFORM MENU-OPTION-RESTAURATION
               WHEN 22 PERFORM MENU-OPTION-BAREMES
               WHEN 23 PERFORM MENU-OPTION-AGIOS
               WHEN 24 CALL "VirementInterne" USING OPERATEUR-ID
               WHEN 25 PERFORM MENU-OPTION-SUSPENS
               WHEN 26 PERFORM MENU-OPTION-VALIDATION
               WHEN 27 PERFORM MENU-OPTION-ALERTES
               WHEN 28 CALL "RecapitulatifFrais" USING OPERATEUR-ID
               WHEN 29 PERFORM MENU-OPTION-OUVERTURE
               WHEN 30 PERFORM MENU-OPTION-SCHEMA
               WHEN 31 PERFORM MENU-OPTION-CALENDRIER
           END-EVALUATE.

      * Les options 5, 10, 12, 13, 15, 17, 18, 19, 21, 22, 23, 25, 26,
      * 27, 29, 30 et 31 sont reservees aux operateurs de profil
      * administrateur
       MENU-OPTION-CLIENTS.
           IF OPERATEUR-EST-ADMIN
               CALL "GestionClients" USING OPERATEUR-ID
               ACCEPT LIGNE
           END-IF.

       MENU-OPTION-SUSPENS.
           IF OPERATEUR-EST-ADMIN
               CALL "GestionSuspens" USING OPERATEUR-ID
           ELSE
               DISPLAY "Acces reserve a l'administrateur."
               ACCEPT LIGNE
           END-IF.

       MENU-OPTION-VALIDATION.
           IF OPERATEUR-EST-ADMIN
               CALL "ValidationDemandes" USING OPERATEUR-ID
           ELSE
               DISPLAY "Acces reserve a l'administrateur."
               ACCEPT LIGNE
           END-IF.

       MENU-OPTION-ALERTES.
           IF OPERATEUR-EST-ADMIN
               CALL "InstructionAlertes" USING OPERATEUR-ID
           ELSE
               DISPLAY "Acces reserve a l'administrateur."
               ACCEPT LIGNE
           END-IF.

       MENU-OPTION-OUVERTURE.
           IF OPERATEUR-EST-ADMIN
               CALL "OuvertureCompte" USING OPERATEUR-ID
           ELSE
               DISPLAY "Acces reserve a l'administrateur."
               ACCEPT LIGNE
           END-IF.

       MENU-OPTION-SCHEMA.
           IF OPERATEUR-EST-ADMIN
               CALL "GestionSchemaComptable" USING OPERATEUR-ID
           ELSE
               DISPLAY "Acces reserve a l'administrateur."
               ACCEPT LIGNE
           END-IF.

       MENU-OPTION-CALENDRIER.
           IF OPERATEUR-EST-ADMIN
               CALL "GestionCalendrier" USING OPERATEUR-ID
           ELSE
               DISPLAY "Acces reserve a l'administrateur."
               ACCEPT LIGNE
           END-IF.

       MENU-FIN.
           STOP run.
           
