       program-id. InstructionAlertes.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Option 27 du menu principal (administrateur) : instruction des
      * alertes LCB-FT levees par la surveillance de la chaine de
      * nuit (SurveillanceLcbft). Les alertes a examiner sont
      * presentees une a une, de la plus ancienne a la plus recente,
      * avec le client concerne ; le responsable conformite les leve
      * (sans suite) ou les declare, avec un commentaire, ou passe a
      * la suivante. Chaque decision est portee sur l'alerte et
      * tracee a l'audit : c'est la trace de l'examen qui manquait a
      * la revue a vue des rapports de passation et de reception.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-ALERTES assign to "ALERTES"
               organization is indexed
               access mode is dynamic
               record key is ALR-CLE
               file status is ALERTES-STATUT.
           select FICHIER-CLIENTS assign to "CLIENTS"
               organization is indexed
               access mode is dynamic
               record key is CLI-NUMERO
               file status is CLIENTS-STATUT.

       data division.
       file section.
       fd FICHIER-ALERTES
           label records are standard.
       copy "alerte.cpy".

       fd FICHIER-CLIENTS
           label records are standard.
       copy "client.cpy".

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".

       77 ALERTES-STATUT PIC X(02) VALUE SPACES.
       77 CLIENTS-STATUT PIC X(02) VALUE SPACES.

       77 INSALR-FIN          PIC X(01) VALUE "N".
           88 INSALR-FIN-ATTEINTE VALUE "O".
       77 INSALR-DECISION     PIC X(01) VALUE SPACE.
       77 INSALR-COMMENTAIRE  PIC X(30) VALUE SPACES.
       77 INSALR-MESSAGE      PIC X(60) VALUE SPACES.
       77 INSALR-CONTINUER    PIC X(01) VALUE SPACE.
       77 INSALR-NATURE-EDITE PIC X(30) VALUE SPACES.
       77 INSALR-CLIENT-EDITE PIC X(46) VALUE SPACES.
       77 INSALR-MONTANT-EDITE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 INSALR-SEUIL-EDITE  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 INSALR-DATE-JOUR    PIC 9(08) VALUE 0.
       77 INSALR-NB-DECISIONS PIC 9(05) VALUE 0.
      * Decision validee sur l'alerte affichee : elle est alors
      * reecrite et tracee, puis on passe a la suivante.
       77 INSALR-RETENUE      PIC X(01) VALUE "N".
           88 INSALR-DECISION-RETENUE VALUE "O".

       linkage section.
       01 INSALR-OPERATEUR PIC X(08).

       screen section.
      *****************************
      * Fiche d'une alerte et decision
      *****************************
       01 EcranAlerte
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 25 VALUE "Instruction des alertes LCB-FT".
           10 line  5 Col  4 VALUE "Alerte du ................ : ".
           10 line  5 Col 35 PIC 9(08) FROM ALR-DATE-DETECTION.
           10 line  5 Col 45 VALUE "numero".
           10 line  5 Col 52 PIC 9(05) FROM ALR-SEQUENCE.
           10 line  6 Col  4 VALUE "Nature .................... : ".
           10 line  6 Col 35 PIC X(30) FROM INSALR-NATURE-EDITE.
           10 line  7 Col  4 VALUE "Client .................... : ".
           10 line  7 Col 35 PIC 9(07) FROM ALR-CLIENT-NUMERO.
           10 line  8 Col 35 PIC X(46) FROM INSALR-CLIENT-EDITE.
           10 line  9 Col  4 VALUE "Compte .................... : ".
           10 line  9 Col 35 PIC X(11) FROM ALR-NUMERO-COMPTE.
           10 line 10 Col  4 VALUE "Date / sens ............... : ".
           10 line 10 Col 35 PIC 9(08) FROM ALR-DATE-OPERATION.
           10 line 10 Col 45 PIC X(01) FROM ALR-SENS.
           10 line 11 Col  4 VALUE "Montant ................... : ".
           10 line 11 Col 35 PIC X(18) FROM INSALR-MONTANT-EDITE.
           10 line 12 Col  4 VALUE "Seuil franchi ............. : ".
           10 line 12 Col 35 PIC X(18) FROM INSALR-SEUIL-EDITE.
           10 line 13 Col  4 VALUE "Operations / libelle ...... : ".
           10 line 13 Col 35 PIC 9(05) FROM ALR-NB-OPERATIONS.
           10 line 13 Col 42 PIC X(20) FROM ALR-LIBELLE.
           10 line 15 Col  4 VALUE "Decision : L lever, D declarer,".
           10 line 16 Col  4 VALUE
               "           S suivante, Q quitter ... : ".
           10 line 16 Col 43 PIC X(01) USING INSALR-DECISION.
           10 line 17 Col  4 VALUE "Commentaire .............. : ".
           10 line 17 Col 35 PIC X(30) USING INSALR-COMMENTAIRE.
           10 line 19 Col  4 PIC X(60) FROM INSALR-MESSAGE.

      *****************************
      * Message et confirmation
      *****************************
       01 EcranMessageAlerte
           Background-color 1 Foreground-color 14.
           10 line 20 Col  4 PIC X(60) FROM INSALR-MESSAGE.
           10 line 21 Col  4 VALUE "Appuyez sur Entree pour continuer.".
           10 line 21 Col 45 PIC X(01) USING INSALR-CONTINUER.

       procedure division using INSALR-OPERATEUR.

       0-DEBUT.
           PERFORM INSALR-INIT.
           PERFORM INSALR-TRAITEMENT UNTIL INSALR-FIN-ATTEINTE.
           PERFORM INSALR-FERMER.
           GOBACK.

      * Les decisions sont datees de la journee comptable. Le fichier
      * des alertes est cree vide s'il n'existe pas encore.
       INSALR-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO INSALR-DATE-JOUR.
           OPEN I-O FICHIER-ALERTES.
           IF ALERTES-STATUT = "35"
               OPEN OUTPUT FICHIER-ALERTES
               CLOSE FICHIER-ALERTES
               OPEN I-O FICHIER-ALERTES
           END-IF.
           OPEN INPUT FICHIER-CLIENTS.
           MOVE LOW-VALUES TO ALR-CLE.
           START FICHIER-ALERTES KEY >= ALR-CLE
               INVALID KEY SET INSALR-FIN-ATTEINTE TO TRUE
           END-START.

      * Lecture de l'alerte suivante ; seules les alertes a examiner
      * sont presentees.
       INSALR-TRAITEMENT.
           READ FICHIER-ALERTES NEXT RECORD
               AT END SET INSALR-FIN-ATTEINTE TO TRUE
               NOT AT END
                   IF ALR-A-EXAMINER
                       PERFORM INSALR-PRESENTER
                   END-IF
           END-READ.

       INSALR-PRESENTER.
           MOVE SPACES TO INSALR-MESSAGE.
           MOVE "N" TO INSALR-RETENUE.
           PERFORM INSALR-EDITER-FICHE.
           PERFORM INSALR-SAISIR-DECISION
               UNTIL INSALR-DECISION-RETENUE
               OR INSALR-FIN-ATTEINTE.

       INSALR-EDITER-FICHE.
           MOVE ALR-MONTANT TO INSALR-MONTANT-EDITE.
           MOVE ALR-SEUIL TO INSALR-SEUIL-EDITE.
           EVALUATE TRUE
               WHEN ALR-TYPE-OPERATION
                   MOVE "OPERATION AU-DESSUS DU SEUIL"
                       TO INSALR-NATURE-EDITE
               WHEN ALR-TYPE-CUMUL-JOUR
                   MOVE "CUMUL DES CREDITS DU JOUR"
                       TO INSALR-NATURE-EDITE
               WHEN ALR-TYPE-CUMUL-MOIS
                   MOVE "CUMUL DES CREDITS DU MOIS"
                       TO INSALR-NATURE-EDITE
               WHEN ALR-TYPE-FRACTIONNEMENT
                   MOVE "CREDITS RONDS SOUS LE SEUIL"
                       TO INSALR-NATURE-EDITE
               WHEN OTHER
                   MOVE ALR-TYPE TO INSALR-NATURE-EDITE
           END-EVALUATE.
           MOVE "FICHE CLIENT ABSENTE" TO INSALR-CLIENT-EDITE.
           IF CLIENTS-STATUT NOT = "35"
               MOVE ALR-CLIENT-NUMERO TO CLI-NUMERO
               READ FICHIER-CLIENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO INSALR-CLIENT-EDITE
                       STRING CLI-NOM " " CLI-PRENOM
                           DELIMITED BY SIZE INTO INSALR-CLIENT-EDITE
                       END-STRING
               END-READ
           END-IF.

       INSALR-SAISIR-DECISION.
           MOVE SPACE TO INSALR-DECISION.
           MOVE SPACES TO INSALR-COMMENTAIRE.
           DISPLAY EcranAlerte.
           ACCEPT EcranAlerte.
           MOVE SPACES TO INSALR-MESSAGE.
           EVALUATE INSALR-DECISION
               WHEN "L"
               WHEN "l"
                   SET ALR-LEVEE TO TRUE
                   MOVE "LEVEE" TO AUDIT-ARG-ACTION
                   PERFORM INSALR-ENREGISTRER
               WHEN "D"
               WHEN "d"
                   SET ALR-DECLAREE TO TRUE
                   MOVE "DECLARATION" TO AUDIT-ARG-ACTION
                   PERFORM INSALR-ENREGISTRER
               WHEN "S"
               WHEN "s"
               WHEN SPACE
                   SET INSALR-DECISION-RETENUE TO TRUE
               WHEN "Q"
               WHEN "q"
                   SET INSALR-FIN-ATTEINTE TO TRUE
               WHEN OTHER
                   MOVE "Decision inconnue." TO INSALR-MESSAGE
           END-EVALUATE.

      * Un commentaire est exige pour toute decision : c'est la
      * motivation conservee avec l'alerte. La decision est reecrite
      * avec l'operateur et la journee, puis tracee a l'audit : avant
      * = reference et nature de l'alerte, apres = client, decision et
      * commentaire.
       INSALR-ENREGISTRER.
           IF INSALR-COMMENTAIRE = SPACES
               MOVE "Commentaire obligatoire." TO INSALR-MESSAGE
               SET ALR-A-EXAMINER TO TRUE
           ELSE
               MOVE INSALR-COMMENTAIRE TO ALR-COMMENTAIRE
               MOVE INSALR-OPERATEUR TO ALR-DECISION-OPERATEUR
               MOVE INSALR-DATE-JOUR TO ALR-DECISION-DATE
               REWRITE ENR-ALERTE
                   INVALID KEY
                       MOVE "Enregistrement de la decision impossible."
                           TO INSALR-MESSAGE
               END-REWRITE
           END-IF.
           IF INSALR-MESSAGE = SPACES
               MOVE SPACES TO AUDIT-ARG-AVANT
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING ALR-DATE-DETECTION "-" ALR-SEQUENCE " " ALR-TYPE
                   DELIMITED BY SIZE INTO AUDIT-ARG-AVANT
               END-STRING
               STRING ALR-CLIENT-NUMERO " " ALR-STATUT " "
                   ALR-COMMENTAIRE
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE INSALR-OPERATEUR TO AUDIT-ARG-OPERATEUR
               MOVE "INSALR" TO AUDIT-ARG-PROGRAMME
               CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
                   AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
                   AUDIT-ARG-AVANT AUDIT-ARG-APRES
               ADD 1 TO INSALR-NB-DECISIONS
               SET INSALR-DECISION-RETENUE TO TRUE
           END-IF.

       INSALR-FERMER.
           CLOSE FICHIER-ALERTES FICHIER-CLIENTS.
           MOVE SPACES TO INSALR-MESSAGE.
           STRING "Instruction des alertes terminee - decisions : "
               INSALR-NB-DECISIONS
               DELIMITED BY SIZE INTO INSALR-MESSAGE
           END-STRING.
           DISPLAY EcranMessageAlerte.
           ACCEPT EcranMessageAlerte.

       end program InstructionAlertes.
