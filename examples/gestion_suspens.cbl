       program-id. GestionSuspens.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Option 25 du menu principal (administrateur) : revue des
      * mouvements en suspens. Les suspens en attente de decision
      * sont presentes un a un, du plus ancien au plus recent ; pour
      * chacun l'administrateur peut corriger le numero de compte,
      * forcer la passation (depassement de decouvert, debit sur
      * compte inactif), annuler le mouvement, ou passer au suivant.
      * Chaque decision est tracee a l'audit. Les suspens corriges ou
      * forces ne sont pas passes ici : la chaine de nuit suivante les
      * represente sur le maitre (RepriseSuspens).
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-SUSPENS assign to "SUSPENS"
               organization is indexed
               access mode is dynamic
               record key is SUS-CLE
               file status is SUSPENS-STATUT.
           select FICHIER-COMPTES assign to "COMPTES"
               organization is indexed
               access mode is dynamic
               record key is CPT-NUMERO-COMPTE
               alternate record key is CPT-CLIENT-NUMERO
                   with duplicates
               file status is COMPTES-STATUT.

       data division.
       file section.
       fd FICHIER-SUSPENS
           label records are standard.
       copy "suspens.cpy".

       fd FICHIER-COMPTES
           label records are standard.
       copy "compte.cpy".

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".

       77 SUSPENS-STATUT PIC X(02) VALUE SPACES.
       77 COMPTES-STATUT PIC X(02) VALUE SPACES.

       77 SUSGEST-FIN          PIC X(01) VALUE "N".
           88 SUSGEST-FIN-ATTEINTE VALUE "O".
       77 SUSGEST-DECISION     PIC X(01) VALUE SPACE.
       77 SUSGEST-COMPTE-SAISI PIC X(11) VALUE SPACES.
       77 SUSGEST-MESSAGE      PIC X(60) VALUE SPACES.
       77 SUSGEST-CONTINUER    PIC X(01) VALUE SPACE.
       77 SUSGEST-MOTIF-EDITE  PIC X(30) VALUE SPACES.
       77 SUSGEST-STATUT-EDITE PIC X(20) VALUE SPACES.
       77 SUSGEST-MONTANT-EDITE PIC ---,---,---,--9.99.
       77 SUSGEST-DATE-JOUR    PIC 9(08) VALUE 0.
       77 SUSGEST-NB-DECISIONS PIC 9(05) VALUE 0.
      * Decision validee sur le suspens affiche : il est alors
      * reecrit et trace, puis on passe au suivant.
       77 SUSGEST-RETENUE      PIC X(01) VALUE "N".
           88 SUSGEST-DECISION-RETENUE VALUE "O".

       linkage section.
       01 SUSGEST-OPERATEUR PIC X(08).

       screen section.
      *****************************
      * Fiche d'un suspens et decision
      *****************************
       01 EcranSuspens
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 25 VALUE "Revue des mouvements en suspens".
           10 line  5 Col  4 VALUE "Mis en suspens le ......... : ".
           10 line  5 Col 35 PIC 9(08) FROM SUS-DATE-ENTREE.
           10 line  5 Col 45 VALUE "numero".
           10 line  5 Col 52 PIC 9(05) FROM SUS-SEQUENCE.
           10 line  6 Col  4 VALUE "Motif ..................... : ".
           10 line  6 Col 35 PIC X(30) FROM SUSGEST-MOTIF-EDITE.
           10 line  7 Col  4 VALUE "Statut .................... : ".
           10 line  7 Col 35 PIC X(20) FROM SUSGEST-STATUT-EDITE.
           10 line  8 Col  4 VALUE "Compte recu ............... : ".
           10 line  8 Col 35 PIC X(11) FROM SUS-COMPTE-ORIGINE.
           10 line  9 Col  4 VALUE "Compte a passer ........... : ".
           10 line  9 Col 35 PIC X(11) FROM SUS-NUMERO-COMPTE.
           10 line 10 Col  4 VALUE "Sens / montant ............ : ".
           10 line 10 Col 35 PIC X(01) FROM SUS-SENS.
           10 line 10 Col 37 PIC X(18) FROM SUSGEST-MONTANT-EDITE.
           10 line 11 Col  4 VALUE "Date du mouvement ......... : ".
           10 line 11 Col 35 PIC 9(08) FROM SUS-DATE-MOUVEMENT.
           10 line 12 Col  4 VALUE "Libelle ................... : ".
           10 line 12 Col 35 PIC X(20) FROM SUS-LIBELLE.
           10 line 15 Col  4 VALUE
               "Decision : C corriger, F forcer, X annuler,".
           10 line 16 Col  4 VALUE
               "           S suivant, Q quitter .... : ".
           10 line 16 Col 43 PIC X(01) USING SUSGEST-DECISION.
           10 line 17 Col  4 VALUE "Compte corrige (decision C) . : ".
           10 line 17 Col 43 PIC X(11) USING SUSGEST-COMPTE-SAISI.
           10 line 19 Col  4 PIC X(60) FROM SUSGEST-MESSAGE.

      *****************************
      * Message et confirmation
      *****************************
       01 EcranMessageSuspens
           Background-color 1 Foreground-color 14.
           10 line 20 Col  4 PIC X(60) FROM SUSGEST-MESSAGE.
           10 line 21 Col  4 VALUE "Appuyez sur Entree pour continuer.".
           10 line 21 Col 45 PIC X(01) USING SUSGEST-CONTINUER.

       procedure division using SUSGEST-OPERATEUR.

       0-DEBUT.
           PERFORM SUSGEST-INIT.
           PERFORM SUSGEST-TRAITEMENT UNTIL SUSGEST-FIN-ATTEINTE.
           PERFORM SUSGEST-FERMER.
           GOBACK.

      * Les decisions sont datees de la journee comptable. Le fichier
      * des suspens est cree vide s'il n'existe pas encore.
       SUSGEST-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO SUSGEST-DATE-JOUR.
           OPEN I-O FICHIER-SUSPENS.
           IF SUSPENS-STATUT = "35"
               OPEN OUTPUT FICHIER-SUSPENS
               CLOSE FICHIER-SUSPENS
               OPEN I-O FICHIER-SUSPENS
           END-IF.
           OPEN INPUT FICHIER-COMPTES.
           MOVE LOW-VALUES TO SUS-CLE.
           START FICHIER-SUSPENS KEY >= SUS-CLE
               INVALID KEY SET SUSGEST-FIN-ATTEINTE TO TRUE
           END-START.

      * Lecture du suspens suivant ; seuls les suspens en attente de
      * decision sont presentes.
       SUSGEST-TRAITEMENT.
           READ FICHIER-SUSPENS NEXT RECORD
               AT END SET SUSGEST-FIN-ATTEINTE TO TRUE
               NOT AT END
                   IF SUS-EN-ATTENTE
                       PERFORM SUSGEST-PRESENTER
                   END-IF
           END-READ.

       SUSGEST-PRESENTER.
           MOVE SPACES TO SUSGEST-MESSAGE.
           MOVE "N" TO SUSGEST-RETENUE.
           PERFORM SUSGEST-EDITER-FICHE.
           PERFORM SUSGEST-SAISIR-DECISION
               UNTIL SUSGEST-DECISION-RETENUE
               OR SUSGEST-FIN-ATTEINTE.

       SUSGEST-EDITER-FICHE.
           MOVE SUS-MONTANT TO SUSGEST-MONTANT-EDITE.
           EVALUATE TRUE
               WHEN SUS-MOTIF-INACTIF
                   MOVE "DEBIT SUR COMPTE INACTIF"
                       TO SUSGEST-MOTIF-EDITE
               WHEN SUS-MOTIF-INCONNU
                   MOVE "COMPTE INCONNU" TO SUSGEST-MOTIF-EDITE
               WHEN SUS-MOTIF-FERME
                   MOVE "COMPTE FERME" TO SUSGEST-MOTIF-EDITE
               WHEN SUS-MOTIF-DECOUVERT
                   MOVE "DEPASSEMENT DECOUVERT" TO SUSGEST-MOTIF-EDITE
               WHEN SUS-MOTIF-FORME
                   MOVE "MOUVEMENT MAL FORME" TO SUSGEST-MOTIF-EDITE
               WHEN SUS-MOTIF-ECRITURE
                   MOVE "ECRITURE MAITRE IMPOSSIBLE"
                       TO SUSGEST-MOTIF-EDITE
               WHEN OTHER
                   MOVE SUS-MOTIF TO SUSGEST-MOTIF-EDITE
           END-EVALUATE.
           MOVE "EN ATTENTE" TO SUSGEST-STATUT-EDITE.

       SUSGEST-SAISIR-DECISION.
           MOVE SPACE TO SUSGEST-DECISION.
           MOVE SPACES TO SUSGEST-COMPTE-SAISI.
           DISPLAY EcranSuspens.
           ACCEPT EcranSuspens.
           MOVE SPACES TO SUSGEST-MESSAGE.
           EVALUATE SUSGEST-DECISION
               WHEN "C"
               WHEN "c"
                   PERFORM SUSGEST-CORRIGER
               WHEN "F"
               WHEN "f"
                   PERFORM SUSGEST-FORCER
               WHEN "X"
               WHEN "x"
                   PERFORM SUSGEST-ANNULER
               WHEN "S"
               WHEN "s"
               WHEN SPACE
                   SET SUSGEST-DECISION-RETENUE TO TRUE
               WHEN "Q"
               WHEN "q"
                   SET SUSGEST-FIN-ATTEINTE TO TRUE
               WHEN OTHER
                   MOVE "Decision inconnue." TO SUSGEST-MESSAGE
           END-EVALUATE.

      * Le compte corrige doit exister au maitre et ne pas etre ferme.
      * Un mouvement mal forme (sens ou montant illisible) ne se
      * corrige pas : il ne peut qu'etre annule.
       SUSGEST-CORRIGER.
           EVALUATE TRUE
               WHEN SUS-MOTIF-FORME AND SUS-SENS NOT = "D"
                   AND SUS-SENS NOT = "C"
                   MOVE "Sens illisible : annulation seule possible."
                       TO SUSGEST-MESSAGE
               WHEN SUS-MOTIF-FORME AND SUS-MONTANT = 0
                   MOVE "Montant illisible : annulation seule possible."
                       TO SUSGEST-MESSAGE
               WHEN SUSGEST-COMPTE-SAISI = SPACES
                   MOVE "Compte corrige obligatoire." TO SUSGEST-MESSAGE
               WHEN COMPTES-STATUT = "35"
                   MOVE "Aucun compte enregistre." TO SUSGEST-MESSAGE
               WHEN OTHER
                   MOVE SUSGEST-COMPTE-SAISI TO CPT-NUMERO-COMPTE
                   READ FICHIER-COMPTES
                       INVALID KEY
                           MOVE "Compte corrige introuvable."
                               TO SUSGEST-MESSAGE
                       NOT INVALID KEY
                           PERFORM SUSGEST-RETENIR-CORRECTION
                   END-READ
           END-EVALUATE.

       SUSGEST-RETENIR-CORRECTION.
           IF CPT-COMPTE-FERME
               MOVE "Compte corrige ferme." TO SUSGEST-MESSAGE
           ELSE
               MOVE SUS-NUMERO-COMPTE TO AUDIT-ARG-AVANT
               MOVE SUSGEST-COMPTE-SAISI TO SUS-NUMERO-COMPTE
               SET SUS-CORRIGE TO TRUE
               MOVE "CORRECTION" TO AUDIT-ARG-ACTION
               PERFORM SUSGEST-ENREGISTRER
           END-IF.

      * Le forcage leve le controle de decouvert ou d'inactivite a la
      * representation ; il ne vaut pas pour un compte inconnu, ferme
      * ou un mouvement mal forme, qu'il faut corriger ou annuler.
       SUSGEST-FORCER.
           IF SUS-MOTIF-DECOUVERT OR SUS-MOTIF-INACTIF
               OR SUS-MOTIF-ECRITURE
               MOVE SUS-NUMERO-COMPTE TO AUDIT-ARG-AVANT
               SET SUS-FORCE TO TRUE
               MOVE "FORCAGE" TO AUDIT-ARG-ACTION
               PERFORM SUSGEST-ENREGISTRER
           ELSE
               MOVE "Forcage impossible : corriger ou annuler."
                   TO SUSGEST-MESSAGE
           END-IF.

       SUSGEST-ANNULER.
           MOVE SUS-NUMERO-COMPTE TO AUDIT-ARG-AVANT.
           SET SUS-ANNULE TO TRUE.
           MOVE "ANNULATION" TO AUDIT-ARG-ACTION.
           PERFORM SUSGEST-ENREGISTRER.

      * La decision est reecrite sur le suspens avec l'operateur et la
      * journee, puis tracee a l'audit : avant = compte du suspens
      * avant decision, apres = cle du suspens et compte retenu.
       SUSGEST-ENREGISTRER.
           MOVE SUSGEST-OPERATEUR TO SUS-DECISION-OPERATEUR.
           MOVE SUSGEST-DATE-JOUR TO SUS-DECISION-DATE.
           REWRITE ENR-SUSPENS
               INVALID KEY
                   MOVE "Enregistrement de la decision impossible."
                       TO SUSGEST-MESSAGE
           END-REWRITE.
           IF SUSGEST-MESSAGE = SPACES
               MOVE SPACES TO AUDIT-ARG-APRES
               STRING SUS-DATE-ENTREE "-" SUS-SEQUENCE " "
                   SUS-NUMERO-COMPTE " " SUS-STATUT
                   DELIMITED BY SIZE INTO AUDIT-ARG-APRES
               END-STRING
               MOVE SUSGEST-OPERATEUR TO AUDIT-ARG-OPERATEUR
               MOVE "SUSGEST" TO AUDIT-ARG-PROGRAMME
               CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
                   AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
                   AUDIT-ARG-AVANT AUDIT-ARG-APRES
               ADD 1 TO SUSGEST-NB-DECISIONS
               SET SUSGEST-DECISION-RETENUE TO TRUE
           END-IF.

       SUSGEST-FERMER.
           CLOSE FICHIER-SUSPENS FICHIER-COMPTES.
           MOVE SPACES TO SUSGEST-MESSAGE.
           STRING "Revue des suspens terminee - decisions : "
               SUSGEST-NB-DECISIONS
               DELIMITED BY SIZE INTO SUSGEST-MESSAGE
           END-STRING.
           DISPLAY EcranMessageSuspens.
           ACCEPT EcranMessageSuspens.

       end program GestionSuspens.
