      * rapproche de son entete et de son total et refuse en bloc en
      * cas de rejeu, d'arrivee dans le desordre ou d'ecart. Les
      * mouvements sur comptes inconnus, fermes ou en depassement de
      * decouvert sont rejetes et conserves avec leur motif dans le
      * fichier des suspens, ou un administrateur les corrige, les
      * force ou les annule ; les debits sur compte inactif y sont
      * mis en attente de revue (les credits y passent normalement).
      * Les suspens corriges ou forces sont representes par la
      * chaine de nuit suivante (RepriseSuspens). Un journal de
      * passation restitue chaque operation avec les totaux
      * debits/credits en fin de traitement.
      *****************************************************************

       environment division.
               access mode is dynamic
               record key is FLX-CLE
               file status is REGISTRE-STATUT.
           select FICHIER-SUSPENS assign to "SUSPENS"
               organization is indexed
               access mode is dynamic
               record key is SUS-CLE
               file status is SUSPENS-STATUT.

       data division.
       file section.
           label records are standard.
       copy "fluxreg.cpy".

       fd FICHIER-SUSPENS
           label records are standard.
       copy "suspens.cpy".

       working-storage section.
       copy "auditarg.cpy".
       copy "histoarg.cpy".
       77 COMPTES-STATUT     PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT     PIC X(02) VALUE SPACES.
       77 REGISTRE-STATUT    PIC X(02) VALUE SPACES.
       77 SUSPENS-STATUT     PIC X(02) VALUE SPACES.

      * Controle prealable du fichier recu : rapprochement de l'entete
      * et du total avec le contenu, puis du couple date / sequence
       77 MVTCPT-FIN             PIC X(01) VALUE "N".
           88 MVTCPT-FIN-ATTEINTE VALUE "O".
       77 MVTCPT-REJET-MOTIF     PIC X(30) VALUE SPACES.
      * Code du motif de rejet, reporte au fichier des suspens.
       77 MVTCPT-REJET-CODE      PIC X(02) VALUE SPACES.
       77 MVTCPT-DECOUVERT       PIC S9(05)V99 VALUE 0.
       77 MVTCPT-SOLDE-PROJETE   PIC S9(11)V99 VALUE 0.
      * Debit sur compte inactif : ni passe ni rejete, il est mis en
      * attente de revue dans le fichier des suspens.
       77 MVTCPT-ATTENTE         PIC X(01) VALUE "N".
           88 MVTCPT-MISE-EN-ATTENTE VALUE "O".
       77 MVTCPT-SUS-SEQUENCE    PIC 9(05) VALUE 0.
       77 MVTCPT-SUS-ECRIT       PIC X(01) VALUE "N".
           88 MVTCPT-SUS-EST-ECRIT VALUE "O".

       77 MVTCPT-NB-LUS          PIC 9(07) VALUE 0.
       77 MVTCPT-NB-DEBITS       PIC 9(07) VALUE 0.
       77 MVTCPT-SOMME-DEBITS    PIC S9(11)V99 VALUE 0.
       77 MVTCPT-SOMME-CREDITS   PIC S9(11)V99 VALUE 0.
       77 MVTCPT-SOMME-REJETES   PIC S9(11)V99 VALUE 0.
       77 MVTCPT-NB-ATTENTE      PIC 9(07) VALUE 0.
       77 MVTCPT-SOMME-ATTENTE   PIC S9(11)V99 VALUE 0.

       77 MVTCPT-MONTANT-EDITE   PIC ---,---,---,--9.99.
       77 MVTCPT-DATE-RAPPORT    PIC 9(08) VALUE 0.
           OPEN INPUT FICHIER-MOUVEMENTS.
           OPEN I-O FICHIER-COMPTES.
           OPEN OUTPUT FICHIER-RAPPORT.
      * Le fichier des suspens est cree automatiquement au premier
      * passage.
           OPEN I-O FICHIER-SUSPENS.
           IF SUSPENS-STATUT = "35"
               OPEN OUTPUT FICHIER-SUSPENS
               CLOSE FICHIER-SUSPENS
               OPEN I-O FICHIER-SUSPENS
           END-IF.
           PERFORM MVTCPT-ENTETE-RAPPORT.
      * Le fichier des mouvements attendu n'est pas arrive (statut 35)
      * ou le maitre des comptes n'existe pas encore : on le signale
       MVTCPT-UN-MOUVEMENT.
           ADD 1 TO MVTCPT-NB-LUS.
           PERFORM MVTCPT-CONTROLER-MOUVEMENT.
           EVALUATE TRUE
               WHEN MVTCPT-REJET-MOTIF NOT = SPACES
                   PERFORM MVTCPT-REJETER
               WHEN MVTCPT-MISE-EN-ATTENTE
                   PERFORM MVTCPT-METTRE-EN-ATTENTE
               WHEN OTHER
                   PERFORM MVTCPT-POSTER
           END-EVALUATE.

      * Controles de forme du mouvement puis d'existence et de statut
      * du compte vise avant passation sur le solde courant.
       MVTCPT-CONTROLER-MOUVEMENT.
           MOVE SPACES TO MVTCPT-REJET-MOTIF.
           MOVE SPACES TO MVTCPT-REJET-CODE.
           MOVE "N" TO MVTCPT-ATTENTE.
           EVALUATE TRUE
               WHEN MVT-NUMERO-COMPTE = SPACES
                   MOVE "NUMERO DE COMPTE VIDE" TO MVTCPT-REJET-MOTIF
                   MOVE "FO" TO MVTCPT-REJET-CODE
               WHEN NOT MVT-SENS-DEBIT AND NOT MVT-SENS-CREDIT
                   MOVE "SENS INVALIDE" TO MVTCPT-REJET-MOTIF
                   MOVE "FO" TO MVTCPT-REJET-CODE
               WHEN MVT-MONTANT NOT NUMERIC
                   MOVE "MONTANT INVALIDE" TO MVTCPT-REJET-MOTIF
                   MOVE "FO" TO MVTCPT-REJET-CODE
               WHEN OTHER
                   MOVE MVT-NUMERO-COMPTE TO CPT-NUMERO-COMPTE
                   READ FICHIER-COMPTES
                       INVALID KEY
                           MOVE "COMPTE INCONNU" TO MVTCPT-REJET-MOTIF
                           MOVE "CI" TO MVTCPT-REJET-CODE
                       NOT INVALID KEY
                           PERFORM MVTCPT-CONTROLER-STATUT
                   END-READ
           END-EVALUATE.

      * Un compte inactif recoit les credits ; ses debits sont mis en
      * attente de revue, sauf les agios qui ne sont pas du fait du
      * client et passent comme sur un compte ouvert.
       MVTCPT-CONTROLER-STATUT.
           EVALUATE TRUE
               WHEN CPT-COMPTE-FERME
                   MOVE "COMPTE FERME" TO MVTCPT-REJET-MOTIF
                   MOVE "CF" TO MVTCPT-REJET-CODE
               WHEN CPT-COMPTE-INACTIF
                   AND MVT-SENS-DEBIT
                   AND MVT-LIBELLE(1:6) NOT = "AGIOS "
                   SET MVTCPT-MISE-EN-ATTENTE TO TRUE
               WHEN OTHER
                   PERFORM MVTCPT-CONTROLER-DECOUVERT
           END-EVALUATE.

      * Un debit qui enfoncerait le solde courant au-dela du decouvert
      * autorise du compte est rejete, au meme titre que les
      * mouvements sur compte ferme. Les fiches anterieures a l'ajout
               IF MVTCPT-SOLDE-PROJETE + MVTCPT-DECOUVERT < 0
                   MOVE "DEPASSEMENT DECOUVERT"
                       TO MVTCPT-REJET-MOTIF
                   MOVE "DD" TO MVTCPT-REJET-CODE
               END-IF
           END-IF.

               INVALID KEY
                   MOVE "ECRITURE MAITRE IMPOSSIBLE"
                       TO MVTCPT-REJET-MOTIF
                   MOVE "EM" TO MVTCPT-REJET-CODE
           END-REWRITE.
      * Les compteurs de passation ne sont avances qu'une fois la
      * reecriture du maitre acquise : un mouvement dont la reecriture
           MOVE MVT-MONTANT TO HISTO-ARG-MONTANT.
           MOVE MVT-LIBELLE TO HISTO-ARG-LIBELLE.
           MOVE CPT-SOLDE-COURANT TO HISTO-ARG-SOLDE.
           IF MVT-LIBELLE(1:6) = "AGIOS "
               SET HISTO-ORIGINE-AGIOS TO TRUE
           ELSE
               SET HISTO-ORIGINE-MOUVEMENTS TO TRUE
           END-IF.
           CALL "EcrireHistorique" USING HISTO-ARG-COMPTE
               HISTO-ARG-DATE HISTO-ARG-SENS HISTO-ARG-MONTANT
               HISTO-ARG-LIBELLE HISTO-ARG-SOLDE HISTO-ARG-ORIGINE.

      * Le mouvement rejete n'est pas perdu : il rejoint le fichier
      * des suspens avec le code de son motif, en attente d'une
      * correction, d'un forcage ou d'une annulation.
       MVTCPT-REJETER.
           ADD 1 TO MVTCPT-NB-REJETES.
           IF MVT-MONTANT NUMERIC
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.
           PERFORM MVTCPT-PREPARER-SUSPENS.
           MOVE MVTCPT-REJET-CODE TO SUS-MOTIF.
           PERFORM MVTCPT-ECRIRE-SUSPENS.

      * Le debit mis en attente est conserve dans le fichier des
      * suspens, sans toucher au maitre ; il est signale au journal
      * de passation et trace a l'audit.
       MVTCPT-METTRE-EN-ATTENTE.
           ADD 1 TO MVTCPT-NB-ATTENTE.
           ADD MVT-MONTANT TO MVTCPT-SOMME-ATTENTE.
           PERFORM MVTCPT-PREPARER-SUSPENS.
           SET SUS-MOTIF-INACTIF TO TRUE.
           PERFORM MVTCPT-ECRIRE-SUSPENS.
           MOVE MVT-MONTANT TO MVTCPT-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ATTENTE " MVT-NUMERO-COMPTE " " MVT-SENS
               " " MVTCPT-MONTANT-EDITE " COMPTE INACTIF"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE MVTCPT-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "MVTCPT" TO AUDIT-ARG-PROGRAMME.
           MOVE "ATTENTE" TO AUDIT-ARG-ACTION.
           MOVE MVT-NUMERO-COMPTE TO AUDIT-ARG-AVANT.
           MOVE MVT-LIBELLE TO AUDIT-ARG-APRES.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

      * Le mouvement est conserve tel que recu, en attente de decision.
      * Un montant illisible est conserve a zero : seule l'annulation
      * reste alors possible.
       MVTCPT-PREPARER-SUSPENS.
           MOVE SPACES TO ENR-SUSPENS.
           MOVE MVTCPT-DATE-RAPPORT TO SUS-DATE-ENTREE.
           SET SUS-EN-ATTENTE TO TRUE.
           MOVE MVT-NUMERO-COMPTE TO SUS-NUMERO-COMPTE.
           MOVE MVT-NUMERO-COMPTE TO SUS-COMPTE-ORIGINE.
           MOVE MVT-SENS TO SUS-SENS.
           IF MVT-MONTANT NUMERIC
               MOVE MVT-MONTANT TO SUS-MONTANT
           ELSE
               MOVE 0 TO SUS-MONTANT
           END-IF.
           IF MVT-DATE NUMERIC
               MOVE MVT-DATE TO SUS-DATE-MOUVEMENT
           ELSE
               MOVE MVTCPT-DATE-RAPPORT TO SUS-DATE-MOUVEMENT
           END-IF.
           MOVE MVT-LIBELLE TO SUS-LIBELLE.
           MOVE 0 TO SUS-DECISION-DATE.
           MOVE 0 TO SUS-DATE-PASSATION.

      * Le numero d'ordre est avance jusqu'a la premiere place libre
      * de la journee, sur le modele de l'historique des comptes.
       MVTCPT-ECRIRE-SUSPENS.
           MOVE 1 TO MVTCPT-SUS-SEQUENCE.
           MOVE "N" TO MVTCPT-SUS-ECRIT.
           PERFORM MVTCPT-TENTER-SUSPENS
               UNTIL MVTCPT-SUS-EST-ECRIT
               OR MVTCPT-SUS-SEQUENCE > 99998.

       MVTCPT-TENTER-SUSPENS.
           MOVE MVTCPT-SUS-SEQUENCE TO SUS-SEQUENCE.
           WRITE ENR-SUSPENS
               INVALID KEY ADD 1 TO MVTCPT-SUS-SEQUENCE
               NOT INVALID KEY MOVE "O" TO MVTCPT-SUS-ECRIT
           END-WRITE.

      * Totaux de passation : nombres et montants par sens, rejets,
      * mises en attente, et rapprochement lus = passes + rejetes +
      * mis en attente.
       MVTCPT-TOTAUX.
           WRITE LIGNE-RAPPORT FROM MVTCPT-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE MVTCPT-SOMME-ATTENTE TO MVTCPT-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "MIS EN ATTENTE      : " MVTCPT-NB-ATTENTE
               " POUR " MVTCPT-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF MVTCPT-NB-LUS = MVTCPT-NB-DEBITS + MVTCPT-NB-CREDITS
               + MVTCPT-NB-REJETES + MVTCPT-NB-ATTENTE
               STRING "CONTROLE : TOTAUX EN EQUILIBRE"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE

       MVTCPT-FERMER.
           CLOSE FICHIER-MOUVEMENTS FICHIER-COMPTES FICHIER-RAPPORT
               FICHIER-FLUX-REGISTRE FICHIER-SUSPENS.
           DISPLAY "Passation terminee - lus : " MVTCPT-NB-LUS
               " debits : " MVTCPT-NB-DEBITS
               " credits : " MVTCPT-NB-CREDITS
               " rejetes : " MVTCPT-NB-REJETES
               " en attente : " MVTCPT-NB-ATTENTE.

       end program MouvementsComptes.
