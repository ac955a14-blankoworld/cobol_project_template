       program-id. VirementInterne.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Option 24 du menu principal : virement interne d'un compte a
      * un autre, tous deux tenus au maitre des comptes (par exemple
      * du compte courant vers le compte d'epargne d'un meme client).
      * Le compte donneur est debite et le compte beneficiaire credite
      * en une seule operation, sans passer par le fichier VIREMENTS
      * ni attendre d'acquittement d'un partenaire. Le debit subit le
      * meme controle de decouvert que la passation des mouvements ;
      * un compte ferme est refuse des deux cotes, un compte inactif
      * peut recevoir mais pas donner. Les deux jambes sont portees a
      * l'historique des comptes sous une reference commune, et
      * alimentent toutes deux les cumuls de la journee comptable.
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
           select FICHIER-RAPPORT assign to "VIRINT-RAPPORT"
               organization is line sequential
               file status is RAPPORT-STATUT.

       data division.
       file section.
       fd FICHIER-COMPTES
           label records are standard.
       copy "compte.cpy".

       fd FICHIER-RAPPORT
           label records are standard
           recording mode is F.
       01 LIGNE-RAPPORT PIC X(79).

       working-storage section.
       copy "auditarg.cpy".
       copy "histoarg.cpy".
       copy "journarg.cpy".

       77 COMPTES-STATUT     PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT     PIC X(02) VALUE SPACES.

       77 VIRINT-FIN         PIC X(01) VALUE "N".
           88 VIRINT-FIN-ATTEINTE VALUE "O".
       77 VIRINT-MESSAGE     PIC X(60) VALUE SPACES.
       77 VIRINT-REJET-MOTIF PIC X(30) VALUE SPACES.
       77 VIRINT-DECOUVERT   PIC S9(05)V99 VALUE 0.
       77 VIRINT-SOLDE-PROJETE PIC S9(11)V99 VALUE 0.
       77 VIRINT-DATE-JOUR   PIC 9(08) VALUE 0.
       77 VIRINT-NB-PASSES   PIC 9(05) VALUE 0.
       77 VIRINT-NB-REJETES  PIC 9(05) VALUE 0.
       77 VIRINT-SOMME-PASSEE PIC S9(11)V99 VALUE 0.
       77 VIRINT-MONTANT-EDITE PIC ---,---,---,--9.99.
       77 VIRINT-SEPARATEUR  PIC X(79) VALUE ALL "-".

      * Soldes atteints par chacune des deux jambes, repris a
      * l'historique.
       77 VIRINT-SOLDE-DEBITE  PIC S9(09)V99 COMP-3 VALUE 0.
       77 VIRINT-SOLDE-CREDITE PIC S9(09)V99 COMP-3 VALUE 0.

      * Reference commune aux deux jambes : date de la journee
      * comptable (AAMMJJ) suivie de l'heure de passation au
      * centieme. Elle est portee par le libelle des deux mouvements
      * historises, precedee de "VINT ".
       01 VIRINT-HEURE       PIC 9(08) VALUE 0.
       01 VIRINT-REFERENCE.
           05 VIRINT-REF-DATE  PIC 9(06).
           05 VIRINT-REF-HEURE PIC 9(08).
       01 VIRINT-LIBELLE.
           05 FILLER           PIC X(05) VALUE "VINT ".
           05 VIRINT-LIB-REF   PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACE.

       01 VIRINT-SAISIE.
           05 SAI-COMPTE-DEBIT  PIC X(11) VALUE SPACES.
           05 SAI-COMPTE-CREDIT PIC X(11) VALUE SPACES.
           05 SAI-MONTANT       PIC 9(09)V99 VALUE 0.

       linkage section.
       01 VIRINT-OPERATEUR PIC X(08).

       screen section.
      *****************************
      * Saisie d'un virement interne
      *****************************
       01 EcranSaisieVirInterne
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 22
               VALUE "Virement interne entre deux comptes".
           10 line  6 Col  4 VALUE "Compte a debiter (blanc = fin) . :
      -    " ".
           10 line  6 Col 40 PIC X(11) USING SAI-COMPTE-DEBIT.
           10 line  7 Col  4 VALUE "Compte a crediter .............. :
      -    " ".
           10 line  7 Col 40 PIC X(11) USING SAI-COMPTE-CREDIT.
           10 line  9 Col  4 VALUE "Montant .......... : ".
           10 line  9 Col 40 PIC 9(09)V99 USING SAI-MONTANT.
           10 line 13 Col  4 PIC X(60) FROM VIRINT-MESSAGE.

       procedure division using VIRINT-OPERATEUR.

       0-DEBUT.
           PERFORM VIRINT-INIT.
           PERFORM VIRINT-TRAITEMENT UNTIL VIRINT-FIN-ATTEINTE.
           PERFORM VIRINT-TERMINER.
           GOBACK.

      * Les virements internes sont dates de la journee comptable,
      * comme la passation des mouvements.
       VIRINT-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO VIRINT-DATE-JOUR.
           MOVE JRN-ARG-DATE(3:6) TO VIRINT-REF-DATE.
           OPEN I-O FICHIER-COMPTES.
           OPEN OUTPUT FICHIER-RAPPORT.
           PERFORM VIRINT-ENTETE-RAPPORT.
      * Journee close : ses totaux sont arretes et deja transmis a la
      * comptabilite generale, aucun virement ne peut y etre passe.
           IF JRN-ARG-JOURNEE-FERMEE
               MOVE "Journee comptable fermee - virement impossible."
                   TO VIRINT-MESSAGE
               DISPLAY VIRINT-MESSAGE
               SET VIRINT-FIN-ATTEINTE TO TRUE
           END-IF.
      * Le maitre des comptes n'existe pas encore (statut 35) : aucun
      * virement ne peut etre passe.
           IF COMPTES-STATUT = "35"
               MOVE "Aucun compte enregistre." TO VIRINT-MESSAGE
               DISPLAY VIRINT-MESSAGE
               SET VIRINT-FIN-ATTEINTE TO TRUE
           END-IF.

      * Le message du virement precedent reste affiche sur l'ecran
      * de saisie suivant.
       VIRINT-TRAITEMENT.
           MOVE SPACES TO VIRINT-REJET-MOTIF.
           MOVE SPACES TO SAI-COMPTE-DEBIT.
           MOVE SPACES TO SAI-COMPTE-CREDIT.
           MOVE 0 TO SAI-MONTANT.
           DISPLAY EcranSaisieVirInterne.
           ACCEPT EcranSaisieVirInterne.
           IF SAI-COMPTE-DEBIT = SPACES
               SET VIRINT-FIN-ATTEINTE TO TRUE
           ELSE
               PERFORM VIRINT-TRAITER-UN-VIREMENT
           END-IF.

      * Controles de saisie, puis du compte beneficiaire, puis du
      * compte donneur : ce dernier est lu en dernier pour que son
      * enregistrement soit celui en place au moment du debit.
       VIRINT-TRAITER-UN-VIREMENT.
           EVALUATE TRUE
               WHEN SAI-COMPTE-CREDIT = SPACES
                   MOVE "COMPTE A CREDITER VIDE" TO VIRINT-REJET-MOTIF
               WHEN SAI-COMPTE-CREDIT = SAI-COMPTE-DEBIT
                   MOVE "COMPTES IDENTIQUES" TO VIRINT-REJET-MOTIF
               WHEN SAI-MONTANT = 0
                   MOVE "MONTANT NUL" TO VIRINT-REJET-MOTIF
               WHEN OTHER
                   PERFORM VIRINT-CONTROLER-CREDIT
           END-EVALUATE.
           IF VIRINT-REJET-MOTIF = SPACES
               PERFORM VIRINT-CONTROLER-DEBIT
           END-IF.
           IF VIRINT-REJET-MOTIF = SPACES
               PERFORM VIRINT-DEBITER
           END-IF.
           IF VIRINT-REJET-MOTIF = SPACES
               PERFORM VIRINT-CREDITER
           END-IF.
           IF VIRINT-REJET-MOTIF = SPACES
               PERFORM VIRINT-CONSIGNER
           ELSE
               PERFORM VIRINT-REJETER
           END-IF.

       VIRINT-CONTROLER-CREDIT.
           MOVE SAI-COMPTE-CREDIT TO CPT-NUMERO-COMPTE.
           READ FICHIER-COMPTES
               INVALID KEY
                   MOVE "COMPTE A CREDITER INCONNU"
                       TO VIRINT-REJET-MOTIF
               NOT INVALID KEY
                   IF CPT-COMPTE-FERME
                       MOVE "COMPTE A CREDITER FERME"
                           TO VIRINT-REJET-MOTIF
                   END-IF
           END-READ.

      * Un compte inactif ne donne pas : son debit releverait de la
      * revue des suspens, pas d'une saisie au guichet.
       VIRINT-CONTROLER-DEBIT.
           MOVE SAI-COMPTE-DEBIT TO CPT-NUMERO-COMPTE.
           READ FICHIER-COMPTES
               INVALID KEY
                   MOVE "COMPTE A DEBITER INCONNU"
                       TO VIRINT-REJET-MOTIF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CPT-COMPTE-FERME
                           MOVE "COMPTE A DEBITER FERME"
                               TO VIRINT-REJET-MOTIF
                       WHEN CPT-COMPTE-INACTIF
                           MOVE "COMPTE A DEBITER INACTIF"
                               TO VIRINT-REJET-MOTIF
                       WHEN OTHER
                           PERFORM VIRINT-CONTROLER-DECOUVERT
                   END-EVALUATE
           END-READ.

      * Meme regle que la passation des mouvements : un debit qui
      * enfoncerait le solde courant au-dela du decouvert autorise
      * est rejete. Les fiches anterieures a l'ajout de la zone
      * (espaces, non numerique) valent decouvert nul.
       VIRINT-CONTROLER-DECOUVERT.
           IF CPT-DECOUVERT-AUTORISE NUMERIC
               MOVE CPT-DECOUVERT-AUTORISE TO VIRINT-DECOUVERT
           ELSE
               MOVE 0 TO VIRINT-DECOUVERT
           END-IF.
           COMPUTE VIRINT-SOLDE-PROJETE =
               CPT-SOLDE-COURANT - SAI-MONTANT.
           IF VIRINT-SOLDE-PROJETE + VIRINT-DECOUVERT < 0
               MOVE "DEPASSEMENT DECOUVERT" TO VIRINT-REJET-MOTIF
           END-IF.

      * Le compte donneur, lu en dernier par le controle, est debite
      * le premier. La reference commune est attribuee a ce moment.
       VIRINT-DEBITER.
           ACCEPT VIRINT-HEURE FROM TIME.
           MOVE VIRINT-HEURE TO VIRINT-REF-HEURE.
           MOVE VIRINT-REFERENCE TO VIRINT-LIB-REF.
           SUBTRACT SAI-MONTANT FROM CPT-SOLDE-COURANT.
           MOVE CPT-SOLDE-COURANT TO VIRINT-SOLDE-DEBITE.
           REWRITE ENR-COMPTE
               INVALID KEY
                   MOVE "REECRITURE DEBIT IMPOSSIBLE"
                       TO VIRINT-REJET-MOTIF
           END-REWRITE.

      * Si le credit ne peut etre ecrit, le debit deja passe est
      * annule sur le compte donneur : les deux jambes passent
      * ensemble ou pas du tout.
       VIRINT-CREDITER.
           MOVE SAI-COMPTE-CREDIT TO CPT-NUMERO-COMPTE.
           READ FICHIER-COMPTES
               INVALID KEY
                   MOVE "COMPTE A CREDITER ILLISIBLE"
                       TO VIRINT-REJET-MOTIF
               NOT INVALID KEY
                   ADD SAI-MONTANT TO CPT-SOLDE-COURANT
                   MOVE CPT-SOLDE-COURANT TO VIRINT-SOLDE-CREDITE
                   REWRITE ENR-COMPTE
                       INVALID KEY
                           MOVE "REECRITURE CREDIT IMPOSSIBLE"
                               TO VIRINT-REJET-MOTIF
                   END-REWRITE
           END-READ.
           IF VIRINT-REJET-MOTIF NOT = SPACES
               PERFORM VIRINT-ANNULER-DEBIT
           END-IF.

       VIRINT-ANNULER-DEBIT.
           MOVE SAI-COMPTE-DEBIT TO CPT-NUMERO-COMPTE.
           READ FICHIER-COMPTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD SAI-MONTANT TO CPT-SOLDE-COURANT
                   REWRITE ENR-COMPTE
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

      * Les deux jambes rejoignent l'historique des comptes sous la
      * meme reference ; chacune alimente les cumuls de la journee
      * (au debit et au credit), ce qui laisse le controle des soldes
      * en equilibre.
       VIRINT-CONSIGNER.
           MOVE SAI-COMPTE-DEBIT TO HISTO-ARG-COMPTE.
           MOVE VIRINT-DATE-JOUR TO HISTO-ARG-DATE.
           MOVE "D" TO HISTO-ARG-SENS.
           MOVE SAI-MONTANT TO HISTO-ARG-MONTANT.
           MOVE VIRINT-LIBELLE TO HISTO-ARG-LIBELLE.
           MOVE VIRINT-SOLDE-DEBITE TO HISTO-ARG-SOLDE.
           SET HISTO-ORIGINE-MOUVEMENTS TO TRUE.
           CALL "EcrireHistorique" USING HISTO-ARG-COMPTE
               HISTO-ARG-DATE HISTO-ARG-SENS HISTO-ARG-MONTANT
               HISTO-ARG-LIBELLE HISTO-ARG-SOLDE HISTO-ARG-ORIGINE.
           MOVE SAI-COMPTE-CREDIT TO HISTO-ARG-COMPTE.
           MOVE "C" TO HISTO-ARG-SENS.
           MOVE VIRINT-SOLDE-CREDITE TO HISTO-ARG-SOLDE.
           CALL "EcrireHistorique" USING HISTO-ARG-COMPTE
               HISTO-ARG-DATE HISTO-ARG-SENS HISTO-ARG-MONTANT
               HISTO-ARG-LIBELLE HISTO-ARG-SOLDE HISTO-ARG-ORIGINE.
           MOVE VIRINT-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "VIRINT" TO AUDIT-ARG-PROGRAMME.
           MOVE "VIREMENT INT" TO AUDIT-ARG-ACTION.
           MOVE SPACES TO AUDIT-ARG-AVANT.
           STRING SAI-COMPTE-DEBIT " VERS " SAI-COMPTE-CREDIT
               DELIMITED BY SIZE INTO AUDIT-ARG-AVANT
           END-STRING.
           MOVE VIRINT-LIBELLE TO AUDIT-ARG-APRES.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.
           ADD 1 TO VIRINT-NB-PASSES.
           ADD SAI-MONTANT TO VIRINT-SOMME-PASSEE.
           MOVE SAI-MONTANT TO VIRINT-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "PASSE  " SAI-COMPTE-DEBIT " -> " SAI-COMPTE-CREDIT
               " " VIRINT-MONTANT-EDITE " " VIRINT-LIBELLE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO VIRINT-MESSAGE.
           STRING "Virement passe - reference " VIRINT-REFERENCE
               DELIMITED BY SIZE INTO VIRINT-MESSAGE
           END-STRING.

       VIRINT-REJETER.
           ADD 1 TO VIRINT-NB-REJETES.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "REJET  " SAI-COMPTE-DEBIT " -> " SAI-COMPTE-CREDIT
               " - " VIRINT-REJET-MOTIF
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO VIRINT-MESSAGE.
           STRING "Virement rejete - " VIRINT-REJET-MOTIF
               DELIMITED BY SIZE INTO VIRINT-MESSAGE
           END-STRING.

       VIRINT-ENTETE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "VIREMENTS INTERNES DE LA JOURNEE DU "
               VIRINT-DATE-JOUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT FROM VIRINT-SEPARATEUR.

       VIRINT-TERMINER.
           WRITE LIGNE-RAPPORT FROM VIRINT-SEPARATEUR.
           MOVE VIRINT-SOMME-PASSEE TO VIRINT-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "VIREMENTS PASSES  : " VIRINT-NB-PASSES
               " POUR " VIRINT-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "VIREMENTS REJETES : " VIRINT-NB-REJETES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           CLOSE FICHIER-COMPTES FICHIER-RAPPORT.
           DISPLAY "Virements internes termines - " VIRINT-NB-PASSES
               " passe(s), " VIRINT-NB-REJETES " rejete(s).".

       end program VirementInterne.
