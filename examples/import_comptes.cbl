      *****************************************************************
      * Option 1 du menu principal : import de l'extrait de comptes
      * recu chaque nuit dans le fichier maitre des comptes. Rejette
      * les doublons et les RIB mal formes, reconnait sans les
      * recharger les comptes deja ouverts au guichet, reprend sur
      * point de controle en cas de coupure, et rapproche les totaux
      * de controle en fin de traitement.
      *****************************************************************

       environment division.
       77 IMPRT-REJET-MOTIF        PIC X(30) VALUE SPACES.
       77 IMPRT-BANQUE-CONNUE-FLG  PIC X(01) VALUE "N".
           88 IMPRT-BANQUE-CONNUE  VALUE "O".
      * Compte de l'extrait deja present au maitre pour avoir ete
      * ouvert au guichet sous le meme RIB : il est reconnu, ni
      * rejete ni recharge.
       77 IMPRT-DEJA-OUVERT-FLG    PIC X(01) VALUE "N".
           88 IMPRT-DEJA-OUVERT    VALUE "O".
       77 IMPRT-INTERVALLE-CKP     PIC 9(05) VALUE 50.
       77 IMPRT-COMPTEUR-POINT     PIC 9(05) VALUE 0.

       77 IMPRT-NB-LUS             PIC 9(07) VALUE 0.
       77 IMPRT-NB-CHARGES         PIC 9(07) VALUE 0.
       77 IMPRT-NB-REJETES         PIC 9(07) VALUE 0.
       77 IMPRT-NB-RECONNUS        PIC 9(07) VALUE 0.
       77 IMPRT-SOMME-LUES         PIC S9(11)V99 VALUE 0.
       77 IMPRT-SOMME-CHARGEES     PIC S9(11)V99 VALUE 0.
       77 IMPRT-SOMME-REJETEES     PIC S9(11)V99 VALUE 0.
       77 IMPRT-SOMME-RECONNUES    PIC S9(11)V99 VALUE 0.
       77 IMPRT-SOMME-CONTROLE     PIC S9(11)V99 VALUE 0.

      * Total de controle independant, reconstitue en relisant dans le
                   MOVE CKP-SOMME-LUES TO IMPRT-SOMME-LUES
                   MOVE CKP-SOMME-CHARGEES TO IMPRT-SOMME-CHARGEES
                   MOVE CKP-SOMME-REJETEES TO IMPRT-SOMME-REJETEES
                   MOVE CKP-NB-RECONNUS TO IMPRT-NB-RECONNUS
                   MOVE CKP-SOMME-RECONNUES TO IMPRT-SOMME-RECONNUES
                   MOVE CKP-NB-CHARGES TO IMPRT-NB-CHARGES-VERIF
                   MOVE CKP-SOMME-CHARGEES TO IMPRT-SOMME-CHARGEES-VERIF
                   MOVE "O" TO IMPRT-SAUT-EN-COURS
           ADD 1 TO IMPRT-NB-LUS.
           ADD EXT-SOLDE-OUVERTURE TO IMPRT-SOMME-LUES.
           PERFORM IMPORT-CONTROLE-ENREGISTREMENT.
           EVALUATE TRUE
               WHEN IMPRT-REJET-MOTIF NOT = SPACES
                   PERFORM IMPORT-REJETER
               WHEN IMPRT-DEJA-OUVERT
                   PERFORM IMPORT-RECONNAITRE
               WHEN OTHER
                   PERFORM IMPORT-CHARGER
           END-EVALUATE.
           PERFORM IMPORT-POINT-DE-CONTROLE.

      * Controles de forme du RIB et detection des doublons avant
      * chargement dans le maitre des comptes.
       IMPORT-CONTROLE-ENREGISTREMENT.
           MOVE SPACES TO IMPRT-REJET-MOTIF.
           MOVE "N" TO IMPRT-DEJA-OUVERT-FLG.
           PERFORM IMPORT-VERIFIER-BANQUE.
           EVALUATE TRUE
               WHEN EXT-NUMERO-COMPTE = SPACES
                   READ FICHIER-COMPTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM IMPORT-VERIFIER-DOUBLE
                   END-READ
           END-EVALUATE.

      * Un numero deja present au maitre est un doublon, sauf s'il
      * s'agit d'un compte ouvert au guichet (ou deja reconnu par un
      * extrait precedent) sous exactement le meme RIB : l'extrait
      * ne fait alors que confirmer un compte deja charge.
       IMPORT-VERIFIER-DOUBLE.
           IF (CPT-OUVERT-AU-GUICHET OR CPT-GUICHET-RECONNU)
              AND CPT-CODE-BANQUE = EXT-CODE-BANQUE
              AND CPT-CODE-GUICHET = EXT-CODE-GUICHET
              AND CPT-CLE-RIB = EXT-CLE-RIB
               SET IMPRT-DEJA-OUVERT TO TRUE
           ELSE
               MOVE "NUMERO DE COMPTE EN DOUBLE" TO IMPRT-REJET-MOTIF
           END-IF.

      * Positionne l'indicateur d'existence du code banque au
      * referentiel BANQUES ; le controle de forme du code (numerique,
      * non nul) reste porte par la cascade de controles appelante.
      * Le decouvert autorise part de zero, il est ensuite entretenu
      * par la gestion des decouverts.
           MOVE 0 TO CPT-DECOUVERT-AUTORISE.
           SET CPT-CHARGE-PAR-EXTRAIT TO TRUE.
           MOVE 0 TO CPT-ANCIEN-CLIENT.
           WRITE ENR-COMPTE
               INVALID KEY
                   MOVE "ECRITURE MAITRE IMPOSSIBLE"
      * des soldes de la chaine reste en concordance.
               MOVE "C" TO CUMUL-ARG-SENS
               MOVE EXT-SOLDE-OUVERTURE TO CUMUL-ARG-MONTANT
               SET CUMUL-ORIGINE-CHARGEMENTS TO TRUE
               CALL "CumulerJournee" USING CUMUL-ARG-SENS
                   CUMUL-ARG-MONTANT CUMUL-ARG-ORIGINE
               MOVE EXT-NUMERO-COMPTE TO IMPRT-DERNIER-COMPTE-CKP
               MOVE EXT-NUMERO-COMPTE TO CHG-NUMERO-COMPTE
               WRITE ENR-COMPTE-CHARGE
                   AUDIT-ARG-AVANT AUDIT-ARG-APRES
           END-IF.

      * Le compte ouvert au guichet garde le solde et la date
      * d'ouverture saisis au guichet, deja portes aux cumuls de la
      * journee d'ouverture : il est seulement marque reconnu. Un
      * solde d'ouverture different dans l'extrait est signale au
      * rapport pour verification.
       IMPORT-RECONNAITRE.
           SET CPT-GUICHET-RECONNU TO TRUE.
           REWRITE ENR-COMPTE
               INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO IMPRT-NB-RECONNUS.
           ADD EXT-SOLDE-OUVERTURE TO IMPRT-SOMME-RECONNUES.
           MOVE EXT-NUMERO-COMPTE TO IMPRT-DERNIER-COMPTE-CKP.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF CPT-SOLDE-OUVERTURE = EXT-SOLDE-OUVERTURE
               STRING "RECONNU " EXT-NUMERO-COMPTE
                   " - DEJA OUVERT AU GUICHET"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING "RECONNU " EXT-NUMERO-COMPTE
                   " - DEJA OUVERT AU GUICHET, SOLDE D'OUVERTURE"
                   " DIFFERENT"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
           END-IF.
           WRITE LIGNE-RAPPORT.
           MOVE IMPRT-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "IMPRTCPT" TO AUDIT-ARG-PROGRAMME.
           MOVE "RECONNU" TO AUDIT-ARG-ACTION.
           MOVE SPACES TO AUDIT-ARG-AVANT.
           MOVE EXT-NUMERO-COMPTE TO AUDIT-ARG-APRES.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

       IMPORT-REJETER.
           ADD 1 TO IMPRT-NB-REJETES.
           ADD EXT-SOLDE-OUVERTURE TO IMPRT-SOMME-REJETEES.
           MOVE IMPRT-SOMME-LUES TO CKP-SOMME-LUES.
           MOVE IMPRT-SOMME-CHARGEES TO CKP-SOMME-CHARGEES.
           MOVE IMPRT-SOMME-REJETEES TO CKP-SOMME-REJETEES.
           MOVE IMPRT-NB-RECONNUS TO CKP-NB-RECONNUS.
           MOVE IMPRT-SOMME-RECONNUES TO CKP-SOMME-RECONNUES.
           REWRITE ENR-CHECKPOINT
               INVALID KEY WRITE ENR-CHECKPOINT
           END-REWRITE.

      * Rapproche le total lu sur l'extrait avec la somme de ce qui a
      * ete effectivement charge, rejete ou reconnu, et rapproche en
      * plus le nombre et le montant des comptes charges avec ce qui est
      * effectivement relu dans le maitre (IMPORT-VERIFIER-CHARGES) :
      * une ecriture qui aurait ete comptee a tort comme chargee sans
      * avoir reellement pose sur FICHIER-COMPTES se voit ainsi
       IMPORT-RECONCILIATION.
           PERFORM IMPORT-VERIFIER-CHARGES.
           COMPUTE IMPRT-SOMME-CONTROLE =
               IMPRT-SOMME-CHARGEES + IMPRT-SOMME-REJETEES
               + IMPRT-SOMME-RECONNUES.
           WRITE LIGNE-RAPPORT FROM IMPRT-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "RAPPROCHEMENT DES TOTAUX DE CONTROLE"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ENREGISTREMENTS RECONNUS : " IMPRT-NB-RECONNUS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE IMPRT-SOMME-LUES TO IMPRT-SOMME-EDITEE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "SOMME DES SOLDES LUS     : " IMPRT-SOMME-EDITEE
           WRITE LIGNE-RAPPORT.
           MOVE IMPRT-SOMME-CONTROLE TO IMPRT-SOMME-EDITEE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "SOMME CHARGEE+REJ.+RECON.: " IMPRT-SOMME-EDITEE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           END-IF.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF IMPRT-NB-LUS = IMPRT-NB-CHARGES + IMPRT-NB-REJETES
                   + IMPRT-NB-RECONNUS
               AND IMPRT-SOMME-LUES = IMPRT-SOMME-CONTROLE
               AND IMPRT-NB-CHARGES-VERIF = IMPRT-NB-CHARGES
               AND IMPRT-SOMME-CHARGEES-VERIF = IMPRT-SOMME-CHARGEES
           WRITE LIGNE-RAPPORT.
           DISPLAY "Import termine - lus : " IMPRT-NB-LUS
               " charges : " IMPRT-NB-CHARGES
               " rejetes : " IMPRT-NB-REJETES
               " reconnus : " IMPRT-NB-RECONNUS.

      * Rejoue le fichier des comptes charges pendant ce passage et va
      * relire chacun dans le maitre pour reconstituer un nombre et un
