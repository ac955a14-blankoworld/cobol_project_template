       program-id. RepriseSuspens.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Etape de la chaine de nuit : representation des mouvements en
      * suspens corriges ou forces par un administrateur (revue des
      * suspens), puis edition de la balance agee des suspens.
      * Un suspens corrige repasse tous les controles de la passation
      * des mouvements sur le compte retenu ; un suspens force ne
      * passe outre que le decouvert et l'inactivite. Le mouvement
      * passe est porte a l'historique des comptes (et par la aux
      * cumuls de la journee) ; celui qui echoue a nouveau retourne
      * en attente de decision avec son nouveau motif. La balance
      * agee liste les suspens non soldes avec leur anciennete en
      * jours depuis leur mise en suspens.
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
           select FICHIER-RAPPORT assign to "SUSPENS-RAPPORT"
               organization is line sequential
               file status is RAPPORT-STATUT.

       data division.
       file section.
       fd FICHIER-SUSPENS
           label records are standard.
       copy "suspens.cpy".

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

       77 SUSPENS-STATUT PIC X(02) VALUE SPACES.
       77 COMPTES-STATUT PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT PIC X(02) VALUE SPACES.

       77 REPSUS-FIN         PIC X(01) VALUE "N".
           88 REPSUS-FIN-ATTEINTE VALUE "O".
       77 REPSUS-DATE-JOUR   PIC 9(08) VALUE 0.
      * Motif du nouvel echec de representation (code et libelle).
       77 REPSUS-REJET-CODE  PIC X(02) VALUE SPACES.
       77 REPSUS-REJET-MOTIF PIC X(30) VALUE SPACES.
       77 REPSUS-DECOUVERT   PIC S9(05)V99 VALUE 0.
       77 REPSUS-SOLDE-PROJETE PIC S9(11)V99 VALUE 0.

       77 REPSUS-NB-PASSES   PIC 9(07) VALUE 0.
       77 REPSUS-NB-RENVOYES PIC 9(07) VALUE 0.
       77 REPSUS-SOMME-PASSEE PIC S9(11)V99 VALUE 0.

      * Balance agee : anciennete du suspens courant et totaux par
      * tranche (jusqu'a 7 jours, de 8 a 30 jours, au-dela).
       77 REPSUS-AGE         PIC 9(05) VALUE 0.
       77 REPSUS-AGE-MAX     PIC 9(05) VALUE 0.
       77 REPSUS-NB-T1       PIC 9(07) VALUE 0.
       77 REPSUS-NB-T2       PIC 9(07) VALUE 0.
       77 REPSUS-NB-T3       PIC 9(07) VALUE 0.
       77 REPSUS-SOMME-T1    PIC S9(11)V99 VALUE 0.
       77 REPSUS-SOMME-T2    PIC S9(11)V99 VALUE 0.
       77 REPSUS-SOMME-T3    PIC S9(11)V99 VALUE 0.
       77 REPSUS-NB-NON-SOLDES PIC 9(07) VALUE 0.
       77 REPSUS-SOMME-NON-SOLDES PIC S9(11)V99 VALUE 0.

       77 REPSUS-MONTANT-EDITE PIC ---,---,---,--9.99.
       77 REPSUS-SEPARATEUR  PIC X(79) VALUE ALL "-".

       linkage section.
       01 REPSUS-OPERATEUR PIC X(08).
      * Code retour restitue a la chaine : 4 si un suspens represente
      * a echoue a nouveau, 0 sinon.
       01 REPSUS-CODE-RETOUR PIC 9(01).

       procedure division using REPSUS-OPERATEUR REPSUS-CODE-RETOUR.

       0-DEBUT.
           MOVE 0 TO REPSUS-CODE-RETOUR.
           PERFORM REPSUS-INIT.
           IF NOT REPSUS-FIN-ATTEINTE
               PERFORM REPSUS-POSITIONNER
           END-IF.
           PERFORM REPSUS-TRAITEMENT UNTIL REPSUS-FIN-ATTEINTE.
           PERFORM REPSUS-TOTAUX.
           PERFORM REPSUS-BALANCE-AGEE.
           PERFORM REPSUS-FERMER.
           GOBACK.

      * La representation est datee de la journee comptable. Les
      * fichiers des suspens et des comptes absents ne laissent rien a
      * representer ; la balance agee est alors vide.
       REPSUS-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO REPSUS-DATE-JOUR.
           OPEN I-O FICHIER-SUSPENS.
           IF SUSPENS-STATUT = "35"
               OPEN OUTPUT FICHIER-SUSPENS
               CLOSE FICHIER-SUSPENS
               OPEN I-O FICHIER-SUSPENS
           END-IF.
           OPEN I-O FICHIER-COMPTES.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "REPRESENTATION DES SUSPENS DU " REPSUS-DATE-JOUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT FROM REPSUS-SEPARATEUR.
           IF COMPTES-STATUT = "35"
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "MAITRE DES COMPTES ABSENT - RIEN A REPRESENTER"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
               SET REPSUS-FIN-ATTEINTE TO TRUE
           END-IF.

       REPSUS-POSITIONNER.
           MOVE LOW-VALUES TO SUS-CLE.
           START FICHIER-SUSPENS KEY >= SUS-CLE
               INVALID KEY SET REPSUS-FIN-ATTEINTE TO TRUE
           END-START.

       REPSUS-TRAITEMENT.
           READ FICHIER-SUSPENS NEXT RECORD
               AT END SET REPSUS-FIN-ATTEINTE TO TRUE
               NOT AT END
                   IF SUS-A-REPRESENTER
                       PERFORM REPSUS-REPRESENTER
                   END-IF
           END-READ.

       REPSUS-REPRESENTER.
           MOVE SPACES TO REPSUS-REJET-CODE.
           MOVE SPACES TO REPSUS-REJET-MOTIF.
           MOVE SUS-NUMERO-COMPTE TO CPT-NUMERO-COMPTE.
           READ FICHIER-COMPTES
               INVALID KEY
                   MOVE "CI" TO REPSUS-REJET-CODE
                   MOVE "COMPTE INCONNU" TO REPSUS-REJET-MOTIF
               NOT INVALID KEY
                   PERFORM REPSUS-CONTROLER-STATUT
           END-READ.
           IF REPSUS-REJET-CODE = SPACES
               PERFORM REPSUS-POSTER
           END-IF.
           IF REPSUS-REJET-CODE = SPACES
               PERFORM REPSUS-CONSIGNER-PASSAGE
           ELSE
               PERFORM REPSUS-RENVOYER
           END-IF.

      * Memes controles que la passation des mouvements ; le forcage
      * leve ceux de l'inactivite et du decouvert, jamais celui du
      * compte ferme.
       REPSUS-CONTROLER-STATUT.
           EVALUATE TRUE
               WHEN CPT-COMPTE-FERME
                   MOVE "CF" TO REPSUS-REJET-CODE
                   MOVE "COMPTE FERME" TO REPSUS-REJET-MOTIF
               WHEN SUS-FORCE
                   CONTINUE
               WHEN SUS-SENS NOT = "D"
                   CONTINUE
               WHEN SUS-LIBELLE(1:6) = "AGIOS "
                   CONTINUE
               WHEN CPT-COMPTE-INACTIF
                   MOVE "IN" TO REPSUS-REJET-CODE
                   MOVE "DEBIT SUR COMPTE INACTIF"
                       TO REPSUS-REJET-MOTIF
               WHEN OTHER
                   PERFORM REPSUS-CONTROLER-DECOUVERT
           END-EVALUATE.

       REPSUS-CONTROLER-DECOUVERT.
           IF CPT-DECOUVERT-AUTORISE NUMERIC
               MOVE CPT-DECOUVERT-AUTORISE TO REPSUS-DECOUVERT
           ELSE
               MOVE 0 TO REPSUS-DECOUVERT
           END-IF.
           COMPUTE REPSUS-SOLDE-PROJETE =
               CPT-SOLDE-COURANT - SUS-MONTANT.
           IF REPSUS-SOLDE-PROJETE + REPSUS-DECOUVERT < 0
               MOVE "DD" TO REPSUS-REJET-CODE
               MOVE "DEPASSEMENT DECOUVERT" TO REPSUS-REJET-MOTIF
           END-IF.

       REPSUS-POSTER.
           IF SUS-SENS = "D"
               SUBTRACT SUS-MONTANT FROM CPT-SOLDE-COURANT
           ELSE
               ADD SUS-MONTANT TO CPT-SOLDE-COURANT
           END-IF.
           REWRITE ENR-COMPTE
               INVALID KEY
                   MOVE "EM" TO REPSUS-REJET-CODE
                   MOVE "ECRITURE MAITRE IMPOSSIBLE"
                       TO REPSUS-REJET-MOTIF
           END-REWRITE.

      * Le suspens passe est solde ; le mouvement rejoint
      * l'historique des comptes a la date de la journee ou il est
      * effectivement passe (solde, cumuls, surveillance LCB-FT),
      * sa date d'origine restant au rapport. Les agios sont portes
      * sous leur origine propre, comme a la passation des
      * mouvements.
       REPSUS-CONSIGNER-PASSAGE.
           SET SUS-PASSE TO TRUE.
           MOVE REPSUS-DATE-JOUR TO SUS-DATE-PASSATION.
           REWRITE ENR-SUSPENS
               INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO REPSUS-NB-PASSES.
           IF SUS-SENS = "D"
               SUBTRACT SUS-MONTANT FROM REPSUS-SOMME-PASSEE
           ELSE
               ADD SUS-MONTANT TO REPSUS-SOMME-PASSEE
           END-IF.
           MOVE SUS-NUMERO-COMPTE TO HISTO-ARG-COMPTE.
           MOVE REPSUS-DATE-JOUR TO HISTO-ARG-DATE.
           MOVE SUS-SENS TO HISTO-ARG-SENS.
           MOVE SUS-MONTANT TO HISTO-ARG-MONTANT.
           MOVE SUS-LIBELLE TO HISTO-ARG-LIBELLE.
           MOVE CPT-SOLDE-COURANT TO HISTO-ARG-SOLDE.
           IF SUS-LIBELLE(1:6) = "AGIOS "
               SET HISTO-ORIGINE-AGIOS TO TRUE
           ELSE
               SET HISTO-ORIGINE-MOUVEMENTS TO TRUE
           END-IF.
           CALL "EcrireHistorique" USING HISTO-ARG-COMPTE
               HISTO-ARG-DATE HISTO-ARG-SENS HISTO-ARG-MONTANT
               HISTO-ARG-LIBELLE HISTO-ARG-SOLDE HISTO-ARG-ORIGINE.
           MOVE SUS-MONTANT TO REPSUS-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "PASSE  " SUS-DATE-ENTREE "-" SUS-SEQUENCE " "
               SUS-NUMERO-COMPTE " " SUS-SENS " " REPSUS-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "       MOUVEMENT DU " SUS-DATE-MOUVEMENT
               " PASSE LE " REPSUS-DATE-JOUR " " SUS-LIBELLE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE "PASSATION" TO AUDIT-ARG-ACTION.
           MOVE SUS-NUMERO-COMPTE TO AUDIT-ARG-AVANT.
           PERFORM REPSUS-TRACER.

      * Nouvel echec : le suspens retourne en attente de decision avec
      * le motif constate ce soir.
       REPSUS-RENVOYER.
           SET SUS-EN-ATTENTE TO TRUE.
           MOVE REPSUS-REJET-CODE TO SUS-MOTIF.
           REWRITE ENR-SUSPENS
               INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO REPSUS-NB-RENVOYES.
           MOVE 4 TO REPSUS-CODE-RETOUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "RENVOI " SUS-DATE-ENTREE "-" SUS-SEQUENCE " "
               SUS-NUMERO-COMPTE " - " REPSUS-REJET-MOTIF
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE "RENVOI" TO AUDIT-ARG-ACTION.
           MOVE REPSUS-REJET-MOTIF TO AUDIT-ARG-AVANT.
           PERFORM REPSUS-TRACER.

       REPSUS-TRACER.
           MOVE REPSUS-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "REPSUS" TO AUDIT-ARG-PROGRAMME.
           MOVE SPACES TO AUDIT-ARG-APRES.
           STRING SUS-DATE-ENTREE "-" SUS-SEQUENCE " " SUS-LIBELLE
               DELIMITED BY SIZE INTO AUDIT-ARG-APRES
           END-STRING.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

       REPSUS-TOTAUX.
           WRITE LIGNE-RAPPORT FROM REPSUS-SEPARATEUR.
           MOVE REPSUS-SOMME-PASSEE TO REPSUS-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "SUSPENS PASSES      : " REPSUS-NB-PASSES
               " SOLDE NET " REPSUS-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "SUSPENS RENVOYES    : " REPSUS-NB-RENVOYES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.

      *****************************************************************
      * Balance agee : second parcours du fichier, edition de chaque
      * suspens non solde (en attente, corrige ou force mais pas
      * encore passe) avec son anciennete en jours depuis la mise en
      * suspens, puis totaux par tranche d'anciennete.
      *****************************************************************
       REPSUS-BALANCE-AGEE.
           WRITE LIGNE-RAPPORT FROM REPSUS-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "BALANCE AGEE DES SUSPENS AU " REPSUS-DATE-JOUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ENTREE         COMPTE      S           MONTANT"
               " MOTIF ST  JOURS"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT FROM REPSUS-SEPARATEUR.
           MOVE "N" TO REPSUS-FIN.
           PERFORM REPSUS-POSITIONNER.
           PERFORM REPSUS-AGE-SUIVANT UNTIL REPSUS-FIN-ATTEINTE.
           PERFORM REPSUS-TOTAUX-AGES.

       REPSUS-AGE-SUIVANT.
           READ FICHIER-SUSPENS NEXT RECORD
               AT END SET REPSUS-FIN-ATTEINTE TO TRUE
               NOT AT END
                   IF SUS-NON-SOLDE
                       PERFORM REPSUS-EDITER-AGE
                   END-IF
           END-READ.

       REPSUS-EDITER-AGE.
           COMPUTE REPSUS-AGE =
               FUNCTION INTEGER-OF-DATE(REPSUS-DATE-JOUR)
               - FUNCTION INTEGER-OF-DATE(SUS-DATE-ENTREE).
           IF REPSUS-AGE > REPSUS-AGE-MAX
               MOVE REPSUS-AGE TO REPSUS-AGE-MAX
           END-IF.
           ADD 1 TO REPSUS-NB-NON-SOLDES.
           ADD SUS-MONTANT TO REPSUS-SOMME-NON-SOLDES.
           EVALUATE TRUE
               WHEN REPSUS-AGE <= 7
                   ADD 1 TO REPSUS-NB-T1
                   ADD SUS-MONTANT TO REPSUS-SOMME-T1
               WHEN REPSUS-AGE <= 30
                   ADD 1 TO REPSUS-NB-T2
                   ADD SUS-MONTANT TO REPSUS-SOMME-T2
               WHEN OTHER
                   ADD 1 TO REPSUS-NB-T3
                   ADD SUS-MONTANT TO REPSUS-SOMME-T3
           END-EVALUATE.
           MOVE SUS-MONTANT TO REPSUS-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING SUS-DATE-ENTREE "-" SUS-SEQUENCE " "
               SUS-NUMERO-COMPTE " " SUS-SENS REPSUS-MONTANT-EDITE
               " " SUS-MOTIF "    " SUS-STATUT "  " REPSUS-AGE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.

       REPSUS-TOTAUX-AGES.
           WRITE LIGNE-RAPPORT FROM REPSUS-SEPARATEUR.
           MOVE REPSUS-SOMME-T1 TO REPSUS-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "JUSQU'A 7 JOURS     : " REPSUS-NB-T1
               " POUR " REPSUS-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE REPSUS-SOMME-T2 TO REPSUS-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "DE 8 A 30 JOURS     : " REPSUS-NB-T2
               " POUR " REPSUS-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE REPSUS-SOMME-T3 TO REPSUS-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "AU-DELA DE 30 JOURS : " REPSUS-NB-T3
               " POUR " REPSUS-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE REPSUS-SOMME-NON-SOLDES TO REPSUS-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "TOTAL NON SOLDES    : " REPSUS-NB-NON-SOLDES
               " POUR " REPSUS-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "PLUS ANCIEN SUSPENS : " REPSUS-AGE-MAX " JOURS"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.

       REPSUS-FERMER.
           CLOSE FICHIER-SUSPENS FICHIER-COMPTES FICHIER-RAPPORT.
           DISPLAY "Representation des suspens terminee - passes : "
               REPSUS-NB-PASSES " renvoyes : " REPSUS-NB-RENVOYES
               " non soldes : " REPSUS-NB-NON-SOLDES.

       end program RepriseSuspens.
