      * recalcule chaque cle RIB (CalculCleRib) et imprime la liste des
      * comptes dont la cle enregistree ne correspond pas. Propose,
      * pour chaque anomalie, de corriger la cle enregistree par la
      * cle recalculee : la correction est deposee au fichier des
      * demandes (tracee dans le journal d'audit) et n'est appliquee
      * qu'apres validation par un second administrateur (validation
      * des demandes).
      *****************************************************************

       environment division.
       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".
       copy "demandearg.cpy".

       77 COMPTES-STATUT     PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT     PIC X(02) VALUE SPACES.
       77 RIBCTL-CLE-VALIDE   PIC X(01) VALUE "N".
       77 RIBCTL-NB-CONTROLES PIC 9(07) VALUE 0.
       77 RIBCTL-NB-ANOMALIES PIC 9(07) VALUE 0.
       77 RIBCTL-NB-DEMANDES  PIC 9(07) VALUE 0.
       77 RIBCTL-DATE-RAPPORT PIC 9(08) VALUE 0.
       77 RIBCTL-SEPARATEUR   PIC X(79) VALUE ALL "-".

               END-IF
           END-IF.

      * La correction n'est pas appliquee au maitre : elle est
      * deposee au fichier des demandes (en batch, au nom de
      * l'operateur de la chaine) et sa reference est imprimee au
      * rapport. Une correction deja en attente pour le compte n'est
      * pas redemandee.
       RIBCTL-CORRIGER-CLE.
           MOVE CPT-CLE-RIB TO RIBCTL-ANCIENNE-CLE.
           INITIALIZE DEMANDE-ARG.
           MOVE "RB" TO DEMANDE-ARG-TYPE.
           MOVE CPT-NUMERO-COMPTE TO DEMANDE-ARG-OBJET.
           MOVE CPT-CLE-RIB TO DEMANDE-ARG-CLE-ACTUELLE.
           MOVE RIBCTL-CLE-CALCULEE TO DEMANDE-ARG-CLE-NOUVELLE.
           STRING "CLE RIB " CPT-CLE-RIB " -> " RIBCTL-CLE-CALCULEE
               DELIMITED BY SIZE INTO DEMANDE-ARG-LIBELLE
           END-STRING.
           MOVE RIBCTL-OPERATEUR TO DEMANDE-ARG-DEMANDEUR.
           MOVE RIBCTL-DATE-RAPPORT TO DEMANDE-ARG-DATE.
           CALL "EnregistrerDemande" USING DEMANDE-ARG.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF DEMANDE-ARG-DEJA-EN-COURS
               STRING "  CORRECTION DEJA EN ATTENTE - DEMANDE "
                   DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
           ELSE
               ADD 1 TO RIBCTL-NB-DEMANDES
               PERFORM RIBCTL-TRACER-CORRECTION
               STRING "  CORRECTION A VALIDER - DEMANDE "
                   DEMANDE-ARG-REFERENCE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
           END-IF.
           WRITE LIGNE-RAPPORT.

       RIBCTL-TRACER-CORRECTION.
           MOVE RIBCTL-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "RIBCTL" TO AUDIT-ARG-PROGRAMME.
           MOVE "DEM CORRECT" TO AUDIT-ARG-ACTION.
           MOVE SPACES TO AUDIT-ARG-AVANT.
           MOVE SPACES TO AUDIT-ARG-APRES.
           STRING "COMPTE " CPT-NUMERO-COMPTE " CLE "
               RIBCTL-ANCIENNE-CLE
               DELIMITED BY SIZE INTO AUDIT-ARG-AVANT
           END-STRING.
           STRING "COMPTE " CPT-NUMERO-COMPTE " CLE "
               RIBCTL-CLE-CALCULEE " DEMANDE " DEMANDE-ARG-REFERENCE
               DELIMITED BY SIZE INTO AUDIT-ARG-APRES
           END-STRING.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
           WRITE LIGNE-RAPPORT FROM RIBCTL-SEPARATEUR.
           STRING "COMPTES CONTROLES : " RIBCTL-NB-CONTROLES
               " - ANOMALIES : " RIBCTL-NB-ANOMALIES
               " - A VALIDER : " RIBCTL-NB-DEMANDES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           DISPLAY "Controle RIB termine - " RIBCTL-NB-ANOMALIES
               " anomalie(s) sur " RIBCTL-NB-CONTROLES " compte(s), "
               RIBCTL-NB-DEMANDES " correction(s) a valider.".
           CLOSE FICHIER-COMPTES FICHIER-RAPPORT.

       end program ControleRib.
