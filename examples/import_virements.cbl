      * entete et de son total et refuse en bloc en cas de rejeu,
      * d'arrivee dans le desordre ou d'ecart. La cle RIB de chaque
      * ordre est revalidee (CalculCleRib), le compte beneficiaire
      * doit exister au maitre des comptes et ne pas etre ferme (un
      * compte inactif recoit les virements comme un compte ouvert),
      * et le montant recu en devise est converti en euros au cours du
      * referentiel des devises (devise inconnue ou cours trop ancien
      * valent rejet) ; les ordres
      * acceptes creditent le solde courant du compte et sont traces
               READ FICHIER-COMPTES
                   INVALID KEY
                       MOVE "COMPTE INCONNU" TO IMPVIR-REJET-MOTIF
      * Seul le compte ferme est refuse : un virement recu est un
      * credit, qu'un compte inactif accepte (seuls ses debits sont
      * retenus pour revue).
                   NOT INVALID KEY
                       IF CPT-COMPTE-FERME
                           MOVE "COMPTE FERME" TO IMPVIR-REJET-MOTIF
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
      * Le credit d'un compte inactif est signale : il ne leve pas
      * l'inactivite, qui ne l'est que par la reactivation.
               IF CPT-COMPTE-INACTIF
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "       COMPTE INACTIF - CREDIT ACCEPTE"
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   END-STRING
                   WRITE LIGNE-RAPPORT
               END-IF
               MOVE IMPVIR-OPERATEUR TO AUDIT-ARG-OPERATEUR
               MOVE "IMPVIR" TO AUDIT-ARG-PROGRAMME
               MOVE "CREDIT" TO AUDIT-ARG-ACTION
           MOVE IMPVIR-MONTANT-EUROS TO HISTO-ARG-MONTANT.
           MOVE VIR-LIBELLE TO HISTO-ARG-LIBELLE.
           MOVE CPT-SOLDE-COURANT TO HISTO-ARG-SOLDE.
           SET HISTO-ORIGINE-VIR-RECUS TO TRUE.
           CALL "EcrireHistorique" USING HISTO-ARG-COMPTE
               HISTO-ARG-DATE HISTO-ARG-SENS HISTO-ARG-MONTANT
               HISTO-ARG-LIBELLE HISTO-ARG-SOLDE HISTO-ARG-ORIGINE.

      * L'ordre rejete est recopie tel quel dans le fichier de retour
      * au partenaire et signale sur le rapport avec son motif.
