       program-id. EnregistrerDemande.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Sous-programme commun : depose une demande de modification
      * sensible au fichier des demandes (DEMANDES) avec le statut
      * "en attente", sous une reference unique (journee de la demande
      * suivie d'un numero d'ordre dans la journee). Appele par la
      * gestion des decouverts, des baremes et des operateurs, le
      * controle des RIB et la restauration des sauvegardes : la
      * modification n'est appliquee qu'apres validation par un
      * second administrateur (validation des demandes). Une seule
      * demande de meme nature peut etre en attente sur un meme
      * objet : la seconde est refusee et la reference de la premiere
      * est rendue.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-DEMANDES assign to "DEMANDES"
               organization is indexed
               access mode is dynamic
               record key is DEM-REFERENCE
               file status is DEMANDES-STATUT.

       data division.
       file section.
       fd FICHIER-DEMANDES
           label records are standard.
       copy "demande.cpy".

       working-storage section.
       77 DEMANDES-STATUT  PIC X(02) VALUE SPACES.
       77 DEMANDE-ECRITE   PIC X(01) VALUE "N".
           88 DEMANDE-EST-ECRITE VALUE "O".
       77 DEMANDE-FIN      PIC X(01) VALUE "N".
           88 DEMANDE-FIN-FICHIER VALUE "O".
      * Compteur plus large que la zone de la reference, pour la
      * meme raison que dans EnregistrerOrdre.
       77 DEMANDE-SEQUENCE PIC 9(05) VALUE 0.

       01 DEMANDE-REFERENCE-TRAVAIL.
           05 DEMANDE-REF-DATE     PIC 9(08).
           05 DEMANDE-REF-SEQUENCE PIC 9(04).

       linkage section.
       copy "demandearg.cpy".

       procedure division using DEMANDE-ARG.

       0-DEBUT.
           PERFORM DEMANDE-OUVRIR.
           MOVE SPACES TO DEMANDE-ARG-REFERENCE.
           SET DEMANDE-ARG-ENREGISTREE TO TRUE.
           PERFORM DEMANDE-RECHERCHER-EN-COURS.
           IF DEMANDE-ARG-ENREGISTREE
               MOVE DEMANDE-ARG-DATE TO DEMANDE-REF-DATE
               MOVE 1 TO DEMANDE-SEQUENCE
               MOVE "N" TO DEMANDE-ECRITE
               PERFORM DEMANDE-ECRIRE
                   UNTIL DEMANDE-EST-ECRITE OR DEMANDE-SEQUENCE > 9999
               MOVE DEM-REFERENCE TO DEMANDE-ARG-REFERENCE
           END-IF.
           CLOSE FICHIER-DEMANDES.
           GOBACK.

      * Le fichier des demandes est cree automatiquement au premier
      * appel.
       DEMANDE-OUVRIR.
           OPEN I-O FICHIER-DEMANDES.
           IF DEMANDES-STATUT = "35"
               OPEN OUTPUT FICHIER-DEMANDES
               CLOSE FICHIER-DEMANDES
               OPEN I-O FICHIER-DEMANDES
           END-IF.

      * Parcours complet du fichier a la recherche d'une demande en
      * attente de meme nature sur le meme objet.
       DEMANDE-RECHERCHER-EN-COURS.
           MOVE "N" TO DEMANDE-FIN.
           MOVE LOW-VALUES TO DEM-REFERENCE.
           START FICHIER-DEMANDES KEY IS NOT LESS THAN DEM-REFERENCE
               INVALID KEY SET DEMANDE-FIN-FICHIER TO TRUE
           END-START.
           PERFORM DEMANDE-LIRE-SUIVANTE
               UNTIL DEMANDE-FIN-FICHIER
                  OR DEMANDE-ARG-DEJA-EN-COURS.

       DEMANDE-LIRE-SUIVANTE.
           READ FICHIER-DEMANDES NEXT
               AT END SET DEMANDE-FIN-FICHIER TO TRUE
           END-READ.
           IF NOT DEMANDE-FIN-FICHIER
               IF DEM-EN-ATTENTE
                  AND DEM-TYPE = DEMANDE-ARG-TYPE
                  AND DEM-OBJET = DEMANDE-ARG-OBJET
                   SET DEMANDE-ARG-DEJA-EN-COURS TO TRUE
                   MOVE DEM-REFERENCE TO DEMANDE-ARG-REFERENCE
               END-IF
           END-IF.

       DEMANDE-ECRIRE.
           MOVE DEMANDE-SEQUENCE TO DEMANDE-REF-SEQUENCE.
           MOVE DEMANDE-REFERENCE-TRAVAIL TO DEM-REFERENCE.
           MOVE DEMANDE-ARG-TYPE      TO DEM-TYPE.
           MOVE DEMANDE-ARG-OBJET     TO DEM-OBJET.
           MOVE DEMANDE-ARG-VALEURS   TO DEM-VALEURS.
           MOVE DEMANDE-ARG-LIBELLE   TO DEM-LIBELLE.
           MOVE DEMANDE-ARG-DEMANDEUR TO DEM-DEMANDEUR.
           MOVE DEMANDE-ARG-DATE      TO DEM-DATE-DEMANDE.
           SET DEM-EN-ATTENTE TO TRUE.
           MOVE SPACES TO DEM-VALIDEUR.
           MOVE 0 TO DEM-DATE-DECISION.
           WRITE ENR-DEMANDE
               INVALID KEY ADD 1 TO DEMANDE-SEQUENCE
               NOT INVALID KEY SET DEMANDE-EST-ECRITE TO TRUE
           END-WRITE.

       end program EnregistrerDemande.
