       program-id. InterfaceComptable.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Derniere etape de la chaine de nuit : emission du fichier
      * d'ecritures de la journee comptable (ECRITURES) pour la
      * comptabilite generale. Les cumuls de la journee (CUMULS) sont
      * repris origine par origine (mouvements clients, virements
      * recus, virements emis, rejets recredites, agios, chargements
      * et ouvertures, archivages) ; chaque total de debits et chaque
      * total de credits d'une origine donne une piece equilibree sur
      * les deux comptes generaux du schema comptable (SCHEMAS) de
      * cette origine. Avant toute emission, la ventilation est
      * rapprochee des totaux de la journee et chaque origine
      * mouvementee doit avoir son schema : a defaut, rien n'est emis
      * et le code retour vaut 8. Le fichier emis est inscrit au
      * registre des flux (FLUXREG) sous la date de la journee : une
      * journee deja remise a la comptabilite n'est jamais emise une
      * seconde fois (code retour 4, fichier precedent laisse en
      * place). Un rapport detaille les pieces et le rapprochement.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-CUMULS assign to "CUMULS"
               organization is indexed
               access mode is dynamic
               record key is CUM-DATE
               file status is CUMULS-STATUT.
           select FICHIER-SCHEMAS assign to "SCHEMAS"
               organization is indexed
               access mode is dynamic
               record key is SCH-ORIGINE
               file status is SCHEMAS-STATUT.
           select FICHIER-FLUX-REGISTRE assign to "FLUXREG"
               organization is indexed
               access mode is dynamic
               record key is FLX-CLE
               file status is FLUXREG-STATUT.
           select FICHIER-ECRITURES assign to "ECRITURES"
               organization is line sequential
               file status is ECRITURES-STATUT.
           select FICHIER-RAPPORT assign to "COMPTA-RAPPORT"
               organization is line sequential
               file status is RAPPORT-STATUT.

       data division.
       file section.
       fd FICHIER-CUMULS
           label records are standard.
       copy "cumuls.cpy".

       fd FICHIER-SCHEMAS
           label records are standard.
       copy "schemacpt.cpy".

       fd FICHIER-FLUX-REGISTRE
           label records are standard.
       copy "fluxreg.cpy".

       fd FICHIER-ECRITURES
           label records are standard
           recording mode is F.
       copy "ecriture.cpy".

       fd FICHIER-RAPPORT
           label records are standard
           recording mode is F.
       01 LIGNE-RAPPORT PIC X(79).

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".
       copy "fluxctl.cpy".

       77 CUMULS-STATUT     PIC X(02) VALUE SPACES.
       77 SCHEMAS-STATUT    PIC X(02) VALUE SPACES.
       77 FLUXREG-STATUT    PIC X(02) VALUE SPACES.
       77 ECRITURES-STATUT  PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT    PIC X(02) VALUE SPACES.

       77 INTCPT-FLUX-NOM   PIC X(10) VALUE "ECRITURES".
       77 INTCPT-DATE-JOUR  PIC 9(08) VALUE 0.
       77 INTCPT-REFUS      PIC X(01) VALUE "N".
           88 INTCPT-EMISSION-REFUSEE VALUE "O".
       77 INTCPT-ORIGINE    PIC 9(01) VALUE 0.

      * Schema comptable de chaque origine, charge en table avant le
      * rapprochement.
       01 INTCPT-TABLE-SCHEMAS.
           05 INTCPT-SCHEMA OCCURS 7.
               10 INTCPT-SCH-PRESENT      PIC X(01).
                   88 INTCPT-SCH-EST-PRESENT VALUE "O".
               10 INTCPT-SCH-LIBELLE      PIC X(30).
               10 INTCPT-SCH-CLIENTELE    PIC X(10).
               10 INTCPT-SCH-CONTREPARTIE PIC X(10).

      * Rapprochement de la ventilation avec les totaux de la journee.
       77 INTCPT-SOMME-DEBITS  PIC S9(13)V99 VALUE 0.
       77 INTCPT-SOMME-CREDITS PIC S9(13)V99 VALUE 0.

      * Piece en cours d'ecriture : montant signe de l'origine et sens
      * du compte de clientele ; un montant negatif (solde debiteur
      * archive) inverse les deux sens.
       77 INTCPT-MONTANT-PIECE PIC S9(13)V99 VALUE 0.
       77 INTCPT-SENS-CLIENTELE PIC X(01) VALUE SPACE.
       77 INTCPT-SENS-CONTREPARTIE PIC X(01) VALUE SPACE.
       77 INTCPT-NUMERO-PIECE  PIC 9(02) VALUE 0.

       77 INTCPT-NB-LIGNES     PIC 9(07) VALUE 0.
       77 INTCPT-TOTAL-DEBITS  PIC S9(13)V99 VALUE 0.
       77 INTCPT-TOTAL-CREDITS PIC S9(13)V99 VALUE 0.

       77 INTCPT-MONTANT-EDITE PIC ---,---,---,---,--9.99.
       77 INTCPT-CREDIT-EDITE  PIC ---,---,---,---,--9.99.
       77 INTCPT-SEPARATEUR    PIC X(79) VALUE ALL "-".

       linkage section.
       01 INTCPT-OPERATEUR PIC X(08).
      * Code retour restitue a la chaine : 8 en cas d'ecart de
      * rapprochement ou d'origine sans schema comptable (rien n'est
      * emis), 4 si la journee a deja ete remise, 0 sinon.
       01 INTCPT-CODE-RETOUR PIC 9(01).

       procedure division using INTCPT-OPERATEUR INTCPT-CODE-RETOUR.

       0-DEBUT.
           MOVE 0 TO INTCPT-CODE-RETOUR.
           PERFORM INTCPT-INIT.
           PERFORM INTCPT-CTL-REGISTRE.
           IF NOT INTCPT-EMISSION-REFUSEE
               PERFORM INTCPT-LIRE-CUMULS
               PERFORM INTCPT-CHARGER-SCHEMA
                   VARYING INTCPT-ORIGINE FROM 1 BY 1
                   UNTIL INTCPT-ORIGINE > 7
               PERFORM INTCPT-RAPPROCHER
           END-IF.
           IF NOT INTCPT-EMISSION-REFUSEE
               PERFORM INTCPT-EMETTRE
           END-IF.
           PERFORM INTCPT-FERMER.
           GOBACK.

      * Les ecritures sont datees de la journee comptable courante,
      * celle dont les cumuls sont repris.
       INTCPT-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO INTCPT-DATE-JOUR.
           OPEN INPUT FICHIER-CUMULS.
           IF CUMULS-STATUT = "35"
               OPEN OUTPUT FICHIER-CUMULS
               CLOSE FICHIER-CUMULS
               OPEN INPUT FICHIER-CUMULS
           END-IF.
           OPEN INPUT FICHIER-SCHEMAS.
           IF SCHEMAS-STATUT = "35"
               OPEN OUTPUT FICHIER-SCHEMAS
               CLOSE FICHIER-SCHEMAS
               OPEN INPUT FICHIER-SCHEMAS
           END-IF.
           OPEN I-O FICHIER-FLUX-REGISTRE.
           IF FLUXREG-STATUT = "35"
               OPEN OUTPUT FICHIER-FLUX-REGISTRE
               CLOSE FICHIER-FLUX-REGISTRE
               OPEN I-O FICHIER-FLUX-REGISTRE
           END-IF.
           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "INTERFACE COMPTABLE - JOURNEE DU " INTCPT-DATE-JOUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT FROM INTCPT-SEPARATEUR.

      * Une journee deja inscrite au registre a deja ete remise : le
      * fichier n'est pas regenere, pour que la comptabilite ne le
      * recoive jamais deux fois.
       INTCPT-CTL-REGISTRE.
           MOVE INTCPT-FLUX-NOM TO FLX-NOM-FLUX.
           MOVE INTCPT-DATE-JOUR TO FLX-DATE.
           MOVE 1 TO FLX-SEQUENCE.
           READ FICHIER-FLUX-REGISTRE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET INTCPT-EMISSION-REFUSEE TO TRUE
                   MOVE 4 TO INTCPT-CODE-RETOUR
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "JOURNEE DEJA REMISE A LA COMPTABILITE LE "
                       FLX-DATE-TRAITEMENT " - AUCUNE EMISSION"
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   END-STRING
                   WRITE LIGNE-RAPPORT
           END-READ.

      * Une journee sans aucune operation n'a pas de cumuls : elle
      * donne un fichier sans ecriture, entete et total compris.
       INTCPT-LIRE-CUMULS.
           MOVE INTCPT-DATE-JOUR TO CUM-DATE.
           READ FICHIER-CUMULS
               INVALID KEY
                   INITIALIZE ENR-CUMUL-JOUR
                   MOVE INTCPT-DATE-JOUR TO CUM-DATE
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "AUCUN CUMUL POUR LA JOURNEE"
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   END-STRING
                   WRITE LIGNE-RAPPORT
           END-READ.

       INTCPT-CHARGER-SCHEMA.
           MOVE "N" TO INTCPT-SCH-PRESENT(INTCPT-ORIGINE).
           MOVE INTCPT-ORIGINE TO SCH-ORIGINE.
           READ FICHIER-SCHEMAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO INTCPT-SCH-PRESENT(INTCPT-ORIGINE)
                   MOVE SCH-LIBELLE
                       TO INTCPT-SCH-LIBELLE(INTCPT-ORIGINE)
                   MOVE SCH-COMPTE-CLIENTELE
                       TO INTCPT-SCH-CLIENTELE(INTCPT-ORIGINE)
                   MOVE SCH-COMPTE-CONTREPARTIE
                       TO INTCPT-SCH-CONTREPARTIE(INTCPT-ORIGINE)
           END-READ.

      * La somme des origines doit redonner les totaux de debits et
      * de credits de la journee ; toute origine mouvementee doit
      * avoir son schema comptable.
       INTCPT-RAPPROCHER.
           MOVE 0 TO INTCPT-SOMME-DEBITS.
           MOVE 0 TO INTCPT-SOMME-CREDITS.
           PERFORM INTCPT-RAPPROCHER-ORIGINE
               VARYING INTCPT-ORIGINE FROM 1 BY 1
               UNTIL INTCPT-ORIGINE > 7.
           WRITE LIGNE-RAPPORT FROM INTCPT-SEPARATEUR.
           MOVE CUM-DEBITS TO INTCPT-MONTANT-EDITE.
           MOVE CUM-CREDITS TO INTCPT-CREDIT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "CUMULS JOURNEE  D " INTCPT-MONTANT-EDITE
               " C " INTCPT-CREDIT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE INTCPT-SOMME-DEBITS TO INTCPT-MONTANT-EDITE.
           MOVE INTCPT-SOMME-CREDITS TO INTCPT-CREDIT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "VENTILATION     D " INTCPT-MONTANT-EDITE
               " C " INTCPT-CREDIT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF INTCPT-SOMME-DEBITS NOT = CUM-DEBITS
               OR INTCPT-SOMME-CREDITS NOT = CUM-CREDITS
               SET INTCPT-EMISSION-REFUSEE TO TRUE
               MOVE 8 TO INTCPT-CODE-RETOUR
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ECART ENTRE LA VENTILATION ET LES CUMULS"
                   " - AUCUNE EMISSION"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       INTCPT-RAPPROCHER-ORIGINE.
           ADD CUM-ORIGINE-DEBITS(INTCPT-ORIGINE)
               TO INTCPT-SOMME-DEBITS.
           ADD CUM-ORIGINE-CREDITS(INTCPT-ORIGINE)
               TO INTCPT-SOMME-CREDITS.
           MOVE CUM-ORIGINE-DEBITS(INTCPT-ORIGINE)
               TO INTCPT-MONTANT-EDITE.
           MOVE CUM-ORIGINE-CREDITS(INTCPT-ORIGINE)
               TO INTCPT-CREDIT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ORIGINE " INTCPT-ORIGINE
               "       D " INTCPT-MONTANT-EDITE
               " C " INTCPT-CREDIT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF (CUM-ORIGINE-DEBITS(INTCPT-ORIGINE) NOT = 0
               OR CUM-ORIGINE-CREDITS(INTCPT-ORIGINE) NOT = 0)
               AND NOT INTCPT-SCH-EST-PRESENT(INTCPT-ORIGINE)
               SET INTCPT-EMISSION-REFUSEE TO TRUE
               MOVE 8 TO INTCPT-CODE-RETOUR
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ORIGINE " INTCPT-ORIGINE
                   " MOUVEMENTEE SANS SCHEMA COMPTABLE"
                   " - AUCUNE EMISSION"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

      * Emission : entete, une piece par total non nul de chaque
      * origine, total du lot, puis inscription au registre des
      * flux.
       INTCPT-EMETTRE.
           OPEN OUTPUT FICHIER-ECRITURES.
           SET ENT-EST-ENTETE TO TRUE.
           MOVE INTCPT-DATE-JOUR TO ENT-DATE-FICHIER.
           MOVE 1 TO ENT-SEQUENCE.
           WRITE ENR-ECRITURE FROM ENR-ENTETE-FLUX.
           WRITE LIGNE-RAPPORT FROM INTCPT-SEPARATEUR.
           PERFORM INTCPT-EMETTRE-ORIGINE
               VARYING INTCPT-ORIGINE FROM 1 BY 1
               UNTIL INTCPT-ORIGINE > 7.
           SET PIE-EST-PIED TO TRUE.
           MOVE INTCPT-NB-LIGNES TO PIE-NB-ENREG.
           MOVE INTCPT-TOTAL-DEBITS TO PIE-SOMME-MONTANTS.
           WRITE ENR-ECRITURE FROM ENR-PIED-FLUX.
           CLOSE FICHIER-ECRITURES.
           MOVE INTCPT-FLUX-NOM TO FLX-NOM-FLUX.
           MOVE INTCPT-DATE-JOUR TO FLX-DATE.
           MOVE 1 TO FLX-SEQUENCE.
           ACCEPT FLX-DATE-TRAITEMENT FROM DATE YYYYMMDD.
           WRITE ENR-FLUX-REGISTRE
               INVALID KEY CONTINUE
           END-WRITE.
           WRITE LIGNE-RAPPORT FROM INTCPT-SEPARATEUR.
           MOVE INTCPT-TOTAL-DEBITS TO INTCPT-MONTANT-EDITE.
           MOVE INTCPT-TOTAL-CREDITS TO INTCPT-CREDIT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "LIGNES " INTCPT-NB-LIGNES
               " D " INTCPT-MONTANT-EDITE
               " C " INTCPT-CREDIT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE INTCPT-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "INTCPT" TO AUDIT-ARG-PROGRAMME.
           MOVE "EMISSION" TO AUDIT-ARG-ACTION.
           MOVE INTCPT-DATE-JOUR TO AUDIT-ARG-AVANT.
           MOVE SPACES TO AUDIT-ARG-APRES.
           STRING INTCPT-NB-LIGNES " LIGNES"
               DELIMITED BY SIZE INTO AUDIT-ARG-APRES
           END-STRING.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.

      * Les debits passes sur les comptes clients debitent le compte
      * de clientele contre la contrepartie de l'origine ; les
      * credits font l'inverse.
       INTCPT-EMETTRE-ORIGINE.
           IF CUM-ORIGINE-DEBITS(INTCPT-ORIGINE) NOT = 0
               MOVE CUM-ORIGINE-DEBITS(INTCPT-ORIGINE)
                   TO INTCPT-MONTANT-PIECE
               MOVE "D" TO INTCPT-SENS-CLIENTELE
               PERFORM INTCPT-ECRIRE-PIECE
           END-IF.
           IF CUM-ORIGINE-CREDITS(INTCPT-ORIGINE) NOT = 0
               MOVE CUM-ORIGINE-CREDITS(INTCPT-ORIGINE)
                   TO INTCPT-MONTANT-PIECE
               MOVE "C" TO INTCPT-SENS-CLIENTELE
               PERFORM INTCPT-ECRIRE-PIECE
           END-IF.

       INTCPT-ECRIRE-PIECE.
           IF INTCPT-MONTANT-PIECE < 0
               COMPUTE INTCPT-MONTANT-PIECE = 0 - INTCPT-MONTANT-PIECE
               IF INTCPT-SENS-CLIENTELE = "D"
                   MOVE "C" TO INTCPT-SENS-CLIENTELE
               ELSE
                   MOVE "D" TO INTCPT-SENS-CLIENTELE
               END-IF
           END-IF.
           IF INTCPT-SENS-CLIENTELE = "D"
               MOVE "C" TO INTCPT-SENS-CONTREPARTIE
           ELSE
               MOVE "D" TO INTCPT-SENS-CONTREPARTIE
           END-IF.
           ADD 1 TO INTCPT-NUMERO-PIECE.
           MOVE SPACES TO ENR-ECRITURE.
           SET ECR-EST-ECRITURE TO TRUE.
           MOVE INTCPT-DATE-JOUR TO ECR-DATE-JOURNEE.
           MOVE INTCPT-NUMERO-PIECE TO ECR-PIECE.
           MOVE INTCPT-ORIGINE TO ECR-ORIGINE.
           MOVE INTCPT-MONTANT-PIECE TO ECR-MONTANT.
           MOVE INTCPT-SCH-LIBELLE(INTCPT-ORIGINE) TO ECR-LIBELLE.
           MOVE INTCPT-SCH-CLIENTELE(INTCPT-ORIGINE)
               TO ECR-COMPTE-GENERAL.
           MOVE INTCPT-SENS-CLIENTELE TO ECR-SENS.
           WRITE ENR-ECRITURE.
           MOVE INTCPT-SCH-CONTREPARTIE(INTCPT-ORIGINE)
               TO ECR-COMPTE-GENERAL.
           MOVE INTCPT-SENS-CONTREPARTIE TO ECR-SENS.
           WRITE ENR-ECRITURE.
           ADD 2 TO INTCPT-NB-LIGNES.
           ADD INTCPT-MONTANT-PIECE TO INTCPT-TOTAL-DEBITS.
           ADD INTCPT-MONTANT-PIECE TO INTCPT-TOTAL-CREDITS.
           MOVE INTCPT-MONTANT-PIECE TO INTCPT-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "PIECE " INTCPT-NUMERO-PIECE " "
               INTCPT-SCH-CLIENTELE(INTCPT-ORIGINE) " "
               INTCPT-SENS-CLIENTELE " / "
               INTCPT-SCH-CONTREPARTIE(INTCPT-ORIGINE) " "
               INTCPT-SENS-CONTREPARTIE " " INTCPT-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.

       INTCPT-FERMER.
           CLOSE FICHIER-CUMULS FICHIER-SCHEMAS FICHIER-FLUX-REGISTRE
               FICHIER-RAPPORT.

       end program InterfaceComptable.
