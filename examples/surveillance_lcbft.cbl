       program-id. SurveillanceLcbft.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Etape de la chaine de nuit : surveillance des operations au
      * titre de la lutte contre le blanchiment et le financement du
      * terrorisme (LCB-FT). Les mouvements du mois en cours jusqu'a
      * la journee comptable sont relus dans l'historique, ou figurent
      * aussi les fonds recus des banques partenaires (ImportVirements
      * les y inscrit), rattaches au client titulaire de chaque compte
      * (CPT-CLIENT-NUMERO) et tries par client ; un compte sans
      * client est examine seul, comme s'il etait son propre client.
      * Trois cas donnent lieu a alerte :
      *   - toute operation de la journee d'un montant egal ou
      *     superieur au seuil unitaire ;
      *   - le cumul des credits recus par le client dans la journee
      *     au-dessus du plafond du jour, ou son cumul depuis le debut
      *     du mois au-dessus du plafond du mois (l'alerte n'est levee
      *     que le jour ou le plafond est franchi) ;
      *   - des credits ronds (centaine d'euros entiere) repetes dans
      *     la journee juste sous le seuil unitaire (a partir de 80 %
      *     du seuil), signe d'un fractionnement.
      * Les virements internes et les recredits de virements rejetes
      * ne sont pas des fonds entrants et ne comptent pas dans les
      * cumuls. Chaque alerte est inscrite au fichier ALERTES, a
      * instruire par le responsable conformite (InstructionAlertes),
      * et editee dans LCBFT-RAPPORT, regroupee par client avec son
      * nom et son adresse. Au rejeu d'une journee, les alertes de la
      * journee encore a examiner sont remplacees ; celles deja
      * instruites sont conservees et ne sont pas levees a nouveau.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-HISTORIQUE assign to "HISTORIQUE"
               organization is indexed
               access mode is dynamic
               record key is HIS-CLE
               file status is HISTORIQUE-STATUT.
           select FICHIER-COMPTES assign to "COMPTES"
               organization is indexed
               access mode is dynamic
               record key is CPT-NUMERO-COMPTE
               alternate record key is CPT-CLIENT-NUMERO
                   with duplicates
               file status is COMPTES-STATUT.
           select FICHIER-CLIENTS assign to "CLIENTS"
               organization is indexed
               access mode is dynamic
               record key is CLI-NUMERO
               file status is CLIENTS-STATUT.
           select FICHIER-ALERTES assign to "ALERTES"
               organization is indexed
               access mode is dynamic
               record key is ALR-CLE
               file status is ALERTES-STATUT.
           select FICHIER-TRI assign to "TRILCBFT".
           select FICHIER-RAPPORT assign to "LCBFT-RAPPORT"
               organization is line sequential
               file status is RAPPORT-STATUT.

       data division.
       file section.
       fd FICHIER-HISTORIQUE
           label records are standard.
       copy "historique.cpy".

       fd FICHIER-COMPTES
           label records are standard.
       copy "compte.cpy".

       fd FICHIER-CLIENTS
           label records are standard.
       copy "client.cpy".

       fd FICHIER-ALERTES
           label records are standard.
       copy "alerte.cpy".

       sd FICHIER-TRI.
       01 TRI-ENR-MOUVEMENT.
           05 TRI-CLIENT-NUMERO    PIC 9(07).
           05 TRI-NUMERO-COMPTE    PIC X(11).
           05 TRI-DATE             PIC 9(08).
           05 TRI-SEQUENCE         PIC 9(04).
           05 TRI-SENS             PIC X(01).
           05 TRI-MONTANT          PIC 9(09)V99.
           05 TRI-LIBELLE          PIC X(20).
           05 TRI-TITULAIRE        PIC X(30).

       fd FICHIER-RAPPORT
           label records are standard
           recording mode is F.
       01 LIGNE-RAPPORT PIC X(79).

       working-storage section.
       copy "journarg.cpy".

       77 HISTORIQUE-STATUT PIC X(02) VALUE SPACES.
       77 COMPTES-STATUT    PIC X(02) VALUE SPACES.
       77 CLIENTS-STATUT    PIC X(02) VALUE SPACES.
       77 ALERTES-STATUT    PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT    PIC X(02) VALUE SPACES.

       77 LCBFT-FIN-HISTORIQUE PIC X(01) VALUE "N".
           88 LCBFT-FIN-HISTORIQUE-ATTEINTE VALUE "O".
       77 LCBFT-FIN-TRI        PIC X(01) VALUE "N".
           88 LCBFT-FIN-TRI-ATTEINTE VALUE "O".
       77 LCBFT-FIN-ALERTES    PIC X(01) VALUE "N".
           88 LCBFT-FIN-ALERTES-ATTEINTE VALUE "O".
       77 LCBFT-PREMIER-CLIENT PIC X(01) VALUE "O".
           88 LCBFT-AUCUN-CLIENT-EN-COURS VALUE "O".
       77 LCBFT-CLIENT-EDITE   PIC X(01) VALUE "N".
           88 LCBFT-ENTETE-CLIENT-EDITEE VALUE "O".
       77 LCBFT-CLIENT-CONNU   PIC X(01) VALUE "N".
           88 LCBFT-FICHE-CLIENT-TROUVEE VALUE "O".
       77 LCBFT-ALERTE-ECRITE  PIC X(01) VALUE "N".
           88 LCBFT-ALERTE-EST-ECRITE VALUE "O".
       77 LCBFT-DEJA-INSTRUITE PIC X(01) VALUE "N".
           88 LCBFT-ALERTE-DEJA-INSTRUITE VALUE "O".

      * Rejeu : alerte en instance d'ecriture, mise de cote le temps
      * de rechercher une alerte identique deja instruite dans la
      * journee.
       01 LCBFT-ALERTE-SAUVEE  PIC X(150).
       01 LCBFT-ALERTE-CANDIDATE.
           05 LCBFT-CAND-TYPE      PIC X(02).
           05 LCBFT-CAND-CLIENT    PIC 9(07).
           05 LCBFT-CAND-COMPTE    PIC X(11).
           05 LCBFT-CAND-DATE-OP   PIC 9(08).
           05 LCBFT-CAND-SENS      PIC X(01).
           05 LCBFT-CAND-LIBELLE   PIC X(20).
           05 LCBFT-CAND-MONTANT   PIC 9(11)V99.

       77 LCBFT-DATE-JOUR      PIC 9(08) VALUE 0.
       01 LCBFT-DEBUT-MOIS     PIC 9(08) VALUE 0.
       01 LCBFT-DEBUT-MOIS-ZONE REDEFINES LCBFT-DEBUT-MOIS.
           05 LCBFT-DEBUT-AAAAMM PIC 9(06).
           05 LCBFT-DEBUT-JJ     PIC 9(02).

      * Seuils en euros, deduits des consignes exprimees en milliers
      * d'euros ; le bas de la bande de fractionnement est a 80 % du
      * seuil unitaire.
       77 LCBFT-SEUIL          PIC 9(09)V99 VALUE 0.
       77 LCBFT-BANDE-BASSE    PIC 9(09)V99 VALUE 0.
       77 LCBFT-PLAFOND-JOUR   PIC 9(11)V99 VALUE 0.
       77 LCBFT-PLAFOND-MOIS   PIC 9(11)V99 VALUE 0.

      * Compte en cours d'alimentation du tri : client et titulaire
      * relus une fois par compte au maitre.
       77 LCBFT-COMPTE-COURANT PIC X(11) VALUE SPACES.
       77 LCBFT-CLIENT-COMPTE  PIC 9(07) VALUE 0.
       77 LCBFT-TITULAIRE-COMPTE PIC X(30) VALUE SPACES.

      * Cumuls du client en cours d'examen.
       77 LCBFT-CLIENT-COURANT PIC 9(07) VALUE 0.
       77 LCBFT-TITULAIRE-CLIENT PIC X(30) VALUE SPACES.
      * Compte examine seul, faute de client (client 0).
       77 LCBFT-COMPTE-EXAMINE PIC X(11) VALUE SPACES.
       77 LCBFT-CUMUL-JOUR     PIC 9(11)V99 VALUE 0.
       77 LCBFT-CUMUL-MOIS     PIC 9(11)V99 VALUE 0.
       77 LCBFT-CUMUL-VEILLE   PIC 9(11)V99 VALUE 0.
       77 LCBFT-NB-CREDITS-JOUR PIC 9(05) VALUE 0.
       77 LCBFT-NB-CREDITS-MOIS PIC 9(05) VALUE 0.
       77 LCBFT-NB-FRACTIONS   PIC 9(05) VALUE 0.
       77 LCBFT-TOTAL-FRACTIONS PIC 9(11)V99 VALUE 0.
       77 LCBFT-QUOTIENT       PIC 9(09) VALUE 0.
       77 LCBFT-RESTE          PIC 9(03)V99 VALUE 0.

       77 LCBFT-SEQUENCE       PIC 9(05) VALUE 0.
       77 LCBFT-NB-MOUVEMENTS  PIC 9(07) VALUE 0.
       77 LCBFT-NB-CLIENTS     PIC 9(07) VALUE 0.
       77 LCBFT-NB-OPERATION   PIC 9(05) VALUE 0.
       77 LCBFT-NB-CUMUL-JOUR  PIC 9(05) VALUE 0.
       77 LCBFT-NB-CUMUL-MOIS  PIC 9(05) VALUE 0.
       77 LCBFT-NB-FRACTIONNEMENT PIC 9(05) VALUE 0.
       77 LCBFT-NB-ALERTES     PIC 9(05) VALUE 0.
       77 LCBFT-NB-REMPLACEES  PIC 9(05) VALUE 0.
       77 LCBFT-NB-DEJA-INSTRUITES PIC 9(05) VALUE 0.
       77 LCBFT-NATURE-EDITE   PIC X(22) VALUE SPACES.
       77 LCBFT-MONTANT-EDITE  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 LCBFT-SEUIL-EDITE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 LCBFT-SEPARATEUR     PIC X(79) VALUE ALL "-".

       linkage section.
       01 LCBFT-OPERATEUR PIC X(08).
      * Parametres transmis par la chaine de nuit (consignes
      * SEUIL-LCBFT, PLAFOND-JOUR-LCBFT et PLAFOND-MOIS-LCBFT en
      * milliers d'euros, FRACTIONS-LCBFT en nombre de credits).
       01 LCBFT-SEUIL-MILLIERS        PIC 9(03).
       01 LCBFT-PLAFOND-JOUR-MILLIERS PIC 9(03).
       01 LCBFT-PLAFOND-MOIS-MILLIERS PIC 9(03).
       01 LCBFT-NB-FRACTIONS-MIN      PIC 9(03).
      * Code retour restitue a la chaine : 4 si des alertes ont ete
      * levees, 0 sinon.
       01 LCBFT-CODE-RETOUR PIC 9(01).

       procedure division using LCBFT-OPERATEUR LCBFT-SEUIL-MILLIERS
               LCBFT-PLAFOND-JOUR-MILLIERS LCBFT-PLAFOND-MOIS-MILLIERS
               LCBFT-NB-FRACTIONS-MIN LCBFT-CODE-RETOUR.

       0-DEBUT.
           MOVE 0 TO LCBFT-CODE-RETOUR.
           PERFORM LCBFT-INIT.
           SORT FICHIER-TRI ON ASCENDING KEY TRI-CLIENT-NUMERO
                   TRI-NUMERO-COMPTE TRI-DATE TRI-SEQUENCE
               INPUT PROCEDURE IS LCBFT-ALIMENTER-TRI
               OUTPUT PROCEDURE IS LCBFT-EXAMINER.
           IF LCBFT-NB-ALERTES NOT = 0
               MOVE 4 TO LCBFT-CODE-RETOUR
           END-IF.
           DISPLAY "Surveillance LCB-FT terminee - " LCBFT-NB-ALERTES
               " alerte(s) sur " LCBFT-NB-CLIENTS " client(s).".
           GOBACK.

      * La surveillance est datee de la journee comptable : le mois
      * examine court du premier du mois a la journee incluse.
       LCBFT-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO LCBFT-DATE-JOUR.
           MOVE LCBFT-DATE-JOUR TO LCBFT-DEBUT-MOIS.
           MOVE 1 TO LCBFT-DEBUT-JJ.
           COMPUTE LCBFT-SEUIL = LCBFT-SEUIL-MILLIERS * 1000.
           COMPUTE LCBFT-BANDE-BASSE = LCBFT-SEUIL * 80 / 100.
           COMPUTE LCBFT-PLAFOND-JOUR =
               LCBFT-PLAFOND-JOUR-MILLIERS * 1000.
           COMPUTE LCBFT-PLAFOND-MOIS =
               LCBFT-PLAFOND-MOIS-MILLIERS * 1000.

      *****************************************************************
      * Alimentation du tri : mouvements du mois jusqu'a la journee,
      * chacun rattache au client titulaire de son compte (client 0
      * pour un compte sans client ou absent du maitre).
      *****************************************************************
       LCBFT-ALIMENTER-TRI.
           OPEN INPUT FICHIER-HISTORIQUE.
           OPEN INPUT FICHIER-COMPTES.
           IF HISTORIQUE-STATUT = "35"
               SET LCBFT-FIN-HISTORIQUE-ATTEINTE TO TRUE
           END-IF.
           PERFORM LCBFT-LIRE-HISTORIQUE
               UNTIL LCBFT-FIN-HISTORIQUE-ATTEINTE.
           CLOSE FICHIER-HISTORIQUE FICHIER-COMPTES.

       LCBFT-LIRE-HISTORIQUE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END SET LCBFT-FIN-HISTORIQUE-ATTEINTE TO TRUE
               NOT AT END
                   IF HIS-DATE >= LCBFT-DEBUT-MOIS
                      AND HIS-DATE <= LCBFT-DATE-JOUR
                       PERFORM LCBFT-DEVERSER-DANS-TRI
                   END-IF
           END-READ.

       LCBFT-DEVERSER-DANS-TRI.
           IF HIS-NUMERO-COMPTE NOT = LCBFT-COMPTE-COURANT
               PERFORM LCBFT-RATTACHER-COMPTE
           END-IF.
           MOVE LCBFT-CLIENT-COMPTE TO TRI-CLIENT-NUMERO.
           MOVE HIS-NUMERO-COMPTE   TO TRI-NUMERO-COMPTE.
           MOVE HIS-DATE            TO TRI-DATE.
           MOVE HIS-SEQUENCE        TO TRI-SEQUENCE.
           MOVE HIS-SENS            TO TRI-SENS.
           MOVE HIS-MONTANT         TO TRI-MONTANT.
           MOVE HIS-LIBELLE         TO TRI-LIBELLE.
           MOVE LCBFT-TITULAIRE-COMPTE TO TRI-TITULAIRE.
           RELEASE TRI-ENR-MOUVEMENT.
           ADD 1 TO LCBFT-NB-MOUVEMENTS.

       LCBFT-RATTACHER-COMPTE.
           MOVE HIS-NUMERO-COMPTE TO LCBFT-COMPTE-COURANT.
           MOVE 0 TO LCBFT-CLIENT-COMPTE.
           MOVE "COMPTE ABSENT DU MAITRE" TO LCBFT-TITULAIRE-COMPTE.
           IF COMPTES-STATUT NOT = "35"
               MOVE HIS-NUMERO-COMPTE TO CPT-NUMERO-COMPTE
               READ FICHIER-COMPTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CPT-TITULAIRE TO LCBFT-TITULAIRE-COMPTE
                       IF CPT-CLIENT-NUMERO NUMERIC
                           MOVE CPT-CLIENT-NUMERO
                               TO LCBFT-CLIENT-COMPTE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * Examen des mouvements tries, avec rupture sur le client : les
      * alertes unitaires sont levees au fil de la lecture, les
      * alertes sur cumul a la rupture.
      *****************************************************************
       LCBFT-EXAMINER.
           OPEN INPUT FICHIER-CLIENTS.
           OPEN I-O FICHIER-ALERTES.
           IF ALERTES-STATUT = "35"
               OPEN OUTPUT FICHIER-ALERTES
               CLOSE FICHIER-ALERTES
               OPEN I-O FICHIER-ALERTES
           END-IF.
           PERFORM LCBFT-PURGER-JOURNEE.
           OPEN OUTPUT FICHIER-RAPPORT.
           PERFORM LCBFT-ENTETE-RAPPORT.
           PERFORM LCBFT-TRAITER-TRI UNTIL LCBFT-FIN-TRI-ATTEINTE.
           IF NOT LCBFT-AUCUN-CLIENT-EN-COURS
               PERFORM LCBFT-CLORE-CLIENT
           END-IF.
           PERFORM LCBFT-TOTAUX-RAPPORT.
           CLOSE FICHIER-RAPPORT FICHIER-ALERTES FICHIER-CLIENTS.

      * Rejeu d'une journee : les alertes encore a examiner qu'elle
      * avait levees sont supprimees avant d'etre recalculees.
       LCBFT-PURGER-JOURNEE.
           MOVE "N" TO LCBFT-FIN-ALERTES.
           MOVE LCBFT-DATE-JOUR TO ALR-DATE-DETECTION.
           MOVE 0 TO ALR-SEQUENCE.
           START FICHIER-ALERTES KEY IS NOT LESS THAN ALR-CLE
               INVALID KEY SET LCBFT-FIN-ALERTES-ATTEINTE TO TRUE
           END-START.
           PERFORM LCBFT-PURGER-UNE-ALERTE
               UNTIL LCBFT-FIN-ALERTES-ATTEINTE.

       LCBFT-PURGER-UNE-ALERTE.
           READ FICHIER-ALERTES NEXT RECORD
               AT END SET LCBFT-FIN-ALERTES-ATTEINTE TO TRUE
           END-READ.
           IF NOT LCBFT-FIN-ALERTES-ATTEINTE
               IF ALR-DATE-DETECTION NOT = LCBFT-DATE-JOUR
                   SET LCBFT-FIN-ALERTES-ATTEINTE TO TRUE
               ELSE
                   IF ALR-A-EXAMINER
                       DELETE FICHIER-ALERTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO LCBFT-NB-REMPLACEES
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

       LCBFT-ENTETE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "SURVEILLANCE LCB-FT - JOURNEE DU " LCBFT-DATE-JOUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "SEUIL " LCBFT-SEUIL-MILLIERS
               " KEUR - PLAF. JOUR " LCBFT-PLAFOND-JOUR-MILLIERS
               " KEUR - PLAF. MOIS " LCBFT-PLAFOND-MOIS-MILLIERS
               " KEUR - FRACT. " LCBFT-NB-FRACTIONS-MIN
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF LCBFT-NB-REMPLACEES NOT = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "REJEU : " LCBFT-NB-REMPLACEES
                   " ALERTE(S) NON INSTRUITE(S) DE LA JOURNEE REMPLACEE"
                   "(S)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.
           WRITE LIGNE-RAPPORT FROM LCBFT-SEPARATEUR.

       LCBFT-TRAITER-TRI.
           RETURN FICHIER-TRI
               AT END SET LCBFT-FIN-TRI-ATTEINTE TO TRUE
               NOT AT END PERFORM LCBFT-TRAITER-MOUVEMENT
           END-RETURN.

      * Les comptes sans client (CPT-CLIENT-NUMERO a zero : compte
      * importe sans fiche ou cloture) sont tous tries sous le client
      * 0 ; chacun y fait rupture, leurs credits ne se cumulant pas.
       LCBFT-TRAITER-MOUVEMENT.
           IF LCBFT-AUCUN-CLIENT-EN-COURS
               PERFORM LCBFT-OUVRIR-CLIENT
           ELSE
               IF TRI-CLIENT-NUMERO NOT = LCBFT-CLIENT-COURANT
                  OR (TRI-CLIENT-NUMERO = 0
                      AND TRI-NUMERO-COMPTE NOT = LCBFT-COMPTE-EXAMINE)
                   PERFORM LCBFT-CLORE-CLIENT
                   PERFORM LCBFT-OUVRIR-CLIENT
               END-IF
           END-IF.
           IF TRI-DATE = LCBFT-DATE-JOUR AND TRI-MONTANT >= LCBFT-SEUIL
               PERFORM LCBFT-ALERTE-OPERATION
           END-IF.
      * Seuls les fonds entrants comptent dans les cumuls : ni les
      * virements internes entre comptes de la banque, ni le
      * recredit d'un virement emis rejete par le partenaire.
           IF TRI-SENS = "C"
              AND TRI-LIBELLE(1:5) NOT = "VINT "
              AND TRI-LIBELLE NOT = "RETOUR VIREMENT"
               PERFORM LCBFT-CUMULER-CREDIT
           END-IF.

       LCBFT-OUVRIR-CLIENT.
           MOVE "N" TO LCBFT-PREMIER-CLIENT.
           MOVE TRI-CLIENT-NUMERO TO LCBFT-CLIENT-COURANT.
           MOVE TRI-TITULAIRE TO LCBFT-TITULAIRE-CLIENT.
           MOVE SPACES TO LCBFT-COMPTE-EXAMINE.
           IF LCBFT-CLIENT-COURANT = 0
               MOVE TRI-NUMERO-COMPTE TO LCBFT-COMPTE-EXAMINE
           END-IF.
           MOVE "N" TO LCBFT-CLIENT-EDITE.
           MOVE 0 TO LCBFT-CUMUL-JOUR LCBFT-CUMUL-MOIS
               LCBFT-CUMUL-VEILLE LCBFT-NB-CREDITS-JOUR
               LCBFT-NB-CREDITS-MOIS LCBFT-NB-FRACTIONS
               LCBFT-TOTAL-FRACTIONS.
           ADD 1 TO LCBFT-NB-CLIENTS.
           MOVE "N" TO LCBFT-CLIENT-CONNU.
           IF CLIENTS-STATUT NOT = "35" AND LCBFT-CLIENT-COURANT NOT = 0
               MOVE LCBFT-CLIENT-COURANT TO CLI-NUMERO
               READ FICHIER-CLIENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET LCBFT-FICHE-CLIENT-TROUVEE TO TRUE
               END-READ
           END-IF.

      * Un credit rond est une centaine d'euros entiere, sans
      * centimes ; il est retenu pour le fractionnement s'il tombe
      * dans la bande juste sous le seuil unitaire.
       LCBFT-CUMULER-CREDIT.
           ADD TRI-MONTANT TO LCBFT-CUMUL-MOIS.
           ADD 1 TO LCBFT-NB-CREDITS-MOIS.
           IF TRI-DATE = LCBFT-DATE-JOUR
               ADD TRI-MONTANT TO LCBFT-CUMUL-JOUR
               ADD 1 TO LCBFT-NB-CREDITS-JOUR
               DIVIDE TRI-MONTANT BY 100 GIVING LCBFT-QUOTIENT
                   REMAINDER LCBFT-RESTE
               IF LCBFT-RESTE = 0
                  AND TRI-MONTANT >= LCBFT-BANDE-BASSE
                  AND TRI-MONTANT < LCBFT-SEUIL
                   ADD 1 TO LCBFT-NB-FRACTIONS
                   ADD TRI-MONTANT TO LCBFT-TOTAL-FRACTIONS
               END-IF
           ELSE
               ADD TRI-MONTANT TO LCBFT-CUMUL-VEILLE
           END-IF.

      * Rupture client : alertes sur cumuls. Le plafond du mois ne
      * donne lieu a alerte que le jour ou il est franchi. Pour un
      * compte sans client, l'alerte sur cumul porte le numero du
      * compte, qui seul l'identifie.
       LCBFT-CLORE-CLIENT.
           IF LCBFT-CUMUL-JOUR > LCBFT-PLAFOND-JOUR
               PERFORM LCBFT-ALERTE-CUMUL-JOUR
           END-IF.
           IF LCBFT-CUMUL-MOIS > LCBFT-PLAFOND-MOIS
              AND LCBFT-CUMUL-VEILLE NOT > LCBFT-PLAFOND-MOIS
               PERFORM LCBFT-ALERTE-CUMUL-MOIS
           END-IF.
           IF LCBFT-NB-FRACTIONS >= LCBFT-NB-FRACTIONS-MIN
              AND LCBFT-NB-FRACTIONS > 1
               PERFORM LCBFT-ALERTE-FRACTIONNEMENT
           END-IF.

       LCBFT-ALERTE-OPERATION.
           INITIALIZE ENR-ALERTE.
           SET ALR-TYPE-OPERATION TO TRUE.
           MOVE TRI-NUMERO-COMPTE TO ALR-NUMERO-COMPTE.
           MOVE TRI-DATE TO ALR-DATE-OPERATION.
           MOVE TRI-SENS TO ALR-SENS.
           MOVE TRI-LIBELLE TO ALR-LIBELLE.
           MOVE TRI-MONTANT TO ALR-MONTANT.
           MOVE LCBFT-SEUIL TO ALR-SEUIL.
           MOVE 1 TO ALR-NB-OPERATIONS.
           MOVE "OPERATION >= SEUIL" TO LCBFT-NATURE-EDITE.
           PERFORM LCBFT-LEVER-ALERTE.

       LCBFT-ALERTE-CUMUL-JOUR.
           INITIALIZE ENR-ALERTE.
           SET ALR-TYPE-CUMUL-JOUR TO TRUE.
           MOVE LCBFT-DATE-JOUR TO ALR-DATE-OPERATION.
           MOVE "C" TO ALR-SENS.
           MOVE "CREDITS DU JOUR" TO ALR-LIBELLE.
           MOVE LCBFT-CUMUL-JOUR TO ALR-MONTANT.
           MOVE LCBFT-PLAFOND-JOUR TO ALR-SEUIL.
           MOVE LCBFT-NB-CREDITS-JOUR TO ALR-NB-OPERATIONS.
           MOVE "CUMUL CREDITS JOUR" TO LCBFT-NATURE-EDITE.
           PERFORM LCBFT-LEVER-ALERTE.

       LCBFT-ALERTE-CUMUL-MOIS.
           INITIALIZE ENR-ALERTE.
           SET ALR-TYPE-CUMUL-MOIS TO TRUE.
           MOVE LCBFT-DATE-JOUR TO ALR-DATE-OPERATION.
           MOVE "C" TO ALR-SENS.
           MOVE "CREDITS DU MOIS" TO ALR-LIBELLE.
           MOVE LCBFT-CUMUL-MOIS TO ALR-MONTANT.
           MOVE LCBFT-PLAFOND-MOIS TO ALR-SEUIL.
           MOVE LCBFT-NB-CREDITS-MOIS TO ALR-NB-OPERATIONS.
           MOVE "CUMUL CREDITS MOIS" TO LCBFT-NATURE-EDITE.
           PERFORM LCBFT-LEVER-ALERTE.

       LCBFT-ALERTE-FRACTIONNEMENT.
           INITIALIZE ENR-ALERTE.
           SET ALR-TYPE-FRACTIONNEMENT TO TRUE.
           MOVE LCBFT-DATE-JOUR TO ALR-DATE-OPERATION.
           MOVE "C" TO ALR-SENS.
           MOVE "CREDITS RONDS" TO ALR-LIBELLE.
           MOVE LCBFT-TOTAL-FRACTIONS TO ALR-MONTANT.
           MOVE LCBFT-SEUIL TO ALR-SEUIL.
           MOVE LCBFT-NB-FRACTIONS TO ALR-NB-OPERATIONS.
           MOVE "FRACTIONNEMENT" TO LCBFT-NATURE-EDITE.
           PERFORM LCBFT-LEVER-ALERTE.

      * Inscription de l'alerte au fichier (premier numero d'ordre
      * libre de la journee, ceux des alertes deja instruites d'un
      * passage precedent etant sautes) puis edition sous l'entete du
      * client. Au rejeu, une alerte deja levee ou declaree par le
      * responsable conformite dans la journee n'est pas levee une
      * seconde fois.
       LCBFT-LEVER-ALERTE.
           MOVE LCBFT-DATE-JOUR TO ALR-DATE-DETECTION.
           MOVE LCBFT-CLIENT-COURANT TO ALR-CLIENT-NUMERO.
           IF NOT ALR-TYPE-OPERATION
               MOVE LCBFT-COMPTE-EXAMINE TO ALR-NUMERO-COMPTE
           END-IF.
           SET ALR-A-EXAMINER TO TRUE.
           PERFORM LCBFT-RECHERCHER-INSTRUITE.
           IF LCBFT-ALERTE-DEJA-INSTRUITE
               ADD 1 TO LCBFT-NB-DEJA-INSTRUITES
           ELSE
               PERFORM LCBFT-INSCRIRE-ALERTE
           END-IF.

       LCBFT-INSCRIRE-ALERTE.
           MOVE "N" TO LCBFT-ALERTE-ECRITE.
           PERFORM LCBFT-ECRIRE-ALERTE
               UNTIL LCBFT-ALERTE-EST-ECRITE OR LCBFT-SEQUENCE > 99998.
           EVALUATE TRUE
               WHEN ALR-TYPE-OPERATION
                   ADD 1 TO LCBFT-NB-OPERATION
               WHEN ALR-TYPE-CUMUL-JOUR
                   ADD 1 TO LCBFT-NB-CUMUL-JOUR
               WHEN ALR-TYPE-CUMUL-MOIS
                   ADD 1 TO LCBFT-NB-CUMUL-MOIS
               WHEN OTHER
                   ADD 1 TO LCBFT-NB-FRACTIONNEMENT
           END-EVALUATE.
           ADD 1 TO LCBFT-NB-ALERTES.
           IF NOT LCBFT-ENTETE-CLIENT-EDITEE
               PERFORM LCBFT-ENTETE-CLIENT
           END-IF.
           PERFORM LCBFT-LIGNE-ALERTE.

      * Parcours des alertes de la journee a la recherche d'une alerte
      * instruite de meme nature, pour le meme client et, s'agissant
      * d'une alerte unitaire, sur la meme operation (compte, date,
      * sens, libelle et montant). L'alerte candidate est restituee
      * a l'issue du parcours.
       LCBFT-RECHERCHER-INSTRUITE.
           MOVE ENR-ALERTE TO LCBFT-ALERTE-SAUVEE.
           MOVE ALR-TYPE TO LCBFT-CAND-TYPE.
           MOVE ALR-CLIENT-NUMERO TO LCBFT-CAND-CLIENT.
           MOVE ALR-NUMERO-COMPTE TO LCBFT-CAND-COMPTE.
           MOVE ALR-DATE-OPERATION TO LCBFT-CAND-DATE-OP.
           MOVE ALR-SENS TO LCBFT-CAND-SENS.
           MOVE ALR-LIBELLE TO LCBFT-CAND-LIBELLE.
           MOVE ALR-MONTANT TO LCBFT-CAND-MONTANT.
           MOVE "N" TO LCBFT-DEJA-INSTRUITE.
           MOVE "N" TO LCBFT-FIN-ALERTES.
           MOVE 0 TO ALR-SEQUENCE.
           START FICHIER-ALERTES KEY IS NOT LESS THAN ALR-CLE
               INVALID KEY SET LCBFT-FIN-ALERTES-ATTEINTE TO TRUE
           END-START.
           PERFORM LCBFT-COMPARER-UNE-ALERTE
               UNTIL LCBFT-FIN-ALERTES-ATTEINTE
                  OR LCBFT-ALERTE-DEJA-INSTRUITE.
           MOVE LCBFT-ALERTE-SAUVEE TO ENR-ALERTE.

       LCBFT-COMPARER-UNE-ALERTE.
           READ FICHIER-ALERTES NEXT RECORD
               AT END SET LCBFT-FIN-ALERTES-ATTEINTE TO TRUE
           END-READ.
           IF NOT LCBFT-FIN-ALERTES-ATTEINTE
               IF ALR-DATE-DETECTION NOT = LCBFT-DATE-JOUR
                   SET LCBFT-FIN-ALERTES-ATTEINTE TO TRUE
               ELSE
                   IF (ALR-LEVEE OR ALR-DECLAREE)
                      AND ALR-TYPE = LCBFT-CAND-TYPE
                      AND ALR-CLIENT-NUMERO = LCBFT-CAND-CLIENT
                      AND ALR-NUMERO-COMPTE = LCBFT-CAND-COMPTE
                      AND ALR-DATE-OPERATION = LCBFT-CAND-DATE-OP
                      AND ALR-SENS = LCBFT-CAND-SENS
                      AND ALR-LIBELLE = LCBFT-CAND-LIBELLE
                      AND (NOT ALR-TYPE-OPERATION
                           OR ALR-MONTANT = LCBFT-CAND-MONTANT)
                       SET LCBFT-ALERTE-DEJA-INSTRUITE TO TRUE
                   END-IF
               END-IF
           END-IF.

       LCBFT-ECRIRE-ALERTE.
           ADD 1 TO LCBFT-SEQUENCE.
           MOVE LCBFT-SEQUENCE TO ALR-SEQUENCE.
           WRITE ENR-ALERTE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET LCBFT-ALERTE-EST-ECRITE TO TRUE
           END-WRITE.

      * Entete du client : numero puis bloc adresse, dans la
      * presentation des releves clients ; a defaut de fiche client,
      * le titulaire du compte.
       LCBFT-ENTETE-CLIENT.
           SET LCBFT-ENTETE-CLIENT-EDITEE TO TRUE.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF LCBFT-CLIENT-COURANT = 0
               STRING "COMPTE SANS CLIENT " LCBFT-COMPTE-EXAMINE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING "CLIENT " LCBFT-CLIENT-COURANT
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
           END-IF.
           WRITE LIGNE-RAPPORT.
           IF LCBFT-FICHE-CLIENT-TROUVEE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "    " CLI-NOM " " CLI-PRENOM
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "    " CLI-ADRESSE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "    " CLI-CODE-POSTAL " " CLI-VILLE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           ELSE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "    FICHE CLIENT ABSENTE - TITULAIRE "
                   LCBFT-TITULAIRE-CLIENT
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

      * Une ligne par alerte : nature, compte ou nombre d'operations,
      * montant, puis le seuil franchi et la reference de l'alerte.
       LCBFT-LIGNE-ALERTE.
           MOVE ALR-MONTANT TO LCBFT-MONTANT-EDITE.
           MOVE ALR-SEUIL TO LCBFT-SEUIL-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF ALR-TYPE-OPERATION
               STRING "  " LCBFT-NATURE-EDITE " " ALR-NUMERO-COMPTE
                   " " ALR-SENS " " LCBFT-MONTANT-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING "  " LCBFT-NATURE-EDITE " " ALR-NB-OPERATIONS
                   " OP.       " LCBFT-MONTANT-EDITE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
           END-IF.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "      SEUIL " LCBFT-SEUIL-EDITE " - " ALR-LIBELLE
               " - ALERTE " ALR-DATE-DETECTION "-" ALR-SEQUENCE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.

       LCBFT-TOTAUX-RAPPORT.
           WRITE LIGNE-RAPPORT FROM LCBFT-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "MOUVEMENTS EXAMINES : " LCBFT-NB-MOUVEMENTS
               " - CLIENTS : " LCBFT-NB-CLIENTS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ALERTES - OPERATION : " LCBFT-NB-OPERATION
               " - CUMUL JOUR : " LCBFT-NB-CUMUL-JOUR
               " - CUMUL MOIS : " LCBFT-NB-CUMUL-MOIS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "          FRACTIONNEMENT : " LCBFT-NB-FRACTIONNEMENT
               " - TOTAL A EXAMINER : " LCBFT-NB-ALERTES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF LCBFT-NB-DEJA-INSTRUITES NOT = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "REJEU : " LCBFT-NB-DEJA-INSTRUITES
                   " ALERTE(S) DEJA INSTRUITE(S) NON RELEVEE(S)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       end program SurveillanceLcbft.
