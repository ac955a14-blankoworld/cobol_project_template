       program-id. OuvertureCompte.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Option 29 du menu principal (administrateur) : ouverture d'un
      * compte au guichet pour un client deja connu, sans attendre
      * l'extrait de la nuit. Le code banque est controle au
      * referentiel BANQUES, le numero de compte attribue est le
      * premier numero libre apres le plus grand numero deja tenu
      * pour cette banque et ce guichet, et la cle RIB est calculee
      * par CalculCleRib. Le compte est date de la journee comptable,
      * ouvert avec le versement initial comme solde d'ouverture,
      * rattache au client, trace a l'audit et porte aux cumuls de la
      * journee. Un releve d'identite bancaire est edite pour le
      * client, avec l'IBAN du compte (CalculIban) et le BIC de la
      * banque. Le compte est marque ouvert au guichet : l'import de
      * l'extrait qui le transmettra ensuite le reconnaitra comme
      * deja charge, sans le rejeter ni le dedoubler.
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
           select FICHIER-CLIENTS assign to "CLIENTS"
               organization is indexed
               access mode is dynamic
               record key is CLI-NUMERO
               file status is CLIENTS-STATUT.
           select FICHIER-BANQUES assign to "BANQUES"
               organization is indexed
               access mode is dynamic
               record key is BQ-CODE-BANQUE
               file status is BANQUES-STATUT.
           select FICHIER-RIB assign to "RIB-GUICHET"
               organization is line sequential
               file status is RIB-STATUT.

       data division.
       file section.
       fd FICHIER-COMPTES
           label records are standard.
       copy "compte.cpy".

       fd FICHIER-CLIENTS
           label records are standard.
       copy "client.cpy".

       fd FICHIER-BANQUES
           label records are standard.
       copy "banque.cpy".

       fd FICHIER-RIB
           label records are standard
           recording mode is F.
       01 LIGNE-RAPPORT PIC X(79).

       working-storage section.
       copy "auditarg.cpy".
       copy "journarg.cpy".
       copy "cumularg.cpy".
       copy "ibanarg.cpy".

       77 COMPTES-STATUT     PIC X(02) VALUE SPACES.
       77 CLIENTS-STATUT     PIC X(02) VALUE SPACES.
       77 BANQUES-STATUT     PIC X(02) VALUE SPACES.
       77 RIB-STATUT         PIC X(02) VALUE SPACES.

       77 OUVCPT-FIN         PIC X(01) VALUE "N".
           88 OUVCPT-FIN-ATTEINTE VALUE "O".
       77 OUVCPT-FIN-MAITRE  PIC X(01) VALUE "N".
           88 OUVCPT-FIN-MAITRE-ATTEINTE VALUE "O".
       77 OUVCPT-LIBRE       PIC X(01) VALUE "N".
           88 OUVCPT-NUMERO-LIBRE VALUE "O".
       77 OUVCPT-MESSAGE     PIC X(60) VALUE SPACES.
       77 OUVCPT-REJET-MOTIF PIC X(30) VALUE SPACES.
       77 OUVCPT-DATE-JOUR   PIC 9(08) VALUE 0.
       77 OUVCPT-NB-OUVERTS  PIC 9(05) VALUE 0.
       77 OUVCPT-MONTANT-EDITE PIC ZZZ,ZZZ,ZZ9.99.
       77 OUVCPT-SEPARATEUR  PIC X(79) VALUE ALL "=".

      * Attribution du numero : plus grand numero numerique deja tenu
      * pour la banque et le guichet saisis, puis premier numero libre
      * au maitre au-dela.
       77 OUVCPT-NUMERO-MAX  PIC 9(11) VALUE 0.
       77 OUVCPT-NUMERO-LU   PIC 9(11) VALUE 0.
       77 OUVCPT-NUMERO-NOUVEAU PIC 9(11) VALUE 0.

      * Zones d'appel de CalculCleRib : la cle fournie est sans objet
      * ici, seule la cle calculee est retenue.
       77 OUVCPT-NUMERO-COMPTE PIC X(11) VALUE SPACES.
       77 OUVCPT-CLE-FOURNIE  PIC 9(02) VALUE 0.
       77 OUVCPT-CLE-CALCULEE PIC 9(02) VALUE 0.
       77 OUVCPT-CLE-VALIDE   PIC X(01) VALUE SPACE.

      * Journee comptable revue en morceaux pour l'edition jj/mm/aaaa.
       01 OUVCPT-DATE-EDITION PIC 9(08) VALUE 0.
       01 OUVCPT-DATE-EDITION-R REDEFINES OUVCPT-DATE-EDITION.
           05 OUVCPT-DATE-AAAA PIC X(04).
           05 OUVCPT-DATE-MM   PIC X(02).
           05 OUVCPT-DATE-JJ   PIC X(02).

      * IBAN du compte ouvert, edite par groupes de quatre.
       01 OUVCPT-IBAN PIC X(34) VALUE SPACES.
       01 OUVCPT-IBAN-R REDEFINES OUVCPT-IBAN.
           05 OUVCPT-IBAN-GROUPE PIC X(04) OCCURS 7.
           05 FILLER             PIC X(06).

       01 OUVCPT-SAISIE.
           05 SAI-CLIENT       PIC 9(07) VALUE 0.
           05 SAI-CODE-BANQUE  PIC 9(05) VALUE 0.
           05 SAI-CODE-GUICHET PIC 9(05) VALUE 0.
           05 SAI-VERSEMENT    PIC 9(09)V99 VALUE 0.

       linkage section.
       01 OUVCPT-OPERATEUR PIC X(08).

       screen section.
      *****************************
      * Saisie d'une ouverture de compte
      *****************************
       01 EcranOuvertureCompte
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 22
               VALUE "Ouverture d'un compte au guichet".
           10 line  6 Col  4 VALUE "Numero de client (0 = fin) ..... :
      -    " ".
           10 line  6 Col 40 PIC 9(07) USING SAI-CLIENT.
           10 line  7 Col  4 VALUE "Code banque .................... :
      -    " ".
           10 line  7 Col 40 PIC 9(05) USING SAI-CODE-BANQUE.
           10 line  8 Col  4 VALUE "Code guichet ................... :
      -    " ".
           10 line  8 Col 40 PIC 9(05) USING SAI-CODE-GUICHET.
           10 line  9 Col  4 VALUE "Versement initial .............. :
      -    " ".
           10 line  9 Col 40 PIC 9(09)V99 USING SAI-VERSEMENT.
           10 line 13 Col  4 PIC X(60) FROM OUVCPT-MESSAGE.

       procedure division using OUVCPT-OPERATEUR.

       0-DEBUT.
           PERFORM OUVCPT-INIT.
           PERFORM OUVCPT-TRAITEMENT UNTIL OUVCPT-FIN-ATTEINTE.
           PERFORM OUVCPT-TERMINER.
           GOBACK.

      * Les comptes sont ouverts a la date de la journee comptable ;
      * une journee deja fermee interdit l'ouverture (ses cumuls sont
      * arretes). Les maitres absents sont crees vides, sauf celui
      * des clients : sans client connu, rien ne peut etre ouvert.
       OUVCPT-INIT.
           CALL "LireJournee" USING JRN-ARG-DATE JRN-ARG-STATUT.
           MOVE JRN-ARG-DATE TO OUVCPT-DATE-JOUR.
           OPEN I-O FICHIER-COMPTES.
           IF COMPTES-STATUT = "35"
               OPEN OUTPUT FICHIER-COMPTES
               CLOSE FICHIER-COMPTES
               OPEN I-O FICHIER-COMPTES
           END-IF.
           OPEN INPUT FICHIER-BANQUES.
           IF BANQUES-STATUT = "35"
               OPEN OUTPUT FICHIER-BANQUES
               CLOSE FICHIER-BANQUES
               OPEN INPUT FICHIER-BANQUES
           END-IF.
           OPEN I-O FICHIER-CLIENTS.
           OPEN OUTPUT FICHIER-RIB.
           IF JRN-ARG-JOURNEE-FERMEE
               MOVE "Journee comptable fermee - ouverture impossible."
                   TO OUVCPT-MESSAGE
               DISPLAY OUVCPT-MESSAGE
               SET OUVCPT-FIN-ATTEINTE TO TRUE
           END-IF.
           IF CLIENTS-STATUT = "35"
               MOVE "Aucun client enregistre." TO OUVCPT-MESSAGE
               DISPLAY OUVCPT-MESSAGE
               SET OUVCPT-FIN-ATTEINTE TO TRUE
           END-IF.

      * Le message de l'ouverture precedente reste affiche sur
      * l'ecran de saisie suivant.
       OUVCPT-TRAITEMENT.
           MOVE SPACES TO OUVCPT-REJET-MOTIF.
           MOVE 0 TO SAI-CLIENT.
           MOVE 0 TO SAI-CODE-BANQUE.
           MOVE 0 TO SAI-CODE-GUICHET.
           MOVE 0 TO SAI-VERSEMENT.
           DISPLAY EcranOuvertureCompte.
           ACCEPT EcranOuvertureCompte.
           IF SAI-CLIENT = 0
               SET OUVCPT-FIN-ATTEINTE TO TRUE
           ELSE
               PERFORM OUVCPT-TRAITER-UNE-OUVERTURE
           END-IF.

      * Controles du client, de la banque et du guichet, attribution
      * du numero et de la cle, puis ecriture du compte et
      * rattachement au client.
       OUVCPT-TRAITER-UNE-OUVERTURE.
           MOVE SPACES TO OUVCPT-MESSAGE.
           PERFORM OUVCPT-CONTROLER-CLIENT.
           IF OUVCPT-REJET-MOTIF = SPACES
               PERFORM OUVCPT-CONTROLER-BANQUE
           END-IF.
           IF OUVCPT-REJET-MOTIF = SPACES
               PERFORM OUVCPT-ATTRIBUER-NUMERO
           END-IF.
           IF OUVCPT-REJET-MOTIF = SPACES
               PERFORM OUVCPT-ECRIRE-COMPTE
           END-IF.
           IF OUVCPT-REJET-MOTIF = SPACES
               PERFORM OUVCPT-RATTACHER-CLIENT
               PERFORM OUVCPT-CONSIGNER
               PERFORM OUVCPT-EDITER-RIB
           ELSE
               MOVE SPACES TO OUVCPT-MESSAGE
               STRING "Ouverture refusee - " OUVCPT-REJET-MOTIF
                   DELIMITED BY SIZE INTO OUVCPT-MESSAGE
               END-STRING
           END-IF.

      * Le client doit exister et disposer d'une place libre parmi
      * ses cinq comptes rattaches.
       OUVCPT-CONTROLER-CLIENT.
           MOVE SAI-CLIENT TO CLI-NUMERO.
           READ FICHIER-CLIENTS
               INVALID KEY
                   MOVE "CLIENT INCONNU" TO OUVCPT-REJET-MOTIF
               NOT INVALID KEY
                   IF CLI-NB-COMPTES >= 5
                       MOVE "CLIENT DEJA TITULAIRE DE 5 COMPTES"
                           TO OUVCPT-REJET-MOTIF
                   END-IF
           END-READ.

      * Memes regles que l'import des comptes : code banque connu au
      * referentiel BANQUES, code guichet non nul.
       OUVCPT-CONTROLER-BANQUE.
           MOVE SAI-CODE-BANQUE TO BQ-CODE-BANQUE.
           READ FICHIER-BANQUES
               INVALID KEY
                   MOVE "CODE BANQUE INCONNU" TO OUVCPT-REJET-MOTIF
           END-READ.
           IF OUVCPT-REJET-MOTIF = SPACES AND SAI-CODE-GUICHET = 0
               MOVE "CODE GUICHET INVALIDE" TO OUVCPT-REJET-MOTIF
           END-IF.

      * Parcours complet du maitre a la recherche du plus grand
      * numero numerique tenu pour cette banque et ce guichet ; le
      * numero suivant est ensuite verifie libre au maitre (la cle
      * du maitre est le seul numero de compte, toutes banques
      * confondues).
       OUVCPT-ATTRIBUER-NUMERO.
           MOVE 0 TO OUVCPT-NUMERO-MAX.
           MOVE "N" TO OUVCPT-FIN-MAITRE.
           MOVE LOW-VALUES TO CPT-NUMERO-COMPTE.
           START FICHIER-COMPTES KEY NOT < CPT-NUMERO-COMPTE
               INVALID KEY SET OUVCPT-FIN-MAITRE-ATTEINTE TO TRUE
           END-START.
           PERFORM OUVCPT-EXAMINER-NUMERO
               UNTIL OUVCPT-FIN-MAITRE-ATTEINTE.
           IF OUVCPT-NUMERO-MAX = 99999999999
               MOVE "NUMEROTATION DU GUICHET EPUISEE"
                   TO OUVCPT-REJET-MOTIF
           ELSE
               COMPUTE OUVCPT-NUMERO-NOUVEAU = OUVCPT-NUMERO-MAX + 1
               MOVE "N" TO OUVCPT-LIBRE
               PERFORM OUVCPT-VERIFIER-LIBRE
                   UNTIL OUVCPT-NUMERO-LIBRE
           END-IF.

       OUVCPT-EXAMINER-NUMERO.
           READ FICHIER-COMPTES NEXT RECORD
               AT END SET OUVCPT-FIN-MAITRE-ATTEINTE TO TRUE
               NOT AT END
                   IF CPT-CODE-BANQUE = SAI-CODE-BANQUE
                      AND CPT-CODE-GUICHET = SAI-CODE-GUICHET
                      AND CPT-NUMERO-COMPTE NUMERIC
                       MOVE CPT-NUMERO-COMPTE TO OUVCPT-NUMERO-LU
                       IF OUVCPT-NUMERO-LU > OUVCPT-NUMERO-MAX
                           MOVE OUVCPT-NUMERO-LU TO OUVCPT-NUMERO-MAX
                       END-IF
                   END-IF
           END-READ.

       OUVCPT-VERIFIER-LIBRE.
           MOVE OUVCPT-NUMERO-NOUVEAU TO CPT-NUMERO-COMPTE.
           READ FICHIER-COMPTES
               INVALID KEY SET OUVCPT-NUMERO-LIBRE TO TRUE
               NOT INVALID KEY ADD 1 TO OUVCPT-NUMERO-NOUVEAU
           END-READ.

      * La cle RIB est calculee sur le numero attribue ; le compte
      * part du versement initial comme solde d'ouverture et solde
      * courant, sans decouvert autorise, et marque ouvert au
      * guichet pour etre reconnu par l'import de l'extrait.
       OUVCPT-ECRIRE-COMPTE.
           MOVE OUVCPT-NUMERO-NOUVEAU TO OUVCPT-NUMERO-COMPTE.
           CALL "CalculCleRib" USING SAI-CODE-BANQUE SAI-CODE-GUICHET
               OUVCPT-NUMERO-COMPTE OUVCPT-CLE-FOURNIE
               OUVCPT-CLE-CALCULEE OUVCPT-CLE-VALIDE.
           MOVE OUVCPT-NUMERO-COMPTE TO CPT-NUMERO-COMPTE.
           MOVE SAI-CODE-BANQUE      TO CPT-CODE-BANQUE.
           MOVE SAI-CODE-GUICHET     TO CPT-CODE-GUICHET.
           MOVE OUVCPT-CLE-CALCULEE  TO CPT-CLE-RIB.
           MOVE SPACES TO CPT-TITULAIRE.
           STRING CLI-NOM DELIMITED BY "  "
               " " CLI-PRENOM DELIMITED BY SIZE
               INTO CPT-TITULAIRE
           END-STRING.
           MOVE SAI-VERSEMENT        TO CPT-SOLDE-OUVERTURE.
           MOVE SAI-VERSEMENT        TO CPT-SOLDE-COURANT.
           MOVE OUVCPT-DATE-JOUR     TO CPT-DATE-OUVERTURE.
           SET CPT-COMPTE-OUVERT TO TRUE.
           MOVE CLI-NUMERO           TO CPT-CLIENT-NUMERO.
           MOVE ZEROS TO CPT-DATE-CLOTURE.
           MOVE 0 TO CPT-DECOUVERT-AUTORISE.
           SET CPT-OUVERT-AU-GUICHET TO TRUE.
           MOVE 0 TO CPT-ANCIEN-CLIENT.
           WRITE ENR-COMPTE
               INVALID KEY
                   MOVE "ECRITURE MAITRE IMPOSSIBLE"
                       TO OUVCPT-REJET-MOTIF
           END-WRITE.

      * Le compte s'ajoute a la suite des comptes rattaches du
      * client.
       OUVCPT-RATTACHER-CLIENT.
           ADD 1 TO CLI-NB-COMPTES.
           MOVE OUVCPT-NUMERO-COMPTE TO CLI-COMPTES(CLI-NB-COMPTES).
           REWRITE ENR-CLIENT
               INVALID KEY
                   MOVE "Compte ouvert - rattachement client en echec."
                       TO OUVCPT-MESSAGE
           END-REWRITE.

      * Le versement initial entre dans le maitre comme un credit aux
      * cumuls de la journee, comme le solde d'ouverture d'un compte
      * charge par l'extrait, pour que le controle des soldes reste en
      * concordance.
       OUVCPT-CONSIGNER.
           MOVE "C" TO CUMUL-ARG-SENS.
           MOVE SAI-VERSEMENT TO CUMUL-ARG-MONTANT.
           SET CUMUL-ORIGINE-CHARGEMENTS TO TRUE.
           CALL "CumulerJournee" USING CUMUL-ARG-SENS
               CUMUL-ARG-MONTANT CUMUL-ARG-ORIGINE.
           MOVE OUVCPT-OPERATEUR TO AUDIT-ARG-OPERATEUR.
           MOVE "OUVCPT" TO AUDIT-ARG-PROGRAMME.
           MOVE "OUVERTURE" TO AUDIT-ARG-ACTION.
           MOVE SPACES TO AUDIT-ARG-AVANT.
           STRING "CLIENT " CLI-NUMERO
               DELIMITED BY SIZE INTO AUDIT-ARG-AVANT
           END-STRING.
           MOVE SPACES TO AUDIT-ARG-APRES.
           STRING CPT-CODE-BANQUE " " CPT-CODE-GUICHET " "
               CPT-NUMERO-COMPTE " " CPT-CLE-RIB
               DELIMITED BY SIZE INTO AUDIT-ARG-APRES
           END-STRING.
           CALL "EcrireAudit" USING AUDIT-ARG-OPERATEUR
               AUDIT-ARG-PROGRAMME AUDIT-ARG-ACTION
               AUDIT-ARG-AVANT AUDIT-ARG-APRES.
           ADD 1 TO OUVCPT-NB-OUVERTS.
           IF OUVCPT-MESSAGE = SPACES
               STRING "Compte " CPT-NUMERO-COMPTE " cle " CPT-CLE-RIB
                   " ouvert - RIB edite."
                   DELIMITED BY SIZE INTO OUVCPT-MESSAGE
               END-STRING
           END-IF.

      * Releve d'identite bancaire remis au client : titulaire et
      * adresse, domiciliation, les quatre zones du RIB, puis l'IBAN
      * et le BIC.
       OUVCPT-EDITER-RIB.
           MOVE OUVCPT-DATE-JOUR TO OUVCPT-DATE-EDITION.
           MOVE SAI-VERSEMENT TO OUVCPT-MONTANT-EDITE.
           WRITE LIGNE-RAPPORT FROM OUVCPT-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "RELEVE D'IDENTITE BANCAIRE - COMPTE OUVERT LE "
               OUVCPT-DATE-JJ "/" OUVCPT-DATE-MM "/" OUVCPT-DATE-AAAA
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    TITULAIRE    : " CLI-NOM " " CLI-PRENOM
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "                   " CLI-ADRESSE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "                   " CLI-CODE-POSTAL " " CLI-VILLE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    DOMICILIATION : " BQ-LIBELLE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    CODE BANQUE  CODE GUICHET  NUMERO DE COMPTE"
               "  CLE RIB"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    " CPT-CODE-BANQUE "        " CPT-CODE-GUICHET
               "         " CPT-NUMERO-COMPTE "       " CPT-CLE-RIB
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           SET IBAN-CALCULER TO TRUE.
           MOVE CPT-CODE-BANQUE   TO IBAN-ARG-CODE-BANQUE.
           MOVE CPT-CODE-GUICHET  TO IBAN-ARG-CODE-GUICHET.
           MOVE CPT-NUMERO-COMPTE TO IBAN-ARG-NUMERO-COMPTE.
           MOVE CPT-CLE-RIB       TO IBAN-ARG-CLE-RIB.
           CALL "CalculIban" USING IBAN-ARG-OPERATION IBAN-ARG-RIB
               IBAN-ARG-IBAN IBAN-ARG-BIC IBAN-ARG-PAYS
               IBAN-ARG-ZONE-EURO IBAN-ARG-VALIDE.
           MOVE IBAN-ARG-IBAN TO OUVCPT-IBAN.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    IBAN : " OUVCPT-IBAN-GROUPE(1) " "
               OUVCPT-IBAN-GROUPE(2) " " OUVCPT-IBAN-GROUPE(3) " "
               OUVCPT-IBAN-GROUPE(4) " " OUVCPT-IBAN-GROUPE(5) " "
               OUVCPT-IBAN-GROUPE(6) " " OUVCPT-IBAN-GROUPE(7)
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    BIC  : " BQ-BIC
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    VERSEMENT INITIAL : " OUVCPT-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.

       OUVCPT-TERMINER.
           CLOSE FICHIER-COMPTES FICHIER-CLIENTS FICHIER-BANQUES
               FICHIER-RIB.
           DISPLAY "Ouvertures au guichet - " OUVCPT-NB-OUVERTS
               " compte(s) ouvert(s).".

       end program OuvertureCompte.
