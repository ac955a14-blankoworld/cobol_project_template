       program-id. RecapitulatifFrais.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Option 28 du menu principal : recapitulatif annuel des frais
      * par client, a adresser a chaque client en fin d'annee. Pour
      * l'annee civile demandee, l'historique des mouvements de
      * chaque compte du client, y compris un compte cloture dans
      * l'annee, est relu : les agios debites dans l'annee sous les
      * libelles "AGIOS Tn" emis par CalculAgios sont detailles
      * mouvement par mouvement, ventiles par
      * trimestre facture (le n du libelle) et totalises par compte
      * puis par client, avec le solde de chaque compte au 31/12. Un
      * feuillet par client, avec le bloc adresse en tete pour les
      * enveloppes a fenetre comme les releves de comptes ; un client
      * sans agios dans l'annee recoit un recapitulatif a zero. La
      * selection porte sur un numero de client donne ou sur tous les
      * clients en un seul passage.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-CLIENTS assign to "CLIENTS"
               organization is indexed
               access mode is dynamic
               record key is CLI-NUMERO
               file status is CLIENTS-STATUT.
           select FICHIER-COMPTES assign to "COMPTES"
               organization is indexed
               access mode is dynamic
               record key is CPT-NUMERO-COMPTE
               alternate record key is CPT-CLIENT-NUMERO
                   with duplicates
               file status is COMPTES-STATUT.
           select FICHIER-HISTORIQUE assign to "HISTORIQUE"
               organization is indexed
               access mode is dynamic
               record key is HIS-CLE
               file status is HISTORIQUE-STATUT.
           select FICHIER-RAPPORT assign to "RECAP-FRAIS"
               organization is line sequential
               file status is RAPPORT-STATUT.

       data division.
       file section.
       fd FICHIER-CLIENTS
           label records are standard.
       copy "client.cpy".

       fd FICHIER-COMPTES
           label records are standard.
       copy "compte.cpy".

       fd FICHIER-HISTORIQUE
           label records are standard.
       copy "historique.cpy".

       fd FICHIER-RAPPORT
           label records are standard
           recording mode is F.
       01 LIGNE-RAPPORT PIC X(79).

       working-storage section.
       77 CLIENTS-STATUT    PIC X(02) VALUE SPACES.
       77 COMPTES-STATUT    PIC X(02) VALUE SPACES.
       77 HISTORIQUE-STATUT PIC X(02) VALUE SPACES.
       77 RAPPORT-STATUT    PIC X(02) VALUE SPACES.

      * Selection demandee a l'operateur et bornes de l'annee.
       77 RECFRA-ANNEE           PIC 9(04) VALUE 0.
       77 RECFRA-NUMERO-DEMANDE  PIC 9(07) VALUE 0.
       77 RECFRA-DATE-DEBUT      PIC 9(08) VALUE 0.
       77 RECFRA-DATE-FIN        PIC 9(08) VALUE 0.

       77 RECFRA-FIN            PIC X(01) VALUE "N".
           88 RECFRA-FIN-ATTEINTE VALUE "O".
       77 RECFRA-FIN-COMPTES    PIC X(01) VALUE "N".
           88 RECFRA-FIN-COMPTES-ATTEINTE VALUE "O".
       77 RECFRA-FIN-HISTO      PIC X(01) VALUE "N".
           88 RECFRA-FIN-HISTO-ATTEINTE VALUE "O".
       77 RECFRA-ABANDON        PIC X(01) VALUE "N".
           88 RECFRA-ABANDONNE VALUE "O".

      * Compte en cours : solde porte au fil de l'historique jusqu'au
      * 31/12, et trimestre facture lu dans le libelle des agios.
       77 RECFRA-SOLDE-FIN      PIC S9(09)V99 VALUE 0.
       77 RECFRA-TRIMESTRE      PIC 9(01) VALUE 0.
       77 RECFRA-INDICE         PIC 9(01) COMP VALUE 0.
       77 RECFRA-NB-AGIOS-COMPTE PIC 9(03) VALUE 0.
       77 RECFRA-NB-COMPTES-CLIENT PIC 9(03) VALUE 0.
       77 RECFRA-TOTAL-COMPTE   PIC 9(11)V99 VALUE 0.
       77 RECFRA-TOTAL-CLIENT   PIC 9(11)V99 VALUE 0.
       77 RECFRA-TOTAL-GENERAL  PIC 9(13)V99 VALUE 0.

       77 RECFRA-NB-CLIENTS     PIC 9(05) VALUE 0.
       77 RECFRA-NB-COMPTES     PIC 9(05) VALUE 0.

       77 RECFRA-MONTANT-EDITE  PIC ZZZ,ZZZ,ZZ9.99.
       77 RECFRA-SOLDE-EDITE    PIC ---,---,---,--9.99.
       77 RECFRA-SEPARATEUR     PIC X(79) VALUE ALL "=".

      * Ventilation trimestrielle des agios, pour le compte en cours
      * et cumulee pour le client.
       01 RECFRA-TRIMESTRES-COMPTE.
           05 RECFRA-TRIM-COMPTE OCCURS 4 TIMES PIC 9(09)V99.
       01 RECFRA-TRIMESTRES-CLIENT.
           05 RECFRA-TRIM-CLIENT OCCURS 4 TIMES PIC 9(09)V99.

      * Ligne de ventilation editee : quatre trimestres cote a cote.
       01 RECFRA-LIGNE-TRIMESTRES.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RECFRA-LT-TRIMESTRE OCCURS 4 TIMES.
               10 FILLER            PIC X(02) VALUE " T".
               10 RECFRA-LT-NUMERO  PIC 9(01).
               10 FILLER            PIC X(02) VALUE " :".
               10 RECFRA-LT-MONTANT PIC Z,ZZZ,ZZ9.99.
               10 FILLER            PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(03) VALUE SPACES.

      * Date du mouvement revue en morceaux pour l'edition jj/mm/aaaa.
       01 RECFRA-DATE-MOUVEMENT PIC 9(08) VALUE 0.
       01 RECFRA-DATE-MOUVEMENT-R REDEFINES RECFRA-DATE-MOUVEMENT.
           05 RECFRA-MVT-AAAA PIC X(04).
           05 RECFRA-MVT-MM   PIC 9(02).
           05 RECFRA-MVT-JJ   PIC X(02).

      * Dates d'ouverture et de cloture du compte vues en nombre,
      * pour les comparer aux bornes de l'annee.
       01 RECFRA-DATE-OUVERTURE PIC 9(08) VALUE 0.
       01 RECFRA-DATE-CLOTURE   PIC 9(08) VALUE 0.

       linkage section.
       01 RECFRA-OPERATEUR PIC X(08).

       screen section.
      *********************************
      * Selection de l'annee et du client
      *********************************
       01 EcranSelectionRecapitulatif
           Background-color 1 Foreground-color 14.
           10 line  1 Col  1 BLANK SCREEN.
           10 line  3 Col 25 VALUE "Recapitulatif annuel des frais".
           10 line  6 Col  4 VALUE "Annee (0 = abandon) ...... : ".
           10 line  6 Col 34 PIC 9(04) USING RECFRA-ANNEE.
           10 line  7 Col  4 VALUE
               "Numero de client (0 = tous) : ".
           10 line  7 Col 34 PIC 9(07) USING RECFRA-NUMERO-DEMANDE.

       procedure division using RECFRA-OPERATEUR.

       0-DEBUT.
           PERFORM RECFRA-SAISIR-SELECTION.
           IF NOT RECFRA-ABANDONNE
               PERFORM RECFRA-INIT
               IF NOT RECFRA-FIN-ATTEINTE
                   IF RECFRA-NUMERO-DEMANDE = 0
                       PERFORM RECFRA-TOUS-LES-CLIENTS
                           UNTIL RECFRA-FIN-ATTEINTE
                   ELSE
                       PERFORM RECFRA-UN-SEUL-CLIENT
                   END-IF
               END-IF
               PERFORM RECFRA-TERMINER
           END-IF.
           GOBACK.

       RECFRA-SAISIR-SELECTION.
           MOVE 0 TO RECFRA-ANNEE.
           MOVE 0 TO RECFRA-NUMERO-DEMANDE.
           DISPLAY EcranSelectionRecapitulatif.
           ACCEPT EcranSelectionRecapitulatif.
           IF RECFRA-ANNEE = 0
               SET RECFRA-ABANDONNE TO TRUE
           END-IF.

      * Bornes de l'annee civile demandee.
       RECFRA-INIT.
           COMPUTE RECFRA-DATE-DEBUT = RECFRA-ANNEE * 10000 + 0101.
           COMPUTE RECFRA-DATE-FIN = RECFRA-ANNEE * 10000 + 1231.
           OPEN INPUT FICHIER-CLIENTS.
           OPEN INPUT FICHIER-COMPTES.
           OPEN INPUT FICHIER-HISTORIQUE.
           IF HISTORIQUE-STATUT = "35"
               OPEN OUTPUT FICHIER-HISTORIQUE
               CLOSE FICHIER-HISTORIQUE
               OPEN INPUT FICHIER-HISTORIQUE
           END-IF.
           OPEN OUTPUT FICHIER-RAPPORT.
      * Le fichier des clients ou le maitre des comptes n'existe pas
      * encore (statut 35) : aucun recapitulatif a editer.
           IF CLIENTS-STATUT = "35" OR COMPTES-STATUT = "35"
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "AUCUN CLIENT OU COMPTE ENREGISTRE"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
               DISPLAY "Aucun client ou compte enregistre."
               SET RECFRA-FIN-ATTEINTE TO TRUE
           END-IF.

       RECFRA-TOUS-LES-CLIENTS.
           READ FICHIER-CLIENTS NEXT RECORD
               AT END SET RECFRA-FIN-ATTEINTE TO TRUE
               NOT AT END PERFORM RECFRA-EDITER-UN-FEUILLET
           END-READ.

       RECFRA-UN-SEUL-CLIENT.
           MOVE RECFRA-NUMERO-DEMANDE TO CLI-NUMERO.
           READ FICHIER-CLIENTS
               INVALID KEY
                   DISPLAY "Client " RECFRA-NUMERO-DEMANDE
                       " introuvable."
               NOT INVALID KEY
                   PERFORM RECFRA-EDITER-UN-FEUILLET
           END-READ.

      * Un feuillet par client : bloc adresse en tete pour la mise
      * sous pli, puis chaque compte rattache au client (cle
      * secondaire du maitre des comptes), suivi des comptes du
      * client clotures depuis (la cloture les delie : ils sont
      * ranges sous le client 0 et retrouves par leur ancien
      * client), et la ventilation et le total des agios de l'annee
      * pour le client.
       RECFRA-EDITER-UN-FEUILLET.
           ADD 1 TO RECFRA-NB-CLIENTS.
           MOVE 0 TO RECFRA-TOTAL-CLIENT.
           MOVE 0 TO RECFRA-NB-COMPTES-CLIENT.
           INITIALIZE RECFRA-TRIMESTRES-CLIENT.
           WRITE LIGNE-RAPPORT FROM RECFRA-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "RECAPITULATIF ANNUEL DES FRAIS - ANNEE "
               RECFRA-ANNEE "   CLIENT " CLI-NUMERO
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           PERFORM RECFRA-BLOC-ADRESSE.
           MOVE "N" TO RECFRA-FIN-COMPTES.
           MOVE CLI-NUMERO TO CPT-CLIENT-NUMERO.
           START FICHIER-COMPTES KEY = CPT-CLIENT-NUMERO
               INVALID KEY SET RECFRA-FIN-COMPTES-ATTEINTE TO TRUE
           END-START.
           PERFORM RECFRA-LIRE-COMPTE
               UNTIL RECFRA-FIN-COMPTES-ATTEINTE.
           MOVE "N" TO RECFRA-FIN-COMPTES.
           MOVE 0 TO CPT-CLIENT-NUMERO.
           START FICHIER-COMPTES KEY = CPT-CLIENT-NUMERO
               INVALID KEY SET RECFRA-FIN-COMPTES-ATTEINTE TO TRUE
           END-START.
           PERFORM RECFRA-LIRE-COMPTE-CLOS
               UNTIL RECFRA-FIN-COMPTES-ATTEINTE.
           IF RECFRA-NB-COMPTES-CLIENT = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "    AUCUN COMPTE OUVERT DANS L'ANNEE"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    AGIOS DE L'ANNEE PAR TRIMESTRE, TOUS COMPTES :"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           PERFORM RECFRA-PREPARER-TRIM-CLIENT
               VARYING RECFRA-INDICE FROM 1 BY 1
               UNTIL RECFRA-INDICE > 4.
           WRITE LIGNE-RAPPORT FROM RECFRA-LIGNE-TRIMESTRES.
           MOVE RECFRA-TOTAL-CLIENT TO RECFRA-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    TOTAL DES AGIOS DE L'ANNEE ... : "
               RECFRA-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           ADD RECFRA-TOTAL-CLIENT TO RECFRA-TOTAL-GENERAL.

      * Bloc adresse cale a gauche, dans l'ordre attendu par les
      * enveloppes a fenetre : nom et prenom, adresse, code postal et
      * ville (meme presentation que les releves de comptes).
       RECFRA-BLOC-ADRESSE.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    " CLI-NOM " " CLI-PRENOM
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    " CLI-ADRESSE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    " CLI-CODE-POSTAL " " CLI-VILLE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

       RECFRA-LIRE-COMPTE.
           READ FICHIER-COMPTES NEXT RECORD
               AT END SET RECFRA-FIN-COMPTES-ATTEINTE TO TRUE
           END-READ.
           IF NOT RECFRA-FIN-COMPTES-ATTEINTE
               IF CPT-CLIENT-NUMERO NOT = CLI-NUMERO
                   SET RECFRA-FIN-COMPTES-ATTEINTE TO TRUE
               ELSE
                   PERFORM RECFRA-SELECTIONNER-COMPTE
               END-IF
           END-IF.

      * Comptes sans client : seuls sont retenus les comptes fermes
      * dont le client etait celui du feuillet.
       RECFRA-LIRE-COMPTE-CLOS.
           READ FICHIER-COMPTES NEXT RECORD
               AT END SET RECFRA-FIN-COMPTES-ATTEINTE TO TRUE
           END-READ.
           IF NOT RECFRA-FIN-COMPTES-ATTEINTE
               IF CPT-CLIENT-NUMERO NOT = 0
                   SET RECFRA-FIN-COMPTES-ATTEINTE TO TRUE
               ELSE
                   IF CPT-COMPTE-FERME
                      AND CPT-ANCIEN-CLIENT NUMERIC
                      AND CPT-ANCIEN-CLIENT = CLI-NUMERO
                       PERFORM RECFRA-SELECTIONNER-COMPTE
                   END-IF
               END-IF
           END-IF.

      * Seuls figurent les comptes ouverts au plus tard le 31/12 et
      * non clotures avant le 1er janvier de l'annee demandee.
       RECFRA-SELECTIONNER-COMPTE.
           MOVE CPT-DATE-OUVERTURE TO RECFRA-DATE-OUVERTURE.
           MOVE CPT-DATE-CLOTURE TO RECFRA-DATE-CLOTURE.
           IF RECFRA-DATE-OUVERTURE NOT > RECFRA-DATE-FIN
               IF NOT CPT-COMPTE-FERME
                  OR RECFRA-DATE-CLOTURE NOT < RECFRA-DATE-DEBUT
                   PERFORM RECFRA-EDITER-UN-COMPTE
               END-IF
           END-IF.

      * Relecture de l'historique du compte depuis son premier
      * mouvement jusqu'au 31/12 : le solde apres le dernier
      * mouvement de la periode est le solde au 31/12 (a defaut de
      * mouvement, le solde d'ouverture), et les agios debites dans
      * l'annee sont detailles au fil de la lecture.
       RECFRA-EDITER-UN-COMPTE.
           ADD 1 TO RECFRA-NB-COMPTES.
           ADD 1 TO RECFRA-NB-COMPTES-CLIENT.
           MOVE 0 TO RECFRA-TOTAL-COMPTE.
           MOVE 0 TO RECFRA-NB-AGIOS-COMPTE.
           INITIALIZE RECFRA-TRIMESTRES-COMPTE.
           MOVE CPT-SOLDE-OUVERTURE TO RECFRA-SOLDE-FIN.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "    COMPTE " CPT-NUMERO-COMPTE
               " RIB " CPT-CODE-BANQUE " " CPT-CODE-GUICHET " "
               CPT-NUMERO-COMPTE " " CPT-CLE-RIB
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           MOVE "N" TO RECFRA-FIN-HISTO.
           MOVE CPT-NUMERO-COMPTE TO HIS-NUMERO-COMPTE.
           MOVE 0 TO HIS-DATE.
           MOVE 0 TO HIS-SEQUENCE.
           START FICHIER-HISTORIQUE KEY NOT < HIS-CLE
               INVALID KEY SET RECFRA-FIN-HISTO-ATTEINTE TO TRUE
           END-START.
           PERFORM RECFRA-LIRE-HISTORIQUE
               UNTIL RECFRA-FIN-HISTO-ATTEINTE.
           IF RECFRA-NB-AGIOS-COMPTE = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "        AUCUN AGIOS DEBITE DANS L'ANNEE"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.
           PERFORM RECFRA-PREPARER-TRIM-COMPTE
               VARYING RECFRA-INDICE FROM 1 BY 1
               UNTIL RECFRA-INDICE > 4.
           WRITE LIGNE-RAPPORT FROM RECFRA-LIGNE-TRIMESTRES.
           MOVE RECFRA-TOTAL-COMPTE TO RECFRA-MONTANT-EDITE.
           MOVE RECFRA-SOLDE-FIN TO RECFRA-SOLDE-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "        TOTAL AGIOS : " RECFRA-MONTANT-EDITE
               "   SOLDE AU 31/12 : " RECFRA-SOLDE-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           ADD RECFRA-TOTAL-COMPTE TO RECFRA-TOTAL-CLIENT.

       RECFRA-LIRE-HISTORIQUE.
           READ FICHIER-HISTORIQUE NEXT RECORD
               AT END SET RECFRA-FIN-HISTO-ATTEINTE TO TRUE
           END-READ.
           IF NOT RECFRA-FIN-HISTO-ATTEINTE
               IF HIS-NUMERO-COMPTE NOT = CPT-NUMERO-COMPTE
                  OR HIS-DATE > RECFRA-DATE-FIN
                   SET RECFRA-FIN-HISTO-ATTEINTE TO TRUE
               ELSE
                   MOVE HIS-SOLDE-APRES TO RECFRA-SOLDE-FIN
                   IF HIS-DATE NOT < RECFRA-DATE-DEBUT
                      AND HIS-SENS-DEBIT
                      AND HIS-LIBELLE(1:7) = "AGIOS T"
                       PERFORM RECFRA-RETENIR-AGIOS
                   END-IF
               END-IF
           END-IF.

      * Le trimestre facture est lu dans le libelle (AGIOS Tn AAAA) ;
      * un libelle illisible est range au trimestre du debit.
       RECFRA-RETENIR-AGIOS.
           IF HIS-LIBELLE(8:1) NUMERIC
              AND HIS-LIBELLE(8:1) >= "1" AND HIS-LIBELLE(8:1) <= "4"
               MOVE HIS-LIBELLE(8:1) TO RECFRA-TRIMESTRE
           ELSE
               MOVE HIS-DATE TO RECFRA-DATE-MOUVEMENT
               COMPUTE RECFRA-TRIMESTRE = (RECFRA-MVT-MM + 2) / 3
           END-IF.
           ADD 1 TO RECFRA-NB-AGIOS-COMPTE.
           ADD HIS-MONTANT TO RECFRA-TOTAL-COMPTE.
           ADD HIS-MONTANT TO RECFRA-TRIM-COMPTE(RECFRA-TRIMESTRE).
           ADD HIS-MONTANT TO RECFRA-TRIM-CLIENT(RECFRA-TRIMESTRE).
           MOVE HIS-DATE TO RECFRA-DATE-MOUVEMENT.
           MOVE HIS-MONTANT TO RECFRA-MONTANT-EDITE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "        DEBITE LE " RECFRA-MVT-JJ "/" RECFRA-MVT-MM
               "/" RECFRA-MVT-AAAA "  " HIS-LIBELLE " "
               RECFRA-MONTANT-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.

       RECFRA-PREPARER-TRIM-COMPTE.
           MOVE RECFRA-INDICE TO RECFRA-LT-NUMERO(RECFRA-INDICE).
           MOVE RECFRA-TRIM-COMPTE(RECFRA-INDICE)
               TO RECFRA-LT-MONTANT(RECFRA-INDICE).

       RECFRA-PREPARER-TRIM-CLIENT.
           MOVE RECFRA-INDICE TO RECFRA-LT-NUMERO(RECFRA-INDICE).
           MOVE RECFRA-TRIM-CLIENT(RECFRA-INDICE)
               TO RECFRA-LT-MONTANT(RECFRA-INDICE).

       RECFRA-TERMINER.
           MOVE RECFRA-TOTAL-GENERAL TO RECFRA-SOLDE-EDITE.
           WRITE LIGNE-RAPPORT FROM RECFRA-SEPARATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ANNEE " RECFRA-ANNEE " - CLIENTS " RECFRA-NB-CLIENTS
               " COMPTES " RECFRA-NB-COMPTES
               " AGIOS " RECFRA-SOLDE-EDITE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           CLOSE FICHIER-CLIENTS FICHIER-COMPTES FICHIER-HISTORIQUE
               FICHIER-RAPPORT.
           DISPLAY "Recapitulatifs edites - " RECFRA-NB-CLIENTS
               " client(s), " RECFRA-NB-COMPTES " compte(s).".

       end program RecapitulatifFrais.
