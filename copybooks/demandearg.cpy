      * Parametres d'appel du sous-programme EnregistrerDemande. Copie
      * a la fois dans la LINKAGE SECTION d'EnregistrerDemande et dans
      * la WORKING-STORAGE SECTION de chaque programme appelant (et de
      * la validation des demandes, qui y relit les valeurs), afin que
      * les zones soient de meme format des deux cotes de l'appel. La
      * reference attribuee a la demande est rendue en retour.
       01 DEMANDE-ARG.
           05 DEMANDE-ARG-TYPE          PIC X(02).
           05 DEMANDE-ARG-OBJET         PIC X(11).
      * Valeur actuelle (relue au maitre a la saisie, controlee de
      * nouveau a la validation) et valeur demandee, selon la nature
      * de la demande.
           05 DEMANDE-ARG-VALEURS       PIC X(40).
           05 DEMANDE-ARG-VAL-DECOUVERT REDEFINES DEMANDE-ARG-VALEURS.
               10 DEMANDE-ARG-DEC-ACTUEL     PIC 9(05)V99.
               10 DEMANDE-ARG-DEC-NOUVEAU    PIC 9(05)V99.
               10 FILLER                     PIC X(26).
           05 DEMANDE-ARG-VAL-CLE-RIB REDEFINES DEMANDE-ARG-VALEURS.
               10 DEMANDE-ARG-CLE-ACTUELLE   PIC 9(02).
               10 DEMANDE-ARG-CLE-NOUVELLE   PIC 9(02).
               10 FILLER                     PIC X(36).
           05 DEMANDE-ARG-VAL-RESTAURATION
                   REDEFINES DEMANDE-ARG-VALEURS.
               10 DEMANDE-ARG-GENERATION     PIC 9(01).
               10 DEMANDE-ARG-DATE-SAUVEGARDE PIC 9(08).
               10 FILLER                     PIC X(31).
      * Tranche du bareme : changement de taux, ajout (valeurs
      * actuelles a zero) ou suppression (valeurs demandees a zero).
           05 DEMANDE-ARG-VAL-TAUX REDEFINES DEMANDE-ARG-VALEURS.
               10 DEMANDE-ARG-TAUX-ACTUEL    PIC 9(02)V9(04).
               10 DEMANDE-ARG-TAUX-NOUVEAU   PIC 9(02)V9(04).
               10 DEMANDE-ARG-PLAFOND-ACTUEL PIC 9(09)V99.
               10 DEMANDE-ARG-PLAFOND-NOUVEAU PIC 9(09)V99.
               10 FILLER                     PIC X(06).
           05 DEMANDE-ARG-VAL-OPERATEUR REDEFINES DEMANDE-ARG-VALEURS.
               10 DEMANDE-ARG-STATUT-ACTUEL  PIC X(01).
               10 FILLER                     PIC X(39).
           05 DEMANDE-ARG-LIBELLE       PIC X(40).
           05 DEMANDE-ARG-DEMANDEUR     PIC X(08).
           05 DEMANDE-ARG-DATE          PIC 9(08).
           05 DEMANDE-ARG-REFERENCE     PIC X(12).
      * Issue du depot : demande enregistree, ou refusee parce qu'une
      * demande de meme nature sur le meme objet est deja en attente
      * (sa reference est alors rendue).
           05 DEMANDE-ARG-RESULTAT      PIC X(01).
               88 DEMANDE-ARG-ENREGISTREE   VALUE "O".
               88 DEMANDE-ARG-DEJA-EN-COURS VALUE "D".
