      * Enregistrement du fichier des mouvements en suspens (SUSPENS).
      * Un mouvement recu de la production qui ne peut etre passe en
      * l'etat y est conserve avec son motif, en attente d'une
      * decision, au lieu d'etre perdu. Cle = journee comptable de
      * mise en suspens + numero d'ordre dans la journee.
       01 ENR-SUSPENS.
           05 SUS-CLE.
               10 SUS-DATE-ENTREE    PIC 9(08).
               10 SUS-SEQUENCE       PIC 9(05).
      * Motif de la mise en suspens (ou du dernier echec de
      * representation).
           05 SUS-MOTIF              PIC X(02).
               88 SUS-MOTIF-INACTIF  VALUE "IN".
               88 SUS-MOTIF-INCONNU  VALUE "CI".
               88 SUS-MOTIF-FERME    VALUE "CF".
               88 SUS-MOTIF-DECOUVERT VALUE "DD".
               88 SUS-MOTIF-FORME    VALUE "FO".
               88 SUS-MOTIF-ECRITURE VALUE "EM".
      * Vie du suspens : en attente de decision, corrige ou force par
      * un administrateur (a representer par la chaine de nuit),
      * annule, ou passe sur le maitre.
           05 SUS-STATUT             PIC X(01).
               88 SUS-EN-ATTENTE     VALUE "A".
               88 SUS-CORRIGE        VALUE "C".
               88 SUS-FORCE          VALUE "F".
               88 SUS-ANNULE         VALUE "X".
               88 SUS-PASSE          VALUE "P".
               88 SUS-A-REPRESENTER  VALUE "C" "F".
               88 SUS-NON-SOLDE      VALUE "A" "C" "F".
      * Mouvement a passer ; le numero de compte est celui corrige
      * par l'administrateur le cas echeant.
           05 SUS-NUMERO-COMPTE      PIC X(11).
           05 SUS-SENS               PIC X(01).
           05 SUS-MONTANT            PIC 9(09)V99.
           05 SUS-DATE-MOUVEMENT     PIC 9(08).
           05 SUS-LIBELLE            PIC X(20).
      * Numero de compte tel que recu de la production.
           05 SUS-COMPTE-ORIGINE     PIC X(11).
      * Derniere decision prise sur le suspens, et journee de sa
      * passation sur le maitre.
           05 SUS-DECISION-OPERATEUR PIC X(08).
           05 SUS-DECISION-DATE      PIC 9(08).
           05 SUS-DATE-PASSATION     PIC 9(08).
           05 FILLER                 PIC X(10).
