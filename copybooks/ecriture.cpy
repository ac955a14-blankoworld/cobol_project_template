      * Ligne d'ecriture du fichier d'interface comptable (ECRITURES)
      * remis chaque nuit a la comptabilite generale. Le fichier
      * commence par une ligne ENTETE (date de la journee comptable,
      * sequence 1) et se termine par une ligne TOTAL (nombre de
      * lignes d'ecriture et total des debits, egal a celui des
      * credits) au format des flux de production (fluxctl.cpy).
      * Chaque piece est un couple debit / credit equilibre sur les
      * deux comptes generaux du schema de l'origine.
       01 ENR-ECRITURE.
           05 ECR-TYPE-ENREG      PIC X(06).
               88 ECR-EST-ECRITURE VALUE "ECRIT ".
           05 ECR-DATE-JOURNEE    PIC 9(08).
           05 ECR-PIECE           PIC 9(02).
           05 ECR-COMPTE-GENERAL  PIC X(10).
           05 ECR-SENS            PIC X(01).
           05 ECR-MONTANT         PIC 9(13)V99.
           05 ECR-ORIGINE         PIC 9(01).
           05 ECR-LIBELLE         PIC X(30).
