      * Enregistrement du fichier des ordres de virement SEPA du jour
      * (VIRSEPA-ORDRES) : un enregistrement par ordre emis vers une
      * banque partenaire au format SEPA, ecrit par l'emission
      * manuelle (ExportVirements) puis par les virements permanents
      * de la nuit. C'est de ce fichier qu'EmissionSepa tire le
      * message pain.001 (VIRSEPA) remis au partenaire. La reference
      * unique de l'ordre sert d'identifiant de bout en bout, cite
      * dans les acquittements comme pour le format a plat.
       01 ENR-VIR-SEPA.
           05 VSP-REFERENCE         PIC X(12).
           05 VSP-DATE-EXECUTION    PIC 9(08).
           05 VSP-MONTANT           PIC 9(09)V99.
           05 VSP-DEVISE            PIC X(03).
           05 VSP-LIBELLE           PIC X(20).
           05 VSP-DEBITEUR-NOM      PIC X(30).
           05 VSP-DEBITEUR-IBAN     PIC X(34).
           05 VSP-DEBITEUR-BIC      PIC X(11).
           05 VSP-CREANCIER-NOM     PIC X(30).
           05 VSP-CREANCIER-IBAN    PIC X(34).
           05 VSP-CREANCIER-BIC     PIC X(11).
