           05 BQ-CODE-BANQUE   PIC 9(05).
           05 BQ-LIBELLE       PIC X(30).
           05 BQ-PAYS          PIC X(20).
      * Code BIC de la banque (8 ou 11 caracteres), repris dans les
      * fichiers de virements au format SEPA.
           05 BQ-BIC           PIC X(11).
      * Format du fichier de virements attendu par la banque quand
      * elle est partenaire d'emission : fichier a plat VIREMENTS
      * ("P") ou virement SEPA pain.001 ("S"). Les fiches anterieures
      * a la zone portent un espace : elles valent format a plat.
           05 BQ-FORMAT-VIREMENT PIC X(01).
               88 BQ-FORMAT-PLAT VALUE "P" " ".
               88 BQ-FORMAT-SEPA VALUE "S".
           05 FILLER           PIC X(10).
