      * Enregistrement du calendrier des jours non ouvres
      * (CALENDRIER) : une fiche par jour ferie ou jour de fermeture
      * exceptionnelle. Les samedis et dimanches sont non ouvres par
      * regle et n'ont pas a y figurer.
       01 ENR-CALENDRIER.
           05 CAL-DATE      PIC 9(08).
           05 CAL-LIBELLE   PIC X(30).
           05 FILLER        PIC X(10).
