      * confondues (mouvements, virements recus, emissions, retours,
      * chargements et archivages de comptes). C'est la piece du
      * controle de concordance : cliche de la veille + credits -
      * debits = cliche du jour. Les memes totaux sont ventiles par
      * origine (rang = code origine de CUMUL-ARG-ORIGINE) pour
      * l'interface comptable : 1 mouvements clients, 2 virements
      * recus, 3 virements emis, 4 rejets recredites, 5 agios,
      * 6 chargements et ouvertures, 7 archivages.
       01 ENR-CUMUL-JOUR.
           05 CUM-DATE     PIC 9(08).
           05 CUM-DEBITS   PIC S9(13)V99 COMP-3.
           05 CUM-CREDITS  PIC S9(13)V99 COMP-3.
           05 CUM-VENTILATION OCCURS 7.
               10 CUM-ORIGINE-DEBITS  PIC S9(13)V99 COMP-3.
               10 CUM-ORIGINE-CREDITS PIC S9(13)V99 COMP-3.
           05 FILLER       PIC X(10).
