           05 SVG-RES-NB-DEVISES    PIC 9(07).
           05 SVG-RES-NB-OPERATEURS PIC 9(07).
           05 SVG-RES-TOTAL-SOLDES  PIC S9(13)V99.
      * Date de la sauvegarde utilisee (journee de la sauvegarde, ou
      * de la generation restauree). En restauration validee (mode
      * "V"), generation et date sont fournies par l'appelant.
           05 SVG-RES-DATE          PIC 9(08).
