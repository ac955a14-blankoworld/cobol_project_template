      * Parametres d'appel du sous-programme CalculJourOuvre. Copie a
      * la fois dans la LINKAGE SECTION de CalculJourOuvre et dans la
      * WORKING-STORAGE SECTION de chaque programme appelant, afin que
      * les zones soient de meme format des deux cotes de l'appel.
      * Operations :
      * - "S" : OUVRE-ARG-DATE-FIN recoit le premier jour ouvre
      *   strictement posterieur a OUVRE-ARG-DATE-DEBUT ;
      * - "R" : OUVRE-ARG-DATE-FIN recoit OUVRE-ARG-DATE-DEBUT si ce
      *   jour est ouvre, sinon le jour ouvre suivant ;
      * - "P" : meme chose, mais en reculant au jour ouvre precedent ;
      * - "C" : OUVRE-ARG-NB-JOURS recoit le nombre de jours ouvres
      *   posterieurs a OUVRE-ARG-DATE-DEBUT, jusqu'a
      *   OUVRE-ARG-DATE-FIN incluse (0 si la fin n'est pas
      *   posterieure au debut).
      * OUVRE-ARG-EST-OUVRE dit en retour si OUVRE-ARG-DATE-DEBUT est
      * un jour ouvre.
       01 OUVRE-ARG-OPERATION PIC X(01).
           88 OUVRE-JOUR-SUIVANT     VALUE "S".
           88 OUVRE-REPORT-SUIVANT   VALUE "R".
           88 OUVRE-REPORT-PRECEDENT VALUE "P".
           88 OUVRE-COMPTER-JOURS    VALUE "C".
       01 OUVRE-ARG-DATE-DEBUT PIC 9(08).
       01 OUVRE-ARG-DATE-FIN   PIC 9(08).
       01 OUVRE-ARG-NB-JOURS   PIC 9(05).
       01 OUVRE-ARG-EST-OUVRE  PIC X(01).
           88 OUVRE-DATE-EST-OUVREE VALUE "O".
