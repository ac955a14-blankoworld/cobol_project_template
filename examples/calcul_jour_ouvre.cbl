       program-id. CalculJourOuvre.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Sous-programme commun : calcul en jours ouvres. Un jour est
      * ouvre s'il n'est ni un samedi, ni un dimanche, ni inscrit au
      * calendrier des jours non ouvres (CALENDRIER, tenu par la
      * gestion du calendrier). Rend selon l'operation demandee le
      * jour ouvre suivant, le report d'une date au jour ouvre suivant
      * ou precedent, ou le nombre de jours ouvres entre deux dates
      * (voir ouvrearg.cpy). Appele par l'ouverture de la journee
      * comptable, l'emission des virements permanents et la relance
      * des virements sans acquittement. Faute de calendrier, seuls
      * les week-ends sont non ouvres.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-CALENDRIER assign to "CALENDRIER"
               organization is indexed
               access mode is dynamic
               record key is CAL-DATE
               file status is CALENDRIER-STATUT.

       data division.
       file section.
       fd FICHIER-CALENDRIER
           label records are standard.
       copy "calendrier.cpy".

       working-storage section.
       77 CALENDRIER-STATUT PIC X(02) VALUE SPACES.
       77 JOUVR-CALENDRIER  PIC X(01) VALUE "N".
           88 JOUVR-CALENDRIER-PRESENT VALUE "O".

      * Jour examine : rang dans le calendrier gregorien (1 pour le
      * lundi 1er janvier 1601), d'ou le jour de la semaine par le
      * reste de la division par 7 (1 lundi ... 6 samedi, 0 dimanche).
       77 JOUVR-ENTIER      PIC S9(07) COMP VALUE 0.
       77 JOUVR-ENTIER-FIN  PIC S9(07) COMP VALUE 0.
       77 JOUVR-QUOTIENT    PIC S9(07) COMP VALUE 0.
       77 JOUVR-RANG-SEMAINE PIC S9(01) COMP VALUE 0.
       77 JOUVR-PAS         PIC S9(01) COMP VALUE 1.
       77 JOUVR-DATE        PIC 9(08) VALUE 0.
       77 JOUVR-OUVRE       PIC X(01) VALUE "N".
           88 JOUVR-JOUR-OUVRE VALUE "O".

       linkage section.
       copy "ouvrearg.cpy".

       procedure division using OUVRE-ARG-OPERATION
               OUVRE-ARG-DATE-DEBUT OUVRE-ARG-DATE-FIN
               OUVRE-ARG-NB-JOURS OUVRE-ARG-EST-OUVRE.

       0-DEBUT.
           PERFORM JOUVR-OUVRIR.
           MOVE "N" TO OUVRE-ARG-EST-OUVRE.
           COMPUTE JOUVR-ENTIER =
               FUNCTION INTEGER-OF-DATE(OUVRE-ARG-DATE-DEBUT).
      * Une date de depart invalide est rendue telle quelle.
           IF JOUVR-ENTIER = 0
               MOVE OUVRE-ARG-DATE-DEBUT TO OUVRE-ARG-DATE-FIN
               MOVE 0 TO OUVRE-ARG-NB-JOURS
           ELSE
               PERFORM JOUVR-EXAMINER-JOUR
               MOVE JOUVR-OUVRE TO OUVRE-ARG-EST-OUVRE
               EVALUATE TRUE
                   WHEN OUVRE-JOUR-SUIVANT
                       MOVE 1 TO JOUVR-PAS
                       PERFORM JOUVR-AVANCER
                       PERFORM JOUVR-AVANCER UNTIL JOUVR-JOUR-OUVRE
                       MOVE JOUVR-DATE TO OUVRE-ARG-DATE-FIN
                   WHEN OUVRE-REPORT-SUIVANT
                       MOVE 1 TO JOUVR-PAS
                       PERFORM JOUVR-AVANCER UNTIL JOUVR-JOUR-OUVRE
                       MOVE JOUVR-DATE TO OUVRE-ARG-DATE-FIN
                   WHEN OUVRE-REPORT-PRECEDENT
                       MOVE -1 TO JOUVR-PAS
                       PERFORM JOUVR-AVANCER UNTIL JOUVR-JOUR-OUVRE
                       MOVE JOUVR-DATE TO OUVRE-ARG-DATE-FIN
                   WHEN OUVRE-COMPTER-JOURS
                       PERFORM JOUVR-COMPTER
                   WHEN OTHER
                       MOVE OUVRE-ARG-DATE-DEBUT TO OUVRE-ARG-DATE-FIN
               END-EVALUATE
           END-IF.
           IF JOUVR-CALENDRIER-PRESENT
               CLOSE FICHIER-CALENDRIER
           END-IF.
           GOBACK.

      * Le calendrier n'est pas cree ici : s'il n'existe pas encore
      * (statut 35), seuls les samedis et dimanches sont non ouvres.
       JOUVR-OUVRIR.
           MOVE "N" TO JOUVR-CALENDRIER.
           OPEN INPUT FICHIER-CALENDRIER.
           IF CALENDRIER-STATUT = "00"
               MOVE "O" TO JOUVR-CALENDRIER
           END-IF.

       JOUVR-AVANCER.
           ADD JOUVR-PAS TO JOUVR-ENTIER.
           PERFORM JOUVR-EXAMINER-JOUR.

      * Jours ouvres posterieurs a la date de debut, jusqu'a la date
      * de fin incluse.
       JOUVR-COMPTER.
           MOVE 0 TO OUVRE-ARG-NB-JOURS.
           MOVE 1 TO JOUVR-PAS.
           COMPUTE JOUVR-ENTIER-FIN =
               FUNCTION INTEGER-OF-DATE(OUVRE-ARG-DATE-FIN).
           PERFORM JOUVR-COMPTER-UN-JOUR
               UNTIL JOUVR-ENTIER >= JOUVR-ENTIER-FIN.

       JOUVR-COMPTER-UN-JOUR.
           PERFORM JOUVR-AVANCER.
           IF JOUVR-JOUR-OUVRE
               ADD 1 TO OUVRE-ARG-NB-JOURS
           END-IF.

       JOUVR-EXAMINER-JOUR.
           COMPUTE JOUVR-DATE = FUNCTION DATE-OF-INTEGER(JOUVR-ENTIER).
           DIVIDE JOUVR-ENTIER BY 7 GIVING JOUVR-QUOTIENT
               REMAINDER JOUVR-RANG-SEMAINE.
           MOVE "O" TO JOUVR-OUVRE.
           IF JOUVR-RANG-SEMAINE = 6 OR JOUVR-RANG-SEMAINE = 0
               MOVE "N" TO JOUVR-OUVRE
           ELSE
               IF JOUVR-CALENDRIER-PRESENT
                   MOVE JOUVR-DATE TO CAL-DATE
                   READ FICHIER-CALENDRIER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "N" TO JOUVR-OUVRE
                   END-READ
               END-IF
           END-IF.

       end program CalculJourOuvre.
