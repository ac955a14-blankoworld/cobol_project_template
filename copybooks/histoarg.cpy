       01 HISTO-ARG-MONTANT  PIC 9(09)V99.
       01 HISTO-ARG-LIBELLE  PIC X(20).
       01 HISTO-ARG-SOLDE    PIC S9(09)V99 COMP-3.
      * Origine du mouvement, transmise aux cumuls de la journee
      * (memes codes que CUMUL-ARG-ORIGINE).
       01 HISTO-ARG-ORIGINE  PIC 9(01).
           88 HISTO-ORIGINE-MOUVEMENTS VALUE 1.
           88 HISTO-ORIGINE-VIR-RECUS  VALUE 2.
           88 HISTO-ORIGINE-VIR-EMIS   VALUE 3.
           88 HISTO-ORIGINE-REJETS     VALUE 4.
           88 HISTO-ORIGINE-AGIOS      VALUE 5.
