      * lui-meme (LireJournee), pas fournie par l'appelant.
       01 CUMUL-ARG-SENS    PIC X(01).
       01 CUMUL-ARG-MONTANT PIC S9(13)V99.
      * Origine de l'operation, qui range le montant dans la
      * ventilation des cumuls reprise par l'interface comptable ;
      * les virements internes entre deux comptes de l'agence sont
      * des mouvements clients.
       01 CUMUL-ARG-ORIGINE PIC 9(01).
           88 CUMUL-ORIGINE-MOUVEMENTS  VALUE 1.
           88 CUMUL-ORIGINE-VIR-RECUS   VALUE 2.
           88 CUMUL-ORIGINE-VIR-EMIS    VALUE 3.
           88 CUMUL-ORIGINE-REJETS      VALUE 4.
           88 CUMUL-ORIGINE-AGIOS       VALUE 5.
           88 CUMUL-ORIGINE-CHARGEMENTS VALUE 6.
           88 CUMUL-ORIGINE-ARCHIVAGES  VALUE 7.
