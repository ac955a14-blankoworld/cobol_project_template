      * Parametres d'appel du sous-programme CalculIban. Copie a la
      * fois dans la LINKAGE SECTION de CalculIban et dans la
      * WORKING-STORAGE SECTION de chaque programme appelant, afin que
      * les zones soient de meme format des deux cotes de l'appel.
      * Operations :
      *   "C" calcule l'IBAN francais (FR) d'un RIB ;
      *   "V" controle un IBAN saisi (forme et cle modulo 97), rend
      *       le pays, l'appartenance a la zone euro SEPA et, pour un
      *       IBAN francais, les quatre zones du RIB ;
      *   "B" controle la forme d'un code BIC.
      * L'IBAN et le BIC fournis sont rendus en majuscules, l'IBAN
      * sans les espaces de presentation.
       01 IBAN-ARG-OPERATION  PIC X(01).
           88 IBAN-CALCULER       VALUE "C".
           88 IBAN-CONTROLER      VALUE "V".
           88 IBAN-CONTROLER-BIC  VALUE "B".
       01 IBAN-ARG-RIB.
           05 IBAN-ARG-CODE-BANQUE   PIC 9(05).
           05 IBAN-ARG-CODE-GUICHET  PIC 9(05).
           05 IBAN-ARG-NUMERO-COMPTE PIC X(11).
           05 IBAN-ARG-CLE-RIB       PIC 9(02).
       01 IBAN-ARG-IBAN       PIC X(34).
       01 IBAN-ARG-BIC        PIC X(11).
       01 IBAN-ARG-PAYS       PIC X(02).
       01 IBAN-ARG-ZONE-EURO  PIC X(01).
           88 IBAN-EST-ZONE-EURO VALUE "O".
       01 IBAN-ARG-VALIDE     PIC X(01).
           88 IBAN-EST-VALIDE    VALUE "O".
