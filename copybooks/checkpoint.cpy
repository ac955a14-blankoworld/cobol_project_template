           05 CKP-SOMME-LUES        PIC S9(11)V99 COMP-3.
           05 CKP-SOMME-CHARGEES    PIC S9(11)V99 COMP-3.
           05 CKP-SOMME-REJETEES    PIC S9(11)V99 COMP-3.
      * Comptes de l'extrait deja ouverts au guichet, reconnus sans
      * etre recharges.
           05 CKP-NB-RECONNUS       PIC 9(07).
           05 CKP-SOMME-RECONNUES   PIC S9(11)V99 COMP-3.
