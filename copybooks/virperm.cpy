      * chaine de nuit a chaque echeance (loyers, salaires, ...).
      * La date de prochaine echeance est avancee a chaque emission
      * selon la periodicite ; un ordre suspendu reste au referentiel
      * mais n'est plus emis. Une echeance qui tombe un jour non
      * ouvre est emise le jour ouvre precedent ("P") ou suivant
      * ("S", valeur des fiches anterieures a la zone) selon la regle
      * de l'ordre ; l'echeance contractuelle reste celle du
      * referentiel. Le beneficiaire est designe par son RIB ou par
      * son IBAN (compte de la zone euro sans RIB francais) : un IBAN
      * renseigne fait foi, un IBAN francais alimentant aussi les
      * zones du RIB. Faute de place dans la zone libre, l'IBAN et le
      * BIC du beneficiaire allongent l'enregistrement de 123 a 168
      * caracteres : un referentiel deja constitue est a convertir au
      * nouveau format, ces deux zones a blanc. Une fiche sans IBAN
      * designe le beneficiaire par son seul RIB.
       01 ENR-VIRPERM.
           05 VP-NUMERO             PIC 9(05).
           05 VP-COMPTE-DEBITEUR    PIC X(11).
           05 VP-STATUT             PIC X(01).
               88 VP-ORDRE-ACTIF    VALUE "A".
               88 VP-ORDRE-SUSPENDU VALUE "S".
           05 VP-REGLE-NON-OUVRE    PIC X(01).
               88 VP-REPORT-PRECEDENT VALUE "P".
               88 VP-REPORT-SUIVANT   VALUE "S" " ".
           05 VP-BEN-IBAN           PIC X(34).
           05 VP-BEN-BIC            PIC X(11).
           05 FILLER                PIC X(09).
