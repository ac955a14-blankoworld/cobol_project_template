      * Enregistrement du fichier des alertes de lutte contre le
      * blanchiment (ALERTES). Ecrit par la surveillance LCB-FT de la
      * chaine de nuit, une fiche par operation ou par cumul juge
      * suspect, puis instruit par le responsable conformite qui la
      * leve ou la declare. Cle = journee de detection + numero
      * d'ordre dans la journee.
       01 ENR-ALERTE.
           05 ALR-CLE.
               10 ALR-DATE-DETECTION PIC 9(08).
               10 ALR-SEQUENCE       PIC 9(05).
      * Nature de l'alerte : operation unitaire au-dessus du seuil,
      * cumul des credits du client au-dessus du plafond du jour ou
      * du mois, credits ronds repetes juste sous le seuil.
           05 ALR-TYPE               PIC X(02).
               88 ALR-TYPE-OPERATION     VALUE "OP".
               88 ALR-TYPE-CUMUL-JOUR    VALUE "CJ".
               88 ALR-TYPE-CUMUL-MOIS    VALUE "CM".
               88 ALR-TYPE-FRACTIONNEMENT VALUE "FR".
           05 ALR-CLIENT-NUMERO      PIC 9(07).
      * Compte et operation en cause pour une alerte unitaire ; pour
      * une alerte sur cumul, compte a blanc (ou compte examine seul
      * s'il n'a pas de client) et operation a zero.
           05 ALR-NUMERO-COMPTE      PIC X(11).
           05 ALR-DATE-OPERATION     PIC 9(08).
           05 ALR-SENS               PIC X(01).
           05 ALR-LIBELLE            PIC X(20).
      * Montant de l'operation ou du cumul, seuil franchi et nombre
      * d'operations en cause.
           05 ALR-MONTANT            PIC 9(11)V99.
           05 ALR-SEUIL              PIC 9(11)V99.
           05 ALR-NB-OPERATIONS      PIC 9(05).
      * Instruction : a examiner, levee (sans suite) ou declaree.
           05 ALR-STATUT             PIC X(01).
               88 ALR-A-EXAMINER     VALUE "A".
               88 ALR-LEVEE          VALUE "L".
               88 ALR-DECLAREE       VALUE "D".
           05 ALR-DECISION-OPERATEUR PIC X(08).
           05 ALR-DECISION-DATE      PIC 9(08).
           05 ALR-COMMENTAIRE        PIC X(30).
           05 FILLER                 PIC X(10).
