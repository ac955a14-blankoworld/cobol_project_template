               "Code banque (0 = toutes) ................ : ".
           10 line  6 Col 51 PIC 9(05) USING SEL-CODE-BANQUE.
           10 line  8 Col  4 VALUE
               "Statut O/F/I (espace = tous) ............. : ".
           10 line  8 Col 51 PIC X(01) USING SEL-STATUT.
           10 line 10 Col  4 VALUE
               "Date d'ouverture debut AAAAMMJJ (0 = tous) : ".
