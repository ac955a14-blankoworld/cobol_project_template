      * Enregistrement du fichier des demandes de modification
      * soumises a double validation (DEMANDES). Une modification
      * sensible saisie par un administrateur n'est pas appliquee au
      * maitre : elle y est deposee en attente, puis validee (et
      * alors appliquee) ou refusee par un second administrateur,
      * distinct du demandeur. Cle = journee comptable de la demande
      * suivie d'un numero d'ordre dans la journee.
       01 ENR-DEMANDE.
           05 DEM-REFERENCE         PIC X(12).
      * Nature de la modification demandee.
           05 DEM-TYPE              PIC X(02).
               88 DEM-TYPE-DECOUVERT    VALUE "DC".
               88 DEM-TYPE-CLE-RIB      VALUE "RB".
               88 DEM-TYPE-RESTAURATION VALUE "RS".
               88 DEM-TYPE-TAUX         VALUE "BT".
               88 DEM-TYPE-AJOUT-TRANCHE VALUE "BA".
               88 DEM-TYPE-SUPPR-TRANCHE VALUE "BS".
               88 DEM-TYPE-OPERATEUR    VALUE "OP".
      * Objet de la modification : numero de compte, numero de
      * tranche du bareme, identifiant d'operateur ou numero de
      * generation de sauvegarde selon la nature.
           05 DEM-OBJET             PIC X(11).
      * Valeurs actuelle et demandee, au format decrit par la zone
      * DEMANDE-ARG-VALEURS de demandearg.cpy.
           05 DEM-VALEURS           PIC X(40).
           05 DEM-LIBELLE           PIC X(40).
           05 DEM-DEMANDEUR         PIC X(08).
           05 DEM-DATE-DEMANDE      PIC 9(08).
      * Vie de la demande : en attente, validee et appliquee, refusee,
      * ou caduque (le maitre a change depuis la demande, ou l'objet
      * a disparu : elle n'est pas appliquee).
           05 DEM-STATUT            PIC X(01).
               88 DEM-EN-ATTENTE    VALUE "A".
               88 DEM-VALIDEE       VALUE "V".
               88 DEM-REFUSEE       VALUE "R".
               88 DEM-CADUQUE       VALUE "C".
           05 DEM-VALIDEUR          PIC X(08).
           05 DEM-DATE-DECISION     PIC 9(08).
           05 FILLER                PIC X(10).
