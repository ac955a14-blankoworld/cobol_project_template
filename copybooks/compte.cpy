           05 CPT-STATUT            PIC X(01).
               88 CPT-COMPTE-OUVERT VALUE "O".
               88 CPT-COMPTE-FERME  VALUE "F".
      * Compte reste ouvert mais sans mouvement a l'initiative du
      * client depuis le delai d'inactivite : pose par la detection
      * des comptes inactifs de la chaine de nuit, leve par la
      * reactivation (cloture et archivage). Il recoit les credits,
      * ses debits sont mis en attente de revue.
               88 CPT-COMPTE-INACTIF VALUE "I".
           05 CPT-CLIENT-NUMERO     PIC 9(07).
           05 CPT-SOLDE-COURANT     PIC S9(09)V99 COMP-3.
      * Renseignee a la cloture du compte (zero tant qu'il est ouvert).
      * Les fiches chargees avant l'ajout de la zone portent des
      * espaces (non numerique) : elles valent decouvert nul.
           05 CPT-DECOUVERT-AUTORISE PIC S9(05)V99 COMP-3.
      * Origine du compte : charge par l'extrait de nuit, ou ouvert
      * au guichet et attendu dans un prochain extrait, qui le
      * reconnait alors comme deja charge au lieu de le rejeter en
      * double. Les fiches chargees avant l'ajout de la zone portent
      * un espace : elles valent compte charge par l'extrait.
           05 CPT-ORIGINE           PIC X(01).
               88 CPT-CHARGE-PAR-EXTRAIT VALUE "E" " ".
               88 CPT-OUVERT-AU-GUICHET  VALUE "G".
               88 CPT-GUICHET-RECONNU    VALUE "R".
      * Client auquel le compte etait rattache avant sa cloture (la
      * cloture remet CPT-CLIENT-NUMERO a zero) : le compte ferme
      * reste ainsi retrouve pour les editions annuelles du client.
      * Zero tant que le compte n'est pas ferme. Les fiches chargees
      * avant l'ajout de la zone portent des espaces (non numerique) :
      * elles valent aucun ancien client.
           05 CPT-ANCIEN-CLIENT     PIC 9(07).
