      * Pilote de la chaine de nuit, lancable sans ecran et sans
      * operateur connecte : enchaine la sauvegarde des maitres,
      * l'import de l'extrait, la passation des mouvements, la
      * representation des suspens corriges ou forces, la
      * reception des virements, le controle des cles RIB, l'emission
      * des virements permanents, le retour des acquittements, la
      * surveillance LCB-FT des operations du jour, la
      * detection des comptes inactifs, le controle des soldes, les
      * editions et l'interface comptable, dans cet ordre. Le
      * comportement est parametre par le fichier de consignes
      * CONSIGNES (reprise automatique, correction RIB automatique,
      * editions a produire) ; le compte rendu de chaque etape est
       data division.
       file section.
      * Une consigne par ligne : mot cle cale a gauche puis valeur
      * O/N, sauf les consignes chiffrees (AGE-COURS-MAX,
      * DELAI-INACTIVITE, SEUIL-LCBFT, PLAFOND-JOUR-LCBFT,
      * PLAFOND-MOIS-LCBFT, FRACTIONS-LCBFT) qui portent
      * un nombre cale a gauche dans la meme zone. Toute consigne
      * absente garde sa valeur par defaut.
       fd FICHIER-CONSIGNES

      * Identite sous laquelle la chaine signe ses traitements et ses
      * traces d'audit ; le profil administrateur autorise la
      * correction automatique des cles RIB (deposee au fichier des
      * demandes, a faire valider par un administrateur).
       77 CHN-OPERATEUR  PIC X(08) VALUE "CHAINE".
       77 CHN-PROFIL     PIC X(01) VALUE "A".
       77 CHN-MODE-BATCH PIC X(01) VALUE "O".
      * Age maximal tolere, en jours, du cours d'une devise a la
      * reception des virements (consigne AGE-COURS-MAX).
       77 CHN-AGE-COURS-MAX   PIC 9(03) VALUE 10.
      * Delai, en mois sans mouvement a l'initiative du client, au
      * bout duquel un compte ouvert passe inactif (consigne
      * DELAI-INACTIVITE).
       77 CHN-DELAI-INACTIVITE PIC 9(03) VALUE 12.
      * Surveillance LCB-FT, montants en milliers d'euros : seuil
      * d'une operation unitaire (consigne SEUIL-LCBFT), plafonds du
      * cumul des credits d'un client sur la journee et sur le mois
      * (PLAFOND-JOUR-LCBFT, PLAFOND-MOIS-LCBFT), nombre de credits
      * ronds juste sous le seuil a partir duquel le fractionnement
      * est signale (FRACTIONS-LCBFT).
       77 CHN-SEUIL-LCBFT        PIC 9(03) VALUE 10.
       77 CHN-PLAFOND-JOUR-LCBFT PIC 9(03) VALUE 15.
       77 CHN-PLAFOND-MOIS-LCBFT PIC 9(03) VALUE 50.
       77 CHN-FRACTIONS-LCBFT    PIC 9(03) VALUE 2.

      * Compte rendu de l'etape des virements permanents, restitue
      * par GenerationVirPermanents pour le rapport de chaine.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-MOUVEMENTS
           END-IF.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-SUSPENS
           END-IF.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-VIRRECUS
           END-IF.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-RETOUR-VIREMENTS
           END-IF.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-LCBFT
           END-IF.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-INACTIFS
           END-IF.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-CONTROLE-SOLDES
           END-IF.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-EDITIONS
           END-IF.
           IF NOT CHN-ARRET-DEMANDE
               PERFORM CHN-ETAPE-COMPTABILITE
           END-IF.
           PERFORM CHN-FIN.

      * La chaine se date de la journee comptable ouverte par
           END-READ.

       CHN-APPLIQUER-CONSIGNE.
           EVALUATE CSG-MOT-CLE
               WHEN "AGE-COURS-MAX"
                   PERFORM CHN-CONSIGNE-AGE-COURS
               WHEN "DELAI-INACTIVITE"
                   PERFORM CHN-CONSIGNE-INACTIVITE
               WHEN "SEUIL-LCBFT"
               WHEN "PLAFOND-JOUR-LCBFT"
               WHEN "PLAFOND-MOIS-LCBFT"
               WHEN "FRACTIONS-LCBFT"
                   PERFORM CHN-CONSIGNE-LCBFT
               WHEN OTHER
                   PERFORM CHN-CONSIGNE-OUI-NON
           END-EVALUATE.

      * La consigne AGE-COURS-MAX porte un nombre de jours (trois
      * chiffres cales a gauche) et non une valeur O/N.
               WRITE LIGNE-RAPPORT
           END-IF.

      * La consigne DELAI-INACTIVITE porte un nombre de mois (trois
      * chiffres cales a gauche).
       CHN-CONSIGNE-INACTIVITE.
           IF CSG-VALEUR-JOURS NOT NUMERIC OR CSG-VALEUR-JOURS = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "CONSIGNE IGNOREE (NOMBRE ATTENDU) : "
                   CSG-MOT-CLE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           ELSE
               MOVE CSG-VALEUR-JOURS TO CHN-DELAI-INACTIVITE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "CONSIGNE RETENUE : DELAI-INACTIVITE = "
                   CSG-VALEUR-JOURS
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

      * Les consignes de la surveillance LCB-FT portent un nombre
      * (trois chiffres cales a gauche) : milliers d'euros pour le
      * seuil et les plafonds, nombre de credits pour le
      * fractionnement.
       CHN-CONSIGNE-LCBFT.
           IF CSG-VALEUR-JOURS NOT NUMERIC OR CSG-VALEUR-JOURS = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "CONSIGNE IGNOREE (NOMBRE ATTENDU) : "
                   CSG-MOT-CLE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           ELSE
               EVALUATE CSG-MOT-CLE
                   WHEN "SEUIL-LCBFT"
                       MOVE CSG-VALEUR-JOURS TO CHN-SEUIL-LCBFT
                   WHEN "PLAFOND-JOUR-LCBFT"
                       MOVE CSG-VALEUR-JOURS TO CHN-PLAFOND-JOUR-LCBFT
                   WHEN "PLAFOND-MOIS-LCBFT"
                       MOVE CSG-VALEUR-JOURS TO CHN-PLAFOND-MOIS-LCBFT
                   WHEN OTHER
                       MOVE CSG-VALEUR-JOURS TO CHN-FRACTIONS-LCBFT
               END-EVALUATE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "CONSIGNE RETENUE : " CSG-MOT-CLE " = "
                   CSG-VALEUR-JOURS
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.

       CHN-CONSIGNE-OUI-NON.
           IF CSG-VALEUR NOT = "O" AND CSG-VALEUR NOT = "N"
               MOVE SPACES TO LIGNE-RAPPORT
               PERFORM CHN-CONSIGNER-ARRET
           END-IF.

      * Representation des suspens corriges ou forces depuis la
      * veille par la revue des suspens, et balance agee de ceux qui
      * restent a solder.
       CHN-ETAPE-SUSPENS.
           MOVE 0 TO CHN-CODE-RETOUR-ETAPE.
           CALL "RepriseSuspens" USING CHN-OPERATEUR
               CHN-CODE-RETOUR-ETAPE.
           PERFORM CHN-CONSIGNER-ETAPE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ETAPE REPRESENTATION DES SUSPENS - CODE RETOUR "
               CHN-CODE-RETOUR-ETAPE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF CHN-CODE-RETOUR-ETAPE >= 8
               PERFORM CHN-CONSIGNER-ARRET
           END-IF.

       CHN-ETAPE-VIRRECUS.
           MOVE 0 TO CHN-CODE-RETOUR-ETAPE.
           CALL "ImportVirements" USING CHN-OPERATEUR
               PERFORM CHN-CONSIGNER-ARRET
           END-IF.

      * Surveillance LCB-FT des operations passees dans la journee,
      * y compris les virements recus : les alertes sont deposees au
      * fichier des alertes pour instruction par le responsable
      * conformite (code retour 4 des qu'une alerte est levee).
       CHN-ETAPE-LCBFT.
           MOVE 0 TO CHN-CODE-RETOUR-ETAPE.
           CALL "SurveillanceLcbft" USING CHN-OPERATEUR
               CHN-SEUIL-LCBFT CHN-PLAFOND-JOUR-LCBFT
               CHN-PLAFOND-MOIS-LCBFT CHN-FRACTIONS-LCBFT
               CHN-CODE-RETOUR-ETAPE.
           PERFORM CHN-CONSIGNER-ETAPE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ETAPE SURVEILLANCE LCB-FT - CODE RETOUR "
               CHN-CODE-RETOUR-ETAPE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF CHN-CODE-RETOUR-ETAPE >= 8
               PERFORM CHN-CONSIGNER-ARRET
           END-IF.

      * Detection des comptes ouverts restes sans mouvement client
      * depuis le delai d'inactivite : ils passent inactifs et sont
      * edites avec l'adresse du client pour la notification.
       CHN-ETAPE-INACTIFS.
           MOVE 0 TO CHN-CODE-RETOUR-ETAPE.
           CALL "DetectionInactifs" USING CHN-OPERATEUR
               CHN-DELAI-INACTIVITE CHN-CODE-RETOUR-ETAPE.
           PERFORM CHN-CONSIGNER-ETAPE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ETAPE DETECTION DES COMPTES INACTIFS - CODE RETOUR "
               CHN-CODE-RETOUR-ETAPE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF CHN-CODE-RETOUR-ETAPE >= 8
               PERFORM CHN-CONSIGNER-ARRET
           END-IF.

      * Cliche des soldes du maitre et controle de concordance jour
      * apres jour : tout ecart arrete la chaine avant que les
      * editions ne partent sur des soldes corrompus.
               WRITE LIGNE-RAPPORT
           END-IF.

      * Remise des ecritures de la journee a la comptabilite
      * generale, rapprochees des cumuls de la journee ; une journee
      * deja remise n'est pas emise une seconde fois (code retour 4).
       CHN-ETAPE-COMPTABILITE.
           MOVE 0 TO CHN-CODE-RETOUR-ETAPE.
           CALL "InterfaceComptable" USING CHN-OPERATEUR
               CHN-CODE-RETOUR-ETAPE.
           PERFORM CHN-CONSIGNER-ETAPE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ETAPE INTERFACE COMPTABLE - CODE RETOUR "
               CHN-CODE-RETOUR-ETAPE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           IF CHN-CODE-RETOUR-ETAPE >= 8
               PERFORM CHN-CONSIGNER-ARRET
           END-IF.

      * Le code retour de la chaine garde le plus severe des codes
      * d'etape rencontres.
       CHN-CONSIGNER-ETAPE.
