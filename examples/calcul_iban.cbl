       program-id. CalculIban.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Sous-programme commun : identifiants bancaires internationaux.
      * Calcule l'IBAN francais d'un RIB (FR, cle de controle, puis
      * code banque, code guichet, numero de compte et cle RIB), ou
      * controle un IBAN saisi : forme (pays, cle, caracteres
      * alphanumeriques, longueur de 27 pour un IBAN francais) et cle
      * modulo 97 selon la norme ISO 13616, les quatre premiers
      * caracteres etant reportes en fin de chaine et les lettres
      * converties en nombres (A = 10 ... Z = 35). Controle aussi la
      * forme d'un code BIC. Appele par la gestion des banques et des
      * virements permanents, l'emission des virements, l'ouverture
      * de compte au guichet et l'emission des virements permanents.
      * Voir ibanarg.cpy pour les operations.
      *****************************************************************

       data division.
       working-storage section.

       01 CALIBAN-ALPHABET      PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 CALIBAN-ALPHABET-R REDEFINES CALIBAN-ALPHABET.
           05 CALIBAN-LETTRE-ALPHABET PIC X(01) OCCURS 26 TIMES.

      * Pays de la zone euro dont les comptes sont joignables par
      * virement SEPA en euros (y compris Andorre, Monaco, Saint-Marin
      * et le Vatican).
       01 CALIBAN-TABLE-EURO.
           05 FILLER PIC X(26) VALUE "ADATBEBGCYDEEEESFIFRGRHRIE".
           05 FILLER PIC X(24) VALUE "ITLTLULVMCMTNLPTSISKSMVA".
       01 CALIBAN-TABLE-EURO-R REDEFINES CALIBAN-TABLE-EURO.
           05 CALIBAN-PAYS-EURO PIC X(02) OCCURS 25 TIMES.

      * Identifiant en cours de traitement, vu caractere par
      * caractere.
       01 CALIBAN-TRAVAIL       PIC X(34).
       01 CALIBAN-TRAVAIL-R REDEFINES CALIBAN-TRAVAIL.
           05 CALIBAN-CAR       PIC X(01) OCCURS 34 TIMES.
       01 CALIBAN-SAISIE        PIC X(34).
       01 CALIBAN-SAISIE-R REDEFINES CALIBAN-SAISIE.
           05 CALIBAN-CAR-SAISIE PIC X(01) OCCURS 34 TIMES.

       77 CALIBAN-COMPTE        PIC X(11) VALUE SPACES.
       77 CALIBAN-LONGUEUR      PIC 9(02) COMP VALUE 0.
       77 CALIBAN-INDICE        PIC 9(02) COMP VALUE 0.
       77 CALIBAN-FIN           PIC 9(02) COMP VALUE 0.
       77 CALIBAN-POSITION-ALPHA PIC 9(02) COMP VALUE 0.
       77 CALIBAN-CARACTERE     PIC X(01) VALUE SPACE.
       77 CALIBAN-CHIFFRE       PIC 9(01) VALUE 0.
       77 CALIBAN-VALEUR        PIC 9(02) VALUE 0.
       77 CALIBAN-RESTE         PIC 9(04) COMP VALUE 0.
       77 CALIBAN-CLE           PIC 9(02) VALUE 0.
       77 CALIBAN-NB-ESPACES    PIC 9(02) COMP VALUE 0.
       77 CALIBAN-FORME         PIC X(01) VALUE "N".
           88 CALIBAN-FORME-CORRECTE VALUE "O".

       linkage section.
       copy "ibanarg.cpy".

       procedure division using IBAN-ARG-OPERATION IBAN-ARG-RIB
               IBAN-ARG-IBAN IBAN-ARG-BIC IBAN-ARG-PAYS
               IBAN-ARG-ZONE-EURO IBAN-ARG-VALIDE.

       0-DEBUT.
           MOVE "N" TO IBAN-ARG-VALIDE.
           MOVE "N" TO IBAN-ARG-ZONE-EURO.
           EVALUATE TRUE
               WHEN IBAN-CALCULER
                   PERFORM CALIBAN-CALCULER-FR
               WHEN IBAN-CONTROLER
                   PERFORM CALIBAN-CONTROLER-IBAN
               WHEN IBAN-CONTROLER-BIC
                   PERFORM CALIBAN-CONTROLER-BIC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      * IBAN francais : "FR" et une cle provisoire "00" devant le RIB
      * de 23 caracteres ; la cle definitive vaut 98 moins le reste
      * modulo 97 de la chaine ainsi formee. Les espaces de bourrage
      * d'un numero de compte court valent zero, comme pour la cle
      * RIB.
       CALIBAN-CALCULER-FR.
           MOVE FUNCTION UPPER-CASE(IBAN-ARG-NUMERO-COMPTE)
               TO CALIBAN-COMPTE.
           INSPECT CALIBAN-COMPTE REPLACING ALL SPACE BY "0".
           MOVE SPACES TO CALIBAN-TRAVAIL.
           STRING "FR00" IBAN-ARG-CODE-BANQUE IBAN-ARG-CODE-GUICHET
               CALIBAN-COMPTE IBAN-ARG-CLE-RIB
               DELIMITED BY SIZE INTO CALIBAN-TRAVAIL
           END-STRING.
           MOVE 27 TO CALIBAN-LONGUEUR.
           PERFORM CALIBAN-CALCULER-RESTE.
           COMPUTE CALIBAN-CLE = 98 - CALIBAN-RESTE.
           MOVE CALIBAN-CLE TO CALIBAN-TRAVAIL(3:2).
           MOVE CALIBAN-TRAVAIL TO IBAN-ARG-IBAN.
           MOVE "FR" TO IBAN-ARG-PAYS.
           MOVE "O" TO IBAN-ARG-ZONE-EURO.
           MOVE "O" TO IBAN-ARG-VALIDE.

      * Controle d'un IBAN saisi, eventuellement en groupes de quatre
      * caracteres separes par des espaces : il est d'abord remis en
      * majuscules et compacte, puis controle dans sa forme et enfin
      * par sa cle (reste modulo 97 egal a 1).
       CALIBAN-CONTROLER-IBAN.
           PERFORM CALIBAN-COMPACTER.
           MOVE CALIBAN-TRAVAIL TO IBAN-ARG-IBAN.
           MOVE CALIBAN-TRAVAIL(1:2) TO IBAN-ARG-PAYS.
           PERFORM CALIBAN-CONTROLER-FORME.
           IF CALIBAN-FORME-CORRECTE
               PERFORM CALIBAN-CALCULER-RESTE
               IF CALIBAN-RESTE = 1
                   MOVE "O" TO IBAN-ARG-VALIDE
               END-IF
           END-IF.
           IF IBAN-EST-VALIDE
               PERFORM CALIBAN-CHERCHER-PAYS-EURO
                   VARYING CALIBAN-INDICE FROM 1 BY 1
                   UNTIL CALIBAN-INDICE > 25
      * Un IBAN francais porte le RIB complet : il est rendu a
      * l'appelant (code banque, guichet, compte, cle).
               IF IBAN-ARG-PAYS = "FR"
                   MOVE CALIBAN-TRAVAIL(5:5)  TO IBAN-ARG-CODE-BANQUE
                   MOVE CALIBAN-TRAVAIL(10:5) TO IBAN-ARG-CODE-GUICHET
                   MOVE CALIBAN-TRAVAIL(15:11)
                       TO IBAN-ARG-NUMERO-COMPTE
                   MOVE CALIBAN-TRAVAIL(26:2) TO IBAN-ARG-CLE-RIB
               END-IF
           END-IF.

      * Recopie les caracteres non blancs de la saisie, en
      * majuscules, dans la zone de travail ; leur nombre donne la
      * longueur de l'IBAN.
       CALIBAN-COMPACTER.
           MOVE FUNCTION UPPER-CASE(IBAN-ARG-IBAN) TO CALIBAN-SAISIE.
           MOVE SPACES TO CALIBAN-TRAVAIL.
           MOVE 0 TO CALIBAN-LONGUEUR.
           PERFORM CALIBAN-COMPACTER-CARACTERE
               VARYING CALIBAN-INDICE FROM 1 BY 1
               UNTIL CALIBAN-INDICE > 34.

       CALIBAN-COMPACTER-CARACTERE.
           IF CALIBAN-CAR-SAISIE(CALIBAN-INDICE) NOT = SPACE
               ADD 1 TO CALIBAN-LONGUEUR
               MOVE CALIBAN-CAR-SAISIE(CALIBAN-INDICE)
                   TO CALIBAN-CAR(CALIBAN-LONGUEUR)
           END-IF.

      * Forme : au moins 15 caracteres, deux lettres de pays, deux
      * chiffres de cle, puis des lettres et des chiffres seulement ;
      * un IBAN francais fait 27 caracteres, code banque, code
      * guichet et cle RIB numeriques.
       CALIBAN-CONTROLER-FORME.
           MOVE "O" TO CALIBAN-FORME.
           EVALUATE TRUE
               WHEN CALIBAN-LONGUEUR < 15
                   MOVE "N" TO CALIBAN-FORME
               WHEN CALIBAN-TRAVAIL(1:2) IS NOT ALPHABETIC-UPPER
                   MOVE "N" TO CALIBAN-FORME
               WHEN CALIBAN-TRAVAIL(3:2) IS NOT NUMERIC
                   MOVE "N" TO CALIBAN-FORME
               WHEN IBAN-ARG-PAYS = "FR"
                   AND (CALIBAN-LONGUEUR NOT = 27
                   OR CALIBAN-TRAVAIL(5:10) IS NOT NUMERIC
                   OR CALIBAN-TRAVAIL(26:2) IS NOT NUMERIC)
                   MOVE "N" TO CALIBAN-FORME
               WHEN OTHER
                   MOVE CALIBAN-LONGUEUR TO CALIBAN-FIN
                   PERFORM CALIBAN-CONTROLER-CARACTERE
                       VARYING CALIBAN-INDICE FROM 5 BY 1
                       UNTIL CALIBAN-INDICE > CALIBAN-FIN
           END-EVALUATE.

      * Tout caractere autre qu'une lettre majuscule ou un chiffre
      * rend la forme incorrecte (l'espace est ecarte a part : il
      * appartient a la classe ALPHABETIC-UPPER).
       CALIBAN-CONTROLER-CARACTERE.
           MOVE CALIBAN-CAR(CALIBAN-INDICE) TO CALIBAN-CARACTERE.
           IF CALIBAN-CARACTERE = SPACE
               MOVE "N" TO CALIBAN-FORME
           ELSE
               IF CALIBAN-CARACTERE IS NOT NUMERIC
                   AND CALIBAN-CARACTERE IS NOT ALPHABETIC-UPPER
                   MOVE "N" TO CALIBAN-FORME
               END-IF
           END-IF.

       CALIBAN-CHERCHER-PAYS-EURO.
           IF CALIBAN-PAYS-EURO(CALIBAN-INDICE) = IBAN-ARG-PAYS
               MOVE "O" TO IBAN-ARG-ZONE-EURO
           END-IF.

      * Reste modulo 97 de l'IBAN dont les quatre premiers caracteres
      * sont reportes en fin : caracteres 5 a la fin, puis 1 a 4,
      * chiffre par chiffre (methode de Horner), la valeur complete
      * depassant la capacite d'une zone numerique.
       CALIBAN-CALCULER-RESTE.
           MOVE 0 TO CALIBAN-RESTE.
           PERFORM CALIBAN-AJOUTER-CARACTERE
               VARYING CALIBAN-INDICE FROM 5 BY 1
               UNTIL CALIBAN-INDICE > CALIBAN-LONGUEUR.
           PERFORM CALIBAN-AJOUTER-CARACTERE
               VARYING CALIBAN-INDICE FROM 1 BY 1
               UNTIL CALIBAN-INDICE > 4.

      * Un chiffre compte pour un rang, une lettre pour deux (A = 10
      * ... Z = 35).
       CALIBAN-AJOUTER-CARACTERE.
           MOVE CALIBAN-CAR(CALIBAN-INDICE) TO CALIBAN-CARACTERE.
           IF CALIBAN-CARACTERE IS NUMERIC
               MOVE CALIBAN-CARACTERE TO CALIBAN-CHIFFRE
               COMPUTE CALIBAN-RESTE =
                   FUNCTION MOD(CALIBAN-RESTE * 10 + CALIBAN-CHIFFRE,
                   97)
           ELSE
               MOVE 1 TO CALIBAN-POSITION-ALPHA
               PERFORM CALIBAN-RECHERCHER-LETTRE
                   VARYING CALIBAN-POSITION-ALPHA FROM 1 BY 1
                   UNTIL CALIBAN-POSITION-ALPHA > 26
                   OR CALIBAN-LETTRE-ALPHABET(CALIBAN-POSITION-ALPHA)
                       = CALIBAN-CARACTERE
               IF CALIBAN-POSITION-ALPHA > 26
                   MOVE 0 TO CALIBAN-VALEUR
               ELSE
                   COMPUTE CALIBAN-VALEUR = CALIBAN-POSITION-ALPHA + 9
               END-IF
               COMPUTE CALIBAN-RESTE =
                   FUNCTION MOD(CALIBAN-RESTE * 100 + CALIBAN-VALEUR,
                   97)
           END-IF.

      * Corps vide : la recherche se fait dans la clause VARYING/UNTIL
      * de l'appelant, ce paragraphe ne fait qu'avancer l'indice.
       CALIBAN-RECHERCHER-LETTRE.
           CONTINUE.

      * BIC : quatre lettres de banque, deux lettres de pays, deux
      * caracteres de localisation, puis eventuellement trois
      * caracteres d'agence (8 ou 11 caracteres en tout).
       CALIBAN-CONTROLER-BIC.
           MOVE FUNCTION UPPER-CASE(IBAN-ARG-BIC) TO IBAN-ARG-BIC.
           MOVE SPACES TO CALIBAN-TRAVAIL.
           MOVE IBAN-ARG-BIC TO CALIBAN-TRAVAIL.
           MOVE 0 TO CALIBAN-NB-ESPACES.
           INSPECT CALIBAN-TRAVAIL(1:8) TALLYING CALIBAN-NB-ESPACES
               FOR ALL SPACE.
           MOVE "O" TO CALIBAN-FORME.
           EVALUATE TRUE
               WHEN CALIBAN-NB-ESPACES NOT = 0
                   MOVE "N" TO CALIBAN-FORME
               WHEN CALIBAN-TRAVAIL(1:6) IS NOT ALPHABETIC-UPPER
                   MOVE "N" TO CALIBAN-FORME
               WHEN CALIBAN-TRAVAIL(9:3) = SPACES
                   MOVE 8 TO CALIBAN-FIN
                   PERFORM CALIBAN-CONTROLER-CARACTERE
                       VARYING CALIBAN-INDICE FROM 7 BY 1
                       UNTIL CALIBAN-INDICE > CALIBAN-FIN
               WHEN OTHER
                   MOVE 11 TO CALIBAN-FIN
                   PERFORM CALIBAN-CONTROLER-CARACTERE
                       VARYING CALIBAN-INDICE FROM 7 BY 1
                       UNTIL CALIBAN-INDICE > CALIBAN-FIN
           END-EVALUATE.
           IF CALIBAN-FORME-CORRECTE
               MOVE "O" TO IBAN-ARG-VALIDE
           END-IF.

       end program CalculIban.
