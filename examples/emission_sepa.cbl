       program-id. EmissionSepa.
       author. Olivier DOSSMANN.

      *****************************************************************
      * Sous-programme commun : construit le message de virements
      * SEPA pain.001 (norme ISO 20022, version pain.001.001.03) remis
      * aux banques partenaires qui attendent ce format. Il est tire
      * du fichier des ordres SEPA du jour (VIRSEPA-ORDRES), alimente
      * par l'emission manuelle puis par les virements permanents de
      * la nuit, et il est reconstruit en entier a chaque appel pour
      * que le fichier VIRSEPA couvre toujours tous les ordres du
      * jour. Un premier passage compte les ordres et cumule leurs
      * montants (en-tete du message), un second ecrit un bloc de
      * paiement par ordre : debiteur, IBAN et BIC de son compte,
      * beneficiaire, IBAN et BIC du sien, montant, libelle et
      * reference unique de l'ordre comme identifiant de bout en
      * bout. Sans ordre SEPA, le fichier est laisse vide. Rend le
      * nombre d'ordres portes au message.
      *****************************************************************

       environment division.
       input-output section.
       file-control.
           select FICHIER-VIR-SEPA assign to "VIRSEPA-ORDRES"
               organization is line sequential
               file status is VIRSEPA-ORDRES-STATUT.
           select FICHIER-PAIN assign to "VIRSEPA"
               organization is line sequential
               file status is VIRSEPA-STATUT.

       data division.
       file section.
       fd FICHIER-VIR-SEPA
           label records are standard
           recording mode is F.
       copy "virsepa.cpy".

       fd FICHIER-PAIN
           label records are standard
           recording mode is F.
       01 LIGNE-PAIN PIC X(100).

       working-storage section.
       77 VIRSEPA-ORDRES-STATUT PIC X(02) VALUE SPACES.
       77 VIRSEPA-STATUT        PIC X(02) VALUE SPACES.

       77 EMSEPA-FIN            PIC X(01) VALUE "N".
           88 EMSEPA-FIN-ATTEINTE VALUE "O".
       77 EMSEPA-TOTAL          PIC 9(13)V99 VALUE 0.
       77 EMSEPA-MONTANT-EDITE  PIC Z(12)9.99.
       77 EMSEPA-MONTANT-TEXTE  PIC X(16) VALUE SPACES.
       77 EMSEPA-NB-BLANCS      PIC 9(02) COMP VALUE 0.
       77 EMSEPA-NB-EDITE       PIC Z(06)9.
       77 EMSEPA-NB-TEXTE       PIC X(07) VALUE SPACES.
       77 EMSEPA-TEXTE          PIC X(30) VALUE SPACES.
       77 EMSEPA-LONGUEUR       PIC 9(02) COMP VALUE 0.

      * Nom de l'initiateur du message (parametre d'exploitation).
       77 EMSEPA-INITIATEUR     PIC X(30) VALUE "SERVICE VIREMENTS".

       01 EMSEPA-DATE-CREATION.
           05 EMSEPA-CRE-AAAA   PIC 9(04).
           05 EMSEPA-CRE-MM     PIC 9(02).
           05 EMSEPA-CRE-JJ     PIC 9(02).
       01 EMSEPA-HEURE-CREATION.
           05 EMSEPA-CRE-HH     PIC 9(02).
           05 EMSEPA-CRE-MN     PIC 9(02).
           05 EMSEPA-CRE-SS     PIC 9(02).
           05 EMSEPA-CRE-CC     PIC 9(02).
       01 EMSEPA-DATE-EXECUTION PIC 9(08) VALUE 0.
       01 EMSEPA-DATE-EXECUTION-R REDEFINES EMSEPA-DATE-EXECUTION.
           05 EMSEPA-EXE-AAAA   PIC 9(04).
           05 EMSEPA-EXE-MM     PIC 9(02).
           05 EMSEPA-EXE-JJ     PIC 9(02).

       linkage section.
       01 EMSEPA-NB-ORDRES      PIC 9(07).

       procedure division using EMSEPA-NB-ORDRES.

       0-DEBUT.
           MOVE 0 TO EMSEPA-NB-ORDRES.
           MOVE 0 TO EMSEPA-TOTAL.
           ACCEPT EMSEPA-DATE-CREATION FROM DATE YYYYMMDD.
           ACCEPT EMSEPA-HEURE-CREATION FROM TIME.
           PERFORM EMSEPA-COMPTER.
           OPEN OUTPUT FICHIER-PAIN.
           IF EMSEPA-NB-ORDRES > 0
               PERFORM EMSEPA-ENTETE
               PERFORM EMSEPA-ECRIRE-ORDRES
               PERFORM EMSEPA-PIED
           END-IF.
           CLOSE FICHIER-PAIN.
           GOBACK.

      * Premier passage : nombre d'ordres et somme de controle de
      * l'en-tete. Le fichier des ordres n'existe pas encore (statut
      * 35) quand aucun ordre SEPA n'a ete emis.
       EMSEPA-COMPTER.
           MOVE "N" TO EMSEPA-FIN.
           OPEN INPUT FICHIER-VIR-SEPA.
           IF VIRSEPA-ORDRES-STATUT = "00"
               PERFORM EMSEPA-COMPTER-UN-ORDRE
                   UNTIL EMSEPA-FIN-ATTEINTE
               CLOSE FICHIER-VIR-SEPA
           END-IF.

       EMSEPA-COMPTER-UN-ORDRE.
           READ FICHIER-VIR-SEPA
               AT END SET EMSEPA-FIN-ATTEINTE TO TRUE
               NOT AT END
                   ADD 1 TO EMSEPA-NB-ORDRES
                   ADD VSP-MONTANT TO EMSEPA-TOTAL
           END-READ.

       EMSEPA-ENTETE.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:"
               "pain.001.001.03"">"
               DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE "  <CstmrCdtTrfInitn>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           MOVE "    <GrpHdr>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <MsgId>VIRSEPA" EMSEPA-DATE-CREATION
               EMSEPA-CRE-HH EMSEPA-CRE-MN EMSEPA-CRE-SS "</MsgId>"
               DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <CreDtTm>" EMSEPA-CRE-AAAA "-" EMSEPA-CRE-MM
               "-" EMSEPA-CRE-JJ "T" EMSEPA-CRE-HH ":" EMSEPA-CRE-MN
               ":" EMSEPA-CRE-SS "</CreDtTm>"
               DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE EMSEPA-NB-ORDRES TO EMSEPA-NB-EDITE.
           PERFORM EMSEPA-CADRER-NOMBRE.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <NbOfTxs>" DELIMITED BY SIZE
               EMSEPA-NB-TEXTE DELIMITED BY SPACE
               "</NbOfTxs>" DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE EMSEPA-TOTAL TO EMSEPA-MONTANT-EDITE.
           PERFORM EMSEPA-CADRER-MONTANT.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <CtrlSum>" DELIMITED BY SIZE
               EMSEPA-MONTANT-TEXTE DELIMITED BY SPACE
               "</CtrlSum>" DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           MOVE EMSEPA-INITIATEUR TO EMSEPA-TEXTE.
           PERFORM EMSEPA-PREPARER-TEXTE.
           STRING "      <InitgPty><Nm>"
               EMSEPA-TEXTE(1:EMSEPA-LONGUEUR) "</Nm></InitgPty>"
               DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE "    </GrpHdr>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.

      * Second passage : un bloc de paiement par ordre.
       EMSEPA-ECRIRE-ORDRES.
           MOVE "N" TO EMSEPA-FIN.
           OPEN INPUT FICHIER-VIR-SEPA.
           PERFORM EMSEPA-LIRE-UN-ORDRE UNTIL EMSEPA-FIN-ATTEINTE.
           CLOSE FICHIER-VIR-SEPA.

       EMSEPA-LIRE-UN-ORDRE.
           READ FICHIER-VIR-SEPA
               AT END SET EMSEPA-FIN-ATTEINTE TO TRUE
               NOT AT END PERFORM EMSEPA-ECRIRE-UN-ORDRE
           END-READ.

       EMSEPA-ECRIRE-UN-ORDRE.
           MOVE VSP-MONTANT TO EMSEPA-MONTANT-EDITE.
           PERFORM EMSEPA-CADRER-MONTANT.
           MOVE VSP-DATE-EXECUTION TO EMSEPA-DATE-EXECUTION.
           MOVE "    <PmtInf>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <PmtInfId>" VSP-REFERENCE "</PmtInfId>"
               DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE "      <PmtMtd>TRF</PmtMtd>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           MOVE "      <NbOfTxs>1</NbOfTxs>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <CtrlSum>" DELIMITED BY SIZE
               EMSEPA-MONTANT-TEXTE DELIMITED BY SPACE
               "</CtrlSum>" DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
               "</PmtTpInf>" DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <ReqdExctnDt>" EMSEPA-EXE-AAAA "-"
               EMSEPA-EXE-MM "-" EMSEPA-EXE-JJ "</ReqdExctnDt>"
               DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE VSP-DEBITEUR-NOM TO EMSEPA-TEXTE.
           PERFORM EMSEPA-PREPARER-TEXTE.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <Dbtr><Nm>" EMSEPA-TEXTE(1:EMSEPA-LONGUEUR)
               "</Nm></Dbtr>" DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "      <DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
               VSP-DEBITEUR-IBAN DELIMITED BY SPACE
               "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
               INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
      * Faute de BIC connu pour la banque du debiteur, la norme
      * admet l'identifiant NOTPROVIDED.
           MOVE SPACES TO LIGNE-PAIN.
           IF VSP-DEBITEUR-BIC = SPACES
               STRING "      <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                   "</Id></Othr></FinInstnId></DbtrAgt>"
                   DELIMITED BY SIZE INTO LIGNE-PAIN
               END-STRING
           ELSE
               STRING "      <DbtrAgt><FinInstnId><BIC>"
                   DELIMITED BY SIZE
                   VSP-DEBITEUR-BIC DELIMITED BY SPACE
                   "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
                   INTO LIGNE-PAIN
               END-STRING
           END-IF.
           WRITE LIGNE-PAIN.
           MOVE "      <ChrgBr>SLEV</ChrgBr>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           PERFORM EMSEPA-ECRIRE-TRANSACTION.
           MOVE "    </PmtInf>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.

       EMSEPA-ECRIRE-TRANSACTION.
           MOVE "      <CdtTrfTxInf>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "        <PmtId><EndToEndId>" VSP-REFERENCE
               "</EndToEndId></PmtId>"
               DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "        <Amt><InstdAmt Ccy=""" VSP-DEVISE """>"
               DELIMITED BY SIZE
               EMSEPA-MONTANT-TEXTE DELIMITED BY SPACE
               "</InstdAmt></Amt>" DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
      * Le BIC du beneficiaire est facultatif en SEPA : le bloc
      * n'est ecrit que s'il est connu.
           IF VSP-CREANCIER-BIC NOT = SPACES
               MOVE SPACES TO LIGNE-PAIN
               STRING "        <CdtrAgt><FinInstnId><BIC>"
                   DELIMITED BY SIZE
                   VSP-CREANCIER-BIC DELIMITED BY SPACE
                   "</BIC></FinInstnId></CdtrAgt>" DELIMITED BY SIZE
                   INTO LIGNE-PAIN
               END-STRING
               WRITE LIGNE-PAIN
           END-IF.
           MOVE VSP-CREANCIER-NOM TO EMSEPA-TEXTE.
           PERFORM EMSEPA-PREPARER-TEXTE.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "        <Cdtr><Nm>" EMSEPA-TEXTE(1:EMSEPA-LONGUEUR)
               "</Nm></Cdtr>" DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "        <CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
               VSP-CREANCIER-IBAN DELIMITED BY SPACE
               "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
               INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE VSP-LIBELLE TO EMSEPA-TEXTE.
           PERFORM EMSEPA-PREPARER-TEXTE.
           MOVE SPACES TO LIGNE-PAIN.
           STRING "        <RmtInf><Ustrd>"
               EMSEPA-TEXTE(1:EMSEPA-LONGUEUR) "</Ustrd></RmtInf>"
               DELIMITED BY SIZE INTO LIGNE-PAIN
           END-STRING.
           WRITE LIGNE-PAIN.
           MOVE "      </CdtTrfTxInf>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.

       EMSEPA-PIED.
           MOVE "  </CstmrCdtTrfInitn>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.
           MOVE "</Document>" TO LIGNE-PAIN.
           WRITE LIGNE-PAIN.

      * Nom ou libelle a porter au message. Les caracteres reserves
      * du XML ne figurent pas dans le jeu de caracteres SEPA :
      * l'esperluette devient "+", les chevrons des parentheses. La
      * longueur utile exclut les blancs de fin (un caractere au
      * moins).
       EMSEPA-PREPARER-TEXTE.
           INSPECT EMSEPA-TEXTE CONVERTING "&<>" TO "+()".
           PERFORM EMSEPA-RECULER
               VARYING EMSEPA-LONGUEUR FROM 30 BY -1
               UNTIL EMSEPA-LONGUEUR = 1
               OR EMSEPA-TEXTE(EMSEPA-LONGUEUR:1) NOT = SPACE.

      * Corps vide : la recherche du dernier caractere non blanc se
      * fait dans la clause VARYING/UNTIL de l'appelant.
       EMSEPA-RECULER.
           CONTINUE.

      * Montant au format XML : point decimal, sans zeros ni blancs
      * de tete.
       EMSEPA-CADRER-MONTANT.
           MOVE 0 TO EMSEPA-NB-BLANCS.
           INSPECT EMSEPA-MONTANT-EDITE TALLYING EMSEPA-NB-BLANCS
               FOR LEADING SPACE.
           MOVE SPACES TO EMSEPA-MONTANT-TEXTE.
           MOVE EMSEPA-MONTANT-EDITE(EMSEPA-NB-BLANCS + 1:)
               TO EMSEPA-MONTANT-TEXTE.

       EMSEPA-CADRER-NOMBRE.
           MOVE 0 TO EMSEPA-NB-BLANCS.
           INSPECT EMSEPA-NB-EDITE TALLYING EMSEPA-NB-BLANCS
               FOR LEADING SPACE.
           MOVE SPACES TO EMSEPA-NB-TEXTE.
           MOVE EMSEPA-NB-EDITE(EMSEPA-NB-BLANCS + 1:)
               TO EMSEPA-NB-TEXTE.

       end program EmissionSepa.
