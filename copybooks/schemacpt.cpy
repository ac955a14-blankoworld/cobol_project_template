      * Enregistrement du schema comptable (SCHEMAS) : une fiche par
      * origine d'operation (memes codes que la ventilation des
      * cumuls de journee), portant les deux comptes generaux de
      * l'ecriture passee par l'interface comptable : le compte de
      * la clientele, mouvemente dans le sens de l'operation sur le
      * compte du client, et le compte de contrepartie propre a
      * l'origine, mouvemente en sens inverse.
       01 ENR-SCHEMA-COMPTABLE.
           05 SCH-ORIGINE             PIC 9(01).
           05 SCH-LIBELLE             PIC X(30).
           05 SCH-COMPTE-CLIENTELE    PIC X(10).
           05 SCH-COMPTE-CONTREPARTIE PIC X(10).
           05 FILLER                  PIC X(10).
