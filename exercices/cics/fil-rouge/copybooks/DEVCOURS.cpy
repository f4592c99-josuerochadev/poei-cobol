      ******************************************************************
      * Copybook : DEVCOURS
      * Description : Cours des devises du jour pour le guichet
      * Fichier VSAM : DEVCOURS (KSDS)
      * Clé primaire : DVC-CODE (code ISO de la devise, 3 car.)
      * Longueur enregistrement : 80 octets
      ******************************************************************
       01  DEVCOURS-REC.
           05  DVC-CODE            PIC X(3).
           05  DVC-TAUX            PIC 9(2)V9(6).
           05  DVC-DATE            PIC X(10).
           05  DVC-LIBELLE         PIC X(20).
           05  DVC-DATE-CHARGE     PIC X(8).
           05  FILLER              PIC X(31).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * DVC-CODE        : Code de la devise (DEV-CODE de FDEVISE)
      * DVC-TAUX        : Cours du jour, en euros pour une unite de
      *                   devise (DEV-TAUX)
      * DVC-DATE        : Date du cours, telle que posee par PJ39DEVM
      * DVC-LIBELLE     : Libelle de la devise
      * DVC-DATE-CHARGE : AAAAMMJJ du chargement par DEVCHRG
      ******************************************************************
      * Recharge en totalite par DEVCHRG depuis le FDEVISE de la
      * chaine apres chaque passage de PJ39DEVM : une devise retiree
      * de la cote n'est plus cotee au guichet. Lu par CHGTRT.
      ******************************************************************
