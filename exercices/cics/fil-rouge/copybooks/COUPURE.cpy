      ******************************************************************
      * Copybook : COUPURE
      * Description : Table des coupures en euros (billets et pieces)
      * Zone de travail (WORKING-STORAGE), pas de fichier
      * Longueur : 15 coupures de 5 chiffres
      ******************************************************************
       01  COUPURES-VALEURS.
           05  FILLER              PIC 9(3)V99 VALUE 500.00.
           05  FILLER              PIC 9(3)V99 VALUE 200.00.
           05  FILLER              PIC 9(3)V99 VALUE 100.00.
           05  FILLER              PIC 9(3)V99 VALUE 50.00.
           05  FILLER              PIC 9(3)V99 VALUE 20.00.
           05  FILLER              PIC 9(3)V99 VALUE 10.00.
           05  FILLER              PIC 9(3)V99 VALUE 5.00.
           05  FILLER              PIC 9(3)V99 VALUE 2.00.
           05  FILLER              PIC 9(3)V99 VALUE 1.00.
           05  FILLER              PIC 9(3)V99 VALUE 0.50.
           05  FILLER              PIC 9(3)V99 VALUE 0.20.
           05  FILLER              PIC 9(3)V99 VALUE 0.10.
           05  FILLER              PIC 9(3)V99 VALUE 0.05.
           05  FILLER              PIC 9(3)V99 VALUE 0.02.
           05  FILLER              PIC 9(3)V99 VALUE 0.01.
       01  COUPURES-TABLE REDEFINES COUPURES-VALEURS.
           05  CPR-VALEUR          PIC 9(3)V99 OCCURS 15 TIMES.
       01  CPR-NB-COUPURES         PIC 9(2) VALUE 15.
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CPR-VALEUR (1) a (7)  : billets de 500, 200, 100, 50, 20, 10
      *                         et 5 EUR
      * CPR-VALEUR (8) a (15) : pieces de 2 et 1 EUR, 50, 20, 10, 5,
      *                         2 et 1 centimes
      ******************************************************************
      * Le rang de la coupure dans cette table est celui des
      * comptages par coupure de la caisse (CAI-NB-COUPURE), de la
      * chambre forte (CHF-NB-COUPURE) et de ses mouvements
      * (CHM-NB-COUPURE) : CAISTRT, CHFTRT et CHFBAT valorisent
      * un comptage en multipliant chaque nombre par CPR-VALEUR.
      ******************************************************************
