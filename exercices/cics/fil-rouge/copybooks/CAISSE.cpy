      * Description : Caisse physique d'un guichetier pour une journee
      * Fichier VSAM : CAISSE (KSDS)
      * Clé primaire : CAI-CLE (guichetier + date, 15 car.)
      * Longueur enregistrement : 130 octets
      ******************************************************************
       01  CAISSE-REC.
           05  CAI-CLE.
           05  CAI-SORTIES         PIC 9(9)V99 COMP-3.
           05  CAI-COMPTAGE        PIC 9(9)V99 COMP-3.
           05  CAI-ECART           PIC S9(7)V99 COMP-3.
           05  CAI-AGENCE          PIC X(5).
           05  CAI-APPROS          PIC 9(9)V99 COMP-3.
           05  CAI-DEGAGEMENTS     PIC 9(9)V99 COMP-3.
           05  CAI-NB-COUPURE      PIC 9(7) COMP-3 OCCURS 15 TIMES.
           05  FILLER              PIC X(9).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CAI-ENTREES         : Especes recues (depots MVTTRT)
      * CAI-SORTIES         : Especes versees (retraits MVTTRT)
      * CAI-COMPTAGE        : Especes comptees a la fermeture
      *                       (somme du comptage par coupure)
      * CAI-ECART           : Comptage moins theorique (ouverture +
      *                       entrees - sorties + approvisionnements
      *                       - degagements), signe
      * CAI-AGENCE          : Agence de la caisse (chambre forte
      *                       CHFORT qui l'approvisionne)
      * CAI-APPROS          : Especes recues de la chambre forte
      * CAI-DEGAGEMENTS     : Especes remises a la chambre forte
      * CAI-NB-COUPURE      : Comptage de fermeture par coupure, au
      *                       rang de la table COUPURE
      ******************************************************************
      * Ouverte et fermee par CAISTRT (ecran CAISPRES) ; alimentee au
      * fil de l'eau par MVTTRT a chaque depot et retrait, et par
      * CHFTRT a chaque approvisionnement ou degagement contresigne
      * depuis ou vers la chambre forte de l'agence. Le batch
      * CAISBAT edite l'arrete de caisse par guichetier (theorique
      * contre compte, ecart en evidence) et la position consolidee
      * de l'agence.
