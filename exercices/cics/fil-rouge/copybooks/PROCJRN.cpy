      ******************************************************************
      * Copybook : PROCJRN
      * Description : Journal des operations faites par procuration
      * Fichier VSAM : PROCJRN (KSDS)
      * Clé primaire : PRJ-CLE (compte + numero + date + heure +
      *                tache, 34 caractères)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  PROCJRN-REC.
           05  PRJ-CLE.
               10  PRJ-COMPTE      PIC X(11).
               10  PRJ-NUMERO      PIC 9(2).
               10  PRJ-DATE        PIC 9(7).
               10  PRJ-HEURE       PIC 9(7).
               10  PRJ-TACHE       PIC 9(7).
           05  PRJ-OPERATION       PIC X(1).
               88  PRJ-DEPOT       VALUE 'D'.
               88  PRJ-RETRAIT     VALUE 'R'.
               88  PRJ-VIREMENT    VALUE 'V'.
           05  PRJ-MONTANT         PIC 9(7)V99 COMP-3.
           05  PRJ-COMPTE-CIBLE    PIC X(11).
           05  PRJ-REFERENCE       PIC 9(8).
           05  PRJ-GUICHETIER      PIC X(8).
           05  PRJ-MANDATAIRE      PIC X(25).
           05  PRJ-DATE-OPERATION  PIC X(8).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * PRJ-COMPTE/NUMERO : Compte et procuration utilisee (PROCUR)
      * PRJ-DATE/HEURE/TACHE : Horodatage CICS (EIBDATE, EIBTIME,
      *                   EIBTASKN)
      * PRJ-OPERATION   : 'D' depot, 'R' retrait (MVTTRT), 'V'
      *                   virement emis (VIRTRT)
      * PRJ-COMPTE-CIBLE: Compte credite d'un virement
      * PRJ-REFERENCE   : Reference du mouvement MVTJRN
      * PRJ-GUICHETIER  : Guichetier signe qui a servi le mandataire
      * PRJ-MANDATAIRE  : Nom du mandataire au moment de l'operation
      * PRJ-DATE-OPERATION : Date AAAAMMJJ, pour la restitution
      ******************************************************************
      * Ecrit par PROCTRT (action 'J') dans l'unite logique de
      * l'operation ; restitue au titulaire par l'ecran PROCPRES
      * (cinq dernieres operations de chaque procuration).
      ******************************************************************
