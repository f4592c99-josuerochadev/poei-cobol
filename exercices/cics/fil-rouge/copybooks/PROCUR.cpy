      ******************************************************************
      * Copybook : PROCUR
      * Description : Procurations donnees sur les comptes
      * Fichier VSAM : PROCUR (KSDS)
      * Clé primaire : PRC-CLE (compte + numero, 13 caractères)
      * Longueur enregistrement : 130 octets
      ******************************************************************
       01  PROCUR-REC.
           05  PRC-CLE.
               10  PRC-COMPTE      PIC X(11).
               10  PRC-NUMERO      PIC 9(2).
           05  PRC-NOM             PIC X(25).
           05  PRC-PRENOM          PIC X(20).
           05  PRC-PIECE           PIC X(15).
           05  PRC-CONSULTATION    PIC X(1).
               88  PRC-PEUT-CONSULTER  VALUE 'O'.
           05  PRC-RETRAIT         PIC X(1).
               88  PRC-PEUT-RETIRER    VALUE 'O'.
           05  PRC-VIREMENT        PIC X(1).
               88  PRC-PEUT-VIRER      VALUE 'O'.
           05  PRC-PLAFOND         PIC 9(7)V99 COMP-3.
           05  PRC-DATE-DEBUT      PIC X(8).
           05  PRC-DATE-FIN        PIC X(8).
           05  PRC-STATUT          PIC X(1).
               88  PRC-ACTIVE      VALUE 'A'.
               88  PRC-REVOQUEE    VALUE 'R'.
           05  PRC-DATE-CREATION   PIC X(8).
           05  PRC-AGENT-CREATION  PIC X(8).
           05  PRC-DATE-REVOCATION PIC X(8).
           05  PRC-AGENT-REVOCATION PIC X(8).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * PRC-COMPTE      : Compte sur lequel porte la procuration
      * PRC-NUMERO      : Numero d'ordre du mandataire sur le compte
      *                   (01 a 99 ; 00 designe le titulaire au
      *                   guichet)
      * PRC-NOM/PRENOM  : Identite du mandataire
      * PRC-PIECE       : Piece d'identite du mandataire (numero)
      * PRC-CONSULTATION/RETRAIT/VIREMENT : Etendue du pouvoir,
      *                   'O' accorde, 'N' refuse
      * PRC-PLAFOND     : Montant maximum par operation (zero = sans
      *                   plafond)
      * PRC-DATE-DEBUT/FIN : Periode de validite AAAAMMJJ (99991231 =
      *                   jusqu'a revocation)
      * PRC-STATUT      : 'A' active, 'R' revoquee (date et agent)
      ******************************************************************
      * Entretenu par PROCTRT (ecran PROCPRES, transaction PROC).
      * MVTTRT et VIRTRT font verifier par PROCTRT (action 'V') le
      * pouvoir du mandataire qui opere, puis lui font tracer
      * l'operation dans PROCJRN (action 'J').
      ******************************************************************
