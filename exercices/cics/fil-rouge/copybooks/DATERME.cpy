      ******************************************************************
      * Copybook : DATERME
      * Description : Contrats de depot a terme (compte a terme)
      * Fichier VSAM : DATERME (KSDS)
      * Clé primaire : DAT-COMPTE (11 caractères)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  DATERME-REC.
           05  DAT-COMPTE          PIC X(11).
           05  DAT-CLIENT          PIC X(6).
           05  DAT-CAPITAL         PIC S9(9)V99 COMP-3.
           05  DAT-TAUX            PIC 9(2)V99.
           05  DAT-DUREE           PIC 9(2).
               88  DAT-DUREE-VALIDE VALUE 3 6 12.
           05  DAT-DATE-DEBUT      PIC X(8).
           05  DAT-DATE-ECHEANCE   PIC X(8).
           05  DAT-INSTRUCTION     PIC X(1).
               88  DAT-RENOUV-TOTAL    VALUE 'R'.
               88  DAT-RENOUV-CAPITAL  VALUE 'C'.
               88  DAT-VIREMENT        VALUE 'V'.
           05  DAT-COMPTE-LIE      PIC X(11).
           05  DAT-STATUT          PIC X(1).
               88  DAT-ACTIF       VALUE 'A'.
               88  DAT-ECHU        VALUE 'E'.
               88  DAT-ROMPU       VALUE 'R'.
           05  DAT-INTERETS-CUMUL  PIC S9(9)V99 COMP-3.
           05  DAT-NB-RENOUV       PIC 9(2).
           05  DAT-DATE-CLOTURE    PIC X(8).
           05  DAT-GUICHETIER      PIC X(8).
           05  FILLER              PIC X(18).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * DAT-COMPTE      : Compte a terme (CPT-NUM, CPT-TYPE 'D')
      * DAT-CLIENT      : Titulaire (CPT-CLIENT)
      * DAT-CAPITAL     : Capital place pour la periode en cours
      * DAT-TAUX        : Taux annuel en % de la periode en cours,
      *                   fixe a l'ouverture ou au renouvellement
      *                   (grille PARAMS DATTX03 / DATTX06 / DATTX12)
      * DAT-DUREE       : Duree de la periode en mois (3, 6 ou 12)
      * DAT-DATE-DEBUT  : Debut de la periode en cours AAAAMMJJ
      * DAT-DATE-ECHEANCE : Echeance contractuelle AAAAMMJJ ; le
      *                   denouement a lieu le jour ouvre suivant
      *                   quand elle tombe un jour chome
      * DAT-INSTRUCTION : a l'echeance, 'R' renouveler capital et
      *                   interets, 'C' renouveler le capital et
      *                   verser les interets au compte lie, 'V'
      *                   virer capital et interets au compte lie
      * DAT-COMPTE-LIE  : Compte courant d'origine des fonds, qui
      *                   recoit les versements
      * DAT-STATUT      : 'A' actif, 'E' echu et solde,
      *                   'R' rompu par anticipation
      * DAT-INTERETS-CUMUL : Interets servis depuis l'ouverture
      * DAT-NB-RENOUV   : Nombre de renouvellements
      * DAT-DATE-CLOTURE : Date du solde (echeance ou rupture)
      * DAT-GUICHETIER  : Guichetier de l'ouverture ou de la rupture
      ******************************************************************
      * Ouvert et rompu au guichet par DATTRT (fonds pris sur un
      * compte courant du client). Le batch DATBAT denoue les
      * echeances au jour ouvre (calendrier PJ33JOUV) : interets
      * calcules au prorata des jours (base 365), puis
      * renouvellement ou virement selon DAT-INSTRUCTION.
      * Le solde du compte a terme (CPT-SOLDE) est le capital place ;
      * MVTTRT et VIRTRT refusent toute operation sur ce compte.
      ******************************************************************
