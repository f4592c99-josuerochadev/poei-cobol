      ******************************************************************
      * Copybook : INTERDIT
      * Description : Registre des interdits bancaires (cheques)
      * Fichier VSAM : INTERDIT (KSDS)
      * Clé primaire : INB-CLIENT (6 caractères)
      * Longueur enregistrement : 80 octets
      ******************************************************************
       01  INTERDIT-REC.
           05  INB-CLIENT          PIC X(6).
           05  INB-STATUT          PIC X(1).
               88  INB-ACTIF       VALUE 'A'.
               88  INB-REGULARISE  VALUE 'R'.
           05  INB-DATE-INTERDIT   PIC X(8).
           05  INB-DATE-FIN        PIC X(8).
           05  INB-DATE-REGUL      PIC X(8).
           05  INB-COMPTE          PIC X(11).
           05  INB-NUMERO          PIC 9(7).
           05  INB-MONTANT         PIC 9(7)V99.
           05  INB-NB-INCIDENTS    PIC 9(3).
           05  INB-AGENT           PIC X(8).
           05  FILLER              PIC X(11).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * INB-CLIENT        : Client tireur frappe d'interdiction
      * INB-STATUT        : 'A' interdiction en cours
      *                     'R' levee par regularisation
      * INB-DATE-INTERDIT : Date du dernier incident AAAAMMJJ
      * INB-DATE-FIN      : Fin legale de l'interdiction (incident
      *                     + 5 ans), repoussee a chaque incident
      * INB-DATE-REGUL    : Date de regularisation AAAAMMJJ, a
      *                     blanc tant que le client n'a pas
      *                     regularise
      * INB-COMPTE/NUMERO/MONTANT : Dernier cheque rejete
      * INB-NB-INCIDENTS  : Nombre de cheques rejetes sans provision
      * INB-AGENT         : 'CHEQMATC' a l'inscription, guichetier
      *                     a la regularisation
      ******************************************************************
      * Alimente par CHEQMATCH a chaque rejet pour defaut de
      * provision ; la regularisation est saisie au guichet
      * (CHEQTRT action 'R'). CHEQTRT refuse un nouveau carnet a un
      * client interdit tant que l'interdiction n'est ni levee ni
      * parvenue a sa date de fin.
      ******************************************************************
