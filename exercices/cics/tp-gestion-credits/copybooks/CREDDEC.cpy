      ******************************************************************
      * Copybook : CREDDEC
      * Description : Ordres de decaissement des credits accordes
      * Fichier VSAM : CREDDEC (KSDS)
      * Cle primaire : DEC-CLE (ID employe + numero de credit, 8 car.)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  DECAISSEMENT-REC.
           05  DEC-CLE.
               10  DEC-ID-EMPL     PIC X(6).
               10  DEC-NUM-CREDIT  PIC 9(2).
           05  DEC-STATUT          PIC X(1).
               88  DEC-A-SIGNER    VALUE 'S'.
               88  DEC-ORDONNE     VALUE 'O'.
               88  DEC-VERSE       VALUE 'V'.
               88  DEC-REJETE      VALUE 'R'.
           05  DEC-DEM-SEQ         PIC 9(3).
           05  DEC-MONTANT         PIC 9(7)V99 COMP-3.
           05  DEC-DATE-FINANCEMENT PIC 9(8).
           05  DEC-VALIDEUR        PIC X(8).
           05  DEC-DATE-VALIDATION PIC 9(7).
           05  DEC-SIGNATAIRE      PIC X(8).
           05  DEC-DATE-SIGNATURE  PIC 9(7).
           05  DEC-DATE-VERSEMENT  PIC 9(8).
           05  DEC-TYPE-COMPTE     PIC X(1).
           05  DEC-COMPTE          PIC X(27).
           05  FILLER              PIC X(9).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * DEC-ID-EMPL     : Employe emprunteur (cle etrangere EMPLOYE)
      * DEC-NUM-CREDIT  : Credit CREDEMP cree a la validation
      * DEC-STATUT      : 'S' en attente de la seconde signature,
      *                   'O' ordonne (a verser a la date de
      *                   financement), 'V' verse, 'R' rejete a la
      *                   seconde signature (credit annule)
      * DEC-DEM-SEQ     : Sequence de la demande CREDDEM d'origine
      * DEC-MONTANT     : Montant a verser (= CRD-MONTANT-TOTAL)
      * DEC-DATE-FINANCEMENT : Date de mise a disposition AAAAMMJJ ;
      *                   la premiere echeance CREDECH tombe le mois
      *                   suivant
      * DEC-VALIDEUR / DEC-DATE-VALIDATION : superviseur qui a valide
      *                   la demande (DEMVAL) et date (EIBDATE)
      * DEC-SIGNATAIRE / DEC-DATE-SIGNATURE : second superviseur qui
      *                   a contresigne ou rejete l'ordre (DECPRES)
      * DEC-DATE-VERSEMENT : Date du versement effectif AAAAMMJJ
      * DEC-TYPE-COMPTE : 'I' compte guichet, 'E' IBAN externe, lu
      *                   dans EMPCPT au versement
      * DEC-COMPTE      : Compte guichet ou IBAN effectivement credite
      ******************************************************************
      * Ecrit par DEMVAL a la validation de la demande : au dela du
      * seuil lu au fichier CREDPARM (cle DECSEUIL), l'ordre attend
      * la contre-signature d'un second superviseur (DECPRES /
      * DECTRT), sinon il est ordonne d'emblee. CREDDECV verse les
      * ordres echus sur le compte de paie de l'employe et edite
      * chaque jour la liste des credits accordes non encore verses.
      * Un ordre n'est verse qu'une fois l'offre de credit CREDOFF
      * acceptee et son delai de retractation ecoule.
      * Tant que l'ordre n'est pas verse, CREDPAIE n'emet aucune
      * retenue sur le credit.
      ******************************************************************
