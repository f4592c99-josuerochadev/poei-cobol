      ******************************************************************
      * Copybook : COFACC
      * Description : Journal des visites aux coffres-forts
      * Fichier VSAM : COFACC (KSDS)
      * Clé primaire : ACC-CLE (coffre + date + heure, 24 car.)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  COFACC-REC.
           05  ACC-CLE.
               10  ACC-AGENCE      PIC X(5).
               10  ACC-COFFRE      PIC 9(4).
               10  ACC-DATE        PIC X(8).
               10  ACC-HEURE       PIC 9(7).
           05  ACC-CONTRAT         PIC 9(8).
           05  ACC-NOM             PIC X(30).
           05  ACC-PIECE           PIC X(20).
           05  ACC-QUALITE         PIC X(1).
               88  ACC-TITULAIRE   VALUE 'T'.
               88  ACC-MANDATAIRE  VALUE 'M'.
               88  ACC-QUALITE-VALIDE VALUE 'T' 'M'.
           05  ACC-AGENT           PIC X(8).
           05  ACC-TERMINAL        PIC X(4).
           05  FILLER              PIC X(5).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * ACC-AGENCE/COFFRE : Coffre visite (COF-CLE)
      * ACC-DATE/HEURE  : AAAAMMJJ et heure EIBTIME de l'ouverture de
      *                   la salle ; sur cle en double, l'heure est
      *                   avancee d'une unite
      * ACC-CONTRAT     : Contrat en cours au moment de la visite
      * ACC-NOM         : Personne admise, en clair
      * ACC-PIECE       : Piece d'identite presentee (type et numero)
      * ACC-QUALITE     : 'T' titulaire du contrat, 'M' mandataire
      * ACC-AGENT       : Guichetier qui a accompagne la visite
      * ACC-TERMINAL    : Terminal de l'enregistrement (EIBTRMID)
      ******************************************************************
      * Alimente par COFTRT (action 'V') a chaque visite ; les cinq
      * dernieres visites sont restituees a la consultation du
      * coffre. Une visite n'est admise que sur un contrat en cours
      * et hors gel du compte de facturation pour succession.
      ******************************************************************
