      ******************************************************************
      * Copybook : EMPCPT
      * Description : Compte de versement de la paie d'un employe
      * Fichier VSAM : EMPCPT (KSDS)
      * Clé primaire : ECP-ID (6 caractères, = EMP-ID)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  EMPCPT-REC.
           05  ECP-ID              PIC X(6).
           05  ECP-TYPE            PIC X(1).
               88  ECP-INTERNE     VALUE 'I'.
               88  ECP-EXTERNE     VALUE 'E'.
               88  ECP-TYPE-VALIDE VALUE 'I' 'E'.
           05  ECP-COMPTE          PIC X(11).
           05  ECP-IBAN            PIC X(27).
           05  ECP-TITULAIRE       PIC X(30).
           05  ECP-DATE-MAJ        PIC X(8).
           05  ECP-AUTEUR          PIC X(8).
           05  FILLER              PIC X(9).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * ECP-ID         : Employe (EMP-ID du fichier EMPLOYE)
      * ECP-TYPE       : 'I' compte tenu chez nous (COMPTE)
      *                  'E' compte dans une autre banque (IBAN)
      * ECP-COMPTE     : Compte guichet CPT-NUM (type 'I')
      * ECP-IBAN       : IBAN du compte externe (type 'E'), controle
      *                  par C06-IBAN a l'enregistrement
      * ECP-TITULAIRE  : Titulaire du compte a crediter
      * ECP-DATE-MAJ   : Date de la derniere mise a jour AAAAMMJJ
      * ECP-AUTEUR     : Auteur de la mise a jour
      ******************************************************************
      * Entretenu par le batch EMPCMAJ a partir de cartes de
      * creation, modification et suppression. Lu par PAYVIRT apres
      * la paie mensuelle PAYEMENS pour verser le net a payer :
      * compte interne par la chaine (FMOUV), compte externe par le
      * fichier interbancaire sortant (FVIRSOR).
      ******************************************************************
