      ******************************************************************
      * Copybook : LETDEM
      * Description : File des courriers demandes au guichet
      * Fichier VSAM : LETDEM (KSDS)
      * Clé primaire : LDM-CLE (compte + date + heure, 25 car.)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  LETDEM-REC.
           05  LDM-CLE.
               10  LDM-COMPTE      PIC X(11).
               10  LDM-DATE        PIC 9(7).
               10  LDM-HEURE       PIC 9(7).
           05  LDM-TYPE            PIC X(3).
               88  LDM-BIENVENUE   VALUE 'BIE'.
           05  LDM-DEMANDEUR       PIC X(8).
           05  LDM-ETAT            PIC X(1).
               88  LDM-EN-ATTENTE  VALUE 'A'.
               88  LDM-SERVIE      VALUE 'S'.
           05  LDM-RIB             PIC X(23).
           05  LDM-IBAN            PIC X(27).
           05  LDM-DATE-SERVICE    PIC X(8).
           05  FILLER              PIC X(5).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * LDM-COMPTE    : Compte concerne (CPT-NUM)
      * LDM-DATE      : Date de la demande (EIBDATE)
      * LDM-HEURE     : Heure de la demande (EIBTIME)
      * LDM-TYPE      : 'BIE' lettre de bienvenue avec RIB (CPTETRT,
      *                 ouverture de compte)
      * LDM-DEMANDEUR : Operateur signe qui a pose la demande
      * LDM-ETAT      : 'A' en attente, 'S' servie par LETBAT
      * LDM-RIB       : RIB du compte (banque + guichet + compte +
      *                 cle, 23 car.) au moment de la demande
      * LDM-IBAN      : IBAN derive par le module C06-IBAN
      * LDM-DATE-SERVICE : Date d'edition AAAAMMJJ (posee par LETBAT)
      ******************************************************************
      * Alimente par les services du guichet ; vide par le batch
      * LETBAT qui edite les lettres dans FLETTRE, les indexe dans
      * COURRIER et marque chaque demande servie (meme principe que
      * RELVDEM / RELVQBAT pour les releves).
      ******************************************************************
