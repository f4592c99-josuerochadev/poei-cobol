      ******************************************************************
      * Copybook : EDOCLIG
      * Description : Lignes des documents deposes sur le portail
      * Fichier VSAM : EDOCLIG (KSDS)
      * Clé primaire : EDL-CLE (cle EDOCIDX + numero de ligne, 33 car.)
      * Longueur enregistrement : 120 octets
      ******************************************************************
       01  EDOCLIG-REC.
           05  EDL-CLE.
               10  EDL-DOCUMENT    PIC X(29).
               10  EDL-NUM-LIGNE   PIC 9(4).
           05  EDL-SAUT            PIC 9(2).
           05  EDL-TEXTE           PIC X(80).
           05  FILLER              PIC X(5).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * EDL-DOCUMENT  : Cle EDI-CLE du document dans EDOCIDX
      * EDL-NUM-LIGNE : Rang de la ligne dans le document (1 a n)
      * EDL-SAUT      : Saut avant la ligne tel qu'a l'impression,
      *                 0 = nouvelle page, n = n lignes
      * EDL-TEXTE     : Ligne editee, identique a la ligne papier
      ******************************************************************
