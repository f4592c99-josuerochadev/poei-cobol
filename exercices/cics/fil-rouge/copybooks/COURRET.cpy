      ******************************************************************
      * Copybook : COURRET
      * Description : Courriers retenus pour adresse invalide (NPAI)
      * Fichier VSAM : COURRET (KSDS)
      * Clé primaire : RET-CLE (document 29 car. + ligne, 33 car.)
      * Longueur enregistrement : 140 octets
      ******************************************************************
       01  COURRET-REC.
           05  RET-CLE.
               10  RET-DOCUMENT.
                   15  RET-CLIENT  PIC X(11).
                   15  RET-DATE    PIC 9(8).
                   15  RET-HEURE   PIC 9(8).
                   15  RET-SEQ     PIC 9(2).
               10  RET-NUM-LIGNE   PIC 9(4).
           05  RET-CORPS           PIC X(107).
      *─── Ligne 0000 : en-tete du document retenu ────────────────────
           05  RET-ENTETE REDEFINES RET-CORPS.
               10  RET-TYPE        PIC X(3).
               10  RET-PROGRAMME   PIC X(8).
               10  RET-TITRE       PIC X(60).
               10  RET-NB-LIGNES   PIC 9(4).
               10  RET-STATUT      PIC X(1).
                   88  RET-EN-ATTENTE VALUE 'R'.
                   88  RET-LIBERE  VALUE 'L'.
               10  RET-DATE-LIBERATION PIC X(8).
               10  FILLER          PIC X(23).
      *─── Lignes 0001 et suivantes : texte du courrier ───────────────
           05  RET-DETAIL REDEFINES RET-CORPS.
               10  RET-SAUT        PIC 9(2).
               10  RET-TEXTE       PIC X(80).
               10  FILLER          PIC X(25).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * RET-CLIENT    : Destinataire (convention PRF-CLIENT de PREFCLI)
      * RET-DATE/HEURE: Horodatage de la retenue AAAAMMJJ / HHMMSSCC
      * RET-SEQ       : Sequence de degagement sur doublon de cle
      * RET-NUM-LIGNE : 0000 = en-tete, puis lignes dans l'ordre
      * RET-TYPE      : Type du courrier (convention COU-TYPE)
      * RET-PROGRAMME : Batch emetteur
      * RET-TITRE     : Objet du courrier
      * RET-NB-LIGNES : Nombre de lignes du courrier
      * RET-STATUT    : 'R' retenu, 'L' libere (edite par COURLIB)
      * RET-DATE-LIBERATION : Date d'edition AAAAMMJJ
      * RET-SAUT      : Saut avant la ligne (0 = nouvelle page)
      * RET-TEXTE     : Ligne telle qu'elle aurait ete imprimee
      ******************************************************************
      * Alimente par le module PREFDIST a la place de l'edition
      * papier quand l'adresse du destinataire est invalide
      * (PRF-NPAI de PREFCLI). COURLIB edite les courriers retenus
      * des que l'adresse est corrigee, precedes de la nouvelle
      * adresse, et les passe au statut 'L'.
      ******************************************************************
