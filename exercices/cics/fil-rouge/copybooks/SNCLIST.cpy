      ******************************************************************
      * Copybook : SNCLIST
      * Description : Liste de gel des avoirs et sanctions
      *               (personnes et entites designees)
      * Fichier VSAM : SNCLIST (KSDS)
      * Clé primaire : LST-REF (10 caractères)
      * Longueur enregistrement : 170 octets
      ******************************************************************
       01  SNCLIST-REC.
           05  LST-REF             PIC X(10).
           05  LST-TYPE            PIC X(1).
               88  LST-PERSONNE    VALUE 'P'.
               88  LST-ENTITE      VALUE 'E'.
           05  LST-NOM             PIC X(30).
           05  LST-PRENOM          PIC X(30).
           05  LST-NOM-CPT         PIC X(30).
           05  LST-PRENOM-CPT      PIC X(30).
           05  LST-REGIME          PIC X(20).
           05  LST-DATE-PUB        PIC X(8).
           05  FILLER              PIC X(11).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * LST-REF        : Reference de l'inscription dans la publication
      *                  (un alias publie porte sa propre reference)
      * LST-TYPE       : 'P' personne physique, 'E' entite
      * LST-NOM        : Nom tel que publie
      * LST-PRENOM     : Prenom(s) tels que publies (blanc : entite)
      * LST-NOM-CPT    : Nom normalise par SNCNORM (lettres seules)
      * LST-PRENOM-CPT : Prenom normalise par SNCNORM
      * LST-REGIME     : Regime de sanctions de l'inscription
      * LST-DATE-PUB   : Date de publication AAAAMMJJ
      ******************************************************************
      * Recharge en totalite par le batch SNCCHRG depuis la
      * publication du regulateur ; lu en parcours par SNCCTRL
      * (creation de client CICS) et charge en table par SNCFILT
      * (creations batch et rescan nocturne SNCSCAN).
      ******************************************************************
