      ******************************************************************
      * Copybook : CHFORT
      * Description : Stock de la chambre forte d'une agence, par
      *               coupure
      * Fichier VSAM : CHFORT (KSDS)
      * Clé primaire : CHF-AGENCE (5 car.)
      * Longueur enregistrement : 120 octets
      ******************************************************************
       01  CHFORT-REC.
           05  CHF-AGENCE          PIC X(5).
           05  CHF-NB-COUPURE      PIC 9(7) COMP-3 OCCURS 15 TIMES.
           05  CHF-TOTAL           PIC 9(9)V99 COMP-3.
           05  CHF-DATE-MAJ        PIC X(8).
           05  CHF-AGENT-MAJ       PIC X(8).
           05  CHF-DATE-INVENT     PIC X(8).
           05  CHF-AGENT-INVENT    PIC X(8).
           05  CHF-ECART-INVENT    PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(11).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CHF-AGENCE       : Guichet de l'agence (meme code que
      *                    COF-AGENCE et CAI-AGENCE)
      * CHF-NB-COUPURE   : Nombre de billets ou pieces detenus, au
      *                    rang de la coupure dans la table COUPURE
      * CHF-TOTAL        : Valeur du stock (somme nombre x coupure)
      * CHF-DATE-MAJ / AGENT-MAJ : Dernier mouvement (AAAAMMJJ)
      * CHF-DATE-INVENT / AGENT-INVENT : Dernier inventaire compte
      * CHF-ECART-INVENT : Ecart constate a cet inventaire (compte
      *                    moins stock tenu), signe
      ******************************************************************
      * Cree par le premier inventaire de l'agence (CHFTRT action
      * 'I'), puis tenu par CHFTRT a chaque approvisionnement et
      * degagement des caisses, reception et restitution au centre
      * fort. Chaque mouvement est trace dans CHFMVT avec les deux
      * signatures. CHFBAT en tire la position journaliere contre le
      * plafond assure et les commandes ou restitutions de fonds.
      ******************************************************************
