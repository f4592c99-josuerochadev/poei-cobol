      ******************************************************************
      * Copybook : DEVSTK
      * Description : Stock de billets etrangers d'une agence
      * Fichier VSAM : DEVSTK (KSDS)
      * Clé primaire : DVS-CLE (agence + devise, 8 car.)
      * Longueur enregistrement : 60 octets
      ******************************************************************
       01  DEVSTK-REC.
           05  DVS-CLE.
               10  DVS-AGENCE      PIC X(5).
               10  DVS-DEVISE      PIC X(3).
           05  DVS-QUANTITE        PIC 9(9) COMP-3.
           05  DVS-DATE-MAJ        PIC X(8).
           05  DVS-AGENT-MAJ       PIC X(8).
           05  DVS-DATE-INVENT     PIC X(8).
           05  DVS-AGENT-INVENT    PIC X(8).
           05  DVS-ECART-INVENT    PIC S9(9) COMP-3.
           05  FILLER              PIC X(10).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * DVS-AGENCE       : Agence detentrice (CAI-AGENCE)
      * DVS-DEVISE       : Code de la devise (DVC-CODE)
      * DVS-QUANTITE     : Billets en stock, en unites de devise
      * DVS-DATE-MAJ     : AAAAMMJJ du dernier mouvement
      * DVS-AGENT-MAJ    : Agent du dernier mouvement
      * DVS-DATE-INVENT  : AAAAMMJJ du dernier inventaire
      * DVS-AGENT-INVENT : Superviseur qui l'a enregistre
      * DVS-ECART-INVENT : Inventaire - compte moins stock tenu
      ******************************************************************
      * Tenu par CHGTRT : un achat de billets au client cree la
      * ligne si besoin et l'augmente, une vente la diminue et ne
      * peut exceder le stock ; l'inventaire remplace la quantite.
      ******************************************************************
