      ******************************************************************
      * Copybook : KYC
      * Description : Dossier de connaissance client (KYC) : pieces
      *               d'identite verifiees et revue periodique
      * Fichier VSAM : KYC (KSDS)
      * Clé primaire : KYC-CLIENT (6 caractères)
      * Longueur enregistrement : 80 octets
      ******************************************************************
       01  KYC-REC.
           05  KYC-CLIENT          PIC X(6).
           05  KYC-RISQUE          PIC X(1).
               88  KYC-RISQUE-FAIBLE   VALUE 'F'.
               88  KYC-RISQUE-MOYEN    VALUE 'M'.
               88  KYC-RISQUE-ELEVE    VALUE 'E'.
           05  KYC-TYPE-PIECE      PIC X(2).
               88  KYC-PIECE-VALIDE    VALUE 'CI' 'PP' 'TS'.
           05  KYC-NUM-PIECE       PIC X(20).
           05  KYC-DATE-EXPIR      PIC X(8).
           05  KYC-DATE-VERIF      PIC X(8).
           05  KYC-DATE-REVUE      PIC X(8).
           05  KYC-VERIFICATEUR    PIC X(8).
           05  KYC-DATE-RELANCE    PIC X(8).
           05  FILLER              PIC X(11).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * KYC-CLIENT     : Client (CLI-NUM)
      * KYC-RISQUE     : Niveau de risque 'F' faible, 'M' moyen,
      *                  'E' eleve ; fixe la periodicite de revue
      *                  (5 ans, 2 ans, 1 an)
      * KYC-TYPE-PIECE : 'CI' carte d'identite, 'PP' passeport,
      *                  'TS' titre de sejour
      * KYC-NUM-PIECE  : Numero de la piece presentee
      * KYC-DATE-EXPIR : Fin de validite de la piece AAAAMMJJ
      * KYC-DATE-VERIF : Derniere verification d'identite AAAAMMJJ
      * KYC-DATE-REVUE : Prochaine revue due AAAAMMJJ (au plus tard
      *                  la fin de validite de la piece)
      * KYC-VERIFICATEUR : Guichetier qui a verifie la piece
      * KYC-DATE-RELANCE : Derniere lettre de relance AAAAMMJJ
      ******************************************************************
      * Enregistre au guichet par KYCTRT (action 'A') apres
      * presentation de la piece. Dossier echu = piece expiree ou
      * revue depassee, ou pas de dossier : KYCTRT (action 'V')
      * refuse alors a MVTTRT et VIRTRT les retraits et virements
      * au dela du seuil PARAMS KYCSEUIL. Le batch mensuel KYCBAT
      * liste les revues dues et emet les lettres de relance.
      ******************************************************************
