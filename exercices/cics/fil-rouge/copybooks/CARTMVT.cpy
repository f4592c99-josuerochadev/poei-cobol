      ******************************************************************
      * Copybook : CARTMVT
      * Description : Detail des operations carte imputees aux comptes
      * Fichier VSAM : CARTMVT (KSDS)
      * Clé primaire : CMV-CLE (compte + date + heure, 25 car.)
      * Longueur enregistrement : 90 octets
      ******************************************************************
       01  CARTMVT-REC.
           05  CMV-CLE.
               10  CMV-COMPTE      PIC X(11).
               10  CMV-DATE        PIC 9(7).
               10  CMV-HEURE       PIC 9(7).
           05  CMV-CARTE           PIC X(16).
           05  CMV-TYPE            PIC X(1).
               88  CMV-ACHAT       VALUE 'A'.
               88  CMV-RETRAIT     VALUE 'R'.
           05  CMV-COMMERCANT      PIC X(25).
           05  CMV-MONTANT         PIC 9(7)V99 COMP-3.
           05  CMV-DATE-OPER       PIC X(8).
           05  FILLER              PIC X(10).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CMV-CLE        : Cle de la ligne MVTJRN du meme mouvement
      *                  (compte, date 0CAADDD, heure 0HHMMSS)
      * CMV-CARTE      : Carte utilisee (CRT-NUM)
      * CMV-TYPE       : 'A' paiement chez un commercant
      *                  'R' retrait au distributeur
      * CMV-COMMERCANT : Commercant ou distributeur, tel que transmis
      *                  par le fichier de compensation
      * CMV-MONTANT    : Montant debite (COMP-3)
      * CMV-DATE-OPER  : Date de l'operation carte AAAAMMJJ
      ******************************************************************
      * Alimente par le batch CARTCLR a chaque operation imputee,
      * sous la cle de la ligne MVTJRN correspondante : RELVQBAT et
      * JRNEXTR y lisent le commercant pour libeller la ligne du
      * releve, CARTCLR y cumule les retraits des 7 derniers jours
      * de la carte.
      ******************************************************************
