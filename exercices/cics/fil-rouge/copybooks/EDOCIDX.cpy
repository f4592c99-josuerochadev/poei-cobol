      ******************************************************************
      * Copybook : EDOCIDX
      * Description : Index des documents deposes sur le portail client
      * Fichier VSAM : EDOCIDX (KSDS)
      * Clé primaire : EDI-CLE (client + date + heure + seq, 29 car.)
      * Longueur enregistrement : 160 octets
      ******************************************************************
       01  EDOCIDX-REC.
           05  EDI-CLE.
               10  EDI-CLIENT      PIC X(11).
               10  EDI-DATE        PIC 9(8).
               10  EDI-HEURE       PIC 9(8).
               10  EDI-SEQ         PIC 9(2).
           05  EDI-TYPE            PIC X(3).
           05  EDI-PROGRAMME       PIC X(8).
           05  EDI-TITRE           PIC X(60).
           05  EDI-NB-LIGNES       PIC 9(4).
           05  EDI-PAPIER          PIC X(1).
               88  EDI-AUSSI-PAPIER VALUE 'O'.
           05  EDI-STATUT          PIC X(1).
               88  EDI-NON-LU      VALUE 'N'.
               88  EDI-LU          VALUE 'L'.
           05  EDI-DATE-LECTURE    PIC X(8).
           05  EDI-EMAIL           PIC X(40).
           05  FILLER              PIC X(6).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * EDI-CLIENT    : Destinataire (cf. PRF-CLIENT du PREFCLI)
      * EDI-DATE/HEURE: Horodatage du depot AAAAMMJJ / HHMMSSCC
      * EDI-SEQ       : Sequence de degagement sur doublon de cle
      * EDI-TYPE      : Type de document, codes de l'index COURRIER
      *                 ('DEC', 'DSH', 'ALR', 'REL') et 'RLV' pour les
      *                 releves (RELVQBAT, PJ41RANN)
      * EDI-PROGRAMME : Batch emetteur
      * EDI-TITRE     : Intitule affiche dans la liste du portail
      * EDI-NB-LIGNES : Nombre de lignes du document dans EDOCLIG
      * EDI-PAPIER    : 'O' = aussi imprime (canal 'D' ou document
      *                 legalement du sur papier)
      * EDI-STATUT    : 'N' non lu a la mise a disposition, 'L' une
      *                 fois ouvert par le client sur le portail
      * EDI-DATE-LECTURE : Date de premiere ouverture (portail)
      * EDI-EMAIL     : Adresse a notifier de la mise a disposition
      ******************************************************************
      * Alimente par le module PREFDIST appele par les batchs
      * emetteurs. Le portail liste les documents d'un client par
      * lecture generique sur EDI-CLIENT et restitue le texte depuis
      * EDOCLIG (meme cle suivie du numero de ligne).
      ******************************************************************
