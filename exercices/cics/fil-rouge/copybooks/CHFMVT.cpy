      ******************************************************************
      * Copybook : CHFMVT
      * Description : Journal des mouvements de la chambre forte
      * Fichier VSAM : CHFMVT (KSDS)
      * Clé primaire : CHM-CLE (agence + date + heure + tache, 27 car.)
      * Longueur enregistrement : 130 octets
      ******************************************************************
       01  CHFMVT-REC.
           05  CHM-CLE.
               10  CHM-AGENCE      PIC X(5).
               10  CHM-DATE        PIC X(8).
               10  CHM-HEURE       PIC 9(7).
               10  CHM-TACHE       PIC 9(7).
           05  CHM-TYPE            PIC X(1).
               88  CHM-APPRO       VALUE 'A'.
               88  CHM-DEGAGEMENT  VALUE 'D'.
               88  CHM-RECEPTION   VALUE 'R'.
               88  CHM-EXPEDITION  VALUE 'E'.
               88  CHM-INVENTAIRE  VALUE 'I'.
           05  CHM-GUICHETIER      PIC X(8).
           05  CHM-AGENT           PIC X(8).
           05  CHM-CONTRESIGN      PIC X(8).
           05  CHM-NB-COUPURE      PIC 9(7) COMP-3 OCCURS 15 TIMES.
           05  CHM-MONTANT         PIC 9(9)V99 COMP-3.
           05  CHM-ECART           PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(6).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CHM-AGENCE      : Chambre forte concernee (CHF-AGENCE)
      * CHM-DATE/HEURE  : AAAAMMJJ et heure EIBTIME du mouvement
      * CHM-TACHE       : Numero de tache CICS (EIBTASKN)
      * CHM-TYPE        : 'A' approvisionnement d'une caisse (sortie
      *                   de la chambre forte), 'D' degagement d'une
      *                   caisse (entree), 'R' reception de fonds du
      *                   centre fort, 'E' expedition de fonds au
      *                   centre fort, 'I' inventaire compte
      * CHM-GUICHETIER  : Caisse approvisionnee ou degagee ('A' et
      *                   'D' seulement)
      * CHM-AGENT       : Premiere signature - l'agent signe qui a
      *                   saisi le mouvement (SEC-USER)
      * CHM-CONTRESIGN  : Seconde signature - l'agent qui a compte
      *                   avec lui, authentifie par son mot de passe
      * CHM-NB-COUPURE  : Nombre de billets ou pieces mouvementes (ou
      *                   comptes a l'inventaire), par coupure
      * CHM-MONTANT     : Valeur du mouvement (du comptage pour 'I')
      * CHM-ECART       : Inventaire seulement - compte moins stock
      *                   tenu
      ******************************************************************
      * Alimente par CHFTRT dans la meme unite logique que la mise a
      * jour de la chambre forte et de la caisse : un mouvement non
      * trace est defait. Relu par CHFBAT qui en deduit les sorties
      * nettes par coupure vers les caisses sur les derniers jours.
      ******************************************************************
