      ******************************************************************
      * Copybook : REMCHQ
      * Description : Remises de cheques deposees au guichet, une
      *               ligne par cheque remis
      * Fichier VSAM : REMCHQ (KSDS)
      * Clé primaire : RCH-CLE (remise + ligne, 10 caractères)
      * Longueur enregistrement : 80 octets
      ******************************************************************
       01  REMCHQ-REC.
           05  RCH-CLE.
               10  RCH-REMISE      PIC 9(8).
               10  RCH-LIGNE       PIC 9(2).
           05  RCH-COMPTE          PIC X(11).
           05  RCH-BANQUE          PIC X(5).
           05  RCH-NUM-CHEQUE      PIC X(7).
           05  RCH-MONTANT         PIC 9(7)V99 COMP-3.
           05  RCH-STATUT          PIC X(1).
               88  RCH-EN-ATTENTE  VALUE 'E'.
               88  RCH-CREDITE     VALUE 'C'.
               88  RCH-IMPAYE      VALUE 'I'.
           05  RCH-DATE-REMISE     PIC X(8).
           05  RCH-GUICHETIER      PIC X(8).
           05  RCH-DATE-CREDIT     PIC X(8).
           05  RCH-DATE-IMPAYE     PIC X(8).
           05  RCH-MOTIF-IMPAYE    PIC X(3).
           05  FILLER              PIC X(6).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * RCH-REMISE      : Numero du bordereau de remise, tire du
      *                   compteur REFNUM (cle 'REMISE')
      * RCH-LIGNE       : Rang du cheque sur le bordereau (01 a 05)
      * RCH-COMPTE      : Compte a crediter (CPT-NUM)
      * RCH-BANQUE      : Code de la banque tiree
      * RCH-NUM-CHEQUE  : Numero du cheque remis
      * RCH-MONTANT     : Montant du cheque (COMP-3)
      * RCH-STATUT      : 'E' en attente d'encaissement
      *                   'C' credite au compte
      *                   'I' revenu impaye
      * RCH-DATE-REMISE : Date de la remise AAAAMMJJ
      * RCH-GUICHETIER  : Guichetier qui a saisi la remise
      * RCH-DATE-CREDIT : Date du credit au compte AAAAMMJJ
      * RCH-DATE-IMPAYE : Date du retour impaye AAAAMMJJ
      * RCH-MOTIF-IMPAYE: Motif de rejet rendu par la banque tiree
      ******************************************************************
      * Saisi au guichet (REMPRES / REMTRT). Le batch REMBAT credite
      * chaque cheque au compte quand le delai d'encaissement (jours
      * ouvres, PJ33JOUV) est ecoule et traite les retours impayes de
      * la compensation : contre-passation si le cheque etait deja
      * credite, lettre au client indexee dans COURRIER (type 'IMP').
      ******************************************************************
