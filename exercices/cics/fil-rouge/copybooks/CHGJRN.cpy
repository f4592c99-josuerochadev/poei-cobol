      ******************************************************************
      * Copybook : CHGJRN
      * Description : Journal des operations de change au guichet
      * Fichier VSAM : CHGJRN (KSDS)
      * Clé primaire : CHJ-CLE (date + heure + tache, 22 car.)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  CHGJRN-REC.
           05  CHJ-CLE.
               10  CHJ-DATE        PIC X(8).
               10  CHJ-HEURE       PIC 9(7).
               10  CHJ-TACHE       PIC 9(7).
           05  CHJ-NUMERO          PIC 9(8).
           05  CHJ-AGENCE          PIC X(5).
           05  CHJ-GUICHETIER      PIC X(8).
           05  CHJ-SENS            PIC X(1).
               88  CHJ-ACHAT       VALUE 'A'.
               88  CHJ-VENTE       VALUE 'V'.
           05  CHJ-DEVISE          PIC X(3).
           05  CHJ-MONTANT-DEV     PIC 9(7) COMP-3.
           05  CHJ-TAUX-JOUR       PIC 9(2)V9(6) COMP-3.
           05  CHJ-TAUX-APPLIQUE   PIC 9(2)V9(6) COMP-3.
           05  CHJ-CONTREVALEUR    PIC 9(7)V99 COMP-3.
           05  CHJ-COMMISSION      PIC 9(5)V99 COMP-3.
           05  CHJ-MARGE           PIC 9(7)V99 COMP-3.
           05  CHJ-MONTANT-EUR     PIC 9(7)V99 COMP-3.
           05  CHJ-REGLEMENT       PIC X(1).
               88  CHJ-PAR-COMPTE  VALUE 'C'.
               88  CHJ-EN-ESPECES  VALUE 'E'.
           05  CHJ-COMPTE          PIC X(11).
           05  FILLER              PIC X(8).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CHJ-DATE/HEURE    : AAAAMMJJ et heure EIBTIME de l'operation
      * CHJ-TACHE         : Numero de tache CICS (EIBTASKN)
      * CHJ-NUMERO        : Numero du bordereau de change remis au
      *                     client (compteur REFNUM 'CHANGE')
      * CHJ-AGENCE        : Agence de la caisse du guichetier
      * CHJ-SENS          : Vu du client - 'A' il achete des billets
      *                     (sortie du stock), 'V' il en vend (entree)
      * CHJ-MONTANT-DEV   : Billets echanges, en unites de devise
      * CHJ-TAUX-JOUR     : Cours du jour DEVCOURS (EUR par unite)
      * CHJ-TAUX-APPLIQUE : Cours majore (achat) ou minore (vente)
      *                     de la marge de l'agence
      * CHJ-CONTREVALEUR  : Montant devise au cours applique, en EUR
      * CHJ-COMMISSION    : Commission fixe de l'operation
      * CHJ-MARGE         : Marge de change gagnee - ecart entre la
      *                     contre-valeur au cours du jour et au
      *                     cours applique
      * CHJ-MONTANT-EUR   : Net paye ('A' : contre-valeur plus
      *                     commission) ou recu ('V' : contre-valeur
      *                     moins commission) par le client
      * CHJ-REGLEMENT     : 'C' debit ou credit du compte (MVTTRT),
      *                     'E' especes en euros a la caisse
      * CHJ-COMPTE        : Compte regle ('C' seulement)
      ******************************************************************
      * Alimente par CHGTRT dans la meme unite logique que le stock
      * de billets et le reglement. Extrait chaque mois par CHGEXTR
      * pour le rapport de change PJ39CHGE.
      ******************************************************************
