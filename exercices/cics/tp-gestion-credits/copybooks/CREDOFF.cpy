      ******************************************************************
      * Copybook : CREDOFF
      * Description : Offres de credit remises aux employes
      * Fichier VSAM : CREDOFF (KSDS)
      * Cle primaire : OFF-CLE (ID employe + numero de credit, 8 car.)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  OFFRE-REC.
           05  OFF-CLE.
               10  OFF-ID-EMPL     PIC X(6).
               10  OFF-NUM-CREDIT  PIC 9(2).
           05  OFF-STATUT          PIC X(1).
               88  OFF-EMISE       VALUE 'E'.
               88  OFF-ACCEPTEE    VALUE 'A'.
               88  OFF-RETRACTEE   VALUE 'W'.
               88  OFF-EXPIREE     VALUE 'X'.
               88  OFF-ANNULEE     VALUE 'N'.
           05  OFF-DATE-EMISSION   PIC 9(8).
           05  OFF-DATE-LIMITE     PIC 9(8).
           05  OFF-DATE-EDITION    PIC 9(8).
           05  OFF-DATE-ACCEPTATION PIC 9(8).
           05  OFF-DATE-FIN-RETRACT PIC 9(8).
           05  OFF-DATE-CLOTURE    PIC 9(8).
           05  OFF-MONTANT         PIC 9(7)V99 COMP-3.
           05  OFF-TAUX            PIC 9(2)V99 COMP-3.
           05  OFF-TAUX-ASSURANCE  PIC 9(2)V99 COMP-3.
           05  OFF-FRAIS           PIC 9(5)V99 COMP-3.
           05  OFF-TAEG            PIC 9(2)V99 COMP-3.
           05  OFF-NB-ECHEANCES    PIC 9(3).
           05  OFF-COUT-INTERETS   PIC 9(7)V99 COMP-3.
           05  OFF-COUT-ASSURANCE  PIC 9(7)V99 COMP-3.
           05  OFF-AGENT           PIC X(8).
           05  FILLER              PIC X(4).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * OFF-ID-EMPL     : Employe emprunteur (cle etrangere EMPLOYE)
      * OFF-NUM-CREDIT  : Credit CREDEMP cree a la validation
      * OFF-STATUT      : 'E' emise, en attente d'acceptation
      *                   'A' acceptee par l'employe
      *                   'W' retractee (ou refusee) par l'employe
      *                   'X' expiree faute d'acceptation (CREDOFFR)
      *                   'N' annulee, decaissement rejete a la
      *                   seconde signature (DECTRT)
      * OFF-DATE-EMISSION : Date de l'offre AAAAMMJJ (validation DEMVAL)
      * OFF-DATE-LIMITE : Dernier jour d'acceptation (emission + 15 j)
      * OFF-DATE-EDITION : Date d'edition de la lettre d'offre
      *                   (0 = lettre pas encore emise)
      * OFF-DATE-ACCEPTATION : Date d'acceptation saisie (OFFPRES)
      * OFF-DATE-FIN-RETRACT : Dernier jour du delai de retractation
      *                   (acceptation + 14 jours) ; le credit n'est
      *                   verse qu'apres cette date
      * OFF-DATE-CLOTURE : Date de retractation, d'expiration ou
      *                   d'annulation de l'offre
      * OFF-MONTANT     : Montant prete
      * OFF-TAUX        : Taux nominal annuel en pourcent
      * OFF-TAUX-ASSURANCE : Taux annuel de l'assurance emprunteur
      *                   (0 = credit non assure)
      * OFF-FRAIS       : Frais de dossier (CREDPARM cle OFFFRAIS)
      * OFF-TAEG        : Taux annuel effectif global en pourcent :
      *                   interets, assurance et frais compris
      * OFF-NB-ECHEANCES : Nombre d'echeances de l'echeancier CREDECH
      * OFF-COUT-INTERETS / OFF-COUT-ASSURANCE : cout total du credit
      *                   hors frais, chiffre sur l'echeancier
      * OFF-AGENT       : Superviseur qui a valide, puis agent qui a
      *                   saisi l'acceptation ou la retractation
      ******************************************************************
      * Ecrite par DEMVAL a la validation de la demande (statut 'E').
      * CREDOFFR chiffre le cout total et le TAEG sur l'echeancier,
      * edite la lettre d'offre (COURRIER type 'OFF') et expire les
      * offres non acceptees a la date limite (credit annule). OFFPRES
      * / OFFTRT enregistrent l'acceptation ou la retractation. Le
      * decaissement CREDDECV n'a lieu qu'apres la fin du delai de
      * retractation d'une offre acceptee ; un credit sans offre
      * (anterieur a ce registre) est verse comme avant.
      ******************************************************************
