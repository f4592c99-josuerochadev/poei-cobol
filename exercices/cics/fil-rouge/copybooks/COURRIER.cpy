           05  COU-PREMIERE-LIGNE  PIC X(60).
           05  COU-REIMPRESSION    PIC X(1).
               88  COU-A-REIMPRIMER VALUE 'O'.
           05  COU-CANAL           PIC X(1).
               88  COU-PAR-PORTAIL VALUE 'E'.
           05  COU-RETOUR          PIC X(1).
               88  COU-REVENU-NPAI VALUE 'N'.
           05  COU-DATE-RETOUR     PIC X(8).
           05  FILLER              PIC X(1).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      *                 'DSH' notification de desherence (PJ42DESH)
      *                 'ALR' alerte de solde (ALRTBAT)
      *                 'REL' lettre de relance credit (CREDRETD)
      *                 'KYC' relance de revue KYC (KYCBAT)
      *                 'CHQ' injonction cheque impaye (CHEQMATCH)
      *                 'IMP' avis de cheque remis impaye (REMBAT)
      *                 'BIE' bienvenue et RIB a l'ouverture (LETBAT)
      *                 'DEP' solde de tout compte de depart (CREDDEPF)
      *                 'OFF' offre de credit au personnel (CREDOFFR)
      *                 'FRG' offre clientele fragile (PJ51FRAG)
      *                 'MOB' mobilite bancaire : avis aux tiers
      *                       (PJ52MOBE), avis mensuel au client
      *                       parti (PJ52AVIS)
      *                 'RCL' reponse a une reclamation (RECLTRT, au
      *                       guichet, date et heure EIBDATE/EIBTIME)
      *                 'COF' relance de loyer de coffre-fort impaye
      *                       (COFRELA)
      *                 'TAR' avis de changement de tarif ou de taux
      *                       d'agios (AVISTAR)
      * COU-PROGRAMME : Batch emetteur (ou transaction)
      * COU-PREMIERE-LIGNE : Premiere ligne utile du courrier, pour
      *                 reconnaitre la lettre sans la rouvrir
      * COU-REIMPRESSION : 'O' = reimpression demandee au guichet
      * COU-CANAL     : Distribution selon les preferences du client
      *                 (PREFCLI) : 'P' papier, 'E' portail client
      *                 seul, 'D' les deux, 'R' papier retenu dans
      *                 COURRET (adresse invalide) ; a blanc = papier
      *                 (batchs qui ne consultent pas les preferences)
      * COU-RETOUR    : 'N' = courrier revenu NPAI (n'habite pas a
      *                 l'adresse indiquee), enregistre au guichet
      * COU-DATE-RETOUR : Date d'enregistrement du retour AAAAMMJJ
      ******************************************************************
      * Alimente par chaque batch emetteur de courrier au moment de
      * l'emission. Les attestations de solde restent hors de cet
      * index : leur registre CREDNOTE est lui-meme la preuve
      * d'emission, datee et consultable par sa propre cle. Il en
      * va de meme des attestations de soldes au deces adressees
      * au notaire (SUCBAT), datees dans le dossier SUCCES.
      * L'ecran CORRPRES (service CORRTRT) restitue
      * l'historique d'un client du plus recent au plus ancien et
      * permet de demander la reimpression d'une lettre : quand un
