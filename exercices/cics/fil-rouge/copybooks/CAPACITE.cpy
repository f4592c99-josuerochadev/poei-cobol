      ******************************************************************
      * Copybook : CAPACITE
      * Description : Capacite juridique d'un client personne physique
      *               (mineur, majeur protege) et representant legal
      * Fichier VSAM : CAPACITE (KSDS)
      * Clé primaire : CAP-CLIENT (6 caractères)
      * Longueur enregistrement : 130 octets
      ******************************************************************
       01  CAPACITE-REC.
           05  CAP-CLIENT          PIC X(6).
           05  CAP-STATUT          PIC X(1).
               88  CAP-MINEUR      VALUE 'M'.
               88  CAP-MAJEUR      VALUE 'A'.
               88  CAP-TUTELLE     VALUE 'T'.
               88  CAP-CURATELLE   VALUE 'C'.
               88  CAP-STATUT-VALIDE VALUE 'M' 'A' 'T' 'C'.
           05  CAP-DATE-NAIS       PIC X(8).
           05  CAP-DATE-MAJORITE   PIC X(8).
           05  CAP-DATE-JUGEMENT   PIC X(8).
           05  CAP-DATE-REVISION   PIC X(8).
           05  CAP-REP-CLIENT      PIC X(6).
           05  CAP-REP-NOM         PIC X(25).
           05  CAP-REP-QUALITE     PIC X(20).
           05  CAP-REP-RETRAIT     PIC X(1).
               88  CAP-REP-PEUT-RETIRER VALUE 'O'.
           05  CAP-REP-VIREMENT    PIC X(1).
               88  CAP-REP-PEUT-VIRER   VALUE 'O'.
           05  CAP-REP-CARTE       PIC X(1).
               88  CAP-REP-PEUT-CARTE   VALUE 'O'.
           05  CAP-PLAFOND-SEUL    PIC 9(7)V99 COMP-3.
           05  CAP-PLAFOND-CARTE   PIC 9(7)V99 COMP-3.
           05  CAP-DATE-MAJ        PIC X(8).
           05  CAP-AGENT-MAJ       PIC X(8).
           05  CAP-DATE-NOTIF      PIC X(8).
           05  FILLER              PIC X(3).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CAP-CLIENT      : Client personne physique (CLI-NUM)
      * CAP-STATUT      : 'M' mineur, 'A' majeur capable, 'T' majeur
      *                   sous tutelle (represente), 'C' majeur sous
      *                   curatelle (assiste)
      * CAP-DATE-NAIS   : Date de naissance AAAAMMJJ (la fiche CLIENT
      *                   ne la porte pas)
      * CAP-DATE-MAJORITE : Dix-huitieme anniversaire AAAAMMJJ (ne un
      *                   29 fevrier : 1er mars hors annee bissextile)
      * CAP-DATE-JUGEMENT : Jugement d'ouverture de la mesure (T, C)
      * CAP-DATE-REVISION : Echeance de la mesure a reviser par le
      *                   juge AAAAMMJJ (99991231 = sans echeance)
      * CAP-REP-CLIENT  : Representant legal (parent, tuteur,
      *                   curateur, association mandataire), lui-meme
      *                   client : c'est a lui que partent les
      *                   courriers relatifs a la mesure
      * CAP-REP-NOM/QUALITE : Nom repris de CLIENT, qualite saisie
      * CAP-REP-RETRAIT/VIREMENT/CARTE : Pouvoirs du representant,
      *                   'O' il peut autoriser au guichet un retrait,
      *                   un virement ou une carte au dela du plafond
      * CAP-PLAFOND-SEUL: Montant maximum d'un retrait ou d'un
      *                   virement fait par le client seul (0 = aucun)
      * CAP-PLAFOND-CARTE : Plafond hebdomadaire maximum d'une carte
      *                   emise sans le representant (0 = aucune carte)
      * CAP-DATE/AGENT-MAJ : Derniere mise a jour au guichet
      * CAP-DATE-NOTIF  : Passage a la majorite notifie par CAPABAT
      ******************************************************************
      * Pas de fiche CAPACITE = majeur capable. Enregistre au guichet
      * par CAPATRT (ecran CAPAPRES, transaction CAPA). MVTTRT, VIRTRT
      * et CARTTRT font verifier par CAPATRT (action 'V') les
      * operations d'un client mineur ou protege : au dela de ses
      * plafonds, le representant legal doit etre present et avoir
      * le pouvoir correspondant (code 43). Le batch mensuel CAPABAT
      * passe majeurs les mineurs qui atteignent dix-huit ans, ecrit
      * a leurs representants et liste les comptes a revoir.
      ******************************************************************
