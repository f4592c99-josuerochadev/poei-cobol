      ******************************************************************
      * Copybook : REPRES
      * Description : Representants habilites et beneficiaires
      *               effectifs des clients personnes morales
      * Fichier VSAM : REPRES (KSDS)
      * Clé primaire : REP-CLE (entreprise + numero, 8 caractères)
      * Longueur enregistrement : 120 octets
      ******************************************************************
       01  REPRES-REC.
           05  REP-CLE.
               10  REP-ENTREPRISE  PIC X(6).
               10  REP-NUMERO      PIC 9(2).
           05  REP-PERSONNE        PIC X(6).
           05  REP-NOM             PIC X(25).
           05  REP-QUALITE         PIC X(20).
           05  REP-HABILITE        PIC X(1).
               88  REP-PEUT-OPERER     VALUE 'O'.
           05  REP-BENEFICIAIRE    PIC X(1).
               88  REP-BENEF-EFFECTIF  VALUE 'O'.
           05  REP-PART-CAPITAL    PIC 9(3)V99.
           05  REP-DATE-DEBUT      PIC X(8).
           05  REP-DATE-FIN        PIC X(8).
           05  REP-STATUT          PIC X(1).
               88  REP-ACTIF       VALUE 'A'.
               88  REP-REVOQUE     VALUE 'R'.
           05  REP-DATE-CREATION   PIC X(8).
           05  REP-AGENT-CREATION  PIC X(8).
           05  REP-DATE-REVOCATION PIC X(8).
           05  REP-AGENT-REVOCATION PIC X(8).
           05  FILLER              PIC X(4).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * REP-ENTREPRISE  : Client personne morale (ENT-CLIENT)
      * REP-NUMERO      : Numero d'ordre de la personne sur le
      *                   registre de l'entreprise (01 a 99)
      * REP-PERSONNE    : Client personne physique (CLI-NUM) ; une
      *                   personne morale n'est jamais inscrite ici
      * REP-NOM         : Nom du client, repris de CLIENT a
      *                   l'inscription
      * REP-QUALITE     : Gerant, President, Directeur financier...
      * REP-HABILITE    : 'O' habilite a operer sur les comptes de
      *                   l'entreprise au guichet
      * REP-BENEFICIAIRE: 'O' beneficiaire effectif ; force a 'O'
      *                   au dela de 25 % du capital
      * REP-PART-CAPITAL: Pourcentage du capital detenu (0 a 100)
      * REP-DATE-DEBUT/FIN : Periode de validite AAAAMMJJ (99991231 =
      *                   jusqu'a revocation)
      * REP-STATUT      : 'A' actif, 'R' revoque (date et agent)
      ******************************************************************
      * Entretenu par ENTRTRT (ecran ENTRPRES). MVTTRT et VIRTRT font
      * verifier par ENTRTRT (action 'V') qu'une operation sur le
      * compte d'une personne morale est presentee par un
      * representant habilite en vigueur (code 42).
      ******************************************************************
