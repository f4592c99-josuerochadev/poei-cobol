      ******************************************************************
      * Copybook : SNCATT
      * Description : Correspondances liste de sanctions en attente
      *               de decision de la conformite
      * Fichier VSAM : SNCATT (KSDS)
      * Clé primaire : SAT-CLE (70 caractères)
      * Longueur enregistrement : 200 octets
      ******************************************************************
       01  SNCATT-REC.
           05  SAT-CLE.
               10  SAT-REF-LISTE   PIC X(10).
               10  SAT-NOM-CPT     PIC X(30).
               10  SAT-PRENOM-CPT  PIC X(30).
           05  SAT-STATUT          PIC X(1).
               88  SAT-EN-ATTENTE  VALUE 'A'.
               88  SAT-LEVEE       VALUE 'L'.
               88  SAT-CONFIRMEE   VALUE 'C'.
           05  SAT-DATE-DETECT     PIC X(8).
           05  SAT-ORIGINE         PIC X(8).
           05  SAT-CLIENT          PIC X(10).
           05  SAT-NOM             PIC X(30).
           05  SAT-PRENOM          PIC X(30).
           05  SAT-DATE-DECISION   PIC X(8).
           05  SAT-MOTIF           PIC X(30).
           05  FILLER              PIC X(5).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * SAT-REF-LISTE  : Inscription de SNCLIST qui a correspondu
      * SAT-NOM-CPT    : Nom normalise de la personne controlee
      * SAT-PRENOM-CPT : Prenom normalise de la personne controlee
      * SAT-STATUT     : 'A' en attente de decision (creation bloquee)
      *                  'L' levee par la conformite (homonyme) : la
      *                      creation est admise a la resoumission
      *                  'C' confirmee : la creation reste refusee
      * SAT-DATE-DETECT: Date de premiere detection AAAAMMJJ
      * SAT-ORIGINE    : Programme qui a detecte la correspondance
      * SAT-CLIENT     : Client controle, prefixe de sa source
      *                  (CICS, FCLI, DB2, C11) ; blanc en creation
      *                  quand le numero n'est pas encore attribue
      * SAT-NOM        : Nom tel que saisi
      * SAT-PRENOM     : Prenom tel que saisi
      * SAT-DATE-DECISION : Date de la decision conformite AAAAMMJJ
      * SAT-MOTIF      : Motif de la decision
      ******************************************************************
      * Alimente par SNCCTRL (CICS) et SNCFILT (batch) ; les
      * decisions de la conformite (fichier SNCDECI) sont portees
      * chaque nuit par SNCSCAN.
      ******************************************************************
