      ******************************************************************
      * Copybook : BLOCAGE
      * Description : Blocages de fonds poses sur les comptes
      * Fichier VSAM : BLOCAGE (KSDS)
      * Clé primaire : BLQ-CLE (compte + numero, 19 caractères)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  BLOCAGE-REC.
           05  BLQ-CLE.
               10  BLQ-COMPTE      PIC X(11).
               10  BLQ-NUMERO      PIC 9(8).
           05  BLQ-MONTANT         PIC 9(7)V99 COMP-3.
           05  BLQ-MOTIF           PIC X(3).
               88  BLQ-LITIGE      VALUE 'LIT'.
               88  BLQ-AUTOR-CARTE VALUE 'CRT'.
               88  BLQ-NOTAIRE     VALUE 'NOT'.
               88  BLQ-SAISIE      VALUE 'SAI'.
               88  BLQ-AUTRE       VALUE 'AUT'.
               88  BLQ-SUCCESSION  VALUE 'SUC'.
               88  BLQ-MOTIF-VALIDE
                       VALUE 'LIT' 'CRT' 'NOT' 'AUT'.
           05  BLQ-LIBELLE         PIC X(25).
           05  BLQ-STATUT          PIC X(1).
               88  BLQ-ACTIF       VALUE 'A'.
               88  BLQ-LEVE        VALUE 'L'.
               88  BLQ-ECHU        VALUE 'E'.
           05  BLQ-DATE-POSE       PIC X(8).
           05  BLQ-AGENT-POSE      PIC X(8).
           05  BLQ-DATE-FIN        PIC X(8).
           05  BLQ-DATE-LEVEE      PIC X(8).
           05  BLQ-AGENT-LEVEE     PIC X(8).
           05  FILLER              PIC X(7).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * BLQ-COMPTE      : Compte bloque (CPT-NUM)
      * BLQ-NUMERO      : Numero du blocage, tire du compteur REFNUM
      *                   (cle 'BLOCAGE')
      * BLQ-MONTANT     : Montant mis de cote (COMP-3)
      * BLQ-MOTIF       : 'LIT' somme en litige
      *                   'CRT' autorisation carte en attente
      *                   'NOT' fonds promis a un notaire
      *                   'SAI' saisie ou avis a tiers detenteur,
      *                   pose, ajuste et leve par SAITRT, paye
      *                   et leve par SAIBAT seulement
      *                   'AUT' autre motif (voir libelle)
      *                   'SUC' compte gele au deces du titulaire,
      *                   pose et leve par SUCTRT seulement
      * BLQ-LIBELLE     : Precision libre du motif
      * BLQ-STATUT      : 'A' actif, 'L' leve, 'E' echu (leve par
      *                   BLQBAT a sa date de fin)
      * BLQ-DATE-POSE   : Date de pose AAAAMMJJ
      * BLQ-AGENT-POSE  : Guichetier qui a pose le blocage
      * BLQ-DATE-FIN    : Date d'echeance AAAAMMJJ (dernier jour ou
      *                   le blocage porte)
      * BLQ-DATE-LEVEE  : Date de levee ou d'echeance constatee
      * BLQ-AGENT-LEVEE : Guichetier, 'BLQBAT' a l'echeance,
      *                   'CARTCLR' pour une autorisation carte
      *                   consommee par la compensation ou 'SAIBAT'
      *                   pour une saisie payee au creancier
      ******************************************************************
      * Solde disponible = CPT-SOLDE + decouvert autorise en cours de
      * validite - blocages actifs non echus. Un blocage 'SUC'
      * actif gele le compte : plus aucun debit au guichet (code 38)
      * hors versements aux heritiers (SUCTRT). BLQTRT pose, leve et
      * totalise les blocages (action 'T' appelee par MVTTRT et
      * VIRTRT) ; CARTCLR applique la meme regle a la compensation ;
      * BLQBAT leve chaque nuit les blocages echus et liste ceux qui
      * arrivent a echeance.
      ******************************************************************
