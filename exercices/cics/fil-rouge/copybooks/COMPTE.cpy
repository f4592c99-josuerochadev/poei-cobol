               88  CPT-COURANT     VALUE 'C'.
               88  CPT-EPARGNE     VALUE 'E'.
               88  CPT-TITRE       VALUE 'T'.
               88  CPT-TERME       VALUE 'D'.
           05  CPT-LIBELLE         PIC X(20).
           05  CPT-SOLDE           PIC S9(9)V99 COMP-3.
           05  CPT-DATEOUV         PIC X(8).
           05  CPT-GUICHET         PIC X(5).
           05  CPT-CLE-RIB         PIC X(2).
      ******************************************************************
      * CPT-TYPE          : 'D' compte a terme : capital bloque,
      *                     contrat dans DATERME (DATTRT, DATBAT)
      * CPT-DECOUVERT-AUT : decouvert autorise (0 = aucun), negocie
      *                     au guichet et pose par DECOTRT
      *                     (superviseur seulement) ; reporte chaque
