      * DRG-TACHE      : Numero de tache CICS (EIBTASKN)
      * DRG-USER       : Superviseur signe (SEC-USER) qui a deroge
      * DRG-MOTIF      : 'BENF' virement hors registre beneficiaires,
      *                  'DECO' pose ou retrait d'un decouvert
      *                  autorise (DECOTRT), autres motifs reserves
      * DRG-COMPTE-*   : Comptes concernes par la derogation (compte
      *                  source seul pour 'DECO')
      * DRG-MONTANT    : Montant de l'operation derogee (decouvert
      *                  autorise pose, zero pour un retrait)
      ******************************************************************
      * Alimente par VIRTRT quand un superviseur force un virement
      * vers une destination hors registre BENEF, et par DECOTRT a
      * chaque decouvert autorise pose ou retire. Relu par la revue
      * d'audit hebdomadaire AUDIRPT.
      ******************************************************************
