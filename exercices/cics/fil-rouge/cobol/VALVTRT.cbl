           05  VCA-SOLDE-CIBLE     PIC S9(9)V99.
           05  VCA-FORCER          PIC X(1).
           05  VCA-VALIDATION      PIC X(1).
           05  VCA-PROCURATION     PIC 9(2).
           05  VCA-REPRESENTANT    PIC 9(2).
           05  VCA-REPR-LEGAL      PIC X(1).

       01  WS-CLE-PARCOURS         PIC X(21).

      *    deja trace dans ATT-SUPERVISEUR) ──────────────────────────
           MOVE ATT-INITIATEUR    TO VCA-GUICHETIER
           MOVE 'O' TO VCA-VALIDATION
      *─── Virement ordonne par un mandataire : son pouvoir est
      *    reverifie a la liberation et le virement trace PROCJRN ────
           IF ATT-PROCURATION NUMERIC
               MOVE ATT-PROCURATION TO VCA-PROCURATION
           END-IF
      *─── Compte d'une personne morale : le representant qui a
      *    ordonne est lui aussi reverifie a la liberation ───────────
           IF ATT-REPRESENTANT NUMERIC
               MOVE ATT-REPRESENTANT TO VCA-REPRESENTANT
           END-IF
      *─── Titulaire mineur ou protege : la presence de son
      *    representant legal a la saisie vaut pour la liberation ───
           MOVE ATT-REPR-LEGAL TO VCA-REPR-LEGAL

           EXEC CICS
               LINK PROGRAM('VIRTRT')
