               10  CA-NEW-MONTANT-TOT  PIC 9(7)V99.
               10  CA-NEW-MONTANT-ECH  PIC 9(5)V99.
               10  CA-NEW-TAUX         PIC 9(2)V99.
               10  CA-NEW-DATE-FINANCEMENT PIC 9(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(500).

      ******************************************************************
      * 5200-GENERER-ECHEANCIER : toutes les echeances dans CREDECH
      * Une echeance par mois a partir du mois suivant la creation,
      * ou du mois suivant la date de financement quand le credit est
      * verse par un ordre de decaissement (DEMVAL) ; la derniere
      * echeance porte le reliquat.
      ******************************************************************
       5200-GENERER-ECHEANCIER.

           IF CA-NEW-DATE-FINANCEMENT NUMERIC
              AND CA-NEW-DATE-FINANCEMENT > 0
               COMPUTE WS-ECH-ANNEE =
                   CA-NEW-DATE-FINANCEMENT / 10000
               MOVE CA-NEW-DATE-FINANCEMENT(5:2) TO WS-ECH-MOIS
           ELSE
               MOVE EIBDATE TO WS-DATE-JULIENNE-N
               PERFORM 5300-JULIENNE-VERS-MOIS
           END-IF

           MOVE CRD-RESTE TO WS-RESTE-PROJETE
           MOVE 0 TO WS-RANG-ECH
