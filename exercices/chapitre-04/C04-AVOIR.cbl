
       FD  F-REGISTRE
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS.
       01  ENR-REGISTRE.
           05  REG-NUMERO          PIC 9(6).
           05  REG-DATE            PIC 9(8).
           05  REG-TOTAL-TTC       PIC 9(8)V99.
           05  REG-TYPE            PIC X(1).
           05  REG-REF-ORIGINE     PIC 9(6).
           05  REG-NUM-CLIENT      PIC 9(6).
           05  REG-ECHEANCE        PIC 9(8).
           05  FILLER              PIC X(6).

       FD  F-COMPTEUR
           RECORDING MODE IS F
      *----------------------------------------------------------------
       01  WS-ORIGINE.
           05  WS-ORI-CLIENT       PIC X(20).
           05  WS-ORI-NUM-CLIENT   PIC 9(6).
           05  WS-ORI-NB-TAUX      PIC 9(1).
           05  WS-ORI-PAR-TAUX OCCURS 4 TIMES.
               10  WS-ORI-TAUX     PIC 9(2)V99.
           END-IF

           MOVE REG-CLIENT TO WS-ORI-CLIENT
           MOVE REG-NUM-CLIENT TO WS-ORI-NUM-CLIENT
           MOVE REG-NB-TAUX TO WS-ORI-NB-TAUX
           PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                   UNTIL WS-IDX-TAUX > 4
           MOVE WS-AVO-TOTAL-TTC TO REG-TOTAL-TTC
           MOVE 'A' TO REG-TYPE
           MOVE WS-ORIGINE-IN TO REG-REF-ORIGINE
      *    L'avoir reste rattache au client de la facture d'origine ;
      *    il est imputable des sa date d'emission
           MOVE WS-ORI-NUM-CLIENT TO REG-NUM-CLIENT
           MOVE WS-DATE-JOUR TO REG-ECHEANCE

           WRITE ENR-REGISTRE
               INVALID KEY
