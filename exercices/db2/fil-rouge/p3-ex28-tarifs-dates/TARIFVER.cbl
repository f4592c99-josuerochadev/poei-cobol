      * CODE_NATCPT pour TARIF, rien pour TXAGIOS), nouvelle
      * valeur, date d'effet AAAA-MM-JJ. L'historique de la cle est
      * liste apres application.
      * Les clients doivent etre avises deux mois au moins avant
      * l'entree en vigueur (batch AVISTAR, exercice 41) : une date
      * d'effet plus proche que le jour + 2 mois est refusee.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-VALEUR-IN      PIC X(10).
       01 WS-DATE-EFFET     PIC X(10).

      * Premiere date d'effet compatible avec le delai d'avis
       01 WS-DATE-MINI      PIC X(10).

      * Variables host pour DB2
       01 WS-MONTANT-FRAIS  PIC S9(5)V99 COMP-3.
       01 WS-TAUX-JOUR      PIC S9(1)V9(4) COMP-3.
               STOP RUN
           END-IF

           EXEC SQL
               SELECT CHAR(CURRENT DATE + 2 MONTHS, ISO)
               INTO :WS-DATE-MINI
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF WS-DATE-EFFET < WS-DATE-MINI
               DISPLAY 'DATE D EFFET AVANT LE ' WS-DATE-MINI
                       ' : DELAI D AVIS CLIENT DE 2 MOIS NON'
                       ' RESPECTE - ABANDON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-TABLE
               WHEN 'T'
                   PERFORM 1000-VERSIONNER-TARIF
