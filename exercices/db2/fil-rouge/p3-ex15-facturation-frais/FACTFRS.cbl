      * 'FRA', ETAT_POST 'N') est inseree ; l'imputation sur le
      * solde reste du ressort de POSTMVT. Le journal de
      * facturation est totalise par region via la meme jointure
      * REGION que STATCLI. Son bilan deduit les frais de tenue
      * rembourses dans le mois (REMBFRS, table REMBFRAIS) pour
      * donner le net facture.
      * Pour un client fragile (table FRAGILE, cf. FRAGCHG), les
      * frais du mois sont plafonnes : la ligne est ramenee au
      * reliquat du plafond mensuel des frais d'incidents, ou
      * n'est pas emise si le plafond est deja atteint.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-NB-EXONERES    PIC S9(05) COMP VALUE 0.
       01 WS-NB-SANS-TARIF  PIC 9(05) VALUE 0.
       01 WS-TOT-GENERAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NB-REMB        PIC S9(9) COMP VALUE 0.
       01 WS-TOT-REMB       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOT-NET        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FIN-CURSOR     PIC 9(01) VALUE 0.

      * Plafonnement des frais d'incidents des clients fragiles
       01 WS-MOIS-FRAIS     PIC X(07).
       01 WS-PLAFOND        PIC S9(4)V99 COMP-3.
       01 WS-FRAIS-CHAINE   PIC S9(6)V99 COMP-3.
       01 WS-FRAIS-BASE     PIC S9(9)V99 COMP-3.
       01 WS-RESTE-PLAFOND  PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ECRETE         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NB-PLAFONNES   PIC 9(05) VALUE 0.
       01 WS-TOT-ECRETE     PIC S9(11)V99 COMP-3 VALUE 0.

      * Variables d'edition
       01 WS-MONTANT-ED     PIC -ZZ,ZZ9.99.
       01 WS-TOTAL-ED       PIC -ZZZ,ZZZ,ZZ9.99.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-DATE-JOUR-SQL
           MOVE WS-DATE-JOUR-SQL(1:7) TO WS-MOIS-FRAIS
           PERFORM 7000-CONTROLER-PERIODE.

       1100-COMPTER-EXONERES.
                   PERFORM 8000-ABANDON
           END-EVALUATE

           IF WS-MONTANT-FRAIS > 0
               PERFORM 2300-PLAFONNER-FRAGILE THRU 2300-EXIT
           END-IF
           IF WS-MONTANT-FRAIS = 0
               GO TO 2200-EXIT
           END-IF
       2200-EXIT.
           EXIT.

      * Client fragile (table FRAGILE, chargee par FRAGCHG) : les
      * frais d'incidents du mois (chaine PJ + FRA et AGI deja en
      * base) ne depassent pas son plafond mensuel ; le montant est
      * ramene au reliquat, eventuellement a zero
       2300-PLAFONNER-FRAGILE.
           EXEC SQL
               SELECT PLAFOND_MENSUEL,
                      CASE WHEN MOIS_FRAIS = :WS-MOIS-FRAIS
                           THEN FRAIS_CHAINE ELSE 0 END
               INTO :WS-PLAFOND, :WS-FRAIS-CHAINE
               FROM FRAGILE
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   GO TO 2300-EXIT
               WHEN OTHER
                   DISPLAY 'ERREUR LECTURE FRAGILE : ' SQLCODE
                   PERFORM 8000-ABANDON
           END-EVALUATE

           EXEC SQL
               SELECT COALESCE(SUM(MONTANT_MVT), 0)
               INTO :WS-FRAIS-BASE
               FROM MOUVEMENT
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
                 AND SENS = 'DB'
                 AND NATURE IN ('FRA', 'AGI')
                 AND SUBSTR(DATE_MVT, 1, 7) = :WS-MOIS-FRAIS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR CUMUL FRAIS DU MOIS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           COMPUTE WS-RESTE-PLAFOND =
               WS-PLAFOND - WS-FRAIS-CHAINE - WS-FRAIS-BASE
           IF WS-RESTE-PLAFOND < 0
               MOVE 0 TO WS-RESTE-PLAFOND
           END-IF
           IF WS-MONTANT-FRAIS > WS-RESTE-PLAFOND
               COMPUTE WS-ECRETE = WS-MONTANT-FRAIS - WS-RESTE-PLAFOND
               MOVE WS-RESTE-PLAFOND TO WS-MONTANT-FRAIS
               ADD 1 TO WS-NB-PLAFONNES
               ADD WS-ECRETE TO WS-TOT-ECRETE
               MOVE WS-ECRETE TO WS-MONTANT-ED
               DISPLAY '    COMPTE ' WS-NUM-COMPTE
                       ' CLIENT FRAGILE - NON FACTURE ' WS-MONTANT-ED
           END-IF.

       2300-EXIT.
           EXIT.

       2400-TOTAL-REGION.
           MOVE WS-TOT-REGION TO WS-TOTAL-ED
           DISPLAY '    TOTAL REGION : ' WS-NB-REGION
           END-IF

           EXEC SQL COMMIT END-EXEC
           PERFORM 3100-LIRE-REMBOURSEMENTS

           MOVE WS-TOT-GENERAL TO WS-TOTAL-ED
           DISPLAY ' '
           DISPLAY 'FRAIS FACTURES   : ' WS-NB-FACTURES
           DISPLAY 'EXONERES         : ' WS-NB-EXONERES
           DISPLAY 'PROFILS SANS TARIF : ' WS-NB-SANS-TARIF
           DISPLAY 'PLAFONNES FRAGILES : ' WS-NB-PLAFONNES
           DISPLAY 'TOTAL GENERAL    : ' WS-TOTAL-ED
           MOVE WS-TOT-ECRETE TO WS-TOTAL-ED
           DISPLAY 'NON FACTURE (PLAFOND FRAGILES) : ' WS-TOTAL-ED
           MOVE WS-TOT-REMB TO WS-TOTAL-ED
           DISPLAY 'REMBOURSES       : ' WS-TOTAL-ED
           COMPUTE WS-TOT-NET = WS-TOT-GENERAL - WS-TOT-REMB
           MOVE WS-TOT-NET TO WS-TOTAL-ED
           DISPLAY 'NET FACTURE      : ' WS-TOTAL-ED.

      * Frais de tenue rembourses (accordes) dans le mois
       3100-LIRE-REMBOURSEMENTS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(MONTANT_REMB), 0)
               INTO :WS-NB-REMB, :WS-TOT-REMB
               FROM REMBFRAIS
               WHERE TYPE_FRAIS = 'FRA'
                 AND STATUT = 'V'
                 AND SUBSTR(DATE_VALID, 1, 7) =
                     SUBSTR(:WS-DATE-JOUR-SQL, 1, 7)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR LECTURE REMBOURSEMENTS : ' SQLCODE
               MOVE 0 TO WS-NB-REMB
               MOVE 0 TO WS-TOT-REMB
           END-IF.

       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
