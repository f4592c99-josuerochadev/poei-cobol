      * et le releve reglementaire (jours debiteurs, taux, montant)
      * est edite client par client.
      * Les bornes du trimestre sont saisies en entree (AAAA-MM-JJ).
      * Le bilan deduit les agios rembourses pendant le trimestre
      * (REMBFRS, table REMBFRAIS) pour donner le net facture.
      * Pour un client fragile (table FRAGILE, cf. FRAGCHG), les
      * agios sont ramenes au reliquat du plafond mensuel des
      * frais d'incidents du mois de fin de trimestre, ou ne sont
      * pas factures si le plafond est deja atteint.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-NB-CLIENTS     PIC 9(05) VALUE 0.
       01 WS-NB-FACTURES    PIC 9(05) VALUE 0.
       01 WS-TOT-AGIOS      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NB-REMB        PIC S9(9) COMP VALUE 0.
       01 WS-TOT-REMB       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOT-NET        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FIN-CLI        PIC 9(01) VALUE 0.
       01 WS-FIN-MVT        PIC 9(01) VALUE 0.

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
       01 WS-AGIOS-ED       PIC -ZZZ,ZZ9.99.

           IF WS-DATE-DEBUT = SPACES OR WS-DATE-FIN = SPACES
               DISPLAY 'BORNES DE TRIMESTRE OBLIGATOIRES'
               STOP RUN
           END-IF
           MOVE WS-DATE-FIN(1:7) TO WS-MOIS-FRAIS.

      * Chargement des versions de taux en vigueur sur le trimestre
       1100-LIRE-TAUX.
           COMPUTE WS-NB-JOURS = WS-JOUR-FIN - WS-JOUR-PREC + 1
           PERFORM 2400-CUMULER-AGIOS

           IF WS-AGIOS > 0
               PERFORM 2350-PLAFONNER-FRAGILE THRU 2350-EXIT
           END-IF
           IF WS-AGIOS > 0
               PERFORM 2500-FACTURER-AGIOS
           END-IF.
                   MOVE 1 TO WS-FIN-MVT
           END-EVALUATE.

      * Client fragile (table FRAGILE, chargee par FRAGCHG) : les
      * frais d'incidents du mois (chaine PJ + FRA et AGI deja en
      * base) ne depassent pas son plafond mensuel ; le montant est
      * ramene au reliquat, eventuellement a zero
       2350-PLAFONNER-FRAGILE.
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
                   GO TO 2350-EXIT
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
           IF WS-AGIOS > WS-RESTE-PLAFOND
               COMPUTE WS-ECRETE = WS-AGIOS - WS-RESTE-PLAFOND
               MOVE WS-RESTE-PLAFOND TO WS-AGIOS
               ADD 1 TO WS-NB-PLAFONNES
               ADD WS-ECRETE TO WS-TOT-ECRETE
               MOVE WS-ECRETE TO WS-AGIOS-ED
               DISPLAY '    COMPTE ' WS-NUM-COMPTE
                       ' CLIENT FRAGILE - NON FACTURE ' WS-AGIOS-ED
           END-IF.

       2350-EXIT.
           EXIT.

      * Chaque jour passe en solde negatif coute :
      * (valeur absolue du solde) x taux du jour / 100, le taux
      * etant celui de la version en vigueur sur chaque partie du

       3000-CLORE-TRAITEMENT.
           EXEC SQL COMMIT END-EXEC
           PERFORM 3100-LIRE-REMBOURSEMENTS

           MOVE WS-TOT-AGIOS TO WS-TOTAL-ED
           DISPLAY ' '
           DISPLAY '=== BILAN DES AGIOS ==='
           DISPLAY 'CLIENTS EXAMINES : ' WS-NB-CLIENTS
           DISPLAY 'DECOMPTES EMIS   : ' WS-NB-FACTURES
           DISPLAY 'TOTAL AGIOS      : ' WS-TOTAL-ED
           DISPLAY 'PLAFONNES FRAGILES : ' WS-NB-PLAFONNES
           MOVE WS-TOT-ECRETE TO WS-TOTAL-ED
           DISPLAY 'NON FACTURE (PLAFOND FRAGILES) : ' WS-TOTAL-ED
           MOVE WS-TOT-REMB TO WS-TOTAL-ED
           DISPLAY 'REMBOURSES       : ' WS-TOTAL-ED
           COMPUTE WS-TOT-NET = WS-TOT-AGIOS - WS-TOT-REMB
           MOVE WS-TOT-NET TO WS-TOTAL-ED
           DISPLAY 'NET FACTURE      : ' WS-TOTAL-ED.

      * Agios rembourses (accordes) pendant le trimestre
       3100-LIRE-REMBOURSEMENTS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(MONTANT_REMB), 0)
               INTO :WS-NB-REMB, :WS-TOT-REMB
               FROM REMBFRAIS
               WHERE TYPE_FRAIS = 'AGI'
                 AND STATUT = 'V'
                 AND DATE_VALID >= :WS-DATE-DEBUT
                 AND DATE_VALID <= :WS-DATE-FIN
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR LECTURE REMBOURSEMENTS : ' SQLCODE
               MOVE 0 TO WS-NB-REMB
               MOVE 0 TO WS-TOT-REMB
           END-IF.

       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
