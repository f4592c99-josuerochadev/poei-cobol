      * calcule, par client, la contribution :
      *   frais (NATURE 'FRA') + agios ('AGI') encaisses
      *   moins interets credites ('INT')
      *   moins frais rembourses ('RMB', credits de REMBFRS)
      * sur les bornes saisies, agrege par CODE_REGION et
      * CODE_PROF avec les memes jointures REGION / PROFESSI que
      * STATCLI, et classe les vingt meilleures et les vingt
      * pires contributions : le chiffre que la direction demande
      * a chaque revue et qui se montait jusqu'ici a la main.
      * Les memes contributions sont cumulees par foyer (table
      * FOYER, cf. FOYCALC ; un client absent de FOYER est un
      * foyer a lui seul) avec le nombre de produits (comptes des
      * membres) et le solde signe cumule, et les vingt meilleurs
      * et vingt plus faibles foyers sont classes de meme.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-FRAIS          PIC S9(9)V99 COMP-3.
       01 WS-AGIOS          PIC S9(9)V99 COMP-3.
       01 WS-INTERETS       PIC S9(9)V99 COMP-3.
       01 WS-REMBOURSES     PIC S9(9)V99 COMP-3.

      * Contribution du client en cours
       01 WS-CONTRIBUTION   PIC S9(9)V99 VALUE 0.
               10 WS-CLI-NOM       PIC X(10).
               10 WS-CLI-CONTRIB   PIC S9(9)V99.

      * Foyers, deja classes par contribution decroissante
       01 WS-NUM-FOYER      PIC X(03).
       01 WS-NB-PRODUITS    PIC S9(9) COMP.
       01 WS-SOLDE-FOYER    PIC S9(11)V99 COMP-3.
       01 WS-CONTRIB-FOYER  PIC S9(11)V99 COMP-3.
       01 WS-NB-FOYERS      PIC 9(03) VALUE 0.
       01 WS-NB-FOYERS-LUS  PIC 9(05) VALUE 0.
       01 WS-NB-COLLECTIFS  PIC 9(05) VALUE 0.
       01 WS-TAB-FOYERS.
           05 WS-FOY OCCURS 999 TIMES
                      INDEXED BY WS-IDX-FOY.
               10 WS-FOY-NUM       PIC X(03).
               10 WS-FOY-NOM       PIC X(10).
               10 WS-FOY-PRODUITS  PIC 9(03).
               10 WS-FOY-SOLDE     PIC S9(11)V99.
               10 WS-FOY-CONTRIB   PIC S9(11)V99.
       01 WS-FIN-FOY        PIC 9(01) VALUE 0.
       01 WS-SOLDE-ED       PIC -ZZZ,ZZZ,ZZ9.99.

      * Agregats region et profession
       01 WS-NB-REGIONS     PIC 9(02) VALUE 0.
       01 WS-TAB-REGIONS.
           END-EXEC.

      * Contribution par client : frais + agios encaisses moins
      * interets credites et frais rembourses, avec region et
      * profession en clair
           EXEC SQL
               DECLARE C-CONTRIB CURSOR FOR
               SELECT C.NUM_COMPTE, C.NOM_CLIENT,
                      COALESCE(SUM(CASE WHEN M.NATURE = 'AGI'
                          THEN M.MONTANT_MVT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN M.NATURE = 'INT'
                          THEN M.MONTANT_MVT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN M.NATURE = 'RMB'
                          THEN M.MONTANT_MVT ELSE 0 END), 0)
               FROM CLIENT C
               INNER JOIN REGION R ON C.CODE_REGION = R.CODE_REGION
               INNER JOIN PROFESSI P ON C.CODE_PROF = P.CODE_PROF
               LEFT JOIN MOUVEMENT M
                 ON M.NUM_COMPTE = C.NUM_COMPTE
                AND M.NATURE IN ('FRA', 'AGI', 'INT', 'RMB')
                AND M.DATE_MVT >= :WS-DATE-DEBUT
                AND M.DATE_MVT <= :WS-DATE-FIN
               GROUP BY C.NUM_COMPTE, C.NOM_CLIENT,
               ORDER BY C.NUM_COMPTE
           END-EXEC.

      * Contribution par foyer, avec le nom du client de
      * reference, le nombre de produits et le solde signe cumule
           EXEC SQL
               DECLARE C-FOYERS CURSOR FOR
               SELECT COALESCE(F.NUM_FOYER, C.NUM_COMPTE),
                      MAX(CASE WHEN F.NUM_FOYER IS NULL
                                 OR F.NUM_FOYER = C.NUM_COMPTE
                               THEN C.NOM_CLIENT ELSE ' ' END),
                      COUNT(*),
                      SUM(CASE WHEN C.POS = 'DB' THEN 0 - C.SOLDE
                               ELSE C.SOLDE END),
                      SUM(COALESCE(M.CONTRIB, 0))
               FROM CLIENT C
               LEFT JOIN FOYER F
                 ON F.NUM_COMPTE = C.NUM_COMPTE
               LEFT JOIN
                    (SELECT NUM_COMPTE,
                            SUM(CASE WHEN NATURE IN ('FRA', 'AGI')
                                     THEN MONTANT_MVT
                                     ELSE 0 - MONTANT_MVT END)
                                AS CONTRIB
                     FROM MOUVEMENT
                     WHERE NATURE IN ('FRA', 'AGI', 'INT', 'RMB')
                       AND DATE_MVT >= :WS-DATE-DEBUT
                       AND DATE_MVT <= :WS-DATE-FIN
                     GROUP BY NUM_COMPTE) M
                 ON M.NUM_COMPTE = C.NUM_COMPTE
               GROUP BY COALESCE(F.NUM_FOYER, C.NUM_COMPTE)
               ORDER BY 5 DESC
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           PERFORM 3100-EDITER-PROFESSIONS
           PERFORM 4000-CLASSER-CLIENTS
           PERFORM 4100-EDITER-CLASSEMENT
           PERFORM 5000-CHARGER-FOYERS
           PERFORM 5100-EDITER-FOYERS

           DISPLAY ' '
           DISPLAY 'CLIENTS EXAMINES : ' WS-NB-CLIENTS
           DISPLAY 'FOYERS EXAMINES  : ' WS-NB-FOYERS-LUS
           DISPLAY 'FIN DU PROGRAMME RENTCLI'
           STOP RUN.

               FETCH C-CONTRIB
               INTO :WS-NUM-COMPTE, :WS-NOM-CLIENT,
                    :WS-NOM-REGION, :WS-NOM-PROF,
                    :WS-FRAIS, :WS-AGIOS, :WS-INTERETS,
                    :WS-REMBOURSES
           END-EXEC

           EVALUATE SQLCODE

       2000-CUMULER-CLIENT.
           COMPUTE WS-CONTRIBUTION =
               WS-FRAIS + WS-AGIOS - WS-INTERETS - WS-REMBOURSES

           IF WS-NB-CLIENTS < 999
               ADD 1 TO WS-NB-CLIENTS
               DISPLAY '  ' WS-CLI-NUM(WS-IDX-CLI) ' '
                       WS-CLI-NOM(WS-IDX-CLI) ' : ' WS-CONTRIB-ED
           END-PERFORM.

      * Foyers lus dans l'ordre des contributions decroissantes
       5000-CHARGER-FOYERS.
           EXEC SQL
               OPEN C-FOYERS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR FOYERS : ' SQLCODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-FIN-FOY
               PERFORM 5050-LIRE-FOYER
                   UNTIL WS-FIN-FOY = 1
               EXEC SQL
                   CLOSE C-FOYERS
               END-EXEC
           END-IF.

       5050-LIRE-FOYER.
           EXEC SQL
               FETCH C-FOYERS
               INTO :WS-NUM-FOYER, :WS-NOM-CLIENT, :WS-NB-PRODUITS,
                    :WS-SOLDE-FOYER, :WS-CONTRIB-FOYER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-NB-FOYERS-LUS
                   IF WS-NB-PRODUITS > 1
                       ADD 1 TO WS-NB-COLLECTIFS
                   END-IF
                   IF WS-NB-FOYERS < 999
                       ADD 1 TO WS-NB-FOYERS
                       SET WS-IDX-FOY TO WS-NB-FOYERS
                       MOVE WS-NUM-FOYER   TO WS-FOY-NUM(WS-IDX-FOY)
                       MOVE WS-NOM-CLIENT  TO WS-FOY-NOM(WS-IDX-FOY)
                       MOVE WS-NB-PRODUITS
                           TO WS-FOY-PRODUITS(WS-IDX-FOY)
                       MOVE WS-SOLDE-FOYER TO WS-FOY-SOLDE(WS-IDX-FOY)
                       MOVE WS-CONTRIB-FOYER
                           TO WS-FOY-CONTRIB(WS-IDX-FOY)
                   END-IF
               WHEN 100
                   MOVE 1 TO WS-FIN-FOY
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH FOYERS : ' SQLCODE
                   MOVE 4 TO RETURN-CODE
                   MOVE 1 TO WS-FIN-FOY
           END-EVALUATE.

       5100-EDITER-FOYERS.
           DISPLAY ' '
           DISPLAY '=== VINGT MEILLEURS FOYERS ==='
           DISPLAY '  (FOYER, CLIENT DE REFERENCE, PRODUITS, SOLDE'
                   ' CUMULE : CONTRIBUTION)'
           MOVE 0 TO WS-IDX-AFF
           PERFORM VARYING WS-IDX-FOY FROM 1 BY 1
                   UNTIL WS-IDX-FOY > WS-NB-FOYERS
                      OR WS-IDX-AFF >= 20
               ADD 1 TO WS-IDX-AFF
               PERFORM 5200-EDITER-FOYER
           END-PERFORM

           DISPLAY ' '
           DISPLAY '=== VINGT PLUS FAIBLES FOYERS ==='
           IF WS-NB-FOYERS > 20
               COMPUTE WS-IDX-FIN = WS-NB-FOYERS - 19
           ELSE
               MOVE 1 TO WS-IDX-FIN
           END-IF
           PERFORM VARYING WS-IDX-FOY FROM WS-IDX-FIN BY 1
                   UNTIL WS-IDX-FOY > WS-NB-FOYERS
               PERFORM 5200-EDITER-FOYER
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'FOYERS DE PLUSIEURS CLIENTS : ' WS-NB-COLLECTIFS.

       5200-EDITER-FOYER.
           MOVE WS-FOY-SOLDE(WS-IDX-FOY)   TO WS-SOLDE-ED
           MOVE WS-FOY-CONTRIB(WS-IDX-FOY) TO WS-CONTRIB-ED
           DISPLAY '  ' WS-FOY-NUM(WS-IDX-FOY) ' '
                   WS-FOY-NOM(WS-IDX-FOY) ' '
                   WS-FOY-PRODUITS(WS-IDX-FOY) ' '
                   WS-SOLDE-ED ' : ' WS-CONTRIB-ED.
