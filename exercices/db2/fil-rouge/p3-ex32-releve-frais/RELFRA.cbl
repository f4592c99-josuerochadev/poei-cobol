      * aucun frais recoit la lettre qui le dit, comme le texte
      * l'exige. Une synthese par region (memes jointures REGION
      * que STATCLI) est editee en fin d'etat pour la direction.
      * Les remboursements accordes par REMBFRS (table REMBFRAIS,
      * STATUT 'V') viennent en deduction du frais rembourse, sur
      * le mois du frais : la lettre montre le net facture et
      * rappelle ce qui a ete rembourse.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-MOIS-MVT       PIC X(02).
       01 WS-NATURE         PIC X(03).
       01 WS-TOTAL-NATURE   PIC S9(9)V99 COMP-3.
       01 WS-REMB-NATURE    PIC S9(9)V99 COMP-3.
       01 WS-DEBUT-PERIODE  PIC X(07).
       01 WS-FIN-PERIODE    PIC X(07).

      * Cumuls du client en cours
       01 WS-CLI-FRAIS      PIC S9(9)V99 VALUE 0.
       01 WS-CLI-AGIOS      PIC S9(9)V99 VALUE 0.
       01 WS-CLI-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-CLI-REMB       PIC S9(9)V99 VALUE 0.

      * Synthese par region pour la direction
       01 WS-NB-REGIONS     PIC 9(02) VALUE 0.
           05 WS-DET-NATURE PIC X(03).
           05 FILLER        PIC X(03) VALUE ' : '.
           05 WS-DET-MONTANT PIC Z(7)9.99.
           05 WS-DET-REMB-LIB PIC X(16).
           05 WS-DET-REMB   PIC Z(7)9.99 BLANK WHEN ZERO.
           05 FILLER        PIC X(23) VALUE SPACES.

       01 WS-LIGNE-TOT-FRAIS.
           05 FILLER        PIC X(30)
           05 WS-ED-AGIOS   PIC Z(7)9.99.
           05 FILLER        PIC X(39) VALUE SPACES.

       01 WS-LIGNE-TOT-REMB.
           05 FILLER        PIC X(30)
              VALUE 'REMBOURSEMENTS DEDUITS      : '.
           05 WS-ED-REMB    PIC Z(7)9.99.
           05 FILLER        PIC X(39) VALUE SPACES.

       01 WS-LIGNE-TOT-ANNEE.
           05 FILLER        PIC X(30)
              VALUE 'TOTAL FACTURE SUR L ANNEE  : '.
               ORDER BY R.NOM_REGION, C.NUM_COMPTE
           END-EXEC.

      * Detail mois / nature des frais du client sur l'annee, avec
      * les remboursements accordes rattaches au mois du frais
           EXEC SQL
               DECLARE C-DETAIL CURSOR FOR
               SELECT MOIS, NATURE, SUM(FACTURE), SUM(REMBOURSE)
               FROM (SELECT SUBSTR(DATE_MVT, 6, 2) AS MOIS,
                            NATURE,
                            MONTANT_MVT AS FACTURE,
                            0 AS REMBOURSE
                     FROM MOUVEMENT
                     WHERE NUM_COMPTE = :WS-NUM-COMPTE
                       AND NATURE IN ('FRA', 'AGI')
                       AND DATE_MVT >= :WS-DEBUT-ANNEE
                       AND DATE_MVT <= :WS-FIN-ANNEE
                     UNION ALL
                     SELECT SUBSTR(PERIODE_FRAIS, 6, 2),
                            TYPE_FRAIS,
                            0,
                            MONTANT_REMB
                     FROM REMBFRAIS
                     WHERE NUM_COMPTE = :WS-NUM-COMPTE
                       AND TYPE_FRAIS IN ('FRA', 'AGI')
                       AND STATUT = 'V'
                       AND PERIODE_FRAIS >= :WS-DEBUT-PERIODE
                       AND PERIODE_FRAIS <= :WS-FIN-PERIODE) AS F
               GROUP BY MOIS, NATURE
               ORDER BY MOIS, NATURE
           END-EXEC.

       PROCEDURE DIVISION.
               DELIMITED BY SIZE INTO WS-DEBUT-ANNEE
           STRING WS-ANNEE-RELEVE '-12-31'
               DELIMITED BY SIZE INTO WS-FIN-ANNEE
           STRING WS-ANNEE-RELEVE '-01'
               DELIMITED BY SIZE INTO WS-DEBUT-PERIODE
           STRING WS-ANNEE-RELEVE '-12'
               DELIMITED BY SIZE INTO WS-FIN-PERIODE

           OPEN OUTPUT F-EDITION

           ADD 1 TO WS-NB-LETTRES
           MOVE 0 TO WS-CLI-FRAIS
           MOVE 0 TO WS-CLI-AGIOS
           MOVE 0 TO WS-CLI-REMB

           MOVE WS-NUM-COMPTE  TO WS-ED-COMPTE
           MOVE WS-NOM-CLIENT  TO WS-ED-NOM
           PERFORM 3000-EDITER-DETAIL

           COMPUTE WS-CLI-TOTAL = WS-CLI-FRAIS + WS-CLI-AGIOS
           IF WS-CLI-TOTAL = 0 AND WS-CLI-REMB = 0
               ADD 1 TO WS-NB-SANS-FRAIS
               WRITE ENR-EDITION FROM WS-LIGNE-SANS-FRAIS
           ELSE
               MOVE WS-CLI-FRAIS TO WS-ED-FRAIS
               MOVE WS-CLI-AGIOS TO WS-ED-AGIOS
               MOVE WS-CLI-TOTAL TO WS-ED-TOTAL
               MOVE WS-CLI-REMB  TO WS-ED-REMB
               WRITE ENR-EDITION FROM WS-LIGNE-VIDE
               WRITE ENR-EDITION FROM WS-LIGNE-TOT-FRAIS
               WRITE ENR-EDITION FROM WS-LIGNE-TOT-AGIOS
               IF WS-CLI-REMB > 0
                   WRITE ENR-EDITION FROM WS-LIGNE-TOT-REMB
               END-IF
               WRITE ENR-EDITION FROM WS-LIGNE-TOT-ANNEE
           END-IF
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
               EXEC SQL
                   FETCH C-DETAIL
                   INTO :WS-MOIS-MVT, :WS-NATURE,
                        :WS-TOTAL-NATURE, :WS-REMB-NATURE
               END-EXEC
               IF SQLCODE = 0
                   SUBTRACT WS-REMB-NATURE FROM WS-TOTAL-NATURE
                   ADD WS-REMB-NATURE TO WS-CLI-REMB
                   MOVE WS-MOIS-MVT     TO WS-DET-MOIS
                   MOVE WS-NATURE       TO WS-DET-NATURE
                   MOVE WS-TOTAL-NATURE TO WS-DET-MONTANT
                   IF WS-REMB-NATURE > 0
                       MOVE '   REMBOURSE :  ' TO WS-DET-REMB-LIB
                       MOVE WS-REMB-NATURE TO WS-DET-REMB
                   ELSE
                       MOVE SPACES TO WS-DET-REMB-LIB
                       MOVE 0 TO WS-DET-REMB
                   END-IF
                   WRITE ENR-EDITION FROM WS-LIGNE-DETAIL
                   IF WS-NATURE = 'FRA'
                       ADD WS-TOTAL-NATURE TO WS-CLI-FRAIS
