      *
      * Saisie : numero de carte, action ('E' emettre / 'O' opposer /
      * 'R' renouveler / 'C' consulter) et, selon l'action, compte
      * rattache, titulaire, expiration AAAAMM et plafond de retrait,
      * et O quand le representant legal d'un titulaire mineur ou
      * protege est present (emission ou renouvellement au dela du
      * plafond carte du titulaire seul).
      * La logique (existence du compte, statuts, journal IMGJRN)
      * est portee par CARTTRT, appele par LINK.
      * PF3 : retour au menu principal.
           05  CA-EXPIRATION       PIC X(6).
           05  CA-PLAFOND          PIC 9(7)V99.
           05  CA-STATUT           PIC X(1).
           05  CA-REPR-LEGAL       PIC X(1).

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
       01  WS-COMMAREA.
               MOVE PLAFONDI TO WS-PLAFOND-NUM
           END-IF

           IF RLEGI NOT = 'O' AND RLEGI NOT = 'N'
              AND RLEGI NOT = SPACES AND RLEGI NOT = LOW-VALUES
               MOVE 'Representant legal present : O ou N' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI        TO CA-ACTION
           MOVE CARTEI         TO CA-NUM-CARTE
           MOVE TITULI         TO CA-TITULAIRE
           MOVE EXPIRI         TO CA-EXPIRATION
           MOVE WS-PLAFOND-NUM TO CA-PLAFOND
           IF RLEGI = 'O'
               MOVE 'O' TO CA-REPR-LEGAL
           ELSE
               MOVE 'N' TO CA-REPR-LEGAL
           END-IF

           EXEC CICS
               LINK PROGRAM('CARTTRT')
