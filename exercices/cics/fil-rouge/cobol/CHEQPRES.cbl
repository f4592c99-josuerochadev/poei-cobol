      * Transaction : CHEQ
      * Fonction : Ecran de demande de carnet et d'opposition
      *
      * Saisie : compte, action ('D' carnet / 'O' opposition /
      * 'R' regularisation d'interdit bancaire) et,
      * pour une opposition, le numero du cheque. La plage de
      * numeros servie est affichee en confirmation de carnet.
      * La logique (allocation de plage, statuts) est portee par
           END-IF

           IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'O'
               AND ACTIONI NOT = 'R'
               MOVE 'Action D (carnet), O (opposition) ou R (regul.)'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
