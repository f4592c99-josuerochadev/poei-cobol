       1000-CREER.

           IF CA-ROLE NOT = 'C' AND CA-ROLE NOT = 'G'
               AND CA-ROLE NOT = 'S' AND CA-ROLE NOT = 'E'
               MOVE 31 TO CA-CODE-RETOUR
               MOVE 'Role C, G, E ou S' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF CA-MOT-PASSE = SPACES
                   MOVE 'Profil reactive' TO CA-MESSAGE
               WHEN CA-CHANGER-ROLE
                   IF CA-ROLE NOT = 'C' AND CA-ROLE NOT = 'G'
                       AND CA-ROLE NOT = 'S' AND CA-ROLE NOT = 'E'
                       MOVE 31 TO CA-CODE-RETOUR
                       MOVE 'Role C, G, E ou S' TO CA-MESSAGE
                       EXEC CICS
                           UNLOCK FILE('USERS')
                       END-EXEC
