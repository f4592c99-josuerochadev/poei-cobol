      *   fonction 'S' : acte de gestion sensible (decouvert
      *                  autorise, administration) - superviseur
      *                  seulement
      *   fonction 'E' : exploitation de la chaine batch (console
      *                  EXPL) - exploitant ou superviseur
      * SEC-USER restitue l'identifiant signe : c'est lui que les
      * traitements portent dans tout ce qu'ils ecrivent.
      ******************************************************************
                       MOVE 'Fonction reservee au superviseur'
                           TO SEC-MESSAGE
                   END-IF
               WHEN 'E'
                   IF SES-ROLE = 'E' OR SES-ROLE = 'S'
                       SET SEC-OUI TO TRUE
                   ELSE
                       MOVE 'Fonction reservee a l exploitation'
                           TO SEC-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'Fonction de controle inconnue'
                       TO SEC-MESSAGE
