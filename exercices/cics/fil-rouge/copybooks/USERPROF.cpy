               88  USR-CONSULTATION VALUE 'C'.
               88  USR-GUICHETIER   VALUE 'G'.
               88  USR-SUPERVISEUR  VALUE 'S'.
               88  USR-EXPLOITANT   VALUE 'E'.
           05  USR-ACTIF           PIC X(1).
               88  USR-EST-ACTIF    VALUE 'O'.
           05  USR-MOT-PASSE       PIC X(8).
      * USR-ROLE  : 'C' consultation seule
      *             'G' guichetier (saisies et mises a jour)
      *             'S' superviseur (tout, y compris clotures)
      *             'E' exploitant de la chaine batch (console
      *                 EXPL et consultations seulement)
      * USR-ACTIF : 'O' profil actif, toute autre valeur = desactive
      * USR-MOT-PASSE  : Mot de passe (pose par USERTRT, change au
      *                  premier sign-on et sur demande)
