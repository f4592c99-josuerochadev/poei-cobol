      * - Action 'R' : renouvellement - nouvelle date d'expiration
      *   AAAAMM, la carte redevient active
      * - Action 'C' : consultation
      * - Carte d'un mineur ou d'un majeur protege (emission et
      *   renouvellement) : un plafond au dela de celui du titulaire
      *   seul, ou une carte sans plafond, exige son representant
      *   legal present (CA-REPR-LEGAL 'O') avec le pouvoir carte,
      *   verifie par CAPATRT (code 43)
      * - Saisies reservees aux guichetiers signes (SECTRT 'M'),
      *   chaque mise a jour journalisee avant/apres dans IMGJRN
      *   (meme convention que CPTEDAO)
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

      *─── Zone d'appel du controle de capacite juridique (CAPATRT) ───
       01  WS-CAP-COMMAREA.
           05  CCT-ACTION          PIC X(1).
           05  CCT-CODE-RETOUR     PIC 9(2).
           05  CCT-MESSAGE         PIC X(50).
           05  CCT-CLIENT          PIC X(6).
           05  FILLER              PIC X(105).
           05  CCT-COMPTE          PIC X(11).
           05  CCT-OPERATION       PIC X(1).
           05  CCT-MONTANT         PIC 9(7)V99.
           05  CCT-REPR-LEGAL      PIC X(1).

       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).

           05  CA-EXPIRATION       PIC X(6).
           05  CA-PLAFOND          PIC 9(7)V99.
           05  CA-STATUT           PIC X(1).
      *─── Titulaire mineur ou protege : 'O' si son representant
      *    legal est present au guichet ────────────────────────────
           05  CA-REPR-LEGAL       PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(130).
               GO TO 1000-EXIT
           END-IF

      *─── Titulaire mineur ou protege : plafond dans ses limites,
      *    sinon representant legal present ────────────────────────
           MOVE CA-COMPTE  TO CCT-COMPTE
           MOVE CA-PLAFOND TO CCT-MONTANT
           PERFORM 6000-CONTROLER-CAPACITE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
               GO TO 3000-EXIT
           END-IF

           MOVE CRT-COMPTE          TO CCT-COMPTE
           MOVE CRT-PLAFOND-RETRAIT TO CCT-MONTANT
           PERFORM 6000-CONTROLER-CAPACITE
           IF CA-CODE-RETOUR NOT = 00
               EXEC CICS
                   UNLOCK FILE('CARTE')
               END-EXEC
               GO TO 3000-EXIT
           END-IF

           MOVE CA-EXPIRATION TO CRT-EXPIRATION
           SET CRT-ACTIVE TO TRUE
           PERFORM 5100-REECRIRE
               MOVE 'Erreur mise a jour carte' TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 6000-CONTROLER-CAPACITE : capacite juridique du titulaire du
      * compte (CAPATRT action 'V', operation carte) ; compte et
      * plafond poses par l'appelant dans CCT-COMPTE et CCT-MONTANT ;
      * le refus (code 43) et son message sont rendus tels quels
      ******************************************************************
       6000-CONTROLER-CAPACITE.

           MOVE 'V'           TO CCT-ACTION
           MOVE 00            TO CCT-CODE-RETOUR
           MOVE SPACES        TO CCT-MESSAGE CCT-CLIENT
           MOVE 'C'           TO CCT-OPERATION
           MOVE CA-REPR-LEGAL TO CCT-REPR-LEGAL
           EXEC CICS
               LINK PROGRAM('CAPATRT')
                    COMMAREA(WS-CAP-COMMAREA)
           END-EXEC
           IF CCT-CODE-RETOUR NOT = 00
               MOVE CCT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE CCT-MESSAGE     TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 8500-JOURNALISER-IMAGES : une ligne IMGJRN par mise a jour,
      * meme convention que CPTEDAO (fichier + cle + sequence de
