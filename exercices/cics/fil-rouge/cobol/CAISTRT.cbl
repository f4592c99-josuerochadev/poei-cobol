      *
      * Description :
      * - Action 'O' : ouverture de la caisse du jour du guichetier
      *   signe dans son agence, avec son fonds d'ouverture ; une
      *   caisse deja ouverte ne se rouvre pas
      * - Action 'C' : consultation de la caisse du jour (theorique
      *   courant = ouverture + entrees - sorties + approvisionne-
      *   ments - degagements de la chambre forte)
      * - Action 'F' : arrete - le comptage physique est saisi par
      *   coupure (table COUPURE), sa valeur fait le comptage ;
      *   l'ecart (comptage moins theorique) est calcule et fige,
      *   la caisse passe 'F'
      * Les entrees et sorties d'especes sont accumulees au fil de
      * l'eau par MVTTRT a chaque depot et retrait, les echanges
      * avec la chambre forte par CHFTRT.
      * Reserve aux guichetiers signes (SECTRT 'M') : chacun ne
      * touche que sa propre caisse (cle = SEC-USER + EIBDATE).
      *
       WORKING-STORAGE SECTION.

           COPY CAISSE.
           COPY COUPURE.

       01  WS-RESP                 PIC S9(8) COMP.

           05  SEC-MESSAGE         PIC X(40).

       01  WS-THEORIQUE            PIC S9(9)V99 VALUE 0.
       01  WS-IX                   PIC 9(2) VALUE 0.

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-SORTIES          PIC 9(9)V99.
           05  CA-THEORIQUE        PIC S9(9)V99.
           05  CA-ECART            PIC S9(7)V99.
           05  CA-AGENCE           PIC X(5).
           05  CA-APPROS           PIC 9(9)V99.
           05  CA-DEGAGEMENTS      PIC 9(9)V99.
      *─── Comptage de fermeture par coupure (rang table COUPURE) ─────
           05  CA-NB-COUPURE       PIC 9(7) OCCURS 15 TIMES.
           05  FILLER              PIC X(5).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(250).

       PROCEDURE DIVISION.

           ELSE
               EVALUATE TRUE
                   WHEN CA-OUVRIR
                       PERFORM 1000-OUVRIR THRU 1000-EXIT
                   WHEN CA-CONSULTER
                       PERFORM 2000-CONSULTER THRU 2000-EXIT
                   WHEN CA-FERMER

       1000-OUVRIR.

           IF CA-AGENCE = SPACES OR CA-AGENCE = LOW-VALUES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Agence obligatoire' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           INITIALIZE CAISSE-REC
           MOVE SEC-USER TO CAI-GUICHETIER
           MOVE EIBDATE  TO CAI-DATE
           MOVE 0 TO CAI-SORTIES
           MOVE 0 TO CAI-COMPTAGE
           MOVE 0 TO CAI-ECART
           MOVE CA-AGENCE TO CAI-AGENCE
           MOVE 0 TO CAI-APPROS
           MOVE 0 TO CAI-DEGAGEMENTS
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               MOVE 0 TO CAI-NB-COUPURE (WS-IX)
           END-PERFORM

           EXEC CICS
               WRITE FILE('CAISSE')
                   MOVE 'Erreur ouverture caisse' TO CA-MESSAGE
           END-EVALUATE.

       1000-EXIT.
           EXIT.

       2000-CONSULTER.

           MOVE SEC-USER TO CAI-GUICHETIER

       3000-ARRETER.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               IF CA-NB-COUPURE (WS-IX) NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Comptage par coupure invalide' TO CA-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-PERFORM

           MOVE SEC-USER TO CAI-GUICHETIER
           MOVE EIBDATE  TO CAI-DATE
           EXEC CICS
               GO TO 3000-EXIT
           END-IF

      *─── Le comptage est la valeur des coupures comptees ────────────
           MOVE 0 TO CAI-COMPTAGE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               MOVE CA-NB-COUPURE (WS-IX) TO CAI-NB-COUPURE (WS-IX)
               COMPUTE CAI-COMPTAGE = CAI-COMPTAGE
                   + CAI-NB-COUPURE (WS-IX) * CPR-VALEUR (WS-IX)
           END-PERFORM
           MOVE CAI-COMPTAGE TO CA-MONTANT
           COMPUTE WS-THEORIQUE = CAI-FONDS-OUVERTURE
               + CAI-ENTREES - CAI-SORTIES
               + CAI-APPROS - CAI-DEGAGEMENTS
           COMPUTE CAI-ECART = CAI-COMPTAGE - WS-THEORIQUE
           SET CAI-FERMEE TO TRUE

           MOVE CAI-SORTIES         TO CA-SORTIES
           COMPUTE CA-THEORIQUE = CAI-FONDS-OUVERTURE
               + CAI-ENTREES - CAI-SORTIES
               + CAI-APPROS - CAI-DEGAGEMENTS
           MOVE CAI-ECART           TO CA-ECART
           MOVE CAI-AGENCE          TO CA-AGENCE
           MOVE CAI-APPROS          TO CA-APPROS
           MOVE CAI-DEGAGEMENTS     TO CA-DEGAGEMENTS
           MOVE CAI-COMPTAGE        TO CA-MONTANT
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               MOVE CAI-NB-COUPURE (WS-IX) TO CA-NB-COUPURE (WS-IX)
           END-PERFORM.
