      * Transaction : CAIS
      * Fonction : Ecran de la caisse du jour du guichetier signe
      *
      * Saisie : action ('O' ouvrir avec l'agence et le fonds de
      * caisse / 'C' consulter / 'F' arreter avec le comptage
      * physique par coupure, zones NB01 a NB15 dans l'ordre de la
      * table COUPURE, de 500 EUR a 1 centime).
      * L'arrete affiche le theorique (echanges avec la chambre
      * forte compris), le comptage et l'ecart.
      * La logique (cle caisse = guichetier signe + jour) est
      * portee par CAISTRT, appele par LINK.
      * PF3 : retour au menu principal.

       01  WS-MONTANT-NUM          PIC 9(7)V99 VALUE 0.
       01  WS-MONTANT-ED           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-IX                   PIC 9(2) VALUE 0.

      *─── Comptage par coupure saisi ou restitue (NB01 a NB15) ───────
       01  WS-COMPTAGE.
           05  WS-NB-COUPURE       PIC 9(7) OCCURS 15 TIMES.
       01  WS-SAISIE-NB            PIC X(7).
       01  WS-SAISIE-LG            PIC S9(4) COMP.
       01  WS-SAISIE-OK            PIC 9(1) VALUE 1.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-SORTIES          PIC 9(9)V99.
           05  CA-THEORIQUE        PIC S9(9)V99.
           05  CA-ECART            PIC S9(7)V99.
           05  CA-AGENCE           PIC X(5).
           05  CA-APPROS           PIC 9(9)V99.
           05  CA-DEGAGEMENTS      PIC 9(9)V99.
           05  CA-NB-COUPURE       PIC 9(7) OCCURS 15 TIMES.
           05  FILLER              PIC X(5).

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
       01  WS-COMMAREA.
           END-IF

           MOVE 0 TO WS-MONTANT-NUM
           IF ACTIONI = 'O'
               IF MONTANTI NOT NUMERIC
                   MOVE 'Montant invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
               MOVE MONTANTI TO WS-MONTANT-NUM
           END-IF

           MOVE ZEROES TO WS-COMPTAGE
           IF ACTIONI = 'F'
               PERFORM 2200-LIRE-COMPTAGE
               IF WS-SAISIE-OK = 0
                   MOVE 'Nombre de billets ou pieces invalide'
                       TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI        TO CA-ACTION
           MOVE WS-MONTANT-NUM TO CA-MONTANT
           MOVE AGENCEI        TO CA-AGENCE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 15
               MOVE WS-NB-COUPURE (WS-IX) TO CA-NB-COUPURE (WS-IX)
           END-PERFORM

           EXEC CICS
               LINK PROGRAM('CAISTRT')
               MOVE WS-MONTANT-ED TO THEORO
               MOVE CA-ECART TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO ECARTO
               MOVE CA-APPROS TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO APPROSO
               MOVE CA-DEGAGEMENTS TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO DEGAGSO
               MOVE CA-MONTANT TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO COMPTO
               MOVE CA-AGENCE TO AGENCEO
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 15
                   MOVE CA-NB-COUPURE (WS-IX) TO WS-NB-COUPURE (WS-IX)
               END-PERFORM
               PERFORM 2300-AFFICHER-COMPTAGE
           END-IF
           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.
       2100-EXIT.
           EXIT.

      *─── Comptage saisi : zone vide = zero, sinon numerique ─────────
       2200-LIRE-COMPTAGE.

           MOVE 1 TO WS-SAISIE-OK
           MOVE NB01I TO WS-SAISIE-NB
           MOVE NB01L TO WS-SAISIE-LG
           MOVE 1 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB02I TO WS-SAISIE-NB
           MOVE NB02L TO WS-SAISIE-LG
           MOVE 2 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB03I TO WS-SAISIE-NB
           MOVE NB03L TO WS-SAISIE-LG
           MOVE 3 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB04I TO WS-SAISIE-NB
           MOVE NB04L TO WS-SAISIE-LG
           MOVE 4 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB05I TO WS-SAISIE-NB
           MOVE NB05L TO WS-SAISIE-LG
           MOVE 5 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB06I TO WS-SAISIE-NB
           MOVE NB06L TO WS-SAISIE-LG
           MOVE 6 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB07I TO WS-SAISIE-NB
           MOVE NB07L TO WS-SAISIE-LG
           MOVE 7 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB08I TO WS-SAISIE-NB
           MOVE NB08L TO WS-SAISIE-LG
           MOVE 8 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB09I TO WS-SAISIE-NB
           MOVE NB09L TO WS-SAISIE-LG
           MOVE 9 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB10I TO WS-SAISIE-NB
           MOVE NB10L TO WS-SAISIE-LG
           MOVE 10 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB11I TO WS-SAISIE-NB
           MOVE NB11L TO WS-SAISIE-LG
           MOVE 11 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB12I TO WS-SAISIE-NB
           MOVE NB12L TO WS-SAISIE-LG
           MOVE 12 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB13I TO WS-SAISIE-NB
           MOVE NB13L TO WS-SAISIE-LG
           MOVE 13 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB14I TO WS-SAISIE-NB
           MOVE NB14L TO WS-SAISIE-LG
           MOVE 14 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE
           MOVE NB15I TO WS-SAISIE-NB
           MOVE NB15L TO WS-SAISIE-LG
           MOVE 15 TO WS-IX
           PERFORM 2250-CONTROLER-NOMBRE.

       2250-CONTROLER-NOMBRE.

           IF WS-SAISIE-LG = 0
               MOVE 0 TO WS-NB-COUPURE (WS-IX)
           ELSE
               IF WS-SAISIE-NB NUMERIC
                   MOVE WS-SAISIE-NB TO WS-NB-COUPURE (WS-IX)
               ELSE
                   MOVE 0 TO WS-SAISIE-OK
               END-IF
           END-IF.

      *─── Comptage par coupure restitue a l'ecran ────────────────────
       2300-AFFICHER-COMPTAGE.

           MOVE WS-NB-COUPURE (1)  TO NB01O
           MOVE WS-NB-COUPURE (2)  TO NB02O
           MOVE WS-NB-COUPURE (3)  TO NB03O
           MOVE WS-NB-COUPURE (4)  TO NB04O
           MOVE WS-NB-COUPURE (5)  TO NB05O
           MOVE WS-NB-COUPURE (6)  TO NB06O
           MOVE WS-NB-COUPURE (7)  TO NB07O
           MOVE WS-NB-COUPURE (8)  TO NB08O
           MOVE WS-NB-COUPURE (9)  TO NB09O
           MOVE WS-NB-COUPURE (10) TO NB10O
           MOVE WS-NB-COUPURE (11) TO NB11O
           MOVE WS-NB-COUPURE (12) TO NB12O
           MOVE WS-NB-COUPURE (13) TO NB13O
           MOVE WS-NB-COUPURE (14) TO NB14O
           MOVE WS-NB-COUPURE (15) TO NB15O.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
