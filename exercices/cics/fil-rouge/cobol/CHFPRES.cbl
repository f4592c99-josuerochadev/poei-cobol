      ******************************************************************
      * Programme : CHFPRES - Chambre forte d'agence (Presentation)
      * Transaction : CHFO
      * Fonction : Ecran du stock et des mouvements de la chambre
      *            forte de l'agence
      *
      * Saisie : action ('C' consulter / 'I' inventaire /
      * 'A' approvisionner une caisse / 'D' degager une caisse /
      * 'R' reception du centre fort / 'E' expedition au centre
      * fort), agence, guichetier de la caisse concernee ('A' et
      * 'D'), nombre de billets ou pieces par coupure (zones NB01
      * a NB15, de 500 EUR a 1 centime), et pour tout mouvement la
      * seconde signature : identifiant et mot de passe de l'agent
      * qui a compte avec l'agent signe.
      * En retour : le stock par coupure de la chambre forte, sa
      * valeur, le plafond assure de l'agence et l'ecart du dernier
      * inventaire. La logique est portee par CHFTRT (LINK).
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHFPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CHFSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-IX                   PIC 9(2) VALUE 0.
       01  WS-MONTANT-ED           PIC -ZZZ,ZZZ,ZZ9.99.

      *─── Comptage par coupure saisi ou restitue (NB01 a NB15) ───────
       01  WS-COMPTAGE.
           05  WS-NB-COUPURE       PIC 9(7) OCCURS 15 TIMES.
       01  WS-SAISIE-NB            PIC X(7).
       01  WS-SAISIE-LG            PIC S9(4) COMP.
       01  WS-SAISIE-OK            PIC 9(1) VALUE 1.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-AGENCE           PIC X(5).
           05  CA-GUICHETIER       PIC X(8).
           05  CA-CONTRESIGN       PIC X(8).
           05  CA-MOT-PASSE        PIC X(8).
           05  CA-NB-COUPURE       PIC 9(7) OCCURS 15 TIMES.
           05  CA-MONTANT          PIC 9(9)V99.
           05  CA-TOTAL            PIC 9(9)V99.
           05  CA-PLAFOND          PIC 9(9)V99.
           05  CA-ECART            PIC S9(9)V99.
           05  CA-DATE-INVENT      PIC X(8).
           05  FILLER              PIC X(11).

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(10).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('CHFO')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE CHFMAPO
           MOVE 'Chambre forte de l''agence' TO MSGO

           EXEC CICS
               SEND MAP('CHFMAP')
                    MAPSET('CHFSET')
                    FROM(CHFMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('CHFMAP')
                       MAPSET('CHFSET')
                       INTO(CHFMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-APPLIQUER-ACTION THRU 2100-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-APPLIQUER-ACTION.

           IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'I'
               AND ACTIONI NOT = 'A' AND ACTIONI NOT = 'D'
               AND ACTIONI NOT = 'R' AND ACTIONI NOT = 'E'
               MOVE 'Action C, I, A (appro), D (degagt), R ou E'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE ZEROES TO WS-COMPTAGE
           IF ACTIONI NOT = 'C'
               PERFORM 2200-LIRE-COMPTAGE
               IF WS-SAISIE-OK = 0
                   MOVE 'Nombre de billets ou pieces invalide'
                       TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI  TO CA-ACTION
           MOVE AGENCEI  TO CA-AGENCE
           IF ACTIONI NOT = 'C'
               MOVE GUICHI   TO CA-GUICHETIER
               MOVE CSIGNI   TO CA-CONTRESIGN
               MOVE CPASSEI  TO CA-MOT-PASSE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 15
               MOVE WS-NB-COUPURE (WS-IX) TO CA-NB-COUPURE (WS-IX)
           END-PERFORM

           EXEC CICS
               LINK PROGRAM('CHFTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── Le mot de passe du second signataire n'est jamais renvoye ──
           MOVE SPACES TO CPASSEO

           IF CA-CODE-RETOUR = 00
               MOVE CA-MONTANT TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO MONTANTO
               MOVE CA-TOTAL TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO TOTALO
               MOVE CA-PLAFOND TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO PLAFONO
               MOVE CA-ECART TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO ECARTO
               MOVE CA-GUICHETIER TO GUICHO
               IF CA-DATE-INVENT = SPACES
                   MOVE SPACES TO DATINVO
               ELSE
                   STRING CA-DATE-INVENT(7:2) '/'
                          CA-DATE-INVENT(5:2) '/'
                          CA-DATE-INVENT(1:4)
                          DELIMITED BY SIZE INTO DATINVO
               END-IF
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

      *─── Stock par coupure restitue a l'ecran ───────────────────────
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
               SEND MAP('CHFMAP')
                    MAPSET('CHFSET')
                    FROM(CHFMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
