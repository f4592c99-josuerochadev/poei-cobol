      ******************************************************************
      * Programme : REMPRES - Remises de cheques (Presentation)
      * Transaction : REMC
      * Fonction : Ecran de saisie et de consultation des remises
      *
      * Saisie : compte, action ('S' saisir / 'C' consulter) et,
      * pour une saisie, jusqu'a cinq cheques (banque tiree, numero,
      * montant) ; pour une consultation, le numero de remise.
      * La remise est affichee en attente : le compte n'est credite
      * qu'apres le delai d'encaissement (batch REMBAT). Le statut de
      * chaque cheque (E attente / C credite / I impaye), le total et
      * le total encore en attente sont affiches.
      * La logique (controle du compte, numerotation, journal IMGJRN)
      * est portee par REMTRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY REMSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-IX                   PIC 9(2) VALUE 0.

       01  WS-REMISE-NUM           PIC 9(8) VALUE 0.
       01  WS-MONTANT-ED           PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED             PIC ZZZ,ZZZ,ZZ9.99.

      *─── Ligne de cheque de l'ecran (une des cinq) ──────────────────
       01  WS-LIGNE-CHEQUE.
           05  WS-LIG-BANQUE       PIC X(5).
           05  WS-LIG-CHEQUE       PIC X(7).
           05  WS-LIG-MONTANT      PIC X(12).
           05  WS-LIG-STATUT       PIC X(1).

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-COMPTE           PIC X(11).
           05  CA-REMISE           PIC 9(8).
           05  CA-DATE-REMISE      PIC X(8).
           05  CA-CHEQUE OCCURS 5 TIMES.
               10  CA-BANQUE       PIC X(5).
               10  CA-NUM-CHEQUE   PIC X(7).
               10  CA-MONTANT      PIC 9(7)V99.
               10  CA-STATUT       PIC X(1).
           05  CA-TOTAL            PIC 9(9)V99.
           05  CA-TOTAL-ATTENTE    PIC 9(9)V99.

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
               RETURN TRANSID('REMC')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE REMMAPO
           MOVE 'Remises de cheques' TO MSGO

           EXEC CICS
               SEND MAP('REMMAP')
                    MAPSET('REMSET')
                    FROM(REMMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('REMMAP')
                       MAPSET('REMSET')
                       INTO(REMMAPI)
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

           IF ACTIONI NOT = 'S' AND ACTIONI NOT = 'C'
               MOVE 'Action S ou C' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION

           IF ACTIONI = 'C'
               IF REMISEI NOT NUMERIC
                   MOVE 'Numero de remise invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE REMISEI TO WS-REMISE-NUM
               MOVE WS-REMISE-NUM TO CA-REMISE
           ELSE
               IF COMPTEI = SPACES
                   MOVE 'Numero de compte obligatoire' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE COMPTEI TO CA-COMPTE
      *─── Les lignes sans montant sont ignorees ───────────────────────
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                   PERFORM 2200-LIRE-LIGNE
                   IF WS-LIG-MONTANT NOT = SPACES
                       AND WS-LIG-MONTANT NOT = LOW-VALUES
                       IF WS-LIG-MONTANT NOT NUMERIC
                           MOVE 'Montant de cheque invalide' TO MSGO
                           PERFORM 3000-AFFICHER-MESSAGE
                           GO TO 2100-EXIT
                       END-IF
                       MOVE WS-LIG-BANQUE  TO CA-BANQUE(WS-IX)
                       MOVE WS-LIG-CHEQUE  TO CA-NUM-CHEQUE(WS-IX)
                       MOVE WS-LIG-MONTANT TO CA-MONTANT(WS-IX)
                   END-IF
               END-PERFORM
           END-IF

           EXEC CICS
               LINK PROGRAM('REMTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           IF CA-CODE-RETOUR = 00
               MOVE CA-REMISE        TO REMISEO
               MOVE CA-COMPTE        TO COMPTEO
               MOVE CA-DATE-REMISE   TO DATREMO
               MOVE CA-TOTAL         TO WS-TOTAL-ED
               MOVE WS-TOTAL-ED      TO TOTALO
               MOVE CA-TOTAL-ATTENTE TO WS-TOTAL-ED
               MOVE WS-TOTAL-ED      TO ATTENTEO
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                   MOVE CA-BANQUE(WS-IX)     TO WS-LIG-BANQUE
                   MOVE CA-NUM-CHEQUE(WS-IX) TO WS-LIG-CHEQUE
                   IF CA-MONTANT(WS-IX) > 0
                       MOVE CA-MONTANT(WS-IX) TO WS-MONTANT-ED
                       MOVE WS-MONTANT-ED     TO WS-LIG-MONTANT
                   ELSE
                       MOVE SPACES            TO WS-LIG-MONTANT
                   END-IF
                   MOVE CA-STATUT(WS-IX)     TO WS-LIG-STATUT
                   PERFORM 2300-ECRIRE-LIGNE
               END-PERFORM
           END-IF
           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2200-LIRE-LIGNE.

           EVALUATE WS-IX
               WHEN 1
                   MOVE BANQ1I TO WS-LIG-BANQUE
                   MOVE CHEQ1I TO WS-LIG-CHEQUE
                   MOVE MONT1I TO WS-LIG-MONTANT
               WHEN 2
                   MOVE BANQ2I TO WS-LIG-BANQUE
                   MOVE CHEQ2I TO WS-LIG-CHEQUE
                   MOVE MONT2I TO WS-LIG-MONTANT
               WHEN 3
                   MOVE BANQ3I TO WS-LIG-BANQUE
                   MOVE CHEQ3I TO WS-LIG-CHEQUE
                   MOVE MONT3I TO WS-LIG-MONTANT
               WHEN 4
                   MOVE BANQ4I TO WS-LIG-BANQUE
                   MOVE CHEQ4I TO WS-LIG-CHEQUE
                   MOVE MONT4I TO WS-LIG-MONTANT
               WHEN 5
                   MOVE BANQ5I TO WS-LIG-BANQUE
                   MOVE CHEQ5I TO WS-LIG-CHEQUE
                   MOVE MONT5I TO WS-LIG-MONTANT
           END-EVALUATE.

       2300-ECRIRE-LIGNE.

           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-LIG-BANQUE  TO BANQ1O
                   MOVE WS-LIG-CHEQUE  TO CHEQ1O
                   MOVE WS-LIG-MONTANT TO MONT1O
                   MOVE WS-LIG-STATUT  TO STAT1O
               WHEN 2
                   MOVE WS-LIG-BANQUE  TO BANQ2O
                   MOVE WS-LIG-CHEQUE  TO CHEQ2O
                   MOVE WS-LIG-MONTANT TO MONT2O
                   MOVE WS-LIG-STATUT  TO STAT2O
               WHEN 3
                   MOVE WS-LIG-BANQUE  TO BANQ3O
                   MOVE WS-LIG-CHEQUE  TO CHEQ3O
                   MOVE WS-LIG-MONTANT TO MONT3O
                   MOVE WS-LIG-STATUT  TO STAT3O
               WHEN 4
                   MOVE WS-LIG-BANQUE  TO BANQ4O
                   MOVE WS-LIG-CHEQUE  TO CHEQ4O
                   MOVE WS-LIG-MONTANT TO MONT4O
                   MOVE WS-LIG-STATUT  TO STAT4O
               WHEN 5
                   MOVE WS-LIG-BANQUE  TO BANQ5O
                   MOVE WS-LIG-CHEQUE  TO CHEQ5O
                   MOVE WS-LIG-MONTANT TO MONT5O
                   MOVE WS-LIG-STATUT  TO STAT5O
           END-EVALUATE.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('REMMAP')
                    MAPSET('REMSET')
                    FROM(REMMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
