      ******************************************************************
      * Programme : BLQPRES - Blocages de fonds (Presentation)
      * Transaction : BLQE
      * Fonction : Ecran de pose, levee et consultation des blocages
      *
      * Saisie : compte, action ('P' poser / 'L' lever / 'C'
      * consulter) et, selon l'action, numero du blocage, montant,
      * motif (LIT litige, CRT autorisation carte, NOT notaire, AUT
      * autre), libelle et date de fin AAAAMMJJ. Les blocages SAI
      * (saisies) sont tenus par la transaction SAIS.
      * Le total bloque et le solde disponible du compte sont
      * affiches apres chaque action.
      * La logique (existence du compte, numerotation, statuts,
      * journal IMGJRN) est portee par BLQTRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLQPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY BLQSET.

       01  WS-RESP                 PIC S9(8) COMP.

       01  WS-NUMERO-NUM           PIC 9(8) VALUE 0.
       01  WS-MONTANT-NUM          PIC 9(7)V99 VALUE 0.
       01  WS-MONTANT-ED           PIC Z,ZZZ,ZZ9.99.
       01  WS-SOLDE-ED             PIC -ZZZ,ZZZ,ZZ9.99.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-COMPTE           PIC X(11).
           05  CA-NUMERO           PIC 9(8).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-MOTIF            PIC X(3).
           05  CA-LIBELLE          PIC X(25).
           05  CA-DATE-FIN         PIC X(8).
           05  CA-STATUT           PIC X(1).
           05  CA-TOTAL-BLOQUE     PIC 9(9)V99.
           05  CA-NB-BLOCAGES      PIC 9(3).
           05  CA-SOLDE            PIC S9(9)V99.
           05  CA-DISPONIBLE       PIC S9(9)V99.
           05  CA-GELE             PIC X(1).

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
               RETURN TRANSID('BLQE')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE BLQMAPO
           MOVE 'Blocages de fonds' TO MSGO

           EXEC CICS
               SEND MAP('BLQMAP')
                    MAPSET('BLQSET')
                    FROM(BLQMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('BLQMAP')
                       MAPSET('BLQSET')
                       INTO(BLQMAPI)
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

           IF COMPTEI = SPACES
               MOVE 'Numero de compte obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF ACTIONI NOT = 'P' AND ACTIONI NOT = 'L'
               AND ACTIONI NOT = 'C'
               MOVE 'Action P, L ou C' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

      *─── Numero obligatoire pour une levee, facultatif sinon ────────
           MOVE 0 TO WS-NUMERO-NUM
           IF NUMEROI NUMERIC
               MOVE NUMEROI TO WS-NUMERO-NUM
           ELSE
               IF ACTIONI = 'L'
                   MOVE 'Numero du blocage a lever invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
           END-IF

           MOVE 0 TO WS-MONTANT-NUM
           IF ACTIONI = 'P'
               IF MONTANTI NOT NUMERIC
                   MOVE 'Montant du blocage invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE MONTANTI TO WS-MONTANT-NUM
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI        TO CA-ACTION
           MOVE COMPTEI        TO CA-COMPTE
           MOVE WS-NUMERO-NUM  TO CA-NUMERO
           MOVE WS-MONTANT-NUM TO CA-MONTANT
           MOVE MOTIFI         TO CA-MOTIF
           MOVE LIBELLEI       TO CA-LIBELLE
           MOVE DATFINI        TO CA-DATE-FIN

           EXEC CICS
               LINK PROGRAM('BLQTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           IF CA-CODE-RETOUR = 00
               MOVE CA-NUMERO        TO NUMEROO
               MOVE CA-STATUT        TO STATUTO
               MOVE CA-NB-BLOCAGES   TO NBBLQO
               MOVE CA-TOTAL-BLOQUE  TO WS-SOLDE-ED
               MOVE WS-SOLDE-ED      TO TOTALO
               MOVE CA-SOLDE         TO WS-SOLDE-ED
               MOVE WS-SOLDE-ED      TO SOLDEO
               MOVE CA-DISPONIBLE    TO WS-SOLDE-ED
               MOVE WS-SOLDE-ED      TO DISPOO
               IF CA-ACTION = 'C' AND CA-NUMERO > 0
                   MOVE CA-MONTANT   TO WS-MONTANT-ED
                   MOVE WS-MONTANT-ED TO MONTANTO
                   MOVE CA-MOTIF     TO MOTIFO
                   MOVE CA-LIBELLE   TO LIBELLEO
                   MOVE CA-DATE-FIN  TO DATFINO
               END-IF
           END-IF
           MOVE CA-MESSAGE TO MSGO
           IF CA-CODE-RETOUR = 00 AND CA-GELE = 'O'
               MOVE 'Compte gele : succession en cours (SUCC)' TO MSGO
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('BLQMAP')
                    MAPSET('BLQSET')
                    FROM(BLQMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
