      ******************************************************************
      * Programme : SAIPRES - Saisies et ATD (Presentation)
      * Transaction : SAIS
      * Fonction : Ecran du registre des saisies d'un client
      *
      * Saisie : client, numero de saisie et action :
      * - 'E' enregistrer un acte recu (numero attribue par le
      *   traitement) : nature H huissier / A avis a tiers
      *   detenteur, emetteur, reference de l'acte, IBAN du
      *   creancier, somme reclamee en unites et date de
      *   signification AAAAMMJJ
      * - 'C' consulter les saisies du client (et le detail de la
      *   saisie si un numero est donne)
      * - 'L' mainlevee (superviseur) : reference de la lettre dans
      *   la zone reference ; montant vide pour une mainlevee
      *   totale, sinon nouvelle somme reclamee
      * Sont affiches : le detail de la saisie (statut, rang, montant
      * bloque, echeance) et les six premieres saisies du client dans
      * l'ordre de leur rang (numero, date de signification,
      * emetteur, reclame, bloque, statut A/P/L).
      * La logique est portee par SAITRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAIPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY SAISET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-IX                   PIC 9(2) VALUE 0.

       01  WS-MONTANT-NUM          PIC 9(9)V99 VALUE 0.
       01  WS-MONTANT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NUMERO-ED            PIC 999.
       01  WS-RANG-ED              PIC Z9.

      *─── Ligne de saisie de l'ecran (une des six) ───────────────────
       01  WS-LIGNE-SAISIE.
           05  WS-LIG-NUMERO       PIC 999.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-DATE         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-EMETTEUR     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-RECLAME      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-BLOQUE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-STATUT       PIC X(1).

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
           05  CA-NOM              PIC X(25).
           05  CA-NUMERO           PIC 9(3).
           05  CA-NATURE           PIC X(1).
           05  CA-EMETTEUR         PIC X(25).
           05  CA-REFERENCE        PIC X(15).
           05  CA-IBAN             PIC X(27).
           05  CA-MONTANT          PIC 9(9)V99.
           05  CA-DATE-SIGNIF      PIC X(8).
           05  CA-DATE-ECHEANCE    PIC X(8).
           05  CA-STATUT           PIC X(1).
           05  CA-MONTANT-BLOQUE   PIC 9(9)V99.
           05  CA-RANG             PIC 9(2).
           05  CA-NB-SAISIES       PIC 9(2).
           05  CA-SAISIE OCCURS 6 TIMES.
               10  CA-LST-NUMERO   PIC 9(3).
               10  CA-LST-DATE     PIC X(8).
               10  CA-LST-EMETTEUR PIC X(25).
               10  CA-LST-RECLAME  PIC 9(9)V99.
               10  CA-LST-BLOQUE   PIC 9(9)V99.
               10  CA-LST-STATUT   PIC X(1).

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
               RETURN TRANSID('SAIS')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE SAIMAPO
           MOVE 'Saisies et ATD - E=Enregistrer C=Consulter L=Mainlevee'
               TO MSGO

           EXEC CICS
               SEND MAP('SAIMAP')
                    MAPSET('SAISET')
                    FROM(SAIMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('SAIMAP')
                       MAPSET('SAISET')
                       INTO(SAIMAPI)
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

      *─── Controles de surface avant d'appeler le traitement ─────────
           IF ACTIONI NOT = 'E' AND ACTIONI NOT = 'C'
              AND ACTIONI NOT = 'L'
               MOVE 'Action E, C ou L' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF CLIENTI = SPACES OR CLIENTI = LOW-VALUES
               MOVE 'Numero de client obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF ACTIONI = 'L' AND NUMEROI NOT NUMERIC
               MOVE 'Numero de saisie obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE 0 TO WS-MONTANT-NUM
           IF MONTI NOT = SPACES AND MONTI NOT = LOW-VALUES
               AND ACTIONI NOT = 'C'
               IF MONTI NOT NUMERIC
                   MOVE 'Montant invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE MONTI TO WS-MONTANT-NUM
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION
           MOVE CLIENTI TO CA-CLIENT
           IF ACTIONI NOT = 'E' AND NUMEROI NUMERIC
               MOVE NUMEROI TO CA-NUMERO
           END-IF

           EVALUATE ACTIONI
               WHEN 'E'
                   MOVE NATUREI        TO CA-NATURE
                   MOVE EMETTI         TO CA-EMETTEUR
                   MOVE REFI           TO CA-REFERENCE
                   MOVE IBANI          TO CA-IBAN
                   MOVE WS-MONTANT-NUM TO CA-MONTANT
                   MOVE DATSIGI        TO CA-DATE-SIGNIF
               WHEN 'L'
                   MOVE REFI           TO CA-REFERENCE
                   MOVE WS-MONTANT-NUM TO CA-MONTANT
           END-EVALUATE

           EXEC CICS
               LINK PROGRAM('SAITRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── Apres un acte reussi, la saisie a jour est reaffichee ──────
           IF CA-CODE-RETOUR = 00 AND ACTIONI NOT = 'C'
               MOVE CA-MESSAGE TO MSGO
               MOVE 'C' TO CA-ACTION
               EXEC CICS
                   LINK PROGRAM('SAITRT')
                        COMMAREA(WS-TRT-COMMAREA)
               END-EXEC
           ELSE
               MOVE CA-MESSAGE TO MSGO
           END-IF

           IF CA-CODE-RETOUR = 00
               MOVE CA-NOM TO NOMO
               IF CA-NUMERO > 0
                   MOVE CA-NUMERO         TO WS-NUMERO-ED
                   MOVE WS-NUMERO-ED      TO NUMEROO
                   MOVE CA-NATURE         TO NATUREO
                   MOVE CA-EMETTEUR       TO EMETTO
                   MOVE CA-REFERENCE      TO REFO
                   MOVE CA-IBAN           TO IBANO
                   MOVE CA-MONTANT        TO WS-MONTANT-ED
                   MOVE WS-MONTANT-ED     TO MONTO
                   MOVE CA-DATE-SIGNIF    TO DATSIGO
                   MOVE CA-DATE-ECHEANCE  TO ECHEANO
                   MOVE CA-STATUT         TO STATUTO
                   MOVE CA-RANG           TO WS-RANG-ED
                   MOVE WS-RANG-ED        TO RANGO
                   MOVE CA-MONTANT-BLOQUE TO WS-MONTANT-ED
                   MOVE WS-MONTANT-ED     TO BLOQUEO
               END-IF
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
                   IF WS-IX > CA-NB-SAISIES
                       MOVE SPACES TO WS-LIGNE-SAISIE
                   ELSE
                       PERFORM 2200-FORMATER-SAISIE
                   END-IF
                   PERFORM 2300-ECRIRE-LIGNE
               END-PERFORM
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2200-FORMATER-SAISIE.

           MOVE CA-LST-NUMERO(WS-IX)   TO WS-LIG-NUMERO
           MOVE CA-LST-DATE(WS-IX)     TO WS-LIG-DATE
           MOVE CA-LST-EMETTEUR(WS-IX) TO WS-LIG-EMETTEUR
           MOVE CA-LST-RECLAME(WS-IX)  TO WS-LIG-RECLAME
           MOVE CA-LST-BLOQUE(WS-IX)   TO WS-LIG-BLOQUE
           MOVE CA-LST-STATUT(WS-IX)   TO WS-LIG-STATUT.

       2300-ECRIRE-LIGNE.

           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-LIGNE-SAISIE TO LIG1O
               WHEN 2
                   MOVE WS-LIGNE-SAISIE TO LIG2O
               WHEN 3
                   MOVE WS-LIGNE-SAISIE TO LIG3O
               WHEN 4
                   MOVE WS-LIGNE-SAISIE TO LIG4O
               WHEN 5
                   MOVE WS-LIGNE-SAISIE TO LIG5O
               WHEN 6
                   MOVE WS-LIGNE-SAISIE TO LIG6O
           END-EVALUATE.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('SAIMAP')
                    MAPSET('SAISET')
                    FROM(SAIMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
