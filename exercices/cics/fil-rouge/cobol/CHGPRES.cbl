      ******************************************************************
      * Programme : CHGPRES - Change manuel au guichet (Presentation)
      * Transaction : CHGO
      * Fonction : Ecran d'achat et de vente de billets etrangers
      *
      * Saisie : action ('Q' coter / 'E' executer la cotation
      * acceptee / 'S' stock de l'agence / 'I' inventaire), devise,
      * sens vu du client ('A' il achete des billets, 'V' il en
      * vend), montant en devise (billets, en unites), reglement
      * ('C' compte / 'E' especes) et compte a debiter ou crediter.
      * Reglement en compte d'une personne morale : numero au
      * registre REPRES du representant present ; compte d'un
      * mineur ou d'un majeur protege : representant legal present
      * (O/N), comme a la saisie de mouvement (MVTPRES).
      * Agence pour 'S' et 'I' seulement : la cotation prend celle
      * de la caisse ouverte du guichetier. Pour 'I' le montant est
      * la quantite comptee.
      * En retour : cours du jour et cours applique, contre-valeur,
      * commission, net du client, marge, stock de billets, numero
      * du bordereau imprime et nouveau solde du compte.
      * Le cours cote est garde dans la commarea de la conversation
      * et rendu a l'execution : une execution sans cotation, ou
      * apres changement du cours, est refusee par CHGTRT (LINK).
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CHGSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-MONTANT-NUM          PIC 9(7) VALUE 0.
       01  WS-REPRESENTANT-NUM     PIC 9(2) VALUE 0.
       01  WS-MONTANT-ED           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TAUX-ED              PIC Z9.9(6).
       01  WS-QUANTITE-ED          PIC ZZZ,ZZZ,ZZ9.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-AGENCE           PIC X(5).
           05  CA-SENS             PIC X(1).
           05  CA-DEVISE           PIC X(3).
           05  CA-MONTANT-DEV      PIC 9(7).
           05  CA-REGLEMENT        PIC X(1).
           05  CA-NUM-COMPTE       PIC X(11).
           05  CA-LIBELLE-DEV      PIC X(20).
           05  CA-TAUX-JOUR        PIC 9(2)V9(6).
           05  CA-TAUX-APPLIQUE    PIC 9(2)V9(6).
           05  CA-CONTREVALEUR     PIC 9(7)V99.
           05  CA-COMMISSION       PIC 9(5)V99.
           05  CA-MONTANT-EUR      PIC 9(7)V99.
           05  CA-MARGE            PIC 9(7)V99.
           05  CA-STOCK            PIC 9(9).
           05  CA-NUMERO           PIC 9(8).
           05  CA-NOUVEAU-SOLDE    PIC S9(9)V99.
           05  CA-REPRESENTANT     PIC 9(2).
           05  CA-REPR-LEGAL       PIC X(1).
           05  FILLER              PIC X(18).

      *─── COMMAREA de la pseudo-conversation : dernier cours cote ────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).
           05  CA-TAUX-COTE        PIC 9(2)V9(6).
           05  FILLER              PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(10).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE 0 TO CA-TAUX-COTE
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('CHGO')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE CHGMAPO
           MOVE 'Change de billets etrangers au guichet' TO MSGO

           EXEC CICS
               SEND MAP('CHGMAP')
                    MAPSET('CHGSET')
                    FROM(CHGMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('CHGMAP')
                       MAPSET('CHGSET')
                       INTO(CHGMAPI)
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

           IF ACTIONI NOT = 'Q' AND ACTIONI NOT = 'E'
               AND ACTIONI NOT = 'S' AND ACTIONI NOT = 'I'
               MOVE 'Action Q (coter), E (executer), S ou I'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE 0 TO WS-MONTANT-NUM
           IF ACTIONI NOT = 'S'
               IF MONTANTI NOT NUMERIC
                   MOVE 'Montant en devise invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE MONTANTI TO WS-MONTANT-NUM
           END-IF

           MOVE 0 TO WS-REPRESENTANT-NUM
           IF REPRI NOT = SPACES AND REPRI NOT = LOW-VALUES
               IF REPRI NOT NUMERIC
                   MOVE 'Representant invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE REPRI TO WS-REPRESENTANT-NUM
           END-IF

           IF RLEGI NOT = 'O' AND RLEGI NOT = 'N'
              AND RLEGI NOT = SPACES AND RLEGI NOT = LOW-VALUES
               MOVE 'Representant legal present : O ou N' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

      *─── Appel de la couche traitement ──────────────────────────────
           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI        TO CA-ACTION
           MOVE DEVISEI        TO CA-DEVISE
           MOVE SENSI          TO CA-SENS
           MOVE WS-MONTANT-NUM TO CA-MONTANT-DEV
           MOVE REGLTI         TO CA-REGLEMENT
           MOVE COMPTEI        TO CA-NUM-COMPTE
           MOVE WS-REPRESENTANT-NUM TO CA-REPRESENTANT
           IF RLEGI = 'O'
               MOVE 'O' TO CA-REPR-LEGAL
           ELSE
               MOVE 'N' TO CA-REPR-LEGAL
           END-IF
           IF ACTIONI = 'S' OR ACTIONI = 'I'
               MOVE AGENCEI    TO CA-AGENCE
           END-IF
           IF ACTIONI = 'E'
               MOVE CA-TAUX-COTE TO CA-TAUX-APPLIQUE
           END-IF

           EXEC CICS
               LINK PROGRAM('CHGTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── Une cotation servie arme l'execution ; toute autre issue
      *    la desarme : le client doit se voir recoter ───────────────
           IF ACTIONI = 'Q' AND CA-CODE-RETOUR = 00
               MOVE CA-TAUX-APPLIQUE TO CA-TAUX-COTE
           ELSE
               MOVE 0 TO CA-TAUX-COTE
           END-IF

           IF CA-CODE-RETOUR = 00
               MOVE CA-AGENCE      TO AGENCEO
               MOVE CA-STOCK       TO WS-QUANTITE-ED
               MOVE WS-QUANTITE-ED TO STOCKO
           END-IF
           IF CA-CODE-RETOUR = 00
               AND (ACTIONI = 'Q' OR ACTIONI = 'E')
               MOVE CA-LIBELLE-DEV TO LIBDEVO
               MOVE CA-TAUX-JOUR TO WS-TAUX-ED
               MOVE WS-TAUX-ED TO TAUXJO
               MOVE CA-TAUX-APPLIQUE TO WS-TAUX-ED
               MOVE WS-TAUX-ED TO TAUXAPO
               MOVE CA-CONTREVALEUR TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO CVALO
               MOVE CA-COMMISSION TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO COMMO
               MOVE CA-MONTANT-EUR TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO NETO
               MOVE CA-MARGE TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED TO MARGEO
           END-IF
           IF CA-CODE-RETOUR = 00 AND ACTIONI = 'E'
               MOVE CA-NUMERO TO NUMEROO
               IF REGLTI = 'C'
                   MOVE CA-NOUVEAU-SOLDE TO WS-MONTANT-ED
                   MOVE WS-MONTANT-ED TO SOLDEO
               END-IF
           END-IF
           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('CHGMAP')
                    MAPSET('CHGSET')
                    FROM(CHGMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
