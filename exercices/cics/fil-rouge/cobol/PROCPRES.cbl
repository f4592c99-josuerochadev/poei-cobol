      ******************************************************************
      * Programme : PROCPRES - Procurations (Presentation)
      * Transaction : PROC
      * Fonction : Ecran des procurations donnees sur un compte
      *
      * Saisie : compte, numero de procuration et action :
      * - 'C' creer (numero attribue par le traitement) : identite et
      *   piece du mandataire, pouvoirs O/N (consultation, retrait,
      *   virement), plafond par operation en unites (blanc = sans
      *   plafond), periode de validite AAAAMMJJ (blanc = a partir
      *   d'aujourd'hui, sans fin)
      * - 'M' modifier la procuration (toutes les zones sont reprises)
      * - 'R' revoquer la procuration
      * - 'L' consulter la procuration
      * La procuration est affichee avec son statut (A active /
      * R revoquee) et les cinq dernieres operations faites par le
      * mandataire (date, nature, montant, reference, guichetier).
      * La logique est portee par PROCTRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY PROCSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-IX                   PIC 9(2) VALUE 0.

       01  WS-PLAFOND-NUM          PIC 9(7)V99 VALUE 0.
       01  WS-PLAFOND-ED           PIC Z(6)9.
       01  WS-NUMERO-ED            PIC 99.

      *─── Ligne d'operation de l'ecran (une des cinq) ────────────────
       01  WS-LIGNE-OPER.
           05  WS-LIG-DATE         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-TYPE         PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-MONTANT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-REFERENCE    PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-GUICHETIER   PIC X(8).

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-COMPTE           PIC X(11).
           05  CA-NUMERO           PIC 9(2).
           05  CA-NOM              PIC X(25).
           05  CA-PRENOM           PIC X(20).
           05  CA-PIECE            PIC X(15).
           05  CA-CONSULTATION     PIC X(1).
           05  CA-RETRAIT          PIC X(1).
           05  CA-VIREMENT         PIC X(1).
           05  CA-PLAFOND          PIC 9(7)V99.
           05  CA-DATE-DEBUT       PIC X(8).
           05  CA-DATE-FIN         PIC X(8).
           05  CA-STATUT           PIC X(1).
           05  CA-OPERATION        PIC X(1).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-COMPTE-CIBLE     PIC X(11).
           05  CA-REFERENCE        PIC 9(8).
           05  CA-GUICHETIER       PIC X(8).
           05  CA-NB-OPERATIONS    PIC 9(1).
           05  CA-OPER OCCURS 5 TIMES.
               10  CA-OPE-DATE     PIC X(8).
               10  CA-OPE-TYPE     PIC X(1).
               10  CA-OPE-MONTANT  PIC 9(7)V99.
               10  CA-OPE-REFERENCE PIC 9(8).
               10  CA-OPE-GUICHETIER PIC X(8).

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
               RETURN TRANSID('PROC')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE PROCMAPO
           MOVE 'Procurations - C=Creer M=Modifier R=Revoquer L=Voir'
               TO MSGO

           EXEC CICS
               SEND MAP('PROCMAP')
                    MAPSET('PROCSET')
                    FROM(PROCMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('PROCMAP')
                       MAPSET('PROCSET')
                       INTO(PROCMAPI)
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
           IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'M'
              AND ACTIONI NOT = 'R' AND ACTIONI NOT = 'L'
               MOVE 'Action C, M, R ou L' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF COMPTEI = SPACES OR COMPTEI = LOW-VALUES
               MOVE 'Numero de compte obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF ACTIONI NOT = 'C' AND NUMEROI NOT NUMERIC
               MOVE 'Numero de procuration obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION
           MOVE COMPTEI TO CA-COMPTE
           IF ACTIONI NOT = 'C'
               MOVE NUMEROI TO CA-NUMERO
           END-IF

           IF ACTIONI = 'C' OR ACTIONI = 'M'
               MOVE 0 TO WS-PLAFOND-NUM
               IF PLAFI NOT = SPACES AND PLAFI NOT = LOW-VALUES
                   IF PLAFI NOT NUMERIC
                       MOVE 'Plafond invalide' TO MSGO
                       PERFORM 3000-AFFICHER-MESSAGE
                       GO TO 2100-EXIT
                   END-IF
                   MOVE PLAFI TO WS-PLAFOND-NUM
               END-IF
               MOVE NOMI           TO CA-NOM
               MOVE PRENOMI        TO CA-PRENOM
               MOVE PIECEI         TO CA-PIECE
               MOVE CONSI          TO CA-CONSULTATION
               MOVE RETRI          TO CA-RETRAIT
               MOVE VIREI          TO CA-VIREMENT
               MOVE WS-PLAFOND-NUM TO CA-PLAFOND
               MOVE DEBUTI         TO CA-DATE-DEBUT
               MOVE FINI           TO CA-DATE-FIN
           END-IF

           EXEC CICS
               LINK PROGRAM('PROCTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── Apres un acte reussi, la procuration a jour est reaffichee ─
           IF CA-CODE-RETOUR = 00 AND ACTIONI NOT = 'L'
               MOVE CA-MESSAGE TO MSGO
               MOVE 'L' TO CA-ACTION
               EXEC CICS
                   LINK PROGRAM('PROCTRT')
                        COMMAREA(WS-TRT-COMMAREA)
               END-EXEC
           ELSE
               MOVE CA-MESSAGE TO MSGO
           END-IF

           IF CA-CODE-RETOUR = 00
               MOVE CA-NUMERO       TO WS-NUMERO-ED
               MOVE WS-NUMERO-ED    TO NUMEROO
               MOVE CA-NOM          TO NOMO
               MOVE CA-PRENOM       TO PRENOMO
               MOVE CA-PIECE        TO PIECEO
               MOVE CA-CONSULTATION TO CONSO
               MOVE CA-RETRAIT      TO RETRO
               MOVE CA-VIREMENT     TO VIREO
               IF CA-PLAFOND = 0
                   MOVE SPACES TO PLAFO
               ELSE
                   MOVE CA-PLAFOND    TO WS-PLAFOND-ED
                   MOVE WS-PLAFOND-ED TO PLAFO
               END-IF
               MOVE CA-DATE-DEBUT   TO DEBUTO
               MOVE CA-DATE-FIN     TO FINO
               MOVE CA-STATUT       TO STATUTO
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                   IF WS-IX > CA-NB-OPERATIONS
                       MOVE SPACES TO WS-LIGNE-OPER
                   ELSE
                       PERFORM 2200-FORMATER-OPERATION
                   END-IF
                   PERFORM 2300-ECRIRE-LIGNE
               END-PERFORM
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2200-FORMATER-OPERATION.

           MOVE CA-OPE-DATE(WS-IX)       TO WS-LIG-DATE
           EVALUATE CA-OPE-TYPE(WS-IX)
               WHEN 'D'
                   MOVE 'Depot'      TO WS-LIG-TYPE
               WHEN 'R'
                   MOVE 'Retrait'    TO WS-LIG-TYPE
               WHEN 'V'
                   MOVE 'Virement'   TO WS-LIG-TYPE
               WHEN OTHER
                   MOVE CA-OPE-TYPE(WS-IX) TO WS-LIG-TYPE
           END-EVALUATE
           MOVE CA-OPE-MONTANT(WS-IX)    TO WS-LIG-MONTANT
           MOVE CA-OPE-REFERENCE(WS-IX)  TO WS-LIG-REFERENCE
           MOVE CA-OPE-GUICHETIER(WS-IX) TO WS-LIG-GUICHETIER.

       2300-ECRIRE-LIGNE.

           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-LIGNE-OPER TO OPE1O
               WHEN 2
                   MOVE WS-LIGNE-OPER TO OPE2O
               WHEN 3
                   MOVE WS-LIGNE-OPER TO OPE3O
               WHEN 4
                   MOVE WS-LIGNE-OPER TO OPE4O
               WHEN 5
                   MOVE WS-LIGNE-OPER TO OPE5O
           END-EVALUATE.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('PROCMAP')
                    MAPSET('PROCSET')
                    FROM(PROCMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
