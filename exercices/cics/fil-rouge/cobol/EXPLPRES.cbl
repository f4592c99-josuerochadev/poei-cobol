      ******************************************************************
      * Programme : EXPLPRES - Console d'exploitation (Presentation)
      * Transaction : EXPL
      * Fonction : Ecran de suivi et d'intervention sur la chaine
      *            batch nocturne (fichier de pilotage FCHAINE)
      *
      * ENTER sans action affiche les etapes dans l'ordre de la
      * chaine, dix par page (PF7 / PF8) : programme, statut,
      * frequence, groupe, dernier debut et derniere fin lus dans
      * RUNLOG, et dernier dossier d'incident PJ45INCD (FINCIDENT)
      * de l'etape avec son code retour.
      * Saisie d'une intervention : programme de l'etape, action et
      * motif obligatoire :
      * - 'G' liberer une etape a la demande (statut 'GO')
      * - 'S' suspendre une etape (statut 'HD')
      * - 'R' reprendre une etape suspendue ou en erreur apres
      *   correction (statut remis a blanc)
      * La liste est reaffichee apres chaque intervention. La
      * logique (habilitation exploitant ou superviseur via SECTRT
      * 'E', trace EXPLJRN) est portee par EXPLTRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY EXPLSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-MESSAGE-ACTION       PIC X(50).

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-ETAPE            PIC X(8).
           05  CA-MOTIF            PIC X(40).
           05  CA-PAGE             PIC 9(1).
           05  CA-NB-ETAPES        PIC 9(2).
           05  CA-NB-LISTE         PIC 9(2).
           05  CA-LISTE OCCURS 10 TIMES.
               10  CA-LST-PROGRAMME PIC X(8).
               10  CA-LST-STATUT   PIC X(2).
               10  CA-LST-FREQUENCE PIC X(1).
               10  CA-LST-GROUPE   PIC X(2).
               10  CA-LST-DEBUT    PIC X(14).
               10  CA-LST-FIN      PIC X(14).
               10  CA-LST-INCIDENT PIC X(14).
               10  CA-LST-INC-RC   PIC X(2).

       01  WS-LIGNE-ETAPE.
           05  WS-ETA-PROGRAMME    PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ETA-STATUT       PIC X(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ETA-FREQUENCE    PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ETA-GROUPE       PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ETA-DEBUT        PIC X(14).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ETA-FIN          PIC X(14).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ETA-INCIDENT     PIC X(14).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ETA-INC-RC       PIC X(2).
       01  WS-IDX-ETA              PIC 9(2) VALUE 0.

      *─── Horodatage RUNLOG AAAAMMJJHHMMSS edite JJ/MM HH:MM:SS ──────
       01  WS-HORO-LU              PIC X(14).
       01  WS-HORO-EDITE           PIC X(14).

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).
           05  CA-PAGE-COURANTE    PIC 9(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(10).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE 1 TO CA-PAGE-COURANTE
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('EXPL')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE EXPLMAPO
           MOVE 'Console chaine  ENTER=Lister  G/S/R=Intervenir'
               TO MSGO

           EXEC CICS
               SEND MAP('EXPLMAP')
                    MAPSET('EXPLSET')
                    FROM(EXPLMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('EXPLMAP')
                       MAPSET('EXPLSET')
                       INTO(EXPLMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           IF CA-PAGE-COURANTE NOT = 2
               MOVE 1 TO CA-PAGE-COURANTE
           END-IF
           MOVE SPACES TO WS-MESSAGE-ACTION

           EVALUATE EIBAID
               WHEN DFHENTER
                   IF ACTIONI NOT = SPACES AND ACTIONI NOT = LOW-VALUES
                       PERFORM 2200-INTERVENIR THRU 2200-EXIT
                   END-IF
                   PERFORM 2100-LISTER THRU 2100-EXIT
               WHEN DFHPF7
                   MOVE 1 TO CA-PAGE-COURANTE
                   PERFORM 2100-LISTER THRU 2100-EXIT
               WHEN DFHPF8
                   MOVE 2 TO CA-PAGE-COURANTE
                   PERFORM 2100-LISTER THRU 2100-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-LISTER.

           INITIALIZE WS-TRT-COMMAREA
           MOVE 'L' TO CA-ACTION
           MOVE CA-PAGE-COURANTE TO CA-PAGE

           EXEC CICS
               LINK PROGRAM('EXPLTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           IF CA-CODE-RETOUR = 13 AND CA-PAGE-COURANTE = 2
               MOVE 1 TO CA-PAGE-COURANTE
           END-IF

           MOVE SPACES TO LST1O LST2O LST3O LST4O LST5O
                          LST6O LST7O LST8O LST9O LST10O
           PERFORM 2110-EDITER-LIGNE
               VARYING WS-IDX-ETA FROM 1 BY 1
               UNTIL WS-IDX-ETA > CA-NB-LISTE

           MOVE CA-PAGE-COURANTE TO PAGEO
           IF WS-MESSAGE-ACTION NOT = SPACES
               MOVE WS-MESSAGE-ACTION TO MSGO
           ELSE
               MOVE CA-MESSAGE TO MSGO
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2110-EDITER-LIGNE.

           MOVE CA-LST-PROGRAMME(WS-IDX-ETA) TO WS-ETA-PROGRAMME
           MOVE CA-LST-STATUT(WS-IDX-ETA)    TO WS-ETA-STATUT
           MOVE CA-LST-FREQUENCE(WS-IDX-ETA) TO WS-ETA-FREQUENCE
           MOVE CA-LST-GROUPE(WS-IDX-ETA)    TO WS-ETA-GROUPE
           MOVE CA-LST-DEBUT(WS-IDX-ETA)     TO WS-HORO-LU
           PERFORM 2120-EDITER-HORODATAGE
           MOVE WS-HORO-EDITE                TO WS-ETA-DEBUT
           MOVE CA-LST-FIN(WS-IDX-ETA)       TO WS-HORO-LU
           PERFORM 2120-EDITER-HORODATAGE
           MOVE WS-HORO-EDITE                TO WS-ETA-FIN
           MOVE CA-LST-INCIDENT(WS-IDX-ETA)  TO WS-HORO-LU
           PERFORM 2120-EDITER-HORODATAGE
           MOVE WS-HORO-EDITE                TO WS-ETA-INCIDENT
           MOVE CA-LST-INC-RC(WS-IDX-ETA)    TO WS-ETA-INC-RC

           EVALUATE WS-IDX-ETA
               WHEN 1
                   MOVE WS-LIGNE-ETAPE TO LST1O
               WHEN 2
                   MOVE WS-LIGNE-ETAPE TO LST2O
               WHEN 3
                   MOVE WS-LIGNE-ETAPE TO LST3O
               WHEN 4
                   MOVE WS-LIGNE-ETAPE TO LST4O
               WHEN 5
                   MOVE WS-LIGNE-ETAPE TO LST5O
               WHEN 6
                   MOVE WS-LIGNE-ETAPE TO LST6O
               WHEN 7
                   MOVE WS-LIGNE-ETAPE TO LST7O
               WHEN 8
                   MOVE WS-LIGNE-ETAPE TO LST8O
               WHEN 9
                   MOVE WS-LIGNE-ETAPE TO LST9O
               WHEN 10
                   MOVE WS-LIGNE-ETAPE TO LST10O
           END-EVALUATE.

       2120-EDITER-HORODATAGE.

           MOVE SPACES TO WS-HORO-EDITE
           IF WS-HORO-LU NOT = SPACES
               STRING WS-HORO-LU(7:2) '/' WS-HORO-LU(5:2) ' '
                      WS-HORO-LU(9:2) ':' WS-HORO-LU(11:2) ':'
                      WS-HORO-LU(13:2)
                   DELIMITED BY SIZE INTO WS-HORO-EDITE
           END-IF.

       2200-INTERVENIR.

      *─── Controles de surface avant d'appeler le traitement ─────────
           IF ACTIONI NOT = 'G' AND ACTIONI NOT = 'S'
               AND ACTIONI NOT = 'R'
               MOVE 'Action G, S ou R' TO WS-MESSAGE-ACTION
               GO TO 2200-EXIT
           END-IF
           IF ETAPEI = SPACES OR ETAPEI = LOW-VALUES
               MOVE 'Programme de l etape obligatoire'
                   TO WS-MESSAGE-ACTION
               GO TO 2200-EXIT
           END-IF
           IF MOTIFI = SPACES OR MOTIFI = LOW-VALUES
               MOVE 'Motif de l intervention obligatoire'
                   TO WS-MESSAGE-ACTION
               GO TO 2200-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION
           MOVE ETAPEI  TO CA-ETAPE
           MOVE MOTIFI  TO CA-MOTIF

           EXEC CICS
               LINK PROGRAM('EXPLTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           MOVE CA-MESSAGE TO WS-MESSAGE-ACTION
           IF CA-CODE-RETOUR = 00
               MOVE SPACES TO ACTIONO
               MOVE SPACES TO MOTIFO
           END-IF.

       2200-EXIT.
           EXIT.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('EXPLMAP')
                    MAPSET('EXPLSET')
                    FROM(EXPLMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
