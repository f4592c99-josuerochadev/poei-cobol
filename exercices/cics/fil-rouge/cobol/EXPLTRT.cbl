      ******************************************************************
      * Programme : EXPLTRT - Console d'exploitation (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Restituer l'etat de la chaine batch nocturne et
      *             appliquer les interventions de l'exploitant
      *
      * Description :
      * - Reserve aux exploitants et superviseurs signes (SECTRT
      *   fonction 'E'), consultation comprise
      * - Action 'L' : liste des etapes de FCHAINE dans l'ordre de
      *   la chaine, dix par page (CA-PAGE 1 ou 2) : statut,
      *   frequence, groupe, et d'apres RUNLOG (parcours arriere)
      *   le dernier debut, la derniere fin et le dernier dossier
      *   d'incident PJ45INCD de l'etape posterieur a son dernier
      *   debut
      * - Action 'G' : liberation d'une etape a la demande
      *   (frequence 'D') - statut 'GO', lancee par la prochaine
      *   nuit
      * - Action 'S' : suspension d'une etape - statut 'HD', le
      *   pilote ne la lance plus et poursuit les autres
      * - Action 'R' : reprise d'une etape suspendue ou en erreur
      *   apres correction - statut remis a blanc (a faire)
      * - Toute intervention porte un motif obligatoire et est
      *   tracee dans EXPLJRN avec l'exploitant signe ; une
      *   intervention non tracable est defaite (ROLLBACK)
      * - Aucune intervention tant qu'une etape est 'EC' : le pilote
      *   tient alors la chaine en memoire et reecrirait FCHAINE
      *
      * Appel : Via LINK depuis EXPLPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY CHAINE.
           COPY RUNLOG.
           COPY EXPLJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RBA                  PIC S9(8) COMP.
       01  WS-RBA-ETAPE            PIC S9(8) COMP.
       01  WS-CLE-RUNLOG           PIC X(25).
       01  WS-NB-LUS-RUNLOG        PIC 9(5) VALUE 0.
       01  WS-MAX-LUS-RUNLOG       PIC 9(5) VALUE 5000.
       01  WS-PREMIER-RANG         PIC 9(2) VALUE 0.
       01  WS-IDX                  PIC 9(2) VALUE 0.
       01  WS-NB-SANS-DEBUT        PIC 9(2) VALUE 0.
       01  WS-ETAPE-TROUVEE        PIC X(1).
           88  ETAPE-TROUVEE       VALUE 'O'.
       01  WS-CHAINE-EN-COURS      PIC X(1).
           88  CHAINE-EN-COURS     VALUE 'O'.
       01  WS-STATUT-AVANT         PIC X(2).

      *─── Dernier debut deja trouve par ligne de la page ─────────────
       01  WS-TAB-DEBUT.
           05  WS-DEBUT-TROUVE     PIC X(1) OCCURS 10 TIMES.

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-LISTER       VALUE 'L'.
               88  CA-LIBERER      VALUE 'G'.
               88  CA-SUSPENDRE    VALUE 'S'.
               88  CA-REPRENDRE    VALUE 'R'.
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

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(700).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE

      *─── Console reservee a l'exploitation ──────────────────────────
           INITIALIZE WS-SEC-COMMAREA
           MOVE 'E' TO SEC-FONCTION
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN CA-LISTER
                       PERFORM 1000-LISTER THRU 1000-EXIT
                   WHEN CA-LIBERER
                   WHEN CA-SUSPENDRE
                   WHEN CA-REPRENDRE
                       PERFORM 2000-INTERVENIR THRU 2000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-LISTER : les etapes de la page demandee, dans l'ordre
      * de FCHAINE, completees par RUNLOG
      ******************************************************************
       1000-LISTER.

           IF CA-PAGE NOT = 2
               MOVE 1 TO CA-PAGE
           END-IF
           COMPUTE WS-PREMIER-RANG = (CA-PAGE - 1) * 10 + 1
           MOVE 0 TO CA-NB-ETAPES
           MOVE 0 TO CA-NB-LISTE
           MOVE 0 TO WS-RBA

           EXEC CICS
               STARTBR FILE('FCHAINE')
                       RIDFLD(WS-RBA)
                       RBA
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Fichier de pilotage FCHAINE vide ou absent'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                   READNEXT FILE('FCHAINE')
                            INTO(CHAINE-REC)
                            RIDFLD(WS-RBA)
                            RBA
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO CA-NB-ETAPES
                   IF CA-NB-ETAPES >= WS-PREMIER-RANG
                       AND CA-NB-LISTE < 10
                       ADD 1 TO CA-NB-LISTE
                       MOVE CHN-PROGRAMME
                           TO CA-LST-PROGRAMME(CA-NB-LISTE)
                       MOVE CHN-STATUT
                           TO CA-LST-STATUT(CA-NB-LISTE)
                       MOVE CHN-FREQUENCE
                           TO CA-LST-FREQUENCE(CA-NB-LISTE)
                       MOVE CHN-GROUPE
                           TO CA-LST-GROUPE(CA-NB-LISTE)
                       MOVE SPACES TO CA-LST-DEBUT(CA-NB-LISTE)
                       MOVE SPACES TO CA-LST-FIN(CA-NB-LISTE)
                       MOVE SPACES TO CA-LST-INCIDENT(CA-NB-LISTE)
                       MOVE SPACES TO CA-LST-INC-RC(CA-NB-LISTE)
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('FCHAINE')
           END-EXEC

           IF CA-NB-LISTE = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucune etape sur cette page' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-COMPLETER-RUNLOG THRU 1100-EXIT

           IF CA-NB-ETAPES > 10
               MOVE 'Etapes de la chaine - PF7/PF8 pour paginer'
                   TO CA-MESSAGE
           ELSE
               MOVE 'Etapes de la chaine' TO CA-MESSAGE
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-COMPLETER-RUNLOG : parcours arriere de RUNLOG depuis la
      * fin ; pour chaque etape de la page, la premiere fin et le
      * premier debut rencontres sont les derniers ecrits. Un
      * incident n'est retenu que s'il est posterieur au dernier
      * debut (il concerne alors l'execution en cours de lecture).
      * Le parcours s'arrete quand toutes les etapes ont leur debut,
      * ou apres WS-MAX-LUS-RUNLOG lectures.
      ******************************************************************
       1100-COMPLETER-RUNLOG.

           MOVE CA-NB-LISTE TO WS-NB-SANS-DEBUT
           MOVE SPACES TO WS-TAB-DEBUT
           MOVE 0 TO WS-NB-LUS-RUNLOG
           MOVE HIGH-VALUES TO WS-CLE-RUNLOG

           EXEC CICS
               STARTBR FILE('RUNLOG')
                       RIDFLD(WS-CLE-RUNLOG)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1100-EXIT
           END-IF

           PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR WS-NB-SANS-DEBUT = 0
                   OR WS-NB-LUS-RUNLOG >= WS-MAX-LUS-RUNLOG
               EXEC CICS
                   READPREV FILE('RUNLOG')
                            INTO(RUNLOG-REC)
                            RIDFLD(WS-CLE-RUNLOG)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-NB-LUS-RUNLOG
                   PERFORM 1110-AFFECTER-EXECUTION
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > CA-NB-LISTE
               END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('RUNLOG')
           END-EXEC.

       1100-EXIT.
           EXIT.

       1110-AFFECTER-EXECUTION.

           IF RUN-PROGRAMME = CA-LST-PROGRAMME(WS-IDX)
               AND WS-DEBUT-TROUVE(WS-IDX) NOT = 'O'
               EVALUATE TRUE
                   WHEN RUN-FIN
                       IF CA-LST-FIN(WS-IDX) = SPACES
                           MOVE RUN-CLE(1:14) TO CA-LST-FIN(WS-IDX)
                       END-IF
                   WHEN RUN-INCIDENT
                       IF CA-LST-INCIDENT(WS-IDX) = SPACES
                           MOVE RUN-CLE(1:14)
                               TO CA-LST-INCIDENT(WS-IDX)
                           MOVE RUN-STATUT TO CA-LST-INC-RC(WS-IDX)
                       END-IF
                   WHEN RUN-DEBUT
                       MOVE RUN-CLE(1:14) TO CA-LST-DEBUT(WS-IDX)
                       MOVE 'O' TO WS-DEBUT-TROUVE(WS-IDX)
                       SUBTRACT 1 FROM WS-NB-SANS-DEBUT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 2000-INTERVENIR : liberation, suspension ou reprise d'une
      * etape - reecriture de son statut FCHAINE et trace EXPLJRN
      ******************************************************************
       2000-INTERVENIR.

           IF CA-ETAPE = SPACES OR CA-ETAPE = LOW-VALUES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Programme de l etape obligatoire' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF
           IF CA-MOTIF = SPACES OR CA-MOTIF = LOW-VALUES
               MOVE 31 TO CA-CODE-RETOUR
               MOVE 'Motif de l intervention obligatoire'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-CHERCHER-ETAPE THRU 2100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           MOVE WS-RBA-ETAPE TO WS-RBA
           EXEC CICS
               READ FILE('FCHAINE')
                    INTO(CHAINE-REC)
                    RIDFLD(WS-RBA)
                    RBA
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture FCHAINE' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE CHN-STATUT TO WS-STATUT-AVANT
           PERFORM 2200-CONTROLER-ACTION THRU 2200-EXIT
           IF CA-CODE-RETOUR NOT = 00
               EXEC CICS
                   UNLOCK FILE('FCHAINE')
               END-EXEC
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CA-LIBERER
                   SET CHN-LIBEREE TO TRUE
               WHEN CA-SUSPENDRE
                   SET CHN-SUSPENDUE TO TRUE
               WHEN CA-REPRENDRE
                   SET CHN-A-FAIRE TO TRUE
           END-EVALUATE

           EXEC CICS
               REWRITE FILE('FCHAINE')
                       FROM(CHAINE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour FCHAINE' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

      *─── Trace de l'intervention au nom de l'exploitant signe ───────
           INITIALIZE EXPLJRN-REC
           MOVE EIBDATE  TO EXJ-DATE
           MOVE EIBTIME  TO EXJ-HEURE
           MOVE EIBTASKN TO EXJ-TACHE
           MOVE SEC-USER TO EXJ-USER
           MOVE CHN-PROGRAMME   TO EXJ-PROGRAMME
           MOVE CA-ACTION       TO EXJ-ACTION
           MOVE WS-STATUT-AVANT TO EXJ-STATUT-AVANT
           MOVE CHN-STATUT      TO EXJ-STATUT-APRES
           MOVE CA-MOTIF        TO EXJ-MOTIF

           EXEC CICS
               WRITE FILE('EXPLJRN')
                     FROM(EXPLJRN-REC)
                     RIDFLD(EXJ-CLE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Intervention non tracable - non enregistree'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CA-LIBERER
                   MOVE 'Etape liberee - lancee par la prochaine nuit'
                       TO CA-MESSAGE
               WHEN CA-SUSPENDRE
                   MOVE 'Etape suspendue' TO CA-MESSAGE
               WHEN CA-REPRENDRE
                   MOVE 'Etape reprise - a faire' TO CA-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHERCHER-ETAPE : RBA de l'etape demandee ; la chaine ne
      * doit avoir aucune etape en cours
      ******************************************************************
       2100-CHERCHER-ETAPE.

           MOVE 'N' TO WS-ETAPE-TROUVEE
           MOVE 'N' TO WS-CHAINE-EN-COURS
           MOVE 0 TO WS-RBA

           EXEC CICS
               STARTBR FILE('FCHAINE')
                       RIDFLD(WS-RBA)
                       RBA
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Fichier de pilotage FCHAINE vide ou absent'
                   TO CA-MESSAGE
               GO TO 2100-EXIT
           END-IF

           PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                   READNEXT FILE('FCHAINE')
                            INTO(CHAINE-REC)
                            RIDFLD(WS-RBA)
                            RBA
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF CHN-EN-COURS
                       MOVE 'O' TO WS-CHAINE-EN-COURS
                   END-IF
                   IF CHN-PROGRAMME = CA-ETAPE
                       AND NOT ETAPE-TROUVEE
                       MOVE 'O' TO WS-ETAPE-TROUVEE
                       MOVE WS-RBA TO WS-RBA-ETAPE
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('FCHAINE')
           END-EXEC

           IF NOT ETAPE-TROUVEE
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Etape absente de la chaine' TO CA-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF CHAINE-EN-COURS
               MOVE 32 TO CA-CODE-RETOUR
               MOVE 'Chaine en cours d execution - action refusee'
                   TO CA-MESSAGE
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONTROLER-ACTION : l'intervention doit avoir un sens
      * pour le statut et la frequence de l'etape
      ******************************************************************
       2200-CONTROLER-ACTION.

           EVALUATE TRUE
               WHEN CA-LIBERER
                   IF NOT CHN-A-LA-DEMANDE
                       MOVE 33 TO CA-CODE-RETOUR
                       MOVE 'Seule une etape a la demande se libere'
                           TO CA-MESSAGE
                   ELSE
                   IF NOT CHN-A-FAIRE AND NOT CHN-TERMINEE
                       MOVE 34 TO CA-CODE-RETOUR
                       MOVE 'Etape deja liberee, suspendue ou en erreur'
                           TO CA-MESSAGE
                   END-IF
                   END-IF
               WHEN CA-SUSPENDRE
                   IF CHN-SUSPENDUE
                       MOVE 34 TO CA-CODE-RETOUR
                       MOVE 'Etape deja suspendue' TO CA-MESSAGE
                   END-IF
               WHEN CA-REPRENDRE
                   IF NOT CHN-SUSPENDUE AND NOT CHN-EN-ERREUR
                       MOVE 34 TO CA-CODE-RETOUR
                       MOVE 'Seule une etape HD ou KO se reprend'
                           TO CA-MESSAGE
                   END-IF
           END-EVALUATE.

       2200-EXIT.
           EXIT.
