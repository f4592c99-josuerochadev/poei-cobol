      * - Action 'D' : demande de carnet - alloue les 25 numeros
      *   suivants du compte (le dernier numero servi est tenu dans
      *   CHQALLOC, cle = compte) et ecrit 25 lignes 'D' au registre
      *   CHEQREG ; le compte doit exister dans COMPTE et son
      *   titulaire ne pas etre interdit bancaire (registre
      *   INTERDIT tenu par CHEQMATCH) : refus code 37 tant que
      *   l'interdiction n'est ni regularisee ni arrivee a sa fin
      * - Action 'O' : opposition sur un cheque par son numero - la
      *   ligne passe 'O', CHEQMATCH le rejettera s'il se presente
      * - Action 'R' : regularisation de l'interdiction bancaire du
      *   titulaire du compte (cheque impaye paye ou provisionne) -
      *   l'inscription passe 'R' avec la date du jour
      * - Saisies reservees aux guichetiers signes (SECTRT 'M')
      *
      * Appel : Via LINK depuis CHEQPRES

           COPY CHEQREG.
           COPY COMPTE.
           COPY INTERDIT.

       01  WS-RESP                 PIC S9(8) COMP.

           05  CA-ACTION           PIC X(1).
               88  CA-DEMANDER     VALUE 'D'.
               88  CA-OPPOSER      VALUE 'O'.
               88  CA-REGULARISER  VALUE 'R'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-COMPTE           PIC X(11).
                       PERFORM 1000-SERVIR-CARNET THRU 1000-EXIT
                   WHEN CA-OPPOSER
                       PERFORM 2000-OPPOSER THRU 2000-EXIT
                   WHEN CA-REGULARISER
                       PERFORM 3000-REGULARISER THRU 3000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           PERFORM 1050-CONTROLER-INTERDIT THRU 1050-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-ALLOUER-PLAGE THRU 1100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

      *─── Une ligne de registre par cheque du carnet ─────────────────
           MOVE WS-PREMIER-NUMERO TO WS-NUMERO-COURANT
           PERFORM WS-TAILLE-CARNET TIMES
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-CONTROLER-INTERDIT : pas de carnet pour un titulaire
      * inscrit au registre INTERDIT dont l'interdiction court
      * encore (ni regularisee, ni parvenue a sa fin legale)
      ******************************************************************
       1050-CONTROLER-INTERDIT.

           MOVE CPT-CLIENT TO INB-CLIENT
           EXEC CICS
               READ FILE('INTERDIT')
                    INTO(INTERDIT-REC)
                    RIDFLD(INB-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               GO TO 1050-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Registre des interdits indisponible' TO CA-MESSAGE
               GO TO 1050-EXIT
           END-IF

           IF INB-ACTIF AND INB-DATE-FIN > WS-DATE-JOUR
               MOVE 37 TO CA-CODE-RETOUR
               STRING 'Interdit bancaire jusqu''au '
                      INB-DATE-FIN(7:2) '/' INB-DATE-FIN(5:2) '/'
                      INB-DATE-FIN(1:4) ' : refus'
                   DELIMITED BY SIZE INTO CA-MESSAGE
           END-IF.

       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ALLOUER-PLAGE : les 25 numeros suivants du compte,
      * depuis le compteur CHQALLOC (cree au premier carnet)

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGULARISER : levee de l'interdiction du titulaire du
      * compte, sur justificatif de paiement du cheque impaye ou de
      * constitution d'une provision bloquee
      ******************************************************************
       3000-REGULARISER.

           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(CA-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte inconnu' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           MOVE CPT-CLIENT TO INB-CLIENT
           EXEC CICS
               READ FILE('INTERDIT')
                    INTO(INTERDIT-REC)
                    RIDFLD(INB-CLIENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Titulaire absent du registre des interdits'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           IF INB-REGULARISE
               MOVE 'Interdiction deja regularisee' TO CA-MESSAGE
               EXEC CICS
                   UNLOCK FILE('INTERDIT')
               END-EXEC
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           SET INB-REGULARISE TO TRUE
           MOVE WS-DATE-JOUR TO INB-DATE-REGUL
           MOVE SEC-USER     TO INB-AGENT
           EXEC CICS
               REWRITE FILE('INTERDIT')
                       FROM(INTERDIT-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Regularisation enregistree' TO CA-MESSAGE
           ELSE
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur regularisation' TO CA-MESSAGE
           END-IF.

       3000-EXIT.
           EXIT.
