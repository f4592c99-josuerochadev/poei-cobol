       WORKING-STORAGE SECTION.

           COPY CLIENT.
           COPY PREFCLI.

      *─── Adresse invalide (courrier revenu NPAI) : signalee a la
      *    consultation, levee quand l'adresse est corrigee ─────────
       01  WS-RESP-PRF             PIC S9(8) COMP.
       01  WS-CLE-PREF             PIC X(11).
       01  WS-ANCIENNE-ADRESSE     PIC X(55).
       01  WS-NOUVELLE-ADRESSE     PIC X(55).
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

      *─── Capture des changements d'identite (synchronisation
      *    nocturne SYNCIDE vers FCLIENT et la table DB2 CLIENT) ──────
           05  CDC-STATUT          PIC X(1).
           05  FILLER              PIC X(4).

      *─── Zone d'appel du filtrage sanctions (SNCCTRL) ──────────────
       01  WS-SNC-COMMAREA.
           05  SCT-ORIGINE         PIC X(8).
           05  SCT-CLIENT          PIC X(10).
           05  SCT-NOM             PIC X(30).
           05  SCT-PRENOM          PIC X(30).
           05  SCT-RESULTAT        PIC 9.
               88  SCT-ADMIS       VALUE 0 2.
           05  SCT-REF-LISTE       PIC X(10).

       01  WS-DAO-COMMAREA.
           05  DAO-ACTION          PIC X(4).
           05  DAO-FICHIER         PIC X(8).
           ELSE
               MOVE 0 TO CA-VERSION
           END-IF
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE
           PERFORM 1100-SIGNALER-NPAI.

       1000-EXIT.
           EXIT.

      *─── Courrier revenu : demander la nouvelle adresse au client ───
       1100-SIGNALER-NPAI.

           MOVE CA-NUM-CLIENT TO WS-CLE-PREF
           EXEC CICS
               READ FILE('PREFCLI')
                    INTO(PREFCLI-REC)
                    RIDFLD(WS-CLE-PREF)
                    RESP(WS-RESP-PRF)
           END-EXEC
           IF WS-RESP-PRF = DFHRESP(NORMAL) AND PRF-ADR-INVALIDE
               STRING 'NPAI ' PRF-NPAI-TYPE ' du '
                      PRF-NPAI-DATE(7:2) '/' PRF-NPAI-DATE(5:2) '/'
                      PRF-NPAI-DATE(1:4)
                      ' : demander nouvelle adresse'
                      DELIMITED BY SIZE
                   INTO CA-MESSAGE
               END-STRING
           END-IF.

       2000-CREER-CLIENT.

      *─── Identite controlee contre la liste de gel des avoirs : une
      *    correspondance non levee bloque la creation en attendant
      *    la decision de la conformite ───────────────────────────────
           INITIALIZE WS-SNC-COMMAREA
           MOVE 'CLNTTRT'     TO SCT-ORIGINE
           MOVE 'CICS'        TO SCT-CLIENT(1:4)
           MOVE CA-NUM-CLIENT TO SCT-CLIENT(5:6)
           MOVE CA-NOM        TO SCT-NOM
           MOVE CA-PRENOM     TO SCT-PRENOM

           EXEC CICS
               LINK PROGRAM('SNCCTRL')
                    COMMAREA(WS-SNC-COMMAREA)
           END-EXEC

           IF NOT SCT-ADMIS
               MOVE 40 TO CA-CODE-RETOUR
               IF SCT-RESULTAT = 9
                   MOVE 'Liste sanctions absente - creation refusee'
                       TO CA-MESSAGE
               ELSE
                   MOVE 'Creation bloquee - attente decision conformite'
                       TO CA-MESSAGE
               END-IF
               GO TO 2000-EXIT
           END-IF

           INITIALIZE WS-DAO-COMMAREA
           MOVE 'WRIT' TO DAO-ACTION
           MOVE 'CLIENT' TO DAO-FICHIER
               GO TO 3000-EXIT
           END-IF

           MOVE CLI-ADRESSE  TO WS-ANCIENNE-ADRESSE(1:30)
           MOVE CLI-VILLE    TO WS-ANCIENNE-ADRESSE(31:20)
           MOVE CLI-CODEPOST TO WS-ANCIENNE-ADRESSE(51:5)
           MOVE CA-ADRESSE   TO WS-NOUVELLE-ADRESSE(1:30)
           MOVE CA-VILLE     TO WS-NOUVELLE-ADRESSE(31:20)
           MOVE CA-CODEPOST  TO WS-NOUVELLE-ADRESSE(51:5)

           MOVE CA-NOM      TO CLI-NOM
           MOVE CA-PRENOM   TO CLI-PRENOM
           MOVE CA-ADRESSE  TO CLI-ADRESSE

           MOVE 00 TO CA-CODE-RETOUR
           MOVE 'Client modifie' TO CA-MESSAGE
           IF WS-NOUVELLE-ADRESSE NOT = WS-ANCIENNE-ADRESSE
               PERFORM 3600-LEVER-NPAI THRU 3600-EXIT
           END-IF

      *─── Le changement d'identite part dans la file de capture
      *    CLICDC, relue chaque nuit par SYNCIDE pour porter la
                     RESP(WS-RESP-CDC)
           END-EXEC.

      *─── Adresse du fichier client corrigee : le temoin NPAI est
      *    leve et les courriers retenus repartent (COURLIB), sauf si
      *    le client recoit ses courriers a une autre adresse ───────
       3600-LEVER-NPAI.

           MOVE CA-NUM-CLIENT TO WS-CLE-PREF
           EXEC CICS
               READ FILE('PREFCLI')
                    INTO(PREFCLI-REC)
                    RIDFLD(WS-CLE-PREF)
                    UPDATE
                    RESP(WS-RESP-PRF)
           END-EXEC
           IF WS-RESP-PRF NOT = DFHRESP(NORMAL)
               GO TO 3600-EXIT
           END-IF
           IF NOT PRF-ADR-INVALIDE OR PRF-ADR-CORRESP
               EXEC CICS
                   UNLOCK FILE('PREFCLI')
               END-EXEC
               GO TO 3600-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           INITIALIZE WS-SEC-COMMAREA
           MOVE '*' TO SEC-FONCTION
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC
           MOVE SPACES       TO PRF-NPAI
           MOVE WS-DATE-JOUR TO PRF-DATE-MAJ
           MOVE SEC-USER     TO PRF-USER-MAJ
           IF PRF-VERSION NUMERIC AND PRF-VERSION < 9999
               ADD 1 TO PRF-VERSION
           ELSE
               MOVE 0 TO PRF-VERSION
           END-IF
           EXEC CICS
               REWRITE FILE('PREFCLI')
                       FROM(PREFCLI-REC)
                       RESP(WS-RESP-PRF)
           END-EXEC
           IF WS-RESP-PRF = DFHRESP(NORMAL)
               MOVE 'Client modifie - courriers retenus liberes'
                   TO CA-MESSAGE
           END-IF.

       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RECHERCHER-PAR-NOM : page de clients par nom partiel
      * Parcours de l'index alternatif sur CLI-NOM (chemin CLIENTN)
