      * - Action 'R' : demande de reimpression d'un courrier par sa
      *   cle - le temoin COU-REIMPRESSION passe a 'O', l'edition
      *   est resservie par la filiere de reimpression des etats
      * - Action 'N' : retour d'un courrier NPAI (n'habite pas a
      *   l'adresse indiquee) - le courrier est marque revenu
      *   (COU-RETOUR) et l'adresse du client declaree invalide dans
      *   sa fiche PREFCLI, creee au besoin : ses courriers suivants
      *   sont retenus par PREFDIST jusqu'a correction de l'adresse.
      *   Le client est le titulaire du compte (fichier COMPTE) ou,
      *   pour les lettres de la chaine batch et du credit, le
      *   destinataire porte par l'index lui-meme.
      * - Consultation ouverte a tout profil signe (SECTRT 'C'),
      *   reimpression et retour reserves aux guichetiers (SECTRT 'M')
      *
      * Appel : Via LINK depuis CORRPRES
      ******************************************************************
       WORKING-STORAGE SECTION.

           COPY COURRIER.
           COPY COMPTE.
           COPY PREFCLI.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-CLIENT-NPAI          PIC X(11).
       01  WS-TYPE-NPAI            PIC X(3).
       01  WS-AGENCE-NPAI          PIC X(5).

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-LISTER       VALUE 'L'.
               88  CA-REIMPRIMER   VALUE 'R'.
               88  CA-RETOUR-NPAI  VALUE 'N'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-COMPTE           PIC X(11).
               10  CA-LST-PROGRAMME PIC X(8).
               10  CA-LST-LIGNE    PIC X(60).
               10  CA-LST-REIMP    PIC X(1).
               10  CA-LST-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(900).
                       PERFORM 1000-LISTER THRU 1000-EXIT
                   WHEN CA-REIMPRIMER
                       PERFORM 2000-DEMANDER-REIMPRESSION THRU 2000-EXIT
                   WHEN CA-RETOUR-NPAI
                       PERFORM 3000-ENREGISTRER-RETOUR THRU 3000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
                           TO CA-LST-LIGNE(CA-NB-LISTE)
                       MOVE COU-REIMPRESSION
                           TO CA-LST-REIMP(CA-NB-LISTE)
                       MOVE COU-RETOUR
                           TO CA-LST-RETOUR(CA-NB-LISTE)
                   ELSE
                   IF COU-COMPTE < CA-COMPTE
                       MOVE DFHRESP(ENDFILE) TO WS-RESP

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ENREGISTRER-RETOUR : courrier revenu NPAI. Le courrier
      * est marque revenu, puis la fiche de preferences du client
      * passe en adresse invalide : les batchs emetteurs retiendront
      * ses courriers (PREFDIST) et l'ecran client le signalera
      ******************************************************************
       3000-ENREGISTRER-RETOUR.

           EXEC CICS
               READ FILE('COURRIER')
                    INTO(COURRIER-REC)
                    RIDFLD(CA-CLE-COURRIER)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Courrier introuvable' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           IF COU-REVENU-NPAI
               EXEC CICS
                   UNLOCK FILE('COURRIER')
               END-EXEC
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Retour deja enregistre pour ce courrier'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF COU-PAR-PORTAIL
               EXEC CICS
                   UNLOCK FILE('COURRIER')
               END-EXEC
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Courrier depose sur le portail, non poste'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE 'N'          TO COU-RETOUR
           MOVE WS-DATE-JOUR TO COU-DATE-RETOUR
           MOVE COU-TYPE     TO WS-TYPE-NPAI
           EXEC CICS
               REWRITE FILE('COURRIER')
                       FROM(COURRIER-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur enregistrement du retour' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

      *─── Destinataire : titulaire du compte, sinon la cle elle-meme
           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(COU-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CPT-CLIENT  TO WS-CLIENT-NPAI
               MOVE CPT-GUICHET TO WS-AGENCE-NPAI
           ELSE
               MOVE COU-COMPTE  TO WS-CLIENT-NPAI
               MOVE SPACES      TO WS-AGENCE-NPAI
           END-IF

           PERFORM 3100-INVALIDER-ADRESSE THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

       3100-INVALIDER-ADRESSE.

           EXEC CICS
               READ FILE('PREFCLI')
                    INTO(PREFCLI-REC)
                    RIDFLD(WS-CLIENT-NPAI)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

      *─── Client sans preference : fiche papier creee pour porter
      *    le temoin d'adresse invalide ─────────────────────────────
           IF WS-RESP = DFHRESP(NOTFND)
               INITIALIZE PREFCLI-REC
               MOVE WS-CLIENT-NPAI TO PRF-CLIENT
               MOVE 'P'            TO PRF-CANAL
               MOVE 'P'            TO PRF-ADRESSE
               MOVE 'N'            TO PRF-GROS-CARAC
               MOVE 0              TO PRF-VERSION
               PERFORM 3200-RENSEIGNER-RETOUR
               EXEC CICS
                   WRITE FILE('PREFCLI')
                         FROM(PREFCLI-REC)
                         RIDFLD(PRF-CLIENT)
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture preferences' TO CA-MESSAGE
                   GO TO 3100-EXIT
               END-IF
               PERFORM 3200-RENSEIGNER-RETOUR
               IF PRF-VERSION NUMERIC AND PRF-VERSION < 9999
                   ADD 1 TO PRF-VERSION
               ELSE
                   MOVE 0 TO PRF-VERSION
               END-IF
               EXEC CICS
                   REWRITE FILE('PREFCLI')
                           FROM(PREFCLI-REC)
                           RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Retour NPAI enregistre : courriers retenus'
                   TO CA-MESSAGE
           ELSE
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour preferences' TO CA-MESSAGE
           END-IF.

       3100-EXIT.
           EXIT.

       3200-RENSEIGNER-RETOUR.

           MOVE 'O'             TO PRF-NPAI
           MOVE WS-DATE-JOUR    TO PRF-NPAI-DATE
           MOVE CA-CLE-COURRIER TO PRF-NPAI-COURRIER
           MOVE WS-TYPE-NPAI    TO PRF-NPAI-TYPE
           MOVE SEC-USER        TO PRF-NPAI-USER
           MOVE WS-AGENCE-NPAI  TO PRF-NPAI-AGENCE
           MOVE WS-DATE-JOUR    TO PRF-DATE-MAJ
           MOVE SEC-USER        TO PRF-USER-MAJ.
