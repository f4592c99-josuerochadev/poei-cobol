      ******************************************************************
      * Programme : PREFTRT - Preferences de distribution (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Consulter, enregistrer et supprimer la fiche de
      *             preferences de distribution d'un client (PREFCLI)
      *
      * Description :
      * - Action 'C' : consultation ; sans fiche, les valeurs par
      *   defaut (papier, adresse du fichier client) sont rendues
      *   avec le code 13
      * - Action 'M' : creation ou modification. Canal 'P' papier,
      *   'E' electronique, 'D' les deux ; adresse 'P' du fichier
      *   client ou 'A' de correspondance ; gros caracteres 'O'/'N'.
      *   Le canal electronique exige une adresse de notification
      *   (contenant '@'), l'adresse de correspondance au moins une
      *   ligne, le code postal et la ville. La fiche relue doit
      *   porter la version montree a l'ecran (code 22 sinon).
      * - Adresse invalide (courrier revenu NPAI, cf. CORRTRT) :
      *   signalee a la consultation ; une adresse de correspondance
      *   nouvelle ou modifiee la leve et libere les courriers
      *   retenus (COURLIB). La fiche ne peut etre supprimee tant
      *   que le temoin est pose.
      * - Action 'S' : suppression (retour a la distribution papier)
      * - Consultation ouverte aux profils signes (SECTRT 'C'),
      *   mises a jour reservees aux guichetiers (SECTRT 'M')
      * Le client est saisi tel que le connait le batch emetteur
      * (cf. PRF-CLIENT du copybook PREFCLI).
      *
      * Appel : Via LINK depuis PREFPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY PREFCLI.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-NB-AROBASE           PIC 9(2) VALUE 0.

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-ANCIENNE-ADRESSE     PIC X(116).
       01  WS-NPAI-LEVE            PIC 9(1) VALUE 0.

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-ENREGISTRER  VALUE 'M'.
               88  CA-SUPPRIMER    VALUE 'S'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(11).
           05  CA-CANAL            PIC X(1).
           05  CA-ADRESSE          PIC X(1).
           05  CA-GROS-CARAC       PIC X(1).
           05  CA-ADR-NOM          PIC X(30).
           05  CA-ADR-LIGNE1       PIC X(30).
           05  CA-ADR-LIGNE2       PIC X(30).
           05  CA-ADR-CODEPOST     PIC X(5).
           05  CA-ADR-VILLE        PIC X(20).
           05  CA-EMAIL            PIC X(40).
           05  CA-VERSION          PIC 9(4).
           05  CA-DATE-MAJ         PIC X(8).
           05  CA-USER-MAJ         PIC X(8).
           05  CA-NPAI             PIC X(1).
           05  FILLER              PIC X(7).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(250).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE

           INITIALIZE WS-SEC-COMMAREA
           IF CA-CONSULTER
               MOVE 'C' TO SEC-FONCTION
           ELSE
               MOVE 'M' TO SEC-FONCTION
           END-IF
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               IF CA-CLIENT = SPACES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Client obligatoire' TO CA-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN CA-CONSULTER
                           PERFORM 1000-CONSULTER THRU 1000-EXIT
                       WHEN CA-ENREGISTRER
                           PERFORM 2000-ENREGISTRER THRU 2000-EXIT
                       WHEN CA-SUPPRIMER
                           PERFORM 3000-SUPPRIMER THRU 3000-EXIT
                       WHEN OTHER
                           MOVE 98 TO CA-CODE-RETOUR
                           MOVE 'Action inconnue' TO CA-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      *─── Consultation : fiche ou valeurs par defaut ─────────────────
       1000-CONSULTER.

           EXEC CICS
               READ FILE('PREFCLI')
                    INTO(PREFCLI-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'P'    TO CA-CANAL
               MOVE 'P'    TO CA-ADRESSE
               MOVE 'N'    TO CA-GROS-CARAC
               MOVE SPACES TO CA-ADR-NOM CA-ADR-LIGNE1 CA-ADR-LIGNE2
                              CA-ADR-CODEPOST CA-ADR-VILLE CA-EMAIL
                              CA-DATE-MAJ CA-USER-MAJ
               MOVE 0      TO CA-VERSION
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucune preference : tout sur papier' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture preferences' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE PRF-CANAL        TO CA-CANAL
           MOVE PRF-ADRESSE      TO CA-ADRESSE
           MOVE PRF-GROS-CARAC   TO CA-GROS-CARAC
           MOVE PRF-ADR-NOM      TO CA-ADR-NOM
           MOVE PRF-ADR-LIGNE1   TO CA-ADR-LIGNE1
           MOVE PRF-ADR-LIGNE2   TO CA-ADR-LIGNE2
           MOVE PRF-ADR-CODEPOST TO CA-ADR-CODEPOST
           MOVE PRF-ADR-VILLE    TO CA-ADR-VILLE
           MOVE PRF-EMAIL        TO CA-EMAIL
           MOVE PRF-DATE-MAJ     TO CA-DATE-MAJ
           MOVE PRF-USER-MAJ     TO CA-USER-MAJ
           IF PRF-VERSION NUMERIC
               MOVE PRF-VERSION TO CA-VERSION
           ELSE
               MOVE 0 TO CA-VERSION
           END-IF
           MOVE PRF-NPAI         TO CA-NPAI
           IF PRF-ADR-INVALIDE
               STRING 'NPAI ' PRF-NPAI-TYPE ' du '
                      PRF-NPAI-DATE(7:2) '/' PRF-NPAI-DATE(5:2) '/'
                      PRF-NPAI-DATE(1:4) ' : adresse a corriger'
                      DELIMITED BY SIZE
                   INTO CA-MESSAGE
               END-STRING
           ELSE
               MOVE 'Preferences du client' TO CA-MESSAGE
           END-IF.

       1000-EXIT.
           EXIT.

      *─── Creation ou modification de la fiche ───────────────────────
       2000-ENREGISTRER.

           PERFORM 2100-CONTROLER THRU 2100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           EXEC CICS
               READ FILE('PREFCLI')
                    INTO(PREFCLI-REC)
                    RIDFLD(CA-CLIENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               INITIALIZE PREFCLI-REC
               MOVE CA-CLIENT TO PRF-CLIENT
               PERFORM 2200-RENSEIGNER-FICHE
               MOVE 0 TO PRF-VERSION
               EXEC CICS
                   WRITE FILE('PREFCLI')
                         FROM(PREFCLI-REC)
                         RIDFLD(PRF-CLIENT)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 0 TO CA-VERSION
                   MOVE 'Preferences enregistrees' TO CA-MESSAGE
               ELSE
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur creation preferences' TO CA-MESSAGE
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture preferences' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

      *─── La fiche relue doit porter la version montree a l'ecran ───
           IF PRF-VERSION NUMERIC
               AND PRF-VERSION NOT = CA-VERSION
               EXEC CICS
                   UNLOCK FILE('PREFCLI')
               END-EXEC
               MOVE 22 TO CA-CODE-RETOUR
               MOVE 'Fiche modifiee par un autre operateur - relire'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

      *─── Nouvelle adresse de correspondance : fin de la retenue ────
           MOVE PRF-ADRESSE    TO WS-ANCIENNE-ADRESSE(1:1)
           MOVE PRF-ADR-LIGNE1 TO WS-ANCIENNE-ADRESSE(2:30)
           MOVE PRF-ADR-LIGNE2 TO WS-ANCIENNE-ADRESSE(32:30)
           MOVE PRF-ADR-CODEPOST TO WS-ANCIENNE-ADRESSE(62:5)
           MOVE PRF-ADR-VILLE  TO WS-ANCIENNE-ADRESSE(67:20)
           MOVE PRF-ADR-NOM    TO WS-ANCIENNE-ADRESSE(87:30)
           PERFORM 2200-RENSEIGNER-FICHE
           MOVE 0 TO WS-NPAI-LEVE
           IF PRF-ADR-INVALIDE AND PRF-ADR-CORRESP
               PERFORM 2300-COMPARER-ADRESSE
           END-IF
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
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE PRF-VERSION TO CA-VERSION
               MOVE PRF-NPAI    TO CA-NPAI
               IF WS-NPAI-LEVE = 1
                   MOVE 'Adresse corrigee - courriers retenus liberes'
                       TO CA-MESSAGE
               ELSE
                   MOVE 'Preferences modifiees' TO CA-MESSAGE
               END-IF
           ELSE
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour preferences' TO CA-MESSAGE
           END-IF.

       2000-EXIT.
           EXIT.

       2100-CONTROLER.

           IF CA-ADRESSE = SPACE
               MOVE 'P' TO CA-ADRESSE
           END-IF
           IF CA-GROS-CARAC = SPACE
               MOVE 'N' TO CA-GROS-CARAC
           END-IF

           IF CA-CANAL NOT = 'P' AND CA-CANAL NOT = 'E'
               AND CA-CANAL NOT = 'D'
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Canal P (papier), E (electronique) ou D (deux)'
                   TO CA-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF CA-ADRESSE NOT = 'P' AND CA-ADRESSE NOT = 'A'
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Adresse P (fichier client) ou A (correspondance)'
                   TO CA-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF CA-GROS-CARAC NOT = 'O' AND CA-GROS-CARAC NOT = 'N'
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Gros caracteres O ou N' TO CA-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF CA-CANAL NOT = 'P'
               MOVE 0 TO WS-NB-AROBASE
               INSPECT CA-EMAIL TALLYING WS-NB-AROBASE FOR ALL '@'
               IF WS-NB-AROBASE NOT = 1
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Adresse de notification invalide'
                       TO CA-MESSAGE
                   GO TO 2100-EXIT
               END-IF
           END-IF

           IF CA-ADRESSE = 'A'
               IF CA-ADR-LIGNE1 = SPACES
                   OR CA-ADR-CODEPOST NOT NUMERIC
                   OR CA-ADR-VILLE = SPACES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Adresse de correspondance incomplete'
                       TO CA-MESSAGE
                   GO TO 2100-EXIT
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

       2200-RENSEIGNER-FICHE.

           MOVE CA-CANAL        TO PRF-CANAL
           MOVE CA-ADRESSE      TO PRF-ADRESSE
           MOVE CA-GROS-CARAC   TO PRF-GROS-CARAC
           MOVE CA-ADR-NOM      TO PRF-ADR-NOM
           MOVE CA-ADR-LIGNE1   TO PRF-ADR-LIGNE1
           MOVE CA-ADR-LIGNE2   TO PRF-ADR-LIGNE2
           MOVE CA-ADR-CODEPOST TO PRF-ADR-CODEPOST
           MOVE CA-ADR-VILLE    TO PRF-ADR-VILLE
           MOVE CA-EMAIL        TO PRF-EMAIL
           MOVE WS-DATE-JOUR    TO PRF-DATE-MAJ
           MOVE SEC-USER        TO PRF-USER-MAJ
           MOVE WS-DATE-JOUR    TO CA-DATE-MAJ
           MOVE SEC-USER        TO CA-USER-MAJ.

       2300-COMPARER-ADRESSE.

           IF WS-ANCIENNE-ADRESSE(1:1)   NOT = PRF-ADRESSE
               OR WS-ANCIENNE-ADRESSE(2:30)  NOT = PRF-ADR-LIGNE1
               OR WS-ANCIENNE-ADRESSE(32:30) NOT = PRF-ADR-LIGNE2
               OR WS-ANCIENNE-ADRESSE(62:5)  NOT = PRF-ADR-CODEPOST
               OR WS-ANCIENNE-ADRESSE(67:20) NOT = PRF-ADR-VILLE
               OR WS-ANCIENNE-ADRESSE(87:30) NOT = PRF-ADR-NOM
               MOVE SPACES TO PRF-NPAI
               MOVE 1 TO WS-NPAI-LEVE
           END-IF.

      *─── Suppression : le client repasse a la distribution papier ──
       3000-SUPPRIMER.

           EXEC CICS
               READ FILE('PREFCLI')
                    INTO(PREFCLI-REC)
                    RIDFLD(CA-CLIENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucune preference pour ce client' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           IF PRF-VERSION NUMERIC
               AND PRF-VERSION NOT = CA-VERSION
               EXEC CICS
                   UNLOCK FILE('PREFCLI')
               END-EXEC
               MOVE 22 TO CA-CODE-RETOUR
               MOVE 'Fiche modifiee par un autre operateur - relire'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

      *─── Le temoin NPAI ne disparait qu'avec une adresse corrigee ──
           IF PRF-ADR-INVALIDE
               EXEC CICS
                   UNLOCK FILE('PREFCLI')
               END-EXEC
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Adresse invalide (NPAI) : corriger l adresse'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               DELETE FILE('PREFCLI')
                      RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Preferences supprimees : tout sur papier'
                   TO CA-MESSAGE
           ELSE
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur suppression preferences' TO CA-MESSAGE
           END-IF.

       3000-EXIT.
           EXIT.
