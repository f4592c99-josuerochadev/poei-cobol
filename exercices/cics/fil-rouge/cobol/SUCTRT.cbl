      ******************************************************************
      * Programme : SUCTRT - Successions (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Ouvrir, consulter, alimenter et regler le
      *             dossier de succession d'un client decede
      *
      * Description :
      * - Action 'D' : declaration du deces - client existant, date
      *   du deces AAAAMMJJ non future, notaire obligatoire ; dans
      *   une seule unite logique :
      *     . chaque compte du client est gele par un blocage
      *       succession (BLOCAGE motif 'SUC', montant = solde
      *       positif, sans echeance) : plus aucun debit au guichet
      *       (MVTTRT / VIRTRT, code 38), le compte n'est pas clos
      *     . les cartes actives des comptes sont opposees
      *     . les cheques delivres non utilises sont annules
      *       (opposition au registre CHEQREG)
      *     . les alertes de solde sont arretees
      *     . le dossier SUCCES est ecrit ; le batch SUCBAT edite
      *       l'attestation de solde au jour du deces pour le
      *       notaire et suspend dans la chaine les virements
      *       permanents (PJ36VPER) et les mandats (PJ37MAND)
      * - Action 'C' : consultation du dossier (cinq premiers
      *   comptes : solde au deces, solde actuel, verse)
      * - Action 'P' : versement a un heritier sur instruction du
      *   notaire - debit du compte gele (montant au plus egal au
      *   solde), journal MVTJRN, blocage succession ramene au
      *   nouveau solde, ligne de versement au dossier
      * - Action 'R' : reglement de la succession - levee des
      *   blocages succession, dossier clos
      * - Consultation : tout profil signe (SECTRT 'C') ;
      *   declaration : guichetiers signes (SECTRT 'M') ;
      *   versement et reglement : superviseurs (SECTRT 'X')
      * - Chaque mise a jour est journalisee avant/apres dans
      *   IMGJRN (meme convention que CPTEDAO) ; un incident apres
      *   la premiere mise a jour annule l'ensemble (SYNCPOINT
      *   ROLLBACK, cf. VIRTRT)
      *
      * Appel : Via LINK depuis SUCPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SUCCES.
           COPY COMPTE.
           COPY CLIENT.
           COPY BLOCAGE.
           COPY CARTE.
           COPY CHEQREG.
           COPY ALERTE.
           COPY MVTJRN.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-RESP-REF             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-DATE-EDIT            PIC X(10).
      *─── 1 des qu'une mise a jour est posee : un incident ensuite
      *    defait toute l'unite logique ───────────────────────────────
       01  WS-MAJ-ENGAGEE          PIC 9(1) VALUE 0.
       01  WS-FIN-BROWSE           PIC 9 VALUE 0.
       01  WS-TROUVE               PIC 9 VALUE 0.

      *─── Compteurs REFNUM : numeros de blocage, references de
      *    mouvement ─────────────────────────────────────────────────
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).
       01  WS-CLE-REFNUM           PIC X(8) VALUE 'REFNUM'.
       01  WS-CLE-RNM-BLOCAGE      PIC X(8) VALUE 'BLOCAGE'.
       01  WS-REFERENCE            PIC 9(8) VALUE 0.

      *─── Comptes du client (CPTEDAO FCLI / NCLI) ────────────────────
       01  WS-NB-CPT               PIC 9(3) VALUE 0.
       01  WS-IX                   PIC 9(3) VALUE 0.
       01  WS-JX                   PIC 9(3) VALUE 0.
       01  WS-TAB-COMPTES.
           05  WS-TCP-NUM          PIC X(11) OCCURS 20 TIMES.

      *─── Cartes actives a opposer, relevees avant mise a jour ───────
       01  WS-NB-CRT               PIC 9(3) VALUE 0.
       01  WS-TAB-CARTES.
           05  WS-TCR-NUM          PIC X(16) OCCURS 50 TIMES.
       01  WS-CLE-CARTE            PIC X(16).

      *─── Parcours du registre des cheques d'un compte ───────────────
       01  WS-CLE-CHEQUE.
           05  WS-CLE-CHQ-COMPTE   PIC X(11).
           05  WS-CLE-CHQ-NUMERO   PIC 9(7).
       01  WS-CHQ-SUIVANT          PIC 9(7) VALUE 0.

       01  WS-CLE-SUCCES.
           05  WS-CLE-SUC-CLIENT   PIC X(6).
           05  WS-CLE-SUC-LIGNE    PIC 9(3).
       01  WS-CLE-BLOCAGE.
           05  WS-CLE-BLQ-COMPTE   PIC X(11).
           05  WS-CLE-BLQ-NUMERO   PIC 9(8).

      *─── Cumuls de la declaration ───────────────────────────────────
       01  WS-NB-CARTES            PIC 9(3) VALUE 0.
       01  WS-NB-CHEQUES           PIC 9(5) VALUE 0.
       01  WS-NB-ALERTES           PIC 9(3) VALUE 0.

      *─── Versement a un heritier ────────────────────────────────────
       01  WS-LIGNE-COMPTE         PIC 9(3) VALUE 0.
       01  WS-LIGNE-VERSEMENT      PIC 9(3) VALUE 0.
       01  WS-NUM-BLOCAGE          PIC 9(8) VALUE 0.
       01  WS-PLAFOND-BLOCAGE      PIC 9(7)V99 VALUE 9999999.99.

      *─── Journal avant/apres : fichier et cle de l'enregistrement ───
       01  WS-IMG-FICHIER          PIC X(8).
       01  WS-IMG-CLE              PIC X(25).

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

       01  WS-DAO-COMMAREA.
           05  DAO-ACTION          PIC X(4).
           05  DAO-FICHIER         PIC X(8).
           05  DAO-CLE             PIC X(11).
           05  DAO-CLIENT          PIC X(6).
           05  DAO-RESP            PIC 9(4).
           05  DAO-DATA            PIC X(100).

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-DECLARER     VALUE 'D'.
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-VERSER       VALUE 'P'.
               88  CA-REGLER       VALUE 'R'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
           05  CA-NOM              PIC X(25).
           05  CA-DATE-DECES       PIC X(8).
           05  CA-NOTAIRE          PIC X(25).
           05  CA-COMPTE           PIC X(11).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-HERITIER         PIC X(25).
           05  CA-STATUT           PIC X(1).
           05  CA-NB-COMPTES       PIC 9(3).
           05  CA-NB-CARTES        PIC 9(3).
           05  CA-NB-CHEQUES       PIC 9(5).
           05  CA-NB-ALERTES       PIC 9(3).
           05  CA-TOTAL-VERSE      PIC 9(9)V99.
           05  CA-DATE-ATTESTATION PIC X(8).
           05  CA-LIGNE OCCURS 5 TIMES.
               10  CA-LIG-COMPTE       PIC X(11).
               10  CA-LIG-SOLDE-DECES  PIC S9(9)V99.
               10  CA-LIG-SOLDE        PIC S9(9)V99.
               10  CA-LIG-VERSE        PIC 9(9)V99.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(416).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           INITIALIZE WS-SEC-COMMAREA
           EVALUATE TRUE
               WHEN CA-CONSULTER
                   MOVE 'C' TO SEC-FONCTION
               WHEN CA-DECLARER
                   MOVE 'M' TO SEC-FONCTION
               WHEN OTHER
                   MOVE 'X' TO SEC-FONCTION
           END-EVALUATE
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN CA-DECLARER
                       PERFORM 1000-DECLARER THRU 1000-EXIT
                   WHEN CA-CONSULTER
                       PERFORM 2000-CONSULTER THRU 2000-EXIT
                   WHEN CA-VERSER
                       PERFORM 3000-VERSER THRU 3000-EXIT
                   WHEN CA-REGLER
                       PERFORM 4000-REGLER THRU 4000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-DECLARER : declaration du deces, gel de tous les
      * produits du client dans une seule unite logique
      ******************************************************************
       1000-DECLARER.

      *─── Controles de saisie ────────────────────────────────────────
           EVALUATE TRUE
               WHEN CA-CLIENT = SPACES OR CA-CLIENT = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Numero de client obligatoire' TO CA-MESSAGE
               WHEN CA-DATE-DECES NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date du deces invalide (AAAAMMJJ)'
                       TO CA-MESSAGE
               WHEN CA-DATE-DECES > WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date du deces posterieure a ce jour'
                       TO CA-MESSAGE
               WHEN CA-NOTAIRE = SPACES OR CA-NOTAIRE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Notaire charge de la succession obligatoire'
                       TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Client inconnu' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           MOVE CLI-NOM TO CA-NOM

      *─── Un seul dossier par client ─────────────────────────────────
           MOVE CA-CLIENT TO WS-CLE-SUC-CLIENT
           MOVE 0         TO WS-CLE-SUC-LIGNE
           EXEC CICS
               READ FILE('SUCCES')
                    INTO(SUCCES-REC)
                    RIDFLD(WS-CLE-SUCCES)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Succession deja ouverte pour ce client'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-CHARGER-COMPTES THRU 1100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF
           IF WS-NB-CPT = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucun compte au nom de ce client' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           STRING CA-DATE-DECES(7:2) '/' CA-DATE-DECES(5:2) '/'
                  CA-DATE-DECES(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDIT

           PERFORM 1200-GELER-COMPTE THRU 1200-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NB-CPT OR CA-CODE-RETOUR NOT = 00
           IF CA-CODE-RETOUR = 00
               PERFORM 1300-OPPOSER-CARTES THRU 1300-EXIT
           END-IF
           IF CA-CODE-RETOUR = 00
               PERFORM 1400-ANNULER-CHEQUES THRU 1400-EXIT
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-CPT OR CA-CODE-RETOUR NOT = 00
           END-IF
           IF CA-CODE-RETOUR = 00
               PERFORM 1500-ARRETER-ALERTE THRU 1500-EXIT
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-CPT OR CA-CODE-RETOUR NOT = 00
           END-IF
           IF CA-CODE-RETOUR = 00
               PERFORM 1600-ECRIRE-DOSSIER
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 1000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           SET SUC-OUVERTE TO TRUE
           MOVE SUC-STATUT    TO CA-STATUT
           MOVE WS-NB-CPT     TO CA-NB-COMPTES
           MOVE WS-NB-CARTES  TO CA-NB-CARTES
           MOVE WS-NB-CHEQUES TO CA-NB-CHEQUES
           MOVE WS-NB-ALERTES TO CA-NB-ALERTES
           MOVE 0             TO CA-TOTAL-VERSE
           MOVE SPACES        TO CA-DATE-ATTESTATION
           STRING 'Succession ouverte : ' WS-NB-CPT
                  ' compte(s) gele(s)'
               DELIMITED BY SIZE INTO CA-MESSAGE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHARGER-COMPTES : comptes du client par le parcours
      * filtre de CPTEDAO (pas d'index alternatif sur CPT-CLIENT)
      ******************************************************************
       1100-CHARGER-COMPTES.

           MOVE 0 TO WS-NB-CPT
           INITIALIZE WS-DAO-COMMAREA
           MOVE 'FCLI'    TO DAO-ACTION
           MOVE 'COMPTE'  TO DAO-FICHIER
           MOVE CA-CLIENT TO DAO-CLIENT
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC

           PERFORM UNTIL DAO-RESP NOT = 0
               IF WS-NB-CPT >= 20
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Plus de 20 comptes : gel a faire au siege'
                       TO CA-MESSAGE
                   GO TO 1100-EXIT
               END-IF
               MOVE DAO-DATA TO COMPTE-REC
               ADD 1 TO WS-NB-CPT
               MOVE CPT-NUM TO WS-TCP-NUM(WS-NB-CPT)
               MOVE 'NCLI'  TO DAO-ACTION
               MOVE CPT-NUM TO DAO-CLE
               EXEC CICS
                   LINK PROGRAM('CPTEDAO')
                        COMMAREA(WS-DAO-COMMAREA)
               END-EXEC
           END-PERFORM.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-GELER-COMPTE : blocage succession sur le compte WS-IX
      * (montant = solde positif, date de fin 99991231) et ligne
      * compte du dossier
      ******************************************************************
       1200-GELER-COMPTE.

           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(WS-TCP-NUM(WS-IX))
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture compte' TO CA-MESSAGE
               GO TO 1200-EXIT
           END-IF

           PERFORM 1250-NUMEROTER-BLOCAGE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1200-EXIT
           END-IF

           INITIALIZE BLOCAGE-REC
           MOVE CPT-NUM          TO BLQ-COMPTE
           MOVE RNM-DERNIERE-REF TO BLQ-NUMERO
           EVALUATE TRUE
               WHEN CPT-SOLDE > WS-PLAFOND-BLOCAGE
                   MOVE WS-PLAFOND-BLOCAGE TO BLQ-MONTANT
               WHEN CPT-SOLDE > 0
                   MOVE CPT-SOLDE TO BLQ-MONTANT
               WHEN OTHER
                   MOVE 0 TO BLQ-MONTANT
           END-EVALUATE
           SET BLQ-SUCCESSION TO TRUE
           STRING 'DECES LE ' WS-DATE-EDIT
               DELIMITED BY SIZE INTO BLQ-LIBELLE
           SET BLQ-ACTIF TO TRUE
           MOVE WS-DATE-JOUR     TO BLQ-DATE-POSE
           MOVE SEC-USER         TO BLQ-AGENT-POSE
           MOVE '99991231'       TO BLQ-DATE-FIN

           EXEC CICS
               WRITE FILE('BLOCAGE')
                     FROM(BLOCAGE-REC)
                     RIDFLD(BLQ-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur pose du blocage succession' TO CA-MESSAGE
               GO TO 1200-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE

           MOVE 'W'         TO IMG-TYPE
           MOVE SPACES      TO IMG-AVANT
           MOVE BLOCAGE-REC TO IMG-APRES
           MOVE 'BLOCAGE'   TO WS-IMG-FICHIER
           MOVE BLQ-CLE     TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           MOVE SPACES      TO SUCCES-REC
           MOVE CA-CLIENT   TO SUC-CLIENT
           MOVE WS-IX       TO SUC-LIGNE
           SET SUC-COMPTE-GELE TO TRUE
           MOVE CPT-NUM     TO SUC-CPT-NUM
           MOVE CPT-SOLDE   TO SUC-CPT-SOLDE-GEL
           MOVE BLQ-NUMERO  TO SUC-CPT-BLOCAGE
           MOVE 0           TO SUC-CPT-SOLDE-DECES
           MOVE 0           TO SUC-CPT-VERSE
           PERFORM 8200-ECRIRE-SUCCES.

       1200-EXIT.
           EXIT.

      *─── Numero du blocage : meme compteur que BLQTRT ───────────────
       1250-NUMEROTER-BLOCAGE.

           EXEC CICS
               READ FILE('REFNUM')
                    INTO(WS-REFNUM-REC)
                    RIDFLD(WS-CLE-RNM-BLOCAGE)
                    UPDATE
                    RESP(WS-RESP-REF)
           END-EXEC
           EVALUATE WS-RESP-REF
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       REWRITE FILE('REFNUM')
                               FROM(WS-REFNUM-REC)
                               RESP(WS-RESP-REF)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE WS-CLE-RNM-BLOCAGE TO RNM-CLE
                   MOVE 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       WRITE FILE('REFNUM')
                             FROM(WS-REFNUM-REC)
                             RIDFLD(RNM-CLE)
                             RESP(WS-RESP-REF)
                   END-EXEC
           END-EVALUATE
           IF WS-RESP-REF NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Compteur des blocages indisponible'
                   TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 1300-OPPOSER-CARTES : CARTE n'a pas d'index par compte ; les
      * cartes actives des comptes du client sont relevees sur tout
      * le fichier, puis opposees une a une apres la fin du parcours
      ******************************************************************
       1300-OPPOSER-CARTES.

           MOVE 0 TO WS-NB-CRT
           MOVE LOW-VALUES TO WS-CLE-CARTE
           EXEC CICS
               STARTBR FILE('CARTE')
                       RIDFLD(WS-CLE-CARTE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1300-EXIT
           END-IF

           MOVE 0 TO WS-FIN-BROWSE
           PERFORM UNTIL WS-FIN-BROWSE = 1
               EXEC CICS
                   READNEXT FILE('CARTE')
                            INTO(CARTE-REC)
                            RIDFLD(WS-CLE-CARTE)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 1 TO WS-FIN-BROWSE
               ELSE
                   IF CRT-ACTIVE
                       PERFORM 1350-RELEVER-CARTE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS
               ENDBR FILE('CARTE')
           END-EXEC
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1300-EXIT
           END-IF

           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-CRT OR CA-CODE-RETOUR NOT = 00
               EXEC CICS
                   READ FILE('CARTE')
                        INTO(CARTE-REC)
                        RIDFLD(WS-TCR-NUM(WS-JX))
                        UPDATE
                        RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE CARTE-REC TO IMG-AVANT
                   SET CRT-OPPOSEE TO TRUE
                   EXEC CICS
                       REWRITE FILE('CARTE')
                               FROM(CARTE-REC)
                               RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur opposition carte' TO CA-MESSAGE
               ELSE
                   ADD 1 TO WS-NB-CARTES
                   MOVE 'R'       TO IMG-TYPE
                   MOVE CARTE-REC TO IMG-APRES
                   MOVE 'CARTE'   TO WS-IMG-FICHIER
                   MOVE CRT-NUM   TO WS-IMG-CLE
                   PERFORM 8500-JOURNALISER-IMAGES
               END-IF
           END-PERFORM.

       1300-EXIT.
           EXIT.

       1350-RELEVER-CARTE.

           MOVE 0 TO WS-TROUVE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-CPT OR WS-TROUVE = 1
               IF CRT-COMPTE = WS-TCP-NUM(WS-JX)
                   MOVE 1 TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = 1
               IF WS-NB-CRT >= 50
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Plus de 50 cartes : opposition au siege'
                       TO CA-MESSAGE
                   MOVE 1 TO WS-FIN-BROWSE
               ELSE
                   ADD 1 TO WS-NB-CRT
                   MOVE CRT-NUM TO WS-TCR-NUM(WS-NB-CRT)
               END-IF
           END-IF.

      ******************************************************************
      * 1400-ANNULER-CHEQUES : cheques delivres ('D') non encore
      * payes du compte WS-IX mis en opposition ; le parcours est
      * repris apres chaque mise a jour (cf. CPTEDAO NCLI)
      ******************************************************************
       1400-ANNULER-CHEQUES.

           MOVE 0 TO WS-CHQ-SUIVANT
           MOVE 0 TO WS-FIN-BROWSE
           PERFORM 1450-ANNULER-CHEQUE-SUIVANT THRU 1450-EXIT
               UNTIL WS-FIN-BROWSE = 1.

       1400-EXIT.
           EXIT.

       1450-ANNULER-CHEQUE-SUIVANT.

           MOVE WS-TCP-NUM(WS-IX) TO WS-CLE-CHQ-COMPTE
           MOVE WS-CHQ-SUIVANT    TO WS-CLE-CHQ-NUMERO
           EXEC CICS
               STARTBR FILE('CHEQREG')
                       RIDFLD(WS-CLE-CHEQUE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 1 TO WS-FIN-BROWSE
               GO TO 1450-EXIT
           END-IF

           MOVE 0 TO WS-TROUVE
           PERFORM UNTIL WS-TROUVE = 1 OR WS-FIN-BROWSE = 1
               EXEC CICS
                   READNEXT FILE('CHEQREG')
                            INTO(CHEQREG-REC)
                            RIDFLD(WS-CLE-CHEQUE)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR CHQ-COMPTE NOT = WS-TCP-NUM(WS-IX)
                   MOVE 1 TO WS-FIN-BROWSE
               ELSE
                   IF CHQ-DELIVRE
                       MOVE 1 TO WS-TROUVE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS
               ENDBR FILE('CHEQREG')
           END-EXEC
           IF WS-TROUVE = 0
               GO TO 1450-EXIT
           END-IF

           EXEC CICS
               READ FILE('CHEQREG')
                    INTO(CHEQREG-REC)
                    RIDFLD(CHQ-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET CHQ-OPPOSE TO TRUE
               EXEC CICS
                   REWRITE FILE('CHEQREG')
                           FROM(CHEQREG-REC)
                           RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur annulation des cheques' TO CA-MESSAGE
               MOVE 1 TO WS-FIN-BROWSE
               GO TO 1450-EXIT
           END-IF
           ADD 1 TO WS-NB-CHEQUES

           IF CHQ-NUMERO = 9999999
               MOVE 1 TO WS-FIN-BROWSE
           ELSE
               COMPUTE WS-CHQ-SUIVANT = CHQ-NUMERO + 1
           END-IF.

       1450-EXIT.
           EXIT.

      *─── Alerte de solde du compte WS-IX arretee (cf. ALRTTRT 'R') ──
       1500-ARRETER-ALERTE.

           EXEC CICS
               READ FILE('ALERTE')
                    INTO(ALERTE-REC)
                    RIDFLD(WS-TCP-NUM(WS-IX))
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1500-EXIT
           END-IF
           IF NOT ALR-EST-ACTIF
               EXEC CICS
                   UNLOCK FILE('ALERTE')
               END-EXEC
               GO TO 1500-EXIT
           END-IF

           MOVE 'N' TO ALR-ACTIF
           EXEC CICS
               REWRITE FILE('ALERTE')
                       FROM(ALERTE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur arret des alertes' TO CA-MESSAGE
           ELSE
               ADD 1 TO WS-NB-ALERTES
           END-IF.

       1500-EXIT.
           EXIT.

      *─── Ligne 000 du dossier : le batch SUCBAT prend le relais ─────
       1600-ECRIRE-DOSSIER.

           MOVE SPACES        TO SUCCES-REC
           MOVE CA-CLIENT     TO SUC-CLIENT
           MOVE 0             TO SUC-LIGNE
           SET SUC-DOSSIER    TO TRUE
           MOVE CA-DATE-DECES TO SUC-DATE-DECES
           MOVE WS-DATE-JOUR  TO SUC-DATE-OUVERTURE
           MOVE SEC-USER      TO SUC-AGENT-OUVERTURE
           MOVE CA-NOTAIRE    TO SUC-NOTAIRE
           SET SUC-OUVERTE    TO TRUE
           MOVE WS-NB-CPT     TO SUC-NB-COMPTES
           MOVE WS-NB-CARTES  TO SUC-NB-CARTES
           MOVE WS-NB-CHEQUES TO SUC-NB-CHEQUES
           MOVE WS-NB-ALERTES TO SUC-NB-ALERTES
           MOVE 0             TO SUC-TOTAL-VERSE
           MOVE WS-NB-CPT     TO SUC-DERNIERE-LIGNE
           SET SUC-ATTEST-A-EDITER    TO TRUE
           SET SUC-CHAINE-A-SUSPENDRE TO TRUE
           PERFORM 8200-ECRIRE-SUCCES.

      ******************************************************************
      * 2000-CONSULTER : dossier et cinq premiers comptes geles
      ******************************************************************
       2000-CONSULTER.

           PERFORM 8100-LIRE-DOSSIER
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CLI-NOM TO CA-NOM
           ELSE
               MOVE SPACES TO CA-NOM
           END-IF

           MOVE SUC-DATE-DECES       TO CA-DATE-DECES
           MOVE SUC-NOTAIRE          TO CA-NOTAIRE
           MOVE SUC-STATUT           TO CA-STATUT
           MOVE SUC-NB-COMPTES       TO CA-NB-COMPTES
           MOVE SUC-NB-CARTES        TO CA-NB-CARTES
           MOVE SUC-NB-CHEQUES       TO CA-NB-CHEQUES
           MOVE SUC-NB-ALERTES       TO CA-NB-ALERTES
           MOVE SUC-TOTAL-VERSE      TO CA-TOTAL-VERSE
           MOVE SUC-DATE-ATTESTATION TO CA-DATE-ATTESTATION
           IF SUC-REGLEE
               MOVE SPACES TO CA-MESSAGE
               STRING 'Succession reglee le '
                      SUC-DATE-REGLEMENT(7:2) '/'
                      SUC-DATE-REGLEMENT(5:2) '/'
                      SUC-DATE-REGLEMENT(1:4)
                   DELIMITED BY SIZE INTO CA-MESSAGE
           ELSE
               MOVE 'Succession ouverte : comptes geles' TO CA-MESSAGE
           END-IF

           MOVE SUC-NB-COMPTES TO WS-NB-CPT
           PERFORM 2100-LIRE-COMPTE-GELE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NB-CPT OR WS-IX > 5.

       2000-EXIT.
           EXIT.

       2100-LIRE-COMPTE-GELE.

           MOVE CA-CLIENT TO WS-CLE-SUC-CLIENT
           MOVE WS-IX     TO WS-CLE-SUC-LIGNE
           EXEC CICS
               READ FILE('SUCCES')
                    INTO(SUCCES-REC)
                    RIDFLD(WS-CLE-SUCCES)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SUC-CPT-NUM         TO CA-LIG-COMPTE(WS-IX)
               MOVE SUC-CPT-SOLDE-DECES TO CA-LIG-SOLDE-DECES(WS-IX)
               MOVE SUC-CPT-VERSE       TO CA-LIG-VERSE(WS-IX)
               EXEC CICS
                   READ FILE('COMPTE')
                        INTO(COMPTE-REC)
                        RIDFLD(SUC-CPT-NUM)
                        RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE CPT-SOLDE TO CA-LIG-SOLDE(WS-IX)
               END-IF
           END-IF.

      ******************************************************************
      * 3000-VERSER : versement a un heritier sur un compte gele ;
      * debit du compte, journal MVTJRN, blocage succession ramene
      * au nouveau solde, ligne de versement et cumuls du dossier
      ******************************************************************
       3000-VERSER.

           EVALUATE TRUE
               WHEN CA-MONTANT NOT NUMERIC
                    OR CA-MONTANT = 0
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Montant du versement obligatoire'
                       TO CA-MESSAGE
               WHEN CA-HERITIER = SPACES OR CA-HERITIER = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Heritier beneficiaire obligatoire'
                       TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF

           PERFORM 8100-LIRE-DOSSIER
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF
           IF SUC-REGLEE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Succession deja reglee' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

      *─── Le compte doit faire partie de la succession ───────────────
           MOVE SUC-NB-COMPTES TO WS-NB-CPT
           MOVE 0 TO WS-LIGNE-COMPTE
           PERFORM 3100-CHERCHER-COMPTE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NB-CPT OR WS-LIGNE-COMPTE > 0
           IF WS-LIGNE-COMPTE = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte hors de cette succession' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

      *─── Debit du compte gele (CPTEDAO, controle de version) ────────
           INITIALIZE WS-DAO-COMMAREA
           MOVE 'UPDT'    TO DAO-ACTION
           MOVE 'COMPTE'  TO DAO-FICHIER
           MOVE CA-COMPTE TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture compte' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           MOVE DAO-DATA TO COMPTE-REC

           IF CA-MONTANT > CPT-SOLDE
               MOVE 31 TO CA-CODE-RETOUR
               MOVE 'Montant superieur au solde du compte'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           SUBTRACT CA-MONTANT FROM CPT-SOLDE
           MOVE EIBDATE TO CPT-DATEDER
           MOVE 'REWT'     TO DAO-ACTION
           MOVE COMPTE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour compte' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE

      *─── Le gel suit le solde restant ───────────────────────────────
           MOVE CA-COMPTE      TO WS-CLE-BLQ-COMPTE
           MOVE WS-NUM-BLOCAGE TO WS-CLE-BLQ-NUMERO
           EXEC CICS
               READ FILE('BLOCAGE')
                    INTO(BLOCAGE-REC)
                    RIDFLD(WS-CLE-BLOCAGE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE BLOCAGE-REC TO IMG-AVANT
               EVALUATE TRUE
                   WHEN CPT-SOLDE > WS-PLAFOND-BLOCAGE
                       MOVE WS-PLAFOND-BLOCAGE TO BLQ-MONTANT
                   WHEN CPT-SOLDE > 0
                       MOVE CPT-SOLDE TO BLQ-MONTANT
                   WHEN OTHER
                       MOVE 0 TO BLQ-MONTANT
               END-EVALUATE
               EXEC CICS
                   REWRITE FILE('BLOCAGE')
                           FROM(BLOCAGE-REC)
                           RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour du blocage succession'
                   TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF
           MOVE 'R'         TO IMG-TYPE
           MOVE BLOCAGE-REC TO IMG-APRES
           MOVE 'BLOCAGE'   TO WS-IMG-FICHIER
           MOVE BLQ-CLE     TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

      *─── Journal du mouvement (cf. MVTTRT) ──────────────────────────
           PERFORM 7600-ALLOUER-REFERENCE
           INITIALIZE MVTJRN-REC
           MOVE CA-COMPTE    TO JRN-COMPTE
           MOVE EIBDATE      TO JRN-DATE
           MOVE EIBTIME      TO JRN-HEURE
           MOVE SEC-USER     TO JRN-GUICHETIER
           SET JRN-RETRAIT   TO TRUE
           MOVE CA-MONTANT   TO JRN-MONTANT
           MOVE CPT-SOLDE    TO JRN-SOLDE-APRES
           MOVE WS-REFERENCE TO JRN-REFERENCE
           EXEC CICS
               WRITE FILE('MVTJRN')
                     FROM(MVTJRN-REC)
                     RIDFLD(JRN-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur journal du versement' TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

      *─── Cumul du compte au dossier ─────────────────────────────────
           MOVE CA-CLIENT       TO WS-CLE-SUC-CLIENT
           MOVE WS-LIGNE-COMPTE TO WS-CLE-SUC-LIGNE
           PERFORM 8300-LIRE-SUCCES-MAJ
           IF CA-CODE-RETOUR = 00
               ADD CA-MONTANT TO SUC-CPT-VERSE
               PERFORM 8400-REECRIRE-SUCCES
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

      *─── Cumul du dossier et numero de la ligne de versement ───────
           MOVE 0 TO WS-CLE-SUC-LIGNE
           PERFORM 8300-LIRE-SUCCES-MAJ
           IF CA-CODE-RETOUR = 00
               IF SUC-DERNIERE-LIGNE >= 999
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Dossier de succession plein' TO CA-MESSAGE
                   EXEC CICS
                       UNLOCK FILE('SUCCES')
                   END-EXEC
               ELSE
                   ADD 1 TO SUC-DERNIERE-LIGNE
                   MOVE SUC-DERNIERE-LIGNE TO WS-LIGNE-VERSEMENT
                   ADD CA-MONTANT TO SUC-TOTAL-VERSE
                   MOVE SUC-TOTAL-VERSE TO CA-TOTAL-VERSE
                   PERFORM 8400-REECRIRE-SUCCES
               END-IF
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES             TO SUCCES-REC
           MOVE CA-CLIENT          TO SUC-CLIENT
           MOVE WS-LIGNE-VERSEMENT TO SUC-LIGNE
           SET SUC-VERSEMENT       TO TRUE
           MOVE CA-COMPTE          TO SUC-VER-COMPTE
           MOVE CA-HERITIER        TO SUC-VER-HERITIER
           MOVE CA-MONTANT         TO SUC-VER-MONTANT
           MOVE WS-DATE-JOUR       TO SUC-VER-DATE
           MOVE SEC-USER           TO SUC-VER-AGENT
           MOVE WS-REFERENCE       TO SUC-VER-REFERENCE
           PERFORM 8200-ECRIRE-SUCCES
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           MOVE SPACES TO CA-MESSAGE
           STRING 'Versement enregistre, reference ' WS-REFERENCE
               DELIMITED BY SIZE INTO CA-MESSAGE.

       3000-EXIT.
           EXIT.

       3100-CHERCHER-COMPTE.

           MOVE CA-CLIENT TO WS-CLE-SUC-CLIENT
           MOVE WS-IX     TO WS-CLE-SUC-LIGNE
           EXEC CICS
               READ FILE('SUCCES')
                    INTO(SUCCES-REC)
                    RIDFLD(WS-CLE-SUCCES)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND SUC-CPT-NUM = CA-COMPTE
               MOVE WS-IX           TO WS-LIGNE-COMPTE
               MOVE SUC-CPT-BLOCAGE TO WS-NUM-BLOCAGE
           END-IF.

      ******************************************************************
      * 4000-REGLER : succession reglee - les blocages succession
      * sont leves, le dossier est clos
      ******************************************************************
       4000-REGLER.

           PERFORM 8100-LIRE-DOSSIER
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF
           IF SUC-REGLEE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Succession deja reglee' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           MOVE SUC-NB-COMPTES TO WS-NB-CPT
           PERFORM 4100-LEVER-GEL THRU 4100-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NB-CPT OR CA-CODE-RETOUR NOT = 00
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF

           MOVE CA-CLIENT TO WS-CLE-SUC-CLIENT
           MOVE 0         TO WS-CLE-SUC-LIGNE
           PERFORM 8300-LIRE-SUCCES-MAJ
           IF CA-CODE-RETOUR = 00
               SET SUC-REGLEE TO TRUE
               MOVE WS-DATE-JOUR TO SUC-DATE-REGLEMENT
               MOVE SEC-USER     TO SUC-AGENT-REGLEMENT
               PERFORM 8400-REECRIRE-SUCCES
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           MOVE SUC-STATUT TO CA-STATUT
           MOVE 'Succession reglee : comptes degeles' TO CA-MESSAGE.

       4000-EXIT.
           EXIT.

       4100-LEVER-GEL.

           MOVE CA-CLIENT TO WS-CLE-SUC-CLIENT
           MOVE WS-IX     TO WS-CLE-SUC-LIGNE
           EXEC CICS
               READ FILE('SUCCES')
                    INTO(SUCCES-REC)
                    RIDFLD(WS-CLE-SUCCES)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4100-EXIT
           END-IF

           MOVE SUC-CPT-NUM     TO WS-CLE-BLQ-COMPTE
           MOVE SUC-CPT-BLOCAGE TO WS-CLE-BLQ-NUMERO
           EXEC CICS
               READ FILE('BLOCAGE')
                    INTO(BLOCAGE-REC)
                    RIDFLD(WS-CLE-BLOCAGE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4100-EXIT
           END-IF
           IF NOT BLQ-ACTIF
               EXEC CICS
                   UNLOCK FILE('BLOCAGE')
               END-EXEC
               GO TO 4100-EXIT
           END-IF

           MOVE BLOCAGE-REC  TO IMG-AVANT
           SET BLQ-LEVE      TO TRUE
           MOVE WS-DATE-JOUR TO BLQ-DATE-LEVEE
           MOVE SEC-USER     TO BLQ-AGENT-LEVEE
           EXEC CICS
               REWRITE FILE('BLOCAGE')
                       FROM(BLOCAGE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur levee du blocage succession'
                   TO CA-MESSAGE
               GO TO 4100-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE
           MOVE 'R'         TO IMG-TYPE
           MOVE BLOCAGE-REC TO IMG-APRES
           MOVE 'BLOCAGE'   TO WS-IMG-FICHIER
           MOVE BLQ-CLE     TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 7600-ALLOUER-REFERENCE : reference unique du mouvement,
      * tiree du compteur REFNUM (cf. MVTTRT) ; compteur
      * indisponible = reference zero
      ******************************************************************
       7600-ALLOUER-REFERENCE.

           MOVE 0 TO WS-REFERENCE
           EXEC CICS
               READ FILE('REFNUM')
                    INTO(WS-REFNUM-REC)
                    RIDFLD(WS-CLE-REFNUM)
                    UPDATE
                    RESP(WS-RESP-REF)
           END-EXEC
           IF WS-RESP-REF = DFHRESP(NORMAL)
               ADD 1 TO RNM-DERNIERE-REF
               MOVE RNM-DERNIERE-REF TO WS-REFERENCE
               EXEC CICS
                   REWRITE FILE('REFNUM')
                           FROM(WS-REFNUM-REC)
                           RESP(WS-RESP-REF)
               END-EXEC
           END-IF.

      ******************************************************************
      * 8000-ANNULER : annulation de l'unite logique entamee
      * (les mises a jour deja posees sont defaites par le ROLLBACK)
      ******************************************************************
       8000-ANNULER.

           IF WS-MAJ-ENGAGEE = 1
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

      *─── Ligne 000 du dossier du client CA-CLIENT ───────────────────
       8100-LIRE-DOSSIER.

           MOVE CA-CLIENT TO WS-CLE-SUC-CLIENT
           MOVE 0         TO WS-CLE-SUC-LIGNE
           EXEC CICS
               READ FILE('SUCCES')
                    INTO(SUCCES-REC)
                    RIDFLD(WS-CLE-SUCCES)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucune succession pour ce client' TO CA-MESSAGE
           END-IF.

      *─── Creation d'une ligne du dossier, journalisee ───────────────
       8200-ECRIRE-SUCCES.

           EXEC CICS
               WRITE FILE('SUCCES')
                     FROM(SUCCES-REC)
                     RIDFLD(SUC-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture du dossier de succession'
                   TO CA-MESSAGE
           ELSE
               MOVE 1 TO WS-MAJ-ENGAGEE
               MOVE 'W'        TO IMG-TYPE
               MOVE SPACES     TO IMG-AVANT
               MOVE SUCCES-REC TO IMG-APRES
               MOVE 'SUCCES'   TO WS-IMG-FICHIER
               MOVE SUC-CLE    TO WS-IMG-CLE
               PERFORM 8500-JOURNALISER-IMAGES
           END-IF.

      *─── Lecture pour mise a jour de la ligne WS-CLE-SUCCES ─────────
       8300-LIRE-SUCCES-MAJ.

           EXEC CICS
               READ FILE('SUCCES')
                    INTO(SUCCES-REC)
                    RIDFLD(WS-CLE-SUCCES)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture du dossier de succession'
                   TO CA-MESSAGE
           ELSE
               MOVE SUCCES-REC TO IMG-AVANT
           END-IF.

       8400-REECRIRE-SUCCES.

           EXEC CICS
               REWRITE FILE('SUCCES')
                       FROM(SUCCES-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour du dossier de succession'
                   TO CA-MESSAGE
           ELSE
               MOVE 'R'        TO IMG-TYPE
               MOVE SUCCES-REC TO IMG-APRES
               MOVE 'SUCCES'   TO WS-IMG-FICHIER
               MOVE SUC-CLE    TO WS-IMG-CLE
               PERFORM 8500-JOURNALISER-IMAGES
           END-IF.

      ******************************************************************
      * 8500-JOURNALISER-IMAGES : une ligne IMGJRN par mise a jour,
      * meme convention que CPTEDAO (fichier + cle + sequence de
      * degagement). Un incident du journal n'interrompt pas l'acte.
      ******************************************************************
       8500-JOURNALISER-IMAGES.

           MOVE EIBDATE        TO IMG-DATE
           MOVE EIBTIME        TO IMG-HEURE
           MOVE EIBTASKN       TO IMG-TACHE
           MOVE WS-IMG-FICHIER TO IMG-FICHIER
           MOVE WS-IMG-CLE     TO IMG-CLE-ENR
           MOVE 0 TO WS-JRN-SEQ
           MOVE WS-JRN-SEQ TO IMG-SEQ

           EXEC CICS
               WRITE FILE('IMGJRN')
                     FROM(IMGJRN-REC)
                     RIDFLD(IMG-CLE)
                     RESP(WS-RESP-JRN)
           END-EXEC

           PERFORM UNTIL WS-RESP-JRN NOT = DFHRESP(DUPREC)
                      OR WS-JRN-SEQ >= 99
               ADD 1 TO WS-JRN-SEQ
               MOVE WS-JRN-SEQ TO IMG-SEQ
               EXEC CICS
                   WRITE FILE('IMGJRN')
                         FROM(IMGJRN-REC)
                         RIDFLD(IMG-CLE)
                         RESP(WS-RESP-JRN)
               END-EXEC
           END-PERFORM.
