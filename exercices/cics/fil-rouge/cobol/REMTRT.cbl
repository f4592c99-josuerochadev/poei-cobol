      ******************************************************************
      * Programme : REMTRT - Remises de cheques (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Enregistrer et consulter les remises de cheques
      *             deposees au guichet
      *
      * Description :
      * - Action 'S' : saisie d'un bordereau de remise (jusqu'a 5
      *   cheques : banque tiree, numero, montant) - le compte doit
      *   exister et ne pas etre a terme ; numero de remise tire du
      *   compteur REFNUM (cle 'REMISE'). Chaque cheque est ecrit
      *   dans REMCHQ au statut 'E' (en attente d'encaissement) : le
      *   compte n'est pas credite ici, REMBAT le credite apres le
      *   delai d'encaissement
      * - Action 'C' : consultation d'une remise - compte, cheques
      *   avec leur statut, total et total encore en attente
      * - Consultation : tout profil signe (SECTRT 'C') ; saisie :
      *   guichetiers signes (SECTRT 'M'), chaque cheque journalise
      *   dans IMGJRN (meme convention que CPTEDAO)
      *
      * Appel : Via LINK depuis REMPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY REMCHQ.
           COPY COMPTE.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-FIN-BROWSE           PIC 9 VALUE 0.
       01  WS-IX                   PIC 9(2) VALUE 0.
       01  WS-NB-SAISIS            PIC 9(2) VALUE 0.

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

      *─── Compteur des numeros de remise (REFNUM) ────────────────────
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).
       01  WS-CLE-REFNUM           PIC X(8) VALUE 'REMISE'.

       01  WS-CLE-REMISE.
           05  WS-CLE-NUMERO       PIC 9(8).
           05  WS-CLE-LIGNE        PIC 9(2).

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-SAISIR       VALUE 'S'.
               88  CA-CONSULTER    VALUE 'C'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-COMPTE           PIC X(11).
           05  CA-REMISE           PIC 9(8).
           05  CA-DATE-REMISE      PIC X(8).
           05  CA-CHEQUE OCCURS 5 TIMES.
               10  CA-BANQUE       PIC X(5).
               10  CA-NUM-CHEQUE   PIC X(7).
               10  CA-MONTANT      PIC 9(7)V99.
               10  CA-STATUT       PIC X(1).
           05  CA-TOTAL            PIC 9(9)V99.
           05  CA-TOTAL-ATTENTE    PIC 9(9)V99.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(212).

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
               EVALUATE TRUE
                   WHEN CA-SAISIR
                       PERFORM 1000-SAISIR THRU 1000-EXIT
                   WHEN CA-CONSULTER
                       PERFORM 2000-CONSULTER THRU 2000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

       1000-SAISIR.

      *─── Controles de saisie : au moins un cheque, chaque cheque
      *    porte banque, numero et montant ──────────────────────────
           MOVE 0 TO WS-NB-SAISIS
           MOVE 0 TO CA-TOTAL
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 5 OR CA-CODE-RETOUR NOT = 00
               IF CA-MONTANT(WS-IX) NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Montant de cheque invalide' TO CA-MESSAGE
               ELSE
                   IF CA-MONTANT(WS-IX) > 0
                       IF CA-BANQUE(WS-IX) NOT NUMERIC
                           OR CA-NUM-CHEQUE(WS-IX) NOT NUMERIC
                           MOVE 30 TO CA-CODE-RETOUR
                           MOVE
                             'Banque tiree et numero de cheque requis'
                               TO CA-MESSAGE
                       ELSE
                           ADD 1 TO WS-NB-SAISIS
                           ADD CA-MONTANT(WS-IX) TO CA-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF
           IF WS-NB-SAISIS = 0
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Au moins un cheque a remettre' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

      *─── Le compte doit exister et ne pas etre a terme ──────────────
           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(CA-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte non trouve' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF CPT-TERME
               MOVE 36 TO CA-CODE-RETOUR
               MOVE 'Compte a terme : remise de cheques impossible'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

      *─── Numero de remise (compteur cree a la premiere remise) ──────
           EXEC CICS
               READ FILE('REFNUM')
                    INTO(WS-REFNUM-REC)
                    RIDFLD(WS-CLE-REFNUM)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       REWRITE FILE('REFNUM')
                               FROM(WS-REFNUM-REC)
                               RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE WS-CLE-REFNUM TO RNM-CLE
                   MOVE 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       WRITE FILE('REFNUM')
                             FROM(WS-REFNUM-REC)
                             RIDFLD(RNM-CLE)
                             RESP(WS-RESP)
                   END-EXEC
           END-EVALUATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Compteur des remises indisponible' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           MOVE RNM-DERNIERE-REF TO CA-REMISE
           MOVE WS-DATE-JOUR     TO CA-DATE-REMISE

      *─── Une ligne REMCHQ par cheque ; le bordereau est ecrit en
      *    une seule unite logique ─────────────────────────────────
           MOVE 0 TO WS-NB-SAISIS
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 5 OR CA-CODE-RETOUR NOT = 00
               IF CA-MONTANT(WS-IX) > 0
                   PERFORM 1500-ECRIRE-CHEQUE
               ELSE
                   MOVE SPACES TO CA-STATUT(WS-IX)
               END-IF
           END-PERFORM
           IF CA-CODE-RETOUR NOT = 00
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               GO TO 1000-EXIT
           END-IF

           MOVE CA-TOTAL TO CA-TOTAL-ATTENTE
           MOVE 'Remise enregistree - credit apres encaissement'
               TO CA-MESSAGE.

       1000-EXIT.
           EXIT.

       1500-ECRIRE-CHEQUE.

           ADD 1 TO WS-NB-SAISIS
           INITIALIZE REMCHQ-REC
           MOVE CA-REMISE             TO RCH-REMISE
           MOVE WS-NB-SAISIS          TO RCH-LIGNE
           MOVE CA-COMPTE             TO RCH-COMPTE
           MOVE CA-BANQUE(WS-IX)      TO RCH-BANQUE
           MOVE CA-NUM-CHEQUE(WS-IX)  TO RCH-NUM-CHEQUE
           MOVE CA-MONTANT(WS-IX)     TO RCH-MONTANT
           SET RCH-EN-ATTENTE TO TRUE
           MOVE WS-DATE-JOUR          TO RCH-DATE-REMISE
           MOVE SEC-USER              TO RCH-GUICHETIER

           EXEC CICS
               WRITE FILE('REMCHQ')
                     FROM(REMCHQ-REC)
                     RIDFLD(RCH-CLE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RCH-STATUT TO CA-STATUT(WS-IX)
               MOVE 'W' TO IMG-TYPE
               MOVE SPACES TO IMG-AVANT
               MOVE REMCHQ-REC TO IMG-APRES
               PERFORM 8500-JOURNALISER-IMAGES
           ELSE
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture de la remise' TO CA-MESSAGE
           END-IF.

       2000-CONSULTER.

           MOVE CA-REMISE TO WS-CLE-NUMERO
           MOVE 0         TO WS-CLE-LIGNE
           MOVE 0 TO CA-TOTAL
           MOVE 0 TO CA-TOTAL-ATTENTE
           MOVE SPACES TO CA-COMPTE
           MOVE 0 TO WS-IX
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE SPACES TO CA-BANQUE(WS-IX)
               MOVE SPACES TO CA-NUM-CHEQUE(WS-IX)
               MOVE 0      TO CA-MONTANT(WS-IX)
               MOVE SPACES TO CA-STATUT(WS-IX)
           END-PERFORM

           EXEC CICS
               STARTBR FILE('REMCHQ')
                       RIDFLD(WS-CLE-REMISE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Remise inconnue' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-IX
           MOVE 0 TO WS-FIN-BROWSE
           PERFORM UNTIL WS-FIN-BROWSE = 1
               EXEC CICS
                   READNEXT FILE('REMCHQ')
                            INTO(REMCHQ-REC)
                            RIDFLD(WS-CLE-REMISE)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR RCH-REMISE NOT = CA-REMISE
                   OR WS-IX >= 5
                   MOVE 1 TO WS-FIN-BROWSE
               ELSE
                   ADD 1 TO WS-IX
                   MOVE RCH-COMPTE      TO CA-COMPTE
                   MOVE RCH-DATE-REMISE TO CA-DATE-REMISE
                   MOVE RCH-BANQUE      TO CA-BANQUE(WS-IX)
                   MOVE RCH-NUM-CHEQUE  TO CA-NUM-CHEQUE(WS-IX)
                   MOVE RCH-MONTANT     TO CA-MONTANT(WS-IX)
                   MOVE RCH-STATUT      TO CA-STATUT(WS-IX)
                   ADD RCH-MONTANT TO CA-TOTAL
                   IF RCH-EN-ATTENTE
                       ADD RCH-MONTANT TO CA-TOTAL-ATTENTE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS
               ENDBR FILE('REMCHQ')
           END-EXEC

           IF WS-IX = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Remise inconnue' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF
           IF CA-TOTAL-ATTENTE > 0
               MOVE 'Remise en attente d encaissement' TO CA-MESSAGE
           ELSE
               MOVE 'Remise denouee' TO CA-MESSAGE
           END-IF.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 8500-JOURNALISER-IMAGES : une ligne IMGJRN par mise a jour,
      * meme convention que CPTEDAO (fichier + cle + sequence de
      * degagement). Un incident du journal n'interrompt pas l'acte.
      ******************************************************************
       8500-JOURNALISER-IMAGES.

           MOVE EIBDATE  TO IMG-DATE
           MOVE EIBTIME  TO IMG-HEURE
           MOVE EIBTASKN TO IMG-TACHE
           MOVE 'REMCHQ' TO IMG-FICHIER
           MOVE RCH-CLE TO IMG-CLE-ENR
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
