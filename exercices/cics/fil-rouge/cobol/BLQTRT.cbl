      ******************************************************************
      * Programme : BLQTRT - Blocages de fonds (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Poser, lever, consulter et totaliser les
      *             blocages de fonds du fichier BLOCAGE
      *
      * Description :
      * - Action 'P' : pose d'un blocage - le compte doit exister ;
      *   montant, motif (LIT, CRT, NOT, AUT) et date de fin
      *   AAAAMMJJ non passee obligatoires ; numero tire du
      *   compteur REFNUM (cle 'BLOCAGE')
      * - Action 'L' : levee d'un blocage actif (compte + numero)
      * - Action 'C' : consultation - le blocage demande s'il y a
      *   un numero, et dans tous les cas le total bloque et le
      *   solde disponible du compte
      * - Action 'T' : total des blocages actifs du compte (appel
      *   de MVTTRT et VIRTRT pour le controle de provision) ;
      *   CA-GELE vaut 'O' si un blocage succession ('SUC') actif
      *   gele le compte
      * - Les blocages 'SUC' sont poses et leves par SUCTRT : leur
      *   levee est refusee ici (code 23) ; de meme les blocages
      *   'SAI', tenus par le registre des saisies (SAITRT)
      * - Un blocage est actif tant qu'il n'est pas leve et que sa
      *   date de fin n'est pas depassee ; BLQBAT constate chaque
      *   nuit les echeances
      * - Solde disponible = CPT-SOLDE + decouvert autorise en
      *   cours de validite - blocages actifs
      * - Consultation : tout profil signe (SECTRT 'C') ; pose et
      *   levee : guichetiers signes (SECTRT 'M'), chaque mise a
      *   jour journalisee avant/apres dans IMGJRN (meme convention
      *   que CPTEDAO)
      *
      * Appel : Via LINK depuis BLQPRES, MVTTRT et VIRTRT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLQTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY BLOCAGE.
           COPY COMPTE.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-FIN-BROWSE           PIC 9 VALUE 0.

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

      *─── Compteur des numeros de blocage (REFNUM) ───────────────────
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).
       01  WS-CLE-REFNUM           PIC X(8) VALUE 'BLOCAGE'.

       01  WS-CLE-BLOCAGE.
           05  WS-CLE-COMPTE       PIC X(11).
           05  WS-CLE-NUMERO       PIC 9(8).
       01  WS-PLANCHER             PIC S9(9)V99 VALUE 0.

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-POSER        VALUE 'P'.
               88  CA-LEVER        VALUE 'L'.
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-TOTALISER    VALUE 'T'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-COMPTE           PIC X(11).
           05  CA-NUMERO           PIC 9(8).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-MOTIF            PIC X(3).
           05  CA-LIBELLE          PIC X(25).
           05  CA-DATE-FIN         PIC X(8).
           05  CA-STATUT           PIC X(1).
           05  CA-TOTAL-BLOQUE     PIC 9(9)V99.
           05  CA-NB-BLOCAGES      PIC 9(3).
           05  CA-SOLDE            PIC S9(9)V99.
           05  CA-DISPONIBLE       PIC S9(9)V99.
           05  CA-GELE             PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(155).

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

      *─── Le total est demande par des traitements qui ont deja
      *    verifie l'habilitation du guichetier ─────────────────────
           IF CA-TOTALISER
               PERFORM 4000-TOTALISER THRU 4000-EXIT
           ELSE
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
                       WHEN CA-POSER
                           PERFORM 1000-POSER THRU 1000-EXIT
                       WHEN CA-LEVER
                           PERFORM 2000-LEVER THRU 2000-EXIT
                       WHEN CA-CONSULTER
                           PERFORM 3000-CONSULTER THRU 3000-EXIT
                       WHEN OTHER
                           MOVE 98 TO CA-CODE-RETOUR
                           MOVE 'Action inconnue' TO CA-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

       1000-POSER.

      *─── Controles de saisie ────────────────────────────────────────
           MOVE CA-MOTIF TO BLQ-MOTIF
           EVALUATE TRUE
               WHEN CA-MONTANT NOT NUMERIC
                    OR CA-MONTANT = 0
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Montant du blocage obligatoire' TO CA-MESSAGE
               WHEN NOT BLQ-MOTIF-VALIDE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Motif LIT, CRT, NOT ou AUT (saisie : SAIS)'
                       TO CA-MESSAGE
               WHEN CA-DATE-FIN NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date de fin invalide (AAAAMMJJ)'
                       TO CA-MESSAGE
               WHEN CA-DATE-FIN < WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date de fin deja passee' TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

      *─── Le compte doit exister ─────────────────────────────────────
           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(CA-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte inconnu' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

      *─── Numero du blocage (compteur cree au premier blocage) ───────
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
               MOVE 'Compteur des blocages indisponible'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           INITIALIZE BLOCAGE-REC
           MOVE CA-COMPTE        TO BLQ-COMPTE
           MOVE RNM-DERNIERE-REF TO BLQ-NUMERO
           MOVE CA-MONTANT       TO BLQ-MONTANT
           MOVE CA-MOTIF         TO BLQ-MOTIF
           MOVE CA-LIBELLE       TO BLQ-LIBELLE
           SET BLQ-ACTIF TO TRUE
           MOVE WS-DATE-JOUR     TO BLQ-DATE-POSE
           MOVE SEC-USER         TO BLQ-AGENT-POSE
           MOVE CA-DATE-FIN      TO BLQ-DATE-FIN

           EXEC CICS
               WRITE FILE('BLOCAGE')
                     FROM(BLOCAGE-REC)
                     RIDFLD(BLQ-CLE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur pose du blocage' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE 'W' TO IMG-TYPE
           MOVE SPACES TO IMG-AVANT
           MOVE BLOCAGE-REC TO IMG-APRES
           PERFORM 8500-JOURNALISER-IMAGES
           MOVE BLQ-NUMERO TO CA-NUMERO
           MOVE 'A' TO CA-STATUT
           PERFORM 4000-TOTALISER THRU 4000-EXIT
           MOVE 'Blocage pose' TO CA-MESSAGE.

       1000-EXIT.
           EXIT.

       2000-LEVER.

           MOVE CA-COMPTE TO BLQ-COMPTE
           MOVE CA-NUMERO TO BLQ-NUMERO
           EXEC CICS
               READ FILE('BLOCAGE')
                    INTO(BLOCAGE-REC)
                    RIDFLD(BLQ-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Blocage inconnu sur ce compte' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           IF NOT BLQ-ACTIF
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Blocage deja leve ou echu' TO CA-MESSAGE
               EXEC CICS
                   UNLOCK FILE('BLOCAGE')
               END-EXEC
               GO TO 2000-EXIT
           END-IF

      *─── Le gel succession ne se leve qu'au reglement (SUCC) ────────
           IF BLQ-SUCCESSION
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Gel succession : levee par la transaction SUCC'
                   TO CA-MESSAGE
               EXEC CICS
                   UNLOCK FILE('BLOCAGE')
               END-EXEC
               GO TO 2000-EXIT
           END-IF

      *─── Une saisie ne se leve que par mainlevee (SAIS) ─────────────
           IF BLQ-SAISIE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Blocage saisie : mainlevee par la transaction SAIS'
                   TO CA-MESSAGE
               EXEC CICS
                   UNLOCK FILE('BLOCAGE')
               END-EXEC
               GO TO 2000-EXIT
           END-IF

           MOVE BLOCAGE-REC  TO IMG-AVANT
           SET BLQ-LEVE TO TRUE
           MOVE WS-DATE-JOUR TO BLQ-DATE-LEVEE
           MOVE SEC-USER     TO BLQ-AGENT-LEVEE

           EXEC CICS
               REWRITE FILE('BLOCAGE')
                       FROM(BLOCAGE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur levee du blocage' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE 'R' TO IMG-TYPE
           MOVE BLOCAGE-REC TO IMG-APRES
           PERFORM 8500-JOURNALISER-IMAGES
           MOVE BLQ-STATUT TO CA-STATUT
           PERFORM 4000-TOTALISER THRU 4000-EXIT
           MOVE 'Blocage leve' TO CA-MESSAGE.

       2000-EXIT.
           EXIT.

       3000-CONSULTER.

           IF CA-NUMERO NUMERIC AND CA-NUMERO > 0
               MOVE CA-COMPTE TO BLQ-COMPTE
               MOVE CA-NUMERO TO BLQ-NUMERO
               EXEC CICS
                   READ FILE('BLOCAGE')
                        INTO(BLOCAGE-REC)
                        RIDFLD(BLQ-CLE)
                        RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 13 TO CA-CODE-RETOUR
                   MOVE 'Blocage inconnu sur ce compte' TO CA-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               MOVE BLQ-MONTANT  TO CA-MONTANT
               MOVE BLQ-MOTIF    TO CA-MOTIF
               MOVE BLQ-LIBELLE  TO CA-LIBELLE
               MOVE BLQ-DATE-FIN TO CA-DATE-FIN
               MOVE BLQ-STATUT   TO CA-STATUT
           END-IF

           PERFORM 4000-TOTALISER THRU 4000-EXIT
           IF CA-CODE-RETOUR = 00
               MOVE 'Blocages du compte' TO CA-MESSAGE
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TOTALISER : cumul des blocages actifs non echus du
      * compte (parcours de BLOCAGE a partir du compte, les blocages
      * d'un compte sont contigus), puis solde et solde disponible
      ******************************************************************
       4000-TOTALISER.

           MOVE 0 TO CA-TOTAL-BLOQUE
           MOVE 0 TO CA-NB-BLOCAGES
           MOVE 'N' TO CA-GELE

           MOVE CA-COMPTE TO WS-CLE-COMPTE
           MOVE 0         TO WS-CLE-NUMERO
           EXEC CICS
               STARTBR FILE('BLOCAGE')
                       RIDFLD(WS-CLE-BLOCAGE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-BROWSE
               PERFORM UNTIL WS-FIN-BROWSE = 1
                   EXEC CICS
                       READNEXT FILE('BLOCAGE')
                                INTO(BLOCAGE-REC)
                                RIDFLD(WS-CLE-BLOCAGE)
                                RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR BLQ-COMPTE NOT = CA-COMPTE
                       MOVE 1 TO WS-FIN-BROWSE
                   ELSE
                       IF BLQ-ACTIF
                           AND BLQ-DATE-FIN NOT < WS-DATE-JOUR
                           ADD BLQ-MONTANT TO CA-TOTAL-BLOQUE
                           ADD 1 TO CA-NB-BLOCAGES
                           IF BLQ-SUCCESSION
                               MOVE 'O' TO CA-GELE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('BLOCAGE')
               END-EXEC
           END-IF

      *─── Le total seul suffit aux traitements de caisse ──────────────
           IF CA-TOTALISER
               GO TO 4000-EXIT
           END-IF

           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(CA-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte inconnu' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           PERFORM 4500-CALCULER-PLANCHER
           MOVE CPT-SOLDE TO CA-SOLDE
           COMPUTE CA-DISPONIBLE = CPT-SOLDE - WS-PLANCHER
               - CA-TOTAL-BLOQUE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CALCULER-PLANCHER : solde minimal tolere du compte
      * (meme regle que MVTTRT : decouvert autorise en cours de
      * validite, sinon zero)
      ******************************************************************
       4500-CALCULER-PLANCHER.

           MOVE 0 TO WS-PLANCHER
           IF CPT-DECOUVERT-AUT NUMERIC
               AND CPT-DECOUVERT-AUT > 0
               AND CPT-DECOUV-FIN NUMERIC
               AND CPT-DECOUV-FIN >= WS-DATE-JOUR
               COMPUTE WS-PLANCHER = 0 - CPT-DECOUVERT-AUT
           END-IF.

      ******************************************************************
      * 8500-JOURNALISER-IMAGES : une ligne IMGJRN par mise a jour,
      * meme convention que CPTEDAO (fichier + cle + sequence de
      * degagement). Un incident du journal n'interrompt pas l'acte.
      ******************************************************************
       8500-JOURNALISER-IMAGES.

           MOVE EIBDATE  TO IMG-DATE
           MOVE EIBTIME  TO IMG-HEURE
           MOVE EIBTASKN TO IMG-TACHE
           MOVE 'BLOCAGE' TO IMG-FICHIER
           MOVE BLQ-CLE TO IMG-CLE-ENR
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
