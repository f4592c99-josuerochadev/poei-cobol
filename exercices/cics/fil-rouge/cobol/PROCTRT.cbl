      ******************************************************************
      * Programme : PROCTRT - Procurations (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Gerer les procurations d'un compte et controler
      *             les operations faites par un mandataire
      *
      * Description :
      * - Action 'C' : creation - compte existant, identite et piece
      *   du mandataire, au moins un pouvoir (consultation, retrait,
      *   virement), plafond par operation (zero = sans plafond),
      *   periode de validite (debut par defaut ce jour, fin par
      *   defaut 99991231). Numero = dernier numero du compte + 1
      * - Action 'M' : modification d'une procuration active
      * - Action 'R' : revocation (date et agent conserves)
      * - Action 'L' : consultation, avec les cinq dernieres
      *   operations du mandataire (PROCJRN)
      * - Action 'V' : verification pour MVTTRT / VIRTRT - la
      *   procuration existe, est active et en vigueur ce jour,
      *   couvre l'operation (un depot est toujours admis) et le
      *   montant ne depasse pas le plafond ; refus code 39
      * - Action 'J' : trace de l'operation dans PROCJRN, dans
      *   l'unite logique de l'appelant
      * - 'C', 'M', 'R' : guichetiers signes (SECTRT 'M') ; 'L' :
      *   tout profil signe (SECTRT 'C') ; 'V' et 'J' sont appeles
      *   par des services qui ont deja controle l'habilitation
      * - Creations et mises a jour journalisees avant/apres dans
      *   IMGJRN (meme convention que CPTEDAO)
      *
      * Appel : Via LINK depuis PROCPRES, MVTTRT et VIRTRT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY PROCUR.
           COPY PROCJRN.
           COPY COMPTE.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-FIN-BROWSE           PIC 9 VALUE 0.
       01  WS-IX                   PIC 9(1) VALUE 0.
       01  WS-DERNIER-NUMERO       PIC 9(2) VALUE 0.

       01  WS-CLE-PROCUR.
           05  WS-CLE-PRC-COMPTE   PIC X(11).
           05  WS-CLE-PRC-NUMERO   PIC 9(2).
       01  WS-CLE-PROCJRN.
           05  WS-CLE-PRJ-COMPTE   PIC X(11).
           05  WS-CLE-PRJ-NUMERO   PIC 9(2).
           05  WS-CLE-PRJ-SUITE    PIC X(21).

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

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-CREER        VALUE 'C'.
               88  CA-MODIFIER     VALUE 'M'.
               88  CA-REVOQUER     VALUE 'R'.
               88  CA-CONSULTER    VALUE 'L'.
               88  CA-VERIFIER     VALUE 'V'.
               88  CA-JOURNALISER  VALUE 'J'.
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
      *─── Operation controlee ('V') ou tracee ('J') : 'D' depot,
      *    'R' retrait, 'V' virement emis, 'C' consultation ─────────
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

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(363).

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

           IF CA-VERIFIER OR CA-JOURNALISER
               MOVE 'O' TO SEC-AUTORISE
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
           END-IF

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN CA-CREER
                       PERFORM 1000-CREER THRU 1000-EXIT
                   WHEN CA-MODIFIER
                       PERFORM 2000-MODIFIER THRU 2000-EXIT
                   WHEN CA-REVOQUER
                       PERFORM 3000-REVOQUER THRU 3000-EXIT
                   WHEN CA-CONSULTER
                       PERFORM 4000-CONSULTER THRU 4000-EXIT
                   WHEN CA-VERIFIER
                       PERFORM 5000-VERIFIER THRU 5000-EXIT
                   WHEN CA-JOURNALISER
                       PERFORM 6000-JOURNALISER THRU 6000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-CREER : nouvelle procuration sur le compte
      ******************************************************************
       1000-CREER.

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

           PERFORM 7000-CONTROLER-SAISIE THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

      *─── Numero suivant : plus grand numero du compte + 1 ───────────
           MOVE 0 TO WS-DERNIER-NUMERO
           MOVE CA-COMPTE TO WS-CLE-PRC-COMPTE
           MOVE 0         TO WS-CLE-PRC-NUMERO
           EXEC CICS
               STARTBR FILE('PROCUR')
                       RIDFLD(WS-CLE-PROCUR)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-BROWSE
               PERFORM UNTIL WS-FIN-BROWSE = 1
                   EXEC CICS
                       READNEXT FILE('PROCUR')
                                INTO(PROCUR-REC)
                                RIDFLD(WS-CLE-PROCUR)
                                RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR PRC-COMPTE NOT = CA-COMPTE
                       MOVE 1 TO WS-FIN-BROWSE
                   ELSE
                       MOVE PRC-NUMERO TO WS-DERNIER-NUMERO
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('PROCUR')
               END-EXEC
           END-IF
           IF WS-DERNIER-NUMERO >= 99
               MOVE 24 TO CA-CODE-RETOUR
               MOVE 'Nombre maximum de procurations atteint'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           INITIALIZE PROCUR-REC
           MOVE CA-COMPTE       TO PRC-COMPTE
           COMPUTE PRC-NUMERO = WS-DERNIER-NUMERO + 1
           PERFORM 7100-REPORTER-SAISIE
           SET PRC-ACTIVE       TO TRUE
           MOVE WS-DATE-JOUR    TO PRC-DATE-CREATION
           MOVE SEC-USER        TO PRC-AGENT-CREATION
           MOVE SPACES          TO PRC-DATE-REVOCATION
           MOVE SPACES          TO PRC-AGENT-REVOCATION

           EXEC CICS
               WRITE FILE('PROCUR')
                     FROM(PROCUR-REC)
                     RIDFLD(PRC-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur creation procuration' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE 'W'        TO IMG-TYPE
           MOVE SPACES     TO IMG-AVANT
           MOVE PROCUR-REC TO IMG-APRES
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 7200-RESTITUER
           MOVE SPACES TO CA-MESSAGE
           STRING 'Procuration ' PRC-NUMERO ' creee'
               DELIMITED BY SIZE INTO CA-MESSAGE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MODIFIER : pouvoirs, plafond, periode et identite d'une
      * procuration encore active
      ******************************************************************
       2000-MODIFIER.

           PERFORM 7000-CONTROLER-SAISIE THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           PERFORM 7300-LIRE-POUR-MAJ
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           MOVE PROCUR-REC TO IMG-AVANT
           PERFORM 7100-REPORTER-SAISIE
           EXEC CICS
               REWRITE FILE('PROCUR')
                       FROM(PROCUR-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour procuration' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE 'R'        TO IMG-TYPE
           MOVE PROCUR-REC TO IMG-APRES
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 7200-RESTITUER
           MOVE 'Procuration modifiee' TO CA-MESSAGE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REVOQUER : fin du pouvoir du mandataire ; la procuration
      * est conservee pour l'historique de ses operations
      ******************************************************************
       3000-REVOQUER.

           PERFORM 7300-LIRE-POUR-MAJ
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF

           MOVE PROCUR-REC   TO IMG-AVANT
           SET PRC-REVOQUEE  TO TRUE
           MOVE WS-DATE-JOUR TO PRC-DATE-REVOCATION
           MOVE SEC-USER     TO PRC-AGENT-REVOCATION
           EXEC CICS
               REWRITE FILE('PROCUR')
                       FROM(PROCUR-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur revocation procuration' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           MOVE 'R'        TO IMG-TYPE
           MOVE PROCUR-REC TO IMG-APRES
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 7200-RESTITUER
           MOVE 'Procuration revoquee' TO CA-MESSAGE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONSULTER : procuration et cinq dernieres operations du
      * mandataire (parcours de PROCJRN sur compte + numero, les
      * cinq plus recentes gardees en fenetre glissante)
      ******************************************************************
       4000-CONSULTER.

           MOVE CA-COMPTE TO WS-CLE-PRC-COMPTE
           MOVE CA-NUMERO TO WS-CLE-PRC-NUMERO
           EXEC CICS
               READ FILE('PROCUR')
                    INTO(PROCUR-REC)
                    RIDFLD(WS-CLE-PROCUR)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Procuration inconnue sur ce compte' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           PERFORM 7200-RESTITUER

           MOVE 0 TO CA-NB-OPERATIONS
           MOVE CA-COMPTE  TO WS-CLE-PRJ-COMPTE
           MOVE CA-NUMERO  TO WS-CLE-PRJ-NUMERO
           MOVE LOW-VALUES TO WS-CLE-PRJ-SUITE
           EXEC CICS
               STARTBR FILE('PROCJRN')
                       RIDFLD(WS-CLE-PROCJRN)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-BROWSE
               PERFORM UNTIL WS-FIN-BROWSE = 1
                   EXEC CICS
                       READNEXT FILE('PROCJRN')
                                INTO(PROCJRN-REC)
                                RIDFLD(WS-CLE-PROCJRN)
                                RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR PRJ-COMPTE NOT = CA-COMPTE
                       OR PRJ-NUMERO NOT = CA-NUMERO
                       MOVE 1 TO WS-FIN-BROWSE
                   ELSE
                       PERFORM 4100-RANGER-OPERATION
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('PROCJRN')
               END-EXEC
           END-IF

           IF PRC-REVOQUEE
               MOVE SPACES TO CA-MESSAGE
               STRING 'Procuration revoquee le '
                      PRC-DATE-REVOCATION(7:2) '/'
                      PRC-DATE-REVOCATION(5:2) '/'
                      PRC-DATE-REVOCATION(1:4)
                   DELIMITED BY SIZE INTO CA-MESSAGE
           ELSE
               MOVE 'Procuration active' TO CA-MESSAGE
           END-IF.

       4000-EXIT.
           EXIT.

      *─── La plus recente en tete : decalage d'un rang vers le bas ───
       4100-RANGER-OPERATION.

           IF CA-NB-OPERATIONS < 5
               ADD 1 TO CA-NB-OPERATIONS
           END-IF
           PERFORM VARYING WS-IX FROM CA-NB-OPERATIONS BY -1
                   UNTIL WS-IX < 2
               MOVE CA-OPER(WS-IX - 1) TO CA-OPER(WS-IX)
           END-PERFORM
           MOVE PRJ-DATE-OPERATION TO CA-OPE-DATE(1)
           MOVE PRJ-OPERATION      TO CA-OPE-TYPE(1)
           MOVE PRJ-MONTANT        TO CA-OPE-MONTANT(1)
           MOVE PRJ-REFERENCE      TO CA-OPE-REFERENCE(1)
           MOVE PRJ-GUICHETIER     TO CA-OPE-GUICHETIER(1).

      ******************************************************************
      * 5000-VERIFIER : le mandataire CA-NUMERO peut-il faire
      * l'operation CA-OPERATION de CA-MONTANT sur CA-COMPTE ?
      ******************************************************************
       5000-VERIFIER.

           MOVE CA-COMPTE TO WS-CLE-PRC-COMPTE
           MOVE CA-NUMERO TO WS-CLE-PRC-NUMERO
           EXEC CICS
               READ FILE('PROCUR')
                    INTO(PROCUR-REC)
                    RIDFLD(WS-CLE-PROCUR)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 39 TO CA-CODE-RETOUR
               MOVE 'Procuration inconnue sur ce compte' TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF
           MOVE PRC-NOM TO CA-NOM

           EVALUATE TRUE
               WHEN PRC-REVOQUEE
                   MOVE 39 TO CA-CODE-RETOUR
                   MOVE 'Procuration revoquee' TO CA-MESSAGE
               WHEN WS-DATE-JOUR < PRC-DATE-DEBUT
                   MOVE 39 TO CA-CODE-RETOUR
                   MOVE 'Procuration pas encore en vigueur'
                       TO CA-MESSAGE
               WHEN WS-DATE-JOUR > PRC-DATE-FIN
                   MOVE 39 TO CA-CODE-RETOUR
                   MOVE 'Procuration echue' TO CA-MESSAGE
               WHEN CA-OPERATION = 'R' AND NOT PRC-PEUT-RETIRER
                   MOVE 39 TO CA-CODE-RETOUR
                   MOVE 'Retrait hors du pouvoir du mandataire'
                       TO CA-MESSAGE
               WHEN CA-OPERATION = 'V' AND NOT PRC-PEUT-VIRER
                   MOVE 39 TO CA-CODE-RETOUR
                   MOVE 'Virement hors du pouvoir du mandataire'
                       TO CA-MESSAGE
               WHEN CA-OPERATION = 'C' AND NOT PRC-PEUT-CONSULTER
                   MOVE 39 TO CA-CODE-RETOUR
                   MOVE 'Consultation hors du pouvoir du mandataire'
                       TO CA-MESSAGE
               WHEN CA-OPERATION NOT = 'D'
                    AND PRC-PLAFOND > 0
                    AND CA-MONTANT > PRC-PLAFOND
                   MOVE 39 TO CA-CODE-RETOUR
                   MOVE 'Montant au dela du plafond de la procuration'
                       TO CA-MESSAGE
           END-EVALUATE.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-JOURNALISER : trace separee de l'operation du mandataire
      * pour restitution au titulaire ; ecrite dans l'unite logique
      * de l'appelant (defaite avec elle en cas d'annulation)
      ******************************************************************
       6000-JOURNALISER.

           MOVE CA-COMPTE TO WS-CLE-PRC-COMPTE
           MOVE CA-NUMERO TO WS-CLE-PRC-NUMERO
           EXEC CICS
               READ FILE('PROCUR')
                    INTO(PROCUR-REC)
                    RIDFLD(WS-CLE-PROCUR)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO PRC-NOM
           END-IF

           INITIALIZE PROCJRN-REC
           MOVE CA-COMPTE       TO PRJ-COMPTE
           MOVE CA-NUMERO       TO PRJ-NUMERO
           MOVE EIBDATE         TO PRJ-DATE
           MOVE EIBTIME         TO PRJ-HEURE
           MOVE EIBTASKN        TO PRJ-TACHE
           MOVE CA-OPERATION    TO PRJ-OPERATION
           MOVE CA-MONTANT      TO PRJ-MONTANT
           MOVE CA-COMPTE-CIBLE TO PRJ-COMPTE-CIBLE
           MOVE CA-REFERENCE    TO PRJ-REFERENCE
           MOVE CA-GUICHETIER   TO PRJ-GUICHETIER
           MOVE PRC-NOM         TO PRJ-MANDATAIRE
           MOVE WS-DATE-JOUR    TO PRJ-DATE-OPERATION

           EXEC CICS
               WRITE FILE('PROCJRN')
                     FROM(PROCJRN-REC)
                     RIDFLD(PRJ-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Trace de la procuration impossible' TO CA-MESSAGE
           END-IF.

       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CONTROLER-SAISIE : identite, pouvoirs, plafond et
      * periode d'une creation ou d'une modification
      ******************************************************************
       7000-CONTROLER-SAISIE.

           IF CA-CONSULTATION NOT = 'O'
               MOVE 'N' TO CA-CONSULTATION
           END-IF
           IF CA-RETRAIT NOT = 'O'
               MOVE 'N' TO CA-RETRAIT
           END-IF
           IF CA-VIREMENT NOT = 'O'
               MOVE 'N' TO CA-VIREMENT
           END-IF
           IF CA-DATE-DEBUT = SPACES OR CA-DATE-DEBUT = LOW-VALUES
               MOVE WS-DATE-JOUR TO CA-DATE-DEBUT
           END-IF
           IF CA-DATE-FIN = SPACES OR CA-DATE-FIN = LOW-VALUES
               MOVE '99991231' TO CA-DATE-FIN
           END-IF

           EVALUATE TRUE
               WHEN CA-NOM = SPACES OR CA-NOM = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Nom du mandataire obligatoire' TO CA-MESSAGE
               WHEN CA-PIECE = SPACES OR CA-PIECE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Piece d identite du mandataire obligatoire'
                       TO CA-MESSAGE
               WHEN CA-CONSULTATION = 'N' AND CA-RETRAIT = 'N'
                    AND CA-VIREMENT = 'N'
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Au moins un pouvoir (consultation, retrait...)'
                       TO CA-MESSAGE
               WHEN CA-PLAFOND NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Plafond par operation invalide' TO CA-MESSAGE
               WHEN CA-DATE-DEBUT NOT NUMERIC
                    OR CA-DATE-FIN NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Dates de validite invalides (AAAAMMJJ)'
                       TO CA-MESSAGE
               WHEN CA-DATE-FIN < CA-DATE-DEBUT
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Fin de validite avant le debut' TO CA-MESSAGE
               WHEN CA-DATE-FIN < WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Fin de validite deja passee' TO CA-MESSAGE
           END-EVALUATE.

       7000-EXIT.
           EXIT.

       7100-REPORTER-SAISIE.

           MOVE CA-NOM          TO PRC-NOM
           MOVE CA-PRENOM       TO PRC-PRENOM
           MOVE CA-PIECE        TO PRC-PIECE
           MOVE CA-CONSULTATION TO PRC-CONSULTATION
           MOVE CA-RETRAIT      TO PRC-RETRAIT
           MOVE CA-VIREMENT     TO PRC-VIREMENT
           MOVE CA-PLAFOND      TO PRC-PLAFOND
           MOVE CA-DATE-DEBUT   TO PRC-DATE-DEBUT
           MOVE CA-DATE-FIN     TO PRC-DATE-FIN.

       7200-RESTITUER.

           MOVE PRC-NUMERO       TO CA-NUMERO
           MOVE PRC-NOM          TO CA-NOM
           MOVE PRC-PRENOM       TO CA-PRENOM
           MOVE PRC-PIECE        TO CA-PIECE
           MOVE PRC-CONSULTATION TO CA-CONSULTATION
           MOVE PRC-RETRAIT      TO CA-RETRAIT
           MOVE PRC-VIREMENT     TO CA-VIREMENT
           MOVE PRC-PLAFOND      TO CA-PLAFOND
           MOVE PRC-DATE-DEBUT   TO CA-DATE-DEBUT
           MOVE PRC-DATE-FIN     TO CA-DATE-FIN
           MOVE PRC-STATUT       TO CA-STATUT.

      *─── Lecture avec verrou d'une procuration encore active ────────
       7300-LIRE-POUR-MAJ.

           MOVE CA-COMPTE TO WS-CLE-PRC-COMPTE
           MOVE CA-NUMERO TO WS-CLE-PRC-NUMERO
           EXEC CICS
               READ FILE('PROCUR')
                    INTO(PROCUR-REC)
                    RIDFLD(WS-CLE-PROCUR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Procuration inconnue sur ce compte' TO CA-MESSAGE
           ELSE
               IF PRC-REVOQUEE
                   MOVE 23 TO CA-CODE-RETOUR
                   MOVE 'Procuration deja revoquee' TO CA-MESSAGE
                   EXEC CICS
                       UNLOCK FILE('PROCUR')
                   END-EXEC
               END-IF
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
           MOVE 'PROCUR' TO IMG-FICHIER
           MOVE PRC-CLE  TO IMG-CLE-ENR
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
