      *
      * Description :
      * - Lecture du compte avec verrou via CPTEDAO (UPDT)
      * - Pour un retrait : verification du solde disponible
      *   (solde + decouvert autorise - blocages actifs, BLQTRT) et,
      *   au dela du seuil KYC, du dossier KYC du client (KYCTRT)
      * - Aucun retrait sur un compte gele au deces de son titulaire
      *   (blocage succession, code 38)
      * - Aucune operation de caisse sur un compte a terme
      * - Operation faite par un mandataire (CA-PROCURATION non
      *   nul) : pouvoir, validite et plafond verifies par PROCTRT
      *   (code 39), puis operation tracee a part dans PROCJRN pour
      *   restitution au titulaire
      * - Compte d'une personne morale : l'operation est presentee
      *   par un representant habilite du registre REPRES
      *   (CA-REPRESENTANT), verifie par ENTRTRT (code 42), sauf
      *   operation d'un mandataire par procuration
      * - Retrait sur le compte d'un mineur ou d'un majeur protege :
      *   au dela de son plafond, representant legal present
      *   (CA-REPR-LEGAL 'O') avec le pouvoir de retrait, verifie
      *   par CAPATRT (code 43)
      * - Mise a jour de CPT-SOLDE et CPT-DATEDER via CPTEDAO (REWT)
      * - Ecriture du mouvement dans le journal MVTJRN (WRIT) avec
      *   identifiant guichetier, date et heure : ce journal est
      *   repris en fin de journee vers la chaine batch
      * - Les especes alimentent la caisse du jour du guichetier,
      *   sauf operation reglee hors caisse (CA-HORS-CAISSE 'O',
      *   pose par CHGTRT pour le reglement d'un change en compte)
      *
      * Appel : Via LINK depuis MVTPRES
      ******************************************************************
       01  WS-PLANCHER             PIC S9(9)V99 VALUE 0.
       01  WS-SOLDE-PROJETE        PIC S9(9)V99 VALUE 0.

      *─── Zone d'appel du total des blocages du compte (BLQTRT) ──────
       01  WS-BLQ-COMMAREA.
           05  BQT-ACTION          PIC X(1).
           05  BQT-CODE-RETOUR     PIC 9(2).
           05  BQT-MESSAGE         PIC X(50).
           05  BQT-COMPTE          PIC X(11).
           05  FILLER              PIC X(54).
           05  BQT-TOTAL-BLOQUE    PIC 9(9)V99.
           05  FILLER              PIC X(25).
           05  BQT-GELE            PIC X(1).
       01  WS-TOTAL-BLOQUE         PIC 9(9)V99 VALUE 0.
       01  WS-COMPTE-GELE          PIC X(1) VALUE 'N'.

      *─── Zone d'appel du controle des procurations (PROCTRT) ────────
       01  WS-PRC-COMMAREA.
           05  PCT-ACTION          PIC X(1).
           05  PCT-CODE-RETOUR     PIC 9(2).
           05  PCT-MESSAGE         PIC X(50).
           05  PCT-COMPTE          PIC X(11).
           05  PCT-NUMERO          PIC 9(2).
           05  PCT-NOM             PIC X(25).
           05  FILLER              PIC X(64).
           05  PCT-OPERATION       PIC X(1).
           05  PCT-MONTANT         PIC 9(7)V99.
           05  PCT-COMPTE-CIBLE    PIC X(11).
           05  PCT-REFERENCE       PIC 9(8).
           05  PCT-GUICHETIER      PIC X(8).
           05  FILLER              PIC X(171).

      *─── Zone d'appel du controle des representants (ENTRTRT) ───────
       01  WS-ENT-COMMAREA.
           05  ECT-ACTION          PIC X(1).
           05  ECT-CODE-RETOUR     PIC 9(2).
           05  ECT-MESSAGE         PIC X(50).
           05  ECT-CLIENT          PIC X(6).
           05  ECT-COMPTE          PIC X(11).
           05  ECT-TYPE-CLIENT     PIC X(1).
           05  FILLER              PIC X(71).
           05  ECT-NUMERO          PIC 9(2).
           05  ECT-PERSONNE        PIC X(6).
           05  ECT-REP-NOM         PIC X(25).
           05  FILLER              PIC X(533).

      *─── Zone d'appel du controle de capacite juridique (CAPATRT) ───
       01  WS-CAP-COMMAREA.
           05  CCT-ACTION          PIC X(1).
           05  CCT-CODE-RETOUR     PIC 9(2).
           05  CCT-MESSAGE         PIC X(50).
           05  CCT-CLIENT          PIC X(6).
           05  FILLER              PIC X(105).
           05  CCT-COMPTE          PIC X(11).
           05  CCT-OPERATION       PIC X(1).
           05  CCT-MONTANT         PIC 9(7)V99.
           05  CCT-REPR-LEGAL      PIC X(1).

      *─── Compteur central des references de mouvement (REFNUM) ──────
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

      *─── Zone d'appel du controle KYC des operations (KYCTRT) ───────
       01  WS-KYC-COMMAREA.
           05  KCT-ACTION          PIC X(1).
           05  KCT-CODE-RETOUR     PIC 9(2).
           05  KCT-MESSAGE         PIC X(50).
           05  KCT-CLIENT          PIC X(6).
           05  KCT-MONTANT         PIC 9(7)V99.
           05  FILLER              PIC X(39).

       01  WS-DAO-COMMAREA.
           05  DAO-ACTION          PIC X(4).
               88  DAO-READ-UPD    VALUE 'UPDT'.
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-GUICHETIER       PIC X(8).
           05  CA-NOUVEAU-SOLDE    PIC S9(9)V99.
      *─── Qui opere : 00 le titulaire, sinon le numero de la
      *    procuration du mandataire present au guichet ───────────────
           05  CA-PROCURATION      PIC 9(2).
      *─── 'O' : aucune espece au guichet, la caisse n'est pas
      *    alimentee (reglement en compte d'un change) ──────────────
           05  CA-HORS-CAISSE      PIC X(1).
               88  CA-SANS-ESPECES VALUE 'O'.
      *─── Compte d'une personne morale : numero au registre REPRES
      *    du representant present au guichet ───────────────────────
           05  CA-REPRESENTANT     PIC 9(2).
      *─── Titulaire mineur ou protege : 'O' si son representant
      *    legal est present au guichet ────────────────────────────
           05  CA-REPR-LEGAL       PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(100).
           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE
           IF CA-PROCURATION NOT NUMERIC
               MOVE 0 TO CA-PROCURATION
           END-IF
           IF CA-REPRESENTANT NOT NUMERIC
               MOVE 0 TO CA-REPRESENTANT
           END-IF

      *─── Saisie reservee aux guichetiers signes ; le journal
      *    porte l'identifiant de la session, pas celui saisi ────────

           MOVE DAO-DATA TO COMPTE-REC

      *─── REGLE METIER : le capital d'un depot a terme est bloque ;
      *    il ne se mouvemente que par DATTRT et DATBAT ──────────────
           IF CPT-TERME
               MOVE 36 TO CA-CODE-RETOUR
               MOVE 'Compte a terme : operation de caisse impossible'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

      *─── REGLE METIER : un mandataire n'opere que dans la limite
      *    de sa procuration (pouvoir, validite, plafond) ────────────
           IF CA-PROCURATION > 0
               PERFORM 1700-CONTROLER-PROCURATION
               IF CA-CODE-RETOUR NOT = 00
                   GO TO 1000-EXIT
               END-IF
           END-IF

      *─── REGLE METIER : sur le compte d'une personne morale, seul
      *    un representant habilite (ou un mandataire par
      *    procuration) opere au guichet ─────────────────────────────
           IF CA-PROCURATION = 0 OR CA-REPRESENTANT > 0
               PERFORM 1750-CONTROLER-REPRESENTANT
               IF CA-CODE-RETOUR NOT = 00
                   GO TO 1000-EXIT
               END-IF
           END-IF

      *─── REGLE METIER : un mineur ou un majeur protege ne retire
      *    seul que dans son plafond, au dela avec son representant
      *    legal ──────────────────────────────────────────────────
           IF CA-RETRAIT
               PERFORM 1780-CONTROLER-CAPACITE
               IF CA-CODE-RETOUR NOT = 00
                   GO TO 1000-EXIT
               END-IF
           END-IF

      *─── REGLE METIER : un retrait peut descendre jusqu'au
      *    decouvert autorise en cours de validite, pas en dessous ;
      *    les fonds bloques ne sont pas disponibles ────────────────
           IF CA-RETRAIT
               PERFORM 1500-CALCULER-PLANCHER
               PERFORM 1550-TOTALISER-BLOCAGES
      *─── Compte gele au deces : seuls les versements aux
      *    heritiers le debitent (transaction SUCC) ──────────────────
               IF WS-COMPTE-GELE = 'O'
                   MOVE 38 TO CA-CODE-RETOUR
                   MOVE 'Compte gele : succession en cours'
                       TO CA-MESSAGE
                   GO TO 1000-EXIT
               END-IF
               COMPUTE WS-SOLDE-PROJETE = CPT-SOLDE - CA-MONTANT
                   - WS-TOTAL-BLOQUE
               IF WS-SOLDE-PROJETE < WS-PLANCHER
                   MOVE 31 TO CA-CODE-RETOUR
                   EVALUATE TRUE
                       WHEN WS-TOTAL-BLOQUE > 0
                           MOVE 'Disponible insuffisant (fonds bloques)'
                               TO CA-MESSAGE
                       WHEN WS-PLANCHER = 0
                           MOVE 'Provision insuffisante' TO CA-MESSAGE
                       WHEN OTHER
                           MOVE 'Depassement du decouvert autorise'
                               TO CA-MESSAGE
                   END-EVALUATE
                   GO TO 1000-EXIT
               END-IF
           END-IF

      *─── REGLE METIER : au dela du seuil KYC, pas de retrait pour
      *    un client sans dossier, piece expiree ou revue echue ──────
           IF CA-RETRAIT
               PERFORM 1600-CONTROLER-KYC
               IF CA-CODE-RETOUR NOT = 00
                   GO TO 1000-EXIT
               END-IF
           END-IF

           MOVE CPT-SOLDE TO CA-NOUVEAU-SOLDE
           PERFORM 2000-JOURNALISER-MOUVEMENT
           IF NOT CA-SANS-ESPECES
               PERFORM 2500-ALIMENTER-CAISSE THRU 2500-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CA-PROCURATION > 0
                   PERFORM 2700-TRACER-PROCURATION
               WHEN CA-DEPOT
                   MOVE 'Depot enregistre' TO CA-MESSAGE
               WHEN OTHER
                   MOVE 'Retrait enregistre' TO CA-MESSAGE
           END-EVALUATE.

       1000-EXIT.
           EXIT.
               END-IF
           END-IF.


      ******************************************************************
      * 1550-TOTALISER-BLOCAGES : fonds bloques sur le compte
      * (BLQTRT action 'T') ; ils ne sont pas disponibles. Rend
      * aussi l'indicateur de gel succession du compte.
      * BLQTRT indisponible = aucun blocage retenu
      ******************************************************************
       1550-TOTALISER-BLOCAGES.

           MOVE 0 TO WS-TOTAL-BLOQUE
           MOVE 'N' TO WS-COMPTE-GELE
           INITIALIZE WS-BLQ-COMMAREA
           MOVE 'T'     TO BQT-ACTION
           MOVE CPT-NUM TO BQT-COMPTE
           EXEC CICS
               LINK PROGRAM('BLQTRT')
                    COMMAREA(WS-BLQ-COMMAREA)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND BQT-CODE-RETOUR = 00
               MOVE BQT-TOTAL-BLOQUE TO WS-TOTAL-BLOQUE
               MOVE BQT-GELE         TO WS-COMPTE-GELE
           END-IF.

      ******************************************************************
      * 1600-CONTROLER-KYC : dossier KYC du titulaire du compte
      * (CPT-CLIENT) ; le refus de KYCTRT (code 35) et son message
      * sont rendus tels quels au guichetier
      ******************************************************************
       1600-CONTROLER-KYC.

           INITIALIZE WS-KYC-COMMAREA
           MOVE 'V'        TO KCT-ACTION
           MOVE CPT-CLIENT TO KCT-CLIENT
           MOVE CA-MONTANT TO KCT-MONTANT
           EXEC CICS
               LINK PROGRAM('KYCTRT')
                    COMMAREA(WS-KYC-COMMAREA)
           END-EXEC
           IF KCT-CODE-RETOUR NOT = 00
               MOVE KCT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE KCT-MESSAGE     TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 1700-CONTROLER-PROCURATION : pouvoir du mandataire sur le
      * compte pour cette operation (PROCTRT action 'V') ; le refus
      * (code 39) et son message sont rendus tels quels
      ******************************************************************
       1700-CONTROLER-PROCURATION.

           INITIALIZE WS-PRC-COMMAREA
           MOVE 'V'            TO PCT-ACTION
           MOVE CA-NUM-COMPTE  TO PCT-COMPTE
           MOVE CA-PROCURATION TO PCT-NUMERO
           MOVE CA-ACTION      TO PCT-OPERATION
           MOVE CA-MONTANT     TO PCT-MONTANT
           EXEC CICS
               LINK PROGRAM('PROCTRT')
                    COMMAREA(WS-PRC-COMMAREA)
           END-EXEC
           IF PCT-CODE-RETOUR NOT = 00
               MOVE PCT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE PCT-MESSAGE     TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 1750-CONTROLER-REPRESENTANT : titulaire personne morale ou
      * non (ENTRTRT action 'V') et, pour une personne morale,
      * representant habilite en vigueur ; le refus (code 42) et son
      * message sont rendus tels quels
      ******************************************************************
       1750-CONTROLER-REPRESENTANT.

           INITIALIZE WS-ENT-COMMAREA
           MOVE 'V'             TO ECT-ACTION
           MOVE CA-NUM-COMPTE   TO ECT-COMPTE
           MOVE CA-REPRESENTANT TO ECT-NUMERO
           EXEC CICS
               LINK PROGRAM('ENTRTRT')
                    COMMAREA(WS-ENT-COMMAREA)
           END-EXEC
           IF ECT-CODE-RETOUR NOT = 00
               MOVE ECT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE ECT-MESSAGE     TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 1780-CONTROLER-CAPACITE : capacite juridique du titulaire
      * (CAPATRT action 'V') ; le refus (code 43) et son message sont
      * rendus tels quels
      ******************************************************************
       1780-CONTROLER-CAPACITE.

           INITIALIZE WS-CAP-COMMAREA
           MOVE 'V'           TO CCT-ACTION
           MOVE CA-NUM-COMPTE TO CCT-COMPTE
           MOVE 'R'           TO CCT-OPERATION
           MOVE CA-MONTANT    TO CCT-MONTANT
           MOVE CA-REPR-LEGAL TO CCT-REPR-LEGAL
           EXEC CICS
               LINK PROGRAM('CAPATRT')
                    COMMAREA(WS-CAP-COMMAREA)
           END-EXEC
           IF CCT-CODE-RETOUR NOT = 00
               MOVE CCT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE CCT-MESSAGE     TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 2000-JOURNALISER-MOUVEMENT : trace de caisse dans MVTJRN
      * Ecriture directe : la cle du journal (25 car.) deborde la
                           RESP(WS-RESP-REF)
               END-EXEC
           END-IF.

      ******************************************************************
      * 2700-TRACER-PROCURATION : operation du mandataire tracee a
      * part dans PROCJRN (PROCTRT action 'J') avec la reference du
      * mouvement, pour restitution au titulaire
      ******************************************************************
       2700-TRACER-PROCURATION.

           MOVE 'J'           TO PCT-ACTION
           MOVE CA-ACTION     TO PCT-OPERATION
           MOVE WS-REFERENCE  TO PCT-REFERENCE
           MOVE CA-GUICHETIER TO PCT-GUICHETIER
           EXEC CICS
               LINK PROGRAM('PROCTRT')
                    COMMAREA(WS-PRC-COMMAREA)
           END-EXEC
           IF PCT-CODE-RETOUR NOT = 00
               MOVE 'Operation faite, trace procuration en anomalie'
                   TO CA-MESSAGE
           ELSE
               IF CA-DEPOT
                   MOVE 'Depot par procuration enregistre'
                       TO CA-MESSAGE
               ELSE
                   MOVE 'Retrait par procuration enregistre'
                       TO CA-MESSAGE
               END-IF
           END-IF.
