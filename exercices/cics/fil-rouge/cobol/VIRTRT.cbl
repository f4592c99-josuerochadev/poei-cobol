      *
      * Description :
      * - Verification de l'existence des deux comptes
      * - Verification du solde disponible du compte emetteur
      *   (solde + decouvert autorise - blocages actifs, BLQTRT)
      * - Au dela du seuil KYC, verification du dossier KYC du
      *   client emetteur (KYCTRT)
      * - Aucun virement depuis ou vers un compte a terme
      * - Aucun virement depuis un compte gele au deces de son
      *   titulaire (blocage succession, code 38)
      * - Virement ordonne par un mandataire (CA-PROCURATION non
      *   nul) : pouvoir de virement, validite et plafond verifies
      *   par PROCTRT (code 39) avant toute mise en attente ; le
      *   virement execute est trace a part dans PROCJRN, dans la
      *   meme unite logique
      * - Compte source d'une personne morale : le virement est
      *   ordonne par un representant habilite du registre REPRES
      *   (CA-REPRESENTANT), verifie par ENTRTRT (code 42) avant
      *   toute mise en attente, sauf ordre d'un mandataire par
      *   procuration
      * - Compte source d'un mineur ou d'un majeur protege : au dela
      *   de son plafond, representant legal present (CA-REPR-LEGAL
      *   'O') avec le pouvoir de virement, verifie par CAPATRT
      *   (code 43) avant toute mise en attente
      * - Debit emetteur + credit beneficiaire via CPTEDAO
      *   (UPDT/REWT), dans UNE SEULE unite logique : SYNCPOINT en
      *   fin de traitement, SYNCPOINT ROLLBACK au moindre incident
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

      *─── Reference MVTJRN de la moitie debit, reprise dans PROCJRN ──
       01  WS-REFERENCE-DEBIT      PIC 9(8) VALUE 0.

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
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
               88  DAO-READ        VALUE 'READ'.
      *    en attente (le seuil de double controle ne s'applique
      *    plus ; tout le reste des controles demeure) ────────────────
           05  CA-VALIDATION       PIC X(1).
      *─── Qui ordonne : 00 le titulaire, sinon le numero de la
      *    procuration du mandataire (conserve dans VIRATT pour la
      *    liberation) ────────────────────────────────────────────────
           05  CA-PROCURATION      PIC 9(2).
      *─── Compte source d'une personne morale : numero au registre
      *    REPRES du representant qui ordonne (conserve dans VIRATT
      *    pour la liberation) ────────────────────────────────────────
           05  CA-REPRESENTANT     PIC 9(2).
      *─── Titulaire du compte source mineur ou protege : 'O' si son
      *    representant legal est present (conserve dans VIRATT pour
      *    la liberation) ─────────────────────────────────────────────
           05  CA-REPR-LEGAL       PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(130).
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE
           MOVE 0 TO WS-MAJ-ENGAGEE
           IF CA-PROCURATION NOT NUMERIC
               MOVE 0 TO CA-PROCURATION
           END-IF
           IF CA-REPRESENTANT NOT NUMERIC
               MOVE 0 TO CA-REPRESENTANT
           END-IF

      *─── Virement reserve aux guichetiers signes ────────────────────
           INITIALIZE WS-SEC-COMMAREA
               MOVE 'Comptes source et cible identiques'
                   TO CA-MESSAGE
           ELSE
      *─── Un mandataire hors de son pouvoir est refuse avant toute
      *    mise en attente ─────────────────────────────────────────────
               IF CA-PROCURATION > 0
                   PERFORM 0700-CONTROLER-PROCURATION
               END-IF
      *─── Compte source d'une personne morale : representant
      *    habilite requis, sauf ordre d'un mandataire ──────────────
               IF CA-CODE-RETOUR = 00
                   AND (CA-PROCURATION = 0 OR CA-REPRESENTANT > 0)
                   PERFORM 0750-CONTROLER-REPRESENTANT
               END-IF
      *─── Mineur ou majeur protege : au dela de son plafond, son
      *    representant legal est present ──────────────────────────
               IF CA-CODE-RETOUR = 00
                   PERFORM 0780-CONTROLER-CAPACITE
               END-IF
      *─── DOUBLE CONTROLE : au dela du seuil, le virement est
      *    capture en attente de validation superviseur au lieu
      *    d'etre execute (sauf liberation par VALVTRT) ───────────────
               PERFORM 0500-LIRE-SEUIL
               EVALUATE TRUE
                   WHEN CA-CODE-RETOUR NOT = 00
                       CONTINUE
                   WHEN CA-MONTANT > WS-SEUIL-VALIDATION
                        AND CA-VALIDATION NOT = 'O'
                       PERFORM 0600-METTRE-EN-ATTENTE
                   WHEN OTHER
                       PERFORM 1000-EXECUTER-VIREMENT THRU 1000-EXIT
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           MOVE CA-COMPTE-SOURCE TO ATT-COMPTE-SOURCE
           MOVE CA-COMPTE-CIBLE  TO ATT-COMPTE-CIBLE
           MOVE CA-MONTANT       TO ATT-MONTANT
           MOVE CA-PROCURATION   TO ATT-PROCURATION
           MOVE CA-REPRESENTANT  TO ATT-REPRESENTANT
           MOVE CA-REPR-LEGAL    TO ATT-REPR-LEGAL

           EXEC CICS
               WRITE FILE('VIRATT')
                   TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 0700-CONTROLER-PROCURATION : pouvoir de virement du
      * mandataire sur le compte source (PROCTRT action 'V') ; le
      * refus (code 39) et son message sont rendus tels quels
      ******************************************************************
       0700-CONTROLER-PROCURATION.

           INITIALIZE WS-PRC-COMMAREA
           MOVE 'V'              TO PCT-ACTION
           MOVE CA-COMPTE-SOURCE TO PCT-COMPTE
           MOVE CA-PROCURATION   TO PCT-NUMERO
           MOVE 'V'              TO PCT-OPERATION
           MOVE CA-MONTANT       TO PCT-MONTANT
           EXEC CICS
               LINK PROGRAM('PROCTRT')
                    COMMAREA(WS-PRC-COMMAREA)
           END-EXEC
           IF PCT-CODE-RETOUR NOT = 00
               MOVE PCT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE PCT-MESSAGE     TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 0750-CONTROLER-REPRESENTANT : titulaire du compte source
      * personne morale ou non (ENTRTRT action 'V') et, pour une
      * personne morale, representant habilite en vigueur ; le refus
      * (code 42) et son message sont rendus tels quels
      ******************************************************************
       0750-CONTROLER-REPRESENTANT.

           INITIALIZE WS-ENT-COMMAREA
           MOVE 'V'              TO ECT-ACTION
           MOVE CA-COMPTE-SOURCE TO ECT-COMPTE
           MOVE CA-REPRESENTANT  TO ECT-NUMERO
           EXEC CICS
               LINK PROGRAM('ENTRTRT')
                    COMMAREA(WS-ENT-COMMAREA)
           END-EXEC
           IF ECT-CODE-RETOUR NOT = 00
               MOVE ECT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE ECT-MESSAGE     TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 0780-CONTROLER-CAPACITE : capacite juridique du titulaire du
      * compte source (CAPATRT action 'V') ; le refus (code 43) et
      * son message sont rendus tels quels
      ******************************************************************
       0780-CONTROLER-CAPACITE.

           INITIALIZE WS-CAP-COMMAREA
           MOVE 'V'              TO CCT-ACTION
           MOVE CA-COMPTE-SOURCE TO CCT-COMPTE
           MOVE 'V'              TO CCT-OPERATION
           MOVE CA-MONTANT       TO CCT-MONTANT
           MOVE CA-REPR-LEGAL    TO CCT-REPR-LEGAL
           EXEC CICS
               LINK PROGRAM('CAPATRT')
                    COMMAREA(WS-CAP-COMMAREA)
           END-EXEC
           IF CCT-CODE-RETOUR NOT = 00
               MOVE CCT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE CCT-MESSAGE     TO CA-MESSAGE
           END-IF.

       1000-EXECUTER-VIREMENT.

      *─── Debit du compte source ─────────────────────────────────────

           MOVE DAO-DATA TO COMPTE-REC

      *─── REGLE METIER : un depot a terme ne se vire pas ; il ne
      *    se mouvemente que par DATTRT et DATBAT ────────────────────
           IF CPT-TERME
               MOVE 36 TO CA-CODE-RETOUR
               MOVE 'Compte source a terme : virement impossible'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

      *─── REGLE METIER : un compte gele au deces de son titulaire
      *    ne se debite plus que par la transaction SUCC ; les
      *    blocages sont totalises ici pour le controle du disponible
           PERFORM 1550-TOTALISER-BLOCAGES
           IF WS-COMPTE-GELE = 'O'
               MOVE 38 TO CA-CODE-RETOUR
               MOVE 'Compte source gele : succession en cours'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

      *─── REGLE METIER : au dela du seuil KYC, pas de virement pour
      *    un client sans dossier, piece expiree ou revue echue ──────
           PERFORM 1600-CONTROLER-KYC
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

      *─── REGLE METIER : la destination doit etre au registre des
      *    beneficiaires du client, active (delai de 48 H passe),
      *    sauf derogation d'un superviseur signe, tracee ─────────────
           END-IF

      *─── REGLE METIER : le compte source peut descendre jusqu'au
      *    decouvert autorise en cours de validite, pas en dessous ;
      *    les fonds bloques ne sont pas disponibles ────────────────
           PERFORM 1500-CALCULER-PLANCHER
           COMPUTE WS-SOLDE-PROJETE = CPT-SOLDE - CA-MONTANT
               - WS-TOTAL-BLOQUE
           IF WS-SOLDE-PROJETE < WS-PLANCHER
               MOVE 31 TO CA-CODE-RETOUR
               EVALUATE TRUE
                   WHEN WS-TOTAL-BLOQUE > 0
                       MOVE
                         'Disponible source insuffisant (fonds bloques)'
                           TO CA-MESSAGE
                   WHEN WS-PLANCHER = 0
                       MOVE
                         'Provision insuffisante sur le compte source'
                           TO CA-MESSAGE
                   WHEN OTHER
                       MOVE 'Depassement du decouvert autorise source'
                           TO CA-MESSAGE
               END-EVALUATE
               GO TO 1000-EXIT
           END-IF

           MOVE 'R' TO JRN-SENS
           MOVE CA-COMPTE-SOURCE TO JRN-COMPTE
           PERFORM 3000-JOURNALISER
           MOVE WS-REFERENCE TO WS-REFERENCE-DEBIT

      *─── Credit du compte beneficiaire ──────────────────────────────
           INITIALIZE WS-DAO-COMMAREA
           END-IF

           MOVE DAO-DATA TO COMPTE-REC
           IF CPT-TERME
               MOVE 36 TO CA-CODE-RETOUR
               MOVE 'Compte cible a terme : virement impossible'
                   TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 1000-EXIT
           END-IF
           ADD CA-MONTANT TO CPT-SOLDE
           MOVE EIBDATE TO CPT-DATEDER
           MOVE CPT-SOLDE TO CA-SOLDE-CIBLE
           MOVE CA-COMPTE-CIBLE TO JRN-COMPTE
           PERFORM 3000-JOURNALISER

      *─── Virement d'un mandataire : trace PROCJRN dans l'unite ──────
           IF CA-PROCURATION > 0
               PERFORM 3700-TRACER-PROCURATION
               IF CA-CODE-RETOUR NOT = 00
                   PERFORM 8000-ANNULER
                   GO TO 1000-EXIT
               END-IF
           END-IF

      *─── Les deux moities sont posees : validation de l'unite ───────
           EXEC CICS
               SYNCPOINT
               END-IF
           END-IF.

      ******************************************************************
      * 1550-TOTALISER-BLOCAGES : fonds bloques sur le compte source
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
      * 1600-CONTROLER-KYC : dossier KYC du client emetteur
      * (COMPTE-REC est encore le compte source) ; controle fait
      * avant la derogation beneficiaire pour qu'un refus ne laisse
      * aucune trace dans DEROGJRN
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
      * 3000-JOURNALISER : trace de chaque moitie dans MVTJRN
      * (JRN-SENS et JRN-COMPTE sont poses par l'appelant)
               END-EXEC
           END-IF.

      ******************************************************************
      * 3700-TRACER-PROCURATION : virement du mandataire trace a
      * part dans PROCJRN (PROCTRT action 'J') avec la reference de
      * la moitie debit ; sans trace, le virement est annule
      ******************************************************************
       3700-TRACER-PROCURATION.

           INITIALIZE WS-PRC-COMMAREA
           MOVE 'J'                TO PCT-ACTION
           MOVE CA-COMPTE-SOURCE   TO PCT-COMPTE
           MOVE CA-PROCURATION     TO PCT-NUMERO
           MOVE 'V'                TO PCT-OPERATION
           MOVE CA-MONTANT         TO PCT-MONTANT
           MOVE CA-COMPTE-CIBLE    TO PCT-COMPTE-CIBLE
           MOVE WS-REFERENCE-DEBIT TO PCT-REFERENCE
           MOVE CA-GUICHETIER      TO PCT-GUICHETIER
           EXEC CICS
               LINK PROGRAM('PROCTRT')
                    COMMAREA(WS-PRC-COMMAREA)
           END-EXEC
           IF PCT-CODE-RETOUR NOT = 00
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Trace procuration impossible - virement annule'
                   TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 8000-ANNULER : annulation de l'unite logique entamee
      * (le debit deja pose est defait par le ROLLBACK)
