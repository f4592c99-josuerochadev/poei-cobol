      ******************************************************************
      * Programme : CREDDEPA
      * Couche    : Traitement (Business Logic)
      * Fonction  : Depart d'un employe - solde de ses credits
      *
      * Description :
      * - Enregistre la date de depart de l'employe dans le registre
      *   EMPSORT (credit 00, statut 'D') ; EMPLOYE n'est pas touche
      * - Chiffre, pour chaque credit CREDEMP en cours, le montant
      *   de remboursement anticipe selon les regles de CREDSOLD :
      *   reste du plus indemnite au taux CREDPARM (cle 'PENALITE')
      *   plafonne a 3 pour cent - une ligne EMPSORT par credit
      * - Resilie l'assurance emprunteur des credits assures ou en
      *   sinistre par CREDASSU (action 'R') : le contrat ne survit
      *   pas au depart
      * - Fixe la duree du plan de remboursement du reste eventuel
      *   (CA-NB-MOIS-PLAN, 12 mois par defaut, 24 au plus)
      * - Saisie reservee aux guichetiers signes (SECTRT 'M') ; un
      *   echec annule tout l'enregistrement (SYNCPOINT ROLLBACK)
      * La retenue du solde sur la paie finale est emise par
      * CREDPAIE et operee par PAYEMENS ; CREDDEPF clot ensuite les
      * credits, pose le plan du reste du et edite la lettre.
      *
      * Appel : Via LINK depuis CREDPRES
      * Auteur    : Formation CICS
      * Date      : 2024
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDDEPA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *─── Copybooks structures de données ────────────────────────────
           COPY EMPLOYE.
           COPY CREDEMP.
           COPY EMPSORT.

       01  WS-RESP                 PIC S9(8) COMP.

      *─── COMMAREA pour appel couche données ─────────────────────────
       01  WS-DAO-COMMAREA.
           05  DAO-ACTION          PIC X(4).
               88  DAO-READ        VALUE 'READ'.
               88  DAO-WRITE       VALUE 'WRIT'.
           05  DAO-FICHIER         PIC X(8).
           05  DAO-CLE             PIC X(22).
           05  DAO-RESP            PIC 9(4).
           05  DAO-DATA            PIC X(100).

      *─── Zone d'appel du controle d'habilitation (SECTRT) ──────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

      *─── Zone d'appel de l'assurance emprunteur (CREDASSU) ─────────
       01  WS-ASSU-COMMAREA.
           05  ASU-ACTION          PIC X(1).
           05  ASU-CODE-RETOUR     PIC 9(2).
           05  ASU-MESSAGE         PIC X(60).
           05  ASU-ID-EMPL         PIC X(6).
           05  ASU-NUM-CREDIT      PIC 9(2).
           05  ASU-TAUX-ASSURANCE  PIC 9(2)V99.
           05  FILLER              PIC X(25).

      *─── Taux d'indemnite : parametre CREDPARM, plafonne a 3 % ─────
       01  WS-PARM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(2)V99.
           05  FILLER              PIC X(38).
       01  WS-CLE-PARM             PIC X(8) VALUE 'PENALITE'.
       01  WS-TAUX-PENALITE        PIC 9(2)V99 VALUE 0.
       01  WS-TAUX-PLAFOND         PIC 9(2)V99 VALUE 3.00.

      *─── Duree du plan de remboursement du reste du ─────────────────
       01  WS-PLAN-DEFAUT          PIC 9(2) VALUE 12.
       01  WS-PLAN-MAXI            PIC 9(2) VALUE 24.

      *─── Parcours des credits de l'employe ──────────────────────────
       01  WS-CLE-RECHERCHE.
           05  WS-CLE-ID-EMPL      PIC X(6).
           05  WS-CLE-NUM-CRED     PIC 9(2).
       01  WS-IDX-CRED             PIC 9(2).
       01  WS-PENALITE             PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-DU             PIC 9(7)V99 VALUE 0.
       01  WS-NB-ASSURANCES        PIC 9(2) VALUE 0.

      *─── COMMAREA échange avec couche présentation ──────────────────
       01  WS-COMMAREA.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(60).
           05  CA-ID-EMPL          PIC X(6).
           05  CA-DATE-DEPART      PIC 9(8).
           05  CA-NB-MOIS-PLAN     PIC 9(2).
           05  CA-NAME             PIC X(30).
           05  CA-NB-CREDITS       PIC 9(2).
           05  CA-TOTAL-DU         PIC 9(7)V99.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(150).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE

           INITIALIZE WS-SEC-COMMAREA
           MOVE 'M' TO SEC-FONCTION
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               PERFORM 1000-ENREGISTRER-DEPART THRU 1000-EXIT
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA

           EXEC CICS
               RETURN
           END-EXEC.

      ******************************************************************
      * 1000-ENREGISTRER-DEPART : controles, chiffrage des credits,
      * puis la ligne de depart
      ******************************************************************
       1000-ENREGISTRER-DEPART.

           IF CA-DATE-DEPART NOT NUMERIC OR CA-DATE-DEPART = 0
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Date de depart AAAAMMJJ obligatoire'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF CA-NB-MOIS-PLAN NOT NUMERIC OR CA-NB-MOIS-PLAN = 0
               MOVE WS-PLAN-DEFAUT TO CA-NB-MOIS-PLAN
           END-IF
           IF CA-NB-MOIS-PLAN > WS-PLAN-MAXI
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Plan de remboursement de 24 mois au plus'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LIRE-EMPLOYE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

      *─── Un seul depart par employe ─────────────────────────────────
           MOVE CA-ID-EMPL TO WS-CLE-ID-EMPL
           MOVE 0 TO WS-CLE-NUM-CRED
           INITIALIZE WS-DAO-COMMAREA
           SET DAO-READ TO TRUE
           MOVE 'EMPSORT' TO DAO-FICHIER
           MOVE WS-CLE-RECHERCHE TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP = 0
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Depart deja enregistre pour cet employe'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-LIRE-TAUX-PENALITE

           MOVE 0 TO WS-TOTAL-DU
           MOVE 0 TO CA-NB-CREDITS
           MOVE 0 TO WS-NB-ASSURANCES
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > 5 OR CA-CODE-RETOUR NOT = 00
               PERFORM 2000-CHIFFRER-CREDIT THRU 2000-EXIT
           END-PERFORM
           IF CA-CODE-RETOUR = 00
               PERFORM 3000-ECRIRE-DEPART
           END-IF

      *─── Un echec en cours de route annule lignes et resiliations ───
           IF CA-CODE-RETOUR NOT = 00
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               GO TO 1000-EXIT
           END-IF

           MOVE WS-TOTAL-DU TO CA-TOTAL-DU
           IF CA-NB-CREDITS = 0
               MOVE 'Depart enregistre - aucun credit en cours'
                   TO CA-MESSAGE
           ELSE
               MOVE 'Depart enregistre - solde retenu sur paie finale'
                   TO CA-MESSAGE
           END-IF.

       1000-EXIT.
           EXIT.

       1100-LIRE-EMPLOYE.

           INITIALIZE WS-DAO-COMMAREA
           SET DAO-READ TO TRUE
           MOVE 'EMPLOYE' TO DAO-FICHIER
           MOVE CA-ID-EMPL TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC

           IF DAO-RESP NOT = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Employe non trouve' TO CA-MESSAGE
           ELSE
               MOVE DAO-DATA TO EMPLOYE-REC
               MOVE EMP-NAME TO CA-NAME
           END-IF.

      ******************************************************************
      * 1200-LIRE-TAUX-PENALITE : meme regle que CREDSOLD - taux au
      * fichier CREDPARM, plafonne a 3 %
      ******************************************************************
       1200-LIRE-TAUX-PENALITE.

           MOVE WS-TAUX-PLAFOND TO WS-TAUX-PENALITE
           EXEC CICS
               READ FILE('CREDPARM')
                    INTO(WS-PARM-REC)
                    RIDFLD(WS-CLE-PARM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               IF PRM-VALEUR < WS-TAUX-PLAFOND
                   MOVE PRM-VALEUR TO WS-TAUX-PENALITE
               END-IF
           END-IF.

      ******************************************************************
      * 2000-CHIFFRER-CREDIT : reglement anticipe d'un credit en cours
      * et resiliation de son assurance
      ******************************************************************
       2000-CHIFFRER-CREDIT.

           MOVE CA-ID-EMPL TO WS-CLE-ID-EMPL
           MOVE WS-IDX-CRED TO WS-CLE-NUM-CRED
           INITIALIZE WS-DAO-COMMAREA
           SET DAO-READ TO TRUE
           MOVE 'CREDEMP' TO DAO-FICHIER
           MOVE WS-CLE-RECHERCHE TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               GO TO 2000-EXIT
           END-IF
           MOVE DAO-DATA TO CREDIT-REC
           IF CRD-RESTE = 0
               GO TO 2000-EXIT
           END-IF

           COMPUTE WS-PENALITE ROUNDED =
               CRD-RESTE * WS-TAUX-PENALITE / 100

           INITIALIZE SORTIE-REC
           MOVE CA-ID-EMPL      TO SOR-ID-EMPL
           MOVE WS-IDX-CRED     TO SOR-NUM-CREDIT
           MOVE CRD-LIBELLE     TO SOR-LIBELLE
           MOVE CRD-RESTE       TO SOR-RESTE-AVANT
           MOVE WS-PENALITE     TO SOR-PENALITE
           COMPUTE SOR-REGLEMENT = CRD-RESTE + WS-PENALITE
           MOVE 0               TO SOR-RETENU
           MOVE 0               TO SOR-SOLDE-DU
           MOVE CRD-ASSURANCE   TO SOR-ASSURANCE-AVANT

      *─── L'assurance emprunteur tombe avec le depart ────────────────
           IF CRD-ASSURE OR CRD-SINISTRE
               INITIALIZE WS-ASSU-COMMAREA
               MOVE 'R'         TO ASU-ACTION
               MOVE CA-ID-EMPL  TO ASU-ID-EMPL
               MOVE WS-IDX-CRED TO ASU-NUM-CREDIT
               EXEC CICS
                   LINK PROGRAM('CREDASSU')
                        COMMAREA(WS-ASSU-COMMAREA)
                        LENGTH(LENGTH OF WS-ASSU-COMMAREA)
               END-EXEC
               IF ASU-CODE-RETOUR NOT = 00
                   MOVE ASU-CODE-RETOUR TO CA-CODE-RETOUR
                   MOVE ASU-MESSAGE TO CA-MESSAGE
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-NB-ASSURANCES
           END-IF

           INITIALIZE WS-DAO-COMMAREA
           SET DAO-WRITE TO TRUE
           MOVE 'EMPSORT' TO DAO-FICHIER
           MOVE SOR-CLE TO DAO-CLE
           MOVE SORTIE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture registre des departs'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO CA-NB-CREDITS
           ADD SOR-REGLEMENT TO WS-TOTAL-DU.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ECRIRE-DEPART : ligne 00 du registre, statut 'D' - meme
      * sans credit, la paie finale reste a emettre une fois
      ******************************************************************
       3000-ECRIRE-DEPART.

           INITIALIZE SORTIE-REC
           MOVE CA-ID-EMPL      TO SOR-ID-EMPL
           MOVE 0               TO SOR-NUM-CREDIT
           MOVE CA-DATE-DEPART  TO SOR-DATE-DEPART
           SET SOR-EN-ATTENTE   TO TRUE
           MOVE CA-NB-MOIS-PLAN TO SOR-NB-MOIS-PLAN
           MOVE WS-TOTAL-DU     TO SOR-TOTAL-DU
           MOVE 0               TO SOR-RETENUE-FINALE
           MOVE 0               TO SOR-RESTE-DU
           MOVE 0               TO SOR-MENSUALITE
           MOVE 0               TO SOR-DATE-PREMIERE
           MOVE EIBDATE         TO SOR-DATE-ENREG
           MOVE SEC-USER        TO SOR-OPERATEUR
           MOVE 0               TO SOR-DATE-SOLDE

           INITIALIZE WS-DAO-COMMAREA
           SET DAO-WRITE TO TRUE
           MOVE 'EMPSORT' TO DAO-FICHIER
           MOVE SOR-CLE TO DAO-CLE
           MOVE SORTIE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture registre des departs'
                   TO CA-MESSAGE
           END-IF.
