      ******************************************************************
      * Programme : CAPATRT - Capacite juridique (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Tenir le statut de capacite juridique d'un client
      *             (mineur, majeur, tutelle, curatelle), son
      *             representant legal et ses pouvoirs, et controler
      *             les operations de guichet qui en dependent
      *
      * Description :
      * - Action 'C' : consultation de la fiche CAPACITE du client ;
      *   pas de fiche = majeur capable
      * - Action 'A' : enregistrement ou remplacement de la fiche -
      *   statut, date de naissance (la majorite est calculee),
      *   jugement et echeance de la mesure pour une tutelle ou une
      *   curatelle, representant legal (client existant), pouvoirs
      *   et plafonds ; plafonds non saisis = plafonds par defaut du
      *   statut :
      *     mineur    : 50 par operation, carte 100 par semaine
      *     curatelle : 500 par operation, carte 300 par semaine
      *     tutelle   : rien seul, pas de carte sans le tuteur
      *   Une personne morale (fiche ENTREP) n'a pas de capacite a
      *   enregistrer
      * - Action 'V' : verification pour MVTTRT, VIRTRT (retrait 'R',
      *   virement 'V') et CARTTRT (carte 'C', montant = plafond
      *   demande, zero = sans plafond) sur le compte presente.
      *   Titulaire majeur capable, depot, ou montant dans le plafond
      *   du client seul : accepte. Au dela, le representant legal
      *   doit etre present (CA-REPR-LEGAL 'O') et avoir le pouvoir
      *   de l'operation ; refus code 43. Un mineur dont la majorite
      *   est atteinte est traite en majeur sans attendre CAPABAT
      * - 'C' : tout profil signe (SECTRT 'C') ; 'A' : guichetiers
      *   signes (SECTRT 'M') ; 'V' est appele par des services qui
      *   ont deja controle l'habilitation
      * - Enregistrements journalises avant/apres dans IMGJRN (meme
      *   convention que CPTEDAO)
      *
      * Appel : Via LINK depuis CAPAPRES, MVTTRT, VIRTRT et CARTTRT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPATRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY CAPACITE.
           COPY CLIENT.
           COPY COMPTE.
           COPY ENTREP.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-FICHE-EXISTE         PIC X(1) VALUE 'N'.
       01  WS-PLAFOND              PIC 9(7)V99 VALUE 0.
       01  WS-POUVOIR              PIC X(1) VALUE 'N'.

      *─── Calcul de la date de majorite (naissance + 18 ans) ─────────
       01  WS-DATE-TRAVAIL.
           05  WS-DT-ANNEE         PIC 9(4).
           05  WS-DT-MOIS          PIC 9(2).
           05  WS-DT-JOUR          PIC 9(2).
       01  WS-RESTE                PIC 9(4) VALUE 0.
       01  WS-QUOTIENT             PIC 9(4) VALUE 0.
       01  WS-BISSEXTILE           PIC X(1) VALUE 'N'.

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
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-ENREGISTRER  VALUE 'A'.
               88  CA-VERIFIER     VALUE 'V'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
      *─── Fiche capacite ('C', 'A') ───────────────────────────────────
           05  CA-STATUT           PIC X(1).
           05  CA-DATE-NAIS        PIC X(8).
           05  CA-DATE-MAJORITE    PIC X(8).
           05  CA-DATE-JUGEMENT    PIC X(8).
           05  CA-DATE-REVISION    PIC X(8).
           05  CA-REP-CLIENT       PIC X(6).
           05  CA-REP-NOM          PIC X(25).
           05  CA-REP-QUALITE      PIC X(20).
           05  CA-REP-RETRAIT      PIC X(1).
           05  CA-REP-VIREMENT     PIC X(1).
           05  CA-REP-CARTE        PIC X(1).
      *─── Plafonds : a blanc en entree de 'A', ceux du statut ────────
           05  CA-PLAFOND-SEUL     PIC 9(7)V99.
           05  CA-PLAFOND-CARTE    PIC 9(7)V99.
      *─── Verification ('V') : compte, operation 'D' depot, 'R'
      *    retrait, 'V' virement, 'C' carte, montant, et presence du
      *    representant legal au guichet ('O') ───────────────────────
           05  CA-COMPTE           PIC X(11).
           05  CA-OPERATION        PIC X(1).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-REPR-LEGAL       PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(186).

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

           IF CA-VERIFIER
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
                   WHEN CA-CONSULTER
                       PERFORM 1000-CONSULTER THRU 1000-EXIT
                   WHEN CA-ENREGISTRER
                       PERFORM 2000-ENREGISTRER THRU 2000-EXIT
                   WHEN CA-VERIFIER
                       PERFORM 3000-VERIFIER-OPERATION THRU 3000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

       1000-CONSULTER.

           MOVE CA-CLIENT TO CAP-CLIENT
           EXEC CICS
               READ FILE('CAPACITE')
                    INTO(CAPACITE-REC)
                    RIDFLD(CAP-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucune fiche : majeur capable' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM 7200-RESTITUER-FICHE
           EVALUATE TRUE
               WHEN CAP-MINEUR AND CAP-DATE-MAJORITE NOT > WS-DATE-JOUR
                   MOVE 'Mineur devenu majeur - fiche a mettre a jour'
                       TO CA-MESSAGE
               WHEN (CAP-TUTELLE OR CAP-CURATELLE)
                    AND CAP-DATE-REVISION < WS-DATE-JOUR
                   MOVE 'Mesure de protection a reviser (echeance)'
                       TO CA-MESSAGE
               WHEN OTHER
                   MOVE 'Fiche capacite trouvee' TO CA-MESSAGE
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ENREGISTRER : creation ou remplacement de la fiche ; la
      * date de notification de la majorite est conservee
      ******************************************************************
       2000-ENREGISTRER.

      *─── Le client doit exister et etre une personne physique ──────
           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Client inconnu' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF
           EXEC CICS
               READ FILE('ENTREP')
                    INTO(ENTREP-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Personne morale : pas de capacite a enregistrer'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           PERFORM 7000-CONTROLER-FICHE THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

      *─── Representant legal : un client, autre que le protege ──────
           IF CA-STATUT NOT = 'A'
               EXEC CICS
                   READ FILE('CLIENT')
                        INTO(CLIENT-REC)
                        RIDFLD(CA-REP-CLIENT)
                        RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 13 TO CA-CODE-RETOUR
                   MOVE 'Representant legal inconnu comme client'
                       TO CA-MESSAGE
                   GO TO 2000-EXIT
               END-IF
               MOVE CLI-NOM TO CA-REP-NOM
           END-IF

      *─── Creation ou remplacement ────────────────────────────────────
           MOVE CA-CLIENT TO CAP-CLIENT
           EXEC CICS
               READ FILE('CAPACITE')
                    INTO(CAPACITE-REC)
                    RIDFLD(CAP-CLIENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'O' TO WS-FICHE-EXISTE
                   MOVE 'R' TO IMG-TYPE
                   MOVE CAPACITE-REC TO IMG-AVANT
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'N' TO WS-FICHE-EXISTE
                   MOVE 'W' TO IMG-TYPE
                   MOVE SPACES TO IMG-AVANT
                   INITIALIZE CAPACITE-REC
                   MOVE CA-CLIENT TO CAP-CLIENT
                   MOVE SPACES TO CAP-DATE-NOTIF
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture fiche capacite' TO CA-MESSAGE
                   GO TO 2000-EXIT
           END-EVALUATE

           PERFORM 7100-REPORTER-FICHE
           MOVE WS-DATE-JOUR TO CAP-DATE-MAJ
           MOVE SEC-USER     TO CAP-AGENT-MAJ

           IF WS-FICHE-EXISTE = 'O'
               EXEC CICS
                   REWRITE FILE('CAPACITE')
                           FROM(CAPACITE-REC)
                           RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('CAPACITE')
                         FROM(CAPACITE-REC)
                         RIDFLD(CAP-CLIENT)
                         RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture fiche capacite' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE CAPACITE-REC TO IMG-APRES
           PERFORM 8500-JOURNALISER-IMAGES
           PERFORM 7200-RESTITUER-FICHE
           MOVE 'Capacite juridique enregistree' TO CA-MESSAGE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VERIFIER-OPERATION : titulaire du compte presente ; pas
      * de fiche ou majeur capable = accepte. Une fiche illisible
      * refuse l'operation comme une fiche de mineur.
      ******************************************************************
       3000-VERIFIER-OPERATION.

           IF CA-OPERATION = 'D'
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(CA-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte non trouve' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           MOVE CPT-CLIENT TO CA-CLIENT
           MOVE CPT-CLIENT TO CAP-CLIENT
           EXEC CICS
               READ FILE('CAPACITE')
                    INTO(CAPACITE-REC)
                    RIDFLD(CAP-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'A' TO CA-STATUT
               GO TO 3000-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 43 TO CA-CODE-RETOUR
               MOVE 'Capacite du titulaire illisible - refus'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           MOVE CAP-STATUT TO CA-STATUT
           IF CAP-MAJEUR
               GO TO 3000-EXIT
           END-IF
           IF CAP-MINEUR AND CAP-DATE-MAJORITE NOT > WS-DATE-JOUR
               GO TO 3000-EXIT
           END-IF

      *─── Plafond du client seul et pouvoir du representant ──────────
           EVALUATE CA-OPERATION
               WHEN 'C'
                   MOVE CAP-PLAFOND-CARTE TO WS-PLAFOND
                   MOVE CAP-REP-CARTE     TO WS-POUVOIR
               WHEN 'V'
                   MOVE CAP-PLAFOND-SEUL  TO WS-PLAFOND
                   MOVE CAP-REP-VIREMENT  TO WS-POUVOIR
               WHEN OTHER
                   MOVE CAP-PLAFOND-SEUL  TO WS-PLAFOND
                   MOVE CAP-REP-RETRAIT   TO WS-POUVOIR
           END-EVALUATE

      *─── Une carte sans plafond (zero) depasse tout plafond ─────────
           IF CA-MONTANT > 0 AND CA-MONTANT NOT > WS-PLAFOND
               GO TO 3000-EXIT
           END-IF

           IF CA-REPR-LEGAL = 'O'
               IF WS-POUVOIR = 'O'
                   MOVE 'Autorise par le representant legal'
                       TO CA-MESSAGE
               ELSE
                   MOVE 43 TO CA-CODE-RETOUR
                   MOVE 'Representant legal sans pouvoir pour cet acte'
                       TO CA-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF

           MOVE 43 TO CA-CODE-RETOUR
           EVALUATE TRUE
               WHEN CAP-MINEUR
                   MOVE 'Mineur : plafond depasse, representant requis'
                       TO CA-MESSAGE
               WHEN CAP-TUTELLE
                   MOVE 'Tutelle : acte reserve au tuteur present'
                       TO CA-MESSAGE
               WHEN OTHER
                   MOVE 'Curatelle : assistance du curateur requise'
                       TO CA-MESSAGE
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CONTROLER-FICHE : statut, naissance et majorite, mesure
      * de protection, representant et plafonds par defaut
      ******************************************************************
       7000-CONTROLER-FICHE.

           MOVE CA-STATUT TO CAP-STATUT
           IF NOT CAP-STATUT-VALIDE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Statut M, A, T ou C' TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF
           IF CA-DATE-NAIS NOT NUMERIC
               OR CA-DATE-NAIS > WS-DATE-JOUR
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Date de naissance invalide (AAAAMMJJ)'
                   TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF

           PERFORM 8000-CALCULER-MAJORITE
           MOVE WS-DATE-TRAVAIL TO CA-DATE-MAJORITE

           EVALUATE TRUE
               WHEN CAP-MINEUR AND CA-DATE-MAJORITE NOT > WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Client majeur : statut mineur impossible'
                       TO CA-MESSAGE
               WHEN NOT CAP-MINEUR
                    AND CA-DATE-MAJORITE > WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Client mineur : statut M obligatoire'
                       TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 7000-EXIT
           END-IF

      *─── Majeur capable : ni mesure, ni representant, ni plafond ─────
           IF CAP-MAJEUR
               MOVE SPACES TO CA-DATE-JUGEMENT CA-DATE-REVISION
                              CA-REP-CLIENT CA-REP-NOM CA-REP-QUALITE
               MOVE 'N' TO CA-REP-RETRAIT CA-REP-VIREMENT
                           CA-REP-CARTE
               MOVE 0 TO CA-PLAFOND-SEUL CA-PLAFOND-CARTE
               GO TO 7000-EXIT
           END-IF

      *─── Tutelle, curatelle : jugement et echeance de la mesure ─────
           IF CAP-MINEUR
               MOVE SPACES TO CA-DATE-JUGEMENT
               MOVE CA-DATE-MAJORITE TO CA-DATE-REVISION
           ELSE
               IF CA-DATE-REVISION = SPACES
                   OR CA-DATE-REVISION = LOW-VALUES
                   MOVE '99991231' TO CA-DATE-REVISION
               END-IF
               EVALUATE TRUE
                   WHEN CA-DATE-JUGEMENT NOT NUMERIC
                        OR CA-DATE-JUGEMENT > WS-DATE-JOUR
                       MOVE 30 TO CA-CODE-RETOUR
                       MOVE 'Date du jugement invalide (AAAAMMJJ)'
                           TO CA-MESSAGE
                   WHEN CA-DATE-REVISION NOT NUMERIC
                        OR CA-DATE-REVISION < WS-DATE-JOUR
                       MOVE 30 TO CA-CODE-RETOUR
                       MOVE 'Echeance de la mesure invalide ou passee'
                           TO CA-MESSAGE
               END-EVALUATE
               IF CA-CODE-RETOUR NOT = 00
                   GO TO 7000-EXIT
               END-IF
           END-IF

           IF CA-REP-RETRAIT NOT = 'O'
               MOVE 'N' TO CA-REP-RETRAIT
           END-IF
           IF CA-REP-VIREMENT NOT = 'O'
               MOVE 'N' TO CA-REP-VIREMENT
           END-IF
           IF CA-REP-CARTE NOT = 'O'
               MOVE 'N' TO CA-REP-CARTE
           END-IF

           EVALUATE TRUE
               WHEN CA-REP-CLIENT = SPACES OR CA-REP-CLIENT = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Representant legal obligatoire' TO CA-MESSAGE
               WHEN CA-REP-CLIENT = CA-CLIENT
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Le client ne peut etre son representant'
                       TO CA-MESSAGE
               WHEN CA-REP-QUALITE = SPACES
                    OR CA-REP-QUALITE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Qualite du representant obligatoire'
                       TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 7000-EXIT
           END-IF

      *─── Plafonds non saisis : ceux du statut ────────────────────────
           IF CA-PLAFOND-SEUL NOT NUMERIC
               EVALUATE TRUE
                   WHEN CAP-MINEUR
                       MOVE 50 TO CA-PLAFOND-SEUL
                   WHEN CAP-CURATELLE
                       MOVE 500 TO CA-PLAFOND-SEUL
                   WHEN OTHER
                       MOVE 0 TO CA-PLAFOND-SEUL
               END-EVALUATE
           END-IF
           IF CA-PLAFOND-CARTE NOT NUMERIC
               EVALUATE TRUE
                   WHEN CAP-MINEUR
                       MOVE 100 TO CA-PLAFOND-CARTE
                   WHEN CAP-CURATELLE
                       MOVE 300 TO CA-PLAFOND-CARTE
                   WHEN OTHER
                       MOVE 0 TO CA-PLAFOND-CARTE
               END-EVALUATE
           END-IF.

       7000-EXIT.
           EXIT.

       7100-REPORTER-FICHE.

           MOVE CA-STATUT         TO CAP-STATUT
           MOVE CA-DATE-NAIS      TO CAP-DATE-NAIS
           MOVE CA-DATE-MAJORITE  TO CAP-DATE-MAJORITE
           MOVE CA-DATE-JUGEMENT  TO CAP-DATE-JUGEMENT
           MOVE CA-DATE-REVISION  TO CAP-DATE-REVISION
           MOVE CA-REP-CLIENT     TO CAP-REP-CLIENT
           MOVE CA-REP-NOM        TO CAP-REP-NOM
           MOVE CA-REP-QUALITE    TO CAP-REP-QUALITE
           MOVE CA-REP-RETRAIT    TO CAP-REP-RETRAIT
           MOVE CA-REP-VIREMENT   TO CAP-REP-VIREMENT
           MOVE CA-REP-CARTE      TO CAP-REP-CARTE
           MOVE CA-PLAFOND-SEUL   TO CAP-PLAFOND-SEUL
           MOVE CA-PLAFOND-CARTE  TO CAP-PLAFOND-CARTE.

       7200-RESTITUER-FICHE.

           MOVE CAP-STATUT         TO CA-STATUT
           MOVE CAP-DATE-NAIS      TO CA-DATE-NAIS
           MOVE CAP-DATE-MAJORITE  TO CA-DATE-MAJORITE
           MOVE CAP-DATE-JUGEMENT  TO CA-DATE-JUGEMENT
           MOVE CAP-DATE-REVISION  TO CA-DATE-REVISION
           MOVE CAP-REP-CLIENT     TO CA-REP-CLIENT
           MOVE CAP-REP-NOM        TO CA-REP-NOM
           MOVE CAP-REP-QUALITE    TO CA-REP-QUALITE
           MOVE CAP-REP-RETRAIT    TO CA-REP-RETRAIT
           MOVE CAP-REP-VIREMENT   TO CA-REP-VIREMENT
           MOVE CAP-REP-CARTE      TO CA-REP-CARTE
           MOVE CAP-PLAFOND-SEUL   TO CA-PLAFOND-SEUL
           MOVE CAP-PLAFOND-CARTE  TO CA-PLAFOND-CARTE.

      ******************************************************************
      * 8000-CALCULER-MAJORITE : naissance + 18 ans ; ne un 29 fevrier,
      * majeur le 1er mars quand l'annee n'est pas bissextile.
      * Resultat : WS-DATE-TRAVAIL
      ******************************************************************
       8000-CALCULER-MAJORITE.

           MOVE CA-DATE-NAIS TO WS-DATE-TRAVAIL
           ADD 18 TO WS-DT-ANNEE

           IF WS-DT-MOIS = 02 AND WS-DT-JOUR = 29
               MOVE 'N' TO WS-BISSEXTILE
               DIVIDE WS-DT-ANNEE BY 4
                   GIVING WS-QUOTIENT REMAINDER WS-RESTE
               IF WS-RESTE = 0
                   MOVE 'O' TO WS-BISSEXTILE
                   DIVIDE WS-DT-ANNEE BY 100
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       DIVIDE WS-DT-ANNEE BY 400
                           GIVING WS-QUOTIENT REMAINDER WS-RESTE
                       IF WS-RESTE NOT = 0
                           MOVE 'N' TO WS-BISSEXTILE
                       END-IF
                   END-IF
               END-IF
               IF WS-BISSEXTILE = 'N'
                   MOVE 03 TO WS-DT-MOIS
                   MOVE 01 TO WS-DT-JOUR
               END-IF
           END-IF.

      ******************************************************************
      * 8500-JOURNALISER-IMAGES : une ligne IMGJRN par mise a jour,
      * meme convention que CPTEDAO (fichier + cle + sequence de
      * degagement). Un incident du journal n'interrompt pas l'acte.
      ******************************************************************
       8500-JOURNALISER-IMAGES.

           MOVE EIBDATE    TO IMG-DATE
           MOVE EIBTIME    TO IMG-HEURE
           MOVE EIBTASKN   TO IMG-TACHE
           MOVE 'CAPACITE' TO IMG-FICHIER
           MOVE CAP-CLIENT TO IMG-CLE-ENR
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
