      ******************************************************************
      * Programme : DATTRT - Depots a terme (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Ouvrir, consulter et rompre un depot a terme
      *
      * Description :
      * - Action 'O' : ouverture ; les fonds sont pris sur un compte
      *   courant du client (provision exigee, pas de decouvert,
      *   fonds bloques exclus via BLQTRT ; compte gele au deces
      *   refuse, code 38) ;
      *   un compte COMPTE de type 'D' est cree avec son contrat
      *   DATERME : duree 3, 6 ou 12 mois, taux de la grille PARAMS
      *   (DATTX03, DATTX06, DATTX12), instruction d'echeance et
      *   compte lie (par defaut le compte courant d'origine)
      * - Action 'C' : consultation du contrat
      * - Action 'R' : rupture anticipee ; le capital et les
      *   interets courus au taux du contrat diminue de la penalite
      *   PARAMS DATPENAL (1 point par defaut, jamais sous zero)
      *   sont verses au compte lie
      * - Ouverture et rupture dans UNE SEULE unite logique :
      *   SYNCPOINT en fin de traitement, SYNCPOINT ROLLBACK au
      *   moindre incident apres la premiere mise a jour (cf. VIRTRT)
      * - Le mouvement du compte courant est journalise dans MVTJRN
      * - Consultation : tout profil signe (SECTRT 'C') ;
      *   ouverture et rupture : guichetiers signes (SECTRT 'M')
      * Les echeances sont denouees par le batch DATBAT.
      *
      * Appel : Via LINK depuis la presentation des comptes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY COMPTE.
           COPY MVTJRN.
           COPY DATERME.

       01  WS-RESP                 PIC S9(8) COMP.

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
               88  DAO-READ        VALUE 'READ'.
               88  DAO-READ-UPD    VALUE 'UPDT'.
               88  DAO-REWRITE     VALUE 'REWT'.
               88  DAO-WRITE       VALUE 'WRIT'.
           05  DAO-FICHIER         PIC X(8).
           05  DAO-CLE             PIC X(11).
           05  DAO-CLIENT          PIC X(6).
           05  DAO-RESP            PIC 9(4).
           05  DAO-DATA            PIC X(100).

      *─── Indicateur : une mise a jour est deja posee ────────────────
       01  WS-MAJ-ENGAGEE          PIC 9(1) VALUE 0.

      *─── Date du jour et calcul de l'echeance ───────────────────────
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-TRAVAIL.
           05  WS-DT-ANNEE         PIC 9(4).
           05  WS-DT-MOIS          PIC 9(2).
           05  WS-DT-JOUR          PIC 9(2).
       01  WS-DATE-TRAVAIL-N REDEFINES WS-DATE-TRAVAIL PIC 9(8).
       01  WS-JJ-MAX               PIC 9(2) VALUE 0.
       01  WS-RESTE                PIC 9(4) VALUE 0.
       01  WS-QUOTIENT             PIC 9(4) VALUE 0.
       01  WS-NB-JOURS             PIC 9(5) VALUE 0.

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
       01  WS-DISPONIBLE           PIC S9(9)V99 VALUE 0.

      *─── Client titulaire et compte courant d'origine ───────────────
       01  WS-CLIENT               PIC X(6).
       01  WS-BANQUE               PIC X(5).
       01  WS-GUICHET              PIC X(5).

      *─── Calcul des interets ───────────────────────────────────────
       01  WS-TAUX-SERVI           PIC S9(2)V99 VALUE 0.
       01  WS-INTERETS             PIC 9(7)V99 VALUE 0.
       01  WS-INTERETS-PLEINS      PIC 9(7)V99 VALUE 0.
       01  WS-VERSEMENT            PIC 9(7)V99 VALUE 0.

      *─── Grille des taux et penalite, lues au fichier PARAMS ────────
       01  WS-PARAM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).
       01  WS-CLE-PARAM.
           05  FILLER              PIC X(5) VALUE 'DATTX'.
           05  WS-CLE-DUREE        PIC 9(2).
           05  FILLER              PIC X(1) VALUE SPACE.
       01  WS-CLE-PENALITE         PIC X(8) VALUE 'DATPENAL'.
       01  WS-TAUX                 PIC 9(2)V99 VALUE 0.
       01  WS-PENALITE             PIC 9(2)V99 VALUE 1.

      *─── Compteur des numeros de compte a terme (REFNUM) ────────────
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).
       01  WS-CLE-REFNUM           PIC X(8) VALUE 'REFNUM'.
       01  WS-CLE-DATNUM           PIC X(8) VALUE 'DATNUM'.
       01  WS-RESP-REF             PIC S9(8) COMP.
       01  WS-REFERENCE            PIC 9(8) VALUE 0.
       01  WS-NUM-DAT.
           05  FILLER              PIC X(3) VALUE 'DAT'.
           05  WS-NUM-DAT-SEQ      PIC 9(8).

       01  WS-LIBELLE-DAT.
           05  FILLER              PIC X(12) VALUE 'DEPOT TERME '.
           05  WS-LIB-DUREE        PIC 9(2).
           05  FILLER              PIC X(6) VALUE ' MOIS'.

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-OUVRIR       VALUE 'O'.
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-ROMPRE       VALUE 'R'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-COMPTE-SOURCE    PIC X(11).
           05  CA-COMPTE-DAT       PIC X(11).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-DUREE            PIC 9(2).
           05  CA-INSTRUCTION      PIC X(1).
           05  CA-COMPTE-LIE       PIC X(11).
           05  CA-TAUX             PIC 9(2)V99.
           05  CA-DATE-ECHEANCE    PIC X(8).
           05  CA-INTERETS         PIC 9(7)V99.
           05  CA-PENALITE         PIC 9(7)V99.
           05  CA-GUICHETIER       PIC X(8).
           05  CA-STATUT           PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(137).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE
           MOVE 0 TO WS-MAJ-ENGAGEE

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
               MOVE SEC-USER TO CA-GUICHETIER
               EVALUATE TRUE
                   WHEN CA-OUVRIR
                       PERFORM 1000-OUVRIR THRU 1000-EXIT
                   WHEN CA-CONSULTER
                       PERFORM 2000-CONSULTER THRU 2000-EXIT
                   WHEN CA-ROMPRE
                       PERFORM 3000-ROMPRE THRU 3000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

       1000-OUVRIR.

      *─── Controles de saisie ────────────────────────────────────────
           MOVE CA-DUREE       TO DAT-DUREE
           MOVE CA-INSTRUCTION TO DAT-INSTRUCTION
           EVALUATE TRUE
               WHEN CA-MONTANT = 0
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Montant obligatoire' TO CA-MESSAGE
               WHEN NOT DAT-DUREE-VALIDE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Duree de 3, 6 ou 12 mois' TO CA-MESSAGE
               WHEN NOT DAT-RENOUV-TOTAL
                    AND NOT DAT-RENOUV-CAPITAL
                    AND NOT DAT-VIREMENT
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Instruction d echeance R, C ou V'
                       TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF
           IF CA-COMPTE-LIE = SPACES
               MOVE CA-COMPTE-SOURCE TO CA-COMPTE-LIE
           END-IF

      *─── Compte lie : compte courant du meme client ─────────────────
           IF CA-COMPTE-LIE NOT = CA-COMPTE-SOURCE
               INITIALIZE WS-DAO-COMMAREA
               SET DAO-READ TO TRUE
               MOVE 'COMPTE' TO DAO-FICHIER
               MOVE CA-COMPTE-LIE TO DAO-CLE
               EXEC CICS
                   LINK PROGRAM('CPTEDAO')
                        COMMAREA(WS-DAO-COMMAREA)
               END-EXEC
               IF DAO-RESP NOT = 0
                   MOVE 13 TO CA-CODE-RETOUR
                   MOVE 'Compte lie non trouve' TO CA-MESSAGE
                   GO TO 1000-EXIT
               END-IF
               MOVE DAO-DATA TO COMPTE-REC
               MOVE CPT-CLIENT TO WS-CLIENT
               IF NOT CPT-COURANT
                   MOVE 34 TO CA-CODE-RETOUR
                   MOVE 'Le compte lie doit etre un compte courant'
                       TO CA-MESSAGE
                   GO TO 1000-EXIT
               END-IF
           END-IF

      *─── Debit du compte courant d'origine ──────────────────────────
           INITIALIZE WS-DAO-COMMAREA
           SET DAO-READ-UPD TO TRUE
           MOVE 'COMPTE' TO DAO-FICHIER
           MOVE CA-COMPTE-SOURCE TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte source non trouve' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           MOVE DAO-DATA TO COMPTE-REC

           IF NOT CPT-COURANT
               MOVE 34 TO CA-CODE-RETOUR
               MOVE 'Le compte source doit etre un compte courant'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF CA-COMPTE-LIE NOT = CA-COMPTE-SOURCE
               AND CPT-CLIENT NOT = WS-CLIENT
               MOVE 33 TO CA-CODE-RETOUR
               MOVE 'Compte lie d un autre client' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

      *─── REGLE METIER : un placement se fait sur la provision, pas
      *    sur le decouvert autorise ni sur les fonds bloques ; un
      *    compte gele au deces n'alimente aucun placement ─────────
           PERFORM 1550-TOTALISER-BLOCAGES
           IF WS-COMPTE-GELE = 'O'
               MOVE 38 TO CA-CODE-RETOUR
               MOVE 'Compte gele : succession en cours'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           COMPUTE WS-DISPONIBLE = CPT-SOLDE - WS-TOTAL-BLOQUE
           IF CA-MONTANT > WS-DISPONIBLE
               MOVE 31 TO CA-CODE-RETOUR
               IF WS-TOTAL-BLOQUE > 0
                   MOVE 'Disponible insuffisant (fonds bloques)'
                       TO CA-MESSAGE
               ELSE
                   MOVE 'Provision insuffisante sur le compte source'
                       TO CA-MESSAGE
               END-IF
               GO TO 1000-EXIT
           END-IF

           MOVE CPT-CLIENT  TO WS-CLIENT
           MOVE CPT-BANQUE  TO WS-BANQUE
           MOVE CPT-GUICHET TO WS-GUICHET

           SUBTRACT CA-MONTANT FROM CPT-SOLDE
           MOVE EIBDATE TO CPT-DATEDER
           SET DAO-REWRITE TO TRUE
           MOVE COMPTE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur debit compte source' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE 1 TO WS-MAJ-ENGAGEE
           MOVE 'R' TO JRN-SENS
           MOVE CA-COMPTE-SOURCE TO JRN-COMPTE
           MOVE CA-MONTANT TO JRN-MONTANT
           PERFORM 7000-JOURNALISER

      *─── Creation du compte a terme ─────────────────────────────────
           PERFORM 0500-LIRE-TAUX
           PERFORM 6000-ALLOUER-NUMERO
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 1000-EXIT
           END-IF

           INITIALIZE COMPTE-REC
           MOVE WS-NUM-DAT     TO CPT-NUM
           MOVE WS-CLIENT      TO CPT-CLIENT
           SET CPT-TERME       TO TRUE
           MOVE CA-DUREE       TO WS-LIB-DUREE
           MOVE WS-LIBELLE-DAT TO CPT-LIBELLE
           MOVE CA-MONTANT     TO CPT-SOLDE
           MOVE WS-DATE-JOUR   TO CPT-DATEOUV
           MOVE EIBDATE        TO CPT-DATEDER
           MOVE 0              TO CPT-DECOUVERT-AUT
           MOVE SPACES         TO CPT-DECOUV-FIN
           MOVE WS-BANQUE      TO CPT-BANQUE
           MOVE WS-GUICHET     TO CPT-GUICHET
           MOVE SPACES         TO CPT-CLE-RIB

           INITIALIZE WS-DAO-COMMAREA
           SET DAO-WRITE TO TRUE
           MOVE 'COMPTE' TO DAO-FICHIER
           MOVE WS-NUM-DAT TO DAO-CLE
           MOVE COMPTE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur creation compte a terme' TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 1000-EXIT
           END-IF

      *─── Contrat DATERME ────────────────────────────────────────────
           MOVE WS-DATE-JOUR TO WS-DATE-TRAVAIL
           PERFORM 6500-AJOUTER-DUREE

           INITIALIZE DATERME-REC
           MOVE WS-NUM-DAT      TO DAT-COMPTE
           MOVE WS-CLIENT       TO DAT-CLIENT
           MOVE CA-MONTANT      TO DAT-CAPITAL
           MOVE WS-TAUX         TO DAT-TAUX
           MOVE CA-DUREE        TO DAT-DUREE
           MOVE WS-DATE-JOUR    TO DAT-DATE-DEBUT
           MOVE WS-DATE-TRAVAIL TO DAT-DATE-ECHEANCE
           MOVE CA-INSTRUCTION  TO DAT-INSTRUCTION
           MOVE CA-COMPTE-LIE   TO DAT-COMPTE-LIE
           SET DAT-ACTIF        TO TRUE
           MOVE 0               TO DAT-INTERETS-CUMUL
           MOVE 0               TO DAT-NB-RENOUV
           MOVE SPACES          TO DAT-DATE-CLOTURE
           MOVE CA-GUICHETIER   TO DAT-GUICHETIER

           EXEC CICS
               WRITE FILE('DATERME')
                     FROM(DATERME-REC)
                     RIDFLD(DAT-COMPTE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture contrat a terme' TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 1000-EXIT
           END-IF

      *─── Debit et contrat poses : validation de l'unite ─────────────
           EXEC CICS
               SYNCPOINT
           END-EXEC

           MOVE WS-NUM-DAT        TO CA-COMPTE-DAT
           MOVE DAT-TAUX          TO CA-TAUX
           MOVE DAT-DATE-ECHEANCE TO CA-DATE-ECHEANCE
           MOVE DAT-STATUT        TO CA-STATUT
           STRING 'Depot a terme ouvert : ' WS-NUM-DAT
               DELIMITED BY SIZE INTO CA-MESSAGE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1550-TOTALISER-BLOCAGES : fonds bloques sur le compte source
      * (BLQTRT action 'T', comme MVTTRT) et indicateur de gel
      * succession. BLQTRT indisponible = aucun blocage retenu
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

       2000-CONSULTER.

           MOVE CA-COMPTE-DAT TO DAT-COMPTE
           EXEC CICS
               READ FILE('DATERME')
                    INTO(DATERME-REC)
                    RIDFLD(DAT-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Depot a terme inconnu' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE DAT-CAPITAL       TO CA-MONTANT
           MOVE DAT-DUREE         TO CA-DUREE
           MOVE DAT-INSTRUCTION   TO CA-INSTRUCTION
           MOVE DAT-COMPTE-LIE    TO CA-COMPTE-LIE
           MOVE DAT-TAUX          TO CA-TAUX
           MOVE DAT-DATE-ECHEANCE TO CA-DATE-ECHEANCE
           MOVE DAT-INTERETS-CUMUL TO CA-INTERETS
           MOVE DAT-STATUT        TO CA-STATUT
           EVALUATE TRUE
               WHEN DAT-ACTIF
                   MOVE 'Depot a terme en cours' TO CA-MESSAGE
               WHEN DAT-ECHU
                   MOVE 'Depot a terme echu et solde' TO CA-MESSAGE
               WHEN OTHER
                   MOVE 'Depot a terme rompu par anticipation'
                       TO CA-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       3000-ROMPRE.

           MOVE CA-COMPTE-DAT TO DAT-COMPTE
           EXEC CICS
               READ FILE('DATERME')
                    INTO(DATERME-REC)
                    RIDFLD(DAT-COMPTE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Depot a terme inconnu' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF NOT DAT-ACTIF
               MOVE 34 TO CA-CODE-RETOUR
               MOVE 'Depot a terme deja solde' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF DAT-DATE-ECHEANCE NOT > WS-DATE-JOUR
               MOVE 34 TO CA-CODE-RETOUR
               MOVE 'Echeance atteinte - denouement par le batch'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

      *─── REGLE METIER : interets courus au taux du contrat diminue
      *    de la penalite ; l'ecart est la penalite supportee ─────────
           PERFORM 0600-LIRE-PENALITE
           MOVE DAT-DATE-DEBUT TO WS-DATE-TRAVAIL
           COMPUTE WS-NB-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
             - FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL-N)
           COMPUTE WS-TAUX-SERVI = DAT-TAUX - WS-PENALITE
           IF WS-TAUX-SERVI < 0
               MOVE 0 TO WS-TAUX-SERVI
           END-IF
           COMPUTE WS-INTERETS-PLEINS ROUNDED =
               DAT-CAPITAL * DAT-TAUX / 100 * WS-NB-JOURS / 365
           COMPUTE WS-INTERETS ROUNDED =
               DAT-CAPITAL * WS-TAUX-SERVI / 100 * WS-NB-JOURS / 365
           COMPUTE WS-VERSEMENT = DAT-CAPITAL + WS-INTERETS

      *─── Credit du compte lie ───────────────────────────────────────
           INITIALIZE WS-DAO-COMMAREA
           SET DAO-READ-UPD TO TRUE
           MOVE 'COMPTE' TO DAO-FICHIER
           MOVE DAT-COMPTE-LIE TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte lie non trouve' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           MOVE DAO-DATA TO COMPTE-REC
           ADD WS-VERSEMENT TO CPT-SOLDE
           MOVE EIBDATE TO CPT-DATEDER
           SET DAO-REWRITE TO TRUE
           MOVE COMPTE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur credit compte lie' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           MOVE 1 TO WS-MAJ-ENGAGEE
           MOVE 'D' TO JRN-SENS
           MOVE DAT-COMPTE-LIE TO JRN-COMPTE
           MOVE WS-VERSEMENT TO JRN-MONTANT
           PERFORM 7000-JOURNALISER

      *─── Solde du compte a terme ────────────────────────────────────
           INITIALIZE WS-DAO-COMMAREA
           SET DAO-READ-UPD TO TRUE
           MOVE 'COMPTE' TO DAO-FICHIER
           MOVE DAT-COMPTE TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Compte a terme illisible' TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF
           MOVE DAO-DATA TO COMPTE-REC
           MOVE 0 TO CPT-SOLDE
           MOVE EIBDATE TO CPT-DATEDER
           SET DAO-REWRITE TO TRUE
           MOVE COMPTE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur solde compte a terme' TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

      *─── Cloture du contrat ─────────────────────────────────────────
           SET DAT-ROMPU TO TRUE
           ADD WS-INTERETS TO DAT-INTERETS-CUMUL
           MOVE WS-DATE-JOUR  TO DAT-DATE-CLOTURE
           MOVE CA-GUICHETIER TO DAT-GUICHETIER
           EXEC CICS
               REWRITE FILE('DATERME')
                       FROM(DATERME-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur cloture contrat a terme' TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           MOVE DAT-CAPITAL    TO CA-MONTANT
           MOVE DAT-COMPTE-LIE TO CA-COMPTE-LIE
           MOVE WS-INTERETS    TO CA-INTERETS
           COMPUTE CA-PENALITE = WS-INTERETS-PLEINS - WS-INTERETS
           MOVE DAT-STATUT     TO CA-STATUT
           MOVE 'Depot a terme rompu, fonds verses au compte lie'
               TO CA-MESSAGE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 0500-LIRE-TAUX : taux de la duree demandee au fichier PARAMS
      * (cles DATTX03, DATTX06, DATTX12, valeur en % l'an) ; a
      * defaut 1,50 / 2,00 / 2,50
      ******************************************************************
       0500-LIRE-TAUX.

           EVALUATE CA-DUREE
               WHEN 3
                   MOVE 1.50 TO WS-TAUX
               WHEN 6
                   MOVE 2.00 TO WS-TAUX
               WHEN OTHER
                   MOVE 2.50 TO WS-TAUX
           END-EVALUATE
           MOVE CA-DUREE TO WS-CLE-DUREE
           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PARAM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR > 0
               AND PRM-VALEUR < 100
               MOVE PRM-VALEUR TO WS-TAUX
           END-IF.

      ******************************************************************
      * 0600-LIRE-PENALITE : points retires du taux en cas de
      * rupture anticipee (PARAMS DATPENAL) ; 1 point par defaut
      ******************************************************************
       0600-LIRE-PENALITE.

           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PENALITE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR < 100
               MOVE PRM-VALEUR TO WS-PENALITE
           END-IF.

      ******************************************************************
      * 6000-ALLOUER-NUMERO : numero du compte a terme, 'DAT' suivi
      * du compteur DATNUM du fichier REFNUM (cree au premier usage)
      ******************************************************************
       6000-ALLOUER-NUMERO.

           EXEC CICS
               READ FILE('REFNUM')
                    INTO(WS-REFNUM-REC)
                    RIDFLD(WS-CLE-DATNUM)
                    UPDATE
                    RESP(WS-RESP-REF)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-REF = DFHRESP(NORMAL)
                   ADD 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       REWRITE FILE('REFNUM')
                               FROM(WS-REFNUM-REC)
                               RESP(WS-RESP-REF)
                   END-EXEC
               WHEN WS-RESP-REF = DFHRESP(NOTFND)
                   MOVE WS-CLE-DATNUM TO RNM-CLE
                   MOVE 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       WRITE FILE('REFNUM')
                             FROM(WS-REFNUM-REC)
                             RIDFLD(WS-CLE-DATNUM)
                             RESP(WS-RESP-REF)
                   END-EXEC
           END-EVALUATE
           IF WS-RESP-REF = DFHRESP(NORMAL)
               MOVE RNM-DERNIERE-REF TO WS-NUM-DAT-SEQ
           ELSE
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Numerotation des comptes a terme indisponible'
                   TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 6500-AJOUTER-DUREE : WS-DATE-TRAVAIL + CA-DUREE mois ; un
      * jour absent du mois d'arrivee est ramene au dernier jour
      ******************************************************************
       6500-AJOUTER-DUREE.

           ADD CA-DUREE TO WS-DT-MOIS
           IF WS-DT-MOIS > 12
               SUBTRACT 12 FROM WS-DT-MOIS
               ADD 1 TO WS-DT-ANNEE
           END-IF

           EVALUATE WS-DT-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-JJ-MAX
               WHEN 2
                   MOVE 28 TO WS-JJ-MAX
                   DIVIDE WS-DT-ANNEE BY 4
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       MOVE 29 TO WS-JJ-MAX
                       DIVIDE WS-DT-ANNEE BY 100
                           GIVING WS-QUOTIENT REMAINDER WS-RESTE
                       IF WS-RESTE = 0
                           DIVIDE WS-DT-ANNEE BY 400
                               GIVING WS-QUOTIENT REMAINDER WS-RESTE
                           IF WS-RESTE NOT = 0
                               MOVE 28 TO WS-JJ-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-JJ-MAX
           END-EVALUATE
           IF WS-DT-JOUR > WS-JJ-MAX
               MOVE WS-JJ-MAX TO WS-DT-JOUR
           END-IF.

      ******************************************************************
      * 7000-JOURNALISER : trace du mouvement du compte courant dans
      * MVTJRN (JRN-SENS, JRN-COMPTE et JRN-MONTANT poses par
      * l'appelant, COMPTE-REC porte le solde apres operation)
      ******************************************************************
       7000-JOURNALISER.

           PERFORM 7600-ALLOUER-REFERENCE
           MOVE WS-REFERENCE  TO JRN-REFERENCE
           MOVE EIBDATE       TO JRN-DATE
           MOVE EIBTIME       TO JRN-HEURE
           MOVE CA-GUICHETIER TO JRN-GUICHETIER
           MOVE CPT-SOLDE     TO JRN-SOLDE-APRES

           EXEC CICS
               WRITE FILE('MVTJRN')
                     FROM(MVTJRN-REC)
                     RIDFLD(JRN-CLE)
                     RESP(WS-RESP)
           END-EXEC.

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
