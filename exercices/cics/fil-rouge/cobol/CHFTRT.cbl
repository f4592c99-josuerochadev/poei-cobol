      ******************************************************************
      * Programme : CHFTRT - Chambre forte d'agence (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Tenir le stock par coupure de la chambre forte et
      *             ses echanges avec les caisses et le centre fort
      *
      * Description :
      * - Action 'C' : consultation du stock par coupure, de sa
      *   valeur et du plafond d'encaisse assure de l'agence
      *   (PARAMS 'PLF' + agence, a defaut CHFPLAF, 150 000 EUR)
      * - Action 'I' : inventaire compte - le comptage par coupure
      *   remplace le stock tenu, l'ecart est fige ; le premier
      *   inventaire cree la chambre forte de l'agence
      * - Action 'A' : approvisionnement d'une caisse ouverte de
      *   l'agence (sortie de la chambre forte, CAI-APPROS)
      * - Action 'D' : degagement d'une caisse vers la chambre forte
      *   (CAI-DEGAGEMENTS), dans la limite de son theorique
      * - Action 'R' : reception de fonds du centre fort
      * - Action 'E' : expedition (restitution) au centre fort
      * - Chaque mouvement porte deux signatures : l'agent signe et
      *   un second agent (guichetier ou superviseur, autre que le
      *   premier) qui a compte avec lui et s'authentifie par son
      *   mot de passe USERS ; trois mots de passe faux verrouillent
      *   son profil comme au sign-on
      * - La caisse concernee par 'A' et 'D' est celle du guichetier
      *   saisi, a defaut celle du contresignataire
      * - Chambre forte, caisse et journal CHFMVT sont mis a jour
      *   dans la meme unite logique (SYNCPOINT ROLLBACK sur
      *   incident) : un mouvement non trace est defait
      * - Consultation : tout profil signe (SECTRT 'C') ; mouvements :
      *   guichetiers (SECTRT 'M') ; inventaire : superviseur
      *   (SECTRT 'X')
      * Les coupures sont au rang de la table COUPURE (500 EUR a
      * 1 centime). Un mouvement rend le stock qui en resulte.
      *
      * Appel : Via LINK depuis CHFPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHFTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY CHFORT.
           COPY CHFMVT.
           COPY CAISSE.
           COPY USERPROF.
           COPY COUPURE.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
      *─── 1 des qu'un enregistrement est verrouille ou mis a jour :
      *    un incident ensuite defait toute l'unite logique ──────────
       01  WS-MAJ-ENGAGEE          PIC 9(1) VALUE 0.
       01  WS-IX                   PIC 9(2) VALUE 0.
       01  WS-MONTANT              PIC 9(9)V99 VALUE 0.
       01  WS-THEORIQUE            PIC S9(9)V99 VALUE 0.
       01  WS-ANCIEN-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-PLAFOND              PIC 9(9)V99 VALUE 0.
       01  WS-MONTANT-ED           PIC Z(8)9.99.

      *─── Plafond d'encaisse assure, lu au fichier PARAMS ────────────
       01  WS-PARAM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).
       01  WS-CLE-PARAM.
           05  WS-CLE-PRM-PREFIXE  PIC X(3).
           05  WS-CLE-PRM-AGENCE   PIC X(5).

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
               88  CA-INVENTORIER  VALUE 'I'.
               88  CA-APPROVISIONNER VALUE 'A'.
               88  CA-DEGAGER      VALUE 'D'.
               88  CA-RECEVOIR     VALUE 'R'.
               88  CA-EXPEDIER     VALUE 'E'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-AGENCE           PIC X(5).
           05  CA-GUICHETIER       PIC X(8).
      *─── Seconde signature ──────────────────────────────────────────
           05  CA-CONTRESIGN       PIC X(8).
           05  CA-MOT-PASSE        PIC X(8).
      *─── Coupures mouvementees ou comptees en entree, stock de la
      *    chambre forte en sortie (rang table COUPURE) ──────────────
           05  CA-NB-COUPURE       PIC 9(7) OCCURS 15 TIMES.
           05  CA-MONTANT          PIC 9(9)V99.
           05  CA-TOTAL            PIC 9(9)V99.
           05  CA-PLAFOND          PIC 9(9)V99.
           05  CA-ECART            PIC S9(9)V99.
           05  CA-DATE-INVENT      PIC X(8).
           05  FILLER              PIC X(11).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(250).

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
               WHEN CA-INVENTORIER
                   MOVE 'X' TO SEC-FONCTION
               WHEN OTHER
                   MOVE 'M' TO SEC-FONCTION
           END-EVALUATE
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               IF CA-AGENCE = SPACES OR CA-AGENCE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Agence obligatoire' TO CA-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN CA-CONSULTER
                           PERFORM 1000-CONSULTER THRU 1000-EXIT
                       WHEN CA-INVENTORIER
                           PERFORM 2000-INVENTORIER THRU 2000-EXIT
                       WHEN CA-APPROVISIONNER
                           PERFORM 3000-APPROVISIONNER THRU 3000-EXIT
                       WHEN CA-DEGAGER
                           PERFORM 4000-DEGAGER THRU 4000-EXIT
                       WHEN CA-RECEVOIR OR CA-EXPEDIER
                           PERFORM 5000-CENTRE-FORT THRU 5000-EXIT
                       WHEN OTHER
                           MOVE 98 TO CA-CODE-RETOUR
                           MOVE 'Action inconnue' TO CA-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-CONSULTER : stock par coupure et plafond assure
      ******************************************************************
       1000-CONSULTER.

           MOVE CA-AGENCE TO CHF-AGENCE
           EXEC CICS
               READ FILE('CHFORT')
                    INTO(CHFORT-REC)
                    RIDFLD(CHF-AGENCE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Chambre forte non inventoriee' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM 8600-RESTITUER-STOCK
           MOVE 0 TO CA-MONTANT
           IF CHF-TOTAL > WS-PLAFOND
               MOVE 'Stock AU-DESSUS du plafond assure' TO CA-MESSAGE
           ELSE
               MOVE 'Stock de la chambre forte' TO CA-MESSAGE
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INVENTORIER : le comptage remplace le stock tenu ; le
      * premier inventaire de l'agence cree sa chambre forte
      ******************************************************************
       2000-INVENTORIER.

           PERFORM 7100-VALORISER-SAISIE THRU 7100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF
           PERFORM 7000-CONTROLER-CONTRESIGN THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           MOVE CA-AGENCE TO CHF-AGENCE
           EXEC CICS
               READ FILE('CHFORT')
                    INTO(CHFORT-REC)
                    RIDFLD(CHF-AGENCE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 1 TO WS-MAJ-ENGAGEE
                   MOVE CHF-TOTAL TO WS-ANCIEN-TOTAL
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES    TO CHFORT-REC
                   MOVE CA-AGENCE TO CHF-AGENCE
                   MOVE WS-MONTANT TO WS-ANCIEN-TOTAL
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture chambre forte' TO CA-MESSAGE
                   GO TO 2000-EXIT
           END-EVALUATE

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               MOVE CA-NB-COUPURE (WS-IX) TO CHF-NB-COUPURE (WS-IX)
           END-PERFORM
           MOVE WS-MONTANT TO CHF-TOTAL
           COMPUTE CHF-ECART-INVENT = WS-MONTANT - WS-ANCIEN-TOTAL
           MOVE WS-DATE-JOUR TO CHF-DATE-MAJ
           MOVE SEC-USER     TO CHF-AGENT-MAJ
           MOVE WS-DATE-JOUR TO CHF-DATE-INVENT
           MOVE SEC-USER     TO CHF-AGENT-INVENT

           IF WS-MAJ-ENGAGEE = 1
               PERFORM 7700-REECRIRE-CHFORT
           ELSE
               EXEC CICS
                   WRITE FILE('CHFORT')
                         FROM(CHFORT-REC)
                         RIDFLD(CHF-AGENCE)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur creation de la chambre forte'
                       TO CA-MESSAGE
               ELSE
                   MOVE 1 TO WS-MAJ-ENGAGEE
               END-IF
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO CHM-GUICHETIER
           MOVE CHF-ECART-INVENT TO CHM-ECART
           PERFORM 8200-JOURNALISER THRU 8200-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           PERFORM 8600-RESTITUER-STOCK
           MOVE WS-MONTANT TO CA-MONTANT
           IF CHF-ECART-INVENT = 0
               MOVE 'Inventaire enregistre - stock conforme'
                   TO CA-MESSAGE
           ELSE
               MOVE 'Inventaire enregistre - ECART A JUSTIFIER'
                   TO CA-MESSAGE
           END-IF.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPROVISIONNER : de la chambre forte vers une caisse
      * ouverte de l'agence
      ******************************************************************
       3000-APPROVISIONNER.

           PERFORM 7100-VALORISER-SAISIE THRU 7100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF
           PERFORM 7000-CONTROLER-CONTRESIGN THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF

           PERFORM 7300-LIRE-CHFORT-MAJ
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF
           PERFORM 7500-SORTIR-COUPURES THRU 7500-EXIT
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           PERFORM 7400-LIRE-CAISSE-MAJ THRU 7400-EXIT
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF
           ADD WS-MONTANT TO CAI-APPROS

           PERFORM 7700-REECRIRE-CHFORT
           IF CA-CODE-RETOUR = 00
               PERFORM 7800-REECRIRE-CAISSE
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           MOVE CAI-GUICHETIER TO CHM-GUICHETIER
           MOVE 0 TO CHM-ECART
           PERFORM 8200-JOURNALISER THRU 8200-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF

           PERFORM 8600-RESTITUER-STOCK
           MOVE WS-MONTANT TO CA-MONTANT
           MOVE WS-MONTANT TO WS-MONTANT-ED
           STRING 'Caisse approvisionnee de ' DELIMITED BY SIZE
                  WS-MONTANT-ED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
                  INTO CA-MESSAGE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DEGAGER : d'une caisse ouverte vers la chambre forte,
      * dans la limite du theorique de la caisse
      ******************************************************************
       4000-DEGAGER.

           PERFORM 7100-VALORISER-SAISIE THRU 7100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF
           PERFORM 7000-CONTROLER-CONTRESIGN THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF

           PERFORM 7300-LIRE-CHFORT-MAJ
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF
           PERFORM 7600-ENTRER-COUPURES

           PERFORM 7400-LIRE-CAISSE-MAJ THRU 7400-EXIT
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-THEORIQUE = CAI-FONDS-OUVERTURE
               + CAI-ENTREES - CAI-SORTIES
               + CAI-APPROS - CAI-DEGAGEMENTS
           IF WS-MONTANT > WS-THEORIQUE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Montant superieur au theorique de la caisse'
                   TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF
           ADD WS-MONTANT TO CAI-DEGAGEMENTS

           PERFORM 7700-REECRIRE-CHFORT
           IF CA-CODE-RETOUR = 00
               PERFORM 7800-REECRIRE-CAISSE
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF

           MOVE CAI-GUICHETIER TO CHM-GUICHETIER
           MOVE 0 TO CHM-ECART
           PERFORM 8200-JOURNALISER THRU 8200-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF

           PERFORM 8600-RESTITUER-STOCK
           MOVE WS-MONTANT TO CA-MONTANT
           MOVE WS-MONTANT TO WS-MONTANT-ED
           STRING 'Caisse degagee de ' DELIMITED BY SIZE
                  WS-MONTANT-ED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
                  INTO CA-MESSAGE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CENTRE-FORT : reception ('R') ou expedition ('E') de
      * fonds, commandes et restitutions proposees par CHFBAT
      ******************************************************************
       5000-CENTRE-FORT.

           PERFORM 7100-VALORISER-SAISIE THRU 7100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5000-EXIT
           END-IF
           PERFORM 7000-CONTROLER-CONTRESIGN THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5000-EXIT
           END-IF

           PERFORM 7300-LIRE-CHFORT-MAJ
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 5000-EXIT
           END-IF
           IF CA-RECEVOIR
               PERFORM 7600-ENTRER-COUPURES
           ELSE
               PERFORM 7500-SORTIR-COUPURES THRU 7500-EXIT
               IF CA-CODE-RETOUR NOT = 00
                   PERFORM 8000-ANNULER
                   GO TO 5000-EXIT
               END-IF
           END-IF

           PERFORM 7700-REECRIRE-CHFORT
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO CHM-GUICHETIER
           MOVE 0 TO CHM-ECART
           PERFORM 8200-JOURNALISER THRU 8200-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5000-EXIT
           END-IF

           PERFORM 8600-RESTITUER-STOCK
           MOVE WS-MONTANT TO CA-MONTANT
           MOVE WS-MONTANT TO WS-MONTANT-ED
           IF CA-RECEVOIR
               STRING 'Fonds recus du centre fort : ' DELIMITED BY SIZE
                      WS-MONTANT-ED DELIMITED BY SIZE
                      INTO CA-MESSAGE
           ELSE
               STRING 'Fonds expedies au centre fort : '
                      DELIMITED BY SIZE
                      WS-MONTANT-ED DELIMITED BY SIZE
                      INTO CA-MESSAGE
           END-IF.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CONTROLER-CONTRESIGN : la seconde signature est celle
      * d'un autre agent actif, guichetier ou superviseur, qui
      * s'authentifie par son mot de passe
      ******************************************************************
       7000-CONTROLER-CONTRESIGN.

           IF CA-CONTRESIGN = SPACES OR CA-CONTRESIGN = LOW-VALUES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Seconde signature obligatoire' TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF
           IF CA-CONTRESIGN = SEC-USER
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'La seconde signature doit etre un autre agent'
                   TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF

           EXEC CICS
               READ FILE('USERS')
                    INTO(USERPROF-REC)
                    RIDFLD(CA-CONTRESIGN)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Second signataire inconnu' TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF

           IF NOT USR-EST-ACTIF OR USR-EST-VERROUILLE
               OR USR-CONSULTATION
               EXEC CICS
                   UNLOCK FILE('USERS')
               END-EXEC
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Second signataire non habilite ou verrouille'
                   TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF

           IF CA-MOT-PASSE NOT = USR-MOT-PASSE
               ADD 1 TO USR-NB-ECHECS
               IF USR-NB-ECHECS >= 3
                   MOVE 'O' TO USR-VERROUILLE
               END-IF
               EXEC CICS
                   REWRITE FILE('USERS')
                           FROM(USERPROF-REC)
                           RESP(WS-RESP)
               END-EXEC
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Mot de passe du second signataire incorrect'
                   TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF

           IF USR-NB-ECHECS > 0
               MOVE 0 TO USR-NB-ECHECS
               EXEC CICS
                   REWRITE FILE('USERS')
                           FROM(USERPROF-REC)
                           RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   UNLOCK FILE('USERS')
               END-EXEC
           END-IF.

       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-VALORISER-SAISIE : coupures numeriques, valeur du
      * mouvement dans WS-MONTANT (non nulle hors inventaire)
      ******************************************************************
       7100-VALORISER-SAISIE.

           MOVE 0 TO WS-MONTANT
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               IF CA-NB-COUPURE (WS-IX) NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Nombre de billets ou pieces invalide'
                       TO CA-MESSAGE
                   GO TO 7100-EXIT
               END-IF
               COMPUTE WS-MONTANT = WS-MONTANT
                   + CA-NB-COUPURE (WS-IX) * CPR-VALEUR (WS-IX)
           END-PERFORM

           IF WS-MONTANT = 0 AND NOT CA-INVENTORIER
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Aucune coupure saisie' TO CA-MESSAGE
           END-IF.

       7100-EXIT.
           EXIT.

      *─── Plafond assure : PARAMS 'PLF'+agence, puis CHFPLAF ─────────
       7200-LIRE-PLAFOND.

           MOVE 150000 TO WS-PLAFOND
           MOVE 'PLF'     TO WS-CLE-PRM-PREFIXE
           MOVE CA-AGENCE TO WS-CLE-PRM-AGENCE
           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PARAM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CHFPLAF' TO WS-CLE-PARAM
               EXEC CICS
                   READ FILE('PARAMS')
                        INTO(WS-PARAM-REC)
                        RIDFLD(WS-CLE-PARAM)
                        RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR > 0
               MOVE PRM-VALEUR TO WS-PLAFOND
           END-IF.

      *─── Lecture pour mise a jour de la chambre forte de l'agence ────
       7300-LIRE-CHFORT-MAJ.

           MOVE CA-AGENCE TO CHF-AGENCE
           EXEC CICS
               READ FILE('CHFORT')
                    INTO(CHFORT-REC)
                    RIDFLD(CHF-AGENCE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 1 TO WS-MAJ-ENGAGEE
               WHEN DFHRESP(NOTFND)
                   MOVE 13 TO CA-CODE-RETOUR
                   MOVE 'Chambre forte non inventoriee' TO CA-MESSAGE
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture chambre forte' TO CA-MESSAGE
           END-EVALUATE.

      *─── Caisse du jour du guichetier (a defaut du contresignataire)
       7400-LIRE-CAISSE-MAJ.

           IF CA-GUICHETIER = SPACES OR CA-GUICHETIER = LOW-VALUES
               MOVE CA-CONTRESIGN TO CA-GUICHETIER
           END-IF
           MOVE CA-GUICHETIER TO CAI-GUICHETIER
           MOVE EIBDATE       TO CAI-DATE
           EXEC CICS
               READ FILE('CAISSE')
                    INTO(CAISSE-REC)
                    RIDFLD(CAI-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Caisse du jour du guichetier non ouverte'
                   TO CA-MESSAGE
               GO TO 7400-EXIT
           END-IF
           IF NOT CAI-OUVERTE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Caisse du guichetier deja arretee' TO CA-MESSAGE
               GO TO 7400-EXIT
           END-IF
           IF CAI-AGENCE NOT = CA-AGENCE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Caisse ouverte dans une autre agence'
                   TO CA-MESSAGE
           END-IF.

       7400-EXIT.
           EXIT.

      *─── Sortie de coupures : le stock doit les couvrir une a une ────
       7500-SORTIR-COUPURES.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               IF CA-NB-COUPURE (WS-IX) > CHF-NB-COUPURE (WS-IX)
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE CPR-VALEUR (WS-IX) TO WS-MONTANT-ED
                   STRING 'Stock insuffisant en coupures de '
                          DELIMITED BY SIZE
                          WS-MONTANT-ED DELIMITED BY SIZE
                          INTO CA-MESSAGE
                   GO TO 7500-EXIT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               SUBTRACT CA-NB-COUPURE (WS-IX)
                   FROM CHF-NB-COUPURE (WS-IX)
           END-PERFORM
           SUBTRACT WS-MONTANT FROM CHF-TOTAL.

       7500-EXIT.
           EXIT.

      *─── Entree de coupures dans la chambre forte ───────────────────
       7600-ENTRER-COUPURES.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               ADD CA-NB-COUPURE (WS-IX) TO CHF-NB-COUPURE (WS-IX)
           END-PERFORM
           ADD WS-MONTANT TO CHF-TOTAL.

      *─── Reecriture de la chambre forte ─────────────────────────────
       7700-REECRIRE-CHFORT.

           MOVE WS-DATE-JOUR TO CHF-DATE-MAJ
           MOVE SEC-USER     TO CHF-AGENT-MAJ
           EXEC CICS
               REWRITE FILE('CHFORT')
                       FROM(CHFORT-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour chambre forte' TO CA-MESSAGE
           END-IF.

      *─── Reecriture de la caisse ────────────────────────────────────
       7800-REECRIRE-CAISSE.

           EXEC CICS
               REWRITE FILE('CAISSE')
                       FROM(CAISSE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour de la caisse' TO CA-MESSAGE
           END-IF.

      *─── Incident apres verrouillage ou mise a jour : tout defaire ───
       8000-ANNULER.

           IF WS-MAJ-ENGAGEE = 1
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

      ******************************************************************
      * 8200-JOURNALISER : mouvement et deux signatures dans CHFMVT ;
      * CHM-GUICHETIER et CHM-ECART sont poses par l'appelant. Un
      * mouvement non trace est defait.
      ******************************************************************
       8200-JOURNALISER.

           MOVE CA-AGENCE     TO CHM-AGENCE
           MOVE WS-DATE-JOUR  TO CHM-DATE
           MOVE EIBTIME       TO CHM-HEURE
           MOVE EIBTASKN      TO CHM-TACHE
           MOVE CA-ACTION     TO CHM-TYPE
           MOVE SEC-USER      TO CHM-AGENT
           MOVE CA-CONTRESIGN TO CHM-CONTRESIGN
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               MOVE CA-NB-COUPURE (WS-IX) TO CHM-NB-COUPURE (WS-IX)
           END-PERFORM
           MOVE WS-MONTANT    TO CHM-MONTANT

           EXEC CICS
               WRITE FILE('CHFMVT')
                     FROM(CHFMVT-REC)
                     RIDFLD(CHM-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Mouvement non journalise - operation annulee'
                   TO CA-MESSAGE
               PERFORM 8000-ANNULER
           END-IF.

       8200-EXIT.
           EXIT.

      *─── Stock de la chambre forte rendu a l'ecran ──────────────────
       8600-RESTITUER-STOCK.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               MOVE CHF-NB-COUPURE (WS-IX) TO CA-NB-COUPURE (WS-IX)
           END-PERFORM
           MOVE CHF-TOTAL        TO CA-TOTAL
           MOVE CHF-ECART-INVENT TO CA-ECART
           MOVE CHF-DATE-INVENT  TO CA-DATE-INVENT
           PERFORM 7200-LIRE-PLAFOND
           MOVE WS-PLAFOND       TO CA-PLAFOND.
