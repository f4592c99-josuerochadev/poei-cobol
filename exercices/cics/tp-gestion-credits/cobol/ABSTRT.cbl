      ******************************************************************
      * Programme : ABSTRT - Absences et elements variables de paie
      * Couche    : Traitement (Business Logic)
      * Fonction  : Tenir le registre EMPABS et le compteur de conges
      *             EMPCONG de l'employe
      *
      * Description :
      * - Action 'C' : consultation (tout profil signe) - compteur de
      *   conges de l'employe et cumul du mois par type d'element
      * - Action 'A' : ajout d'un element pour un mois de paie
      *   (guichetier ou superviseur) :
      *     l'employe doit exister et ne pas etre sorti (EMPSORT) ;
      *     le mois ne doit pas etre deja paye (CNG-DERNIERE-PAIE) ;
      *     type C, S ou M en jours, au plus 31 jours d'absence dans
      *     le mois tous types confondus ; type H en heures, au plus
      *     99,99 heures ;
      *     un conge paye 'C' est decompte du solde de conges et
      *     refuse si le solde ne le couvre pas
      * - Action 'S' : suppression d'un element d'un mois non paye ;
      *   un conge paye supprime est rendu au solde
      *
      * Appel : Via LINK depuis ABSPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *─── Copybooks structures de données ────────────────────────────
           COPY EMPLOYE.
           COPY EMPSORT.
           COPY EMPABS.
           COPY EMPCONG.

       01  WS-RESP                 PIC S9(8) COMP.

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

      *─── Periode saisie AAAA-MM ─────────────────────────────────────
       01  WS-PERIODE.
           05  WS-PER-ANNEE        PIC X(4).
           05  WS-PER-TIRET        PIC X(1).
           05  WS-PER-MOIS         PIC X(2).
       01  WS-PER-MOIS-N           PIC 9(2) VALUE 0.

      *─── Cumul du mois (parcours EMPABS) ────────────────────────────
       01  WS-CLE-PARCOURS.
           05  WS-PAR-ID-EMPL      PIC X(6).
           05  WS-PAR-PERIODE      PIC X(7).
           05  WS-PAR-SEQ          PIC 9(3).
       01  WS-FIN-PARCOURS         PIC 9 VALUE 0.
       01  WS-DERNIERE-SEQ         PIC 9(3) VALUE 0.
       01  WS-NB-ELEMENTS          PIC 9(3) VALUE 0.
       01  WS-TOT-CONGES           PIC 9(3)V99 VALUE 0.
       01  WS-TOT-SANS-SOLDE       PIC 9(3)V99 VALUE 0.
       01  WS-TOT-MALADIE          PIC 9(3)V99 VALUE 0.
       01  WS-TOT-HEURES           PIC 9(3)V99 VALUE 0.
       01  WS-TOT-JOURS            PIC 9(3)V99 VALUE 0.
       01  WS-JOURS-MAX-MOIS       PIC 9(2) VALUE 31.
       01  WS-HEURES-MAX           PIC 9(2)V99 VALUE 99.99.

       01  WS-COMPTEUR-TROUVE      PIC 9 VALUE 0.
       01  WS-SOLDE-ED             PIC -ZZ9.99.

      *─── COMMAREA échange avec couche présentation ──────────────────
       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-AJOUTER      VALUE 'A'.
               88  CA-SUPPRIMER    VALUE 'S'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(60).
           05  CA-CLE-ELEMENT.
               10  CA-ID-EMPL      PIC X(6).
               10  CA-PERIODE      PIC X(7).
               10  CA-SEQ          PIC 9(3).
           05  CA-SAISIE.
               10  CA-TYPE         PIC X(1).
               10  CA-QUANTITE     PIC 9(3)V99.
               10  CA-DATE-DEBUT   PIC 9(8).
               10  CA-LIBELLE      PIC X(20).
           05  CA-RESTITUTION.
               10  CA-CNG-ACQUIS   PIC 9(3)V99.
               10  CA-CNG-PRIS     PIC 9(3)V99.
               10  CA-CNG-SOLDE    PIC S9(3)V99.
               10  CA-CNG-PAIE     PIC X(7).
               10  CA-TOT-CONGES   PIC 9(3)V99.
               10  CA-TOT-SANS-SOLDE PIC 9(3)V99.
               10  CA-TOT-MALADIE  PIC 9(3)V99.
               10  CA-TOT-HEURES   PIC 9(3)V99.
               10  CA-NB-ELEMENTS  PIC 9(3).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(200).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE

      *─── Consultation pour tout profil signe, saisie par un
      *    guichetier ou un superviseur ──────────────────────────────
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
               EXEC CICS
                   ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-ABSTIME)
                              YYYYMMDD(WS-DATE-JOUR)
               END-EXEC
               EVALUATE TRUE
                   WHEN CA-CONSULTER
                       PERFORM 1000-CONSULTER THRU 1000-EXIT
                   WHEN CA-AJOUTER
                       PERFORM 2000-AJOUTER THRU 2000-EXIT
                   WHEN CA-SUPPRIMER
                       PERFORM 3000-SUPPRIMER THRU 3000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-CONSULTER : compteur de conges et cumul du mois
      ******************************************************************
       1000-CONSULTER.

           PERFORM 5000-CONTROLER-EMPLOYE THRU 5000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

           PERFORM 5100-LIRE-COMPTEUR
           IF CA-PERIODE NOT = SPACES AND CA-PERIODE NOT = LOW-VALUES
               PERFORM 5200-CONTROLER-PERIODE THRU 5200-EXIT
               IF CA-CODE-RETOUR NOT = 00
                   GO TO 1000-EXIT
               END-IF
               PERFORM 5300-CUMULER-MOIS
           END-IF
           PERFORM 5400-RESTITUER

           MOVE CNG-SOLDE TO WS-SOLDE-ED
           STRING 'Solde de conges : ' WS-SOLDE-ED ' jour(s)'
               DELIMITED BY SIZE INTO CA-MESSAGE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-AJOUTER : nouvel element du mois, rang suivant le dernier
      ******************************************************************
       2000-AJOUTER.

           PERFORM 5000-CONTROLER-EMPLOYE THRU 5000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF
           PERFORM 5200-CONTROLER-PERIODE THRU 5200-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           MOVE CA-TYPE TO ABS-TYPE
           IF NOT ABS-TYPE-VALIDE
               MOVE 31 TO CA-CODE-RETOUR
               MOVE 'Type C (conge), S (sans solde), M (maladie), H'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF
           IF CA-QUANTITE = 0
               MOVE 32 TO CA-CODE-RETOUR
               MOVE 'Quantite obligatoire' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           PERFORM 5100-LIRE-COMPTEUR
           IF WS-COMPTEUR-TROUVE = 1
              AND CA-PERIODE NOT > CNG-DERNIERE-PAIE
               MOVE 33 TO CA-CODE-RETOUR
               STRING 'Mois deja paye - paie versee jusqu''a '
                      CNG-DERNIERE-PAIE
                   DELIMITED BY SIZE INTO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           PERFORM 5300-CUMULER-MOIS
           IF ABS-HEURES-SUP
               IF CA-QUANTITE > WS-HEURES-MAX
                   MOVE 34 TO CA-CODE-RETOUR
                   MOVE 'Au plus 99,99 heures par saisie'
                       TO CA-MESSAGE
                   GO TO 2000-EXIT
               END-IF
           ELSE
               IF WS-TOT-JOURS + CA-QUANTITE > WS-JOURS-MAX-MOIS
                   MOVE 35 TO CA-CODE-RETOUR
                   MOVE 'Plus de 31 jours d''absence dans le mois'
                       TO CA-MESSAGE
                   GO TO 2000-EXIT
               END-IF
           END-IF

      *─── Conge paye : decompte du solde, refuse s'il ne le couvre pas
           IF ABS-CONGE-PAYE
               IF WS-COMPTEUR-TROUVE = 0
                  OR CNG-SOLDE < CA-QUANTITE
                   MOVE 36 TO CA-CODE-RETOUR
                   MOVE CNG-SOLDE TO WS-SOLDE-ED
                   STRING 'Solde de conges insuffisant : '
                          WS-SOLDE-ED ' jour(s)'
                       DELIMITED BY SIZE INTO CA-MESSAGE
                   GO TO 2000-EXIT
               END-IF
           END-IF

           IF WS-DERNIERE-SEQ >= 999
               MOVE 37 TO CA-CODE-RETOUR
               MOVE 'Plus de rang libre pour ce mois' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           INITIALIZE ABSENCE-REC
           MOVE CA-ID-EMPL      TO ABS-ID-EMPL
           MOVE CA-PERIODE      TO ABS-PERIODE
           COMPUTE ABS-SEQ = WS-DERNIERE-SEQ + 1
           MOVE CA-TYPE         TO ABS-TYPE
           MOVE CA-QUANTITE     TO ABS-QUANTITE
           IF ABS-HEURES-SUP
               MOVE 0 TO ABS-DATE-DEBUT
           ELSE
               MOVE CA-DATE-DEBUT TO ABS-DATE-DEBUT
           END-IF
           MOVE CA-LIBELLE      TO ABS-LIBELLE
           MOVE WS-DATE-JOUR    TO ABS-DATE-SAISIE
           MOVE SEC-USER        TO ABS-OPERATEUR

           EXEC CICS
               WRITE FILE('EMPABS')
                     FROM(ABSENCE-REC)
                     RIDFLD(ABS-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture de l''element' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           IF ABS-CONGE-PAYE
               PERFORM 4000-DECOMPTER-CONGE THRU 4000-EXIT
           END-IF

           MOVE ABS-SEQ TO CA-SEQ
           PERFORM 5300-CUMULER-MOIS
           PERFORM 5400-RESTITUER
           STRING 'Element ' CA-SEQ ' enregistre pour '
                  CA-PERIODE
               DELIMITED BY SIZE INTO CA-MESSAGE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SUPPRIMER : element d'un mois non encore paye
      ******************************************************************
       3000-SUPPRIMER.

           PERFORM 5200-CONTROLER-PERIODE THRU 5200-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF

           PERFORM 5100-LIRE-COMPTEUR
           IF WS-COMPTEUR-TROUVE = 1
              AND CA-PERIODE NOT > CNG-DERNIERE-PAIE
               MOVE 33 TO CA-CODE-RETOUR
               STRING 'Mois deja paye - paie versee jusqu''a '
                      CNG-DERNIERE-PAIE
                   DELIMITED BY SIZE INTO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               READ FILE('EMPABS')
                    INTO(ABSENCE-REC)
                    RIDFLD(CA-CLE-ELEMENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Element introuvable (employe, mois, rang)'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               DELETE FILE('EMPABS')
                      RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur suppression de l''element' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

      *─── Le conge paye supprime revient au solde ────────────────────
           IF ABS-CONGE-PAYE AND WS-COMPTEUR-TROUVE = 1
               PERFORM 4100-RENDRE-CONGE THRU 4100-EXIT
           END-IF

           PERFORM 5300-CUMULER-MOIS
           PERFORM 5400-RESTITUER
           STRING 'Element ' CA-SEQ ' supprime pour ' CA-PERIODE
               DELIMITED BY SIZE INTO CA-MESSAGE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DECOMPTER-CONGE : jours pris ajoutes, solde diminue
      ******************************************************************
       4000-DECOMPTER-CONGE.

           EXEC CICS
               READ FILE('EMPCONG')
                    INTO(CONGE-REC)
                    RIDFLD(CA-ID-EMPL)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4000-EXIT
           END-IF

           ADD ABS-QUANTITE TO CNG-PRIS
           SUBTRACT ABS-QUANTITE FROM CNG-SOLDE
           MOVE WS-DATE-JOUR TO CNG-DATE-MAJ
           EXEC CICS
               REWRITE FILE('EMPCONG')
                       FROM(CONGE-REC)
                       RESP(WS-RESP)
           END-EXEC.

       4000-EXIT.
           EXIT.

       4100-RENDRE-CONGE.

           EXEC CICS
               READ FILE('EMPCONG')
                    INTO(CONGE-REC)
                    RIDFLD(CA-ID-EMPL)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4100-EXIT
           END-IF

           IF CNG-PRIS > ABS-QUANTITE
               SUBTRACT ABS-QUANTITE FROM CNG-PRIS
           ELSE
               MOVE 0 TO CNG-PRIS
           END-IF
           ADD ABS-QUANTITE TO CNG-SOLDE
           MOVE WS-DATE-JOUR TO CNG-DATE-MAJ
           EXEC CICS
               REWRITE FILE('EMPCONG')
                       FROM(CONGE-REC)
                       RESP(WS-RESP)
           END-EXEC.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CONTROLER-EMPLOYE : connu de EMPLOYE, pas sorti
      ******************************************************************
       5000-CONTROLER-EMPLOYE.

           EXEC CICS
               READ FILE('EMPLOYE')
                    INTO(EMPLOYE-REC)
                    RIDFLD(CA-ID-EMPL)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 11 TO CA-CODE-RETOUR
               MOVE 'Employe inconnu' TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF

           IF CA-CONSULTER
               GO TO 5000-EXIT
           END-IF

           MOVE CA-ID-EMPL TO SOR-ID-EMPL
           MOVE 0 TO SOR-NUM-CREDIT
           EXEC CICS
               READ FILE('EMPSORT')
                    INTO(SORTIE-REC)
                    RIDFLD(SOR-CLE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND (SOR-PLAN OR SOR-SOLDE)
               MOVE 12 TO CA-CODE-RETOUR
               MOVE 'Employe sorti des effectifs' TO CA-MESSAGE
           END-IF.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-LIRE-COMPTEUR : compteur de conges (a zero s'il n'existe
      * pas encore - premiere paie non versee)
      ******************************************************************
       5100-LIRE-COMPTEUR.

           MOVE 0 TO WS-COMPTEUR-TROUVE
           EXEC CICS
               READ FILE('EMPCONG')
                    INTO(CONGE-REC)
                    RIDFLD(CA-ID-EMPL)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 1 TO WS-COMPTEUR-TROUVE
           ELSE
               INITIALIZE CONGE-REC
               MOVE CA-ID-EMPL TO CNG-ID-EMPL
           END-IF.

      ******************************************************************
      * 5200-CONTROLER-PERIODE : AAAA-MM, mois de 01 a 12
      ******************************************************************
       5200-CONTROLER-PERIODE.

           MOVE CA-PERIODE TO WS-PERIODE
           IF WS-PER-ANNEE NOT NUMERIC
              OR WS-PER-TIRET NOT = '-'
              OR WS-PER-MOIS NOT NUMERIC
               MOVE 21 TO CA-CODE-RETOUR
               MOVE 'Mois de paie au format AAAA-MM' TO CA-MESSAGE
               GO TO 5200-EXIT
           END-IF
           MOVE WS-PER-MOIS TO WS-PER-MOIS-N
           IF WS-PER-MOIS-N < 1 OR WS-PER-MOIS-N > 12
               MOVE 21 TO CA-CODE-RETOUR
               MOVE 'Mois de paie au format AAAA-MM' TO CA-MESSAGE
           END-IF.

       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-CUMULER-MOIS : parcours des elements de l'employe pour le
      * mois - cumul par type et dernier rang utilise
      ******************************************************************
       5300-CUMULER-MOIS.

           MOVE 0 TO WS-DERNIERE-SEQ
           MOVE 0 TO WS-NB-ELEMENTS
           MOVE 0 TO WS-TOT-CONGES
           MOVE 0 TO WS-TOT-SANS-SOLDE
           MOVE 0 TO WS-TOT-MALADIE
           MOVE 0 TO WS-TOT-HEURES
           MOVE 0 TO WS-TOT-JOURS

           MOVE CA-ID-EMPL TO WS-PAR-ID-EMPL
           MOVE CA-PERIODE TO WS-PAR-PERIODE
           MOVE 0          TO WS-PAR-SEQ

           EXEC CICS
               STARTBR FILE('EMPABS')
                       RIDFLD(WS-CLE-PARCOURS)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-PARCOURS
               PERFORM UNTIL WS-FIN-PARCOURS = 1
                   EXEC CICS
                       READNEXT FILE('EMPABS')
                                INTO(ABSENCE-REC)
                                RIDFLD(WS-CLE-PARCOURS)
                                RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 1 TO WS-FIN-PARCOURS
                   ELSE
                       IF ABS-ID-EMPL NOT = CA-ID-EMPL
                          OR ABS-PERIODE NOT = CA-PERIODE
                           MOVE 1 TO WS-FIN-PARCOURS
                       ELSE
                           PERFORM 5310-CUMULER-ELEMENT
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('EMPABS')
               END-EXEC
           END-IF

      *─── La saisie en cours reste le type controle ──────────────────
           MOVE CA-TYPE TO ABS-TYPE.

       5310-CUMULER-ELEMENT.

           ADD 1 TO WS-NB-ELEMENTS
           MOVE ABS-SEQ TO WS-DERNIERE-SEQ
           EVALUATE TRUE
               WHEN ABS-CONGE-PAYE
                   ADD ABS-QUANTITE TO WS-TOT-CONGES
                   ADD ABS-QUANTITE TO WS-TOT-JOURS
               WHEN ABS-SANS-SOLDE
                   ADD ABS-QUANTITE TO WS-TOT-SANS-SOLDE
                   ADD ABS-QUANTITE TO WS-TOT-JOURS
               WHEN ABS-MALADIE
                   ADD ABS-QUANTITE TO WS-TOT-MALADIE
                   ADD ABS-QUANTITE TO WS-TOT-JOURS
               WHEN ABS-HEURES-SUP
                   ADD ABS-QUANTITE TO WS-TOT-HEURES
           END-EVALUATE.

       5400-RESTITUER.

           MOVE CNG-ACQUIS         TO CA-CNG-ACQUIS
           MOVE CNG-PRIS           TO CA-CNG-PRIS
           MOVE CNG-SOLDE          TO CA-CNG-SOLDE
           MOVE CNG-DERNIERE-PAIE  TO CA-CNG-PAIE
           MOVE WS-TOT-CONGES      TO CA-TOT-CONGES
           MOVE WS-TOT-SANS-SOLDE  TO CA-TOT-SANS-SOLDE
           MOVE WS-TOT-MALADIE     TO CA-TOT-MALADIE
           MOVE WS-TOT-HEURES      TO CA-TOT-HEURES
           MOVE WS-NB-ELEMENTS     TO CA-NB-ELEMENTS.
