      ******************************************************************
      * Programme : KYCTRT - Dossier KYC client (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Tenir le dossier de connaissance client (piece
      *             d'identite, niveau de risque, revue periodique)
      *             et controler les operations des dossiers echus
      *
      * Description :
      * - Action 'C' : consultation du dossier KYC du client
      * - Action 'A' : enregistrement d'une verification d'identite
      *   (piece presentee au guichet) ; la prochaine revue est posee
      *   a verification + 1 an (risque eleve), 2 ans (moyen) ou
      *   5 ans (faible), au plus tard a l'expiration de la piece
      * - Action 'V' : controle d'une operation (appel de MVTTRT
      *   pour un retrait, de VIRTRT pour un virement) ; au dela du
      *   seuil PARAMS KYCSEUIL (1 000 par defaut), l'operation est
      *   refusee (code 35) si le client n'a pas de dossier, si sa
      *   piece est expiree ou si sa revue est depassee
      * - Consultation : tout profil signe (SECTRT 'C') ;
      *   enregistrement : guichetiers signes (SECTRT 'M')
      *
      * Appel : Via LINK depuis MVTTRT et VIRTRT (action 'V')
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY KYC.
           COPY CLIENT.

       01  WS-RESP                 PIC S9(8) COMP.

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

      *─── Date du jour et calcul de la date de revue ─────────────────
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-DATE-TRAVAIL.
           05  WS-DT-ANNEE         PIC 9(4).
           05  WS-DT-MOIS          PIC 9(2).
           05  WS-DT-JOUR          PIC 9(2).
       01  WS-NB-ANNEES            PIC 9(1) VALUE 0.
       01  WS-RESTE                PIC 9(4) VALUE 0.
       01  WS-QUOTIENT             PIC 9(4) VALUE 0.

      *─── Seuil de controle KYC, lu au fichier PARAMS ────────────────
       01  WS-PARAM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).
       01  WS-CLE-PARAM            PIC X(8) VALUE 'KYCSEUIL'.
       01  WS-SEUIL-KYC            PIC 9(7)V99 VALUE 1000.

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-ENREGISTRER  VALUE 'A'.
               88  CA-VERIFIER     VALUE 'V'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-RISQUE           PIC X(1).
           05  CA-TYPE-PIECE       PIC X(2).
           05  CA-NUM-PIECE        PIC X(20).
           05  CA-DATE-EXPIR       PIC X(8).
           05  CA-DATE-REVUE       PIC X(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(107).

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

      *─── Le controle d'operation est appele par des traitements
      *    qui ont deja verifie l'habilitation du guichetier ─────────
           IF CA-VERIFIER
               PERFORM 3000-VERIFIER-OPERATION THRU 3000-EXIT
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
                       WHEN CA-CONSULTER
                           PERFORM 1000-CONSULTER THRU 1000-EXIT
                       WHEN CA-ENREGISTRER
                           PERFORM 2000-ENREGISTRER THRU 2000-EXIT
                       WHEN OTHER
                           MOVE 98 TO CA-CODE-RETOUR
                           MOVE 'Action inconnue' TO CA-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

       1000-CONSULTER.

           MOVE CA-CLIENT TO KYC-CLIENT
           EXEC CICS
               READ FILE('KYC')
                    INTO(KYC-REC)
                    RIDFLD(KYC-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucun dossier KYC pour ce client' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE KYC-RISQUE     TO CA-RISQUE
           MOVE KYC-TYPE-PIECE TO CA-TYPE-PIECE
           MOVE KYC-NUM-PIECE  TO CA-NUM-PIECE
           MOVE KYC-DATE-EXPIR TO CA-DATE-EXPIR
           MOVE KYC-DATE-REVUE TO CA-DATE-REVUE

           EVALUATE TRUE
               WHEN KYC-DATE-EXPIR < WS-DATE-JOUR
                   MOVE 'Piece d identite expiree' TO CA-MESSAGE
               WHEN KYC-DATE-REVUE < WS-DATE-JOUR
                   MOVE 'Revue KYC echue' TO CA-MESSAGE
               WHEN OTHER
                   MOVE 'Dossier KYC a jour' TO CA-MESSAGE
           END-EVALUATE.

       1000-EXIT.
           EXIT.

       2000-ENREGISTRER.

      *─── Controles de saisie ────────────────────────────────────────
           MOVE CA-RISQUE     TO KYC-RISQUE
           MOVE CA-TYPE-PIECE TO KYC-TYPE-PIECE
           EVALUATE TRUE
               WHEN NOT KYC-RISQUE-FAIBLE
                    AND NOT KYC-RISQUE-MOYEN
                    AND NOT KYC-RISQUE-ELEVE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Niveau de risque F, M ou E' TO CA-MESSAGE
               WHEN NOT KYC-PIECE-VALIDE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Type de piece CI, PP ou TS' TO CA-MESSAGE
               WHEN CA-NUM-PIECE = SPACES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Numero de piece obligatoire' TO CA-MESSAGE
               WHEN CA-DATE-EXPIR NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date d expiration invalide (AAAAMMJJ)'
                       TO CA-MESSAGE
               WHEN CA-DATE-EXPIR NOT > WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Piece expiree - verification impossible'
                       TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

      *─── Le client doit exister ─────────────────────────────────────
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

           PERFORM 8000-CALCULER-REVUE

      *─── Creation ou remplacement du dossier ────────────────────────
           MOVE CA-CLIENT TO KYC-CLIENT
           EXEC CICS
               READ FILE('KYC')
                    INTO(KYC-REC)
                    RIDFLD(KYC-CLIENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(NOTFND)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture dossier KYC' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           IF WS-RESP = DFHRESP(NOTFND)
               INITIALIZE KYC-REC
               MOVE CA-CLIENT TO KYC-CLIENT
           END-IF
           MOVE CA-RISQUE       TO KYC-RISQUE
           MOVE CA-TYPE-PIECE   TO KYC-TYPE-PIECE
           MOVE CA-NUM-PIECE    TO KYC-NUM-PIECE
           MOVE CA-DATE-EXPIR   TO KYC-DATE-EXPIR
           MOVE WS-DATE-JOUR    TO KYC-DATE-VERIF
           MOVE WS-DATE-TRAVAIL TO KYC-DATE-REVUE
           MOVE SEC-USER        TO KYC-VERIFICATEUR
           MOVE SPACES          TO KYC-DATE-RELANCE

           IF WS-RESP = DFHRESP(NOTFND)
               EXEC CICS
                   WRITE FILE('KYC')
                         FROM(KYC-REC)
                         RIDFLD(KYC-CLIENT)
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('KYC')
                           FROM(KYC-REC)
                           RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE KYC-DATE-REVUE TO CA-DATE-REVUE
               MOVE 'Verification enregistree' TO CA-MESSAGE
           ELSE
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture dossier KYC' TO CA-MESSAGE
           END-IF.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VERIFIER-OPERATION : au dela du seuil, le dossier doit
      * exister, la piece etre valide et la revue a jour. Un dossier
      * illisible refuse l'operation comme un dossier absent.
      ******************************************************************
       3000-VERIFIER-OPERATION.

           PERFORM 0500-LIRE-SEUIL
           IF CA-MONTANT NOT > WS-SEUIL-KYC
               GO TO 3000-EXIT
           END-IF

           MOVE CA-CLIENT TO KYC-CLIENT
           EXEC CICS
               READ FILE('KYC')
                    INTO(KYC-REC)
                    RIDFLD(KYC-CLIENT)
                    RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 35 TO CA-CODE-RETOUR
                   MOVE 'Dossier KYC absent - montant > seuil refuse'
                       TO CA-MESSAGE
               WHEN KYC-DATE-EXPIR < WS-DATE-JOUR
                   MOVE 35 TO CA-CODE-RETOUR
                   MOVE
                       'Piece identite expiree - montant > seuil refuse'
                       TO CA-MESSAGE
               WHEN KYC-DATE-REVUE < WS-DATE-JOUR
                   MOVE 35 TO CA-CODE-RETOUR
                   MOVE 'Revue KYC echue - montant > seuil refuse'
                       TO CA-MESSAGE
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 0500-LIRE-SEUIL : seuil de controle KYC au fichier PARAMS
      * (cle KYCSEUIL) ; 1 000 par defaut quand la cle est absente
      ******************************************************************
       0500-LIRE-SEUIL.

           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PARAM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR > 0
               MOVE PRM-VALEUR TO WS-SEUIL-KYC
           END-IF.

      ******************************************************************
      * 8000-CALCULER-REVUE : verification + 1, 2 ou 5 ans selon le
      * risque (29 fevrier ramene au 28 hors annee bissextile),
      * bornee a l'expiration de la piece. Resultat : WS-DATE-TRAVAIL
      ******************************************************************
       8000-CALCULER-REVUE.

           MOVE WS-DATE-JOUR TO WS-DATE-TRAVAIL
           EVALUATE CA-RISQUE
               WHEN 'E'
                   MOVE 1 TO WS-NB-ANNEES
               WHEN 'M'
                   MOVE 2 TO WS-NB-ANNEES
               WHEN OTHER
                   MOVE 5 TO WS-NB-ANNEES
           END-EVALUATE
           ADD WS-NB-ANNEES TO WS-DT-ANNEE

           IF WS-DT-MOIS = 02 AND WS-DT-JOUR = 29
               DIVIDE WS-DT-ANNEE BY 4
                   GIVING WS-QUOTIENT REMAINDER WS-RESTE
               IF WS-RESTE NOT = 0
                   MOVE 28 TO WS-DT-JOUR
               ELSE
                   DIVIDE WS-DT-ANNEE BY 100
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       DIVIDE WS-DT-ANNEE BY 400
                           GIVING WS-QUOTIENT REMAINDER WS-RESTE
                       IF WS-RESTE NOT = 0
                           MOVE 28 TO WS-DT-JOUR
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-DATE-TRAVAIL > CA-DATE-EXPIR
               MOVE CA-DATE-EXPIR TO WS-DATE-TRAVAIL
           END-IF.
