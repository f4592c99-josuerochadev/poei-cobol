      *     (SECTRT). Au dela de 33 pour cent d'endettement, la
      *     validation est IMPOSSIBLE sans la derogation explicite
      *     (DEROG = 'O'). La validation cree le credit et son
      *     echeancier via CREDTRT (action 'N') et l'ordre de
      *     decaissement CREDDEC. La date de financement (DATEFIN,
      *     AAAAMMJJ, le jour meme si elle n'est pas saisie) fixe la
      *     premiere echeance au mois suivant. Au dela du seuil
      *     CREDPARM (cle DECSEUIL), l'ordre attend la contre-
      *     signature d'un second superviseur (DECPRES) ; en deca,
      *     il est ordonne et CREDDECV le verse a la date prevue.
      *     La validation emet aussi l'offre de credit CREDOFF,
      *     valable 15 jours (frais de dossier CREDPARM cle
      *     OFFFRAIS) : le credit n'est verse qu'une fois l'offre
      *     acceptee (OFFPRES) et le delai de retractation ecoule.
      *   DECISION 'R' : refus - le motif saisi est conserve sur la
      *     demande.
      * PF3 : fin.
           COPY DFHBMSCA.
           COPY DMVSET.
           COPY CREDDEM.
           COPY CREDDEC.
           COPY CREDOFF.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-FIN-PARCOURS         PIC 9 VALUE 0.
               10  CA-NEW-MONTANT-TOT  PIC 9(7)V99.
               10  CA-NEW-MONTANT-ECH  PIC 9(5)V99.
               10  CA-NEW-TAUX         PIC 9(2)V99.
               10  CA-NEW-DATE-FINANCEMENT PIC 9(8).

      *─── Seuil de double signature du decaissement : parametre
      *    CREDPARM (cle DECSEUIL), 10 000 par defaut ────────────────
       01  WS-PARM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-SEUIL           PIC 9(7)V99.
           05  FILLER              PIC X(33).
       01  WS-CLE-PARM             PIC X(8) VALUE 'DECSEUIL'.
       01  WS-SEUIL-DECAISSEMENT   PIC 9(7)V99 VALUE 10000.

      *─── Date de financement ────────────────────────────────────────
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-DATE-FINANCEMENT     PIC X(8).

      *─── Offre de credit : frais de dossier CREDPARM (cle OFFFRAIS,
      *    aucun par defaut) et duree de validite de l'offre ─────────
       01  WS-PARM-FRAIS.
           05  PRM-FRAIS-CLE       PIC X(8).
           05  PRM-FRAIS           PIC 9(5)V99.
           05  FILLER              PIC X(35).
       01  WS-CLE-FRAIS            PIC X(8) VALUE 'OFFFRAIS'.
       01  WS-FRAIS-DOSSIER        PIC 9(5)V99 VALUE 0.
       01  WS-JOURS-VALIDITE       PIC 9(2) VALUE 15.
       01  WS-ABSTIME-LIMITE       PIC S9(15) COMP-3.
       01  WS-DATE-LIMITE          PIC X(8).

      *─── Edition du ratio ───────────────────────────────────────────
       01  WS-RATIO-ED             PIC ZZ9.99.
           MOVE DEM-ECHEANCE TO ECHO
           MOVE DEM-RATIO    TO WS-RATIO-ED
           MOVE WS-RATIO-ED  TO RATIOO
           MOVE SPACES       TO DATEFINO
           IF DEM-RATIO > 33
               MOVE 'ENDETTEMENT > 33% : DEROG = O OBLIGATOIRE'
                   TO MSGO
               GO TO 2300-EXIT
           END-IF

      *─── Date de financement : le jour meme par defaut, jamais dans
      *    le passe ──────────────────────────────────────────────────
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           IF DATEFINI = SPACES OR DATEFINI = LOW-VALUES
               MOVE WS-DATE-JOUR TO WS-DATE-FINANCEMENT
           ELSE
               MOVE DATEFINI TO WS-DATE-FINANCEMENT
           END-IF
           IF WS-DATE-FINANCEMENT NOT NUMERIC
              OR WS-DATE-FINANCEMENT < WS-DATE-JOUR
              OR WS-DATE-FINANCEMENT(5:2) < '01'
              OR WS-DATE-FINANCEMENT(5:2) > '12'
               MOVE 'Date de financement AAAAMMJJ, pas dans le passe'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2300-EXIT
           END-IF

      *─── Creation du credit et de son echeancier par CREDTRT ────────
           INITIALIZE WS-TRT-COMMAREA
           MOVE 'N' TO CA-ACTION
           MOVE DEM-MONTANT  TO CA-NEW-MONTANT-TOT
           MOVE DEM-ECHEANCE TO CA-NEW-MONTANT-ECH
           MOVE DEM-TAUX     TO CA-NEW-TAUX
           MOVE WS-DATE-FINANCEMENT TO CA-NEW-DATE-FINANCEMENT

           EXEC CICS
               LINK PROGRAM('CREDTRT')
               GO TO 2300-EXIT
           END-IF

           PERFORM 2350-ORDONNER-DECAISSEMENT
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'Erreur ordre de decaissement - validation annulee'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2300-EXIT
           END-IF

           PERFORM 2360-EMETTRE-OFFRE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'Erreur offre de credit - validation annulee'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2300-EXIT
           END-IF

           MOVE 'V' TO DEM-ETAT
           EXEC CICS
               REWRITE FILE('CREDDEM')
                       RESP(WS-RESP)
           END-EXEC

           IF DEC-A-SIGNER
               MOVE 'Offre emise - decaissement a contresigner'
                   TO MSGO
           ELSE
               MOVE 'Offre emise - decaissement ordonne' TO MSGO
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2350-ORDONNER-DECAISSEMENT : ordre de versement du credit cree
      * sur le compte de paie de l'employe ; au dela du seuil, un
      * second superviseur doit le contresigner (DECPRES)
      ******************************************************************
       2350-ORDONNER-DECAISSEMENT.

           EXEC CICS
               READ FILE('CREDPARM')
                    INTO(WS-PARM-REC)
                    RIDFLD(WS-CLE-PARM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-SEUIL NUMERIC
               MOVE PRM-SEUIL TO WS-SEUIL-DECAISSEMENT
           END-IF

           INITIALIZE DECAISSEMENT-REC
           MOVE DEM-ID-EMPL         TO DEC-ID-EMPL
           MOVE CA-NUM-CREDIT       TO DEC-NUM-CREDIT
           MOVE DEM-SEQ             TO DEC-DEM-SEQ
           MOVE DEM-MONTANT         TO DEC-MONTANT
           MOVE WS-DATE-FINANCEMENT TO DEC-DATE-FINANCEMENT
           MOVE SEC-USER            TO DEC-VALIDEUR
           MOVE EIBDATE             TO DEC-DATE-VALIDATION
           MOVE SPACES              TO DEC-SIGNATAIRE
           MOVE 0                   TO DEC-DATE-SIGNATURE
           MOVE 0                   TO DEC-DATE-VERSEMENT
           MOVE SPACES              TO DEC-TYPE-COMPTE
           MOVE SPACES              TO DEC-COMPTE
           IF DEM-MONTANT > WS-SEUIL-DECAISSEMENT
               SET DEC-A-SIGNER TO TRUE
           ELSE
               SET DEC-ORDONNE TO TRUE
           END-IF

           EXEC CICS
               WRITE FILE('CREDDEC')
                     FROM(DECAISSEMENT-REC)
                     RIDFLD(DEC-CLE)
                     RESP(WS-RESP)
           END-EXEC.

      ******************************************************************
      * 2360-EMETTRE-OFFRE : offre de credit remise a l'employe,
      * valable 15 jours ; CREDOFFR en chiffre le cout et le TAEG et
      * edite la lettre
      ******************************************************************
       2360-EMETTRE-OFFRE.

           EXEC CICS
               READ FILE('CREDPARM')
                    INTO(WS-PARM-FRAIS)
                    RIDFLD(WS-CLE-FRAIS)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-FRAIS NUMERIC
               MOVE PRM-FRAIS TO WS-FRAIS-DOSSIER
           END-IF

           COMPUTE WS-ABSTIME-LIMITE =
               WS-ABSTIME + WS-JOURS-VALIDITE * 86400000
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME-LIMITE)
                          YYYYMMDD(WS-DATE-LIMITE)
           END-EXEC

           INITIALIZE OFFRE-REC
           MOVE DEC-ID-EMPL         TO OFF-ID-EMPL
           MOVE DEC-NUM-CREDIT      TO OFF-NUM-CREDIT
           SET OFF-EMISE            TO TRUE
           MOVE WS-DATE-JOUR        TO OFF-DATE-EMISSION
           MOVE WS-DATE-LIMITE      TO OFF-DATE-LIMITE
           MOVE DEM-MONTANT         TO OFF-MONTANT
           MOVE DEM-TAUX            TO OFF-TAUX
           MOVE 0                   TO OFF-TAUX-ASSURANCE
           MOVE WS-FRAIS-DOSSIER    TO OFF-FRAIS
           MOVE SEC-USER            TO OFF-AGENT

           EXEC CICS
               WRITE FILE('CREDOFF')
                     FROM(OFFRE-REC)
                     RIDFLD(OFF-CLE)
                     RESP(WS-RESP)
           END-EXEC.

       2400-REFUSER-DEMANDE.

           IF MOTIFI = SPACES
