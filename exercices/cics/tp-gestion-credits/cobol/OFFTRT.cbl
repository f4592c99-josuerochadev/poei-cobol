      ******************************************************************
      * Programme : OFFTRT - Acceptation / retractation des offres
      * Couche    : Traitement (Business Logic)
      * Fonction  : Enregistrer la reponse de l'employe a l'offre de
      *             credit (fichier CREDOFF, ecrit par DEMVAL)
      *
      * Description :
      * - Action 'C' : consultation de l'offre (tout profil signe)
      * - Action 'A' : acceptation (guichetier ou superviseur) -
      *   seulement une offre emise, dont la lettre est partie
      *   (CREDOFFR) et avant sa date limite. Le delai de
      *   retractation court 14 jours ; le versement n'a lieu
      *   qu'apres : une date de financement anterieure est reportee
      *   au lendemain du delai et l'echeancier CREDECH decale
      *   d'autant de mois
      * - Action 'R' : retractation - offre emise (refus) ou acceptee
      *   dans le delai. Le credit jamais verse est annule comme au
      *   rejet du decaissement (DECTRT) : ordre CREDDEC rejete,
      *   CREDEMP et echeancier supprimes, etat credit de l'employe
      *   libere s'il n'a plus rien du, demande CREDDEM refusee
      *
      * Appel : Via LINK depuis OFFPRES
      * Auteur    : Formation CICS
      * Date      : 2024
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *─── Copybooks structures de données ────────────────────────────
           COPY EMPLOYE.
           COPY CREDEMP.
           COPY CREDECH.
           COPY CREDDEM.
           COPY CREDDEC.
           COPY CREDOFF.

       01  WS-RESP                 PIC S9(8) COMP.

      *─── COMMAREA pour appel couche données ─────────────────────────
       01  WS-DAO-COMMAREA.
           05  DAO-ACTION          PIC X(4).
               88  DAO-READ        VALUE 'READ'.
               88  DAO-READ-UPD    VALUE 'UPDT'.
               88  DAO-REWRITE     VALUE 'REWT'.
               88  DAO-WRITE       VALUE 'WRIT'.
               88  DAO-DELETE      VALUE 'DELT'.
           05  DAO-FICHIER         PIC X(8).
           05  DAO-CLE             PIC X(22).
           05  DAO-RESP            PIC 9(4).
           05  DAO-DATA            PIC X(100).

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

      *─── Dates : jour, fin de retractation, premier versement ───────
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-ABSTIME-CALCUL       PIC S9(15) COMP-3.
       01  WS-JOURS-RETRACTATION   PIC 9(2) VALUE 14.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-DATE-FIN-RETRACT     PIC X(8).
       01  WS-DATE-VERSEMENT       PIC X(8).
       01  WS-DATE-VERSEMENT-N REDEFINES WS-DATE-VERSEMENT
                                   PIC 9(8).

      *─── Decalage de l'echeancier en mois ───────────────────────────
       01  WS-DECALAGE             PIC S9(4) VALUE 0.
       01  WS-NB-MOIS              PIC 9(6) VALUE 0.
       01  WS-ANCIEN-ANNEE         PIC 9(4) VALUE 0.
       01  WS-ANCIEN-MOIS          PIC 9(2) VALUE 0.
       01  WS-NOUVEL-ANNEE         PIC 9(4) VALUE 0.
       01  WS-NOUVEAU-MOIS         PIC 9(2) VALUE 0.
       01  WS-DATE-ECH.
           05  WS-ECH-ANNEE        PIC 9(4).
           05  WS-ECH-MOIS         PIC 9(2).
           05  WS-ECH-JOUR         PIC 9(2).
       01  WS-DATE-ECH-N REDEFINES WS-DATE-ECH PIC 9(8).
       01  WS-RANG-ECH             PIC 9(3) VALUE 0.
       01  WS-FIN-PURGE            PIC 9(1) VALUE 0.

      *─── Cle de recherche CREDEMP / parcours des autres credits ─────
       01  WS-CLE-RECHERCHE.
           05  WS-CLE-ID-EMPL      PIC X(6).
           05  WS-CLE-NUM-CRED     PIC 9(2).
       01  WS-IDX-CRED             PIC 9(2).
       01  WS-CREDIT-RESTANT       PIC 9(1) VALUE 0.
           88  CREDIT-RESTANT-TROUVE VALUE 1.

      *─── COMMAREA échange avec couche présentation ──────────────────
       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-ACCEPTER     VALUE 'A'.
               88  CA-RETRACTER    VALUE 'R'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(60).
           05  CA-CLE-ELEMENT      PIC X(8).
           05  CA-OFFRE            PIC X(100).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(200).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE

      *─── Consultation pour tout profil signe, reponse de l'employe
      *    saisie par un guichetier ou un superviseur ────────────────
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
                   WHEN CA-ACCEPTER
                       PERFORM 2000-ACCEPTER THRU 2000-EXIT
                   WHEN CA-RETRACTER
                       PERFORM 3000-RETRACTER THRU 3000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-CONSULTER : l'offre telle qu'elle est enregistree
      ******************************************************************
       1000-CONSULTER.

           EXEC CICS
               READ FILE('CREDOFF')
                    INTO(OFFRE-REC)
                    RIDFLD(CA-CLE-ELEMENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Offre de credit introuvable' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE OFFRE-REC TO CA-OFFRE
           EVALUATE TRUE
               WHEN OFF-EMISE AND OFF-DATE-EDITION = 0
                   MOVE 'Offre emise - lettre non encore editee'
                       TO CA-MESSAGE
               WHEN OFF-EMISE
                   MOVE 'Offre en attente de la reponse de l''employe'
                       TO CA-MESSAGE
               WHEN OFF-ACCEPTEE
                   MOVE 'Offre acceptee' TO CA-MESSAGE
               WHEN OFF-RETRACTEE
                   MOVE 'Offre retractee - credit annule'
                       TO CA-MESSAGE
               WHEN OFF-EXPIREE
                   MOVE 'Offre expiree - credit annule' TO CA-MESSAGE
               WHEN OTHER
                   MOVE 'Offre annulee - decaissement rejete'
                       TO CA-MESSAGE
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACCEPTER : l'employe accepte l'offre ; le versement
      * attend la fin du delai de retractation
      ******************************************************************
       2000-ACCEPTER.

           PERFORM 4000-LIRE-OFFRE THRU 4000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           IF NOT OFF-EMISE
               MOVE 22 TO CA-CODE-RETOUR
               MOVE 'Offre deja acceptee ou close' TO CA-MESSAGE
               PERFORM 4100-LIBERER-OFFRE
               GO TO 2000-EXIT
           END-IF

           IF OFF-DATE-EDITION = 0
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Lettre d''offre pas encore remise a l''employe'
                   TO CA-MESSAGE
               PERFORM 4100-LIBERER-OFFRE
               GO TO 2000-EXIT
           END-IF

           IF WS-DATE-JOUR > OFF-DATE-LIMITE
               MOVE 24 TO CA-CODE-RETOUR
               MOVE 'Offre expiree - date limite depassee'
                   TO CA-MESSAGE
               PERFORM 4100-LIBERER-OFFRE
               GO TO 2000-EXIT
           END-IF

      *─── Fin du delai de retractation, premier jour de versement ────
           COMPUTE WS-ABSTIME-CALCUL =
               WS-ABSTIME + WS-JOURS-RETRACTATION * 86400000
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME-CALCUL)
                          YYYYMMDD(WS-DATE-FIN-RETRACT)
           END-EXEC
           ADD 86400000 TO WS-ABSTIME-CALCUL
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME-CALCUL)
                          YYYYMMDD(WS-DATE-VERSEMENT)
           END-EXEC

           SET OFF-ACCEPTEE TO TRUE
           MOVE WS-DATE-JOUR        TO OFF-DATE-ACCEPTATION
           MOVE WS-DATE-FIN-RETRACT TO OFF-DATE-FIN-RETRACT
           MOVE SEC-USER            TO OFF-AGENT
           EXEC CICS
               REWRITE FILE('CREDOFF')
                       FROM(OFFRE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur enregistrement acceptation' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-REPORTER-FINANCEMENT THRU 2100-EXIT

           MOVE OFFRE-REC TO CA-OFFRE
           STRING 'Offre acceptee - versement a partir du '
                  WS-DATE-VERSEMENT
               DELIMITED BY SIZE INTO CA-MESSAGE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-REPORTER-FINANCEMENT : pas de versement dans le delai de
      * retractation ; la date de financement anterieure est reportee
      * et l'echeancier decale d'autant de mois
      ******************************************************************
       2100-REPORTER-FINANCEMENT.

           EXEC CICS
               READ FILE('CREDDEC')
                    INTO(DECAISSEMENT-REC)
                    RIDFLD(OFF-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2100-EXIT
           END-IF

           IF (NOT DEC-A-SIGNER AND NOT DEC-ORDONNE)
              OR DEC-DATE-FINANCEMENT >= WS-DATE-VERSEMENT-N
               EXEC CICS
                   UNLOCK FILE('CREDDEC')
               END-EXEC
               GO TO 2100-EXIT
           END-IF

           COMPUTE WS-ANCIEN-ANNEE = DEC-DATE-FINANCEMENT / 10000
           MOVE DEC-DATE-FINANCEMENT(5:2) TO WS-ANCIEN-MOIS
           COMPUTE WS-NOUVEL-ANNEE = WS-DATE-VERSEMENT-N / 10000
           MOVE WS-DATE-VERSEMENT(5:2) TO WS-NOUVEAU-MOIS
           COMPUTE WS-DECALAGE =
               (WS-NOUVEL-ANNEE * 12 + WS-NOUVEAU-MOIS)
             - (WS-ANCIEN-ANNEE * 12 + WS-ANCIEN-MOIS)

           MOVE WS-DATE-VERSEMENT-N TO DEC-DATE-FINANCEMENT
           EXEC CICS
               REWRITE FILE('CREDDEC')
                       FROM(DECAISSEMENT-REC)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-DECALAGE > 0
               PERFORM 2200-DECALER-ECHEANCIER
           END-IF.

       2100-EXIT.
           EXIT.

      *─── Chaque echeance glisse de WS-DECALAGE mois, meme jour ──────
       2200-DECALER-ECHEANCIER.

           MOVE OFF-ID-EMPL    TO ECH-ID-EMPL
           MOVE OFF-NUM-CREDIT TO ECH-NUM-CREDIT
           MOVE 0 TO WS-RANG-ECH
           MOVE 0 TO WS-FIN-PURGE

           PERFORM UNTIL WS-FIN-PURGE = 1 OR WS-RANG-ECH >= 999
               ADD 1 TO WS-RANG-ECH
               MOVE WS-RANG-ECH TO ECH-RANG

               INITIALIZE WS-DAO-COMMAREA
               SET DAO-READ-UPD TO TRUE
               MOVE 'CREDECH' TO DAO-FICHIER
               MOVE ECH-CLE TO DAO-CLE
               EXEC CICS
                   LINK PROGRAM('CREDDAO')
                        COMMAREA(WS-DAO-COMMAREA)
                        LENGTH(LENGTH OF WS-DAO-COMMAREA)
               END-EXEC
               IF DAO-RESP NOT = 0
                   MOVE 1 TO WS-FIN-PURGE
               ELSE
                   MOVE DAO-DATA TO ECHEANCE-REC
                   MOVE ECH-DATE-PREVUE TO WS-DATE-ECH-N
                   COMPUTE WS-NB-MOIS = WS-ECH-ANNEE * 12
                                      + WS-ECH-MOIS - 1 + WS-DECALAGE
                   DIVIDE WS-NB-MOIS BY 12
                       GIVING WS-ECH-ANNEE
                       REMAINDER WS-ECH-MOIS
                   ADD 1 TO WS-ECH-MOIS
                   MOVE WS-DATE-ECH-N TO ECH-DATE-PREVUE
                   SET DAO-REWRITE TO TRUE
                   MOVE ECHEANCE-REC TO DAO-DATA
                   EXEC CICS
                       LINK PROGRAM('CREDDAO')
                            COMMAREA(WS-DAO-COMMAREA)
                            LENGTH(LENGTH OF WS-DAO-COMMAREA)
                   END-EXEC
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3000-RETRACTER : l'employe refuse l'offre ou se retracte dans
      * le delai ; le credit jamais verse est annule
      ******************************************************************
       3000-RETRACTER.

           PERFORM 4000-LIRE-OFFRE THRU 4000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF

           IF NOT OFF-EMISE AND NOT OFF-ACCEPTEE
               MOVE 22 TO CA-CODE-RETOUR
               MOVE 'Offre deja close' TO CA-MESSAGE
               PERFORM 4100-LIBERER-OFFRE
               GO TO 3000-EXIT
           END-IF

           IF OFF-ACCEPTEE AND WS-DATE-JOUR > OFF-DATE-FIN-RETRACT
               MOVE 25 TO CA-CODE-RETOUR
               MOVE 'Delai de retractation ecoule' TO CA-MESSAGE
               PERFORM 4100-LIBERER-OFFRE
               GO TO 3000-EXIT
           END-IF

           SET OFF-RETRACTEE TO TRUE
           MOVE WS-DATE-JOUR TO OFF-DATE-CLOTURE
           MOVE SEC-USER     TO OFF-AGENT
           EXEC CICS
               REWRITE FILE('CREDOFF')
                       FROM(OFFRE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur enregistrement retractation' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           PERFORM 5000-REJETER-ORDRE THRU 5000-EXIT
           PERFORM 5100-ANNULER-CREDIT
           PERFORM 5200-PURGER-ECHEANCIER
           PERFORM 5300-VERIFIER-SOLDE-GLOBAL
           IF NOT CREDIT-RESTANT-TROUVE
               PERFORM 5400-LIBERER-EMPLOYE THRU 5400-EXIT
           END-IF
           PERFORM 5500-REFUSER-DEMANDE THRU 5500-EXIT

           MOVE OFFRE-REC TO CA-OFFRE
           MOVE 'Retractation enregistree - credit annule'
               TO CA-MESSAGE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIRE-OFFRE : relecture avec verrou de l'offre a modifier
      ******************************************************************
       4000-LIRE-OFFRE.

           EXEC CICS
               READ FILE('CREDOFF')
                    INTO(OFFRE-REC)
                    RIDFLD(CA-CLE-ELEMENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Offre de credit introuvable' TO CA-MESSAGE
           END-IF.

       4000-EXIT.
           EXIT.

       4100-LIBERER-OFFRE.

           MOVE OFFRE-REC TO CA-OFFRE
           EXEC CICS
               UNLOCK FILE('CREDOFF')
           END-EXEC.

      ******************************************************************
      * 5000-REJETER-ORDRE : l'ordre de decaissement ne sera pas verse
      ******************************************************************
       5000-REJETER-ORDRE.

           EXEC CICS
               READ FILE('CREDDEC')
                    INTO(DECAISSEMENT-REC)
                    RIDFLD(OFF-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE OFF-CLE TO DEC-CLE
               MOVE 0 TO DEC-DEM-SEQ
               GO TO 5000-EXIT
           END-IF

           SET DEC-REJETE TO TRUE
           EXEC CICS
               REWRITE FILE('CREDDEC')
                       FROM(DECAISSEMENT-REC)
                       RESP(WS-RESP)
           END-EXEC.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-ANNULER-CREDIT : le credit n'a jamais ete verse ni
      * rembourse ; il est supprime (meme regle que DECTRT)
      ******************************************************************
       5100-ANNULER-CREDIT.

           INITIALIZE WS-DAO-COMMAREA
           SET DAO-DELETE TO TRUE
           MOVE 'CREDEMP' TO DAO-FICHIER
           MOVE OFF-CLE TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC.

      *─── Echeancier supprime rang par rang jusqu'au premier absent ──
       5200-PURGER-ECHEANCIER.

           MOVE OFF-ID-EMPL    TO ECH-ID-EMPL
           MOVE OFF-NUM-CREDIT TO ECH-NUM-CREDIT
           MOVE 0 TO WS-RANG-ECH
           MOVE 0 TO WS-FIN-PURGE

           PERFORM UNTIL WS-FIN-PURGE = 1 OR WS-RANG-ECH >= 999
               ADD 1 TO WS-RANG-ECH
               MOVE WS-RANG-ECH TO ECH-RANG

               INITIALIZE WS-DAO-COMMAREA
               SET DAO-DELETE TO TRUE
               MOVE 'CREDECH' TO DAO-FICHIER
               MOVE ECH-CLE TO DAO-CLE
               EXEC CICS
                   LINK PROGRAM('CREDDAO')
                        COMMAREA(WS-DAO-COMMAREA)
                        LENGTH(LENGTH OF WS-DAO-COMMAREA)
               END-EXEC
               IF DAO-RESP NOT = 0
                   MOVE 1 TO WS-FIN-PURGE
               END-IF
           END-PERFORM.

      *─── Reste-t-il un credit du ? (meme regle que CREDTRT) ─────────
       5300-VERIFIER-SOLDE-GLOBAL.

           MOVE 0 TO WS-CREDIT-RESTANT
           MOVE OFF-ID-EMPL TO WS-CLE-ID-EMPL

           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > 5 OR CREDIT-RESTANT-TROUVE
               MOVE WS-IDX-CRED TO WS-CLE-NUM-CRED
               INITIALIZE WS-DAO-COMMAREA
               MOVE WS-CLE-RECHERCHE TO DAO-CLE
               SET DAO-READ TO TRUE
               MOVE 'CREDEMP' TO DAO-FICHIER
               EXEC CICS
                   LINK PROGRAM('CREDDAO')
                        COMMAREA(WS-DAO-COMMAREA)
                        LENGTH(LENGTH OF WS-DAO-COMMAREA)
               END-EXEC
               IF DAO-RESP = 0
                   MOVE DAO-DATA TO CREDIT-REC
                   IF CRD-RESTE > 0
                       MOVE 1 TO WS-CREDIT-RESTANT
                   END-IF
               END-IF
           END-PERFORM.

       5400-LIBERER-EMPLOYE.

           INITIALIZE WS-DAO-COMMAREA
           SET DAO-READ-UPD TO TRUE
           MOVE 'EMPLOYE' TO DAO-FICHIER
           MOVE OFF-ID-EMPL TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC

           IF DAO-RESP NOT = 0
               GO TO 5400-EXIT
           END-IF

           MOVE DAO-DATA TO EMPLOYE-REC
           SET EMP-SANS-CREDIT TO TRUE

           SET DAO-REWRITE TO TRUE
           MOVE EMPLOYE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC.

       5400-EXIT.
           EXIT.

      *─── La demande d'origine repasse refusee ───────────────────────
       5500-REFUSER-DEMANDE.

           IF DEC-DEM-SEQ = 0
               GO TO 5500-EXIT
           END-IF

           MOVE OFF-ID-EMPL TO DEM-ID-EMPL
           MOVE DEC-DEM-SEQ TO DEM-SEQ
           EXEC CICS
               READ FILE('CREDDEM')
                    INTO(DEMANDE-REC)
                    RIDFLD(DEM-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5500-EXIT
           END-IF

           MOVE 'R' TO DEM-ETAT
           MOVE 'RETRACTATION DE L''EMPLOYE' TO DEM-MOTIF-REFUS
           EXEC CICS
               REWRITE FILE('CREDDEM')
                       FROM(DEMANDE-REC)
                       RESP(WS-RESP)
           END-EXEC.

       5500-EXIT.
           EXIT.
