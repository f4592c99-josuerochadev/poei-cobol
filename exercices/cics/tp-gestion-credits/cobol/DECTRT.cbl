      ******************************************************************
      * Programme : DECTRT - Contre-signature des decaissements
      * Couche    : Traitement (Business Logic)
      * Fonction  : Lister, contresigner et rejeter les ordres de
      *             decaissement qui attendent une seconde signature
      *             (fichier CREDDEC, ecrit par DEMVAL)
      *
      * Description :
      * - Reserve aux superviseurs signes (SECTRT 'S')
      * - Le second signataire ne peut pas etre le superviseur qui a
      *   valide la demande (DEC-VALIDEUR) : code 43
      * - Action 'L' : liste des ordres en attente de signature
      * - Action 'V' : contre-signature - l'ordre passe 'O' et sera
      *   verse par CREDDECV a sa date de financement
      * - Action 'R' : rejet - l'ordre passe 'R', le credit cree a la
      *   validation est annule (CREDEMP et echeancier CREDECH
      *   supprimes, etat credit de l'employe libere s'il n'a plus
      *   rien du), la demande CREDDEM repasse refusee avec le
      *   motif saisi et l'offre de credit CREDOFF est annulee
      *
      * Appel : Via LINK depuis DECPRES
      * Auteur    : Formation CICS
      * Date      : 2024
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECTRT.
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

       01  WS-CLE-PARCOURS         PIC X(8).

      *─── Cle de recherche CREDEMP / parcours des autres credits ─────
       01  WS-CLE-RECHERCHE.
           05  WS-CLE-ID-EMPL      PIC X(6).
           05  WS-CLE-NUM-CRED     PIC 9(2).
       01  WS-IDX-CRED             PIC 9(2).
       01  WS-CREDIT-RESTANT       PIC 9(1) VALUE 0.
           88  CREDIT-RESTANT-TROUVE VALUE 1.

      *─── Date de cloture de l'offre annulee ─────────────────────────
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).

      *─── Purge de l'echeancier ──────────────────────────────────────
       01  WS-RANG-ECH             PIC 9(3) VALUE 0.
       01  WS-FIN-PURGE            PIC 9(1) VALUE 0.

      *─── COMMAREA échange avec couche présentation ──────────────────
       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-LISTER       VALUE 'L'.
               88  CA-SIGNER       VALUE 'V'.
               88  CA-REJETER      VALUE 'R'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(60).
           05  CA-CLE-ELEMENT      PIC X(8).
           05  CA-MOTIF            PIC X(30).
           05  CA-NB-LISTE         PIC 9(1).
           05  CA-LISTE OCCURS 8 TIMES.
               10  CA-LST-CLE      PIC X(8).
               10  CA-LST-VALIDEUR PIC X(8).
               10  CA-LST-MONTANT  PIC 9(7)V99.
               10  CA-LST-DATE-FIN PIC 9(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(400).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE

      *─── Seconde signature reservee au superviseur signe ────────────
           INITIALIZE WS-SEC-COMMAREA
           MOVE 'S' TO SEC-FONCTION
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN CA-LISTER
                       PERFORM 1000-LISTER THRU 1000-EXIT
                   WHEN CA-SIGNER
                       PERFORM 2000-CONTRESIGNER THRU 2000-EXIT
                   WHEN CA-REJETER
                       PERFORM 3000-REJETER THRU 3000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-LISTER : les ordres qui attendent la seconde signature
      ******************************************************************
       1000-LISTER.

           MOVE 0 TO CA-NB-LISTE
           MOVE LOW-VALUES TO WS-CLE-PARCOURS

           EXEC CICS
               STARTBR FILE('CREDDEC')
                       RIDFLD(WS-CLE-PARCOURS)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Aucun decaissement a contresigner' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM UNTIL CA-NB-LISTE >= 8
                   OR WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                   READNEXT FILE('CREDDEC')
                            INTO(DECAISSEMENT-REC)
                            RIDFLD(WS-CLE-PARCOURS)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND DEC-A-SIGNER
                   ADD 1 TO CA-NB-LISTE
                   MOVE DEC-CLE
                       TO CA-LST-CLE(CA-NB-LISTE)
                   MOVE DEC-VALIDEUR
                       TO CA-LST-VALIDEUR(CA-NB-LISTE)
                   MOVE DEC-MONTANT
                       TO CA-LST-MONTANT(CA-NB-LISTE)
                   MOVE DEC-DATE-FINANCEMENT
                       TO CA-LST-DATE-FIN(CA-NB-LISTE)
               END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('CREDDEC')
           END-EXEC

           IF CA-NB-LISTE = 0
               MOVE 'Aucun decaissement a contresigner' TO CA-MESSAGE
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONTRESIGNER : l'ordre est ordonne, CREDDECV le versera
      ******************************************************************
       2000-CONTRESIGNER.

           PERFORM 4000-LIRE-ORDRE THRU 4000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           SET DEC-ORDONNE TO TRUE
           MOVE SEC-USER TO DEC-SIGNATAIRE
           MOVE EIBDATE  TO DEC-DATE-SIGNATURE
           EXEC CICS
               REWRITE FILE('CREDDEC')
                       FROM(DECAISSEMENT-REC)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Decaissement contresigne - ordre de versement'
                   TO CA-MESSAGE
           ELSE
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur contre-signature' TO CA-MESSAGE
           END-IF.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REJETER : l'ordre est rejete, le credit jamais verse est
      * annule et la demande repasse refusee
      ******************************************************************
       3000-REJETER.

           IF CA-MOTIF = SPACES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Motif obligatoire pour un rejet' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           PERFORM 4000-LIRE-ORDRE THRU 4000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF

           SET DEC-REJETE TO TRUE
           MOVE SEC-USER TO DEC-SIGNATAIRE
           MOVE EIBDATE  TO DEC-DATE-SIGNATURE
           EXEC CICS
               REWRITE FILE('CREDDEC')
                       FROM(DECAISSEMENT-REC)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur rejet' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           PERFORM 5000-ANNULER-CREDIT
           PERFORM 5100-PURGER-ECHEANCIER
           PERFORM 5200-VERIFIER-SOLDE-GLOBAL
           IF NOT CREDIT-RESTANT-TROUVE
               PERFORM 5300-LIBERER-EMPLOYE THRU 5300-EXIT
           END-IF
           PERFORM 5400-REFUSER-DEMANDE THRU 5400-EXIT
           PERFORM 5500-ANNULER-OFFRE THRU 5500-EXIT

           MOVE 'Decaissement rejete - credit annule' TO CA-MESSAGE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIRE-ORDRE : relecture avec verrou de l'ordre a decider ;
      * seul un ordre encore 'S' se decide, et pas par son valideur
      ******************************************************************
       4000-LIRE-ORDRE.

           EXEC CICS
               READ FILE('CREDDEC')
                    INTO(DECAISSEMENT-REC)
                    RIDFLD(CA-CLE-ELEMENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Ordre de decaissement introuvable' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           IF NOT DEC-A-SIGNER
               MOVE 22 TO CA-CODE-RETOUR
               MOVE 'Ordre deja contresigne ou rejete' TO CA-MESSAGE
               EXEC CICS
                   UNLOCK FILE('CREDDEC')
               END-EXEC
               GO TO 4000-EXIT
           END-IF

      *─── Quatre yeux : le valideur ne contresigne pas son ordre ─────
           IF DEC-VALIDEUR = SEC-USER
               MOVE 43 TO CA-CODE-RETOUR
               MOVE 'Seconde signature par un autre superviseur'
                   TO CA-MESSAGE
               EXEC CICS
                   UNLOCK FILE('CREDDEC')
               END-EXEC
           END-IF.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-ANNULER-CREDIT : le credit cree a la validation n'a jamais
      * ete verse ni rembourse ; il est supprime
      ******************************************************************
       5000-ANNULER-CREDIT.

           INITIALIZE WS-DAO-COMMAREA
           SET DAO-DELETE TO TRUE
           MOVE 'CREDEMP' TO DAO-FICHIER
           MOVE DEC-CLE TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC.

      *─── Echeancier supprime rang par rang jusqu'au premier absent ──
       5100-PURGER-ECHEANCIER.

           MOVE DEC-ID-EMPL    TO ECH-ID-EMPL
           MOVE DEC-NUM-CREDIT TO ECH-NUM-CREDIT
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
       5200-VERIFIER-SOLDE-GLOBAL.

           MOVE 0 TO WS-CREDIT-RESTANT
           MOVE DEC-ID-EMPL TO WS-CLE-ID-EMPL

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

       5300-LIBERER-EMPLOYE.

           INITIALIZE WS-DAO-COMMAREA
           SET DAO-READ-UPD TO TRUE
           MOVE 'EMPLOYE' TO DAO-FICHIER
           MOVE DEC-ID-EMPL TO DAO-CLE
           EXEC CICS
               LINK PROGRAM('CREDDAO')
                    COMMAREA(WS-DAO-COMMAREA)
                    LENGTH(LENGTH OF WS-DAO-COMMAREA)
           END-EXEC

           IF DAO-RESP NOT = 0
               GO TO 5300-EXIT
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

       5300-EXIT.
           EXIT.

      *─── La demande d'origine repasse refusee avec le motif ─────────
       5400-REFUSER-DEMANDE.

           MOVE DEC-ID-EMPL TO DEM-ID-EMPL
           MOVE DEC-DEM-SEQ TO DEM-SEQ
           EXEC CICS
               READ FILE('CREDDEM')
                    INTO(DEMANDE-REC)
                    RIDFLD(DEM-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5400-EXIT
           END-IF

           MOVE 'R' TO DEM-ETAT
           MOVE CA-MOTIF TO DEM-MOTIF-REFUS
           EXEC CICS
               REWRITE FILE('CREDDEM')
                       FROM(DEMANDE-REC)
                       RESP(WS-RESP)
           END-EXEC.

       5400-EXIT.
           EXIT.

      *─── L'offre remise a l'employe tombe avec le credit ────────────
       5500-ANNULER-OFFRE.

           EXEC CICS
               READ FILE('CREDOFF')
                    INTO(OFFRE-REC)
                    RIDFLD(DEC-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5500-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           SET OFF-ANNULEE TO TRUE
           MOVE WS-DATE-JOUR TO OFF-DATE-CLOTURE
           MOVE SEC-USER     TO OFF-AGENT
           EXEC CICS
               REWRITE FILE('CREDOFF')
                       FROM(OFFRE-REC)
                       RESP(WS-RESP)
           END-EXEC.

       5500-EXIT.
           EXIT.
