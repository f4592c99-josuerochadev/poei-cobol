      ******************************************************************
      * Programme : DECPRES - Contre-signature des decaissements (Pres.)
      * Transaction : DECV
      * Fonction : Ecran du second superviseur sur les ordres de
      *            decaissement au dela du seuil
      *
      * PF5 (ou premier affichage) : liste des ordres valides par
      * DEMVAL qui attendent une seconde signature, avec leur cle
      * (employe + credit), le valideur, le montant et la date de
      * financement. Saisie : cle de l'ordre, action ('V'
      * contresigner / 'R' rejeter) et motif en cas de rejet. La
      * contre-signature ordonne le versement (CREDDECV), le rejet
      * annule le credit et refuse la demande (DECTRT).
      * PF3 : fin.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY DECSET.

       01  WS-RESP                 PIC S9(8) COMP.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
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

       01  WS-MONTANT-ED           PIC Z,ZZZ,ZZ9.99.

       01  WS-LIGNE-ORDRE.
           05  WS-ORD-CLE          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ORD-VALIDEUR     PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ORD-MONTANT      PIC X(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ORD-DATE-FIN     PIC 9(8).
       01  WS-IDX-ORD              PIC 9(1) VALUE 0.

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(10).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('DECV')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE DECMAPO
           MOVE 'Decaissements a contresigner - PF5 = liste' TO MSGO

           EXEC CICS
               SEND MAP('DECMAP')
                    MAPSET('DECSET')
                    FROM(DECMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('DECMAP')
                       MAPSET('DECSET')
                       INTO(DECMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-DECIDER THRU 2100-EXIT
               WHEN DFHPF5
                   PERFORM 2200-LISTER THRU 2200-EXIT
               WHEN DFHPF3
                   EXEC CICS
                       SEND TEXT FROM('Fin de contre-signature.')
                            ERASE
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-DECIDER.

           IF CLEI = SPACES
               MOVE 'Cle de l ordre obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF ACTIONI NOT = 'V' AND ACTIONI NOT = 'R'
               MOVE 'Action V (contresigner) ou R (rejeter)' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF ACTIONI = 'R' AND MOTIFI = SPACES
               MOVE 'Motif obligatoire pour un rejet' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION
           MOVE CLEI    TO CA-CLE-ELEMENT
           MOVE MOTIFI  TO CA-MOTIF

           EXEC CICS
               LINK PROGRAM('DECTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2200-LISTER.

           INITIALIZE WS-TRT-COMMAREA
           MOVE 'L' TO CA-ACTION

           EXEC CICS
               LINK PROGRAM('DECTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           IF CA-NB-LISTE = 0
               MOVE CA-MESSAGE TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2200-EXIT
           END-IF

           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > CA-NB-LISTE
               MOVE CA-LST-CLE(WS-IDX-ORD)      TO WS-ORD-CLE
               MOVE CA-LST-VALIDEUR(WS-IDX-ORD) TO WS-ORD-VALIDEUR
               MOVE CA-LST-MONTANT(WS-IDX-ORD)  TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED               TO WS-ORD-MONTANT
               MOVE CA-LST-DATE-FIN(WS-IDX-ORD) TO WS-ORD-DATE-FIN
               EVALUATE WS-IDX-ORD
                   WHEN 1
                       MOVE WS-LIGNE-ORDRE TO LST1O
                   WHEN 2
                       MOVE WS-LIGNE-ORDRE TO LST2O
                   WHEN 3
                       MOVE WS-LIGNE-ORDRE TO LST3O
                   WHEN 4
                       MOVE WS-LIGNE-ORDRE TO LST4O
                   WHEN 5
                       MOVE WS-LIGNE-ORDRE TO LST5O
                   WHEN 6
                       MOVE WS-LIGNE-ORDRE TO LST6O
                   WHEN 7
                       MOVE WS-LIGNE-ORDRE TO LST7O
                   WHEN 8
                       MOVE WS-LIGNE-ORDRE TO LST8O
               END-EVALUATE
           END-PERFORM

           MOVE 'Ordres en attente de seconde signature' TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2200-EXIT.
           EXIT.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('DECMAP')
                    MAPSET('DECSET')
                    FROM(DECMAPO)
                    DATAONLY
           END-EXEC.
