      ******************************************************************
      * Programme : OFFPRES - Offres de credit (Presentation)
      * Transaction : OFFR
      * Fonction : Enregistrer la reponse de l'employe a son offre
      *
      * Saisie : cle de l'offre (employe + credit) et action :
      *   blanc : consultation de l'offre (montant, taux, TAEG,
      *           cout du credit, dates limite et de retractation)
      *   'A'   : acceptation - le versement attend la fin du
      *           delai de retractation de 14 jours
      *   'R'   : retractation ou refus - le credit est annule
      * Les regles sont portees par OFFTRT.
      * PF3 : fin.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY OFFSET.
           COPY CREDOFF.

       01  WS-RESP                 PIC S9(8) COMP.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(60).
           05  CA-CLE-ELEMENT      PIC X(8).
           05  CA-OFFRE            PIC X(100).

      *─── Lignes de restitution de l'offre ───────────────────────────
       01  WS-LIGNE-CONDITIONS.
           05  FILLER              PIC X(9) VALUE 'MONTANT '.
           05  WS-LC-MONTANT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(7) VALUE '  TAUX '.
           05  WS-LC-TAUX          PIC Z9.99.
           05  FILLER              PIC X(8) VALUE '  ASSUR '.
           05  WS-LC-ASSURANCE     PIC Z9.99.
           05  FILLER              PIC X(7) VALUE '  TAEG '.
           05  WS-LC-TAEG          PIC Z9.99.
           05  FILLER              PIC X(4) VALUE SPACES.

       01  WS-LIGNE-COUT.
           05  FILLER              PIC X(9) VALUE 'INTERETS '.
           05  WS-LK-INTERETS      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8) VALUE '  ASSUR '.
           05  WS-LK-ASSURANCE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8) VALUE '  FRAIS '.
           05  WS-LK-FRAIS         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(4) VALUE SPACES.

       01  WS-LIGNE-DATES.
           05  FILLER              PIC X(8) VALUE 'EMISE '.
           05  WS-LD-EMISSION      PIC 9(8).
           05  FILLER              PIC X(9) VALUE '  LIMITE '.
           05  WS-LD-LIMITE        PIC 9(8).
           05  FILLER              PIC X(15) VALUE '  RETRACTATION '.
           05  WS-LD-FIN-RETRACT   PIC 9(8).
           05  FILLER              PIC X(4) VALUE SPACES.

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
               RETURN TRANSID('OFFR')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE OFFMAPO
           MOVE 'Cle de l offre, action A=Accepter R=Retracter'
               TO MSGO

           EXEC CICS
               SEND MAP('OFFMAP')
                    MAPSET('OFFSET')
                    FROM(OFFMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('OFFMAP')
                       MAPSET('OFFSET')
                       INTO(OFFMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-TRAITER-OFFRE THRU 2100-EXIT
               WHEN DFHPF3
                   EXEC CICS
                       SEND TEXT FROM('Fin des offres de credit.')
                            ERASE
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-TRAITER-OFFRE.

           IF CLEI = SPACES OR CLEI = LOW-VALUES
               MOVE 'Cle de l offre obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'R'
              AND ACTIONI NOT = SPACE AND ACTIONI NOT = LOW-VALUE
               MOVE 'Action A (accepter), R (retracter) ou blanc'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           IF ACTIONI = 'A' OR ACTIONI = 'R'
               MOVE ACTIONI TO CA-ACTION
           ELSE
               MOVE 'C' TO CA-ACTION
           END-IF
           MOVE CLEI TO CA-CLE-ELEMENT

           EXEC CICS
               LINK PROGRAM('OFFTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           MOVE SPACES TO LIG1O
           MOVE SPACES TO LIG2O
           MOVE SPACES TO LIG3O
           IF CA-OFFRE NOT = SPACES AND CA-OFFRE NOT = LOW-VALUES
               PERFORM 2200-GARNIR-OFFRE
           END-IF

           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2200-GARNIR-OFFRE.

           MOVE CA-OFFRE TO OFFRE-REC
           MOVE OFF-MONTANT          TO WS-LC-MONTANT
           MOVE OFF-TAUX             TO WS-LC-TAUX
           MOVE OFF-TAUX-ASSURANCE   TO WS-LC-ASSURANCE
           MOVE OFF-TAEG             TO WS-LC-TAEG
           MOVE WS-LIGNE-CONDITIONS  TO LIG1O

           MOVE OFF-COUT-INTERETS    TO WS-LK-INTERETS
           MOVE OFF-COUT-ASSURANCE   TO WS-LK-ASSURANCE
           MOVE OFF-FRAIS            TO WS-LK-FRAIS
           MOVE WS-LIGNE-COUT        TO LIG2O

           MOVE OFF-DATE-EMISSION    TO WS-LD-EMISSION
           MOVE OFF-DATE-LIMITE      TO WS-LD-LIMITE
           MOVE OFF-DATE-FIN-RETRACT TO WS-LD-FIN-RETRACT
           MOVE WS-LIGNE-DATES       TO LIG3O.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('OFFMAP')
                    MAPSET('OFFSET')
                    FROM(OFFMAPO)
                    DATAONLY
           END-EXEC.
