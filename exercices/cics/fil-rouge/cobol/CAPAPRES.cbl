      ******************************************************************
      * Programme : CAPAPRES - Capacite juridique (Presentation)
      * Transaction : CAPA
      * Fonction : Ecran du statut de capacite juridique d'un client,
      *            de son representant legal et de ses plafonds
      *
      * Saisie : numero client et action :
      * - 'L' consulter la fiche (pas de fiche = majeur capable)
      * - 'A' enregistrer ou remplacer la fiche : statut M mineur,
      *   A majeur capable, T tutelle, C curatelle, date de naissance
      *   AAAAMMJJ ; pour une tutelle ou une curatelle, date du
      *   jugement et echeance de la mesure (blanc = sans echeance) ;
      *   hors majeur capable, numero client du representant legal,
      *   sa qualite (parent, tuteur, curateur...), ses pouvoirs O/N
      *   pour les retraits, les virements et les cartes, et les
      *   plafonds du client seul (blanc = plafonds du statut)
      * La date de majorite et le nom du representant sont calcules
      * et repris par le traitement. La logique est portee par
      * CAPATRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPAPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CAPASET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-PLAFOND-NUM          PIC 9(7)V99 VALUE 0.
       01  WS-PLAFOND-ED           PIC Z,ZZZ,ZZ9.99.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
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
           05  CA-PLAFOND-SEUL     PIC 9(7)V99.
           05  CA-PLAFOND-SEUL-X   REDEFINES CA-PLAFOND-SEUL
                                   PIC X(9).
           05  CA-PLAFOND-CARTE    PIC 9(7)V99.
           05  CA-PLAFOND-CARTE-X  REDEFINES CA-PLAFOND-CARTE
                                   PIC X(9).
           05  CA-COMPTE           PIC X(11).
           05  CA-OPERATION        PIC X(1).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-REPR-LEGAL       PIC X(1).

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
               RETURN TRANSID('CAPA')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE CAPAMAPO
           MOVE 'Capacite juridique  L=Consulter  A=Enregistrer'
               TO MSGO

           EXEC CICS
               SEND MAP('CAPAMAP')
                    MAPSET('CAPASET')
                    FROM(CAPAMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('CAPAMAP')
                       MAPSET('CAPASET')
                       INTO(CAPAMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-APPLIQUER-ACTION THRU 2100-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-APPLIQUER-ACTION.

      *─── Controles de surface avant d'appeler le traitement ─────────
           IF ACTIONI NOT = 'L' AND ACTIONI NOT = 'A'
               MOVE 'Action L ou A' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF CLIENTI = SPACES OR CLIENTI = LOW-VALUES
               MOVE 'Numero client obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE CLIENTI TO CA-CLIENT

           IF ACTIONI = 'L'
               MOVE 'C' TO CA-ACTION
           ELSE
               MOVE 'A' TO CA-ACTION
               MOVE STATUTI TO CA-STATUT
               MOVE NAISI   TO CA-DATE-NAIS
               MOVE JUGEMI  TO CA-DATE-JUGEMENT
               MOVE REVISI  TO CA-DATE-REVISION
               MOVE REPCLII TO CA-REP-CLIENT
               MOVE QUALITI TO CA-REP-QUALITE
               MOVE PRETRI  TO CA-REP-RETRAIT
               MOVE PVIRI   TO CA-REP-VIREMENT
               MOVE PCARTI  TO CA-REP-CARTE
               MOVE SPACES  TO CA-PLAFOND-SEUL-X
               MOVE SPACES  TO CA-PLAFOND-CARTE-X
               IF PLSEULI NOT = SPACES AND PLSEULI NOT = LOW-VALUES
                   IF PLSEULI NOT NUMERIC
                       MOVE 'Plafond client seul invalide' TO MSGO
                       PERFORM 3000-AFFICHER-MESSAGE
                       GO TO 2100-EXIT
                   END-IF
                   MOVE PLSEULI TO WS-PLAFOND-NUM
                   MOVE WS-PLAFOND-NUM TO CA-PLAFOND-SEUL
               END-IF
               IF PLCARTI NOT = SPACES AND PLCARTI NOT = LOW-VALUES
                   IF PLCARTI NOT NUMERIC
                       MOVE 'Plafond carte invalide' TO MSGO
                       PERFORM 3000-AFFICHER-MESSAGE
                       GO TO 2100-EXIT
                   END-IF
                   MOVE PLCARTI TO WS-PLAFOND-NUM
                   MOVE WS-PLAFOND-NUM TO CA-PLAFOND-CARTE
               END-IF
           END-IF

           EXEC CICS
               LINK PROGRAM('CAPATRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── La fiche enregistree ou consultee est reaffichee ───────────
           MOVE CA-MESSAGE TO MSGO
           IF CA-CODE-RETOUR = 00
               MOVE CA-STATUT        TO STATUTO
               MOVE CA-DATE-NAIS     TO NAISO
               MOVE CA-DATE-MAJORITE TO MAJORO
               MOVE CA-DATE-JUGEMENT TO JUGEMO
               MOVE CA-DATE-REVISION TO REVISO
               MOVE CA-REP-CLIENT    TO REPCLIO
               MOVE CA-REP-NOM       TO REPNOMO
               MOVE CA-REP-QUALITE   TO QUALITO
               MOVE CA-REP-RETRAIT   TO PRETRO
               MOVE CA-REP-VIREMENT  TO PVIRO
               MOVE CA-REP-CARTE     TO PCARTO
               MOVE CA-PLAFOND-SEUL  TO WS-PLAFOND-ED
               MOVE WS-PLAFOND-ED    TO PLSEULO
               MOVE CA-PLAFOND-CARTE TO WS-PLAFOND-ED
               MOVE WS-PLAFOND-ED    TO PLCARTO
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('CAPAMAP')
                    MAPSET('CAPASET')
                    FROM(CAPAMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
