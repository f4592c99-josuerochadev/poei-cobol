      ******************************************************************
      * Programme : SNCFILT - Filtrage sanctions des batchs
      * Fonction  : Controler un nom de client contre la liste de
      *             gel des avoirs avant sa creation
      *
      * Sous-programme appele par CALL depuis les creations de
      * clients batch (PJ13AJOU, INSCLI unitaire et en masse,
      * C11CLICRE) et par le rescan nocturne SNCSCAN. La liste
      * SNCLIST (rechargee par SNCCHRG) est mise en table au premier
      * appel ; nom et prenom recus sont normalises puis compares a
      * chaque inscription par le module SNCNORM (accents, blancs,
      * ordre nom / prenom, troncature).
      * Chaque correspondance est portee dans SNCATT pour decision
      * de la conformite :
      *   - inconnue     : ecrite en attente ('A'), creation bloquee
      *   - en attente ou confirmee : creation bloquee
      *   - levee        : homonyme deja innocente, creation admise
      * SFL-RESULTAT :
      *   0 = aucune correspondance         (creation admise)
      *   1 = correspondance non levee      (creation bloquee)
      *   2 = correspondance(s) toutes levees (creation admise)
      *   9 = liste indisponible            (creation bloquee)
      * SFL-REF-LISTE rend la premiere inscription bloquante.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNCFILT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LISTE ASSIGN TO SNCLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LST-REF
               FILE STATUS IS WS-FS-LST.

           SELECT F-ATTENTE ASSIGN TO SNCATT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAT-CLE
               FILE STATUS IS WS-FS-SAT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-LISTE.
       01  ENR-LISTE.
           05  LST-REF             PIC X(10).
           05  LST-TYPE            PIC X(1).
           05  LST-NOM             PIC X(30).
           05  LST-PRENOM          PIC X(30).
           05  LST-NOM-CPT         PIC X(30).
           05  LST-PRENOM-CPT      PIC X(30).
           05  FILLER              PIC X(39).

       FD  F-ATTENTE.
       01  ENR-ATTENTE.
           05  SAT-CLE.
               10  SAT-REF-LISTE   PIC X(10).
               10  SAT-NOM-CPT     PIC X(30).
               10  SAT-PRENOM-CPT  PIC X(30).
           05  SAT-STATUT          PIC X(1).
               88  SAT-LEVEE       VALUE 'L'.
           05  SAT-DATE-DETECT     PIC X(8).
           05  SAT-ORIGINE         PIC X(8).
           05  SAT-CLIENT          PIC X(10).
           05  SAT-NOM             PIC X(30).
           05  SAT-PRENOM          PIC X(30).
           05  SAT-DATE-DECISION   PIC X(8).
           05  SAT-MOTIF           PIC X(30).
           05  FILLER              PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-FS-LST               PIC XX.
       01  WS-FS-SAT               PIC XX.
       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-DATE-JOUR            PIC X(8).

      *─── Liste en table, chargee au premier appel ───────────────────
       01  WS-LISTE-CHARGEE        PIC 9 VALUE 0.
       01  WS-LISTE-DISPONIBLE     PIC 9 VALUE 0.
       01  WS-NB-LISTE             PIC 9(4) VALUE 0.
       01  WS-TAB-LISTE.
           05  WS-LISTE OCCURS 3000 TIMES
                        INDEXED BY WS-IDX-LST.
               10  WS-LST-REF          PIC X(10).
               10  WS-LST-NOM-CPT      PIC X(30).
               10  WS-LST-PRENOM-CPT   PIC X(30).

      *─── Zone d'appel du module de normalisation (SNCNORM) ──────────
       01  WS-ZONE-SNCNORM.
           05  SNM-FONCTION        PIC X.
           05  SNM-NOM             PIC X(30).
           05  SNM-PRENOM          PIC X(30).
           05  SNM-NOM-CPT         PIC X(30).
           05  SNM-PRENOM-CPT      PIC X(30).
           05  SNM-LST-NOM-CPT     PIC X(30).
           05  SNM-LST-PRENOM-CPT  PIC X(30).
           05  SNM-CORRESPOND      PIC 9.
           05  SNM-CODE-RETOUR     PIC 9.

       LINKAGE SECTION.
       01  LK-ZONE-SNCFILT.
           05  SFL-FONCTION        PIC X.
           05  SFL-ORIGINE         PIC X(8).
           05  SFL-CLIENT          PIC X(10).
           05  SFL-NOM             PIC X(30).
           05  SFL-PRENOM          PIC X(30).
           05  SFL-RESULTAT        PIC 9.
           05  SFL-REF-LISTE       PIC X(10).

       PROCEDURE DIVISION USING LK-ZONE-SNCFILT.
       0000-PRINCIPAL.
           MOVE 0 TO SFL-RESULTAT
           MOVE SPACES TO SFL-REF-LISTE

           IF WS-LISTE-CHARGEE = 0
               PERFORM 1000-CHARGER-LISTE
           END-IF
           IF WS-LISTE-DISPONIBLE = 0
               MOVE 9 TO SFL-RESULTAT
               GOBACK
           END-IF

           INITIALIZE WS-ZONE-SNCNORM
           MOVE 'N' TO SNM-FONCTION
           MOVE SFL-NOM TO SNM-NOM
           MOVE SFL-PRENOM TO SNM-PRENOM
           CALL 'SNCNORM' USING WS-ZONE-SNCNORM

           MOVE 'C' TO SNM-FONCTION
           PERFORM VARYING WS-IDX-LST FROM 1 BY 1
                   UNTIL WS-IDX-LST > WS-NB-LISTE
               MOVE WS-LST-NOM-CPT(WS-IDX-LST) TO SNM-LST-NOM-CPT
               MOVE WS-LST-PRENOM-CPT(WS-IDX-LST)
                   TO SNM-LST-PRENOM-CPT
               CALL 'SNCNORM' USING WS-ZONE-SNCNORM
               IF SNM-CORRESPOND = 1
                   PERFORM 2000-TRAITER-CORRESPONDANCE
               END-IF
           END-PERFORM

           GOBACK.

      *─── Inscriptions deja normalisees par SNCCHRG ──────────────────
       1000-CHARGER-LISTE.
           MOVE 1 TO WS-LISTE-CHARGEE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT F-LISTE
           IF WS-FS-LST NOT = '00'
               DISPLAY 'LISTE SNCLIST INDISPONIBLE (' WS-FS-LST
                       ') - CREATIONS BLOQUEES'
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-LISTE NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NB-LISTE < 3000
                               ADD 1 TO WS-NB-LISTE
                               MOVE LST-REF
                                   TO WS-LST-REF(WS-NB-LISTE)
                               MOVE LST-NOM-CPT
                                   TO WS-LST-NOM-CPT(WS-NB-LISTE)
                               MOVE LST-PRENOM-CPT
                                   TO WS-LST-PRENOM-CPT(WS-NB-LISTE)
                           ELSE
                               DISPLAY 'SNCLIST TRONQUEE A 3000 '
                                       'INSCRIPTIONS'
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-LISTE
               IF WS-NB-LISTE > 0
                   MOVE 1 TO WS-LISTE-DISPONIBLE
               ELSE
                   DISPLAY 'LISTE SNCLIST VIDE - CREATIONS BLOQUEES'
               END-IF
           END-IF.

      *─── Correspondance : decision existante ou mise en attente ─────
       2000-TRAITER-CORRESPONDANCE.
           OPEN I-O F-ATTENTE
           IF WS-FS-SAT = '35'
               OPEN OUTPUT F-ATTENTE
               CLOSE F-ATTENTE
               OPEN I-O F-ATTENTE
           END-IF

           MOVE WS-LST-REF(WS-IDX-LST) TO SAT-REF-LISTE
           MOVE SNM-NOM-CPT            TO SAT-NOM-CPT
           MOVE SNM-PRENOM-CPT         TO SAT-PRENOM-CPT
           READ F-ATTENTE
               INVALID KEY
                   MOVE SPACES TO SAT-STATUT
           END-READ

           IF SAT-LEVEE
               IF SFL-RESULTAT = 0
                   MOVE 2 TO SFL-RESULTAT
               END-IF
           ELSE
               IF SFL-RESULTAT NOT = 1
                   MOVE 1 TO SFL-RESULTAT
                   MOVE WS-LST-REF(WS-IDX-LST) TO SFL-REF-LISTE
               END-IF
               IF SAT-STATUT = SPACES
                   MOVE WS-LST-REF(WS-IDX-LST) TO SAT-REF-LISTE
                   MOVE SNM-NOM-CPT     TO SAT-NOM-CPT
                   MOVE SNM-PRENOM-CPT  TO SAT-PRENOM-CPT
                   MOVE 'A'             TO SAT-STATUT
                   MOVE WS-DATE-JOUR    TO SAT-DATE-DETECT
                   MOVE SFL-ORIGINE     TO SAT-ORIGINE
                   MOVE SFL-CLIENT      TO SAT-CLIENT
                   MOVE SFL-NOM         TO SAT-NOM
                   MOVE SFL-PRENOM      TO SAT-PRENOM
                   MOVE SPACES          TO SAT-DATE-DECISION
                   MOVE SPACES          TO SAT-MOTIF
                   WRITE ENR-ATTENTE
                   IF WS-FS-SAT NOT = '00'
                       DISPLAY 'ERREUR ECRITURE SNCATT : ' WS-FS-SAT
                   END-IF
               END-IF
           END-IF

           CLOSE F-ATTENTE.
