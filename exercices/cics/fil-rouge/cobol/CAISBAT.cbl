      * MVTTRT) pour une journee saisie en debut de traitement et
      * edite, par guichetier : fonds d'ouverture, entrees, sorties,
      * theorique, comptage et ecart - l'ecart non nul est mis en
      * evidence, une caisse non arretee aussi ; les especes recues
      * de la chambre forte ou remises a elle (CHFTRT) entrent dans
      * le theorique et sont detaillees sous la caisse. La derniere
      * partie donne la position consolidee de l'agence (totaux et
      * somme des ecarts) et le comptage des caisses arretees par
      * coupure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAISBAT.
           05  CAI-SORTIES         PIC 9(9)V99 COMP-3.
           05  CAI-COMPTAGE        PIC 9(9)V99 COMP-3.
           05  CAI-ECART           PIC S9(7)V99 COMP-3.
           05  CAI-AGENCE          PIC X(5).
           05  CAI-APPROS          PIC 9(9)V99 COMP-3.
           05  CAI-DEGAGEMENTS     PIC 9(9)V99 COMP-3.
           05  CAI-NB-COUPURE      PIC 9(7) COMP-3 OCCURS 15 TIMES.
           05  FILLER              PIC X(9).

       FD  F-EDITION.
       01  ENR-EDITION             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY COUPURE.

       01  WS-FS-CAI               PIC XX.
       01  WS-FS-EDI               PIC XX.

       01  WS-TOT-SORTIES          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-COMPTAGE         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ECART            PIC S9(9)V99 VALUE 0.
       01  WS-IX                   PIC 9(2) VALUE 0.
       01  WS-TOT-COUPURES.
           05  WS-TOT-COUPURE      PIC 9(9) OCCURS 15 TIMES.

      *─── Lignes d'edition ───────────────────────────────────────────
       01  WS-LIGNE-SEP            PIC X(100) VALUE ALL '='.
           05  WS-BIL-ECARTS       PIC Z(2)9.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-LIGNE-CHF.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(22)
               VALUE 'CHAMBRE FORTE  RECU : '.
           05  WS-CHF-APPROS       PIC Z(7)9.99.
           05  FILLER              PIC X(12) VALUE '    REMIS : '.
           05  WS-CHF-DEGAGEMENTS  PIC Z(7)9.99.
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-LIGNE-TITRE-CPR.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE 'COMPTAGE DES CAISSES ARRETEES PAR COUPURE'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LIGNE-COUPURE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-CPR-VALEUR       PIC ZZ9.99.
           05  FILLER              PIC X(4) VALUE ' EUR'.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-CPR-NOMBRE       PIC Z(8)9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-CPR-MONTANT      PIC Z(9)9.99.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  WS-LIGNE-VIDE           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE

           MOVE ZEROES TO WS-TOT-COUPURES
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CAISSES
           ADD 1 TO WS-NB-CAISSES
           COMPUTE WS-THEORIQUE = CAI-FONDS-OUVERTURE
               + CAI-ENTREES - CAI-SORTIES
               + CAI-APPROS - CAI-DEGAGEMENTS

           MOVE CAI-GUICHETIER      TO WS-DET-GUICHETIER
           MOVE CAI-FONDS-OUVERTURE TO WS-DET-OUVERTURE
           END-IF

           WRITE ENR-EDITION FROM WS-LIGNE-DETAIL
           IF CAI-APPROS NOT = 0 OR CAI-DEGAGEMENTS NOT = 0
               MOVE CAI-APPROS      TO WS-CHF-APPROS
               MOVE CAI-DEGAGEMENTS TO WS-CHF-DEGAGEMENTS
               WRITE ENR-EDITION FROM WS-LIGNE-CHF
           END-IF

           IF CAI-STATUT = 'F'
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > CPR-NB-COUPURES
                   ADD CAI-NB-COUPURE (WS-IX)
                       TO WS-TOT-COUPURE (WS-IX)
               END-PERFORM
           END-IF

           ADD CAI-FONDS-OUVERTURE TO WS-TOT-OUVERTURE
           ADD CAI-ENTREES         TO WS-TOT-ENTREES
           WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE-CPR
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               MOVE CPR-VALEUR (WS-IX)     TO WS-CPR-VALEUR
               MOVE WS-TOT-COUPURE (WS-IX) TO WS-CPR-NOMBRE
               COMPUTE WS-CPR-MONTANT
                   = WS-TOT-COUPURE (WS-IX) * CPR-VALEUR (WS-IX)
               WRITE ENR-EDITION FROM WS-LIGNE-COUPURE
           END-PERFORM
           WRITE ENR-EDITION FROM WS-LIGNE-SEP.
