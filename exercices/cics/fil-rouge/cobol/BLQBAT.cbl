      ******************************************************************
      * Programme : BLQBAT - Echeance des blocages de fonds (batch)
      * Fonction  : Lever les blocages echus et lister ceux qui
      *             arrivent a echeance
      *
      * Passe chaque nuit. Parcourt le fichier BLOCAGE :
      *   - un blocage actif dont la date de fin est depassee passe
      *     au statut 'E' (echu), date de levee du jour, agent
      *     BLQBAT : ses fonds redeviennent disponibles
      *   - un blocage actif qui arrive a echeance dans le delai de
      *     preavis (PARAMS BLQPREAV, 5 jours par defaut) est liste
      *     pour que le guichet le prolonge ou le laisse s'eteindre
      * La liste FBLQECH (80 colonnes) porte les deux cas, avec le
      * nombre de jours restants pour les blocages a echeance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLQBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BLOCAGES ASSIGN TO BLOCAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BLQ-CLE
               FILE STATUS IS WS-FS-BLQ.

           SELECT F-PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLE
               FILE STATUS IS WS-FS-PRM.

           SELECT F-LISTE ASSIGN TO FBLQECH
               FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.

       FD  F-BLOCAGES.
       01  ENR-BLOCAGE.
           05  BLQ-CLE.
               10  BLQ-COMPTE      PIC X(11).
               10  BLQ-NUMERO      PIC 9(8).
           05  BLQ-MONTANT         PIC 9(7)V99 COMP-3.
           05  BLQ-MOTIF           PIC X(3).
           05  BLQ-LIBELLE         PIC X(25).
           05  BLQ-STATUT          PIC X(1).
           05  BLQ-DATE-POSE       PIC X(8).
           05  BLQ-AGENT-POSE      PIC X(8).
           05  BLQ-DATE-FIN        PIC X(8).
           05  BLQ-DATE-FIN-N REDEFINES BLQ-DATE-FIN PIC 9(8).
           05  BLQ-DATE-LEVEE      PIC X(8).
           05  BLQ-AGENT-LEVEE     PIC X(8).
           05  FILLER              PIC X(7).

       FD  F-PARAMS.
       01  ENR-PARAMS.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).

       FD  F-LISTE.
       01  ENR-LISTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-BLQ               PIC XX.
       01  WS-FS-PRM               PIC XX.
       01  WS-FS-LST               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).

      *─── Delai de preavis (PARAMS BLQPREAV) et jours restants ───────
       01  WS-PREAVIS              PIC 9(3) VALUE 5.
       01  WS-JOURS-RESTANTS       PIC S9(5) VALUE 0.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(7) VALUE 0.
       01  WS-NB-ACTIFS            PIC 9(7) VALUE 0.
       01  WS-NB-ECHUS             PIC 9(7) VALUE 0.
       01  WS-NB-A-ECHEANCE        PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.
       01  WS-MT-LIBERE            PIC 9(11)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC Z(10)9.99.

      *─── Liste des echeances (80 colonnes) ──────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(44)
               VALUE 'BLOCAGES DE FONDS ECHUS ET A ECHEANCE AU '.
           05  WS-TIT-DATE         PIC X(10).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(12) VALUE 'COMPTE'.
           05  FILLER              PIC X(9)  VALUE 'NUMERO'.
           05  FILLER              PIC X(13) VALUE '      MONTANT'.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'MOT'.
           05  FILLER              PIC X(11) VALUE 'FIN'.
           05  FILLER              PIC X(9)  VALUE 'POSE PAR'.
           05  FILLER              PIC X(21) VALUE 'ETAT'.

       01  WS-LIGNE-DETAIL.
           05  WS-DET-COMPTE       PIC X(11).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-NUMERO       PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-MONTANT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DET-MOTIF        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-FIN          PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-AGENT        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-ETAT         PIC X(21).

       01  WS-ETAT-ECHEANCE.
           05  FILLER              PIC X(9)  VALUE 'ECHEANCE '.
           05  WS-ETAT-JOURS       PIC ZZ9.
           05  FILLER              PIC X(6)  VALUE ' JOURS'.

       01  WS-LIGNE-TOTAL.
           05  FILLER              PIC X(25)
               VALUE 'BLOCAGES ECHUS LEVES   : '.
           05  WS-TOT-ECHUS        PIC Z(6)9.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-LIGNE-TOTAL-2.
           05  FILLER              PIC X(25)
               VALUE 'BLOCAGES A ECHEANCE    : '.
           05  WS-TOT-A-ECHEANCE   PIC Z(6)9.
           05  FILLER              PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME BLQBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN I-O F-BLOCAGES
           IF WS-FS-BLQ NOT = '00'
               DISPLAY 'FICHIER BLOCAGE INDISPONIBLE : ' WS-FS-BLQ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── Delai de preavis facultatif : 5 jours s'il manque ──────────
           OPEN INPUT F-PARAMS
           IF WS-FS-PRM = '00'
               MOVE 'BLQPREAV' TO PRM-CLE
               READ F-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRM-VALEUR NUMERIC
                           MOVE PRM-VALEUR TO WS-PREAVIS
                       END-IF
               END-READ
               CLOSE F-PARAMS
           END-IF
           DISPLAY 'PREAVIS D ECHEANCE (JOURS) : ' WS-PREAVIS

           OPEN OUTPUT F-LISTE
           MOVE SPACES TO WS-TIT-DATE
           STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
                  WS-DATE-JOUR(1:4) DELIMITED BY SIZE INTO WS-TIT-DATE
           WRITE ENR-LISTE FROM WS-LIGNE-SEP
           WRITE ENR-LISTE FROM WS-LIGNE-TITRE
           WRITE ENR-LISTE FROM WS-LIGNE-SEP
           WRITE ENR-LISTE FROM WS-LIGNE-ENTETE

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-BLOCAGES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 1000-EXAMINER-BLOCAGE THRU 1000-EXIT
               END-READ
           END-PERFORM

           MOVE WS-NB-ECHUS      TO WS-TOT-ECHUS
           MOVE WS-NB-A-ECHEANCE TO WS-TOT-A-ECHEANCE
           WRITE ENR-LISTE FROM WS-LIGNE-SEP
           WRITE ENR-LISTE FROM WS-LIGNE-TOTAL
           WRITE ENR-LISTE FROM WS-LIGNE-TOTAL-2

           CLOSE F-BLOCAGES
           CLOSE F-LISTE

           MOVE WS-MT-LIBERE TO WS-ED-MONTANT
           DISPLAY 'BLOCAGES LUS          : ' WS-NB-LUS
           DISPLAY 'BLOCAGES ACTIFS       : ' WS-NB-ACTIFS
           DISPLAY 'BLOCAGES ECHUS LEVES  : ' WS-NB-ECHUS
           DISPLAY 'MONTANT LIBERE        : ' WS-ED-MONTANT
           DISPLAY 'BLOCAGES A ECHEANCE   : ' WS-NB-A-ECHEANCE
           DISPLAY 'ANOMALIES             : ' WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME BLQBAT'
           GOBACK.

       1000-EXAMINER-BLOCAGE.

           IF BLQ-STATUT NOT = 'A'
               GO TO 1000-EXIT
           END-IF
           IF BLQ-DATE-FIN-N NOT NUMERIC
               DISPLAY 'DATE DE FIN ILLISIBLE : ' BLQ-CLE
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES          TO WS-DET-ETAT
           MOVE BLQ-COMPTE      TO WS-DET-COMPTE
           MOVE BLQ-NUMERO      TO WS-DET-NUMERO
           MOVE BLQ-MONTANT     TO WS-DET-MONTANT
           MOVE BLQ-MOTIF       TO WS-DET-MOTIF
           MOVE BLQ-AGENT-POSE  TO WS-DET-AGENT
           MOVE SPACES          TO WS-DET-FIN
           STRING BLQ-DATE-FIN(7:2) '/' BLQ-DATE-FIN(5:2) '/'
                  BLQ-DATE-FIN(1:4) DELIMITED BY SIZE INTO WS-DET-FIN

      *─── Blocage echu : les fonds sont liberes ──────────────────────
           IF BLQ-DATE-FIN < WS-DATE-JOUR
               MOVE 'E'          TO BLQ-STATUT
               MOVE WS-DATE-JOUR TO BLQ-DATE-LEVEE
               MOVE 'BLQBAT'     TO BLQ-AGENT-LEVEE
               REWRITE ENR-BLOCAGE
               IF WS-FS-BLQ NOT = '00'
                   DISPLAY 'ERREUR MAJ BLOCAGE ' BLQ-CLE
                           ' : ' WS-FS-BLQ
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 1000-EXIT
               END-IF
               ADD 1 TO WS-NB-ECHUS
               ADD BLQ-MONTANT TO WS-MT-LIBERE
               MOVE 'ECHU - LEVE' TO WS-DET-ETAT
               WRITE ENR-LISTE FROM WS-LIGNE-DETAIL
               GO TO 1000-EXIT
           END-IF

      *─── Blocage actif : liste s'il arrive a echeance ───────────────
           ADD 1 TO WS-NB-ACTIFS
           COMPUTE WS-JOURS-RESTANTS =
                 FUNCTION INTEGER-OF-DATE(BLQ-DATE-FIN-N)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
           IF WS-JOURS-RESTANTS <= WS-PREAVIS
               ADD 1 TO WS-NB-A-ECHEANCE
               MOVE WS-JOURS-RESTANTS TO WS-ETAT-JOURS
               MOVE WS-ETAT-ECHEANCE  TO WS-DET-ETAT
               WRITE ENR-LISTE FROM WS-LIGNE-DETAIL
           END-IF.

       1000-EXIT.
           EXIT.
