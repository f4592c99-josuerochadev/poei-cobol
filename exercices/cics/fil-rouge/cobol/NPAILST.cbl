      ******************************************************************
      * Programme : NPAILST - Liste mensuelle des adresses invalides
      * Fonction  : Lister par agence les clients dont un courrier
      *             est revenu NPAI et dont l'adresse n'est pas
      *             encore corrigee
      *
      * Passe en debut de mois. Balaye PREFCLI et retient les fiches
      * au temoin PRF-NPAI pose (retour enregistre au guichet par
      * CORRPRES). Pour chaque client : date et type du courrier
      * revenu, anciennete du retour en jours, nombre de courriers
      * en attente dans COURRET et nom lu dans CLIENT pour les
      * clients du reseau. La liste est triee par agence (guichet du
      * compte du courrier revenu, PRF-NPAI-AGENCE), puis du retour
      * le plus ancien au plus recent ; les clients de la chaine
      * batch et du personnel, sans agence, sont regroupes sous
      * SIEGE. Chaque agence recoit son bloc, pour rappeler les
      * clients et recueillir leur nouvelle adresse.
      * PREFCLI absent : RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPAILST.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PREFCLI ASSIGN TO PREFCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRF-CLIENT
               FILE STATUS IS WS-FS-PRF.

           SELECT F-COURRET ASSIGN TO COURRET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLE
               FILE STATUS IS WS-FS-RET.

           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-EDITION ASSIGN TO FEDITION
               FILE STATUS IS WS-FS-EDI.

           SELECT F-TRI ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.

      *─── dessin PREFCLI (cf. copybook) ───────────────────────────────
       FD  F-PREFCLI.
       01  PREFCLI-REC.
           05  PRF-CLIENT          PIC X(11).
           05  FILLER              PIC X(190).
           05  PRF-RETOUR-NPAI.
               10  PRF-NPAI        PIC X(1).
                   88  PRF-ADR-INVALIDE VALUE 'O'.
               10  PRF-NPAI-DATE   PIC X(8).
               10  PRF-NPAI-COURRIER PIC X(27).
               10  PRF-NPAI-TYPE   PIC X(3).
               10  PRF-NPAI-USER   PIC X(8).
               10  PRF-NPAI-AGENCE PIC X(5).
           05  FILLER              PIC X(9).

      *─── dessin COURRET (cf. copybook) ───────────────────────────────
       FD  F-COURRET.
       01  COURRET-REC.
           05  RET-CLE.
               10  RET-DOCUMENT.
                   15  RET-CLIENT  PIC X(11).
                   15  RET-DATE    PIC 9(8).
                   15  RET-HEURE   PIC 9(8).
                   15  RET-SEQ     PIC 9(2).
               10  RET-NUM-LIGNE   PIC 9(4).
           05  RET-ENTETE.
               10  RET-TYPE        PIC X(3).
               10  RET-PROGRAMME   PIC X(8).
               10  RET-TITRE       PIC X(60).
               10  RET-NB-LIGNES   PIC 9(4).
               10  RET-STATUT      PIC X(1).
                   88  RET-EN-ATTENTE VALUE 'R'.
               10  RET-DATE-LIBERATION PIC X(8).
               10  FILLER          PIC X(23).

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  FILLER              PIC X(79).

       FD  F-EDITION.
       01  ENR-EDITION             PIC X(80).

       SD  F-TRI.
       01  ENR-TRI.
           05  TRI-AGENCE          PIC X(5).
           05  TRI-DATE            PIC X(8).
           05  TRI-CLIENT          PIC X(11).
           05  TRI-NOM             PIC X(25).
           05  TRI-TYPE            PIC X(3).
           05  TRI-NB-RETENUS      PIC 9(4).
           05  TRI-USER            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FS-PRF               PIC XX.
       01  WS-FS-RET               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-EDI               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-FIN-TRI              PIC 9 VALUE 0.
       01  WS-FIN-CLIENT           PIC 9 VALUE 0.
       01  WS-COURRET-OK           PIC 9 VALUE 0.
       01  WS-CLIENT-OK            PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-NPAI-N          PIC 9(8).
       01  WS-JOURS                PIC S9(5) VALUE 0.

       01  WS-AGENCE-COURANTE      PIC X(5) VALUE SPACES.
       01  WS-NB-RETENUS-CLIENT    PIC 9(4) VALUE 0.

      *─── Compteurs ──────────────────────────────────────────────────
       01  WS-NB-FICHES            PIC 9(7) VALUE 0.
       01  WS-NB-CLIENTS           PIC 9(5) VALUE 0.
       01  WS-NB-COURRIERS         PIC 9(7) VALUE 0.
       01  WS-NB-AGENCES           PIC 9(3) VALUE 0.
       01  WS-AGE-CLIENTS          PIC 9(5) VALUE 0.
       01  WS-AGE-COURRIERS        PIC 9(7) VALUE 0.

      *─── Lignes d'edition ───────────────────────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.
       01  WS-LIGNE-TIRETS         PIC X(80) VALUE ALL '-'.
       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE '*** CLIENTS A L''ADRESSE INVALIDE (NPAI) AU '.
           05  WS-TIT-DATE         PIC X(10).
           05  FILLER              PIC X(12) VALUE ' ***'.

       01  WS-LIGNE-AGENCE.
           05  FILLER              PIC X(8) VALUE 'AGENCE '.
           05  WS-AGE-EDITEE       PIC X(5).
           05  FILLER              PIC X(67)
               VALUE '  - DEMANDER LA NOUVELLE ADRESSE AU CLIENT'.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(15) VALUE '  CLIENT'.
           05  FILLER              PIC X(27) VALUE 'NOM'.
           05  FILLER              PIC X(12) VALUE 'RETOUR LE'.
           05  FILLER              PIC X(5) VALUE 'TYPE'.
           05  FILLER              PIC X(6) VALUE 'RETEN.'.
           05  FILLER              PIC X(7) VALUE ' DEPUIS'.
           05  FILLER              PIC X(8) VALUE ' GUICHET'.

       01  WS-LIGNE-DETAIL.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-CLIENT       PIC X(11).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-NOM          PIC X(25).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-DATE         PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-TYPE         PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-RETENUS      PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-JOURS        PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-USER         PIC X(8).

       01  WS-LIGNE-TOTAL-AGENCE.
           05  FILLER              PIC X(16) VALUE 'TOTAL AGENCE : '.
           05  WS-TAG-CLIENTS      PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE ' CLIENT(S), '.
           05  WS-TAG-COURRIERS    PIC ZZZZZZ9.
           05  FILLER              PIC X(40)
               VALUE ' COURRIER(S) RETENU(S)'.

       01  WS-LIGNE-TOTAL.
           05  FILLER              PIC X(16) VALUE 'TOTAL GENERAL : '.
           05  WS-TOT-CLIENTS      PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE ' CLIENT(S), '.
           05  WS-TOT-COURRIERS    PIC ZZZZZZ9.
           05  FILLER              PIC X(40)
               VALUE ' COURRIER(S) RETENU(S)'.

       01  WS-LIGNE-NEANT.
           05  FILLER              PIC X(80)
               VALUE 'AUCUN CLIENT A L''ADRESSE INVALIDE'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME NPAILST'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-PREFCLI
           IF WS-FS-PRF NOT = '00'
               DISPLAY 'FICHIER PREFCLI INDISPONIBLE : ' WS-FS-PRF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-COURRET
           IF WS-FS-RET = '00'
               MOVE 1 TO WS-COURRET-OK
           ELSE
               DISPLAY 'FICHIER COURRET INDISPONIBLE : ' WS-FS-RET
                       ' - COURRIERS RETENUS NON DECOMPTES'
           END-IF
           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI = '00'
               MOVE 1 TO WS-CLIENT-OK
           END-IF
           OPEN OUTPUT F-EDITION

           SORT F-TRI
               ON ASCENDING KEY TRI-AGENCE TRI-DATE TRI-CLIENT
               INPUT PROCEDURE IS 1000-SELECTIONNER
                   THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-EDITER
                   THRU 2000-EXIT

           CLOSE F-PREFCLI
           IF WS-COURRET-OK = 1
               CLOSE F-COURRET
           END-IF
           IF WS-CLIENT-OK = 1
               CLOSE F-CLIENTS
           END-IF
           CLOSE F-EDITION

           DISPLAY 'FICHES PREFCLI LUES      : ' WS-NB-FICHES
           DISPLAY 'CLIENTS ADRESSE INVALIDE : ' WS-NB-CLIENTS
           DISPLAY 'COURRIERS RETENUS        : ' WS-NB-COURRIERS
           DISPLAY 'AGENCES DESTINATAIRES    : ' WS-NB-AGENCES
           DISPLAY 'FIN DU PROGRAMME NPAILST'
           GOBACK.

      ******************************************************************
      * 1000-SELECTIONNER : fiches a l'adresse invalide, completees
      * du nom du client et du nombre de courriers retenus
      ******************************************************************
       1000-SELECTIONNER.

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-PREFCLI
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-FICHES
                       IF PRF-ADR-INVALIDE
                           PERFORM 1100-RETENIR-CLIENT
                       END-IF
               END-READ
           END-PERFORM.

       1000-EXIT.
           EXIT.

       1100-RETENIR-CLIENT.

           MOVE SPACES TO ENR-TRI
           IF PRF-NPAI-AGENCE = SPACES
               MOVE 'SIEGE' TO TRI-AGENCE
           ELSE
               MOVE PRF-NPAI-AGENCE TO TRI-AGENCE
           END-IF
           MOVE PRF-NPAI-DATE TO TRI-DATE
           MOVE PRF-CLIENT    TO TRI-CLIENT
           MOVE PRF-NPAI-TYPE TO TRI-TYPE
           MOVE PRF-NPAI-USER TO TRI-USER

           IF WS-CLIENT-OK = 1 AND PRF-CLIENT(7:5) = SPACES
               MOVE PRF-CLIENT(1:6) TO CLI-NUM
               READ F-CLIENTS
               IF WS-FS-CLI = '00'
                   MOVE CLI-NOM TO TRI-NOM
               END-IF
           END-IF

           PERFORM 1200-COMPTER-RETENUS
           MOVE WS-NB-RETENUS-CLIENT TO TRI-NB-RETENUS
           RELEASE ENR-TRI.

      *─── Courriers en attente du client : en-tetes au statut 'R' ───
       1200-COMPTER-RETENUS.

           MOVE 0 TO WS-NB-RETENUS-CLIENT
           IF WS-COURRET-OK = 0
               GO TO 1200-EXIT
           END-IF

           MOVE LOW-VALUES TO RET-CLE
           MOVE PRF-CLIENT TO RET-CLIENT
           START F-COURRET KEY IS NOT LESS THAN RET-CLE
               INVALID KEY GO TO 1200-EXIT
           END-START

           MOVE 0 TO WS-FIN-CLIENT
           PERFORM UNTIL WS-FIN-CLIENT = 1
               READ F-COURRET NEXT RECORD
                   AT END MOVE 1 TO WS-FIN-CLIENT
                   NOT AT END
                       IF RET-CLIENT NOT = PRF-CLIENT
                           MOVE 1 TO WS-FIN-CLIENT
                       ELSE
                           IF RET-NUM-LIGNE = 0 AND RET-EN-ATTENTE
                               ADD 1 TO WS-NB-RETENUS-CLIENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EDITER : un bloc par agence, retours les plus anciens en
      * tete, puis le total general
      ******************************************************************
       2000-EDITER.

           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-TIT-DATE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP

           MOVE 0 TO WS-FIN-TRI
           PERFORM UNTIL WS-FIN-TRI = 1
               RETURN F-TRI
                   AT END MOVE 1 TO WS-FIN-TRI
                   NOT AT END PERFORM 2100-EDITER-CLIENT
               END-RETURN
           END-PERFORM

           IF WS-NB-CLIENTS = 0
               WRITE ENR-EDITION FROM WS-LIGNE-VIDE
               WRITE ENR-EDITION FROM WS-LIGNE-NEANT
           ELSE
               PERFORM 2200-TOTALISER-AGENCE
           END-IF

           MOVE WS-NB-CLIENTS   TO WS-TOT-CLIENTS
           MOVE WS-NB-COURRIERS TO WS-TOT-COURRIERS
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
           WRITE ENR-EDITION FROM WS-LIGNE-SEP.

       2000-EXIT.
           EXIT.

       2100-EDITER-CLIENT.

      *─── Rupture d'agence : total de la precedente, nouvel en-tete ──
           IF TRI-AGENCE NOT = WS-AGENCE-COURANTE
               IF WS-NB-AGENCES > 0
                   PERFORM 2200-TOTALISER-AGENCE
               END-IF
               ADD 1 TO WS-NB-AGENCES
               MOVE TRI-AGENCE TO WS-AGENCE-COURANTE
               MOVE 0 TO WS-AGE-CLIENTS WS-AGE-COURRIERS
               MOVE TRI-AGENCE TO WS-AGE-EDITEE
               WRITE ENR-EDITION FROM WS-LIGNE-VIDE
               WRITE ENR-EDITION FROM WS-LIGNE-AGENCE
               WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
               WRITE ENR-EDITION FROM WS-LIGNE-TIRETS
           END-IF

           MOVE TRI-CLIENT TO WS-DET-CLIENT
           MOVE TRI-NOM    TO WS-DET-NOM
           MOVE SPACES     TO WS-DET-DATE
           STRING TRI-DATE(7:2) '/' TRI-DATE(5:2) '/' TRI-DATE(1:4)
               DELIMITED BY SIZE INTO WS-DET-DATE
           MOVE TRI-TYPE   TO WS-DET-TYPE
           MOVE TRI-NB-RETENUS TO WS-DET-RETENUS
           MOVE 0 TO WS-JOURS
           IF TRI-DATE NUMERIC
               MOVE TRI-DATE TO WS-DATE-NPAI-N
               COMPUTE WS-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-NPAI-N)
               IF WS-JOURS < 0
                   MOVE 0 TO WS-JOURS
               END-IF
           END-IF
           MOVE WS-JOURS   TO WS-DET-JOURS
           MOVE TRI-USER   TO WS-DET-USER
           WRITE ENR-EDITION FROM WS-LIGNE-DETAIL

           ADD 1 TO WS-NB-CLIENTS WS-AGE-CLIENTS
           ADD TRI-NB-RETENUS TO WS-NB-COURRIERS WS-AGE-COURRIERS.

       2200-TOTALISER-AGENCE.

           MOVE WS-AGE-CLIENTS   TO WS-TAG-CLIENTS
           MOVE WS-AGE-COURRIERS TO WS-TAG-COURRIERS
           WRITE ENR-EDITION FROM WS-LIGNE-TIRETS
           WRITE ENR-EDITION FROM WS-LIGNE-TOTAL-AGENCE.
