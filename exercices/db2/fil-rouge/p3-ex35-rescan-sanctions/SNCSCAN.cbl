       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNCSCAN.
      *---------------------------------------------------------
      * P3 EXERCICE 35 : Rescan sanctions des clients existants
      * La liste de gel des avoirs SNCLIST est rechargee par
      * SNCCHRG a chaque publication du regulateur ; une personne
      * nouvellement designee peut deja etre cliente dans l'un des
      * trois magasins (KSDS CLIENT du guichet, FCLIENT de la
      * chaine PJ, table DB2 CLIENT).
      * Ce batch nocturne :
      *   1. porte dans SNCATT les decisions de la conformite du
      *      fichier SNCDECI : 'L' levee (homonyme), 'C' confirmee ;
      *   2. si la liste a change depuis le dernier rescan (dates
      *      du fichier de version SNCVERS), repasse tous les
      *      clients des trois magasins au filtrage SNCFILT : chaque
      *      correspondance non levee est mise en attente dans
      *      SNCATT et listee ;
      *   3. liste les correspondances toujours en attente de
      *      decision, avec la cle a reporter dans SNCDECI.
      * Code retour 4 si des correspondances sont en attente,
      * 8 si la liste est indisponible.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DECISIONS ASSIGN TO SNCDECI
               FILE STATUS IS WS-FS-DCI.

           SELECT F-ATTENTE ASSIGN TO SNCATT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAT-CLE
               FILE STATUS IS WS-FS-SAT.

           SELECT F-VERSION ASSIGN TO SNCVERS
               FILE STATUS IS WS-FS-VRS.

           SELECT F-CLIENT ASSIGN TO FCLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NUM-COMPTE
               FILE STATUS IS WS-FS-CLI.

           SELECT F-CLIENT-CICS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GUI-NUM
               FILE STATUS IS WS-FS-GUI.

       DATA DIVISION.
       FILE SECTION.

      * Decision de la conformite sur une correspondance
       FD F-DECISIONS.
       01 ENR-DECISION.
           05 DCI-CLE.
               10 DCI-REF-LISTE    PIC X(10).
               10 DCI-NOM-CPT      PIC X(30).
               10 DCI-PRENOM-CPT   PIC X(30).
           05 DCI-DECISION         PIC X(01).
           05 DCI-MOTIF            PIC X(30).
           05 FILLER               PIC X(19).

       FD F-ATTENTE.
       01 ENR-ATTENTE.
           05 SAT-CLE.
               10 SAT-REF-LISTE    PIC X(10).
               10 SAT-NOM-CPT      PIC X(30).
               10 SAT-PRENOM-CPT   PIC X(30).
           05 SAT-STATUT           PIC X(01).
           05 SAT-DATE-DETECT      PIC X(08).
           05 SAT-ORIGINE          PIC X(08).
           05 SAT-CLIENT           PIC X(10).
           05 SAT-NOM              PIC X(30).
           05 SAT-PRENOM           PIC X(30).
           05 SAT-DATE-DECISION    PIC X(08).
           05 SAT-MOTIF            PIC X(30).
           05 FILLER               PIC X(05).

       FD F-VERSION.
       01 ENR-VERSION.
           05 VRS-DATE-CHANGEMENT  PIC 9(08).
           05 VRS-NB-INSCRIPTIONS  PIC 9(05).
           05 VRS-DATE-SCAN        PIC 9(08).
           05 FILLER               PIC X(59).

       FD F-CLIENT.
       01 ENR-CLIENT.
           05 CLI-NUM-COMPTE       PIC 9(03).
           05 CLI-CODE-REGION      PIC 9(02).
           05 CLI-NATURE-COMPTE    PIC 9(02).
           05 CLI-NOM              PIC X(10).
           05 CLI-PRENOM           PIC X(10).
           05 FILLER               PIC X(53).

      * KSDS CLIENT du guichet CICS, lu ici en batch
       FD F-CLIENT-CICS.
       01 ENR-CLIENT-CICS.
           05 GUI-NUM              PIC X(06).
           05 GUI-NOM              PIC X(25).
           05 GUI-PRENOM           PIC X(20).
           05 FILLER               PIC X(79).

       WORKING-STORAGE SECTION.
       01 WS-FS-DCI         PIC X(02).
       01 WS-FS-SAT         PIC X(02).
       01 WS-FS-VRS         PIC X(02).
       01 WS-FS-CLI         PIC X(02).
       01 WS-FS-GUI         PIC X(02).

       01 WS-EOF            PIC 9(01) VALUE 0.
       01 WS-DATE-JOUR      PIC 9(08).
       01 WS-LISTE-KO       PIC 9(01) VALUE 0.
       01 WS-SCAN-INCOMPLET PIC 9(01) VALUE 0.

      * Version de la liste
       01 WS-VERSION-LUE    PIC 9(01) VALUE 0.
       01 WS-DATE-CHANGEMENT PIC 9(08) VALUE 0.
       01 WS-NB-INSCRIPTIONS PIC 9(05) VALUE 0.
       01 WS-DATE-SCAN      PIC 9(08) VALUE 0.

      * Variables host pour DB2
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-NOM-CLIENT     PIC X(10).
       01 WS-PREN-CLIENT    PIC X(10).

      * Zone d'appel du filtrage sanctions (SNCFILT)
       01 WS-ZONE-SNCFILT.
           05 SFL-FONCTION      PIC X(01) VALUE 'C'.
           05 SFL-ORIGINE       PIC X(08) VALUE 'SNCSCAN '.
           05 SFL-CLIENT        PIC X(10).
           05 SFL-NOM           PIC X(30).
           05 SFL-PRENOM        PIC X(30).
           05 SFL-RESULTAT      PIC 9(01).
               88 SFL-BLOQUE    VALUE 1.
               88 SFL-LISTE-KO  VALUE 9.
           05 SFL-REF-LISTE     PIC X(10).

      * Compteurs du bilan
       01 WS-NB-DECISIONS   PIC 9(05) VALUE 0.
       01 WS-NB-DECI-REJ    PIC 9(05) VALUE 0.
       01 WS-NB-CONTROLES   PIC 9(07) VALUE 0.
       01 WS-NB-SIGNALES    PIC 9(05) VALUE 0.
       01 WS-NB-ATTENTE     PIC 9(05) VALUE 0.

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               DECLARE C-CLIENTS CURSOR FOR
               SELECT NUM_COMPTE, NOM_CLIENT, PREN_CLIENT
               FROM CLIENT
               ORDER BY NUM_COMPTE
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'RESCAN SANCTIONS DES CLIENTS'
           DISPLAY '=============================================='
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM 1000-APPLIQUER-DECISIONS THRU 1000-FIN

           PERFORM 2000-LIRE-VERSION
           IF WS-VERSION-LUE = 0
               DISPLAY 'SNCVERS INDISPONIBLE - LISTE JAMAIS CHARGEE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-DATE-CHANGEMENT > WS-DATE-SCAN
               DISPLAY 'LISTE MODIFIEE LE ' WS-DATE-CHANGEMENT
                       ' - RESCAN COMPLET'
               PERFORM 3000-SCANNER-GUICHET THRU 3000-FIN
               IF WS-LISTE-KO = 0
                   PERFORM 4000-SCANNER-CHAINE THRU 4000-FIN
               END-IF
               IF WS-LISTE-KO = 0
                   PERFORM 5000-SCANNER-DB2 THRU 5000-FIN
               END-IF
               IF WS-LISTE-KO = 1
                   DISPLAY 'LISTE SNCLIST INDISPONIBLE - RESCAN '
                           'A REPRENDRE'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-SCAN-INCOMPLET = 1
                   DISPLAY 'MAGASIN CLIENT INDISPONIBLE - RESCAN '
                           'A REPRENDRE'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-DATE-JOUR TO WS-DATE-SCAN
                   PERFORM 2500-ECRIRE-VERSION
               END-IF
           ELSE
               DISPLAY 'LISTE INCHANGEE DEPUIS LE RESCAN DU '
                       WS-DATE-SCAN
           END-IF

           PERFORM 6000-LISTER-ATTENTES THRU 6000-FIN

           DISPLAY ' '
           DISPLAY 'DECISIONS APPLIQUEES   : ' WS-NB-DECISIONS
           DISPLAY 'DECISIONS REJETEES     : ' WS-NB-DECI-REJ
           DISPLAY 'CLIENTS CONTROLES      : ' WS-NB-CONTROLES
           DISPLAY 'CLIENTS SIGNALES       : ' WS-NB-SIGNALES
           DISPLAY 'EN ATTENTE DE DECISION : ' WS-NB-ATTENTE
           DISPLAY 'FIN DU PROGRAMME SNCSCAN'

           IF RETURN-CODE < 4 AND
              (WS-NB-ATTENTE > 0 OR WS-NB-DECI-REJ > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Decisions de la conformite : une correspondance levee
      * laisse passer l'homonyme, une confirmee reste bloquante
       1000-APPLIQUER-DECISIONS.
           OPEN INPUT F-DECISIONS
           IF WS-FS-DCI NOT = '00'
               DISPLAY 'PAS DE DECISION CONFORMITE CE JOUR'
               GO TO 1000-FIN
           END-IF
           OPEN I-O F-ATTENTE
           IF WS-FS-SAT NOT = '00'
               DISPLAY 'SNCATT INDISPONIBLE : ' WS-FS-SAT
               CLOSE F-DECISIONS
               GO TO 1000-FIN
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-DECISIONS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 1100-APPLIQUER-UNE-DECISION
                           THRU 1100-FIN
               END-READ
           END-PERFORM

           CLOSE F-DECISIONS
           CLOSE F-ATTENTE.

       1000-FIN.
           EXIT.

       1100-APPLIQUER-UNE-DECISION.
           IF DCI-DECISION NOT = 'L' AND DCI-DECISION NOT = 'C'
               DISPLAY 'DECISION INCONNUE : ' DCI-REF-LISTE ' '
                       DCI-NOM-CPT
               ADD 1 TO WS-NB-DECI-REJ
               GO TO 1100-FIN
           END-IF

           MOVE DCI-CLE TO SAT-CLE
           READ F-ATTENTE
               INVALID KEY
                   DISPLAY 'DECISION SANS CORRESPONDANCE : '
                           DCI-REF-LISTE ' ' DCI-NOM-CPT
                   ADD 1 TO WS-NB-DECI-REJ
                   GO TO 1100-FIN
           END-READ

           MOVE DCI-DECISION TO SAT-STATUT
           MOVE WS-DATE-JOUR TO SAT-DATE-DECISION
           MOVE DCI-MOTIF    TO SAT-MOTIF
           REWRITE ENR-ATTENTE
           ADD 1 TO WS-NB-DECISIONS.

       1100-FIN.
           EXIT.

       2000-LIRE-VERSION.
           OPEN INPUT F-VERSION
           IF WS-FS-VRS = '00'
               READ F-VERSION
                   NOT AT END
                       MOVE 1 TO WS-VERSION-LUE
                       MOVE VRS-DATE-CHANGEMENT TO WS-DATE-CHANGEMENT
                       MOVE VRS-NB-INSCRIPTIONS TO WS-NB-INSCRIPTIONS
                       MOVE VRS-DATE-SCAN       TO WS-DATE-SCAN
               END-READ
               CLOSE F-VERSION
           END-IF.

      * Le rescan est date : il ne repart qu'au prochain changement
      * de la liste
       2500-ECRIRE-VERSION.
           OPEN OUTPUT F-VERSION
           MOVE SPACES             TO ENR-VERSION
           MOVE WS-DATE-CHANGEMENT TO VRS-DATE-CHANGEMENT
           MOVE WS-NB-INSCRIPTIONS TO VRS-NB-INSCRIPTIONS
           MOVE WS-DATE-SCAN       TO VRS-DATE-SCAN
           WRITE ENR-VERSION
           CLOSE F-VERSION.

      * Magasin 1 : KSDS CLIENT du guichet
       3000-SCANNER-GUICHET.
           OPEN INPUT F-CLIENT-CICS
           IF WS-FS-GUI NOT = '00'
               DISPLAY 'KSDS CLIENT GUICHET INDISPONIBLE : '
                       WS-FS-GUI
               MOVE 1 TO WS-SCAN-INCOMPLET
               GO TO 3000-FIN
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-LISTE-KO = 1
               READ F-CLIENT-CICS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO SFL-CLIENT
                       STRING 'CICS' GUI-NUM DELIMITED BY SIZE
                           INTO SFL-CLIENT
                       MOVE GUI-NOM    TO SFL-NOM
                       MOVE GUI-PRENOM TO SFL-PRENOM
                       PERFORM 7000-CONTROLER
               END-READ
           END-PERFORM

           CLOSE F-CLIENT-CICS.

       3000-FIN.
           EXIT.

      * Magasin 2 : FCLIENT de la chaine
       4000-SCANNER-CHAINE.
           OPEN INPUT F-CLIENT
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'FCLIENT INDISPONIBLE : ' WS-FS-CLI
               MOVE 1 TO WS-SCAN-INCOMPLET
               GO TO 4000-FIN
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-LISTE-KO = 1
               READ F-CLIENT NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO SFL-CLIENT
                       STRING 'FCLI' CLI-NUM-COMPTE DELIMITED BY SIZE
                           INTO SFL-CLIENT
                       MOVE CLI-NOM    TO SFL-NOM
                       MOVE CLI-PRENOM TO SFL-PRENOM
                       PERFORM 7000-CONTROLER
               END-READ
           END-PERFORM

           CLOSE F-CLIENT.

       4000-FIN.
           EXIT.

      * Magasin 3 : table DB2 CLIENT
       5000-SCANNER-DB2.
           EXEC SQL
               OPEN C-CLIENTS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSEUR CLIENT : ' SQLCODE
               MOVE 1 TO WS-SCAN-INCOMPLET
               GO TO 5000-FIN
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LISTE-KO = 1
               EXEC SQL
                   FETCH C-CLIENTS
                   INTO :WS-NUM-COMPTE, :WS-NOM-CLIENT,
                        :WS-PREN-CLIENT
               END-EXEC
               IF SQLCODE = 0
                   MOVE SPACES TO SFL-CLIENT
                   STRING 'DB2' WS-NUM-COMPTE DELIMITED BY SIZE
                       INTO SFL-CLIENT
                   MOVE WS-NOM-CLIENT  TO SFL-NOM
                   MOVE WS-PREN-CLIENT TO SFL-PRENOM
                   PERFORM 7000-CONTROLER
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR LECTURE CURSEUR CLIENT : ' SQLCODE
               MOVE 1 TO WS-SCAN-INCOMPLET
           END-IF

           EXEC SQL
               CLOSE C-CLIENTS
           END-EXEC.

       5000-FIN.
           EXIT.

       7000-CONTROLER.
           ADD 1 TO WS-NB-CONTROLES
           CALL 'SNCFILT' USING WS-ZONE-SNCFILT
           EVALUATE TRUE
               WHEN SFL-LISTE-KO
                   MOVE 1 TO WS-LISTE-KO
               WHEN SFL-BLOQUE
                   ADD 1 TO WS-NB-SIGNALES
                   DISPLAY '  CLIENT ' SFL-CLIENT ' ' SFL-NOM(1:20)
                           ' ' SFL-PRENOM(1:15) ' -> ' SFL-REF-LISTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Correspondances en attente : la cle (reference, nom et
      * prenom normalises) est celle a reporter dans SNCDECI
       6000-LISTER-ATTENTES.
           OPEN INPUT F-ATTENTE
           IF WS-FS-SAT NOT = '00'
               GO TO 6000-FIN
           END-IF

           DISPLAY ' '
           DISPLAY 'CORRESPONDANCES EN ATTENTE DE DECISION :'
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-ATTENTE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SAT-STATUT = 'A'
                           ADD 1 TO WS-NB-ATTENTE
                           DISPLAY '  ' SAT-REF-LISTE ' '
                                   SAT-NOM-CPT ' ' SAT-PRENOM-CPT
                           DISPLAY '    ' SAT-CLIENT ' DEPUIS LE '
                                   SAT-DATE-DETECT ' PAR '
                                   SAT-ORIGINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ATTENTE.

       6000-FIN.
           EXIT.
