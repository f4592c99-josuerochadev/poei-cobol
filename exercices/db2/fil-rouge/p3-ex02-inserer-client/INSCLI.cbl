      *       toutes les N lignes (N en 2e ligne d'entree), les
      *       mauvais partent dans FERRCHG avec leur motif, et un
      *       bilan du chargement est affiche.
      * Dans les deux modes, le nom est controle contre la liste
      * de gel des avoirs (sous-programme SNCFILT) : une
      * correspondance non levee par la conformite bloque
      * l'insertion.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-NB-REJ-REGION  PIC 9(05) VALUE 0.
       01 WS-NB-REJ-PROF    PIC 9(05) VALUE 0.
       01 WS-NB-REJ-SQL     PIC 9(05) VALUE 0.
       01 WS-NB-REJ-SANCT   PIC 9(05) VALUE 0.

      * Variables host pour DB2
       01 WS-NUM-COMPTE     PIC X(03).
           05 AUD-ANCIENNE      PIC X(30).
           05 AUD-NOUVELLE      PIC X(30).

      * Zone d'appel du filtrage sanctions (SNCFILT)
       01 WS-ZONE-SNCFILT.
           05 SFL-FONCTION      PIC X(01) VALUE 'C'.
           05 SFL-ORIGINE       PIC X(08) VALUE 'INSCLI  '.
           05 SFL-CLIENT        PIC X(10).
           05 SFL-NOM           PIC X(30).
           05 SFL-PRENOM        PIC X(30).
           05 SFL-RESULTAT      PIC 9(01).
               88 SFL-ADMIS     VALUE 0 2.
           05 SFL-REF-LISTE     PIC X(10).

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
               PERFORM 1100-VERIFIER-DOUBLON
               PERFORM 1200-VERIFIER-REGION
               PERFORM 1300-VERIFIER-PROFESSION
               PERFORM 1400-VERIFIER-SANCTIONS
               IF DONNEES-VALIDES
                   PERFORM 2000-INSERT-CLIENT
               ELSE
               END-IF
           END-IF.

       1400-VERIFIER-SANCTIONS.
      * Le nom ne doit pas correspondre a une inscription de la
      * liste de gel des avoirs non levee par la conformite
           MOVE SPACES TO SFL-CLIENT
           STRING 'DB2' WS-NUM-COMPTE DELIMITED BY SIZE
               INTO SFL-CLIENT
           MOVE WS-NOM-CLIENT TO SFL-NOM
           MOVE WS-PREN-CLIENT TO SFL-PRENOM
           CALL 'SNCFILT' USING WS-ZONE-SNCFILT
           IF NOT SFL-ADMIS
               DISPLAY 'ERREUR : CREATION BLOQUEE - SANCTIONS : '
                       SFL-REF-LISTE
               SET DONNEES-INVALIDES TO TRUE
               IF WS-MOTIF-CHG = SPACES
                   MOVE 'ATTENTE CONFORMITE' TO WS-MOTIF-CHG
               END-IF
           END-IF.

       2000-INSERT-CLIENT.
           EXEC SQL
               INSERT INTO CLIENT
           DISPLAY 'REJETS DOUBLON      : ' WS-NB-REJ-DOUBLON
           DISPLAY 'REJETS REGION       : ' WS-NB-REJ-REGION
           DISPLAY 'REJETS PROFESSION   : ' WS-NB-REJ-PROF
           DISPLAY 'REJETS SANCTIONS    : ' WS-NB-REJ-SANCT
           DISPLAY 'REJETS SQL          : ' WS-NB-REJ-SQL.

       5000-EXIT.
           PERFORM 1100-VERIFIER-DOUBLON
           PERFORM 1200-VERIFIER-REGION
           PERFORM 1300-VERIFIER-PROFESSION
           PERFORM 1400-VERIFIER-SANCTIONS

           IF DONNEES-INVALIDES
               PERFORM 5300-REJETER-ENREGISTREMENT
                   ADD 1 TO WS-NB-REJ-REGION
               WHEN 'PROFESSION INCONNUE'
                   ADD 1 TO WS-NB-REJ-PROF
               WHEN 'ATTENTE CONFORMITE'
                   ADD 1 TO WS-NB-REJ-SANCT
               WHEN OTHER
                   ADD 1 TO WS-NB-REJ-SQL
           END-EVALUATE
