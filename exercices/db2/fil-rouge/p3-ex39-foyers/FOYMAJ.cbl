       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOYMAJ.
      *---------------------------------------------------------
      * P3 EXERCICE 39 : Confirmation et separation des foyers
      * Decision manuelle sur les foyers proposes par FOYCALC
      * (table FOYER, cf. FOYCALC). Fonctions saisies en entree :
      *   C <compte> : confirme le foyer du client ; tous ses
      *     membres passent en ORIGINE 'C' et FOYCALC ne les
      *     regroupe plus autrement
      *   S <compte> : separe le client de son foyer ; il devient
      *     seul dans son propre foyer en ORIGINE 'S' (les autres
      *     membres restent ensemble, sous une nouvelle reference
      *     si le client l'etait)
      *   R <compte> <compte du foyer> : rattache le client au
      *     foyer d'un autre client (adresse ecrite autrement,
      *     enfant majeur domicilie chez ses parents...) ; le
      *     foyer ainsi forme est confirme
      * Chaque decision est tracee dans l'audit central AUDITWR ;
      * une seule unite d'oeuvre, ROLLBACK au moindre incident.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Saisie
       01 WS-FONCTION       PIC X(01).

      * Variables host pour DB2
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-NUM-CIBLE      PIC X(03).
       01 WS-NUM-FOYER      PIC X(03).
       01 WS-FOYER-CIBLE    PIC X(03).
       01 WS-ORIGINE        PIC X(01).
       01 WS-NOM-CLIENT     PIC X(10).
       01 WS-DATE-JOUR-SQL  PIC X(10).
       01 WS-NB-MEMBRES     PIC S9(9) COMP.
       01 WS-NB-MEMBRES-ED  PIC 9(03) VALUE 0.

      * Date du jour
       01 WS-DATE-JOUR.
           05 WS-ANNEE          PIC 9(04).
           05 WS-MOIS           PIC 9(02).
           05 WS-JOUR           PIC 9(02).

      * Zone d'appel du journal d'audit central (AUDITWR)
       01 WS-ZONE-AUDIT.
           05 AUD-PROGRAMME     PIC X(08) VALUE 'FOYMAJ  '.
           05 AUD-TABLE         PIC X(08) VALUE 'FOYER   '.
           05 AUD-CLE           PIC X(20).
           05 AUD-ANCIENNE      PIC X(30).
           05 AUD-NOUVELLE      PIC X(30).

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'CONFIRMATION ET SEPARATION DES FOYERS'
           DISPLAY '=============================================='
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-DATE-JOUR-SQL

           ACCEPT WS-FONCTION
           ACCEPT WS-NUM-COMPTE
           EVALUATE WS-FONCTION
               WHEN 'C'
                   PERFORM 1000-LIRE-AFFECTATION THRU 1000-EXIT
                   PERFORM 2000-CONFIRMER
               WHEN 'S'
                   PERFORM 1000-LIRE-AFFECTATION THRU 1000-EXIT
                   PERFORM 3000-SEPARER
               WHEN 'R'
                   ACCEPT WS-NUM-CIBLE
                   PERFORM 1000-LIRE-AFFECTATION THRU 1000-EXIT
                   PERFORM 4000-RATTACHER THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'FONCTION INCONNUE : ' WS-FONCTION
                           ' (C, S OU R)'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-FIN
           STOP RUN.

      * Le client doit avoir ete regroupe par FOYCALC
       1000-LIRE-AFFECTATION.
           EXEC SQL
               SELECT F.NUM_FOYER, F.ORIGINE, C.NOM_CLIENT
               INTO :WS-NUM-FOYER, :WS-ORIGINE, :WS-NOM-CLIENT
               FROM FOYER F
               INNER JOIN CLIENT C
                  ON C.NUM_COMPTE = F.NUM_COMPTE
               WHERE F.NUM_COMPTE = :WS-NUM-COMPTE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'COMPTE ' WS-NUM-COMPTE
                           ' ABSENT DE FOYER (INCONNU OU PAS ENCORE'
                           ' REGROUPE PAR FOYCALC)'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-FIN
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERREUR SQL FOYER : ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-FIN
                   STOP RUN
           END-EVALUATE

           DISPLAY 'CLIENT     : ' WS-NUM-COMPTE ' ' WS-NOM-CLIENT
           DISPLAY 'FOYER      : ' WS-NUM-FOYER
                   ' (ORIGINE ' WS-ORIGINE ')'.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------
      * Confirmation du foyer du client
      *---------------------------------------------------------
       2000-CONFIRMER.
           EXEC SQL
               UPDATE FOYER
               SET ORIGINE  = 'C',
                   DATE_MAJ = :WS-DATE-JOUR-SQL
               WHERE NUM_FOYER = :WS-NUM-FOYER
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR CONFIRMATION FOYER : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-MEMBRES
               FROM FOYER
               WHERE NUM_FOYER = :WS-NUM-FOYER
           END-EXEC
           MOVE WS-NB-MEMBRES TO WS-NB-MEMBRES-ED

           MOVE SPACES TO AUD-CLE AUD-ANCIENNE AUD-NOUVELLE
           STRING 'FOYER ' WS-NUM-FOYER
               DELIMITED BY SIZE INTO AUD-CLE
           MOVE 'PROPOSE' TO AUD-ANCIENNE
           STRING 'CONFIRME (' WS-NB-MEMBRES-ED ' MEMBRES)'
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'FOYER ' WS-NUM-FOYER ' CONFIRME : '
                   WS-NB-MEMBRES-ED ' MEMBRE(S)'.

      *---------------------------------------------------------
      * Separation du client : seul dans son foyer
      *---------------------------------------------------------
       3000-SEPARER.
           PERFORM 5000-QUITTER-FOYER THRU 5000-EXIT

           EXEC SQL
               UPDATE FOYER
               SET NUM_FOYER = :WS-NUM-COMPTE,
                   ORIGINE   = 'S',
                   DATE_MAJ  = :WS-DATE-JOUR-SQL
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SEPARATION : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE SPACES TO AUD-CLE AUD-ANCIENNE AUD-NOUVELLE
           STRING 'CLIENT ' WS-NUM-COMPTE
               DELIMITED BY SIZE INTO AUD-CLE
           STRING 'FOYER ' WS-NUM-FOYER ' ORIGINE ' WS-ORIGINE
               DELIMITED BY SIZE INTO AUD-ANCIENNE
           MOVE 'SEPARE (FOYER PROPRE)' TO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'CLIENT ' WS-NUM-COMPTE ' SEPARE DU FOYER '
                   WS-NUM-FOYER.

      *---------------------------------------------------------
      * Rattachement du client au foyer d'un autre client
      *---------------------------------------------------------
       4000-RATTACHER.
           IF WS-NUM-CIBLE = WS-NUM-COMPTE
               DISPLAY 'LES DEUX NUMEROS SONT IDENTIQUES - ABANDON'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           EXEC SQL
               SELECT NUM_FOYER
               INTO :WS-FOYER-CIBLE
               FROM FOYER
               WHERE NUM_COMPTE = :WS-NUM-CIBLE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'COMPTE DU FOYER ' WS-NUM-CIBLE
                           ' ABSENT DE FOYER - ABANDON'
                   MOVE 8 TO RETURN-CODE
                   GO TO 4000-EXIT
               WHEN OTHER
                   DISPLAY 'ERREUR SQL FOYER CIBLE : ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 4000-EXIT
           END-EVALUATE

           IF WS-FOYER-CIBLE = WS-NUM-FOYER
               DISPLAY 'CLIENT DEJA DANS LE FOYER ' WS-FOYER-CIBLE
                       ' - UTILISER LA FONCTION C'
               MOVE 4 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           PERFORM 5000-QUITTER-FOYER THRU 5000-EXIT

           EXEC SQL
               UPDATE FOYER
               SET NUM_FOYER = :WS-FOYER-CIBLE,
                   DATE_MAJ  = :WS-DATE-JOUR-SQL
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR RATTACHEMENT : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           EXEC SQL
               UPDATE FOYER
               SET ORIGINE  = 'C',
                   DATE_MAJ = :WS-DATE-JOUR-SQL
               WHERE NUM_FOYER = :WS-FOYER-CIBLE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR CONFIRMATION FOYER : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-MEMBRES
               FROM FOYER
               WHERE NUM_FOYER = :WS-FOYER-CIBLE
           END-EXEC
           MOVE WS-NB-MEMBRES TO WS-NB-MEMBRES-ED

           MOVE SPACES TO AUD-CLE AUD-ANCIENNE AUD-NOUVELLE
           STRING 'CLIENT ' WS-NUM-COMPTE
               DELIMITED BY SIZE INTO AUD-CLE
           STRING 'FOYER ' WS-NUM-FOYER ' ORIGINE ' WS-ORIGINE
               DELIMITED BY SIZE INTO AUD-ANCIENNE
           STRING 'FOYER ' WS-FOYER-CIBLE ' CONFIRME'
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'CLIENT ' WS-NUM-COMPTE ' RATTACHE AU FOYER '
                   WS-FOYER-CIBLE ', CONFIRME : ' WS-NB-MEMBRES-ED
                   ' MEMBRE(S)'.

       4000-EXIT.
           EXIT.

      * Le client quitte son foyer : s'il en etait la reference,
      * les membres restants prennent le plus petit d'entre eux
       5000-QUITTER-FOYER.
           IF WS-NUM-FOYER NOT = WS-NUM-COMPTE
               GO TO 5000-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-MEMBRES
               FROM FOYER
               WHERE NUM_FOYER = :WS-NUM-COMPTE
                 AND NUM_COMPTE <> :WS-NUM-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SQL MEMBRES : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF
           IF WS-NB-MEMBRES = 0
               GO TO 5000-EXIT
           END-IF

           EXEC SQL
               UPDATE FOYER F
               SET NUM_FOYER =
                   (SELECT MIN(G.NUM_COMPTE) FROM FOYER G
                    WHERE G.NUM_FOYER = :WS-NUM-COMPTE
                      AND G.NUM_COMPTE <> :WS-NUM-COMPTE)
               WHERE F.NUM_FOYER = :WS-NUM-COMPTE
                 AND F.NUM_COMPTE <> :WS-NUM-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR REFERENCE FOYER : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE SPACES TO AUD-CLE AUD-ANCIENNE AUD-NOUVELLE
           STRING 'FOYER ' WS-NUM-COMPTE
               DELIMITED BY SIZE INTO AUD-CLE
           STRING 'REFERENCE ' WS-NUM-COMPTE
               DELIMITED BY SIZE INTO AUD-ANCIENNE
           MOVE 'REFERENCE CHANGEE (DEPART)' TO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT.

       5000-EXIT.
           EXIT.

       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'DECISION INTERROMPUE - RIEN N EST RETENU'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9000-FIN.
           DISPLAY 'FIN DU PROGRAMME FOYMAJ'.
