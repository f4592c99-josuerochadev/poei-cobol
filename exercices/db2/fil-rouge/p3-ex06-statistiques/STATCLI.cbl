      * la table STATHIST (une ligne par position, datee du jour) :
      * le programme TENDANCE restitue les douze dernieres photos
      * avec les variations mois par mois.
      * Les memes chiffres sont ensuite detailles par type de
      * client : particuliers (personnes physiques) et
      * entreprises (clients ayant une fiche ENTREPRISE, cf.
      * ENTMAJ).
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-NB-ED          PIC ZZ9.
       01 WS-TOTAL-CROISE-ED PIC -ZZZ,ZZZ,ZZ9.99.

      * Variables host pour DB2 - Detail par type de client
       01 WS-TYPE-CLIENT    PIC X(01).
       01 WS-POS-TYPE       PIC X(02).
       01 WS-COUNT-TYPE     PIC S9(05) COMP.
       01 WS-TOTAL-TYPE     PIC S9(10)V99 COMP-3.
       01 WS-MOYENNE-TYPE   PIC S9(10)V99 COMP-3.
       01 WS-FIN-TYPES      PIC 9(01) VALUE 0.
       01 WS-LIB-TYPE       PIC X(12).

      * Date de la photo pour STATHIST
       01 WS-DATE-JOUR.
           05 WS-ANNEE          PIC 9(04).
               ORDER BY R.CODE_REGION, P.CODE_PROF
           END-EXEC.

      * Declaration du curseur par type de client et position
           EXEC SQL
               DECLARE C-TYPES CURSOR FOR
               SELECT CASE WHEN E.NUM_COMPTE IS NULL THEN 'P'
                           ELSE 'M' END,
                      C.POS, COUNT(*), COALESCE(SUM(C.SOLDE), 0),
                      COALESCE(AVG(C.SOLDE), 0)
               FROM CLIENT C
               LEFT JOIN ENTREPRISE E ON E.NUM_COMPTE = C.NUM_COMPTE
               WHERE C.POS IN ('DB', 'CR')
               GROUP BY CASE WHEN E.NUM_COMPTE IS NULL THEN 'P'
                             ELSE 'M' END, C.POS
               ORDER BY 1 DESC, 2 DESC
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-STATS-DEBITEURS
           PERFORM 2000-STATS-CREDITEURS
           PERFORM 3000-AFFICHER-RESULTATS
           PERFORM 3500-AFFICHER-PAR-TYPE THRU 3500-EXIT
           PERFORM 4000-AFFICHER-CROISEMENT
           PERFORM 5000-ENREGISTRER-SNAPSHOT
           PERFORM 9000-FIN
           MOVE WS-MAX-CR TO WS-MAX-ED
           DISPLAY 'MAXIMUM : ' WS-MAX-ED.

      ******************************************************************
      * 3500-AFFICHER-PAR-TYPE : Particuliers / entreprises
      * Nombre, total et moyenne des soldes par position pour chaque
      * type de client
      ******************************************************************
       3500-AFFICHER-PAR-TYPE.
           DISPLAY ' '
           DISPLAY '=== DETAIL PAR TYPE DE CLIENT ==='

           EXEC SQL
               OPEN C-TYPES
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR TYPES : ' SQLCODE
               GO TO 3500-EXIT
           END-IF

           PERFORM 3600-LIRE-TYPE
               UNTIL WS-FIN-TYPES = 1

           EXEC SQL
               CLOSE C-TYPES
           END-EXEC.

       3500-EXIT.
           EXIT.

       3600-LIRE-TYPE.
           EXEC SQL
               FETCH C-TYPES
               INTO :WS-TYPE-CLIENT, :WS-POS-TYPE,
                    :WS-COUNT-TYPE, :WS-TOTAL-TYPE, :WS-MOYENNE-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-TYPE-CLIENT = 'M'
                       MOVE 'ENTREPRISES' TO WS-LIB-TYPE
                   ELSE
                       MOVE 'PARTICULIERS' TO WS-LIB-TYPE
                   END-IF
                   MOVE WS-COUNT-TYPE TO WS-NB-ED
                   MOVE WS-TOTAL-TYPE TO WS-TOTAL-ED
                   MOVE WS-MOYENNE-TYPE TO WS-MOYENNE-ED
                   DISPLAY '    ' WS-LIB-TYPE ' ' WS-POS-TYPE ' : '
                           WS-NB-ED ' client(s) - TOTAL '
                           WS-TOTAL-ED ' - MOYENNE ' WS-MOYENNE-ED
               WHEN 100
                   MOVE 1 TO WS-FIN-TYPES
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH TYPES : ' SQLCODE
                   MOVE 1 TO WS-FIN-TYPES
           END-EVALUATE.

      ******************************************************************
      * 4000-AFFICHER-CROISEMENT : Tableau croise region / profession
      * Nombre de clients et total des soldes pour chaque combinaison
