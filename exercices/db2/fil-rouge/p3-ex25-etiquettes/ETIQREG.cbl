      * etiquettes de trois lignes (nom prenom / adresse / region)
      * dans le fichier d'impression FETIQ, et un comptage par
      * region est affiche pour le budget d'affranchissement.
      * Un second parametre donne le type d'envoi : 'C' pour un
      * mailing commercial, une seule etiquette par foyer (table
      * FOYER tenue par FOYCALC / FOYMAJ), au nom de la famille
      * quand le foyer compte plusieurs clients, adressee au
      * client de reference du foyer ; tout autre valeur garde une
      * etiquette par client (courrier de gestion).
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
      * Region demandee, saisie en entree (blanc = toutes)
       01 WS-REGION-IN      PIC X(02).

      * Type d'envoi ('C' commercial = une etiquette par foyer)
       01 WS-TYPE-ENVOI     PIC X(01).
           88 ENVOI-COMMERCIAL  VALUE 'C'.

      * Variables host pour DB2
       01 WS-NOM-CLIENT     PIC X(10).
       01 WS-PREN-CLIENT    PIC X(10).
       01 WS-ADRESSE        PIC X(20).
       01 WS-NOM-REGION     PIC X(15).
       01 WS-NB-MEMBRES     PIC S9(9) COMP.

      * Rupture sur region pour le comptage
       01 WS-PREC-REGION    PIC X(15) VALUE SPACES.
       01 WS-PREM           PIC 9(01) VALUE 1.
       01 WS-NB-REGION      PIC 9(05) VALUE 0.
       01 WS-NB-TOTAL       PIC 9(05) VALUE 0.
       01 WS-NB-CLIENTS     PIC 9(05) VALUE 0.
       01 WS-FIN-CURSOR     PIC 9(01) VALUE 0.

      * Lignes d'etiquette
           05 WS-ETI-PRENOM        PIC X(10).
           05 FILLER               PIC X(59) VALUE SPACES.

       01 WS-LIGNE-FOYER.
           05 FILLER               PIC X(08) VALUE 'FAMILLE '.
           05 WS-ETI-FAMILLE       PIC X(10).
           05 FILLER               PIC X(62) VALUE SPACES.

       01 WS-LIGNE-ADRESSE.
           05 WS-ETI-ADRESSE       PIC X(20).
           05 FILLER               PIC X(60) VALUE SPACES.
               ORDER BY R.CODE_REGION, C.ADRESSE, C.NOM_CLIENT
           END-EXEC.

      * Mailing commercial : le client de reference de chaque
      * foyer (ou le client encore absent de FOYER) avec le
      * nombre de clients du foyer
           EXEC SQL
               DECLARE C-FOYERS CURSOR FOR
               SELECT C.NOM_CLIENT, C.PREN_CLIENT, C.ADRESSE,
                      R.NOM_REGION,
                      (SELECT COUNT(*) FROM FOYER G
                       WHERE G.NUM_FOYER = C.NUM_COMPTE)
               FROM CLIENT C
               INNER JOIN REGION R
                   ON C.CODE_REGION = R.CODE_REGION
               LEFT JOIN FOYER F
                   ON F.NUM_COMPTE = C.NUM_COMPTE
               WHERE (:WS-REGION-IN = ' '
                      OR C.CODE_REGION = :WS-REGION-IN)
                 AND (F.NUM_FOYER IS NULL
                      OR F.NUM_FOYER = C.NUM_COMPTE)
               ORDER BY R.CODE_REGION, C.ADRESSE, C.NOM_CLIENT
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           ELSE
               DISPLAY 'REGION DEMANDEE : ' WS-REGION-IN
           END-IF
           ACCEPT WS-TYPE-ENVOI
           IF ENVOI-COMMERCIAL
               DISPLAY 'MAILING COMMERCIAL : UNE ETIQUETTE PAR FOYER'
           ELSE
               DISPLAY 'COURRIER DE GESTION : UNE ETIQUETTE PAR CLIENT'
           END-IF

           OPEN OUTPUT F-ETIQUETTES

           IF ENVOI-COMMERCIAL
               EXEC SQL OPEN C-FOYERS END-EXEC
           ELSE
               EXEC SQL OPEN C-ETIQUETTES END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR : ' SQLCODE
               MOVE 1 TO WS-FIN-CURSOR
           END-IF

           IF ENVOI-COMMERCIAL
               PERFORM 1200-TRAITER-FOYER
                   UNTIL WS-FIN-CURSOR = 1
               EXEC SQL CLOSE C-FOYERS END-EXEC
           ELSE
               PERFORM 1000-TRAITER-CLIENT
                   UNTIL WS-FIN-CURSOR = 1
               EXEC SQL CLOSE C-ETIQUETTES END-EXEC
           END-IF

           IF WS-PREM = 0
               PERFORM 2000-COMPTAGE-REGION

           DISPLAY ' '
           DISPLAY 'ETIQUETTES EMISES : ' WS-NB-TOTAL
           IF ENVOI-COMMERCIAL
               DISPLAY 'CLIENTS DESSERVIS : ' WS-NB-CLIENTS
           END-IF
           PERFORM 9000-FIN
           STOP RUN.

           MOVE WS-ADRESSE     TO WS-ETI-ADRESSE
           MOVE WS-NOM-REGION  TO WS-ETI-REGION

           IF ENVOI-COMMERCIAL AND WS-NB-MEMBRES > 1
               MOVE WS-NOM-CLIENT TO WS-ETI-FAMILLE
               WRITE ENR-ETIQUETTE FROM WS-LIGNE-FOYER
           ELSE
               WRITE ENR-ETIQUETTE FROM WS-LIGNE-NOM
           END-IF
           WRITE ENR-ETIQUETTE FROM WS-LIGNE-ADRESSE
           WRITE ENR-ETIQUETTE FROM WS-LIGNE-REGION
           WRITE ENR-ETIQUETTE FROM WS-LIGNE-VIDE
           ADD 1 TO WS-NB-REGION
           ADD 1 TO WS-NB-TOTAL.

      * Une etiquette par foyer : au nom de la famille quand le
      * foyer compte plusieurs clients
       1200-TRAITER-FOYER.
           EXEC SQL
               FETCH C-FOYERS
               INTO :WS-NOM-CLIENT, :WS-PREN-CLIENT,
                    :WS-ADRESSE, :WS-NOM-REGION, :WS-NB-MEMBRES
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-NB-MEMBRES < 1
                       MOVE 1 TO WS-NB-MEMBRES
                   END-IF
                   ADD WS-NB-MEMBRES TO WS-NB-CLIENTS
                   PERFORM 1100-EDITER-ETIQUETTE
               WHEN 100
                   MOVE 1 TO WS-FIN-CURSOR
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH : ' SQLCODE
                   MOVE 1 TO WS-FIN-CURSOR
           END-EVALUATE.

       2000-COMPTAGE-REGION.
           DISPLAY 'REGION ' WS-PREC-REGION ' : '
                   WS-NB-REGION ' ETIQUETTE(S)'
