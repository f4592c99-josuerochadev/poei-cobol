      * et la matrice de migration depuis le mois precedent : ce
      * sont les mouvements d'un segment a l'autre que les
      * campagnes veulent viser.
      * Le meme bareme est applique aux foyers (table FOYER, cf.
      * FOYCALC) : solde signe cumule des membres, mouvements et
      * volume de tous leurs comptes. L'etat donne par segment de
      * foyer le nombre de foyers, le nombre de produits (comptes
      * detenus par les membres) et le solde cumule. Un client
      * absent de FOYER compte pour un foyer a lui seul.
      * Les populations par segment sont detaillees entre
      * particuliers et entreprises (clients ayant une fiche
      * ENTREPRISE, cf. ENTMAJ) : le bareme est le meme, mais les
      * campagnes ne visent pas les memes clienteles.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-VOLUME         PIC S9(11)V99 COMP-3.
       01 WS-SEGMENT        PIC X(01).
       01 WS-SEGMENT-PREC   PIC X(01).
       01 WS-TYPE-CLIENT    PIC X(01).

       01 WS-SOLDE-SIGNE    PIC S9(9)V99 VALUE 0.

      * Variables host - foyers
       01 WS-NUM-FOYER      PIC X(03).
       01 WS-NB-PRODUITS    PIC S9(9) COMP.
       01 WS-SOLDE-FOYER    PIC S9(11)V99 COMP-3.

      * Populations des foyers par segment (P, A, S, D = 1 a 4)
       01 WS-TAB-FOYERS.
           05 WS-FOY-SEGMENT OCCURS 4 TIMES.
               10 WS-FOY-NB         PIC 9(05).
               10 WS-FOY-PRODUITS   PIC 9(07).
               10 WS-FOY-SOLDE      PIC S9(11)V99.
       01 WS-NB-FOYERS      PIC 9(05) VALUE 0.
       01 WS-NB-COLLECTIFS  PIC 9(05) VALUE 0.
       01 WS-FIN-FOY        PIC 9(01) VALUE 0.
       01 WS-SOLDE-ED       PIC -ZZZ,ZZZ,ZZ9.99.

      * Populations et matrice de migration (P, A, S, D = 1 a 4)
       01 WS-TAB-POPULATIONS.
           05 WS-POPULATION OCCURS 4 TIMES PIC 9(05).
      * Meme decompte par type de client (1 particuliers,
      * 2 entreprises)
       01 WS-TAB-POP-TYPES.
           05 WS-POP-SEGMENT OCCURS 4 TIMES.
               10 WS-POP-TYPE OCCURS 2 TIMES PIC 9(05).
       01 WS-IDX-TYPE       PIC 9(01) VALUE 0.
       01 WS-TAB-MATRICE.
           05 WS-MAT-LIGNE OCCURS 4 TIMES.
               10 WS-MAT-CASE OCCURS 4 TIMES PIC 9(05).
               DECLARE C-CLIENTS CURSOR FOR
               SELECT C.NUM_COMPTE, C.SOLDE, C.POS,
                      COALESCE(COUNT(M.NUM_COMPTE), 0),
                      COALESCE(SUM(M.MONTANT_MVT), 0),
                      CASE WHEN E.NUM_COMPTE IS NULL THEN 'P'
                           ELSE 'M' END
               FROM CLIENT C
               LEFT JOIN ENTREPRISE E
                 ON E.NUM_COMPTE = C.NUM_COMPTE
               LEFT JOIN MOUVEMENT M
                 ON M.NUM_COMPTE = C.NUM_COMPTE
                AND M.DATE_MVT >= :WS-DATE-DEBUT
                AND M.DATE_MVT <= :WS-DATE-FIN
               GROUP BY C.NUM_COMPTE, C.SOLDE, C.POS, E.NUM_COMPTE
               ORDER BY C.NUM_COMPTE
           END-EXEC.

      * Chaque foyer avec ses produits, son solde signe cumule et
      * l'activite de tous ses comptes sur douze mois
           EXEC SQL
               DECLARE C-FOYERS CURSOR FOR
               SELECT COALESCE(F.NUM_FOYER, C.NUM_COMPTE),
                      COUNT(*),
                      SUM(CASE WHEN C.POS = 'DB' THEN 0 - C.SOLDE
                               ELSE C.SOLDE END),
                      SUM(COALESCE(M.NB_MVT, 0)),
                      SUM(COALESCE(M.VOLUME, 0))
               FROM CLIENT C
               LEFT JOIN FOYER F
                 ON F.NUM_COMPTE = C.NUM_COMPTE
               LEFT JOIN
                    (SELECT NUM_COMPTE, COUNT(*) AS NB_MVT,
                            SUM(MONTANT_MVT) AS VOLUME
                     FROM MOUVEMENT
                     WHERE DATE_MVT >= :WS-DATE-DEBUT
                       AND DATE_MVT <= :WS-DATE-FIN
                     GROUP BY NUM_COMPTE) M
                 ON M.NUM_COMPTE = C.NUM_COMPTE
               GROUP BY COALESCE(F.NUM_FOYER, C.NUM_COMPTE)
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='

           PERFORM 4000-EDITER-POPULATIONS
           PERFORM 5000-EDITER-MATRICE
           PERFORM 6000-SEGMENTER-FOYERS
           PERFORM 6200-EDITER-FOYERS

           DISPLAY ' '
           DISPLAY 'CLIENTS SEGMENTES : ' WS-NB-CLIENTS
           DISPLAY 'FOYERS SEGMENTES  : ' WS-NB-FOYERS
           DISPLAY 'FIN DU PROGRAMME SEGCLI'
           STOP RUN.

           PERFORM VARYING WS-IDX-AVANT FROM 1 BY 1
                   UNTIL WS-IDX-AVANT > 4
               MOVE 0 TO WS-POPULATION(WS-IDX-AVANT)
               MOVE 0 TO WS-POP-TYPE(WS-IDX-AVANT, 1)
               MOVE 0 TO WS-POP-TYPE(WS-IDX-AVANT, 2)
               PERFORM VARYING WS-IDX-APRES FROM 1 BY 1
                       UNTIL WS-IDX-APRES > 4
                   MOVE 0 TO WS-MAT-CASE(WS-IDX-AVANT, WS-IDX-APRES)
               END-PERFORM
               MOVE 0 TO WS-FOY-NB(WS-IDX-AVANT)
               MOVE 0 TO WS-FOY-PRODUITS(WS-IDX-AVANT)
               MOVE 0 TO WS-FOY-SOLDE(WS-IDX-AVANT)
           END-PERFORM.

      * Fenetre de douze mois finissant avec le mois de la photo,
           EXEC SQL
               FETCH C-CLIENTS
               INTO :WS-NUM-COMPTE, :WS-SOLDE, :WS-POS,
                    :WS-NB-MVT, :WS-VOLUME, :WS-TYPE-CLIENT
           END-EXEC

           EVALUATE SQLCODE
               MOVE WS-SOLDE TO WS-SOLDE-SIGNE
           END-IF

           PERFORM 2150-APPLIQUER-BAREME

           EXEC SQL
               INSERT INTO SEGMENT
           PERFORM 2200-RANG-SEGMENT
           MOVE WS-IDX-SEG TO WS-IDX-APRES
           ADD 1 TO WS-POPULATION(WS-IDX-APRES)
           IF WS-TYPE-CLIENT = 'M'
               MOVE 2 TO WS-IDX-TYPE
           ELSE
               MOVE 1 TO WS-IDX-TYPE
           END-IF
           ADD 1 TO WS-POP-TYPE(WS-IDX-APRES, WS-IDX-TYPE)

      * Migration depuis le mois precedent (client connu du mois
      * precedent seulement)
               END-IF
           END-IF.

      * Bareme commun aux clients et aux foyers
       2150-APPLIQUER-BAREME.
           EVALUATE TRUE
               WHEN WS-SOLDE-SIGNE >= 10000 AND WS-NB-MVT >= 12
                   MOVE 'P' TO WS-SEGMENT
               WHEN WS-NB-MVT >= 12 OR WS-VOLUME >= 5000
                   MOVE 'A' TO WS-SEGMENT
               WHEN WS-NB-MVT >= 1
                   MOVE 'S' TO WS-SEGMENT
               WHEN OTHER
                   MOVE 'D' TO WS-SEGMENT
           END-EVALUATE.

      * Rang 1 a 4 du code segment porte par WS-SEGMENT
       2200-RANG-SEGMENT.
           MOVE 3 TO WS-IDX-SEG
           DISPLAY ' '
           DISPLAY '=== POPULATIONS PAR SEGMENT (' WS-MOIS-PHOTO
                   ') ==='
           DISPLAY '  (TOTAL, DONT PARTICULIERS / ENTREPRISES)'
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > 4
               DISPLAY '  ' WS-LIB-SEGMENT(WS-IDX-SEG) ' : '
                       WS-POPULATION(WS-IDX-SEG) ' DONT '
                       WS-POP-TYPE(WS-IDX-SEG, 1) ' / '
                       WS-POP-TYPE(WS-IDX-SEG, 2)
           END-PERFORM.

       5000-EDITER-MATRICE.
           END-PERFORM
           DISPLAY '  CLIENTS AYANT CHANGE DE SEGMENT : '
                   WS-NB-MIGRES.

      * Segmentation des foyers : meme bareme sur les chiffres
      * cumules de leurs membres
       6000-SEGMENTER-FOYERS.
           EXEC SQL
               OPEN C-FOYERS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR FOYERS : ' SQLCODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-FIN-FOY
               PERFORM 6100-SEGMENTER-FOYER
                   UNTIL WS-FIN-FOY = 1
               EXEC SQL
                   CLOSE C-FOYERS
               END-EXEC
           END-IF.

       6100-SEGMENTER-FOYER.
           EXEC SQL
               FETCH C-FOYERS
               INTO :WS-NUM-FOYER, :WS-NB-PRODUITS, :WS-SOLDE-FOYER,
                    :WS-NB-MVT, :WS-VOLUME
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-NB-FOYERS
                   IF WS-NB-PRODUITS > 1
                       ADD 1 TO WS-NB-COLLECTIFS
                   END-IF
                   MOVE WS-SOLDE-FOYER TO WS-SOLDE-SIGNE
                   PERFORM 2150-APPLIQUER-BAREME
                   PERFORM 2200-RANG-SEGMENT
                   ADD 1 TO WS-FOY-NB(WS-IDX-SEG)
                   ADD WS-NB-PRODUITS TO WS-FOY-PRODUITS(WS-IDX-SEG)
                   ADD WS-SOLDE-FOYER TO WS-FOY-SOLDE(WS-IDX-SEG)
               WHEN 100
                   MOVE 1 TO WS-FIN-FOY
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH FOYERS : ' SQLCODE
                   MOVE 4 TO RETURN-CODE
                   MOVE 1 TO WS-FIN-FOY
           END-EVALUATE.

       6200-EDITER-FOYERS.
           DISPLAY ' '
           DISPLAY '=== FOYERS PAR SEGMENT (' WS-MOIS-PHOTO ') ==='
           DISPLAY '  (NOMBRE DE FOYERS, PRODUITS DETENUS, SOLDE'
                   ' CUMULE)'
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > 4
               MOVE WS-FOY-SOLDE(WS-IDX-SEG) TO WS-SOLDE-ED
               DISPLAY '  ' WS-LIB-SEGMENT(WS-IDX-SEG) ' : '
                       WS-FOY-NB(WS-IDX-SEG) ' FOYER(S) '
                       WS-FOY-PRODUITS(WS-IDX-SEG) ' PRODUIT(S) '
                       WS-SOLDE-ED
           END-PERFORM
           DISPLAY '  FOYERS DE PLUSIEURS CLIENTS : '
                   WS-NB-COLLECTIFS.
