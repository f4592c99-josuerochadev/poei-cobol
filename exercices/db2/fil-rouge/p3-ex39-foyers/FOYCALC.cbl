       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOYCALC.
      *---------------------------------------------------------
      * P3 EXERCICE 39 : Regroupement des clients en foyers
      * Plusieurs clients vivent souvent a la meme adresse
      * (conjoints, parents et enfants). Ce batch les regroupe en
      * foyers dans la table FOYER, une ligne par client :
      *   NUM_COMPTE  CHAR(3)  cle, le client
      *   NUM_FOYER   CHAR(3)  compte de reference du foyer (un
      *                        de ses membres)
      *   CLE_FOYER   CHAR(30) adresse normalisee (20) + nom (10)
      *   ORIGINE     CHAR(1)  'A' regroupement automatique
      *                        'C' foyer confirme a la main
      *                        'S' client separe a la main
      *   DATE_MAJ    DATE     derniere affectation
      * La cle de foyer est l'ADRESSE normalisee (majuscules,
      * types de voie abreges, blancs et ponctuation retires)
      * suivie du NOM_CLIENT : deux clients de meme cle forment
      * un foyer. Une adresse a blanc ne regroupe personne.
      * Les decisions manuelles de FOYMAJ sont respectees : les
      * clients 'C' gardent leur foyer et un nouveau client a la
      * meme cle les rejoint, les clients 'S' restent seuls. Un
      * client confirme ou separe dont l'adresse ou le nom a
      * change depuis repasse en automatique.
      * Les autres clients ('A', et les nouveaux) sont regroupes
      * sous le plus petit NUM_COMPTE de leur cle. Les clients
      * disparus de CLIENT (fusion FUSCLI) sortent de FOYER.
      * La liste des foyers proposes (deux membres et plus, non
      * confirmes) est imprimee pour decision par FOYMAJ.
      * ETIQREG, SEGCLI et RENTCLI lisent FOYER pour les envois
      * et les etats par foyer. A lancer chaque mois avant eux.
      * Tout ou rien : code retour 8 et ROLLBACK sur erreur.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Variables host pour DB2
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-NUM-FOYER      PIC X(03).
       01 WS-NOM-CLIENT     PIC X(10).
       01 WS-PREN-CLIENT    PIC X(10).
       01 WS-ADRESSE        PIC X(20).
       01 WS-CLE-FOYER      PIC X(30).
       01 WS-ORIGINE        PIC X(01).
       01 WS-DATE-JOUR-SQL  PIC X(10).
       01 WS-NB-SQL         PIC S9(9) COMP.

      * Cle de foyer calculee
       01 WS-CLE-CALCULEE.
           05 WS-CLE-ADRESSE    PIC X(20).
           05 WS-CLE-NOM        PIC X(10).
       01 WS-ADR-TRAVAIL    PIC X(20).
       01 WS-NOM-TRAVAIL    PIC X(10).
       01 WS-IDX            PIC 9(02) VALUE 0.
       01 WS-IDX-CLE        PIC 9(02) VALUE 0.

      * Rupture sur cle de foyer (deuxieme passe)
       01 WS-CLE-PREC       PIC X(30) VALUE SPACES.
       01 WS-FOYER-GROUPE   PIC X(03) VALUE SPACES.
       01 WS-PREM           PIC 9(01) VALUE 1.

      * Rupture sur foyer (liste des propositions)
       01 WS-FOYER-PREC     PIC X(03) VALUE SPACES.

      * Compteurs du bilan
       01 WS-NB-CLIENTS     PIC 9(05) VALUE 0.
       01 WS-NB-NOUVEAUX    PIC 9(05) VALUE 0.
       01 WS-NB-DEMENAGES   PIC 9(05) VALUE 0.
       01 WS-NB-REAFFECTES  PIC 9(05) VALUE 0.
       01 WS-NB-PROPOSES    PIC 9(05) VALUE 0.
       01 WS-NB-FOYERS      PIC 9(05) VALUE 0.
       01 WS-NB-COLLECTIFS  PIC 9(05) VALUE 0.
       01 WS-FIN-CURSOR     PIC 9(01) VALUE 0.

      * Date du jour
       01 WS-DATE-JOUR.
           05 WS-ANNEE          PIC 9(04).
           05 WS-MOIS           PIC 9(02).
           05 WS-JOUR           PIC 9(02).

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Premiere passe : chaque client avec son affectation
      * actuelle (absente pour un nouveau client)
           EXEC SQL
               DECLARE C-CLIENTS CURSOR FOR
               SELECT C.NUM_COMPTE, C.NOM_CLIENT, C.ADRESSE,
                      COALESCE(F.CLE_FOYER, ' '),
                      COALESCE(F.ORIGINE, ' ')
               FROM CLIENT C
               LEFT JOIN FOYER F
                 ON F.NUM_COMPTE = C.NUM_COMPTE
               ORDER BY C.NUM_COMPTE
           END-EXEC.

      * Deuxieme passe : par cle, le foyer confirme en tete, puis
      * les automatiques par numero, les separes en dernier
           EXEC SQL
               DECLARE C-CLES CURSOR FOR
               SELECT NUM_COMPTE, NUM_FOYER, CLE_FOYER, ORIGINE
               FROM FOYER
               ORDER BY CLE_FOYER,
                        CASE ORIGINE WHEN 'C' THEN 0
                                     WHEN 'A' THEN 1
                                     ELSE 2 END,
                        NUM_COMPTE
           END-EXEC.

      * Foyers proposes : deux membres et plus, non confirmes
           EXEC SQL
               DECLARE C-PROPOSES CURSOR FOR
               SELECT F.NUM_FOYER, F.NUM_COMPTE,
                      C.NOM_CLIENT, C.PREN_CLIENT, C.ADRESSE
               FROM FOYER F
               INNER JOIN CLIENT C
                  ON C.NUM_COMPTE = F.NUM_COMPTE
               WHERE F.ORIGINE = 'A'
                 AND F.NUM_FOYER IN
                     (SELECT G.NUM_FOYER FROM FOYER G
                      GROUP BY G.NUM_FOYER
                      HAVING COUNT(*) > 1)
               ORDER BY F.NUM_FOYER, F.NUM_COMPTE
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'REGROUPEMENT DES CLIENTS EN FOYERS'
           DISPLAY '=============================================='
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-DATE-JOUR-SQL

           PERFORM 1000-PURGER-DISPARUS
           PERFORM 2000-AFFECTER-CLES
           PERFORM 3000-REGROUPER
           PERFORM 4000-COMPTER-FOYERS

           EXEC SQL
               COMMIT
           END-EXEC

           PERFORM 5000-LISTER-PROPOSES

           DISPLAY ' '
           DISPLAY 'CLIENTS EXAMINES           : ' WS-NB-CLIENTS
           DISPLAY 'NOUVEAUX CLIENTS           : ' WS-NB-NOUVEAUX
           DISPLAY 'DECISIONS LEVEES (ADRESSE) : ' WS-NB-DEMENAGES
           DISPLAY 'CLIENTS CHANGEANT DE FOYER : ' WS-NB-REAFFECTES
           DISPLAY 'FOYERS                     : ' WS-NB-FOYERS
           DISPLAY 'FOYERS DE PLUSIEURS CLIENTS: ' WS-NB-COLLECTIFS
           DISPLAY 'CLIENTS EN FOYER PROPOSE   : ' WS-NB-PROPOSES
           PERFORM 9000-FIN
           STOP RUN.

      * Les clients supprimes (fusion) quittent FOYER ; un foyer
      * dont la reference a disparu prend pour reference le plus
      * petit de ses membres restants
       1000-PURGER-DISPARUS.
           EXEC SQL
               DELETE FROM FOYER
               WHERE NUM_COMPTE NOT IN
                     (SELECT NUM_COMPTE FROM CLIENT)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR PURGE FOYER : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           EXEC SQL
               UPDATE FOYER F
               SET NUM_FOYER =
                   (SELECT MIN(G.NUM_COMPTE) FROM FOYER G
                    WHERE G.NUM_FOYER = F.NUM_FOYER)
               WHERE F.NUM_FOYER NOT IN
                     (SELECT H.NUM_COMPTE FROM FOYER H)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR REFERENCE FOYER : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF.

      *---------------------------------------------------------
      * Premiere passe : cle de foyer de chaque client
      *---------------------------------------------------------
       2000-AFFECTER-CLES.
           EXEC SQL
               OPEN C-CLIENTS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE 0 TO WS-FIN-CURSOR
           PERFORM 2100-TRAITER-CLIENT
               UNTIL WS-FIN-CURSOR = 1

           EXEC SQL
               CLOSE C-CLIENTS
           END-EXEC.

       2100-TRAITER-CLIENT.
           EXEC SQL
               FETCH C-CLIENTS
               INTO :WS-NUM-COMPTE, :WS-NOM-CLIENT, :WS-ADRESSE,
                    :WS-CLE-FOYER, :WS-ORIGINE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-NB-CLIENTS
                   PERFORM 2200-CALCULER-CLE
                   PERFORM 2300-ENREGISTRER-CLE
               WHEN 100
                   MOVE 1 TO WS-FIN-CURSOR
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH CLIENTS : ' SQLCODE
                   PERFORM 8000-ABANDON
           END-EVALUATE.

      * Adresse en majuscules, types de voie abreges, puis seules
      * les lettres et les chiffres sont gardes ; le nom suit le
      * meme traitement. Une adresse vide donne une cle propre au
      * client : il ne sera regroupe avec personne.
       2200-CALCULER-CLE.
           MOVE SPACES TO WS-CLE-CALCULEE
           IF WS-ADRESSE = SPACES
               STRING '*' WS-NUM-COMPTE
                   DELIMITED BY SIZE INTO WS-CLE-ADRESSE
               MOVE WS-NOM-CLIENT TO WS-CLE-NOM
           ELSE
               MOVE WS-ADRESSE TO WS-ADR-TRAVAIL
               INSPECT WS-ADR-TRAVAIL CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-ADR-TRAVAIL REPLACING
                   ALL 'BOULEVARD' BY 'BD       '
                   ALL 'AVENUE'    BY 'AV    '
                   ALL 'CHEMIN'    BY 'CH    '
                   ALL 'IMPASSE'   BY 'IMP    '
                   ALL 'ALLEE'     BY 'ALL  '
                   ALL 'PLACE'     BY 'PL   '
                   ALL 'ROUTE'     BY 'RTE  '
                   ALL 'SAINTE'    BY 'STE   '
                   ALL 'SAINT'     BY 'ST   '
               MOVE 0 TO WS-IDX-CLE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 20
                   IF (WS-ADR-TRAVAIL(WS-IDX:1) >= 'A'
                       AND WS-ADR-TRAVAIL(WS-IDX:1) <= 'Z')
                   OR (WS-ADR-TRAVAIL(WS-IDX:1) >= '0'
                       AND WS-ADR-TRAVAIL(WS-IDX:1) <= '9')
                       ADD 1 TO WS-IDX-CLE
                       MOVE WS-ADR-TRAVAIL(WS-IDX:1)
                           TO WS-CLE-ADRESSE(WS-IDX-CLE:1)
                   END-IF
               END-PERFORM

               MOVE WS-NOM-CLIENT TO WS-NOM-TRAVAIL
               INSPECT WS-NOM-TRAVAIL CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 0 TO WS-IDX-CLE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 10
                   IF WS-NOM-TRAVAIL(WS-IDX:1) >= 'A'
                       AND WS-NOM-TRAVAIL(WS-IDX:1) <= 'Z'
                       ADD 1 TO WS-IDX-CLE
                       MOVE WS-NOM-TRAVAIL(WS-IDX:1)
                           TO WS-CLE-NOM(WS-IDX-CLE:1)
                   END-IF
               END-PERFORM
           END-IF.

      * Nouveau client : ligne automatique, seul dans son foyer en
      * attendant le regroupement. Cle changee : la decision
      * manuelle eventuelle tombe, le client repart seul.
       2300-ENREGISTRER-CLE.
           EVALUATE TRUE
               WHEN WS-ORIGINE = SPACE
                   ADD 1 TO WS-NB-NOUVEAUX
                   EXEC SQL
                       INSERT INTO FOYER
                       (NUM_COMPTE, NUM_FOYER, CLE_FOYER, ORIGINE,
                        DATE_MAJ)
                       VALUES
                       (:WS-NUM-COMPTE, :WS-NUM-COMPTE,
                        :WS-CLE-CALCULEE, 'A', :WS-DATE-JOUR-SQL)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'ERREUR INSERT FOYER ' WS-NUM-COMPTE
                               ' : ' SQLCODE
                       PERFORM 8000-ABANDON
                   END-IF
               WHEN WS-CLE-FOYER = WS-CLE-CALCULEE
                   CONTINUE
               WHEN WS-ORIGINE = 'A'
                   EXEC SQL
                       UPDATE FOYER
                       SET CLE_FOYER = :WS-CLE-CALCULEE
                       WHERE NUM_COMPTE = :WS-NUM-COMPTE
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'ERREUR MAJ CLE FOYER ' WS-NUM-COMPTE
                               ' : ' SQLCODE
                       PERFORM 8000-ABANDON
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NB-DEMENAGES
                   DISPLAY 'CLIENT ' WS-NUM-COMPTE ' ' WS-NOM-CLIENT
                           ' : ADRESSE CHANGEE, DECISION '
                           WS-ORIGINE ' LEVEE'
                   PERFORM 2400-LIBERER-REFERENCE
                   EXEC SQL
                       UPDATE FOYER
                       SET CLE_FOYER = :WS-CLE-CALCULEE,
                           NUM_FOYER = :WS-NUM-COMPTE,
                           ORIGINE   = 'A',
                           DATE_MAJ  = :WS-DATE-JOUR-SQL
                       WHERE NUM_COMPTE = :WS-NUM-COMPTE
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'ERREUR MAJ CLE FOYER ' WS-NUM-COMPTE
                               ' : ' SQLCODE
                       PERFORM 8000-ABANDON
                   END-IF
           END-EVALUATE.

      * Le client qui part etait peut-etre la reference de son
      * foyer : les membres restants prennent le plus petit
      * d'entre eux
       2400-LIBERER-REFERENCE.
           EXEC SQL
               UPDATE FOYER F
               SET NUM_FOYER =
                   (SELECT MIN(G.NUM_COMPTE) FROM FOYER G
                    WHERE G.NUM_FOYER = :WS-NUM-COMPTE
                      AND G.NUM_COMPTE <> :WS-NUM-COMPTE)
               WHERE F.NUM_FOYER = :WS-NUM-COMPTE
                 AND F.NUM_COMPTE <> :WS-NUM-COMPTE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR REFERENCE FOYER ' WS-NUM-COMPTE
                       ' : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF.

      *---------------------------------------------------------
      * Deuxieme passe : regroupement des automatiques par cle
      *---------------------------------------------------------
       3000-REGROUPER.
           EXEC SQL
               OPEN C-CLES
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE 1 TO WS-PREM
           MOVE 0 TO WS-FIN-CURSOR
           PERFORM 3100-TRAITER-CLE
               UNTIL WS-FIN-CURSOR = 1

           EXEC SQL
               CLOSE C-CLES
           END-EXEC.

       3100-TRAITER-CLE.
           EXEC SQL
               FETCH C-CLES
               INTO :WS-NUM-COMPTE, :WS-NUM-FOYER, :WS-CLE-FOYER,
                    :WS-ORIGINE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 3200-AFFECTER-FOYER
               WHEN 100
                   MOVE 1 TO WS-FIN-CURSOR
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH FOYER : ' SQLCODE
                   PERFORM 8000-ABANDON
           END-EVALUATE.

      * Le premier client d'une cle donne le foyer du groupe : le
      * foyer confirme s'il y en a un, sinon le plus petit numero
      * automatique. Les separes ne donnent ni ne recoivent rien.
       3200-AFFECTER-FOYER.
           IF WS-PREM = 1 OR WS-CLE-FOYER NOT = WS-CLE-PREC
               MOVE WS-CLE-FOYER TO WS-CLE-PREC
               MOVE 0 TO WS-PREM
               EVALUATE WS-ORIGINE
                   WHEN 'C'
                       MOVE WS-NUM-FOYER  TO WS-FOYER-GROUPE
                   WHEN 'A'
                       MOVE WS-NUM-COMPTE TO WS-FOYER-GROUPE
                   WHEN OTHER
                       MOVE SPACES        TO WS-FOYER-GROUPE
               END-EVALUATE
           END-IF

           IF WS-ORIGINE = 'A' AND WS-FOYER-GROUPE = SPACES
               MOVE WS-NUM-COMPTE TO WS-FOYER-GROUPE
           END-IF

           IF WS-ORIGINE = 'A' AND WS-NUM-FOYER NOT = WS-FOYER-GROUPE
               ADD 1 TO WS-NB-REAFFECTES
               EXEC SQL
                   UPDATE FOYER
                   SET NUM_FOYER = :WS-FOYER-GROUPE,
                       DATE_MAJ  = :WS-DATE-JOUR-SQL
                   WHERE NUM_COMPTE = :WS-NUM-COMPTE
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR MAJ FOYER ' WS-NUM-COMPTE
                           ' : ' SQLCODE
                   PERFORM 8000-ABANDON
               END-IF
           END-IF.

       4000-COMPTER-FOYERS.
           EXEC SQL
               SELECT COUNT(DISTINCT NUM_FOYER)
               INTO :WS-NB-SQL
               FROM FOYER
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-NB-SQL TO WS-NB-FOYERS
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-SQL
               FROM (SELECT NUM_FOYER FROM FOYER
                     GROUP BY NUM_FOYER
                     HAVING COUNT(*) > 1) AS X
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-NB-SQL TO WS-NB-COLLECTIFS
           END-IF.

      *---------------------------------------------------------
      * Liste des foyers proposes, a confirmer ou separer par
      * FOYMAJ
      *---------------------------------------------------------
       5000-LISTER-PROPOSES.
           DISPLAY ' '
           DISPLAY 'FOYERS PROPOSES (A CONFIRMER OU SEPARER) :'

           EXEC SQL
               OPEN C-PROPOSES
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR : ' SQLCODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-FOYER-PREC
               MOVE 0 TO WS-FIN-CURSOR
               PERFORM 5100-EDITER-PROPOSE
                   UNTIL WS-FIN-CURSOR = 1
               EXEC SQL
                   CLOSE C-PROPOSES
               END-EXEC
           END-IF.

       5100-EDITER-PROPOSE.
           EXEC SQL
               FETCH C-PROPOSES
               INTO :WS-NUM-FOYER, :WS-NUM-COMPTE,
                    :WS-NOM-CLIENT, :WS-PREN-CLIENT, :WS-ADRESSE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-NUM-FOYER NOT = WS-FOYER-PREC
                       MOVE WS-NUM-FOYER TO WS-FOYER-PREC
                       DISPLAY ' '
                       DISPLAY 'FOYER ' WS-NUM-FOYER ' :'
                   END-IF
                   ADD 1 TO WS-NB-PROPOSES
                   DISPLAY '   COMPTE ' WS-NUM-COMPTE ' '
                           WS-NOM-CLIENT ' ' WS-PREN-CLIENT ' '
                           WS-ADRESSE
               WHEN 100
                   MOVE 1 TO WS-FIN-CURSOR
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH PROPOSES : ' SQLCODE
                   MOVE 4 TO RETURN-CODE
                   MOVE 1 TO WS-FIN-CURSOR
           END-EVALUATE.

       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'REGROUPEMENT INTERROMPU - RIEN N EST RETENU'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9000-FIN.
           DISPLAY 'FIN DU PROGRAMME FOYCALC'.
