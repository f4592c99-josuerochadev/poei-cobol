       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISTAR.
      *---------------------------------------------------------
      * P3 EXERCICE 41 : Information prealable des clients sur
      * les changements de tarifs et de taux
      * Un frais de TARIF ou un taux de TXAGIOS modifie avec une
      * date d'effet future (nouvelle version creee par TARIFVER)
      * doit etre annonce a chaque client concerne au moins deux
      * mois avant son entree en vigueur. Ce batch, lance chaque
      * nuit :
      *   - repere les versions futures (DATE_DEBUT posterieure
      *     au jour) qui n'ont pas encore ete traitees (absentes
      *     de la table AVISTAR), avec la version qu'elles
      *     remplacent (celle qui se termine la veille) ;
      *   - si la date limite d'avis (date d'effet moins deux
      *     mois) est passee, refuse le changement : la version
      *     future est supprimee et la version remplacee retrouve
      *     sa date de fin ; il n'a jamais ete en vigueur. Il
      *     faut le recreer avec TARIFVER a une date qui laisse
      *     le delai ;
      *   - sinon, trouve les clients concernes et leur adresse un
      *     avis personnalise : ancien et nouveau montant (ou taux)
      *     de chaque frais, date d'effet et impact annuel estime
      *     d'apres ce qui leur a ete reellement facture l'annee
      *     precedente (MOUVEMENT, NATURE 'FRA' et 'AGI') :
      *       TARIF   : clients non exoneres de meme POS et
      *                 CODE_NATCPT ; impact = ecart x nombre de
      *                 frais de tenue factures l'an dernier (12,
      *                 un par mois, si le compte n'en a pas eu)
      *       TXAGIOS : clients factures d'agios l'an dernier ou
      *                 en position debitrice ; impact = agios de
      *                 l'an dernier x (nouveau taux / ancien - 1)
      *     Un seul avis par client reprend tous les changements
      *     qui le concernent.
      * Chaque avis suit les preferences de distribution du client
      * (module PREFDIST : papier dans FLETTRE, portail, courrier
      * retenu si l'adresse est invalide) et est inscrit dans
      * l'index des courriers COURRIER, type 'TAR'.
      * La table AVISTAR garde une ligne par changement traite :
      *   TABLE_BAREME    CHAR(1)  'T' TARIF, 'A' TXAGIOS
      *   POS             CHAR(2)  cle TARIF (blanc pour TXAGIOS)
      *   CODE_NATCPT     CHAR(2)  cle TARIF (blanc pour TXAGIOS)
      *   DATE_EFFET      DATE     debut de la version future
      *   ANCIENNE_VALEUR DEC(9,4) montant ou taux remplace
      *   NOUVELLE_VALEUR DEC(9,4) montant ou taux annonce
      *   DATE_LIMITE     DATE     dernier jour pour aviser
      *   DATE_TRAITEMENT DATE     jour de l'envoi ou du refus
      *   NB_AVIS         INTEGER  clients avises
      *   IMPACT_ANNUEL   DEC(11,2) impact estime cumule
      *   STATUT          CHAR(1)  'E' avis emis, 'R' refuse
      * L'etat FEDITION liste les changements traites. Code
      * retour 4 si un changement a ete refuse. Une seule unite
      * d'oeuvre : ROLLBACK et code retour 8 au moindre incident.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LETTRE ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

           SELECT F-EDITION ASSIGN TO FEDITION
               FILE STATUS IS WS-FS-EDI.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-COU.

       DATA DIVISION.
       FILE SECTION.

       FD F-LETTRE.
       01 ENR-LETTRE               PIC X(80).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

      * Index central des courriers emis (consulte par CORRPRES)
       FD F-COURRIER.
       01 ENR-COURRIER.
           05 COU-CLE.
               10 COU-COMPTE       PIC X(11).
               10 COU-DATE         PIC 9(07).
               10 COU-HEURE        PIC 9(07).
               10 COU-SEQ          PIC 9(02).
           05 COU-TYPE             PIC X(03).
           05 COU-PROGRAMME        PIC X(08).
           05 COU-PREMIERE-LIGNE   PIC X(60).
           05 COU-REIMPRESSION     PIC X(01).
           05 COU-CANAL            PIC X(01).
           05 COU-RETOUR           PIC X(01).
           05 FILLER               PIC X(09).

       WORKING-STORAGE SECTION.
       01 WS-FS-LET         PIC X(02).
       01 WS-FS-EDI         PIC X(02).
       01 WS-FS-COU         PIC X(02).

      * Delai legal d'information avant l'entree en vigueur
       01 WS-DELAI-MOIS     PIC S9(4) COMP VALUE 2.

      * Date du jour et bornes de l'annee precedente
       01 WS-DATE-JOUR.
           05 WS-ANNEE          PIC 9(04).
           05 WS-MOIS           PIC 9(02).
           05 WS-JOUR           PIC 9(02).
       01 WS-DATE-JOUR-SQL  PIC X(10).
       01 WS-ANNEE-PREC     PIC 9(04).
       01 WS-DEBUT-AN-PREC  PIC X(10).
       01 WS-FIN-AN-PREC    PIC X(10).
       01 WS-HEURE-JOUR     PIC 9(08) VALUE 0.
       01 WS-DATE-EDIT      PIC X(10).

      * Variables host : version future et version remplacee
       01 WS-TABLE-BAREME   PIC X(01).
       01 WS-POS            PIC X(02).
       01 WS-CODE-NATCPT    PIC X(02).
       01 WS-DATE-EFFET     PIC X(10).
       01 WS-DATE-FIN       PIC X(10).
       01 WS-DATE-LIMITE    PIC X(10).
       01 WS-ANCIEN-MONTANT PIC S9(5)V99 COMP-3.
       01 WS-NOUVEAU-MONTANT PIC S9(5)V99 COMP-3.
       01 WS-ANCIEN-TAUX    PIC S9(1)V9(4) COMP-3.
       01 WS-NOUVEAU-TAUX   PIC S9(1)V9(4) COMP-3.
       01 WS-ANCIENNE-EXISTE PIC X(01).
       01 WS-ANCIENNE-VALEUR PIC S9(5)V9(4) COMP-3.
       01 WS-NOUVELLE-VALEUR PIC S9(5)V9(4) COMP-3.
       01 WS-NB-AVIS-SQL    PIC S9(9) COMP.
       01 WS-IMPACT-SQL     PIC S9(9)V99 COMP-3.
       01 WS-STATUT         PIC X(01).

      * Variables host : client en cours
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-NOM-CLIENT     PIC X(10).
       01 WS-PREN-CLIENT    PIC X(10).
       01 WS-POS-CLIENT     PIC X(02).
       01 WS-NATCPT-CLIENT  PIC X(02).
       01 WS-EXONERE        PIC X(01).
       01 WS-NB-FRAIS-AN    PIC S9(9) COMP.
       01 WS-AGIOS-AN       PIC S9(9)V99 COMP-3.

      * Changements a traiter, charges avant toute mise a jour
       01 WS-NB-CHANGEMENTS PIC 9(02) VALUE 0.
       01 WS-TAB-CHANGEMENTS.
           05 WS-CHANGEMENT OCCURS 20 TIMES
                             INDEXED BY WS-IDX-CHG.
               10 WS-CHG-TABLE     PIC X(01).
               10 WS-CHG-POS       PIC X(02).
               10 WS-CHG-NATCPT    PIC X(02).
               10 WS-CHG-EFFET     PIC X(10).
               10 WS-CHG-FIN       PIC X(10).
               10 WS-CHG-LIMITE    PIC X(10).
               10 WS-CHG-EXISTE    PIC X(01).
               10 WS-CHG-ANCIEN    PIC S9(5)V9(4) COMP-3.
               10 WS-CHG-NOUVEAU   PIC S9(5)V9(4) COMP-3.
               10 WS-CHG-STATUT    PIC X(01).
               10 WS-CHG-NB-AVIS   PIC 9(07).
               10 WS-CHG-IMPACT    PIC S9(9)V99.
       01 WS-NB-A-AVISER    PIC 9(02) VALUE 0.
       01 WS-NB-REFUSES     PIC 9(02) VALUE 0.
       01 WS-NB-IGNORES     PIC 9(05) VALUE 0.
       01 WS-FIN-CURSOR     PIC 9(01) VALUE 0.
       01 WS-FIN-CLI        PIC 9(01) VALUE 0.

      * Lignes de l'avis du client en cours
       01 WS-NB-LIGNES-AVIS PIC 9(02) VALUE 0.
       01 WS-TAB-LIGNES-AVIS.
           05 WS-LIGNE-AVIS OCCURS 20 TIMES
                             INDEXED BY WS-IDX-LAV
                             PIC X(80).
       01 WS-IMPACT         PIC S9(9)V99 VALUE 0.
       01 WS-IMPACT-CLIENT  PIC S9(9)V99 VALUE 0.
       01 WS-NB-FRAIS-RETENU PIC 9(05) VALUE 0.

      * Compteurs du bilan
       01 WS-NB-CLIENTS     PIC 9(05) VALUE 0.
       01 WS-NB-AVIS        PIC 9(05) VALUE 0.

      * Zone d'appel du module de distribution des documents
      * (PREFDIST) : preference du client, puis ligne a ligne
       01 WS-ZONE-DIST.
           05 DIS-FONCTION         PIC X(01).
           05 DIS-CLIENT           PIC X(11).
           05 DIS-TYPE             PIC X(03).
           05 DIS-PROGRAMME        PIC X(08).
           05 DIS-OBLIGATOIRE      PIC X(01).
           05 DIS-TITRE            PIC X(60).
           05 DIS-SAUT             PIC 9(02).
           05 DIS-LIGNE            PIC X(80).
           05 DIS-PAPIER           PIC X(01).
           05 DIS-ELECTRONIQUE     PIC X(01).
           05 DIS-GROS-CARAC       PIC X(01).
           05 DIS-ADR-CORRESP      PIC X(01).
           05 DIS-ADR-LIGNE        PIC X(30) OCCURS 4.
           05 DIS-LIGNE-ATELIER    PIC X(80).
           05 DIS-CODE-RETOUR      PIC 9(01).
           05 DIS-RETENU           PIC X(01).
       01 WS-IDX-ADR        PIC 9(01) VALUE 0.

      * Zone d'appel du journal d'audit central (AUDITWR)
       01 WS-ZONE-AUDIT.
           05 AUD-PROGRAMME     PIC X(08) VALUE 'AVISTAR '.
           05 AUD-TABLE         PIC X(08).
           05 AUD-CLE           PIC X(20).
           05 AUD-ANCIENNE      PIC X(30).
           05 AUD-NOUVELLE      PIC X(30).

      * Lignes de l'avis
       01 WS-LET-DATE.
           05 FILLER        PIC X(50) VALUE SPACES.
           05 FILLER        PIC X(05) VALUE 'LE : '.
           05 WS-LET-ED-DATE PIC X(10).
           05 FILLER        PIC X(15) VALUE SPACES.

       01 WS-LET-DEST.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 WS-LET-NOM    PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LET-PRENOM PIC X(10).
           05 FILLER        PIC X(49) VALUE SPACES.

       01 WS-LET-ADRESSE.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 WS-LET-ADR-LIGNE PIC X(30).
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-LET-OBJET.
           05 FILLER        PIC X(40)
              VALUE 'OBJET : MODIFICATION DE NOS CONDITIONS '.
           05 FILLER        PIC X(40)
              VALUE 'TARIFAIRES'.

       01 WS-LET-CORPS1.
           05 FILLER        PIC X(40)
              VALUE 'MADAME, MONSIEUR,'.
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-LET-CORPS2.
           05 FILLER        PIC X(40)
              VALUE 'NOUS VOUS INFORMONS QUE LES CONDITIONS S'.
           05 FILLER        PIC X(27)
              VALUE 'UIVANTES DE VOTRE COMPTE N '.
           05 WS-LET-COMPTE PIC X(03).
           05 FILLER        PIC X(10) VALUE SPACES.

       01 WS-LET-CORPS3.
           05 FILLER        PIC X(40)
              VALUE 'EVOLUERONT AUX DATES INDIQUEES :'.
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-LET-ENTETE.
           05 FILLER        PIC X(40)
              VALUE 'CONDITION                EFFET LE      '.
           05 FILLER        PIC X(40)
              VALUE 'ACTUEL   NOUVEAU   IMPACT ANNUEL ESTIME'.

      * Ligne d'un frais de tenue de compte (montants en euros)
       01 WS-LET-FRAIS.
           05 FILLER        PIC X(25)
              VALUE 'FRAIS DE TENUE DE COMPTE'.
           05 WS-LFR-EFFET  PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LFR-ANCIEN PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LFR-NOUVEAU PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WS-LFR-IMPACT PIC -ZZZ,ZZ9.99.
           05 FILLER        PIC X(04) VALUE ' EUR'.
           05 FILLER        PIC X(05) VALUE SPACES.

      * Ligne du taux journalier des agios (taux en %)
       01 WS-LET-TAUX.
           05 FILLER        PIC X(25)
              VALUE 'TAUX DEBITEUR JOURNALIER'.
           05 WS-LTX-EFFET  PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LTX-ANCIEN PIC 9.9999.
           05 FILLER        PIC X(02) VALUE ' %'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LTX-NOUVEAU PIC 9.9999.
           05 FILLER        PIC X(02) VALUE ' %'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WS-LTX-IMPACT PIC -ZZZ,ZZ9.99.
           05 FILLER        PIC X(04) VALUE ' EUR'.
           05 FILLER        PIC X(05) VALUE SPACES.

       01 WS-LET-TOTAL.
           05 FILLER        PIC X(40)
              VALUE 'IMPACT ANNUEL ESTIME POUR VOTRE COMPTE :'.
           05 FILLER        PIC X(20) VALUE SPACES.
           05 WS-LTO-IMPACT PIC -ZZZ,ZZ9.99.
           05 FILLER        PIC X(04) VALUE ' EUR'.
           05 FILLER        PIC X(05) VALUE SPACES.

       01 WS-LET-BASE.
           05 FILLER        PIC X(40)
              VALUE '(ESTIMATION ETABLIE SUR LES FRAIS FACTUR'.
           05 FILLER        PIC X(40)
              VALUE 'ES L''ANNEE PRECEDENTE)'.

       01 WS-LET-CORPS4.
           05 FILLER        PIC X(40)
              VALUE 'SI VOUS REFUSEZ CES MODIFICATIONS, VOUS '.
           05 FILLER        PIC X(40)
              VALUE 'POUVEZ RESILIER VOTRE CONVENTION DE'.

       01 WS-LET-CORPS5.
           05 FILLER        PIC X(40)
              VALUE 'COMPTE SANS FRAIS AVANT LEUR DATE D''EFFE'.
           05 FILLER        PIC X(40)
              VALUE 'T. A DEFAUT, ELLES SERONT REPUTEES'.

       01 WS-LET-CORPS6.
           05 FILLER        PIC X(40)
              VALUE 'ACCEPTEES.'.
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-LET-SIGN.
           05 FILLER        PIC X(40) VALUE SPACES.
           05 FILLER        PIC X(40)
              VALUE 'VOTRE AGENCE'.

      * Lignes de l'etat des changements
       01 WS-LIGNE-SEP      PIC X(80) VALUE ALL '='.
       01 WS-LIGNE-VIDE     PIC X(80) VALUE SPACES.

       01 WS-LIGNE-TITRE.
           05 FILLER        PIC X(40)
              VALUE '*** AVIS DE CHANGEMENT DE TARIFS ET TAUX'.
           05 FILLER        PIC X(04) VALUE ' AU '.
           05 WS-TIT-DATE   PIC X(10).
           05 FILLER        PIC X(04) VALUE ' ***'.
           05 FILLER        PIC X(22) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER        PIC X(33)
              VALUE 'BAREME     EFFET LE   LIMITE AVIS'.
           05 FILLER        PIC X(47)
              VALUE '    ANCIEN   NOUVEAU  AVIS     IMPACT STATUT'.

       01 WS-LIGNE-DETAIL.
           05 WS-DET-BAREME PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-EFFET  PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-LIMITE PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-ANCIEN PIC ZZZZ9.9999.
           05 WS-DET-NOUVEAU PIC ZZZZ9.9999.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-NB-AVIS PIC ZZZZ9.
           05 WS-DET-IMPACT PIC -ZZZZZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-STATUT PIC X(07).

       01 WS-LIGNE-RIEN.
           05 FILLER        PIC X(40)
              VALUE '  (AUCUN CHANGEMENT DE BAREME A ANNONCER'.
           05 FILLER        PIC X(40)
              VALUE ')'.

       01 WS-LIGNE-COMPTEUR.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-LCO-LIBELLE PIC X(40).
           05 WS-LCO-NB     PIC ZZZZ9.
           05 FILLER        PIC X(33) VALUE SPACES.

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Versions futures de TARIF pas encore traitees, avec la
      * version qu'elles remplacent (fermee la veille) et la date
      * limite d'avis
           EXEC SQL
               DECLARE C-TARIF-FUTUR CURSOR FOR
               SELECT N.POS, N.CODE_NATCPT, N.DATE_DEBUT,
                      N.DATE_FIN,
                      N.DATE_DEBUT - :WS-DELAI-MOIS MONTHS,
                      N.MONTANT_FRAIS,
                      COALESCE(A.MONTANT_FRAIS, 0),
                      CASE WHEN A.POS IS NULL
                           THEN 'N' ELSE 'O' END
               FROM TARIF N
               LEFT JOIN TARIF A
                   ON A.POS = N.POS
                  AND A.CODE_NATCPT = N.CODE_NATCPT
                  AND A.DATE_FIN = N.DATE_DEBUT - 1 DAY
               WHERE N.DATE_DEBUT > :WS-DATE-JOUR-SQL
                 AND NOT EXISTS
                     (SELECT 1 FROM AVISTAR V
                      WHERE V.TABLE_BAREME = 'T'
                        AND V.POS = N.POS
                        AND V.CODE_NATCPT = N.CODE_NATCPT
                        AND V.DATE_EFFET = N.DATE_DEBUT)
               ORDER BY N.DATE_DEBUT, N.POS, N.CODE_NATCPT
           END-EXEC.

      * Versions futures du taux d'agios pas encore traitees
           EXEC SQL
               DECLARE C-AGIOS-FUTUR CURSOR FOR
               SELECT N.DATE_DEBUT, N.DATE_FIN,
                      N.DATE_DEBUT - :WS-DELAI-MOIS MONTHS,
                      N.TAUX_JOUR,
                      COALESCE(A.TAUX_JOUR, 0),
                      CASE WHEN A.DATE_DEBUT IS NULL
                           THEN 'N' ELSE 'O' END
               FROM TXAGIOS N
               LEFT JOIN TXAGIOS A
                   ON A.DATE_FIN = N.DATE_DEBUT - 1 DAY
               WHERE N.DATE_DEBUT > :WS-DATE-JOUR-SQL
                 AND NOT EXISTS
                     (SELECT 1 FROM AVISTAR V
                      WHERE V.TABLE_BAREME = 'A'
                        AND V.DATE_EFFET = N.DATE_DEBUT)
               ORDER BY N.DATE_DEBUT
           END-EXEC.

      * Tous les clients, avec les cles du bareme TARIF
           EXEC SQL
               DECLARE C-CLIENTS CURSOR FOR
               SELECT NUM_COMPTE, NOM_CLIENT, PREN_CLIENT,
                      POS, CODE_NATCPT, COALESCE(EXONERE, 'N')
               FROM CLIENT
               ORDER BY NUM_COMPTE
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'AVIS DE CHANGEMENT DE TARIFS ET DE TAUX'
           DISPLAY '=============================================='
           PERFORM 1000-PREPARER
           PERFORM 2000-CHARGER-TARIFS
           PERFORM 2100-CHARGER-AGIOS
           PERFORM 2500-CONTROLER-DELAIS
               VARYING WS-IDX-CHG FROM 1 BY 1
               UNTIL WS-IDX-CHG > WS-NB-CHANGEMENTS
           IF WS-NB-A-AVISER > 0
               PERFORM 3000-AVISER-CLIENTS
           END-IF
           PERFORM 4000-ENREGISTRER-CHANGEMENT
               VARYING WS-IDX-CHG FROM 1 BY 1
               UNTIL WS-IDX-CHG > WS-NB-CHANGEMENTS
           EXEC SQL COMMIT END-EXEC
           PERFORM 5000-EDITER-ETAT
           PERFORM 9000-FIN
           STOP RUN.

       1000-PREPARER.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-DATE-JOUR-SQL
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT
           COMPUTE WS-ANNEE-PREC = WS-ANNEE - 1
           STRING WS-ANNEE-PREC '-01-01'
               DELIMITED BY SIZE INTO WS-DEBUT-AN-PREC
           STRING WS-ANNEE-PREC '-12-31'
               DELIMITED BY SIZE INTO WS-FIN-AN-PREC
           DISPLAY 'DATE DU TRAITEMENT : ' WS-DATE-JOUR-SQL
           DISPLAY 'FRAIS DE REFERENCE : ANNEE ' WS-ANNEE-PREC

           OPEN OUTPUT F-LETTRE
           OPEN OUTPUT F-EDITION
           OPEN I-O F-COURRIER
           IF WS-FS-COU = '35'
               CLOSE F-COURRIER
               OPEN OUTPUT F-COURRIER
           END-IF
           IF WS-FS-COU NOT = '00'
               DISPLAY 'INDEX COURRIER INDISPONIBLE : ' WS-FS-COU
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Versions futures de TARIF
       2000-CHARGER-TARIFS.
           EXEC SQL
               OPEN C-TARIF-FUTUR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR TARIF : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE 0 TO WS-FIN-CURSOR
           PERFORM UNTIL WS-FIN-CURSOR = 1
               EXEC SQL
                   FETCH C-TARIF-FUTUR
                   INTO :WS-POS, :WS-CODE-NATCPT, :WS-DATE-EFFET,
                        :WS-DATE-FIN, :WS-DATE-LIMITE,
                        :WS-NOUVEAU-MONTANT, :WS-ANCIEN-MONTANT,
                        :WS-ANCIENNE-EXISTE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'T' TO WS-TABLE-BAREME
                       MOVE WS-ANCIEN-MONTANT TO WS-ANCIENNE-VALEUR
                       MOVE WS-NOUVEAU-MONTANT TO WS-NOUVELLE-VALEUR
                       PERFORM 2200-RANGER-CHANGEMENT
                   WHEN 100
                       MOVE 1 TO WS-FIN-CURSOR
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH TARIF : ' SQLCODE
                       PERFORM 8000-ABANDON
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE C-TARIF-FUTUR
           END-EXEC.

      * Versions futures du taux d'agios
       2100-CHARGER-AGIOS.
           EXEC SQL
               OPEN C-AGIOS-FUTUR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR TXAGIOS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE 0 TO WS-FIN-CURSOR
           PERFORM UNTIL WS-FIN-CURSOR = 1
               EXEC SQL
                   FETCH C-AGIOS-FUTUR
                   INTO :WS-DATE-EFFET, :WS-DATE-FIN,
                        :WS-DATE-LIMITE, :WS-NOUVEAU-TAUX,
                        :WS-ANCIEN-TAUX, :WS-ANCIENNE-EXISTE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'A' TO WS-TABLE-BAREME
                       MOVE SPACES TO WS-POS
                       MOVE SPACES TO WS-CODE-NATCPT
                       MOVE WS-ANCIEN-TAUX TO WS-ANCIENNE-VALEUR
                       MOVE WS-NOUVEAU-TAUX TO WS-NOUVELLE-VALEUR
                       PERFORM 2200-RANGER-CHANGEMENT
                   WHEN 100
                       MOVE 1 TO WS-FIN-CURSOR
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH TXAGIOS : ' SQLCODE
                       PERFORM 8000-ABANDON
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE C-AGIOS-FUTUR
           END-EXEC.

      * Au-dela de 20 changements en attente, le surplus est
      * repris la nuit suivante (il reste absent d'AVISTAR)
       2200-RANGER-CHANGEMENT.
           IF WS-NB-CHANGEMENTS >= 20
               ADD 1 TO WS-NB-IGNORES
           ELSE
               ADD 1 TO WS-NB-CHANGEMENTS
               SET WS-IDX-CHG TO WS-NB-CHANGEMENTS
               MOVE WS-TABLE-BAREME TO WS-CHG-TABLE(WS-IDX-CHG)
               MOVE WS-POS          TO WS-CHG-POS(WS-IDX-CHG)
               MOVE WS-CODE-NATCPT  TO WS-CHG-NATCPT(WS-IDX-CHG)
               MOVE WS-DATE-EFFET   TO WS-CHG-EFFET(WS-IDX-CHG)
               MOVE WS-DATE-FIN     TO WS-CHG-FIN(WS-IDX-CHG)
               MOVE WS-DATE-LIMITE  TO WS-CHG-LIMITE(WS-IDX-CHG)
               MOVE WS-ANCIENNE-EXISTE
                                    TO WS-CHG-EXISTE(WS-IDX-CHG)
               MOVE WS-ANCIENNE-VALEUR
                                    TO WS-CHG-ANCIEN(WS-IDX-CHG)
               MOVE WS-NOUVELLE-VALEUR
                                    TO WS-CHG-NOUVEAU(WS-IDX-CHG)
               MOVE SPACES          TO WS-CHG-STATUT(WS-IDX-CHG)
               MOVE 0               TO WS-CHG-NB-AVIS(WS-IDX-CHG)
               MOVE 0               TO WS-CHG-IMPACT(WS-IDX-CHG)
           END-IF.

      * Date limite passee : le changement ne peut plus etre
      * annonce a temps, il est retire ; sinon il sera annonce
       2500-CONTROLER-DELAIS.
           IF WS-DATE-JOUR-SQL > WS-CHG-LIMITE(WS-IDX-CHG)
               PERFORM 2600-REFUSER-CHANGEMENT
           ELSE
               MOVE 'E' TO WS-CHG-STATUT(WS-IDX-CHG)
               ADD 1 TO WS-NB-A-AVISER
           END-IF.

      * La version future est supprimee et la version qu'elle
      * remplacait reprend sa date de fin (celle de la version
      * supprimee) : le bareme en vigueur ne change pas
       2600-REFUSER-CHANGEMENT.
           MOVE 'R' TO WS-CHG-STATUT(WS-IDX-CHG)
           ADD 1 TO WS-NB-REFUSES
           MOVE WS-CHG-POS(WS-IDX-CHG)    TO WS-POS
           MOVE WS-CHG-NATCPT(WS-IDX-CHG) TO WS-CODE-NATCPT
           MOVE WS-CHG-EFFET(WS-IDX-CHG)  TO WS-DATE-EFFET
           MOVE WS-CHG-FIN(WS-IDX-CHG)    TO WS-DATE-FIN

           IF WS-CHG-TABLE(WS-IDX-CHG) = 'T'
               EXEC SQL
                   DELETE FROM TARIF
                   WHERE POS = :WS-POS
                     AND CODE_NATCPT = :WS-CODE-NATCPT
                     AND DATE_DEBUT = :WS-DATE-EFFET
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR RETRAIT VERSION TARIF : ' SQLCODE
                   PERFORM 8000-ABANDON
               END-IF
               EXEC SQL
                   UPDATE TARIF
                   SET DATE_FIN = :WS-DATE-FIN
                   WHERE POS = :WS-POS
                     AND CODE_NATCPT = :WS-CODE-NATCPT
                     AND DATE_FIN = DATE(:WS-DATE-EFFET) - 1 DAY
               END-EXEC
               MOVE 'TARIF   ' TO AUD-TABLE
           ELSE
               EXEC SQL
                   DELETE FROM TXAGIOS
                   WHERE DATE_DEBUT = :WS-DATE-EFFET
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR RETRAIT VERSION TXAGIOS : '
                           SQLCODE
                   PERFORM 8000-ABANDON
               END-IF
               EXEC SQL
                   UPDATE TXAGIOS
                   SET DATE_FIN = :WS-DATE-FIN
                   WHERE DATE_FIN = DATE(:WS-DATE-EFFET) - 1 DAY
               END-EXEC
               MOVE 'TXAGIOS ' TO AUD-TABLE
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR REOUVERTURE VERSION : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE SPACES TO AUD-CLE
           STRING WS-POS WS-CODE-NATCPT ' ' WS-DATE-EFFET
               DELIMITED BY SIZE INTO AUD-CLE
           MOVE 'VERSION FUTURE' TO AUD-ANCIENNE
           MOVE 'RETIREE - AVIS HORS DELAI' TO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           DISPLAY 'CHANGEMENT REFUSE (AVIS HORS DELAI) : '
                   WS-CHG-TABLE(WS-IDX-CHG) ' ' WS-POS
                   WS-CODE-NATCPT ' AU ' WS-DATE-EFFET.

      * Un avis par client concerne par au moins un changement
       3000-AVISER-CLIENTS.
           EXEC SQL
               OPEN C-CLIENTS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR CLIENTS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE 0 TO WS-FIN-CLI
           PERFORM 3100-TRAITER-CLIENT
               UNTIL WS-FIN-CLI = 1

           EXEC SQL
               CLOSE C-CLIENTS
           END-EXEC

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST.

       3100-TRAITER-CLIENT.
           EXEC SQL
               FETCH C-CLIENTS
               INTO :WS-NUM-COMPTE, :WS-NOM-CLIENT,
                    :WS-PREN-CLIENT, :WS-POS-CLIENT,
                    :WS-NATCPT-CLIENT, :WS-EXONERE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-NB-CLIENTS
                   PERFORM 3200-PREPARER-AVIS
                   IF WS-NB-LIGNES-AVIS > 0
                       PERFORM 3500-EDITER-AVIS
                   END-IF
               WHEN 100
                   MOVE 1 TO WS-FIN-CLI
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH CLIENTS : ' SQLCODE
                   PERFORM 8000-ABANDON
           END-EVALUATE.

      * Frais reellement factures au client l'an dernier, puis une
      * ligne d'avis par changement qui le concerne
       3200-PREPARER-AVIS.
           MOVE 0 TO WS-NB-LIGNES-AVIS
           MOVE 0 TO WS-IMPACT-CLIENT

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN NATURE = 'FRA'
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN NATURE = 'AGI'
                                   THEN MONTANT_MVT ELSE 0 END), 0)
               INTO :WS-NB-FRAIS-AN, :WS-AGIOS-AN
               FROM MOUVEMENT
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
                 AND SENS = 'DB'
                 AND NATURE IN ('FRA', 'AGI')
                 AND DATE_MVT >= :WS-DEBUT-AN-PREC
                 AND DATE_MVT <= :WS-FIN-AN-PREC
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR CUMUL FRAIS ' WS-NUM-COMPTE
                       ' : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           PERFORM 3300-EXAMINER-CHANGEMENT
               VARYING WS-IDX-CHG FROM 1 BY 1
               UNTIL WS-IDX-CHG > WS-NB-CHANGEMENTS.

       3300-EXAMINER-CHANGEMENT.
           IF WS-CHG-STATUT(WS-IDX-CHG) = 'E'
               IF WS-CHG-TABLE(WS-IDX-CHG) = 'T'
                   IF WS-POS-CLIENT = WS-CHG-POS(WS-IDX-CHG)
                       AND WS-NATCPT-CLIENT
                           = WS-CHG-NATCPT(WS-IDX-CHG)
                       AND WS-EXONERE NOT = 'O'
                       PERFORM 3400-LIGNE-FRAIS
                   END-IF
               ELSE
                   IF WS-AGIOS-AN > 0 OR WS-POS-CLIENT = 'DB'
                       PERFORM 3410-LIGNE-TAUX
                   END-IF
               END-IF
           END-IF.

      * Frais de tenue : ecart x nombre de frais de l'an dernier,
      * 12 (un par mois) si le compte n'en a pas eu
       3400-LIGNE-FRAIS.
           IF WS-NB-FRAIS-AN > 0
               MOVE WS-NB-FRAIS-AN TO WS-NB-FRAIS-RETENU
           ELSE
               MOVE 12 TO WS-NB-FRAIS-RETENU
           END-IF
           COMPUTE WS-IMPACT ROUNDED =
               (WS-CHG-NOUVEAU(WS-IDX-CHG)
                - WS-CHG-ANCIEN(WS-IDX-CHG)) * WS-NB-FRAIS-RETENU

           MOVE WS-CHG-EFFET(WS-IDX-CHG)   TO WS-LFR-EFFET
           MOVE WS-CHG-ANCIEN(WS-IDX-CHG)  TO WS-LFR-ANCIEN
           MOVE WS-CHG-NOUVEAU(WS-IDX-CHG) TO WS-LFR-NOUVEAU
           MOVE WS-IMPACT                  TO WS-LFR-IMPACT
           PERFORM 3420-COMPTER-LIGNE
           MOVE WS-LET-FRAIS TO WS-LIGNE-AVIS(WS-NB-LIGNES-AVIS).

      * Taux d'agios : agios de l'an dernier au prorata des taux
       3410-LIGNE-TAUX.
           IF WS-CHG-ANCIEN(WS-IDX-CHG) > 0
               COMPUTE WS-IMPACT ROUNDED =
                   WS-AGIOS-AN * (WS-CHG-NOUVEAU(WS-IDX-CHG)
                                  - WS-CHG-ANCIEN(WS-IDX-CHG))
                   / WS-CHG-ANCIEN(WS-IDX-CHG)
           ELSE
               MOVE 0 TO WS-IMPACT
           END-IF

           MOVE WS-CHG-EFFET(WS-IDX-CHG)   TO WS-LTX-EFFET
           MOVE WS-CHG-ANCIEN(WS-IDX-CHG)  TO WS-LTX-ANCIEN
           MOVE WS-CHG-NOUVEAU(WS-IDX-CHG) TO WS-LTX-NOUVEAU
           MOVE WS-IMPACT                  TO WS-LTX-IMPACT
           PERFORM 3420-COMPTER-LIGNE
           MOVE WS-LET-TAUX TO WS-LIGNE-AVIS(WS-NB-LIGNES-AVIS).

       3420-COMPTER-LIGNE.
           ADD 1 TO WS-NB-LIGNES-AVIS
           ADD WS-IMPACT TO WS-IMPACT-CLIENT
           ADD 1 TO WS-CHG-NB-AVIS(WS-IDX-CHG)
           ADD WS-IMPACT TO WS-CHG-IMPACT(WS-IDX-CHG).

      * L'avis suit les preferences de distribution du client
       3500-EDITER-AVIS.
           ADD 1 TO WS-NB-AVIS
           MOVE WS-DATE-EDIT   TO WS-LET-ED-DATE
           MOVE WS-NOM-CLIENT  TO WS-LET-NOM
           MOVE WS-PREN-CLIENT TO WS-LET-PRENOM
           MOVE WS-NUM-COMPTE  TO WS-LET-COMPTE
           MOVE WS-IMPACT-CLIENT TO WS-LTO-IMPACT

           MOVE 'P' TO DIS-FONCTION
           MOVE SPACES TO DIS-CLIENT
           MOVE WS-NUM-COMPTE TO DIS-CLIENT
           MOVE 'TAR' TO DIS-TYPE
           MOVE 'AVISTAR' TO DIS-PROGRAMME
           MOVE 'N' TO DIS-OBLIGATOIRE
           CALL 'PREFDIST' USING WS-ZONE-DIST
           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'O' TO DIS-FONCTION
               MOVE WS-LET-OBJET(1:60) TO DIS-TITRE
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

      * Ligne de commande de l'atelier (non imprimee) avant la page
           IF DIS-PAPIER = 'O' AND DIS-LIGNE-ATELIER NOT = SPACES
               WRITE ENR-LETTRE FROM DIS-LIGNE-ATELIER
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-LET-DATE TO DIS-LIGNE
           MOVE 0 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-DEST TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 3610-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           END-IF
           MOVE WS-LET-OBJET TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-CORPS1 TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-CORPS2 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-CORPS3 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-ENTETE TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           PERFORM 3620-SORTIR-LIGNE-AVIS
               VARYING WS-IDX-LAV FROM 1 BY 1
               UNTIL WS-IDX-LAV > WS-NB-LIGNES-AVIS
           MOVE WS-LET-TOTAL TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-BASE TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-CORPS4 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-CORPS5 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-CORPS6 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE
           MOVE WS-LET-SIGN TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE

           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'T' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

           PERFORM 3700-INDEXER-COURRIER.

      * Une ligne de l'avis vers chaque canal retenu : FLETTRE
      * pour le papier (saut 0 = nouvelle page), PREFDIST pour le
      * portail et le courrier retenu
       3600-SORTIR-LIGNE.
           IF DIS-PAPIER = 'O'
               IF DIS-SAUT = 0
                   WRITE ENR-LETTRE FROM DIS-LIGNE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE ENR-LETTRE FROM DIS-LIGNE
                       AFTER ADVANCING DIS-SAUT LINES
               END-IF
           END-IF
           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'L' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF.

       3610-SORTIR-ADRESSE.
           IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
               MOVE WS-LET-ADRESSE TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 3600-SORTIR-LIGNE
           END-IF.

       3620-SORTIR-LIGNE-AVIS.
           MOVE WS-LIGNE-AVIS(WS-IDX-LAV) TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 3600-SORTIR-LIGNE.

      * Une ligne d'index par avis emis : preuve de l'envoi et
      * reimpression depuis le guichet
       3700-INDEXER-COURRIER.
           MOVE SPACES TO ENR-COURRIER
           MOVE WS-NUM-COMPTE TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE 'TAR' TO COU-TYPE
           MOVE 'AVISTAR' TO COU-PROGRAMME
           MOVE WS-LET-OBJET(1:60) TO COU-PREMIERE-LIGNE
           MOVE SPACE TO COU-REIMPRESSION
           EVALUATE TRUE
               WHEN DIS-RETENU = 'O'
                   MOVE 'R' TO COU-CANAL
               WHEN DIS-ELECTRONIQUE = 'O' AND DIS-PAPIER = 'O'
                   MOVE 'D' TO COU-CANAL
               WHEN DIS-ELECTRONIQUE = 'O'
                   MOVE 'E' TO COU-CANAL
               WHEN OTHER
                   MOVE 'P' TO COU-CANAL
           END-EVALUATE
           WRITE ENR-COURRIER
               INVALID KEY
                   PERFORM 3710-DEGAGER-CLE
                       UNTIL WS-FS-COU NOT = '22'
                          OR COU-SEQ >= 99
           END-WRITE.

       3710-DEGAGER-CLE.
           ADD 1 TO COU-SEQ
           WRITE ENR-COURRIER
           END-WRITE.

      * Une ligne AVISTAR par changement traite, avis emis ou
      * changement refuse
       4000-ENREGISTRER-CHANGEMENT.
           MOVE WS-CHG-TABLE(WS-IDX-CHG)   TO WS-TABLE-BAREME
           MOVE WS-CHG-POS(WS-IDX-CHG)     TO WS-POS
           MOVE WS-CHG-NATCPT(WS-IDX-CHG)  TO WS-CODE-NATCPT
           MOVE WS-CHG-EFFET(WS-IDX-CHG)   TO WS-DATE-EFFET
           MOVE WS-CHG-LIMITE(WS-IDX-CHG)  TO WS-DATE-LIMITE
           MOVE WS-CHG-ANCIEN(WS-IDX-CHG)  TO WS-ANCIENNE-VALEUR
           MOVE WS-CHG-NOUVEAU(WS-IDX-CHG) TO WS-NOUVELLE-VALEUR
           MOVE WS-CHG-NB-AVIS(WS-IDX-CHG) TO WS-NB-AVIS-SQL
           MOVE WS-CHG-IMPACT(WS-IDX-CHG)  TO WS-IMPACT-SQL
           MOVE WS-CHG-STATUT(WS-IDX-CHG)  TO WS-STATUT

           EXEC SQL
               INSERT INTO AVISTAR
               (TABLE_BAREME, POS, CODE_NATCPT, DATE_EFFET,
                ANCIENNE_VALEUR, NOUVELLE_VALEUR, DATE_LIMITE,
                DATE_TRAITEMENT, NB_AVIS, IMPACT_ANNUEL, STATUT)
               VALUES
               (:WS-TABLE-BAREME, :WS-POS, :WS-CODE-NATCPT,
                :WS-DATE-EFFET, :WS-ANCIENNE-VALEUR,
                :WS-NOUVELLE-VALEUR, :WS-DATE-LIMITE,
                :WS-DATE-JOUR-SQL, :WS-NB-AVIS-SQL,
                :WS-IMPACT-SQL, :WS-STATUT)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR INSERT AVISTAR : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF.

       5000-EDITER-ETAT.
           MOVE WS-DATE-JOUR-SQL TO WS-TIT-DATE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           IF WS-NB-CHANGEMENTS = 0
               WRITE ENR-EDITION FROM WS-LIGNE-RIEN
           END-IF
           PERFORM 5100-EDITER-CHANGEMENT
               VARYING WS-IDX-CHG FROM 1 BY 1
               UNTIL WS-IDX-CHG > WS-NB-CHANGEMENTS
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE

           MOVE 'CLIENTS EXAMINES                      :'
               TO WS-LCO-LIBELLE
           MOVE WS-NB-CLIENTS TO WS-LCO-NB
           WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
           MOVE 'AVIS EMIS                             :'
               TO WS-LCO-LIBELLE
           MOVE WS-NB-AVIS TO WS-LCO-NB
           WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
           MOVE 'CHANGEMENTS REFUSES (AVIS HORS DELAI) :'
               TO WS-LCO-LIBELLE
           MOVE WS-NB-REFUSES TO WS-LCO-NB
           WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
           IF WS-NB-IGNORES > 0
               MOVE 'CHANGEMENTS REPORTES A LA NUIT SUIVANTE:'
                   TO WS-LCO-LIBELLE
               MOVE WS-NB-IGNORES TO WS-LCO-NB
               WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
           END-IF
           WRITE ENR-EDITION FROM WS-LIGNE-SEP.

       5100-EDITER-CHANGEMENT.
           MOVE SPACES TO WS-DET-BAREME
           IF WS-CHG-TABLE(WS-IDX-CHG) = 'T'
               STRING 'TARIF ' WS-CHG-POS(WS-IDX-CHG)
                      WS-CHG-NATCPT(WS-IDX-CHG)
                   DELIMITED BY SIZE INTO WS-DET-BAREME
           ELSE
               MOVE 'TXAGIOS' TO WS-DET-BAREME
           END-IF
           MOVE WS-CHG-EFFET(WS-IDX-CHG)   TO WS-DET-EFFET
           MOVE WS-CHG-LIMITE(WS-IDX-CHG)  TO WS-DET-LIMITE
           MOVE WS-CHG-ANCIEN(WS-IDX-CHG)  TO WS-DET-ANCIEN
           MOVE WS-CHG-NOUVEAU(WS-IDX-CHG) TO WS-DET-NOUVEAU
           MOVE WS-CHG-NB-AVIS(WS-IDX-CHG) TO WS-DET-NB-AVIS
           MOVE WS-CHG-IMPACT(WS-IDX-CHG)  TO WS-DET-IMPACT
           IF WS-CHG-STATUT(WS-IDX-CHG) = 'R'
               MOVE 'REFUSE' TO WS-DET-STATUT
           ELSE
               MOVE 'AVISE' TO WS-DET-STATUT
           END-IF
           WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.

       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
           CLOSE F-LETTRE
           CLOSE F-EDITION
           CLOSE F-COURRIER
           DISPLAY 'TRAITEMENT INTERROMPU - BAREMES ET AVISTAR'
                   ' INCHANGES'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9000-FIN.
           CLOSE F-LETTRE
           CLOSE F-EDITION
           CLOSE F-COURRIER
           DISPLAY ' '
           DISPLAY '=== BILAN DES AVIS ==='
           DISPLAY 'CHANGEMENTS TRAITES : ' WS-NB-CHANGEMENTS
           DISPLAY 'CLIENTS EXAMINES    : ' WS-NB-CLIENTS
           DISPLAY 'AVIS EMIS           : ' WS-NB-AVIS
           DISPLAY 'CHANGEMENTS REFUSES : ' WS-NB-REFUSES
           IF WS-NB-REFUSES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME AVISTAR'.
