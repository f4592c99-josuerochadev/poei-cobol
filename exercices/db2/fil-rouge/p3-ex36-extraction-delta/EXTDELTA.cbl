       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTDELTA.
      *---------------------------------------------------------
      * P3 EXERCICE 36 : Extraction quotidienne des changements
      * Remplace, pour l'entrepot de donnees et l'equipe risques,
      * le dechargement complet hebdomadaire de CLIENT et de
      * MOUVEMENT par un fichier des seuls changements du jour
      * (FDELTA, 150 octets) :
      *   - CLIENT : toute ligne creee, modifiee, anonymisee ou
      *     supprimee depuis le passage precedent, d'apres le
      *     journal d'audit central AUDIT_LOG (lignes TABLE_MAJ
      *     'CLIENT' horodatees dans la fenetre). Une ligne par
      *     client, image courante, operation :
      *       'C' creation  ('(CREATION)' en ancienne valeur)
      *       'A' anonymisation ('ANONYMISE RGPD', ANONYM)
      *       'S' suppression (ligne absente, fusion FUSCLI)
      *       'M' modification (tout autre audit)
      *     (priorite S, C, A puis M quand un client a plusieurs
      *     audits dans la fenetre) ;
      *   - MOUVEMENT : toute ligne inseree ('I') ou imputee par
      *     POSTMVT ('P') depuis le passage precedent. La colonne
      *     EXTR_ETAT (CHAR(1) NOT NULL WITH DEFAULT ' ') garde
      *     l'etat ETAT_POST deja transmis : une ligne dont
      *     EXTR_ETAT differe de ETAT_POST est a extraire.
      * Chaque detail porte un numero de sequence continu d'un
      * passage a l'autre. Le fichier commence par un en-tete
      * (fenetre extraite) et se termine par un enregistrement
      * de totaux par table et par operation.
      * La table de controle EXTCTRL (une ligne) garde le point
      * atteint (date et heure d'audit, fenetre demi-ouverte) et
      * la derniere sequence. Le point, la sequence et le
      * marquage des mouvements ne sont commites qu'une fois le
      * fichier complet : apres un incident, rien n'est commite
      * et la relance reproduit exactement le meme extrait, sans
      * saut ni doublon. Un fichier sans enregistrement de totaux
      * est incomplet et ne doit pas etre charge.
      * La fenetre s'arrete a la seconde du lancement : le
      * passage se fait apres la chaine du jour, sans mise a jour
      * concurrente de la base.
      * Premier passage : saisir INIT. Les mouvements existants
      * sont marques transmis (le dernier dechargement complet
      * sert de point de depart) et le point est pose a l'instant
      * du lancement, sans fichier.
      * Code retour 8 sur toute erreur (rien n'est commite).
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DELTA ASSIGN TO FDELTA
               FILE STATUS IS WS-FS-DLT.

       DATA DIVISION.
       FILE SECTION.

       FD F-DELTA.
       01 ENR-DELTA.
           05 DLT-TYPE             PIC X(01).
           05 DLT-SEQ              PIC 9(09).
           05 DLT-TABLE            PIC X(08).
           05 DLT-OPERATION        PIC X(01).
           05 DLT-DONNEES          PIC X(131).
      * Detail CLIENT
           05 DLT-CLIENT REDEFINES DLT-DONNEES.
               10 DLC-NUM-COMPTE   PIC X(03).
               10 DLC-CODE-REGION  PIC X(02).
               10 DLC-CODE-NATCPT  PIC X(02).
               10 DLC-NOM          PIC X(10).
               10 DLC-PRENOM       PIC X(10).
               10 DLC-DATE-NAIS    PIC X(10).
               10 DLC-SEXE         PIC X(01).
               10 DLC-CODE-PROF    PIC X(02).
               10 DLC-SIT-FAM      PIC X(01).
               10 DLC-ADRESSE      PIC X(30).
               10 DLC-SOLDE        PIC S9(10)V99.
               10 DLC-POS          PIC X(02).
               10 FILLER           PIC X(46).
      * Detail MOUVEMENT
           05 DLT-MOUVEMENT REDEFINES DLT-DONNEES.
               10 DLM-NUM-COMPTE   PIC X(03).
               10 DLM-DATE-MVT     PIC X(10).
               10 DLM-LIBELLE      PIC X(15).
               10 DLM-MONTANT      PIC S9(08)V99.
               10 DLM-SENS         PIC X(02).
               10 DLM-NATURE       PIC X(03).
               10 DLM-ETAT-POST    PIC X(01).
               10 DLM-REF-MOUV     PIC 9(08).
               10 FILLER           PIC X(79).
      * En-tete : fenetre extraite
           05 DLT-ENTETE REDEFINES DLT-DONNEES.
               10 DLE-DATE-EXTR    PIC X(10).
               10 DLE-DEBUT-DATE   PIC X(10).
               10 DLE-DEBUT-HEURE  PIC X(08).
               10 DLE-FIN-DATE     PIC X(10).
               10 DLE-FIN-HEURE    PIC X(08).
               10 FILLER           PIC X(85).
      * Totaux par table et par operation
           05 DLT-TOTAUX REDEFINES DLT-DONNEES.
               10 DLT-NB-CLI-C     PIC 9(09).
               10 DLT-NB-CLI-M     PIC 9(09).
               10 DLT-NB-CLI-A     PIC 9(09).
               10 DLT-NB-CLI-S     PIC 9(09).
               10 DLT-NB-MVT-I     PIC 9(09).
               10 DLT-NB-MVT-P     PIC 9(09).
               10 DLT-NB-DETAILS   PIC 9(09).
               10 FILLER           PIC X(68).

       WORKING-STORAGE SECTION.
       01 WS-FS-DLT         PIC X(02).

      * Mode de lancement : blanc = extraction, INIT = pose du
      * premier point sans fichier
       01 WS-MODE           PIC X(04).

      * Horodatage du lancement = fin (exclue) de la fenetre
       01 WS-DATE-JOUR.
           05 WS-ANNEE          PIC 9(04).
           05 WS-MOIS           PIC 9(02).
           05 WS-JOUR           PIC 9(02).
       01 WS-HEURE-JOUR.
           05 WS-HEURE          PIC 9(02).
           05 WS-MINUTE         PIC 9(02).
           05 WS-SECONDE        PIC 9(02).
           05 FILLER            PIC 9(02).

      * Variables host pour DB2 - controle EXTCTRL
       01 WS-DEBUT-DATE     PIC X(10).
       01 WS-DEBUT-HEURE    PIC X(08).
       01 WS-FIN-DATE       PIC X(10).
       01 WS-FIN-HEURE      PIC X(08).
       01 WS-DERNIERE-SEQ   PIC S9(9) COMP-3.

      * Variables host pour DB2 - audit
       01 WS-CLE-AUDIT      PIC X(03).
       01 WS-ANC-VALEUR     PIC X(30).
       01 WS-NOUV-VALEUR    PIC X(30).

      * Variables host pour DB2 - client
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-CODE-REGION    PIC X(02).
       01 WS-CODE-NATCPT    PIC X(02).
       01 WS-NOM-CLIENT     PIC X(10).
       01 WS-PREN-CLIENT    PIC X(10).
       01 WS-DATE-NAIS      PIC X(10).
       01 WS-SEXE           PIC X(01).
       01 WS-CODE-PROF      PIC X(02).
       01 WS-SIT-FAM        PIC X(01).
       01 WS-ADRESSE        PIC X(30).
       01 WS-SOLDE          PIC S9(8)V99 COMP-3.
       01 WS-POS            PIC X(02).

      * Variables host pour DB2 - mouvement
       01 WS-MVT-COMPTE     PIC X(03).
       01 WS-DATE-MVT       PIC X(10).
       01 WS-LIB-MOUV       PIC X(15).
       01 WS-MONTANT-MVT    PIC S9(8)V99 COMP-3.
       01 WS-SENS           PIC X(02).
       01 WS-NATURE         PIC X(03).
       01 WS-ETAT-POST      PIC X(01).
       01 WS-REF-MOUV       PIC 9(08).
       01 WS-EXTR-ETAT      PIC X(01).

      * Client en cours de regroupement des audits
       01 WS-CLIENT-COURANT PIC X(03) VALUE SPACES.
       01 WS-CLI-CREE       PIC 9(01) VALUE 0.
       01 WS-CLI-ANONYMISE  PIC 9(01) VALUE 0.

      * Compteurs par table et operation
       01 WS-SEQ            PIC 9(09) VALUE 0.
       01 WS-NB-CLI-C       PIC 9(09) VALUE 0.
       01 WS-NB-CLI-M       PIC 9(09) VALUE 0.
       01 WS-NB-CLI-A       PIC 9(09) VALUE 0.
       01 WS-NB-CLI-S       PIC 9(09) VALUE 0.
       01 WS-NB-MVT-I       PIC 9(09) VALUE 0.
       01 WS-NB-MVT-P       PIC 9(09) VALUE 0.
       01 WS-NB-DETAILS     PIC 9(09) VALUE 0.
       01 WS-NB-MARQUES     PIC S9(9) COMP VALUE 0.
       01 WS-FIN-CURSOR     PIC 9(01) VALUE 0.

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Audits CLIENT de la fenetre, regroupes par compte (les 3
      * premiers caracteres de la cle d'audit)
           EXEC SQL
               DECLARE C-AUDITS CURSOR FOR
               SELECT SUBSTR(CLE, 1, 3), ANC_VALEUR, NOUV_VALEUR
               FROM AUDIT_LOG
               WHERE TABLE_MAJ = 'CLIENT'
                 AND (DATE_AUDIT > :WS-DEBUT-DATE
                      OR (DATE_AUDIT = :WS-DEBUT-DATE
                          AND HEURE_AUDIT >= :WS-DEBUT-HEURE))
                 AND (DATE_AUDIT < :WS-FIN-DATE
                      OR (DATE_AUDIT = :WS-FIN-DATE
                          AND HEURE_AUDIT < :WS-FIN-HEURE))
               ORDER BY 1, DATE_AUDIT, HEURE_AUDIT
           END-EXEC.

      * Mouvements dont l'etat d'imputation n'a pas ete transmis
           EXEC SQL
               DECLARE C-MOUVEMENTS CURSOR FOR
               SELECT NUM_COMPTE, DATE_MVT, LIB_MOUV, MONTANT_MVT,
                      SENS, NATURE, ETAT_POST, REF_MOUV, EXTR_ETAT
               FROM MOUVEMENT
               WHERE EXTR_ETAT <> ETAT_POST
               FOR UPDATE OF EXTR_ETAT
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'EXTRACTION QUOTIDIENNE DES CHANGEMENTS'
           DISPLAY '=============================================='
           PERFORM 1000-PREPARER-FENETRE
           IF WS-MODE = 'INIT'
               PERFORM 1500-INITIALISER-POINT
               PERFORM 9000-FIN
               STOP RUN
           END-IF

           PERFORM 1100-LIRE-POINT
           PERFORM 1200-OUVRIR-FICHIER
           PERFORM 2000-EXTRAIRE-CLIENTS
           PERFORM 3000-EXTRAIRE-MOUVEMENTS
           PERFORM 4000-ECRIRE-TOTAUX
           PERFORM 5000-VALIDER-POINT
           PERFORM 6000-AFFICHER-BILAN
           PERFORM 9000-FIN
           STOP RUN.

      * Fin de fenetre = seconde du lancement, exclue
       1000-PREPARER-FENETRE.
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-FIN-DATE
           STRING WS-HEURE ':' WS-MINUTE ':' WS-SECONDE
               DELIMITED BY SIZE INTO WS-FIN-HEURE.

      * EXTCTRL porte une seule ligne : le point atteint par le
      * dernier extrait valide et sa derniere sequence
       1100-LIRE-POINT.
           EXEC SQL
               SELECT POINT_DATE, POINT_HEURE, DERNIERE_SEQ
               INTO :WS-DEBUT-DATE, :WS-DEBUT-HEURE,
                    :WS-DERNIERE-SEQ
               FROM EXTCTRL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-DERNIERE-SEQ TO WS-SEQ
               WHEN 100
                   DISPLAY 'EXTCTRL VIDE - PREMIER PASSAGE EN MODE'
                           ' INIT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERREUR LECTURE EXTCTRL : ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-DEBUT-DATE > WS-FIN-DATE
               OR (WS-DEBUT-DATE = WS-FIN-DATE
                   AND WS-DEBUT-HEURE >= WS-FIN-HEURE)
               DISPLAY 'POINT ' WS-DEBUT-DATE ' ' WS-DEBUT-HEURE
                       ' NON ANTERIEUR AU LANCEMENT - ABANDON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'FENETRE : ' WS-DEBUT-DATE ' ' WS-DEBUT-HEURE
                   ' -> ' WS-FIN-DATE ' ' WS-FIN-HEURE.

       1200-OUVRIR-FICHIER.
           OPEN OUTPUT F-DELTA
           IF WS-FS-DLT NOT = '00'
               DISPLAY 'FICHIER FDELTA INDISPONIBLE : ' WS-FS-DLT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ENR-DELTA
           MOVE 'E' TO DLT-TYPE
           MOVE WS-SEQ TO DLT-SEQ
           MOVE WS-FIN-DATE TO DLE-DATE-EXTR
           MOVE WS-DEBUT-DATE TO DLE-DEBUT-DATE
           MOVE WS-DEBUT-HEURE TO DLE-DEBUT-HEURE
           MOVE WS-FIN-DATE TO DLE-FIN-DATE
           MOVE WS-FIN-HEURE TO DLE-FIN-HEURE
           WRITE ENR-DELTA.

      * Premier passage : les mouvements existants sont reputes
      * transmis par le dernier dechargement complet
       1500-INITIALISER-POINT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-MARQUES
               FROM EXTCTRL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR LECTURE EXTCTRL : ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NB-MARQUES > 0
               DISPLAY 'EXTCTRL DEJA INITIALISE - ABANDON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               UPDATE MOUVEMENT
               SET EXTR_ETAT = ETAT_POST
               WHERE EXTR_ETAT <> ETAT_POST
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR MARQUAGE MOUVEMENTS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           EXEC SQL
               INSERT INTO EXTCTRL
               (POINT_DATE, POINT_HEURE, DERNIERE_SEQ,
                DATE_EXTRACTION)
               VALUES
               (:WS-FIN-DATE, :WS-FIN-HEURE, 0, :WS-FIN-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR CREATION EXTCTRL : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY 'POINT DE DEPART POSE : ' WS-FIN-DATE ' '
                   WS-FIN-HEURE.

      * Clients : un detail par compte audite dans la fenetre
       2000-EXTRAIRE-CLIENTS.
           MOVE 0 TO WS-FIN-CURSOR
           EXEC SQL OPEN C-AUDITS END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR AUDITS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           PERFORM 2100-LIRE-AUDIT
               UNTIL WS-FIN-CURSOR = 1

           IF WS-CLIENT-COURANT NOT = SPACES
               PERFORM 2200-EMETTRE-CLIENT
           END-IF
           EXEC SQL CLOSE C-AUDITS END-EXEC.

       2100-LIRE-AUDIT.
           EXEC SQL
               FETCH C-AUDITS
               INTO :WS-CLE-AUDIT, :WS-ANC-VALEUR, :WS-NOUV-VALEUR
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-CLE-AUDIT NOT = WS-CLIENT-COURANT
                       IF WS-CLIENT-COURANT NOT = SPACES
                           PERFORM 2200-EMETTRE-CLIENT
                       END-IF
                       MOVE WS-CLE-AUDIT TO WS-CLIENT-COURANT
                       MOVE 0 TO WS-CLI-CREE
                       MOVE 0 TO WS-CLI-ANONYMISE
                   END-IF
                   IF WS-ANC-VALEUR = '(CREATION)'
                       MOVE 1 TO WS-CLI-CREE
                   END-IF
                   IF WS-NOUV-VALEUR = 'ANONYMISE RGPD'
                       MOVE 1 TO WS-CLI-ANONYMISE
                   END-IF
               WHEN 100
                   MOVE 1 TO WS-FIN-CURSOR
               WHEN OTHER
                   DISPLAY 'ERREUR LECTURE AUDIT_LOG : ' SQLCODE
                   PERFORM 8000-ABANDON
           END-EVALUATE.

      * Image courante du client ; une ligne disparue est une
      * suppression et ne porte que sa cle
       2200-EMETTRE-CLIENT.
           MOVE WS-CLIENT-COURANT TO WS-NUM-COMPTE
           EXEC SQL
               SELECT CODE_REGION, CODE_NATCPT, NOM_CLIENT,
                      PREN_CLIENT, DATE_NAIS, SEXE, CODE_PROF,
                      SIT_FAM, ADRESSE, SOLDE, POS
               INTO :WS-CODE-REGION, :WS-CODE-NATCPT,
                    :WS-NOM-CLIENT, :WS-PREN-CLIENT, :WS-DATE-NAIS,
                    :WS-SEXE, :WS-CODE-PROF, :WS-SIT-FAM,
                    :WS-ADRESSE, :WS-SOLDE, :WS-POS
               FROM CLIENT
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
           END-EXEC

           MOVE SPACES TO ENR-DELTA
           MOVE 'D' TO DLT-TYPE
           MOVE 'CLIENT' TO DLT-TABLE
           MOVE WS-NUM-COMPTE TO DLC-NUM-COMPTE

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'S' TO DLT-OPERATION
                   ADD 1 TO WS-NB-CLI-S
               WHEN SQLCODE NOT = 0
                   DISPLAY 'ERREUR LECTURE CLIENT ' WS-NUM-COMPTE
                           ' : ' SQLCODE
                   PERFORM 8000-ABANDON
               WHEN WS-CLI-CREE = 1
                   MOVE 'C' TO DLT-OPERATION
                   ADD 1 TO WS-NB-CLI-C
               WHEN WS-CLI-ANONYMISE = 1
                   MOVE 'A' TO DLT-OPERATION
                   ADD 1 TO WS-NB-CLI-A
               WHEN OTHER
                   MOVE 'M' TO DLT-OPERATION
                   ADD 1 TO WS-NB-CLI-M
           END-EVALUATE

           IF DLT-OPERATION NOT = 'S'
               MOVE WS-CODE-REGION TO DLC-CODE-REGION
               MOVE WS-CODE-NATCPT TO DLC-CODE-NATCPT
               MOVE WS-NOM-CLIENT TO DLC-NOM
               MOVE WS-PREN-CLIENT TO DLC-PRENOM
               MOVE WS-DATE-NAIS TO DLC-DATE-NAIS
               MOVE WS-SEXE TO DLC-SEXE
               MOVE WS-CODE-PROF TO DLC-CODE-PROF
               MOVE WS-SIT-FAM TO DLC-SIT-FAM
               MOVE WS-ADRESSE TO DLC-ADRESSE
               MOVE WS-SOLDE TO DLC-SOLDE
               MOVE WS-POS TO DLC-POS
           END-IF
           PERFORM 7000-ECRIRE-DETAIL.

      * Mouvements inseres ou imputes : l'etat transmis est
      * aligne sur ETAT_POST dans la meme unite d'oeuvre
       3000-EXTRAIRE-MOUVEMENTS.
           MOVE 0 TO WS-FIN-CURSOR
           EXEC SQL OPEN C-MOUVEMENTS END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR MOUVEMENTS : '
                       SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           PERFORM 3100-TRAITER-MOUVEMENT
               UNTIL WS-FIN-CURSOR = 1

           EXEC SQL CLOSE C-MOUVEMENTS END-EXEC.

       3100-TRAITER-MOUVEMENT.
           EXEC SQL
               FETCH C-MOUVEMENTS
               INTO :WS-MVT-COMPTE, :WS-DATE-MVT, :WS-LIB-MOUV,
                    :WS-MONTANT-MVT, :WS-SENS, :WS-NATURE,
                    :WS-ETAT-POST, :WS-REF-MOUV, :WS-EXTR-ETAT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 1 TO WS-FIN-CURSOR
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'ERREUR LECTURE MOUVEMENT : ' SQLCODE
                   PERFORM 8000-ABANDON
           END-EVALUATE

           MOVE SPACES TO ENR-DELTA
           MOVE 'D' TO DLT-TYPE
           MOVE 'MOUVEMNT' TO DLT-TABLE
      * Jamais transmis : insertion (deja imputee ou non) ;
      * transmis non impute puis impute : imputation
           IF WS-EXTR-ETAT = SPACE
               MOVE 'I' TO DLT-OPERATION
               ADD 1 TO WS-NB-MVT-I
           ELSE
               MOVE 'P' TO DLT-OPERATION
               ADD 1 TO WS-NB-MVT-P
           END-IF
           MOVE WS-MVT-COMPTE TO DLM-NUM-COMPTE
           MOVE WS-DATE-MVT TO DLM-DATE-MVT
           MOVE WS-LIB-MOUV TO DLM-LIBELLE
           MOVE WS-MONTANT-MVT TO DLM-MONTANT
           MOVE WS-SENS TO DLM-SENS
           MOVE WS-NATURE TO DLM-NATURE
           MOVE WS-ETAT-POST TO DLM-ETAT-POST
           MOVE WS-REF-MOUV TO DLM-REF-MOUV
           PERFORM 7000-ECRIRE-DETAIL

           EXEC SQL
               UPDATE MOUVEMENT
               SET EXTR_ETAT = :WS-ETAT-POST
               WHERE CURRENT OF C-MOUVEMENTS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR MARQUAGE MOUVEMENT : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF.

       3100-EXIT.
           EXIT.

       4000-ECRIRE-TOTAUX.
           MOVE SPACES TO ENR-DELTA
           MOVE 'T' TO DLT-TYPE
           MOVE WS-SEQ TO DLT-SEQ
           MOVE WS-NB-CLI-C TO DLT-NB-CLI-C
           MOVE WS-NB-CLI-M TO DLT-NB-CLI-M
           MOVE WS-NB-CLI-A TO DLT-NB-CLI-A
           MOVE WS-NB-CLI-S TO DLT-NB-CLI-S
           MOVE WS-NB-MVT-I TO DLT-NB-MVT-I
           MOVE WS-NB-MVT-P TO DLT-NB-MVT-P
           MOVE WS-NB-DETAILS TO DLT-NB-DETAILS
           WRITE ENR-DELTA
           IF WS-FS-DLT NOT = '00'
               DISPLAY 'ERREUR ECRITURE FDELTA : ' WS-FS-DLT
               PERFORM 8000-ABANDON
           END-IF
           CLOSE F-DELTA.

      * Le fichier est complet : le point avance et les marquages
      * des mouvements sont valides ensemble
       5000-VALIDER-POINT.
           MOVE WS-SEQ TO WS-DERNIERE-SEQ
           EXEC SQL
               UPDATE EXTCTRL
               SET POINT_DATE = :WS-FIN-DATE,
                   POINT_HEURE = :WS-FIN-HEURE,
                   DERNIERE_SEQ = :WS-DERNIERE-SEQ,
                   DATE_EXTRACTION = :WS-FIN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR MAJ EXTCTRL : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           EXEC SQL COMMIT END-EXEC.

       6000-AFFICHER-BILAN.
           DISPLAY ' '
           DISPLAY '=== BILAN DE L EXTRACTION ==='
           DISPLAY 'CLIENTS CREES      : ' WS-NB-CLI-C
           DISPLAY 'CLIENTS MODIFIES   : ' WS-NB-CLI-M
           DISPLAY 'CLIENTS ANONYMISES : ' WS-NB-CLI-A
           DISPLAY 'CLIENTS SUPPRIMES  : ' WS-NB-CLI-S
           DISPLAY 'MOUVEMENTS INSERES : ' WS-NB-MVT-I
           DISPLAY 'MOUVEMENTS IMPUTES : ' WS-NB-MVT-P
           DISPLAY 'DERNIERE SEQUENCE  : ' WS-SEQ.

       7000-ECRIRE-DETAIL.
           ADD 1 TO WS-SEQ
           ADD 1 TO WS-NB-DETAILS
           MOVE WS-SEQ TO DLT-SEQ
           WRITE ENR-DELTA
           IF WS-FS-DLT NOT = '00'
               DISPLAY 'ERREUR ECRITURE FDELTA : ' WS-FS-DLT
               PERFORM 8000-ABANDON
           END-IF.

      * Rien n'est commite : la relance reproduit le meme extrait
       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
           CLOSE F-DELTA
           DISPLAY 'EXTRACTION ANNULEE - FICHIER INCOMPLET A IGNORER'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9000-FIN.
           DISPLAY 'FIN DU PROGRAMME EXTDELTA'.
