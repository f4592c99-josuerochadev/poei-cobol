      *      la part patronale ;
      *   5. ecrit un bulletin formate par employe (une page par
      *      bulletin) dans FBULLETIN et edite le journal de
      *      synthese par departement (brut, charges, net) ;
      *   6. depose le net a payer de chaque employe dans FNETPAIE
      *      et le journal par departement dans FJRNPAIE : PAYVIRT
      *      verse les nets sur les comptes de paie (EMPCPT) et
      *      rapproche ses virements de ce journal ;
      *   7. employe sortant (registre EMPSORT, CREDDEPA) : le
      *      dernier bulletin retient le solde des credits emis par
      *      CREDPAIE (type 'D') dans la limite du net disponible -
      *      jamais de net negatif - et la retenue operee part dans
      *      FSOLDEP pour CREDDEPF ; une fois le depart solde, plus
      *      aucun bulletin n'est edite pour lui ;
      *   8. elements variables du mois saisis par la transaction ABSE
      *      (registre EMPABS) : absence non remuneree retenue d'un
      *      trentieme du salaire par jour, arret maladie retenu sur
      *      ses seuls jours de carence, heures supplementaires
      *      payees au taux horaire majore, conge paye sans effet
      *      sur le brut ; une ligne de bulletin par element. Chaque
      *      paie credite 2,5 jours au compteur EMPCONG et clot le
      *      mois : plus aucune saisie n'y est acceptee ;
      *   9. cumuls annuels par employe dans EMPCUMUL (brut,
      *      cotisations salariales et patronales, net imposable,
      *      retenues de credit, net paye), detailles par mois : la
      *      relance d'un mois remplace ses montants au lieu de les
      *      ajouter. L'annee est close par PAYANNU (recapitulatif,
      *      declaration annuelle, remise a zero) ; tant qu'elle ne
      *      l'est pas, les cumuls de l'annee precedente ne sont pas
      *      touches et la paie se termine en RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEMENS.
           SELECT F-BULLETINS ASSIGN TO FBULLETIN
               FILE STATUS IS WS-FS-BUL.

           SELECT F-NETS ASSIGN TO FNETPAIE
               FILE STATUS IS WS-FS-NET.

           SELECT F-JOURNAL ASSIGN TO FJRNPAIE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-EMPSORT ASSIGN TO EMPSORT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOR-CLE
               FILE STATUS IS WS-FS-SOR.

           SELECT F-SOLDES-DEPART ASSIGN TO FSOLDEP
               FILE STATUS IS WS-FS-SDP.

           SELECT OPTIONAL F-ABSENCES ASSIGN TO EMPABS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABS-CLE
               FILE STATUS IS WS-FS-ABS.

           SELECT F-CONGES ASSIGN TO EMPCONG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNG-ID-EMPL
               FILE STATUS IS WS-FS-CNG.

           SELECT F-CUMULS ASSIGN TO EMPCUMUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUM-ID-EMPL
               FILE STATUS IS WS-FS-CUM.

       DATA DIVISION.
       FILE SECTION.

           05  PAI-NUM-CREDIT      PIC 9(2).
           05  PAI-MONTANT         PIC 9(5)V99.
           05  PAI-LIBELLE         PIC X(20).
           05  PAI-TYPE            PIC X(1).
           05  PAI-MONTANT-DEPART  PIC 9(7)V99.
           05  FILLER              PIC X(35).

       FD  F-BULLETINS.
       01  ENR-BULLETIN            PIC X(80).

      *─── Net a payer de l'employe, verse par PAYVIRT ────────────────
       FD  F-NETS.
       01  ENR-NET.
           05  NET-ID              PIC X(6).
           05  NET-NOM             PIC X(30).
           05  NET-DEPT            PIC X(10).
           05  NET-MONTANT         PIC S9(7)V99.
           05  NET-PERIODE         PIC X(7).
           05  FILLER              PIC X(18).

      *─── Journal de paie par departement (controle de PAYVIRT) ──────
       FD  F-JOURNAL.
       01  ENR-JOURNAL.
           05  JRP-DEPT            PIC X(10).
           05  JRP-EFFECTIF        PIC 9(4).
           05  JRP-BRUT            PIC 9(9)V99.
           05  JRP-CHARGES         PIC 9(9)V99.
           05  JRP-NET             PIC 9(9)V99.
           05  JRP-PERIODE         PIC X(7).
           05  FILLER              PIC X(26).

      *─── Registre des departs (CREDDEPA) ────────────────────────────
       FD  F-EMPSORT.
       01  ENR-EMPSORT.
           05  SOR-CLE.
               10  SOR-ID-EMPL     PIC X(6).
               10  SOR-NUM-CREDIT  PIC 9(2).
           05  SOR-DATE-DEPART     PIC 9(8).
           05  SOR-STATUT          PIC X(1).
           05  FILLER              PIC X(63).

      *─── Solde de depart retenu sur le dernier bulletin (CREDDEPF) ──
       FD  F-SOLDES-DEPART.
       01  ENR-SOLDE-DEPART.
           05  SDP-ID-EMPL         PIC X(6).
           05  SDP-DEMANDE         PIC 9(7)V99.
           05  SDP-RETENU          PIC 9(7)V99.
           05  SDP-PERIODE         PIC X(7).
           05  FILLER              PIC X(49).

      *─── Absences et elements variables du mois (ABSPRES/ABSTRT) ────
       FD  F-ABSENCES.
       01  ENR-ABSENCE.
           05  ABS-CLE.
               10  ABS-ID-EMPL     PIC X(6).
               10  ABS-PERIODE     PIC X(7).
               10  ABS-SEQ         PIC 9(3).
           05  ABS-TYPE            PIC X(1).
               88  ABS-CONGE-PAYE  VALUE 'C'.
               88  ABS-SANS-SOLDE  VALUE 'S'.
               88  ABS-MALADIE     VALUE 'M'.
               88  ABS-HEURES-SUP  VALUE 'H'.
           05  ABS-QUANTITE        PIC 9(3)V99 COMP-3.
           05  ABS-DATE-DEBUT      PIC 9(8).
           05  ABS-LIBELLE         PIC X(20).
           05  FILLER              PIC X(36).

      *─── Compteur de conges et dernier mois paye ────────────────────
       FD  F-CONGES.
       01  ENR-CONGE.
           05  CNG-ID-EMPL         PIC X(6).
           05  CNG-ACQUIS          PIC 9(3)V99 COMP-3.
           05  CNG-PRIS            PIC 9(3)V99 COMP-3.
           05  CNG-SOLDE           PIC S9(3)V99 COMP-3.
           05  CNG-DERNIERE-PAIE   PIC X(7).
           05  CNG-DATE-MAJ        PIC X(8).
           05  FILLER              PIC X(10).

      *─── Cumuls annuels de paie par employe (clos par PAYANNU) ──────
       FD  F-CUMULS.
       01  ENR-CUMUL.
           05  CUM-ID-EMPL         PIC X(6).
           05  CUM-ANNEE           PIC 9(4).
           05  CUM-NOM             PIC X(30).
           05  CUM-DEPT            PIC X(10).
           05  CUM-NB-MOIS         PIC 9(2).
           05  CUM-BRUT            PIC 9(9)V99 COMP-3.
           05  CUM-COTIS-SAL       PIC 9(9)V99 COMP-3.
           05  CUM-COTIS-PAT       PIC 9(9)V99 COMP-3.
           05  CUM-NET-IMPOSABLE   PIC 9(9)V99 COMP-3.
           05  CUM-RETENUES        PIC 9(9)V99 COMP-3.
           05  CUM-NET-PAYE        PIC 9(9)V99 COMP-3.
           05  CUM-MOIS OCCURS 12 TIMES.
               10  CUM-M-PAYE      PIC X(1).
               10  CUM-M-BRUT      PIC 9(7)V99 COMP-3.
               10  CUM-M-COTIS-SAL PIC 9(7)V99 COMP-3.
               10  CUM-M-COTIS-PAT PIC 9(7)V99 COMP-3.
               10  CUM-M-RETENUES  PIC 9(7)V99 COMP-3.
               10  CUM-M-NET       PIC 9(7)V99 COMP-3.
           05  CUM-DATE-MAJ        PIC X(8).
           05  FILLER              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FS-EMP               PIC XX.
       01  WS-FS-COT               PIC XX.
       01  WS-FS-PAI               PIC XX.
       01  WS-FS-BUL               PIC XX.
       01  WS-FS-NET               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-SOR               PIC XX.
       01  WS-FS-SDP               PIC XX.
       01  WS-FS-ABS               PIC XX.
       01  WS-FS-CNG               PIC XX.
       01  WS-FS-CUM               PIC XX.

      *─── Cumuls annuels : montants du mois pour l'employe ───────────
       01  WS-CUMUL-NOUVEAU        PIC 9 VALUE 0.
       01  WS-RETENUES-MOIS        PIC 9(7)V99 VALUE 0.
       01  WS-NET-PAYE-MOIS        PIC 9(7)V99 VALUE 0.
       01  WS-NB-CUMULS-CREES      PIC 9(5) VALUE 0.
       01  WS-NB-CUMULS-NON-CLOS   PIC 9(5) VALUE 0.

      *─── Elements variables de l'employe pour le mois ───────────────
       01  WS-REGISTRE-ABSENCES    PIC 9 VALUE 0.
       01  WS-FIN-ABSENCES         PIC 9 VALUE 0.
       01  WS-JOURS-MOIS           PIC 9(2) VALUE 30.
       01  WS-HEURES-MOIS          PIC 9(3)V99 VALUE 151.67.
       01  WS-MAJORATION-HS        PIC 9V99 VALUE 1.25.
       01  WS-JOURS-CARENCE        PIC 9(3)V99 VALUE 3.
       01  WS-ACQUIS-MENSUEL       PIC 9(3)V99 VALUE 2.50.
       01  WS-SALAIRE-BASE         PIC 9(7)V99 VALUE 0.
       01  WS-JOURS-RETENUS        PIC 9(3)V99 VALUE 0.
       01  WS-MONTANT-ELEMENT      PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-ELEMENTS       PIC S9(7)V99 VALUE 0.
       01  WS-NB-ELEMENTS          PIC 9(2) VALUE 0.
       01  WS-TAB-ELEMENTS.
           05  WS-ELEMENT OCCURS 20 TIMES
                          INDEXED BY WS-IDX-ELT.
               10  WS-ELT-TYPE     PIC X(1).
               10  WS-ELT-QUANTITE PIC 9(3)V99.
               10  WS-ELT-LIBELLE  PIC X(20).
               10  WS-ELT-MONTANT  PIC S9(7)V99.
       01  WS-NB-ELEMENTS-PAYES    PIC 9(5) VALUE 0.
       01  WS-NB-COMPTEURS-CREES   PIC 9(5) VALUE 0.

      *─── Depart de l'employe en cours (blanc = toujours present) ────
       01  WS-REGISTRE-DEPARTS     PIC 9 VALUE 0.
       01  WS-STATUT-DEPART        PIC X(1) VALUE SPACE.
       01  WS-SOLDE-DEMANDE        PIC 9(7)V99 VALUE 0.
       01  WS-SOLDE-RETENU         PIC 9(7)V99 VALUE 0.
       01  WS-NET-DISPONIBLE       PIC S9(7)V99 VALUE 0.
       01  WS-NB-DEPARTS           PIC 9(5) VALUE 0.
       01  WS-NB-SORTIS            PIC 9(5) VALUE 0.

       01  WS-EOF                  PIC 9 VALUE 0.

           05  WS-RETENUE OCCURS 500 TIMES
                           INDEXED BY WS-IDX-RET.
               10  WS-RET-ID       PIC X(6).
               10  WS-RET-MONTANT  PIC 9(7)V99.
               10  WS-RET-DEPART   PIC 9(7)V99.
       01  WS-RETENUE-TROUVEE      PIC 9(3) VALUE 0.

      *─── Calcul du bulletin en cours ────────────────────────────────
       01  WS-BRUT                 PIC 9(7)V99 VALUE 0.
       01  WS-COTIS-SALARIALES     PIC 9(7)V99 VALUE 0.
       01  WS-COTIS-PATRONALES     PIC 9(7)V99 VALUE 0.
       01  WS-RETENUE-CREDIT       PIC 9(7)V99 VALUE 0.
       01  WS-NET                  PIC S9(7)V99 VALUE 0.
       01  WS-BASE-TRANCHE         PIC 9(7)V99 VALUE 0.
       01  WS-PLANCHER-TRANCHE     PIC 9(7)V99 VALUE 0.
           05  WS-BUL-ED-PATRONAL  PIC Z(6)9.99.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-BUL-SOLDE-DEPART.
           05  FILLER              PIC X(30)
               VALUE 'SOLDE CREDITS (DEPART)   : -'.
           05  WS-BUL-ED-SOLDE     PIC Z(6)9.99.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-BUL-RESTE-DU.
           05  FILLER              PIC X(30)
               VALUE 'RESTE DU (PLAN CREDDEPF) :  '.
           05  WS-BUL-ED-RESTE-DU  PIC Z(6)9.99.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-BUL-BASE.
           05  FILLER              PIC X(30)
               VALUE 'SALAIRE DE BASE          :  '.
           05  WS-BUL-ED-BASE      PIC Z(6)9.99.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-BUL-ELEMENT.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-BUL-ELT-TYPE     PIC X(16).
           05  WS-BUL-ELT-QTE      PIC ZZ9.99.
           05  WS-BUL-ELT-UNITE    PIC X(3).
           05  WS-BUL-ELT-LIBELLE  PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-BUL-ELT-MONTANT  PIC +(6)9.99.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
               GOBACK
           END-IF
           OPEN OUTPUT F-BULLETINS
           OPEN OUTPUT F-NETS
           OPEN OUTPUT F-SOLDES-DEPART
           OPEN INPUT F-EMPSORT
           IF WS-FS-SOR = '00'
               MOVE 1 TO WS-REGISTRE-DEPARTS
           ELSE
               DISPLAY 'REGISTRE EMPSORT ABSENT - AUCUN DEPART'
           END-IF
           OPEN INPUT F-ABSENCES
           IF WS-FS-ABS = '00'
               MOVE 1 TO WS-REGISTRE-ABSENCES
           ELSE
               IF WS-FS-ABS = '05'
                   CLOSE F-ABSENCES
               END-IF
               DISPLAY 'REGISTRE EMPABS ABSENT - AUCUNE ABSENCE'
           END-IF
           OPEN I-O F-CONGES
           IF WS-FS-CNG = '35'
               OPEN OUTPUT F-CONGES
               CLOSE F-CONGES
               OPEN I-O F-CONGES
           END-IF
           IF WS-FS-CNG NOT = '00'
               DISPLAY 'COMPTEUR EMPCONG INDISPONIBLE : ' WS-FS-CNG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CUMULS
           IF WS-FS-CUM = '35'
               OPEN OUTPUT F-CUMULS
               CLOSE F-CUMULS
               OPEN I-O F-CUMULS
           END-IF
           IF WS-FS-CUM NOT = '00'
               DISPLAY 'CUMULS EMPCUMUL INDISPONIBLES : ' WS-FS-CUM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-EMPLOYES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 1700-LIRE-DEPART
                       IF WS-STATUT-DEPART = 'P'
                          OR WS-STATUT-DEPART = 'S'
                           ADD 1 TO WS-NB-SORTIS
                       ELSE
                           PERFORM 2000-PAYER-EMPLOYE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-EMPLOYES
           CLOSE F-BULLETINS
           CLOSE F-NETS
           CLOSE F-SOLDES-DEPART
           IF WS-REGISTRE-DEPARTS = 1
               CLOSE F-EMPSORT
           END-IF
           IF WS-REGISTRE-ABSENCES = 1
               CLOSE F-ABSENCES
           END-IF
           CLOSE F-CONGES
           CLOSE F-CUMULS

           PERFORM 5000-EDITER-SYNTHESE

           DISPLAY 'BULLETINS EDITES : ' WS-NB-BULLETINS
           DISPLAY 'DONT PAIES FINALES DE DEPART : ' WS-NB-DEPARTS
           DISPLAY 'EMPLOYES SORTIS NON PAYES    : ' WS-NB-SORTIS
           DISPLAY 'ELEMENTS VARIABLES PAYES     : '
                   WS-NB-ELEMENTS-PAYES
           DISPLAY 'COMPTEURS DE CONGES CREES    : '
                   WS-NB-COMPTEURS-CREES
           DISPLAY 'CUMULS ANNUELS CREES         : '
                   WS-NB-CUMULS-CREES
           IF WS-NB-CUMULS-NON-CLOS > 0
               DISPLAY 'CUMULS D''UNE ANNEE NON CLOSE : '
                       WS-NB-CUMULS-NON-CLOS
               DISPLAY 'PASSER PAYANNU PUIS RELANCER LA PAIE DU MOIS'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME PAYEMENS'
           GOBACK.

                   UNTIL WS-IDX-RET > WS-NB-RETENUES
               IF WS-RET-ID(WS-IDX-RET) = PAI-ID-EMPL
                   SET WS-RETENUE-TROUVEE TO WS-IDX-RET
                   IF PAI-TYPE = 'D'
                       ADD PAI-MONTANT-DEPART
                           TO WS-RET-DEPART(WS-IDX-RET)
                   ELSE
                       ADD PAI-MONTANT
                           TO WS-RET-MONTANT(WS-IDX-RET)
                   END-IF
                   SET WS-IDX-RET TO WS-NB-RETENUES
               END-IF
           END-PERFORM
           IF WS-RETENUE-TROUVEE = 0 AND WS-NB-RETENUES < 500
               ADD 1 TO WS-NB-RETENUES
               MOVE PAI-ID-EMPL TO WS-RET-ID(WS-NB-RETENUES)
               MOVE 0 TO WS-RET-MONTANT(WS-NB-RETENUES)
               MOVE 0 TO WS-RET-DEPART(WS-NB-RETENUES)
               IF PAI-TYPE = 'D'
                   MOVE PAI-MONTANT-DEPART
                       TO WS-RET-DEPART(WS-NB-RETENUES)
               ELSE
                   MOVE PAI-MONTANT
                       TO WS-RET-MONTANT(WS-NB-RETENUES)
               END-IF
           END-IF.

      *─── Statut de depart de l'employe lu dans EMPSORT (credit 00) ──
       1700-LIRE-DEPART.
           MOVE SPACE TO WS-STATUT-DEPART
           IF WS-REGISTRE-DEPARTS = 1
               MOVE EMP-ID TO SOR-ID-EMPL
               MOVE 0 TO SOR-NUM-CREDIT
               READ F-EMPSORT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SOR-STATUT TO WS-STATUT-DEPART
               END-READ
           END-IF.

       2000-PAYER-EMPLOYE.
           MOVE EMP-SALAIRE TO WS-BRUT
           PERFORM 2100-APPLIQUER-ABSENCES THRU 2100-EXIT
           MOVE 0 TO WS-COTIS-SALARIALES
           MOVE 0 TO WS-COTIS-PATRONALES

      *─── Retenue de credit du mois pour cet employe ─────────────────
           MOVE 0 TO WS-RETENUE-CREDIT
           MOVE 0 TO WS-SOLDE-DEMANDE
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-NB-RETENUES
               IF WS-RET-ID(WS-IDX-RET) = EMP-ID
                   MOVE WS-RET-MONTANT(WS-IDX-RET)
                       TO WS-RETENUE-CREDIT
                   MOVE WS-RET-DEPART(WS-IDX-RET)
                       TO WS-SOLDE-DEMANDE
                   SET WS-IDX-RET TO WS-NB-RETENUES
               END-IF
           END-PERFORM
           COMPUTE WS-NET = WS-BRUT - WS-COTIS-SALARIALES
               - WS-RETENUE-CREDIT

           MOVE 0 TO WS-SOLDE-RETENU
           IF WS-STATUT-DEPART = 'D'
               PERFORM 2600-RETENIR-SOLDE-DEPART
           END-IF

           PERFORM 3500-EDITER-PIED-BULLETIN
           PERFORM 4000-CUMULER-DEPARTEMENT

           MOVE SPACES     TO ENR-NET
           MOVE EMP-ID     TO NET-ID
           MOVE EMP-NAME   TO NET-NOM
           MOVE EMP-DEPT   TO NET-DEPT
           MOVE WS-NET     TO NET-MONTANT
           MOVE WS-PERIODE TO NET-PERIODE
           WRITE ENR-NET

           PERFORM 2700-CREDITER-CONGES
           PERFORM 2800-CUMULER-ANNEE THRU 2800-EXIT

           ADD 1 TO WS-NB-BULLETINS
           ADD WS-BRUT TO WS-TOT-BRUT
           ADD WS-COTIS-SALARIALES TO WS-TOT-CHARGES
               ADD WS-NET TO WS-TOT-NET
           END-IF.

      *─── Elements variables du mois (EMPABS) : le brut part du
      *    salaire de base, diminue des absences retenues et augmente
      *    des heures supplementaires, jamais en dessous de zero ─────
       2100-APPLIQUER-ABSENCES.
           MOVE EMP-SALAIRE TO WS-SALAIRE-BASE
           MOVE 0 TO WS-NB-ELEMENTS
           MOVE 0 TO WS-TOTAL-ELEMENTS
           IF WS-REGISTRE-ABSENCES = 0
               GO TO 2100-EXIT
           END-IF

           MOVE EMP-ID     TO ABS-ID-EMPL
           MOVE WS-PERIODE TO ABS-PERIODE
           MOVE 0          TO ABS-SEQ
           START F-ABSENCES KEY IS NOT LESS THAN ABS-CLE
               INVALID KEY GO TO 2100-EXIT
           END-START

           MOVE 0 TO WS-FIN-ABSENCES
           PERFORM UNTIL WS-FIN-ABSENCES = 1
               READ F-ABSENCES NEXT RECORD
                   AT END MOVE 1 TO WS-FIN-ABSENCES
                   NOT AT END
                       IF ABS-ID-EMPL NOT = EMP-ID
                          OR ABS-PERIODE NOT = WS-PERIODE
                           MOVE 1 TO WS-FIN-ABSENCES
                       ELSE
                           PERFORM 2150-VALORISER-ELEMENT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SALAIRE-BASE + WS-TOTAL-ELEMENTS > 0
               COMPUTE WS-BRUT = WS-SALAIRE-BASE + WS-TOTAL-ELEMENTS
           ELSE
               MOVE 0 TO WS-BRUT
           END-IF.

       2100-EXIT.
           EXIT.

      *─── Montant de l'element : absence non remuneree au trentieme,
      *    maladie sur les jours de carence, heures au taux horaire
      *    mensualise majore, conge paye sans retenue ───────────────
       2150-VALORISER-ELEMENT.
           MOVE 0 TO WS-MONTANT-ELEMENT
           EVALUATE TRUE
               WHEN ABS-SANS-SOLDE
                   COMPUTE WS-MONTANT-ELEMENT ROUNDED =
                       0 - WS-SALAIRE-BASE * ABS-QUANTITE
                           / WS-JOURS-MOIS
               WHEN ABS-MALADIE
                   IF ABS-QUANTITE > WS-JOURS-CARENCE
                       MOVE WS-JOURS-CARENCE TO WS-JOURS-RETENUS
                   ELSE
                       MOVE ABS-QUANTITE TO WS-JOURS-RETENUS
                   END-IF
                   COMPUTE WS-MONTANT-ELEMENT ROUNDED =
                       0 - WS-SALAIRE-BASE * WS-JOURS-RETENUS
                           / WS-JOURS-MOIS
               WHEN ABS-HEURES-SUP
                   COMPUTE WS-MONTANT-ELEMENT ROUNDED =
                       WS-SALAIRE-BASE / WS-HEURES-MOIS
                       * WS-MAJORATION-HS * ABS-QUANTITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD WS-MONTANT-ELEMENT TO WS-TOTAL-ELEMENTS
           ADD 1 TO WS-NB-ELEMENTS-PAYES

           IF WS-NB-ELEMENTS < 20
               ADD 1 TO WS-NB-ELEMENTS
               SET WS-IDX-ELT TO WS-NB-ELEMENTS
               MOVE ABS-TYPE     TO WS-ELT-TYPE(WS-IDX-ELT)
               MOVE ABS-QUANTITE TO WS-ELT-QUANTITE(WS-IDX-ELT)
               MOVE ABS-LIBELLE  TO WS-ELT-LIBELLE(WS-IDX-ELT)
               MOVE WS-MONTANT-ELEMENT
                   TO WS-ELT-MONTANT(WS-IDX-ELT)
           END-IF.

      *─── Compteur de conges : 2,5 jours acquis par mois paye, le
      *    mois est clos pour la saisie ; une relance de la paie du
      *    meme mois ne credite pas une seconde fois ────────────────
       2700-CREDITER-CONGES.
           MOVE EMP-ID TO CNG-ID-EMPL
           READ F-CONGES
               INVALID KEY
                   MOVE SPACES             TO ENR-CONGE
                   MOVE EMP-ID             TO CNG-ID-EMPL
                   MOVE WS-ACQUIS-MENSUEL  TO CNG-ACQUIS
                   MOVE 0                  TO CNG-PRIS
                   MOVE WS-ACQUIS-MENSUEL  TO CNG-SOLDE
                   MOVE WS-PERIODE         TO CNG-DERNIERE-PAIE
                   MOVE WS-DATE-JOUR       TO CNG-DATE-MAJ
                   WRITE ENR-CONGE
                   ADD 1 TO WS-NB-COMPTEURS-CREES
               NOT INVALID KEY
                   IF CNG-DERNIERE-PAIE < WS-PERIODE
                       ADD WS-ACQUIS-MENSUEL TO CNG-ACQUIS
                       ADD WS-ACQUIS-MENSUEL TO CNG-SOLDE
                       MOVE WS-PERIODE      TO CNG-DERNIERE-PAIE
                       MOVE WS-DATE-JOUR    TO CNG-DATE-MAJ
                       REWRITE ENR-CONGE
                   END-IF
           END-READ.

      *─── Cumuls de l'annee : le mois occupe une case, une relance
      *    de la paie du mois retire l'ancienne case avant d'ajouter
      *    la nouvelle. Le net paye suit le journal de paie (un net
      *    negatif n'est pas verse) ─────────────────────────────────
       2800-CUMULER-ANNEE.
           MOVE 0 TO WS-CUMUL-NOUVEAU
           MOVE EMP-ID TO CUM-ID-EMPL
           READ F-CUMULS
               INVALID KEY
                   MOVE 1 TO WS-CUMUL-NOUVEAU
                   INITIALIZE ENR-CUMUL
                   MOVE EMP-ID   TO CUM-ID-EMPL
                   MOVE WS-ANNEE TO CUM-ANNEE
           END-READ

           IF CUM-ANNEE NOT = WS-ANNEE
               ADD 1 TO WS-NB-CUMULS-NON-CLOS
               DISPLAY 'CUMULS ' CUM-ANNEE ' NON CLOS : ' EMP-ID
               GO TO 2800-EXIT
           END-IF

           IF CUM-M-PAYE(WS-MOIS) = 'O'
               SUBTRACT CUM-M-BRUT(WS-MOIS)      FROM CUM-BRUT
               SUBTRACT CUM-M-COTIS-SAL(WS-MOIS) FROM CUM-COTIS-SAL
               SUBTRACT CUM-M-COTIS-PAT(WS-MOIS) FROM CUM-COTIS-PAT
               SUBTRACT CUM-M-RETENUES(WS-MOIS)  FROM CUM-RETENUES
               SUBTRACT CUM-M-NET(WS-MOIS)       FROM CUM-NET-PAYE
               SUBTRACT 1 FROM CUM-NB-MOIS
           END-IF

           COMPUTE WS-RETENUES-MOIS =
               WS-RETENUE-CREDIT + WS-SOLDE-RETENU
           IF WS-NET > 0
               MOVE WS-NET TO WS-NET-PAYE-MOIS
           ELSE
               MOVE 0 TO WS-NET-PAYE-MOIS
           END-IF

           MOVE 'O'                 TO CUM-M-PAYE(WS-MOIS)
           MOVE WS-BRUT             TO CUM-M-BRUT(WS-MOIS)
           MOVE WS-COTIS-SALARIALES TO CUM-M-COTIS-SAL(WS-MOIS)
           MOVE WS-COTIS-PATRONALES TO CUM-M-COTIS-PAT(WS-MOIS)
           MOVE WS-RETENUES-MOIS    TO CUM-M-RETENUES(WS-MOIS)
           MOVE WS-NET-PAYE-MOIS    TO CUM-M-NET(WS-MOIS)

           ADD WS-BRUT              TO CUM-BRUT
           ADD WS-COTIS-SALARIALES  TO CUM-COTIS-SAL
           ADD WS-COTIS-PATRONALES  TO CUM-COTIS-PAT
           ADD WS-RETENUES-MOIS     TO CUM-RETENUES
           ADD WS-NET-PAYE-MOIS     TO CUM-NET-PAYE
           ADD 1                    TO CUM-NB-MOIS
           COMPUTE CUM-NET-IMPOSABLE = CUM-BRUT - CUM-COTIS-SAL
           MOVE EMP-NAME            TO CUM-NOM
           MOVE EMP-DEPT            TO CUM-DEPT
           MOVE WS-DATE-JOUR        TO CUM-DATE-MAJ

           IF WS-CUMUL-NOUVEAU = 1
               WRITE ENR-CUMUL
               ADD 1 TO WS-NB-CUMULS-CREES
           ELSE
               REWRITE ENR-CUMUL
           END-IF.

       2800-EXIT.
           EXIT.

      *─── Paie finale d'un employe sortant : le solde des credits est
      *    retenu sur le net restant, sans jamais le rendre negatif ;
      *    le reste du part en plan de remboursement (CREDDEPF) ────
       2600-RETENIR-SOLDE-DEPART.
           MOVE WS-NET TO WS-NET-DISPONIBLE
           IF WS-NET-DISPONIBLE < 0
               MOVE 0 TO WS-NET-DISPONIBLE
           END-IF
           IF WS-SOLDE-DEMANDE > WS-NET-DISPONIBLE
               MOVE WS-NET-DISPONIBLE TO WS-SOLDE-RETENU
           ELSE
               MOVE WS-SOLDE-DEMANDE TO WS-SOLDE-RETENU
           END-IF
           SUBTRACT WS-SOLDE-RETENU FROM WS-NET
           ADD 1 TO WS-NB-DEPARTS

           MOVE SPACES           TO ENR-SOLDE-DEPART
           MOVE EMP-ID           TO SDP-ID-EMPL
           MOVE WS-SOLDE-DEMANDE TO SDP-DEMANDE
           MOVE WS-SOLDE-RETENU  TO SDP-RETENU
           MOVE WS-PERIODE       TO SDP-PERIODE
           WRITE ENR-SOLDE-DEPART.

      *─── Cotisations par tranches progressives : la part du brut
      *    comprise dans chaque tranche cotise aux taux de la
      *    tranche, une ligne de bulletin par tranche touchee ─────────
           WRITE ENR-BULLETIN FROM WS-LIGNE-SEP
           WRITE ENR-BULLETIN FROM WS-BUL-EMPLOYE
           WRITE ENR-BULLETIN FROM WS-LIGNE-VIDE
           IF WS-NB-ELEMENTS > 0
               MOVE WS-SALAIRE-BASE TO WS-BUL-ED-BASE
               WRITE ENR-BULLETIN FROM WS-BUL-BASE
               PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                       UNTIL WS-IDX-ELT > WS-NB-ELEMENTS
                   PERFORM 3100-EDITER-ELEMENT
               END-PERFORM
           END-IF
           WRITE ENR-BULLETIN FROM WS-BUL-BRUT.

       3100-EDITER-ELEMENT.
           EVALUATE WS-ELT-TYPE(WS-IDX-ELT)
               WHEN 'C'
                   MOVE 'CONGE PAYE'       TO WS-BUL-ELT-TYPE
                   MOVE ' J '              TO WS-BUL-ELT-UNITE
               WHEN 'S'
                   MOVE 'ABSENCE NON REM.' TO WS-BUL-ELT-TYPE
                   MOVE ' J '              TO WS-BUL-ELT-UNITE
               WHEN 'M'
                   MOVE 'ARRET MALADIE'    TO WS-BUL-ELT-TYPE
                   MOVE ' J '              TO WS-BUL-ELT-UNITE
               WHEN OTHER
                   MOVE 'HEURES SUPP.'     TO WS-BUL-ELT-TYPE
                   MOVE ' H '              TO WS-BUL-ELT-UNITE
           END-EVALUATE
           MOVE WS-ELT-QUANTITE(WS-IDX-ELT) TO WS-BUL-ELT-QTE
           MOVE WS-ELT-LIBELLE(WS-IDX-ELT)  TO WS-BUL-ELT-LIBELLE
           MOVE WS-ELT-MONTANT(WS-IDX-ELT)  TO WS-BUL-ELT-MONTANT
           WRITE ENR-BULLETIN FROM WS-BUL-ELEMENT.

       3500-EDITER-PIED-BULLETIN.
           MOVE WS-COTIS-SALARIALES TO WS-BUL-ED-COTIS
           MOVE WS-RETENUE-CREDIT   TO WS-BUL-ED-RETENUE
           IF WS-RETENUE-CREDIT > 0
               WRITE ENR-BULLETIN FROM WS-BUL-RETENUE
           END-IF
           IF WS-STATUT-DEPART = 'D' AND WS-SOLDE-DEMANDE > 0
               MOVE WS-SOLDE-RETENU TO WS-BUL-ED-SOLDE
               WRITE ENR-BULLETIN FROM WS-BUL-SOLDE-DEPART
               IF WS-SOLDE-RETENU < WS-SOLDE-DEMANDE
                   COMPUTE WS-BUL-ED-RESTE-DU =
                       WS-SOLDE-DEMANDE - WS-SOLDE-RETENU
                   WRITE ENR-BULLETIN FROM WS-BUL-RESTE-DU
               END-IF
           END-IF
           WRITE ENR-BULLETIN FROM WS-LIGNE-VIDE
           WRITE ENR-BULLETIN FROM WS-BUL-NET
           WRITE ENR-BULLETIN FROM WS-BUL-PATRONAL
           END-IF.

       5000-EDITER-SYNTHESE.
           OPEN OUTPUT F-JOURNAL
           DISPLAY ' '
           DISPLAY '=== JOURNAL DE PAIE PAR DEPARTEMENT ('
                   WS-PERIODE ') ==='
                       ' BRUT ' WS-DEP-BRUT(WS-IDX-DEP)
                       ' CHARGES ' WS-DEP-CHARGES(WS-IDX-DEP)
                       ' NET ' WS-DEP-NET(WS-IDX-DEP)
               MOVE SPACES                    TO ENR-JOURNAL
               MOVE WS-DEP-NOM(WS-IDX-DEP)     TO JRP-DEPT
               MOVE WS-DEP-NB(WS-IDX-DEP)      TO JRP-EFFECTIF
               MOVE WS-DEP-BRUT(WS-IDX-DEP)    TO JRP-BRUT
               MOVE WS-DEP-CHARGES(WS-IDX-DEP) TO JRP-CHARGES
               MOVE WS-DEP-NET(WS-IDX-DEP)     TO JRP-NET
               MOVE WS-PERIODE                 TO JRP-PERIODE
               WRITE ENR-JOURNAL
           END-PERFORM
           CLOSE F-JOURNAL
           DISPLAY '  TOTAL BRUT    : ' WS-TOT-BRUT
           DISPLAY '  TOTAL CHARGES : ' WS-TOT-CHARGES
           DISPLAY '  TOTAL NET     : ' WS-TOT-NET.
