      ******************************************************************
      * Programme : CREDPORT - Portefeuille des credits employes
      *             (batch trimestriel)
      * Fonction  : Mesurer l'encours prete, sa repartition et son
      *             calendrier de remboursement
      *
      * Pour chaque credit non solde de CREDEMP :
      *   - la duree residuelle est le nombre d'echeances CREDECH
      *     non encore couvertes par CRD-RESTE (a defaut
      *     d'echeancier : reste / echeance, arrondi au mois
      *     superieur) ; elle classe l'encours par tranche :
      *     0-12, 13-24, 25-36, 37-60 et plus de 60 mois ;
      *   - les echeances non couvertes alimentent la projection
      *     des remboursements des 24 prochains mois (les echeances
      *     depassees et non reglees sont totalisees a part) ;
      *   - le departement (EMP-DEPT) groupe l'encours.
      * Sorties (FEDITION) :
      *   - encours par departement ventile par tranche de duree ;
      *   - taux moyen pondere par l'encours ;
      *   - echeancier projete sur 24 mois ;
      *   - les dix plus fortes expositions ;
      *   - part des credits assures (CRD-ASSURANCE 'O'/'S'),
      *     renegocies (ligne CREDTERM) et en vacance de paiement
      *     (CRD-REPORT-EN-COURS), en nombre et en encours.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDPORT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SORT ASSIGN TO SORTWORK.

           SELECT F-CREEMP ASSIGN TO CREEMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CLE
               FILE STATUS IS WS-FS-CRD.

           SELECT F-EMPLOYE ASSIGN TO EMPLOYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FS-EMP.

           SELECT F-ECHEANCES ASSIGN TO CREDECH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECH-CLE
               FILE STATUS IS WS-FS-ECH.

           SELECT F-CREDTERM ASSIGN TO CREDTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CLE
               FILE STATUS IS WS-FS-TRM.

           SELECT F-EDITION ASSIGN TO FEDITION
               FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

       SD  F-SORT.
       01  ENR-SORT.
           05  SORT-DEPT           PIC X(10).
           05  SORT-TRANCHE        PIC 9(1).
           05  SORT-RESTE          PIC 9(7)V99.

       FD  F-CREEMP.
       01  ENR-CREEMP.
           05  CRD-CLE.
               10  CRD-ID-EMPL     PIC X(6).
               10  CRD-NUM-CREDIT  PIC 9(2).
           05  CRD-LIBELLE         PIC X(20).
           05  CRD-MONTANT-TOTAL   PIC 9(7)V99 COMP-3.
           05  CRD-MONTANT-ECH     PIC 9(5)V99 COMP-3.
           05  CRD-RESTE           PIC 9(7)V99 COMP-3.
           05  CRD-TAUX            PIC 9(2)V99 COMP-3.
           05  CRD-INTERETS-CUMUL  PIC 9(7)V99 COMP-3.
           05  CRD-TAUX-ASSURANCE  PIC 9(2)V99 COMP-3.
           05  CRD-ASSURANCE       PIC X(1).
           05  CRD-PRIMES-CUMUL    PIC 9(7)V99 COMP-3.
           05  CRD-MOIS-REPORTES   PIC 9(2).
           05  CRD-REPORT-EN-COURS PIC X(1).

       FD  F-EMPLOYE.
       01  ENR-EMPLOYE.
           05  EMP-ID              PIC X(6).
           05  EMP-NAME            PIC X(30).
           05  EMP-DEPT            PIC X(10).
           05  EMP-SALAIRE         PIC 9(7)V99 COMP-3.
           05  EMP-ETAT-CRED       PIC X(1).

       FD  F-ECHEANCES.
       01  ENR-ECHEANCE.
           05  ECH-CLE.
               10  ECH-ID-EMPL     PIC X(6).
               10  ECH-NUM-CREDIT  PIC 9(2).
               10  ECH-RANG        PIC 9(3).
           05  ECH-DATE-PREVUE     PIC 9(8).
           05  ECH-DATE-PREVUE-R REDEFINES ECH-DATE-PREVUE.
               10  ECH-ANNEE       PIC 9(4).
               10  ECH-MOIS        PIC 9(2).
               10  ECH-JOUR        PIC 9(2).
           05  ECH-MONTANT         PIC 9(5)V99 COMP-3.
           05  ECH-RESTE-PROJETE   PIC 9(7)V99 COMP-3.

      *─── Historique des renegociations : seule la cle est lue ───────
       FD  F-CREDTERM.
       01  ENR-CREDTERM.
           05  TRM-CLE.
               10  TRM-ID-EMPL     PIC X(6).
               10  TRM-NUM-CREDIT  PIC 9(2).
               10  TRM-DATE        PIC 9(7).
               10  TRM-HEURE       PIC 9(7).
           05  FILLER              PIC X(28).

       FD  F-EDITION.
       01  ENR-EDITION             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CRD               PIC XX.
       01  WS-FS-EMP               PIC XX.
       01  WS-FS-ECH               PIC XX.
       01  WS-FS-TRM               PIC XX.
       01  WS-FS-EDI               PIC XX.

       01  WS-EOF-CRD              PIC 9 VALUE 0.
       01  WS-EOF-ECH              PIC 9 VALUE 0.
       01  WS-FIN-SORT             PIC 9 VALUE 0.
       01  WS-TERM-OUVERT          PIC 9 VALUE 0.

      *─── Date du jour AAAAMMJJ et mois de depart de la projection ───
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-ANNEE       PIC 9(4).
           05  WS-JOUR-MOIS        PIC 9(2).
           05  WS-JOUR-JJ          PIC 9(2).
       01  WS-MOIS-JOUR            PIC 9(6) VALUE 0.
       01  WS-MOIS-ECH             PIC 9(6) VALUE 0.
       01  WS-ECART-MOIS           PIC S9(5) VALUE 0.

      *─── Decompte par credit ────────────────────────────────────────
       01  WS-NB-RESTANTES         PIC 9(3) VALUE 0.
       01  WS-TRANCHE              PIC 9(1) VALUE 0.
       01  WS-RENEGOCIE            PIC X(1) VALUE 'N'.

      *─── Totaux du portefeuille ─────────────────────────────────────
       01  WS-NB-CREDITS           PIC 9(5) VALUE 0.
       01  WS-NB-ASSURES           PIC 9(5) VALUE 0.
       01  WS-NB-RENEGOCIES        PIC 9(5) VALUE 0.
       01  WS-NB-EN-REPORT         PIC 9(5) VALUE 0.
       01  WS-ENCOURS-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-ENCOURS-ASSURES      PIC 9(9)V99 VALUE 0.
       01  WS-ENCOURS-RENEGOCIES   PIC 9(9)V99 VALUE 0.
       01  WS-ENCOURS-EN-REPORT    PIC 9(9)V99 VALUE 0.
       01  WS-ENCOURS-X-TAUX       PIC 9(11)V9(4) VALUE 0.
       01  WS-TAUX-MOYEN           PIC 9(2)V99 VALUE 0.
       01  WS-ECHU-NON-REGLE       PIC 9(9)V99 VALUE 0.
       01  WS-POURCENT             PIC 9(3)V9 VALUE 0.
       01  WS-PART-NB              PIC 9(5) VALUE 0.
       01  WS-PART-ENCOURS         PIC 9(9)V99 VALUE 0.

      *─── Encours par tranche de duree residuelle ────────────────────
      *    1 = 0-12 mois  2 = 13-24  3 = 25-36  4 = 37-60  5 = 61+
       01  WS-TAB-TOTAL.
           05  WS-TOT-TRANCHE      PIC 9(9)V99 OCCURS 5.
       01  WS-TAB-DEPT.
           05  WS-DEP-TRANCHE      PIC 9(9)V99 OCCURS 5.
       01  WS-DEP-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-DEP-NB               PIC 9(5) VALUE 0.
       01  WS-IND                  PIC 9(2) VALUE 0.

      *─── Remboursements projetes sur les 24 prochains mois ──────────
       01  WS-TAB-PROJECTION.
           05  WS-PROJ-MOIS        PIC 9(9)V99 OCCURS 24.
       01  WS-PROJ-ANNEE-ED        PIC 9(4) VALUE 0.
       01  WS-PROJ-MOIS-ED         PIC 9(2) VALUE 0.
       01  WS-RANG-MOIS            PIC 9(2) VALUE 0.

      *─── Dix plus fortes expositions, par encours decroissant ───────
       01  WS-NB-TOP               PIC 9(2) VALUE 0.
       01  WS-TAB-TOP.
           05  WS-TOP OCCURS 10.
               10  WS-TOP-ID       PIC X(6).
               10  WS-TOP-NOM      PIC X(30).
               10  WS-TOP-DEPT     PIC X(10).
               10  WS-TOP-CREDIT   PIC 9(2).
               10  WS-TOP-TAUX     PIC 9(2)V99.
               10  WS-TOP-RESTE    PIC 9(7)V99.
       01  WS-TOP-ECHANGE.
           05  FILLER              PIC X(6).
           05  FILLER              PIC X(30).
           05  FILLER              PIC X(10).
           05  FILLER              PIC 9(2).
           05  FILLER              PIC 9(2)V99.
           05  FILLER              PIC 9(7)V99.
       01  WS-TOP-IND              PIC 9(2) VALUE 0.

      *─── Zone de travail de la rupture departement ──────────────────
       01  WS-ENR-PORTEFEUILLE.
           05  WS-POR-DEPT         PIC X(10).
           05  WS-POR-TRANCHE      PIC 9(1).
           05  WS-POR-RESTE        PIC 9(7)V99.
       01  WS-DEPT-PREC            PIC X(10) VALUE SPACES.
       01  WS-PREM                 PIC 9 VALUE 1.

      *─── Lignes d'edition ───────────────────────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.
       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE '*** PORTEFEUILLE DES CREDITS EMPLOYES ***'.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-LIGNE-DATE.
           05  FILLER              PIC X(20)
               VALUE 'SITUATION AU '.
           05  WS-DAT-ED           PIC 9(8).
           05  FILLER              PIC X(52) VALUE SPACES.

       01  WS-LIGNE-RUBRIQUE.
           05  FILLER              PIC X(04) VALUE '--- '.
           05  WS-RUB-ED           PIC X(50).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-LIGNE-ENTETE-DEPT.
           05  FILLER              PIC X(11) VALUE 'DEPARTEMENT'.
           05  FILLER              PIC X(11) VALUE '    ENCOURS'.
           05  FILLER              PIC X(11) VALUE '   0-12 M.'.
           05  FILLER              PIC X(11) VALUE '  13-24 M.'.
           05  FILLER              PIC X(11) VALUE '  25-36 M.'.
           05  FILLER              PIC X(11) VALUE '  37-60 M.'.
           05  FILLER              PIC X(11) VALUE '    61+ M.'.
           05  FILLER              PIC X(03) VALUE SPACES.

       01  WS-LIGNE-DEPT.
           05  WS-LDP-DEPT         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LDP-TOTAL        PIC ZZ,ZZZ,ZZ9.
           05  WS-LDP-COL OCCURS 5.
               10  FILLER          PIC X(01).
               10  WS-LDP-TRANCHE  PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.

       01  WS-LIGNE-TAUX.
           05  FILLER              PIC X(30)
               VALUE 'TAUX MOYEN PONDERE PAR ENCOURS'.
           05  FILLER              PIC X(03) VALUE ' : '.
           05  WS-TX-MOYEN-ED      PIC Z9.99.
           05  FILLER              PIC X(02) VALUE ' %'.
           05  FILLER              PIC X(12) VALUE '   CREDITS :'.
           05  WS-TX-NB-ED         PIC ZZZZ9.
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-LIGNE-PROJECTION.
           05  WS-LPR-COL OCCURS 2.
               10  FILLER          PIC X(05).
               10  WS-LPR-ANNEE    PIC 9(4).
               10  WS-LPR-BARRE    PIC X(01).
               10  WS-LPR-MOIS     PIC 9(2).
               10  FILLER          PIC X(04).
               10  WS-LPR-MONTANT  PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(11).

       01  WS-LIGNE-ECHU.
           05  FILLER              PIC X(31)
               VALUE 'ECHEANCES DEPASSEES NON REGLEES'.
           05  FILLER              PIC X(03) VALUE ' : '.
           05  WS-ECH-ED           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-LIGNE-TOP.
           05  WS-LTP-RANG         PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LTP-ID           PIC X(6).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LTP-NOM          PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LTP-DEPT         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LTP-CREDIT       PIC 9(2).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LTP-TAUX         PIC Z9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LTP-RESTE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-LIGNE-PART.
           05  WS-LPA-LIBELLE      PIC X(24).
           05  FILLER              PIC X(08) VALUE 'NOMBRE '.
           05  WS-LPA-NB           PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE ' ('.
           05  WS-LPA-PCT-NB       PIC ZZ9.9.
           05  FILLER              PIC X(12) VALUE ' %) ENCOURS '.
           05  WS-LPA-ENCOURS      PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE ' ('.
           05  WS-LPA-PCT-ENC      PIC ZZ9.9.
           05  FILLER              PIC X(03) VALUE ' %)'.
           05  FILLER              PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           DISPLAY '=================================================='
           DISPLAY '  Portefeuille trimestriel des credits employes'
           DISPLAY '=================================================='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-MOIS-JOUR = WS-JOUR-ANNEE * 12 + WS-JOUR-MOIS

           INITIALIZE WS-TAB-TOTAL
           INITIALIZE WS-TAB-PROJECTION
           INITIALIZE WS-TAB-TOP

           SORT F-SORT
               ON ASCENDING KEY SORT-DEPT
               INPUT PROCEDURE IS 1000-MESURER-CREDITS
               OUTPUT PROCEDURE IS 3000-EDITER-PORTEFEUILLE

           DISPLAY 'CREDITS EN COURS        : ' WS-NB-CREDITS
           DISPLAY 'ENCOURS TOTAL           : ' WS-ENCOURS-TOTAL
           STOP RUN.

      ******************************************************************
      * 1000-MESURER-CREDITS : un enregistrement de tri par credit
      * non solde, porteur de son departement et de sa tranche de
      * duree ; totaux, projection et expositions au passage
      ******************************************************************
       1000-MESURER-CREDITS.
           OPEN INPUT F-CREEMP
           OPEN INPUT F-EMPLOYE
           OPEN INPUT F-ECHEANCES
           OPEN INPUT F-CREDTERM
           IF WS-FS-TRM = '00'
               MOVE 1 TO WS-TERM-OUVERT
           ELSE
               DISPLAY 'REGISTRE CREDTERM ABSENT - AUCUNE '
                       'RENEGOCIATION COMPTEE'
           END-IF

           MOVE 0 TO WS-EOF-CRD
           PERFORM UNTIL WS-EOF-CRD = 1
               READ F-CREEMP NEXT
                   AT END MOVE 1 TO WS-EOF-CRD
                   NOT AT END
                       IF CRD-RESTE > 0
                           PERFORM 1100-MESURER-UN-CREDIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-CREEMP
           CLOSE F-EMPLOYE
           CLOSE F-ECHEANCES
           IF WS-TERM-OUVERT = 1
               CLOSE F-CREDTERM
           END-IF.

       1100-MESURER-UN-CREDIT.
           ADD 1 TO WS-NB-CREDITS
           ADD CRD-RESTE TO WS-ENCOURS-TOTAL
           COMPUTE WS-ENCOURS-X-TAUX =
                   WS-ENCOURS-X-TAUX + CRD-RESTE * CRD-TAUX

           PERFORM 1200-PARCOURIR-ECHEANCIER

      *─── Credit sans echeancier : duree estimee sur l'echeance ──────
           IF WS-NB-RESTANTES = 0 AND CRD-MONTANT-ECH > 0
               DIVIDE CRD-RESTE BY CRD-MONTANT-ECH
                   GIVING WS-NB-RESTANTES
               IF WS-NB-RESTANTES * CRD-MONTANT-ECH < CRD-RESTE
                   ADD 1 TO WS-NB-RESTANTES
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-NB-RESTANTES <= 12
                   MOVE 1 TO WS-TRANCHE
               WHEN WS-NB-RESTANTES <= 24
                   MOVE 2 TO WS-TRANCHE
               WHEN WS-NB-RESTANTES <= 36
                   MOVE 3 TO WS-TRANCHE
               WHEN WS-NB-RESTANTES <= 60
                   MOVE 4 TO WS-TRANCHE
               WHEN OTHER
                   MOVE 5 TO WS-TRANCHE
           END-EVALUATE
           ADD CRD-RESTE TO WS-TOT-TRANCHE(WS-TRANCHE)

      *─── Parts assuree, renegociee et en vacance de paiement ────────
           IF CRD-ASSURANCE = 'O' OR CRD-ASSURANCE = 'S'
               ADD 1 TO WS-NB-ASSURES
               ADD CRD-RESTE TO WS-ENCOURS-ASSURES
           END-IF

           PERFORM 1300-CHERCHER-RENEGOCIATION THRU 1300-EXIT
           IF WS-RENEGOCIE = 'O'
               ADD 1 TO WS-NB-RENEGOCIES
               ADD CRD-RESTE TO WS-ENCOURS-RENEGOCIES
           END-IF

           IF CRD-REPORT-EN-COURS = 'O'
               ADD 1 TO WS-NB-EN-REPORT
               ADD CRD-RESTE TO WS-ENCOURS-EN-REPORT
           END-IF

      *─── Donnees employe pour le groupement et les expositions ──────
           MOVE CRD-ID-EMPL TO EMP-ID
           READ F-EMPLOYE
               INVALID KEY
                   MOVE 'INCONNU' TO EMP-NAME
                   MOVE 'INCONNU' TO EMP-DEPT
           END-READ

           PERFORM 1400-CLASSER-EXPOSITION THRU 1400-EXIT

           MOVE EMP-DEPT    TO SORT-DEPT
           MOVE WS-TRANCHE  TO SORT-TRANCHE
           MOVE CRD-RESTE   TO SORT-RESTE
           RELEASE ENR-SORT.

      *─── Echeances non couvertes par le reste (meme regle que le
      *    classement des retards) : duree residuelle et projection ──
       1200-PARCOURIR-ECHEANCIER.
           MOVE 0 TO WS-NB-RESTANTES

           MOVE CRD-ID-EMPL    TO ECH-ID-EMPL
           MOVE CRD-NUM-CREDIT TO ECH-NUM-CREDIT
           MOVE 0 TO ECH-RANG
           START F-ECHEANCES KEY IS >= ECH-CLE
               INVALID KEY MOVE 1 TO WS-EOF-ECH
               NOT INVALID KEY MOVE 0 TO WS-EOF-ECH
           END-START

           PERFORM UNTIL WS-EOF-ECH = 1
               READ F-ECHEANCES NEXT
                   AT END MOVE 1 TO WS-EOF-ECH
                   NOT AT END
                       IF ECH-ID-EMPL NOT = CRD-ID-EMPL
                           OR ECH-NUM-CREDIT NOT = CRD-NUM-CREDIT
                           MOVE 1 TO WS-EOF-ECH
                       ELSE
                           IF ECH-RESTE-PROJETE < CRD-RESTE
                               ADD 1 TO WS-NB-RESTANTES
                               PERFORM 1210-PROJETER-ECHEANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1210-PROJETER-ECHEANCE.
           COMPUTE WS-MOIS-ECH = ECH-ANNEE * 12 + ECH-MOIS
           COMPUTE WS-ECART-MOIS = WS-MOIS-ECH - WS-MOIS-JOUR

           EVALUATE TRUE
               WHEN ECH-DATE-PREVUE < WS-DATE-JOUR
                   ADD ECH-MONTANT TO WS-ECHU-NON-REGLE
               WHEN WS-ECART-MOIS < 24
                   ADD ECH-MONTANT
                       TO WS-PROJ-MOIS(WS-ECART-MOIS + 1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *─── Au moins une ligne CREDTERM pour le credit ─────────────────
       1300-CHERCHER-RENEGOCIATION.
           MOVE 'N' TO WS-RENEGOCIE
           IF WS-TERM-OUVERT = 0
               GO TO 1300-EXIT
           END-IF

           MOVE CRD-ID-EMPL    TO TRM-ID-EMPL
           MOVE CRD-NUM-CREDIT TO TRM-NUM-CREDIT
           MOVE 0 TO TRM-DATE
           MOVE 0 TO TRM-HEURE
           START F-CREDTERM KEY IS >= TRM-CLE
               INVALID KEY GO TO 1300-EXIT
           END-START

           READ F-CREDTERM NEXT
               AT END CONTINUE
               NOT AT END
                   IF TRM-ID-EMPL = CRD-ID-EMPL
                      AND TRM-NUM-CREDIT = CRD-NUM-CREDIT
                       MOVE 'O' TO WS-RENEGOCIE
                   END-IF
           END-READ.

       1300-EXIT.
           EXIT.

      *─── Insertion dans le palmares des dix plus fortes expositions:
      *    le credit prend la derniere place puis remonte ───────────
       1400-CLASSER-EXPOSITION.
           IF WS-NB-TOP = 10 AND CRD-RESTE <= WS-TOP-RESTE(10)
               GO TO 1400-EXIT
           END-IF

           IF WS-NB-TOP < 10
               ADD 1 TO WS-NB-TOP
           END-IF
           MOVE CRD-ID-EMPL    TO WS-TOP-ID(WS-NB-TOP)
           MOVE EMP-NAME       TO WS-TOP-NOM(WS-NB-TOP)
           MOVE EMP-DEPT       TO WS-TOP-DEPT(WS-NB-TOP)
           MOVE CRD-NUM-CREDIT TO WS-TOP-CREDIT(WS-NB-TOP)
           MOVE CRD-TAUX       TO WS-TOP-TAUX(WS-NB-TOP)
           MOVE CRD-RESTE      TO WS-TOP-RESTE(WS-NB-TOP)

           MOVE WS-NB-TOP TO WS-TOP-IND
           PERFORM UNTIL WS-TOP-IND <= 1
                   OR WS-TOP-RESTE(WS-TOP-IND - 1)
                      >= WS-TOP-RESTE(WS-TOP-IND)
               MOVE WS-TOP(WS-TOP-IND - 1) TO WS-TOP-ECHANGE
               MOVE WS-TOP(WS-TOP-IND) TO WS-TOP(WS-TOP-IND - 1)
               MOVE WS-TOP-ECHANGE TO WS-TOP(WS-TOP-IND)
               SUBTRACT 1 FROM WS-TOP-IND
           END-PERFORM.

       1400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EDITER-PORTEFEUILLE : encours par departement puis
      * synthese du portefeuille
      ******************************************************************
       3000-EDITER-PORTEFEUILLE.
           OPEN OUTPUT F-EDITION

           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE
           MOVE WS-DATE-JOUR TO WS-DAT-ED
           WRITE ENR-EDITION FROM WS-LIGNE-DATE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP

           MOVE 'ENCOURS PAR DEPARTEMENT ET DUREE RESIDUELLE'
               TO WS-RUB-ED
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-RUBRIQUE
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE-DEPT

           MOVE 0 TO WS-FIN-SORT
           PERFORM UNTIL WS-FIN-SORT = 1
               RETURN F-SORT INTO WS-ENR-PORTEFEUILLE
                   AT END MOVE 1 TO WS-FIN-SORT
                   NOT AT END
                       PERFORM 3100-CUMULER-DEPARTEMENT
               END-RETURN
           END-PERFORM
           IF WS-PREM = 0
               PERFORM 3150-EDITER-DEPARTEMENT
           END-IF

      *─── Ligne de total du portefeuille ─────────────────────────────
           MOVE 'TOTAL'          TO WS-LDP-DEPT
           MOVE WS-ENCOURS-TOTAL TO WS-LDP-TOTAL
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               MOVE WS-TOT-TRANCHE(WS-IND) TO WS-LDP-TRANCHE(WS-IND)
           END-PERFORM
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-DEPT

           PERFORM 3200-EDITER-TAUX-MOYEN
           PERFORM 3300-EDITER-PROJECTION
           PERFORM 3400-EDITER-EXPOSITIONS
           PERFORM 3500-EDITER-PARTS

           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           CLOSE F-EDITION.

       3100-CUMULER-DEPARTEMENT.
           IF WS-PREM = 0 AND WS-POR-DEPT NOT = WS-DEPT-PREC
               PERFORM 3150-EDITER-DEPARTEMENT
           END-IF
           IF WS-PREM = 1 OR WS-POR-DEPT NOT = WS-DEPT-PREC
               INITIALIZE WS-TAB-DEPT
               MOVE 0 TO WS-DEP-TOTAL
               MOVE 0 TO WS-DEP-NB
               MOVE WS-POR-DEPT TO WS-DEPT-PREC
               MOVE 0 TO WS-PREM
           END-IF

           ADD 1 TO WS-DEP-NB
           ADD WS-POR-RESTE TO WS-DEP-TOTAL
           ADD WS-POR-RESTE TO WS-DEP-TRANCHE(WS-POR-TRANCHE).

       3150-EDITER-DEPARTEMENT.
           MOVE SPACES          TO WS-LIGNE-DEPT
           MOVE WS-DEPT-PREC    TO WS-LDP-DEPT
           MOVE WS-DEP-TOTAL    TO WS-LDP-TOTAL
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               MOVE WS-DEP-TRANCHE(WS-IND) TO WS-LDP-TRANCHE(WS-IND)
           END-PERFORM
           WRITE ENR-EDITION FROM WS-LIGNE-DEPT.

       3200-EDITER-TAUX-MOYEN.
           MOVE 0 TO WS-TAUX-MOYEN
           IF WS-ENCOURS-TOTAL > 0
               COMPUTE WS-TAUX-MOYEN ROUNDED =
                       WS-ENCOURS-X-TAUX / WS-ENCOURS-TOTAL
           END-IF
           MOVE WS-TAUX-MOYEN TO WS-TX-MOYEN-ED
           MOVE WS-NB-CREDITS TO WS-TX-NB-ED
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-TAUX.

      *─── Deux mois par ligne : M et M+12 ────────────────────────────
       3300-EDITER-PROJECTION.
           MOVE 'REMBOURSEMENTS PROJETES SUR 24 MOIS'
               TO WS-RUB-ED
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-RUBRIQUE

           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 12
               MOVE SPACES TO WS-LIGNE-PROJECTION
               MOVE WS-IND TO WS-RANG-MOIS
               PERFORM 3310-GARNIR-MOIS
               MOVE WS-PROJ-ANNEE-ED TO WS-LPR-ANNEE(1)
               MOVE '/'              TO WS-LPR-BARRE(1)
               MOVE WS-PROJ-MOIS-ED  TO WS-LPR-MOIS(1)
               MOVE WS-PROJ-MOIS(WS-IND) TO WS-LPR-MONTANT(1)
               ADD 12 TO WS-RANG-MOIS
               PERFORM 3310-GARNIR-MOIS
               MOVE WS-PROJ-ANNEE-ED TO WS-LPR-ANNEE(2)
               MOVE '/'              TO WS-LPR-BARRE(2)
               MOVE WS-PROJ-MOIS-ED  TO WS-LPR-MOIS(2)
               MOVE WS-PROJ-MOIS(WS-RANG-MOIS) TO WS-LPR-MONTANT(2)
               WRITE ENR-EDITION FROM WS-LIGNE-PROJECTION
           END-PERFORM

           MOVE WS-ECHU-NON-REGLE TO WS-ECH-ED
           WRITE ENR-EDITION FROM WS-LIGNE-ECHU.

      *─── Annee/mois du rang WS-RANG-MOIS (1 = mois en cours) ────────
       3310-GARNIR-MOIS.
           COMPUTE WS-MOIS-ECH = WS-MOIS-JOUR + WS-RANG-MOIS - 2
           DIVIDE WS-MOIS-ECH BY 12 GIVING WS-PROJ-ANNEE-ED
               REMAINDER WS-PROJ-MOIS-ED
           ADD 1 TO WS-PROJ-MOIS-ED.

       3400-EDITER-EXPOSITIONS.
           MOVE 'DIX PLUS FORTES EXPOSITIONS' TO WS-RUB-ED
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-RUBRIQUE

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-NB-TOP
               MOVE WS-IND                TO WS-LTP-RANG
               MOVE WS-TOP-ID(WS-IND)     TO WS-LTP-ID
               MOVE WS-TOP-NOM(WS-IND)    TO WS-LTP-NOM
               MOVE WS-TOP-DEPT(WS-IND)   TO WS-LTP-DEPT
               MOVE WS-TOP-CREDIT(WS-IND) TO WS-LTP-CREDIT
               MOVE WS-TOP-TAUX(WS-IND)   TO WS-LTP-TAUX
               MOVE WS-TOP-RESTE(WS-IND)  TO WS-LTP-RESTE
               WRITE ENR-EDITION FROM WS-LIGNE-TOP
           END-PERFORM.

       3500-EDITER-PARTS.
           MOVE 'PROFIL DU PORTEFEUILLE' TO WS-RUB-ED
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-RUBRIQUE

           MOVE 'CREDITS ASSURES'    TO WS-LPA-LIBELLE
           MOVE WS-NB-ASSURES        TO WS-PART-NB
           MOVE WS-ENCOURS-ASSURES   TO WS-PART-ENCOURS
           PERFORM 3510-EDITER-UNE-PART

           MOVE 'CREDITS RENEGOCIES' TO WS-LPA-LIBELLE
           MOVE WS-NB-RENEGOCIES     TO WS-PART-NB
           MOVE WS-ENCOURS-RENEGOCIES TO WS-PART-ENCOURS
           PERFORM 3510-EDITER-UNE-PART

           MOVE 'VACANCE DE PAIEMENT' TO WS-LPA-LIBELLE
           MOVE WS-NB-EN-REPORT      TO WS-PART-NB
           MOVE WS-ENCOURS-EN-REPORT TO WS-PART-ENCOURS
           PERFORM 3510-EDITER-UNE-PART.

      *─── Pourcentages en nombre de credits et en encours ────────────
       3510-EDITER-UNE-PART.
           MOVE WS-PART-NB      TO WS-LPA-NB
           MOVE WS-PART-ENCOURS TO WS-LPA-ENCOURS

           MOVE 0 TO WS-POURCENT
           IF WS-NB-CREDITS > 0
               COMPUTE WS-POURCENT ROUNDED =
                       WS-PART-NB * 100 / WS-NB-CREDITS
           END-IF
           MOVE WS-POURCENT TO WS-LPA-PCT-NB

           MOVE 0 TO WS-POURCENT
           IF WS-ENCOURS-TOTAL > 0
               COMPUTE WS-POURCENT ROUNDED =
                       WS-PART-ENCOURS * 100 / WS-ENCOURS-TOTAL
           END-IF
           MOVE WS-POURCENT TO WS-LPA-PCT-ENC
           WRITE ENR-EDITION FROM WS-LIGNE-PART.
