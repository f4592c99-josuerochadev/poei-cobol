       IDENTIFICATION DIVISION.
       PROGRAM-ID. C04-TVADEC.
       AUTHOR. ROCHA.
      *----------------------------------------------------------------
      * PROGRAMME : Declaration trimestrielle de TVA
      *
      * Pour le trimestre demande en entree (AAAAT, T = 1 a 4) :
      *   1. TVA collectee par taux : registre des ventes
      *      (FACTREG.DAT) sur les trois mois, avoirs deduits taux
      *      par taux comme dans le journal des ventes C04-REGJRN ;
      *   2. TVA deductible par taux : registre des achats
      *      (ACHREG.DAT, C04-FACHAT) sur les trois mois, selon la
      *      date de facture comme dans le journal C04-ACHJRN ;
      *   3. solde : collectee - deductible - credit reporte du
      *      trimestre precedent. Positif, c'est le net a payer ;
      *      negatif, c'est un credit de TVA reporte sur le
      *      trimestre suivant.
      * La declaration est conservee dans TVADECL.DAT (cle AAAAT) :
      * le credit a reporter y est repris au trimestre suivant. Un
      * trimestre relance remplace sa declaration.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGISTRE
               ASSIGN TO 'FACTREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-NUMERO
               FILE STATUS IS WS-STATUS-REG.

           SELECT OPTIONAL F-ACHATS
               ASSIGN TO 'ACHREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACH-NUMERO
               FILE STATUS IS WS-STATUS-ACH.

           SELECT F-DECLARATIONS
               ASSIGN TO 'TVADECL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCL-PERIODE
               FILE STATUS IS WS-STATUS-DCL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-REGISTRE
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS.
       01  ENR-REGISTRE.
           05  REG-NUMERO          PIC 9(6).
           05  REG-DATE.
               10  REG-AAAAMM      PIC 9(6).
               10  REG-JJ          PIC 9(2).
           05  REG-CLIENT          PIC X(20).
           05  REG-NB-TAUX         PIC 9(1).
           05  REG-PAR-TAUX OCCURS 4 TIMES.
               10  REG-TAUX        PIC 9(2)V99.
               10  REG-BASE-HT     PIC 9(7)V99.
               10  REG-TVA         PIC 9(7)V99.
           05  REG-TOTAL-HT        PIC 9(8)V99.
           05  REG-TOTAL-TVA       PIC 9(8)V99.
           05  REG-TOTAL-TTC       PIC 9(8)V99.
           05  REG-TYPE            PIC X(1).
           05  REG-REF-ORIGINE     PIC 9(6).
           05  REG-NUM-CLIENT      PIC 9(6).
           05  REG-ECHEANCE        PIC 9(8).
           05  FILLER              PIC X(6).

       FD  F-ACHATS
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  ENR-ACHAT.
           05  ACH-NUMERO          PIC 9(6).
           05  ACH-DATE.
               10  ACH-AAAAMM      PIC 9(6).
               10  ACH-JJ          PIC 9(2).
           05  ACH-FOURNISSEUR     PIC X(20).
           05  ACH-REF-FOURN       PIC X(15).
           05  ACH-ECHEANCE        PIC 9(8).
           05  ACH-NB-TAUX         PIC 9(1).
           05  ACH-PAR-TAUX OCCURS 4 TIMES.
               10  ACH-TAUX        PIC 9(2)V99.
               10  ACH-BASE-HT     PIC 9(7)V99.
               10  ACH-TVA         PIC 9(7)V99.
           05  ACH-TOTAL-HT        PIC 9(8)V99.
           05  ACH-TOTAL-TVA       PIC 9(8)V99.
           05  ACH-TOTAL-TTC       PIC 9(8)V99.
           05  ACH-STATUT          PIC X(1).
           05  ACH-DATE-REGLEMENT  PIC 9(8).
           05  ACH-DATE-SAISIE     PIC 9(8).
           05  FILLER              PIC X(7).

      *----------------------------------------------------------------
      * FD TVADECL - 80 octets - une declaration par trimestre
      *----------------------------------------------------------------
       FD  F-DECLARATIONS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-DECLARATION.
           05  DCL-PERIODE         PIC 9(5).
           05  DCL-DATE            PIC 9(8).
           05  DCL-TVA-COLLECTEE   PIC S9(9)V99.
           05  DCL-TVA-DEDUCTIBLE  PIC S9(9)V99.
           05  DCL-CREDIT-ANTERIEUR PIC S9(9)V99.
           05  DCL-NET-A-PAYER     PIC S9(9)V99.
           05  DCL-CREDIT-A-REPORTER PIC S9(9)V99.
           05  FILLER              PIC X(12).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-REG           PIC XX.
       01  WS-STATUS-ACH           PIC XX.
       01  WS-STATUS-DCL           PIC XX.
       01  WS-FIN-FICHIER          PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Trimestre demande (AAAAT) et mois couverts
      *----------------------------------------------------------------
       01  WS-PERIODE-IN           PIC X(5).
       01  WS-PERIODE              PIC 9(5) VALUE 0.
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE        PIC 9(4).
           05  WS-PER-TRIMESTRE    PIC 9(1).
       01  WS-PERIODE-PREC         PIC 9(5) VALUE 0.
       01  WS-PERIODE-PREC-R REDEFINES WS-PERIODE-PREC.
           05  WS-PRE-ANNEE        PIC 9(4).
           05  WS-PRE-TRIMESTRE    PIC 9(1).
       01  WS-MOIS-DEBUT           PIC 9(6) VALUE 0.
       01  WS-MOIS-FIN             PIC 9(6) VALUE 0.
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * Cumuls par taux : TVA collectee (ventes nettes des avoirs)
      * et TVA deductible (achats), 8 taux au plus chacun
      *----------------------------------------------------------------
       01  WS-IDX-PIECE            PIC 9(1) VALUE 0.
       01  WS-IDX-CUM              PIC 9(1) VALUE 0.
       01  WS-TAUX-TROUVE          PIC 9 VALUE 0.

       01  WS-NB-TAUX-COL          PIC 9(1) VALUE 0.
       01  WS-TAB-COLLECTEE.
           05  WS-COL OCCURS 8 TIMES.
               10  WS-COL-TAUX     PIC 9(2)V99.
               10  WS-COL-HT       PIC S9(9)V99.
               10  WS-COL-TVA      PIC S9(9)V99.

       01  WS-NB-TAUX-DED          PIC 9(1) VALUE 0.
       01  WS-TAB-DEDUCTIBLE.
           05  WS-DED OCCURS 8 TIMES.
               10  WS-DED-TAUX     PIC 9(2)V99.
               10  WS-DED-HT       PIC S9(9)V99.
               10  WS-DED-TVA      PIC S9(9)V99.

       01  WS-NB-VENTES            PIC 9(5) VALUE 0.
       01  WS-NB-AVOIRS            PIC 9(5) VALUE 0.
       01  WS-NB-ACHATS            PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * Solde de la declaration
      *----------------------------------------------------------------
       01  WS-TVA-COLLECTEE        PIC S9(9)V99 VALUE 0.
       01  WS-TVA-DEDUCTIBLE       PIC S9(9)V99 VALUE 0.
       01  WS-CREDIT-ANTERIEUR     PIC S9(9)V99 VALUE 0.
       01  WS-SOLDE                PIC S9(9)V99 VALUE 0.
       01  WS-NET-A-PAYER          PIC S9(9)V99 VALUE 0.
       01  WS-CREDIT-A-REPORTER    PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * Zones d'edition
      *----------------------------------------------------------------
       01  WS-ED-TAUX              PIC Z9,99.
       01  WS-ED-MONTANT           PIC -Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  Declaration trimestrielle de TVA'
           DISPLAY '=================================================='

           DISPLAY 'Trimestre a declarer (AAAAT, T = 1 a 4) : '
           MOVE SPACES TO WS-PERIODE-IN
           ACCEPT WS-PERIODE-IN FROM SYSIN
           IF WS-PERIODE-IN NOT NUMERIC
               DISPLAY 'Trimestre invalide - abandon'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODE-IN TO WS-PERIODE
           IF WS-PER-TRIMESTRE < 1 OR WS-PER-TRIMESTRE > 4
               DISPLAY 'Trimestre invalide - abandon'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           COMPUTE WS-MOIS-DEBUT = WS-PER-ANNEE * 100
               + (WS-PER-TRIMESTRE - 1) * 3 + 1
           COMPUTE WS-MOIS-FIN = WS-MOIS-DEBUT + 2

           PERFORM 1000-CUMULER-VENTES
           PERFORM 2000-CUMULER-ACHATS
           PERFORM 3000-REPRENDRE-CREDIT
           PERFORM 4000-CALCULER-SOLDE
           PERFORM 5000-EDITER-DECLARATION
           PERFORM 6000-CONSERVER-DECLARATION
           STOP RUN.

      *----------------------------------------------------------------
      * TVA collectee : ventes du trimestre, avoirs en deduction
      *----------------------------------------------------------------
       1000-CUMULER-VENTES.
           OPEN INPUT F-REGISTRE
           IF WS-STATUS-REG NOT = '00'
               DISPLAY 'Registre des ventes indisponible : '
                   WS-STATUS-REG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ F-REGISTRE NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       IF REG-AAAAMM >= WS-MOIS-DEBUT
                           AND REG-AAAAMM <= WS-MOIS-FIN
                           PERFORM 1100-CUMULER-UNE-VENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-REGISTRE.

       1100-CUMULER-UNE-VENTE.
           IF REG-TYPE = 'A'
               ADD 1 TO WS-NB-AVOIRS
           ELSE
               ADD 1 TO WS-NB-VENTES
           END-IF

           PERFORM VARYING WS-IDX-PIECE FROM 1 BY 1
                   UNTIL WS-IDX-PIECE > REG-NB-TAUX
               MOVE 0 TO WS-TAUX-TROUVE
               PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                       UNTIL WS-IDX-CUM > WS-NB-TAUX-COL
                          OR WS-TAUX-TROUVE = 1
                   IF WS-COL-TAUX(WS-IDX-CUM)
                       = REG-TAUX(WS-IDX-PIECE)
                       MOVE 1 TO WS-TAUX-TROUVE
                   END-IF
               END-PERFORM
               IF WS-TAUX-TROUVE = 1
                   SUBTRACT 1 FROM WS-IDX-CUM
               ELSE
                   IF WS-NB-TAUX-COL < 8
                       ADD 1 TO WS-NB-TAUX-COL
                       MOVE WS-NB-TAUX-COL TO WS-IDX-CUM
                       MOVE REG-TAUX(WS-IDX-PIECE)
                           TO WS-COL-TAUX(WS-IDX-CUM)
                       MOVE 0 TO WS-COL-HT(WS-IDX-CUM)
                       MOVE 0 TO WS-COL-TVA(WS-IDX-CUM)
                       MOVE 1 TO WS-TAUX-TROUVE
                   END-IF
               END-IF
               IF WS-TAUX-TROUVE = 1
                   IF REG-TYPE = 'A'
                       SUBTRACT REG-BASE-HT(WS-IDX-PIECE)
                           FROM WS-COL-HT(WS-IDX-CUM)
                       SUBTRACT REG-TVA(WS-IDX-PIECE)
                           FROM WS-COL-TVA(WS-IDX-CUM)
                   ELSE
                       ADD REG-BASE-HT(WS-IDX-PIECE)
                           TO WS-COL-HT(WS-IDX-CUM)
                       ADD REG-TVA(WS-IDX-PIECE)
                           TO WS-COL-TVA(WS-IDX-CUM)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * TVA deductible : factures fournisseurs du trimestre
      *----------------------------------------------------------------
       2000-CUMULER-ACHATS.
           OPEN INPUT F-ACHATS
           IF WS-STATUS-ACH NOT = '00' AND WS-STATUS-ACH NOT = '05'
               DISPLAY 'Registre des achats indisponible : '
                   WS-STATUS-ACH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ F-ACHATS NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       IF ACH-AAAAMM >= WS-MOIS-DEBUT
                           AND ACH-AAAAMM <= WS-MOIS-FIN
                           PERFORM 2100-CUMULER-UN-ACHAT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ACHATS.

       2100-CUMULER-UN-ACHAT.
           ADD 1 TO WS-NB-ACHATS

           PERFORM VARYING WS-IDX-PIECE FROM 1 BY 1
                   UNTIL WS-IDX-PIECE > ACH-NB-TAUX
               MOVE 0 TO WS-TAUX-TROUVE
               PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                       UNTIL WS-IDX-CUM > WS-NB-TAUX-DED
                          OR WS-TAUX-TROUVE = 1
                   IF WS-DED-TAUX(WS-IDX-CUM)
                       = ACH-TAUX(WS-IDX-PIECE)
                       MOVE 1 TO WS-TAUX-TROUVE
                       ADD ACH-BASE-HT(WS-IDX-PIECE)
                           TO WS-DED-HT(WS-IDX-CUM)
                       ADD ACH-TVA(WS-IDX-PIECE)
                           TO WS-DED-TVA(WS-IDX-CUM)
                   END-IF
               END-PERFORM
               IF WS-TAUX-TROUVE = 0 AND WS-NB-TAUX-DED < 8
                   ADD 1 TO WS-NB-TAUX-DED
                   MOVE ACH-TAUX(WS-IDX-PIECE)
                       TO WS-DED-TAUX(WS-NB-TAUX-DED)
                   MOVE ACH-BASE-HT(WS-IDX-PIECE)
                       TO WS-DED-HT(WS-NB-TAUX-DED)
                   MOVE ACH-TVA(WS-IDX-PIECE)
                       TO WS-DED-TVA(WS-NB-TAUX-DED)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Credit de TVA reporte par la declaration du trimestre
      * precedent (aucun si elle n'a pas ete etablie)
      *----------------------------------------------------------------
       3000-REPRENDRE-CREDIT.
           IF WS-PER-TRIMESTRE = 1
               COMPUTE WS-PRE-ANNEE = WS-PER-ANNEE - 1
               MOVE 4 TO WS-PRE-TRIMESTRE
           ELSE
               MOVE WS-PER-ANNEE TO WS-PRE-ANNEE
               COMPUTE WS-PRE-TRIMESTRE = WS-PER-TRIMESTRE - 1
           END-IF

           MOVE 0 TO WS-CREDIT-ANTERIEUR
           OPEN INPUT F-DECLARATIONS
           IF WS-STATUS-DCL = '00'
               MOVE WS-PERIODE-PREC TO DCL-PERIODE
               READ F-DECLARATIONS
                   INVALID KEY
                       DISPLAY 'Pas de declaration pour '
                           WS-PERIODE-PREC ' - aucun credit reporte'
                   NOT INVALID KEY
                       MOVE DCL-CREDIT-A-REPORTER
                           TO WS-CREDIT-ANTERIEUR
               END-READ
               CLOSE F-DECLARATIONS
           END-IF.

       4000-CALCULER-SOLDE.
           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                   UNTIL WS-IDX-CUM > WS-NB-TAUX-COL
               ADD WS-COL-TVA(WS-IDX-CUM) TO WS-TVA-COLLECTEE
           END-PERFORM
           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                   UNTIL WS-IDX-CUM > WS-NB-TAUX-DED
               ADD WS-DED-TVA(WS-IDX-CUM) TO WS-TVA-DEDUCTIBLE
           END-PERFORM

           COMPUTE WS-SOLDE = WS-TVA-COLLECTEE
               - WS-TVA-DEDUCTIBLE - WS-CREDIT-ANTERIEUR

           IF WS-SOLDE > 0
               MOVE WS-SOLDE TO WS-NET-A-PAYER
               MOVE 0 TO WS-CREDIT-A-REPORTER
           ELSE
               MOVE 0 TO WS-NET-A-PAYER
               COMPUTE WS-CREDIT-A-REPORTER = 0 - WS-SOLDE
           END-IF.

       5000-EDITER-DECLARATION.
           DISPLAY ' '
           DISPLAY 'TRIMESTRE ' WS-PER-TRIMESTRE ' ' WS-PER-ANNEE
               ' (mois ' WS-MOIS-DEBUT ' a ' WS-MOIS-FIN ')'
           DISPLAY 'Factures de vente : ' WS-NB-VENTES
               '   avoirs : ' WS-NB-AVOIRS
               '   factures d achat : ' WS-NB-ACHATS

           DISPLAY ' '
           DISPLAY 'TVA COLLECTEE PAR TAUX (NETTE DES AVOIRS) :'
           DISPLAY 'TAUX         BASE HT               TVA'
           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                   UNTIL WS-IDX-CUM > WS-NB-TAUX-COL
               MOVE WS-COL-TAUX(WS-IDX-CUM) TO WS-ED-TAUX
               DISPLAY WS-ED-TAUX '%' WITH NO ADVANCING
               MOVE WS-COL-HT(WS-IDX-CUM) TO WS-ED-MONTANT
               DISPLAY ' ' WS-ED-MONTANT WITH NO ADVANCING
               MOVE WS-COL-TVA(WS-IDX-CUM) TO WS-ED-MONTANT
               DISPLAY ' ' WS-ED-MONTANT
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'TVA DEDUCTIBLE PAR TAUX (ACHATS) :'
           DISPLAY 'TAUX         BASE HT               TVA'
           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                   UNTIL WS-IDX-CUM > WS-NB-TAUX-DED
               MOVE WS-DED-TAUX(WS-IDX-CUM) TO WS-ED-TAUX
               DISPLAY WS-ED-TAUX '%' WITH NO ADVANCING
               MOVE WS-DED-HT(WS-IDX-CUM) TO WS-ED-MONTANT
               DISPLAY ' ' WS-ED-MONTANT WITH NO ADVANCING
               MOVE WS-DED-TVA(WS-IDX-CUM) TO WS-ED-MONTANT
               DISPLAY ' ' WS-ED-MONTANT
           END-PERFORM

           DISPLAY ' '
           MOVE WS-TVA-COLLECTEE TO WS-ED-MONTANT
           DISPLAY 'TVA collectee              : ' WS-ED-MONTANT
           MOVE WS-TVA-DEDUCTIBLE TO WS-ED-MONTANT
           DISPLAY 'TVA deductible             : ' WS-ED-MONTANT
           MOVE WS-CREDIT-ANTERIEUR TO WS-ED-MONTANT
           DISPLAY 'Credit reporte (trim. prec.): ' WS-ED-MONTANT
           IF WS-NET-A-PAYER > 0
               MOVE WS-NET-A-PAYER TO WS-ED-MONTANT
               DISPLAY 'TVA NETTE A PAYER          : ' WS-ED-MONTANT
           ELSE
               MOVE WS-CREDIT-A-REPORTER TO WS-ED-MONTANT
               DISPLAY 'CREDIT DE TVA A REPORTER   : ' WS-ED-MONTANT
           END-IF.

      *----------------------------------------------------------------
      * La declaration est conservee (remplacee si le trimestre est
      * relance) pour le report du credit au trimestre suivant
      *----------------------------------------------------------------
       6000-CONSERVER-DECLARATION.
           OPEN I-O F-DECLARATIONS
           IF WS-STATUS-DCL = '35'
               CLOSE F-DECLARATIONS
               OPEN OUTPUT F-DECLARATIONS
               CLOSE F-DECLARATIONS
               OPEN I-O F-DECLARATIONS
           END-IF
           IF WS-STATUS-DCL NOT = '00'
               DISPLAY 'Fichier des declarations indisponible : '
                   WS-STATUS-DCL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ENR-DECLARATION
           MOVE WS-PERIODE TO DCL-PERIODE
           MOVE WS-DATE-JOUR TO DCL-DATE
           MOVE WS-TVA-COLLECTEE TO DCL-TVA-COLLECTEE
           MOVE WS-TVA-DEDUCTIBLE TO DCL-TVA-DEDUCTIBLE
           MOVE WS-CREDIT-ANTERIEUR TO DCL-CREDIT-ANTERIEUR
           MOVE WS-NET-A-PAYER TO DCL-NET-A-PAYER
           MOVE WS-CREDIT-A-REPORTER TO DCL-CREDIT-A-REPORTER

           WRITE ENR-DECLARATION
               INVALID KEY
                   REWRITE ENR-DECLARATION
                       INVALID KEY
                           DISPLAY 'Declaration non conservee : '
                               WS-STATUS-DCL
                           MOVE 4 TO RETURN-CODE
                   END-REWRITE
           END-WRITE
           CLOSE F-DECLARATIONS

           DISPLAY ' '
           DISPLAY 'Declaration ' WS-PERIODE ' conservee.'.
