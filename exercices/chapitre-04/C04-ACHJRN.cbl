       IDENTIFICATION DIVISION.
       PROGRAM-ID. C04-ACHJRN.
       AUTHOR. ROCHA.
      *----------------------------------------------------------------
      * PROGRAMME : Journal mensuel des achats depuis le registre
      *
      * Pendant de C04-REGJRN pour les fournisseurs : relit le
      * registre des factures fournisseurs (ACHREG.DAT, alimente
      * par C04-FACHAT) pour le mois demande en entree (AAAAMM,
      * blanc = tout le registre), liste les factures en sequence
      * de numero avec leur echeance et leur statut de reglement,
      * et totalise le net, la TVA deductible et le TTC par taux
      * de TVA. Le mois est celui de la date de facture (ACH-DATE),
      * comme pour la declaration de TVA (C04-TVADEC).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACHATS
               ASSIGN TO 'ACHREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACH-NUMERO
               FILE STATUS IS WS-STATUS-ACH.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ACH           PIC XX.
       01  WS-FIN-FICHIER          PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Mois demande (AAAAMM, blanc = tout)
      *----------------------------------------------------------------
       01  WS-MOIS-IN              PIC X(6).

      *----------------------------------------------------------------
      * Cumuls du journal par taux de TVA (8 taux au plus)
      *----------------------------------------------------------------
       01  WS-NB-TAUX              PIC 9(1) VALUE 0.
       01  WS-IDX-ACH              PIC 9(1) VALUE 0.
       01  WS-IDX-CUM              PIC 9(1) VALUE 0.
       01  WS-TAUX-TROUVE          PIC 9 VALUE 0.
       01  WS-TAB-CUMULS.
           05  WS-CUM OCCURS 8 TIMES.
               10  WS-CUM-TAUX     PIC 9(2)V99.
               10  WS-CUM-HT       PIC 9(9)V99.
               10  WS-CUM-TVA      PIC 9(9)V99.

       01  WS-NB-FACTURES          PIC 9(5) VALUE 0.
       01  WS-NB-A-REGLER          PIC 9(5) VALUE 0.
       01  WS-TOT-HT               PIC 9(10)V99 VALUE 0.
       01  WS-TOT-TVA              PIC 9(10)V99 VALUE 0.
       01  WS-TOT-TTC              PIC 9(10)V99 VALUE 0.
       01  WS-BRUT-TAUX            PIC 9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * Zones d'edition
      *----------------------------------------------------------------
       01  WS-ED-TAUX              PIC Z9,99.
       01  WS-ED-MONTANT           PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  Journal mensuel des achats (registre fournisseur)'
           DISPLAY '=================================================='

           DISPLAY 'Mois demande (AAAAMM, blanc = tout) : '
           MOVE SPACES TO WS-MOIS-IN
           ACCEPT WS-MOIS-IN FROM SYSIN

           OPEN INPUT F-ACHATS
           IF WS-STATUS-ACH NOT = '00'
               DISPLAY 'Registre des achats indisponible : '
                   WS-STATUS-ACH
               STOP RUN
           END-IF

           DISPLAY ' '
           DISPLAY 'NUMERO  DATE      FOURNISSEUR          ECHEANCE '
                   'S            HT           TVA'

           PERFORM 1000-LIRE-ACHAT
               UNTIL WS-FIN-FICHIER = 1

           CLOSE F-ACHATS

           PERFORM 3000-EDITER-TOTAUX-PAR-TAUX
           STOP RUN.

       1000-LIRE-ACHAT.
           READ F-ACHATS NEXT
               AT END MOVE 1 TO WS-FIN-FICHIER
               NOT AT END
                   IF WS-MOIS-IN = SPACES
                       OR ACH-AAAAMM = WS-MOIS-IN
                       PERFORM 1100-EDITER-ACHAT
                       PERFORM 2000-CUMULER-PAR-TAUX
                   END-IF
           END-READ.

       1100-EDITER-ACHAT.
           ADD 1 TO WS-NB-FACTURES
           IF ACH-STATUT = 'A'
               ADD 1 TO WS-NB-A-REGLER
           END-IF
           ADD ACH-TOTAL-HT  TO WS-TOT-HT
           ADD ACH-TOTAL-TVA TO WS-TOT-TVA
           ADD ACH-TOTAL-TTC TO WS-TOT-TTC

           DISPLAY ACH-NUMERO '  ' ACH-DATE '  ' ACH-FOURNISSEUR
               ' ' ACH-ECHEANCE ' ' ACH-STATUT WITH NO ADVANCING
           MOVE ACH-TOTAL-HT TO WS-ED-MONTANT
           DISPLAY ' ' WS-ED-MONTANT WITH NO ADVANCING
           MOVE ACH-TOTAL-TVA TO WS-ED-MONTANT
           DISPLAY ' ' WS-ED-MONTANT.

       2000-CUMULER-PAR-TAUX.
           PERFORM VARYING WS-IDX-ACH FROM 1 BY 1
                   UNTIL WS-IDX-ACH > ACH-NB-TAUX
               MOVE 0 TO WS-TAUX-TROUVE
               PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                       UNTIL WS-IDX-CUM > WS-NB-TAUX
                          OR WS-TAUX-TROUVE = 1
                   IF WS-CUM-TAUX(WS-IDX-CUM)
                       = ACH-TAUX(WS-IDX-ACH)
                       MOVE 1 TO WS-TAUX-TROUVE
                       ADD ACH-BASE-HT(WS-IDX-ACH)
                           TO WS-CUM-HT(WS-IDX-CUM)
                       ADD ACH-TVA(WS-IDX-ACH)
                           TO WS-CUM-TVA(WS-IDX-CUM)
                   END-IF
               END-PERFORM
               IF WS-TAUX-TROUVE = 0 AND WS-NB-TAUX < 8
                   ADD 1 TO WS-NB-TAUX
                   MOVE ACH-TAUX(WS-IDX-ACH)
                       TO WS-CUM-TAUX(WS-NB-TAUX)
                   MOVE ACH-BASE-HT(WS-IDX-ACH)
                       TO WS-CUM-HT(WS-NB-TAUX)
                   MOVE ACH-TVA(WS-IDX-ACH)
                       TO WS-CUM-TVA(WS-NB-TAUX)
               END-IF
           END-PERFORM.

       3000-EDITER-TOTAUX-PAR-TAUX.
           DISPLAY ' '
           DISPLAY 'VENTILATION PAR TAUX DE TVA DEDUCTIBLE :'
           DISPLAY 'TAUX     BASE HT          TVA          BRUT'

           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                   UNTIL WS-IDX-CUM > WS-NB-TAUX
               MOVE WS-CUM-TAUX(WS-IDX-CUM) TO WS-ED-TAUX
               DISPLAY WS-ED-TAUX '%' WITH NO ADVANCING
               MOVE WS-CUM-HT(WS-IDX-CUM) TO WS-ED-MONTANT
               DISPLAY ' ' WS-ED-MONTANT WITH NO ADVANCING
               MOVE WS-CUM-TVA(WS-IDX-CUM) TO WS-ED-MONTANT
               DISPLAY ' ' WS-ED-MONTANT WITH NO ADVANCING
               COMPUTE WS-BRUT-TAUX =
                   WS-CUM-HT(WS-IDX-CUM) + WS-CUM-TVA(WS-IDX-CUM)
               MOVE WS-BRUT-TAUX TO WS-ED-MONTANT
               DISPLAY ' ' WS-ED-MONTANT
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'Factures au journal : ' WS-NB-FACTURES
           DISPLAY 'Dont a regler       : ' WS-NB-A-REGLER
           MOVE WS-TOT-HT TO WS-ED-MONTANT
           DISPLAY 'Total HT  : ' WS-ED-MONTANT
           MOVE WS-TOT-TVA TO WS-ED-MONTANT
           DISPLAY 'Total TVA : ' WS-ED-MONTANT
           MOVE WS-TOT-TTC TO WS-ED-MONTANT
           DISPLAY 'Total TTC : ' WS-ED-MONTANT.
