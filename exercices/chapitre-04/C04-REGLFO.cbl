       IDENTIFICATION DIVISION.
       PROGRAM-ID. C04-REGLFO.
       AUTHOR. ROCHA.
      *----------------------------------------------------------------
      * PROGRAMME : Campagne de reglement des fournisseurs
      *
      * Parcourt le registre des factures fournisseurs (ACHREG.DAT,
      * alimente par C04-FACHAT) et retient chaque facture au
      * statut 'A' (a regler) dont l'echeance est atteinte a la
      * date limite saisie (AAAAMMJJ, blanc = date du jour) :
      *   - en mode 'S' (simulation) la campagne est seulement
      *     listee, rien n'est modifie ;
      *   - en mode 'R' (reglement) un ordre de virement par
      *     facture est ecrit dans VIRFOURN.DAT (fournisseur,
      *     reference, montant TTC, date) et la facture passe au
      *     statut 'R' avec sa date de reglement.
      * Les factures non echues sont comptees a part.
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

           SELECT F-VIREMENTS
               ASSIGN TO 'VIRFOURN.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-VIR.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ACHATS
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  ENR-ACHAT.
           05  ACH-NUMERO          PIC 9(6).
           05  ACH-DATE            PIC 9(8).
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
      * FD VIRFOURN - 60 octets - un ordre de virement par facture
      *----------------------------------------------------------------
       FD  F-VIREMENTS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ENR-VIREMENT.
           05  VIR-NUMERO          PIC 9(6).
           05  VIR-FOURNISSEUR     PIC X(20).
           05  VIR-REF-FOURN       PIC X(15).
           05  VIR-MONTANT         PIC 9(8)V99.
           05  VIR-DATE            PIC 9(8).
           05  FILLER              PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ACH           PIC XX.
       01  WS-STATUS-VIR           PIC XX.
       01  WS-FIN-FICHIER          PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Saisies
      *----------------------------------------------------------------
       01  WS-DATE-IN              PIC X(8).
       01  WS-MODE                 PIC X(1).
           88  WS-SIMULATION       VALUE 'S'.
           88  WS-REGLEMENT        VALUE 'R'.
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-DATE-LIMITE          PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * Compteurs de la campagne
      *----------------------------------------------------------------
       01  WS-NB-REGLEES           PIC 9(5) VALUE 0.
       01  WS-NB-NON-ECHUES        PIC 9(5) VALUE 0.
       01  WS-TOT-REGLE            PIC 9(10)V99 VALUE 0.
       01  WS-TOT-NON-ECHU         PIC 9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * Zones d'edition
      *----------------------------------------------------------------
       01  WS-ED-MONTANT           PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  Campagne de reglement des fournisseurs'
           DISPLAY '=================================================='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY 'Echeance limite (AAAAMMJJ, blanc = ce jour) : '
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM SYSIN
           IF WS-DATE-IN = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-LIMITE
           ELSE
               IF WS-DATE-IN NOT NUMERIC
                   DISPLAY 'Date limite invalide - abandon'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-IN TO WS-DATE-LIMITE
           END-IF

           DISPLAY 'Mode (S = simulation, R = reglement) : '
           ACCEPT WS-MODE FROM SYSIN
           IF NOT WS-SIMULATION AND NOT WS-REGLEMENT
               DISPLAY 'Mode invalide - abandon'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REGLEMENT
               OPEN I-O F-ACHATS
           ELSE
               OPEN INPUT F-ACHATS
           END-IF
           IF WS-STATUS-ACH NOT = '00'
               DISPLAY 'Registre des achats indisponible : '
                   WS-STATUS-ACH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REGLEMENT
               OPEN EXTEND F-VIREMENTS
               IF WS-STATUS-VIR = '35'
                   OPEN OUTPUT F-VIREMENTS
               END-IF
               IF WS-STATUS-VIR NOT = '00'
                   DISPLAY 'Fichier des virements indisponible : '
                       WS-STATUS-VIR
                   CLOSE F-ACHATS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY 'NUMERO  FOURNISSEUR          REFERENCE       '
                   'ECHEANCE              TTC'

           PERFORM 1000-LIRE-ACHAT
               UNTIL WS-FIN-FICHIER = 1

           CLOSE F-ACHATS
           IF WS-REGLEMENT
               CLOSE F-VIREMENTS
           END-IF

           PERFORM 3000-EDITER-BILAN
           STOP RUN.

       1000-LIRE-ACHAT.
           READ F-ACHATS NEXT
               AT END MOVE 1 TO WS-FIN-FICHIER
               NOT AT END
                   IF ACH-STATUT = 'A'
                       IF ACH-ECHEANCE <= WS-DATE-LIMITE
                           PERFORM 2000-REGLER-FACTURE
                       ELSE
                           ADD 1 TO WS-NB-NON-ECHUES
                           ADD ACH-TOTAL-TTC TO WS-TOT-NON-ECHU
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Une facture echue : ordre de virement et statut 'R'
      * (en simulation, la facture est seulement listee)
      *----------------------------------------------------------------
       2000-REGLER-FACTURE.
           MOVE ACH-TOTAL-TTC TO WS-ED-MONTANT
           DISPLAY ACH-NUMERO '  ' ACH-FOURNISSEUR ' ' ACH-REF-FOURN
               ' ' ACH-ECHEANCE ' ' WS-ED-MONTANT

           IF WS-REGLEMENT
               MOVE SPACES TO ENR-VIREMENT
               MOVE ACH-NUMERO TO VIR-NUMERO
               MOVE ACH-FOURNISSEUR TO VIR-FOURNISSEUR
               MOVE ACH-REF-FOURN TO VIR-REF-FOURN
               MOVE ACH-TOTAL-TTC TO VIR-MONTANT
               MOVE WS-DATE-JOUR TO VIR-DATE
               WRITE ENR-VIREMENT

               MOVE 'R' TO ACH-STATUT
               MOVE WS-DATE-JOUR TO ACH-DATE-REGLEMENT
               REWRITE ENR-ACHAT
                   INVALID KEY
                       DISPLAY 'Mise a jour impossible : '
                           ACH-NUMERO
                       MOVE 4 TO RETURN-CODE
               END-REWRITE
           END-IF

           ADD 1 TO WS-NB-REGLEES
           ADD ACH-TOTAL-TTC TO WS-TOT-REGLE.

       3000-EDITER-BILAN.
           DISPLAY ' '
           IF WS-REGLEMENT
               DISPLAY 'Factures reglees      : ' WS-NB-REGLEES
           ELSE
               DISPLAY 'SIMULATION - aucun virement emis'
               DISPLAY 'Factures a regler     : ' WS-NB-REGLEES
           END-IF
           MOVE WS-TOT-REGLE TO WS-ED-MONTANT
           DISPLAY 'Montant de la campagne : ' WS-ED-MONTANT ' EUR'
           DISPLAY 'Factures non echues   : ' WS-NB-NON-ECHUES
           MOVE WS-TOT-NON-ECHU TO WS-ED-MONTANT
           DISPLAY 'Montant non echu      : ' WS-ED-MONTANT ' EUR'.
