       IDENTIFICATION DIVISION.
       PROGRAM-ID. C04-FACHAT.
       AUTHOR. ROCHA.
      *----------------------------------------------------------------
      * PROGRAMME : Enregistrement d'une facture fournisseur
      *
      * Pendant des achats de C04-FACTURE : chaque facture recue
      * d'un fournisseur est portee au registre indexe ACHREG.DAT
      * sous un numero interne attribue par le compteur ACHNUM.DAT :
      *   - fournisseur, reference de sa facture, date de facture
      *     (blanc = date du jour) ;
      *   - echeance de paiement = date de facture + delai saisi
      *     en jours (blanc = 30 jours) ;
      *   - bases HT saisies taux par taux (4 taux au plus), la TVA
      *     deductible calculee par taux comme sur nos ventes ;
      *   - CONTROLE : une meme reference fournisseur ne s'enregistre
      *     pas deux fois (doublon refuse).
      * La facture entre au statut 'A' (a regler). Le reglement se
      * fait par C04-REGLFO, le journal des achats s'edite avec
      * C04-ACHJRN et la declaration de TVA avec C04-TVADEC.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-NUMERO
               FILE STATUS IS WS-STATUS-ACH.

           SELECT OPTIONAL F-COMPTEUR
               ASSIGN TO 'ACHNUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NUM.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Registre des factures fournisseurs - 1 enregistrement par
      * facture, avec la ventilation par taux de TVA (4 taux au plus)
      *----------------------------------------------------------------
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
      * Statut : 'A' a regler, 'R' reglee (cf. C04-REGLFO)
           05  ACH-STATUT          PIC X(1).
           05  ACH-DATE-REGLEMENT  PIC 9(8).
           05  ACH-DATE-SAISIE     PIC 9(8).
           05  FILLER              PIC X(7).

       FD  F-COMPTEUR
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-COMPTEUR.
           05  CPT-DERNIER-NUMERO  PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ACH           PIC XX.
       01  WS-STATUS-NUM           PIC XX.

       01  WS-FIN-FICHIER          PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Saisies
      *----------------------------------------------------------------
       01  WS-FOURNISSEUR          PIC X(20).
       01  WS-REF-FOURN            PIC X(15).
       01  WS-DATE-IN              PIC X(8).
       01  WS-DELAI-IN             PIC X(3).
       01  WS-NB-TAUX-IN           PIC X(1).
       01  WS-TAUX-IN              PIC X(6).
       01  WS-MONTANT-IN           PIC X(12).

       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-DATE-FACTURE         PIC 9(8) VALUE 0.
       01  WS-DELAI                PIC 9(3) VALUE 0.
       01  WS-ECHEANCE             PIC 9(8) VALUE 0.
       01  WS-NUMERO-ACHAT         PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * Facture en cours de constitution
      *----------------------------------------------------------------
       01  WS-NB-TAUX              PIC 9(1) VALUE 0.
       01  WS-IDX-TAUX             PIC 9(1) VALUE 0.
       01  WS-TAB-TAUX.
           05  WS-VENT OCCURS 4 TIMES.
               10  WS-VENT-TAUX    PIC 9(2)V99.
               10  WS-VENT-HT      PIC 9(7)V99.
               10  WS-VENT-TVA     PIC 9(7)V99.
       01  WS-TOTAL-HT             PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-TVA            PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-TTC            PIC 9(8)V99 VALUE 0.

      *----------------------------------------------------------------
      * Zones d'edition
      *----------------------------------------------------------------
       01  WS-ED-TAUX              PIC Z9,99.
       01  WS-ED-MONTANT           PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  Enregistrement d une facture fournisseur'
           DISPLAY '=================================================='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM 1000-SAISIR-ENTETE

           OPEN I-O F-ACHATS
           IF WS-STATUS-ACH = '35'
               CLOSE F-ACHATS
               OPEN OUTPUT F-ACHATS
               CLOSE F-ACHATS
               OPEN I-O F-ACHATS
           END-IF
           IF WS-STATUS-ACH NOT = '00'
               DISPLAY 'Registre des achats indisponible : '
                   WS-STATUS-ACH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-CONTROLER-DOUBLON
           PERFORM 3000-SAISIR-TAUX
           PERFORM 4000-ENREGISTRER-ACHAT

           CLOSE F-ACHATS
           STOP RUN.

      *----------------------------------------------------------------
      * Fournisseur, reference, date de facture et echeance
      *----------------------------------------------------------------
       1000-SAISIR-ENTETE.
           DISPLAY 'Fournisseur : '
           ACCEPT WS-FOURNISSEUR FROM SYSIN
           DISPLAY 'Reference de la facture fournisseur : '
           ACCEPT WS-REF-FOURN FROM SYSIN

           IF WS-FOURNISSEUR = SPACES OR WS-REF-FOURN = SPACES
               DISPLAY 'Fournisseur et reference obligatoires'
                   ' - abandon'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Date de facture (AAAAMMJJ, blanc = ce jour) : '
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM SYSIN
           IF WS-DATE-IN = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-FACTURE
           ELSE
               IF WS-DATE-IN NOT NUMERIC
                   DISPLAY 'Date de facture invalide - abandon'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-IN TO WS-DATE-FACTURE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FACTURE) > 0
                   DISPLAY 'Date de facture invalide - abandon'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY 'Delai de paiement en jours (blanc = 30) : '
           MOVE SPACES TO WS-DELAI-IN
           ACCEPT WS-DELAI-IN FROM SYSIN
           IF WS-DELAI-IN = SPACES
               MOVE 30 TO WS-DELAI
           ELSE
               COMPUTE WS-DELAI = FUNCTION NUMVAL(WS-DELAI-IN)
           END-IF

           COMPUTE WS-ECHEANCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-FACTURE) + WS-DELAI).

      *----------------------------------------------------------------
      * Une reference fournisseur ne se saisit qu'une fois
      * (balayage du registre des achats)
      *----------------------------------------------------------------
       2000-CONTROLER-DOUBLON.
           MOVE 0 TO ACH-NUMERO
           START F-ACHATS KEY >= ACH-NUMERO
               INVALID KEY
                   MOVE 1 TO WS-FIN-FICHIER
           END-START

           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ F-ACHATS NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       IF ACH-FOURNISSEUR = WS-FOURNISSEUR
                           AND ACH-REF-FOURN = WS-REF-FOURN
                           DISPLAY 'Facture deja enregistree sous le'
                               ' numero ' ACH-NUMERO ' - abandon'
                           CLOSE F-ACHATS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-FIN-FICHIER.

      *----------------------------------------------------------------
      * Saisie des bases HT taux par taux ; la TVA deductible se
      * calcule comme sur nos factures (base x taux / 100)
      *----------------------------------------------------------------
       3000-SAISIR-TAUX.
           DISPLAY 'Nombre de taux de TVA sur la facture (1 a 4) : '
           ACCEPT WS-NB-TAUX-IN FROM SYSIN
           IF WS-NB-TAUX-IN NOT NUMERIC
               OR WS-NB-TAUX-IN < '1' OR WS-NB-TAUX-IN > '4'
               DISPLAY 'Nombre de taux invalide - abandon'
               CLOSE F-ACHATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NB-TAUX-IN TO WS-NB-TAUX

           INITIALIZE WS-TAB-TAUX
           PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                   UNTIL WS-IDX-TAUX > WS-NB-TAUX
               DISPLAY 'Taux de TVA (%) : '
               ACCEPT WS-TAUX-IN FROM SYSIN
               COMPUTE WS-VENT-TAUX(WS-IDX-TAUX) =
                   FUNCTION NUMVAL(WS-TAUX-IN)
               MOVE WS-VENT-TAUX(WS-IDX-TAUX) TO WS-ED-TAUX
               DISPLAY 'Base HT au taux ' WS-ED-TAUX '% : '
               ACCEPT WS-MONTANT-IN FROM SYSIN
               COMPUTE WS-VENT-HT(WS-IDX-TAUX) =
                   FUNCTION NUMVAL(WS-MONTANT-IN)
               COMPUTE WS-VENT-TVA(WS-IDX-TAUX) =
                   WS-VENT-HT(WS-IDX-TAUX)
                       * WS-VENT-TAUX(WS-IDX-TAUX) / 100
               ADD WS-VENT-HT(WS-IDX-TAUX) TO WS-TOTAL-HT
               ADD WS-VENT-TVA(WS-IDX-TAUX) TO WS-TOTAL-TVA
           END-PERFORM

           COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-TOTAL-TVA

           IF WS-TOTAL-TTC = 0
               DISPLAY 'Facture a zero - abandon'
               CLOSE F-ACHATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * La facture entre au registre des achats, statut 'A'
      *----------------------------------------------------------------
       4000-ENREGISTRER-ACHAT.
           PERFORM 4100-ATTRIBUER-NUMERO

           MOVE SPACES TO ENR-ACHAT
           MOVE WS-NUMERO-ACHAT TO ACH-NUMERO
           MOVE WS-DATE-FACTURE TO ACH-DATE
           MOVE WS-FOURNISSEUR TO ACH-FOURNISSEUR
           MOVE WS-REF-FOURN TO ACH-REF-FOURN
           MOVE WS-ECHEANCE TO ACH-ECHEANCE
           MOVE WS-NB-TAUX TO ACH-NB-TAUX
           PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                   UNTIL WS-IDX-TAUX > 4
               MOVE WS-VENT-TAUX(WS-IDX-TAUX)
                   TO ACH-TAUX(WS-IDX-TAUX)
               MOVE WS-VENT-HT(WS-IDX-TAUX)
                   TO ACH-BASE-HT(WS-IDX-TAUX)
               MOVE WS-VENT-TVA(WS-IDX-TAUX)
                   TO ACH-TVA(WS-IDX-TAUX)
           END-PERFORM
           MOVE WS-TOTAL-HT TO ACH-TOTAL-HT
           MOVE WS-TOTAL-TVA TO ACH-TOTAL-TVA
           MOVE WS-TOTAL-TTC TO ACH-TOTAL-TTC
           MOVE 'A' TO ACH-STATUT
           MOVE 0 TO ACH-DATE-REGLEMENT
           MOVE WS-DATE-JOUR TO ACH-DATE-SAISIE

           WRITE ENR-ACHAT
               INVALID KEY
                   DISPLAY 'Numero deja au registre des achats : '
                       ACH-NUMERO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-TOTAL-TVA TO WS-ED-MONTANT
                   DISPLAY 'Facture fournisseur ' ACH-NUMERO
                       ' portee au registre - TVA deductible : '
                       WS-ED-MONTANT ' EUR'
                   MOVE WS-TOTAL-TTC TO WS-ED-MONTANT
                   DISPLAY '  TTC ' WS-ED-MONTANT
                       ' EUR a regler le ' WS-ECHEANCE
           END-WRITE.

      *----------------------------------------------------------------
      * Attribution du numero interne par le compteur persistant
      *----------------------------------------------------------------
       4100-ATTRIBUER-NUMERO.
           MOVE 0 TO WS-NUMERO-ACHAT
           OPEN INPUT F-COMPTEUR
           IF WS-STATUS-NUM = '00'
               READ F-COMPTEUR
                   AT END CONTINUE
                   NOT AT END
                       MOVE CPT-DERNIER-NUMERO
                           TO WS-NUMERO-ACHAT
               END-READ
           END-IF
           CLOSE F-COMPTEUR

           ADD 1 TO WS-NUMERO-ACHAT

           OPEN OUTPUT F-COMPTEUR
           MOVE WS-NUMERO-ACHAT TO CPT-DERNIER-NUMERO
           WRITE ENR-COMPTEUR
           CLOSE F-COMPTEUR.
