       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBRPT.
      *---------------------------------------------------------
      * P3 EXERCICE 37 : Etat mensuel des remboursements de frais
      * Pour le mois saisi (AAAA-MM), liste dans FEDITION les
      * remboursements accordes (REMBFRAIS, STATUT 'V', date de
      * validation dans le mois) :
      *   - par conseiller demandeur, detail et sous-total, avec
      *     le superviseur qui a valide au-dela du seuil ;
      *   - par motif (GES, ERR, REC, DIF), nombre et montant ;
      * puis les demandes refusees dans le mois et celles encore
      * en attente de validation, quelle que soit leur date.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EDITION ASSIGN TO FEDITION
               FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-EDI         PIC X(02).

      * Mois de l'etat, saisi en entree
       01 WS-MOIS-ETAT      PIC X(07).

      * Variables host pour DB2
       01 WS-NUM-REMB       PIC S9(9) COMP.
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-TYPE-FRAIS     PIC X(03).
       01 WS-PERIODE-FRAIS  PIC X(07).
       01 WS-MONTANT        PIC S9(6)V99 COMP-3.
       01 WS-MOTIF          PIC X(03).
       01 WS-CONSEILLER     PIC X(08).
       01 WS-VALIDEUR       PIC X(08).
       01 WS-NB-MOTIF       PIC S9(9) COMP.
       01 WS-TOTAL-MOTIF    PIC S9(9)V99 COMP-3.
       01 WS-NB-REFUSES     PIC S9(9) COMP VALUE 0.
       01 WS-NB-ATTENTE     PIC S9(9) COMP VALUE 0.
       01 WS-MT-ATTENTE     PIC S9(9)V99 COMP-3 VALUE 0.

      * Rupture sur conseiller
       01 WS-PREC-CONSEIL   PIC X(08) VALUE SPACES.
       01 WS-PREM           PIC 9(01) VALUE 1.
       01 WS-NB-CONSEIL     PIC 9(05) VALUE 0.
       01 WS-TOT-CONSEIL    PIC S9(9)V99 VALUE 0.

      * Totaux generaux
       01 WS-NB-ACCORDES    PIC 9(05) VALUE 0.
       01 WS-TOT-GENERAL    PIC S9(11)V99 VALUE 0.
       01 WS-FIN-CURSOR     PIC 9(01) VALUE 0.

      * Lignes de l'etat
       01 WS-LIGNE-SEP      PIC X(80) VALUE ALL '='.

       01 WS-LIGNE-TITRE.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 FILLER        PIC X(40)
              VALUE '*** REMBOURSEMENTS DE FRAIS DU MOIS'.
           05 WS-TIT-MOIS   PIC X(07).
           05 FILLER        PIC X(04) VALUE ' ***'.
           05 FILLER        PIC X(17) VALUE SPACES.

       01 WS-LIGNE-SECTION.
           05 WS-SEC-TEXTE  PIC X(40).
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-LIGNE-CONSEIL.
           05 FILLER        PIC X(13) VALUE 'CONSEILLER : '.
           05 WS-ED-CONSEIL PIC X(08).
           05 FILLER        PIC X(59) VALUE SPACES.

       01 WS-LIGNE-DETAIL.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-DET-NUM    PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-COMPTE PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-TYPE   PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-PERIODE PIC X(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-MOTIF  PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-MONTANT PIC Z(5)9.99.
           05 FILLER        PIC X(10) VALUE '  VALIDE '.
           05 WS-DET-VALID  PIC X(08).
           05 FILLER        PIC X(22) VALUE SPACES.

       01 WS-LIGNE-SOUS-TOTAL.
           05 FILLER        PIC X(15) VALUE '  SOUS-TOTAL : '.
           05 WS-STO-NB     PIC Z(04)9.
           05 FILLER        PIC X(18) VALUE ' REMBOURSEMENTS - '.
           05 WS-STO-MONTANT PIC Z(8)9.99.
           05 FILLER        PIC X(30) VALUE SPACES.

       01 WS-LIGNE-MOTIF.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-MOT-CODE   PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-MOT-LIBELLE PIC X(20).
           05 WS-MOT-NB     PIC Z(04)9.
           05 FILLER        PIC X(18) VALUE ' REMBOURSEMENTS - '.
           05 WS-MOT-MONTANT PIC Z(8)9.99.
           05 FILLER        PIC X(19) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
           05 FILLER        PIC X(20) VALUE 'TOTAL ACCORDE     : '.
           05 WS-TOT-NB     PIC Z(04)9.
           05 FILLER        PIC X(18) VALUE ' REMBOURSEMENTS - '.
           05 WS-TOT-MONTANT PIC Z(10)9.99.
           05 FILLER        PIC X(23) VALUE SPACES.

       01 WS-LIGNE-REFUS.
           05 FILLER        PIC X(20) VALUE 'REFUSES DANS LE MOIS'.
           05 FILLER        PIC X(03) VALUE ' : '.
           05 WS-REF-NB     PIC Z(04)9.
           05 FILLER        PIC X(52) VALUE SPACES.

       01 WS-LIGNE-ATTENTE.
           05 FILLER        PIC X(20) VALUE 'EN ATTENTE DE VALID.'.
           05 FILLER        PIC X(03) VALUE ' : '.
           05 WS-ATT-NB     PIC Z(04)9.
           05 FILLER        PIC X(04) VALUE ' - '.
           05 WS-ATT-MONTANT PIC Z(8)9.99.
           05 FILLER        PIC X(36) VALUE SPACES.

       01 WS-LIGNE-VIDE     PIC X(80) VALUE SPACES.

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Remboursements accordes dans le mois, par conseiller
           EXEC SQL
               DECLARE C-ACCORDES CURSOR FOR
               SELECT NUM_REMB, NUM_COMPTE, TYPE_FRAIS,
                      PERIODE_FRAIS, MONTANT_REMB, MOTIF,
                      CONSEILLER, VALIDEUR
               FROM REMBFRAIS
               WHERE STATUT = 'V'
                 AND SUBSTR(DATE_VALID, 1, 7) = :WS-MOIS-ETAT
               ORDER BY CONSEILLER, NUM_REMB
           END-EXEC.

      * Les memes, par motif
           EXEC SQL
               DECLARE C-MOTIFS CURSOR FOR
               SELECT MOTIF, COUNT(*), SUM(MONTANT_REMB)
               FROM REMBFRAIS
               WHERE STATUT = 'V'
                 AND SUBSTR(DATE_VALID, 1, 7) = :WS-MOIS-ETAT
               GROUP BY MOTIF
               ORDER BY MOTIF
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'ETAT MENSUEL DES REMBOURSEMENTS DE FRAIS'
           DISPLAY '=============================================='

           DISPLAY 'MOIS DE L ETAT (AAAA-MM) : '
           ACCEPT WS-MOIS-ETAT
           IF WS-MOIS-ETAT(1:4) NOT NUMERIC
               OR WS-MOIS-ETAT(5:1) NOT = '-'
               OR WS-MOIS-ETAT(6:2) NOT NUMERIC
               DISPLAY 'MOIS INVALIDE - ABANDON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MOIS-ETAT TO WS-TIT-MOIS

           OPEN OUTPUT F-EDITION
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP

           PERFORM 1000-EDITER-CONSEILLERS
           PERFORM 2000-EDITER-MOTIFS
           PERFORM 3000-EDITER-EN-SUSPENS

           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           CLOSE F-EDITION

           DISPLAY 'REMBOURSEMENTS ACCORDES : ' WS-NB-ACCORDES
           DISPLAY 'FIN DU PROGRAMME REMBRPT'
           STOP RUN.

      *---------------------------------------------------------
      * Par conseiller
      *---------------------------------------------------------
       1000-EDITER-CONSEILLERS.
           MOVE 'PAR CONSEILLER' TO WS-SEC-TEXTE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SECTION

           EXEC SQL
               OPEN C-ACCORDES
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR ACCORDES : ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FIN-CURSOR
           PERFORM 1100-TRAITER-REMBOURSEMENT
               UNTIL WS-FIN-CURSOR = 1

           EXEC SQL
               CLOSE C-ACCORDES
           END-EXEC

           IF WS-PREM = 0
               PERFORM 1200-TOTAL-CONSEILLER
           END-IF

           MOVE WS-NB-ACCORDES TO WS-TOT-NB
           MOVE WS-TOT-GENERAL TO WS-TOT-MONTANT
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-TOTAL.

       1100-TRAITER-REMBOURSEMENT.
           EXEC SQL
               FETCH C-ACCORDES
               INTO :WS-NUM-REMB, :WS-NUM-COMPTE, :WS-TYPE-FRAIS,
                    :WS-PERIODE-FRAIS, :WS-MONTANT, :WS-MOTIF,
                    :WS-CONSEILLER, :WS-VALIDEUR
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 1150-EDITER-DETAIL
               WHEN 100
                   MOVE 1 TO WS-FIN-CURSOR
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH ACCORDES : ' SQLCODE
                   MOVE 1 TO WS-FIN-CURSOR
           END-EVALUATE.

       1150-EDITER-DETAIL.
           IF WS-PREM = 0 AND WS-CONSEILLER NOT = WS-PREC-CONSEIL
               PERFORM 1200-TOTAL-CONSEILLER
           END-IF
           IF WS-PREM = 1 OR WS-CONSEILLER NOT = WS-PREC-CONSEIL
               MOVE WS-CONSEILLER TO WS-ED-CONSEIL
               WRITE ENR-EDITION FROM WS-LIGNE-VIDE
               WRITE ENR-EDITION FROM WS-LIGNE-CONSEIL
           END-IF
           MOVE WS-CONSEILLER TO WS-PREC-CONSEIL
           MOVE 0 TO WS-PREM

           MOVE WS-NUM-REMB      TO WS-DET-NUM
           MOVE WS-NUM-COMPTE    TO WS-DET-COMPTE
           MOVE WS-TYPE-FRAIS    TO WS-DET-TYPE
           MOVE WS-PERIODE-FRAIS TO WS-DET-PERIODE
           MOVE WS-MOTIF         TO WS-DET-MOTIF
           MOVE WS-MONTANT       TO WS-DET-MONTANT
           MOVE WS-VALIDEUR      TO WS-DET-VALID
           WRITE ENR-EDITION FROM WS-LIGNE-DETAIL

           ADD 1 TO WS-NB-CONSEIL
           ADD WS-MONTANT TO WS-TOT-CONSEIL
           ADD 1 TO WS-NB-ACCORDES
           ADD WS-MONTANT TO WS-TOT-GENERAL.

       1200-TOTAL-CONSEILLER.
           MOVE WS-NB-CONSEIL  TO WS-STO-NB
           MOVE WS-TOT-CONSEIL TO WS-STO-MONTANT
           WRITE ENR-EDITION FROM WS-LIGNE-SOUS-TOTAL
           MOVE 0 TO WS-NB-CONSEIL
           MOVE 0 TO WS-TOT-CONSEIL.

      *---------------------------------------------------------
      * Par motif
      *---------------------------------------------------------
       2000-EDITER-MOTIFS.
           MOVE 'PAR MOTIF' TO WS-SEC-TEXTE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SECTION

           EXEC SQL
               OPEN C-MOTIFS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR OUVERTURE CURSOR MOTIFS : ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FIN-CURSOR
           PERFORM 2100-EDITER-MOTIF
               UNTIL WS-FIN-CURSOR = 1

           EXEC SQL
               CLOSE C-MOTIFS
           END-EXEC.

       2100-EDITER-MOTIF.
           EXEC SQL
               FETCH C-MOTIFS
               INTO :WS-MOTIF, :WS-NB-MOTIF, :WS-TOTAL-MOTIF
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-MOTIF TO WS-MOT-CODE
                   EVALUATE WS-MOTIF
                       WHEN 'GES'
                           MOVE 'GESTE COMMERCIAL' TO WS-MOT-LIBELLE
                       WHEN 'ERR'
                           MOVE 'ERREUR DE LA BANQUE'
                               TO WS-MOT-LIBELLE
                       WHEN 'REC'
                           MOVE 'RECLAMATION CLIENT'
                               TO WS-MOT-LIBELLE
                       WHEN 'DIF'
                           MOVE 'CLIENT EN DIFFICULTE'
                               TO WS-MOT-LIBELLE
                       WHEN OTHER
                           MOVE SPACES TO WS-MOT-LIBELLE
                   END-EVALUATE
                   MOVE WS-NB-MOTIF    TO WS-MOT-NB
                   MOVE WS-TOTAL-MOTIF TO WS-MOT-MONTANT
                   WRITE ENR-EDITION FROM WS-LIGNE-MOTIF
               WHEN 100
                   MOVE 1 TO WS-FIN-CURSOR
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH MOTIFS : ' SQLCODE
                   MOVE 1 TO WS-FIN-CURSOR
           END-EVALUATE.

      *---------------------------------------------------------
      * Refus du mois et demandes en attente
      *---------------------------------------------------------
       3000-EDITER-EN-SUSPENS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-REFUSES
               FROM REMBFRAIS
               WHERE STATUT = 'R'
                 AND SUBSTR(DATE_VALID, 1, 7) = :WS-MOIS-ETAT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR COMPTAGE REFUS : ' SQLCODE
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(MONTANT_REMB), 0)
               INTO :WS-NB-ATTENTE, :WS-MT-ATTENTE
               FROM REMBFRAIS
               WHERE STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR COMPTAGE ATTENTE : ' SQLCODE
           END-IF

           MOVE WS-NB-REFUSES TO WS-REF-NB
           MOVE WS-NB-ATTENTE TO WS-ATT-NB
           MOVE WS-MT-ATTENTE TO WS-ATT-MONTANT
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-REFUS
           WRITE ENR-EDITION FROM WS-LIGNE-ATTENTE.
