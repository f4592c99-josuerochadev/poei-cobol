      ******************************************************************
      * Programme : SAIBAT - Saisies et ATD (traitement de nuit)
      * Fonction  : Payer aux creanciers les saisies arrivees a
      *             echeance
      *
      * Passe chaque nuit sur le registre SAISIE tenu au guichet par
      * SAITRT. Pour chaque saisie active (ligne 00 statut 'A') dont
      * l'echeance (signification + delai legal) est atteinte :
      *   - chaque part bloquee (lignes compte, blocage 'SAI' actif)
      *     est debitee du compte, dans la limite de son solde
      *     crediteur ; le debit est journalise dans MVTJRN
      *     (guichetier SAIBAT, reference REFNUM), que JRNEXTR
      *     reporte dans la chaine, et le blocage est leve (agent
      *     SAIBAT)
      *   - le paiement est depose dans FVIRSOR au dessin 80 octets
      *     de la chaine (nature 'VIR', sens 'DB', reference du
      *     debit en positions 44-51, IBAN du creancier en positions
      *     54-80), fractionne par tranches de 999 999,99 ; PJ38EXTR
      *     le joint au fichier d'echange interbancaire sortant
      *   - la saisie passe a 'P' (payee) avec le montant verse,
      *     meme a zero si rien n'etait bloque a l'echeance
      * FVIRSOR indisponible : aucune saisie n'est payee (RC 8).
      * Une part illisible (compte ou blocage absent) est signalee
      * et laissee de cote (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAIBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SAISIES ASSIGN TO SAISIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAI-CLE
               FILE STATUS IS WS-FS-SAI.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

           SELECT F-BLOCAGES ASSIGN TO BLOCAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLQ-CLE
               FILE STATUS IS WS-FS-BLQ.

           SELECT F-JOURNAL ASSIGN TO MVTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-REFNUM ASSIGN TO REFNUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNM-CLE
               FILE STATUS IS WS-FS-REF.

           SELECT OPTIONAL F-VIRSOR ASSIGN TO FVIRSOR
               FILE STATUS IS WS-FS-VIR.

       DATA DIVISION.
       FILE SECTION.

      *─── Registre des saisies, dessin SAISIE (cf. copybook) ─────────
       FD  F-SAISIES.
       01  ENR-SAISIE.
           05  SAI-CLE.
               10  SAI-CLIENT      PIC X(6).
               10  SAI-NUMERO      PIC 9(3).
               10  SAI-LIGNE       PIC 9(2).
           05  SAI-TYPE-LIGNE      PIC X(1).
           05  SAI-DONNEES         PIC X(158).
           05  SAI-ACT REDEFINES SAI-DONNEES.
               10  SAI-NATURE          PIC X(1).
               10  SAI-EMETTEUR        PIC X(25).
               10  SAI-REFERENCE       PIC X(15).
               10  SAI-IBAN-CREANCIER  PIC X(27).
               10  SAI-MONTANT-RECLAME PIC 9(9)V99 COMP-3.
               10  SAI-DATE-SIGNIF     PIC X(8).
               10  SAI-DATE-ECHEANCE   PIC X(8).
               10  SAI-STATUT          PIC X(1).
               10  SAI-MONTANT-BLOQUE  PIC 9(9)V99 COMP-3.
               10  SAI-NB-COMPTES      PIC 9(2).
               10  SAI-DATE-RECEPTION  PIC X(8).
               10  SAI-AGENT-RECEPTION PIC X(8).
               10  SAI-MONTANT-PAYE    PIC 9(9)V99 COMP-3.
               10  SAI-DATE-FIN        PIC X(8).
               10  SAI-AGENT-FIN       PIC X(8).
               10  SAI-REF-MAINLEVEE   PIC X(15).
               10  FILLER              PIC X(6).
           05  SAI-CPT REDEFINES SAI-DONNEES.
               10  SAI-CPT-NUM         PIC X(11).
               10  SAI-CPT-BLOCAGE     PIC 9(8).
               10  SAI-CPT-MONTANT     PIC 9(7)V99 COMP-3.
               10  SAI-CPT-PAYE        PIC 9(7)V99 COMP-3.
               10  SAI-CPT-REF-PAIEMENT PIC 9(8).
               10  FILLER              PIC X(121).

       FD  F-COMPTES.
       01  ENR-COMPTE.
           05  CPT-NUM             PIC X(11).
           05  CPT-CLIENT          PIC X(6).
           05  CPT-TYPE            PIC X(1).
           05  CPT-LIBELLE         PIC X(20).
           05  CPT-SOLDE           PIC S9(9)V99 COMP-3.
           05  CPT-DATEOUV         PIC X(8).
           05  CPT-DATEDER         PIC X(8).
           05  CPT-DECOUVERT-AUT   PIC S9(7)V99 COMP-3.
           05  CPT-DECOUV-FIN      PIC X(8).
           05  CPT-VERSION         PIC 9(4).
           05  CPT-BANQUE          PIC X(5).
           05  CPT-GUICHET         PIC X(5).
           05  CPT-CLE-RIB         PIC X(2).

       FD  F-BLOCAGES.
       01  ENR-BLOCAGE.
           05  BLQ-CLE.
               10  BLQ-COMPTE      PIC X(11).
               10  BLQ-NUMERO      PIC 9(8).
           05  BLQ-MONTANT         PIC 9(7)V99 COMP-3.
           05  BLQ-MOTIF           PIC X(3).
           05  BLQ-LIBELLE         PIC X(25).
           05  BLQ-STATUT          PIC X(1).
           05  BLQ-DATE-POSE       PIC X(8).
           05  BLQ-AGENT-POSE      PIC X(8).
           05  BLQ-DATE-FIN        PIC X(8).
           05  BLQ-DATE-LEVEE      PIC X(8).
           05  BLQ-AGENT-LEVEE     PIC X(8).
           05  FILLER              PIC X(7).

       FD  F-JOURNAL.
       01  ENR-JOURNAL.
           05  JRN-CLE.
               10  JRN-COMPTE      PIC X(11).
               10  JRN-DATE        PIC 9(7).
               10  JRN-HEURE       PIC 9(7).
           05  JRN-GUICHETIER      PIC X(8).
           05  JRN-SENS            PIC X(1).
           05  JRN-MONTANT         PIC 9(7)V99 COMP-3.
           05  JRN-SOLDE-APRES     PIC S9(9)V99 COMP-3.
           05  JRN-REFERENCE       PIC 9(8).

       FD  F-REFNUM.
       01  ENR-REFNUM.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).

      *─── Virements sortants, dessin FMOUV de la chaine ; l'IBAN du
      *    beneficiaire occupe la fin de l'enregistrement ─────────────
       FD  F-VIRSOR.
       01  ENR-VIRSOR.
           05  VIR-NUM-COMPTE      PIC 9(03).
           05  VIR-LIBELLE         PIC X(15).
           05  VIR-MONTANT         PIC S9(06)V99.
           05  VIR-SENS            PIC X(02).
           05  VIR-NATURE          PIC X(03).
           05  VIR-DATE            PIC X(10).
           05  FILLER              PIC X(2).
           05  VIR-REFERENCE       PIC 9(8).
           05  VIR-AGENCE          PIC X(2).
           05  VIR-IBAN            PIC X(27).

       WORKING-STORAGE SECTION.
       01  WS-FS-SAI               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-BLQ               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-REF               PIC XX.
       01  WS-FS-VIR               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-REFNUM-OUVERT        PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.
       01  WS-DATE-GREG            PIC X(10).

      *─── Date et heure au format du journal de caisse (0CYYDDD,
      *    0HHMMSS, comme EIBDATE et EIBTIME) ─────────────────────────
       01  WS-JRN-DATE             PIC 9(7) VALUE 0.
       01  WS-JRN-HEURE            PIC 9(7) VALUE 0.
       01  WS-ESSAIS               PIC 9(2) VALUE 0.

      *─── Conversion AAAAMMJJ -> 0CYYDDD (cf. CARTCLR) ──────────────
       01  WS-DATE-CONV.
           05  WS-CONV-ANNEE       PIC 9(4).
           05  WS-CONV-MMJJ        PIC 9(4).
       01  WS-DATE-CONV-N REDEFINES WS-DATE-CONV PIC 9(8).
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-JULIEN-CONV          PIC 9(7) VALUE 0.

      *─── Saisie en cours de paiement (ligne 00 gardee) ──────────────
       01  WS-ACTE.
           05  WS-ACT-CLIENT       PIC X(6).
           05  WS-ACT-NUMERO       PIC 9(3).
           05  WS-ACT-REFERENCE    PIC X(15).
           05  WS-ACT-IBAN         PIC X(27).
           05  WS-ACT-NB-COMPTES   PIC 9(2).
       01  WS-LX                   PIC 9(2) VALUE 0.
       01  WS-TOTAL-PAYE           PIC 9(9)V99 VALUE 0.
       01  WS-A-PAYER              PIC 9(7)V99 VALUE 0.
       01  WS-RESTE                PIC 9(7)V99 VALUE 0.
       01  WS-TRANCHE              PIC 9(6)V99 VALUE 0.
       01  WS-TRANCHE-MAX          PIC 9(6)V99 VALUE 999999.99.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-ECHUES            PIC 9(7) VALUE 0.
       01  WS-NB-PARTS             PIC 9(7) VALUE 0.
       01  WS-NB-VIREMENTS         PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.
       01  WS-MT-PAYE              PIC 9(11)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC Z(10)9.99.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME SAIBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR-N TO WS-DATE-CONV-N
           PERFORM 0100-CONVERTIR-JULIEN THRU 0100-EXIT
           MOVE WS-JULIEN-CONV TO WS-JRN-DATE
           COMPUTE WS-JRN-HEURE = WS-HEURE-JOUR / 100
           MOVE SPACES TO WS-DATE-GREG
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-DATE-GREG

           OPEN I-O F-SAISIES
           IF WS-FS-SAI = '35'
               DISPLAY 'REGISTRE SAISIE ABSENT : AUCUNE SAISIE'
               DISPLAY 'FIN DU PROGRAMME SAIBAT'
               GOBACK
           END-IF
           IF WS-FS-SAI NOT = '00'
               DISPLAY 'REGISTRE SAISIE INDISPONIBLE : ' WS-FS-SAI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'FICHIER COMPTE INDISPONIBLE : ' WS-FS-CPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-BLOCAGES
           IF WS-FS-BLQ NOT = '00'
               DISPLAY 'FICHIER BLOCAGE INDISPONIBLE : ' WS-FS-BLQ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-JOURNAL
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'JOURNAL MVTJRN INDISPONIBLE : ' WS-FS-JRN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── Sans FVIRSOR le creancier ne serait pas paye : rien n'est
      *    debite ─────────────────────────────────────────────────────
           OPEN EXTEND F-VIRSOR
           IF WS-FS-VIR NOT = '00' AND WS-FS-VIR NOT = '05'
               DISPLAY 'FICHIER FVIRSOR INDISPONIBLE : ' WS-FS-VIR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── Compteur de references facultatif : reference zero s'il
      *    manque, PJ30NUMR en attribuera une cote chaine ────────────
           OPEN I-O F-REFNUM
           IF WS-FS-REF = '00'
               MOVE 1 TO WS-REFNUM-OUVERT
           END-IF

           MOVE LOW-VALUES TO SAI-CLE
           START F-SAISIES KEY IS NOT LESS THAN SAI-CLE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ F-SAISIES NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SAI-LIGNE = 0
                           AND SAI-STATUT = 'A'
                           AND SAI-DATE-ECHEANCE NOT > WS-DATE-JOUR
                           PERFORM 1000-PAYER-SAISIE THRU 1000-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-SAISIES
           CLOSE F-COMPTES
           CLOSE F-BLOCAGES
           CLOSE F-JOURNAL
           CLOSE F-VIRSOR
           IF WS-REFNUM-OUVERT = 1
               CLOSE F-REFNUM
           END-IF

           MOVE WS-MT-PAYE TO WS-ED-MONTANT
           DISPLAY 'SAISIES ECHUES PAYEES : ' WS-NB-ECHUES
           DISPLAY 'PARTS DEBITEES        : ' WS-NB-PARTS
           DISPLAY 'VIREMENTS FVIRSOR     : ' WS-NB-VIREMENTS
           DISPLAY 'MONTANT PAYE          : ' WS-ED-MONTANT
           DISPLAY 'ANOMALIES             : ' WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME SAIBAT'
           GOBACK.

      ******************************************************************
      * 0100-CONVERTIR-JULIEN : WS-DATE-CONV (AAAAMMJJ) en
      * WS-JULIEN-CONV (0CYYDDD) ; zero si la date est invalide
      ******************************************************************
       0100-CONVERTIR-JULIEN.

           MOVE 0 TO WS-JULIEN-CONV
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-CONV-N) = 0
               GO TO 0100-EXIT
           END-IF
           COMPUTE WS-PREMIER-JANVIER = WS-CONV-ANNEE * 10000 + 0101
           COMPUTE WS-JULIEN-CONV = (WS-CONV-ANNEE - 1900) * 1000
               + FUNCTION INTEGER-OF-DATE(WS-DATE-CONV-N)
               - FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER) + 1.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-PAYER-SAISIE : parts de la saisie debitees et payees,
      * saisie close ; le parcours reprend apres ses lignes (les
      * lectures directes ont deplace la position du fichier)
      ******************************************************************
       1000-PAYER-SAISIE.

           MOVE SAI-CLIENT         TO WS-ACT-CLIENT
           MOVE SAI-NUMERO         TO WS-ACT-NUMERO
           MOVE SAI-REFERENCE      TO WS-ACT-REFERENCE
           MOVE SAI-IBAN-CREANCIER TO WS-ACT-IBAN
           MOVE SAI-NB-COMPTES     TO WS-ACT-NB-COMPTES
           MOVE 0 TO WS-TOTAL-PAYE

           PERFORM 2000-PAYER-PART THRU 2000-EXIT
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-ACT-NB-COMPTES

      *─── Saisie close : payee, meme a zero ──────────────────────────
           MOVE WS-ACT-CLIENT TO SAI-CLIENT
           MOVE WS-ACT-NUMERO TO SAI-NUMERO
           MOVE 0             TO SAI-LIGNE
           READ F-SAISIES
               INVALID KEY
                   DISPLAY 'SAISIE DISPARUE ' WS-ACT-CLIENT
                           ' ' WS-ACT-NUMERO
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 1000-REPRENDRE
           END-READ
           MOVE 'P'           TO SAI-STATUT
           MOVE 0             TO SAI-MONTANT-BLOQUE
           MOVE WS-TOTAL-PAYE TO SAI-MONTANT-PAYE
           MOVE WS-DATE-JOUR  TO SAI-DATE-FIN
           MOVE 'SAIBAT'      TO SAI-AGENT-FIN
           REWRITE ENR-SAISIE
           IF WS-FS-SAI NOT = '00'
               DISPLAY 'ERREUR MAJ SAISIE ' WS-ACT-CLIENT
                       ' ' WS-ACT-NUMERO ' : ' WS-FS-SAI
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               ADD 1 TO WS-NB-ECHUES
               ADD WS-TOTAL-PAYE TO WS-MT-PAYE
           END-IF.

       1000-REPRENDRE.
           MOVE WS-ACT-CLIENT TO SAI-CLIENT
           MOVE WS-ACT-NUMERO TO SAI-NUMERO
           MOVE 99            TO SAI-LIGNE
           START F-SAISIES KEY IS GREATER THAN SAI-CLE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PAYER-PART : part bloquee du compte de la ligne WS-LX
      * debitee (au plus le solde crediteur), journalisee, deposee
      * dans FVIRSOR ; blocage leve
      ******************************************************************
       2000-PAYER-PART.

           MOVE WS-ACT-CLIENT TO SAI-CLIENT
           MOVE WS-ACT-NUMERO TO SAI-NUMERO
           MOVE WS-LX         TO SAI-LIGNE
           READ F-SAISIES
               INVALID KEY
                   DISPLAY 'LIGNE DE SAISIE ABSENTE ' SAI-CLE
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 2000-EXIT
           END-READ

           MOVE SAI-CPT-NUM     TO BLQ-COMPTE
           MOVE SAI-CPT-BLOCAGE TO BLQ-NUMERO
           READ F-BLOCAGES
               INVALID KEY
                   DISPLAY 'BLOCAGE SAISIE ABSENT ' BLQ-CLE
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 2000-EXIT
           END-READ
           IF BLQ-STATUT NOT = 'A'
               GO TO 2000-EXIT
           END-IF

           MOVE SAI-CPT-NUM TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   DISPLAY 'COMPTE SAISI ABSENT ' SAI-CPT-NUM
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 2000-EXIT
           END-READ

           MOVE SAI-CPT-MONTANT TO WS-A-PAYER
           IF CPT-SOLDE < WS-A-PAYER
               IF CPT-SOLDE > 0
                   MOVE CPT-SOLDE TO WS-A-PAYER
               ELSE
                   MOVE 0 TO WS-A-PAYER
               END-IF
           END-IF

           IF WS-A-PAYER > 0
               PERFORM 3000-DEBITER THRU 3000-EXIT
               IF WS-FS-CPT NOT = '00'
                   GO TO 2000-EXIT
               END-IF
           ELSE
               MOVE 0 TO JRN-REFERENCE
           END-IF

      *─── Blocage leve (agent SAIBAT) ────────────────────────────────
           MOVE 'L'          TO BLQ-STATUT
           MOVE WS-DATE-JOUR TO BLQ-DATE-LEVEE
           MOVE 'SAIBAT'     TO BLQ-AGENT-LEVEE
           REWRITE ENR-BLOCAGE
           IF WS-FS-BLQ NOT = '00'
               DISPLAY 'ERREUR LEVEE BLOCAGE ' BLQ-CLE ' : ' WS-FS-BLQ
               ADD 1 TO WS-NB-ANOMALIES
           END-IF

           MOVE WS-A-PAYER    TO SAI-CPT-PAYE
           MOVE JRN-REFERENCE TO SAI-CPT-REF-PAIEMENT
           REWRITE ENR-SAISIE
           IF WS-FS-SAI NOT = '00'
               DISPLAY 'ERREUR MAJ SAISIE ' SAI-CLE ' : ' WS-FS-SAI
               ADD 1 TO WS-NB-ANOMALIES
           END-IF
           ADD WS-A-PAYER TO WS-TOTAL-PAYE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DEBITER : debit du compte (version incrementee comme le
      * fait CPTEDAO), ligne MVTJRN puis virement au creancier
      ******************************************************************
       3000-DEBITER.

           SUBTRACT WS-A-PAYER FROM CPT-SOLDE
           MOVE WS-JRN-DATE TO CPT-DATEDER
           IF CPT-VERSION NOT NUMERIC
               MOVE 0 TO CPT-VERSION
           END-IF
           ADD 1 TO CPT-VERSION
           IF CPT-VERSION > 9998
               MOVE 1 TO CPT-VERSION
           END-IF
           REWRITE ENR-COMPTE
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'ERREUR MAJ COMPTE ' CPT-NUM ' : ' WS-FS-CPT
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-NB-PARTS

           PERFORM 3500-JOURNALISER

           MOVE WS-A-PAYER TO WS-RESTE
           PERFORM 3700-ECRIRE-VIREMENT UNTIL WS-RESTE = 0.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-JOURNALISER : une ligne MVTJRN (retrait) par part ; sur
      * cle en double, l'heure est avancee d'une unite (cf. CARTCLR)
      ******************************************************************
       3500-JOURNALISER.

           MOVE SPACES       TO ENR-JOURNAL
           MOVE CPT-NUM      TO JRN-COMPTE
           MOVE WS-JRN-DATE  TO JRN-DATE
           MOVE WS-JRN-HEURE TO JRN-HEURE
           MOVE 'SAIBAT'     TO JRN-GUICHETIER
           MOVE 'R'          TO JRN-SENS
           MOVE WS-A-PAYER   TO JRN-MONTANT
           MOVE CPT-SOLDE    TO JRN-SOLDE-APRES

           MOVE 0 TO JRN-REFERENCE
           IF WS-REFNUM-OUVERT = 1
               MOVE 'REFNUM' TO RNM-CLE
               READ F-REFNUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO RNM-DERNIERE-REF
                       REWRITE ENR-REFNUM
                       IF WS-FS-REF = '00'
                           MOVE RNM-DERNIERE-REF TO JRN-REFERENCE
                       END-IF
               END-READ
           END-IF

           MOVE 0 TO WS-ESSAIS
           WRITE ENR-JOURNAL
               INVALID KEY
                   PERFORM UNTIL WS-FS-JRN NOT = '22'
                           OR WS-ESSAIS >= 99
                       ADD 1 TO WS-ESSAIS
                       ADD 1 TO JRN-HEURE
                       WRITE ENR-JOURNAL
                       END-WRITE
                   END-PERFORM
           END-WRITE
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'ERREUR ECRITURE MVTJRN ' CPT-NUM
                       ' : ' WS-FS-JRN
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

      ******************************************************************
      * 3700-ECRIRE-VIREMENT : une tranche du paiement au creancier
      * (le montant de la chaine ne depasse pas 999 999,99)
      ******************************************************************
       3700-ECRIRE-VIREMENT.

           IF WS-RESTE > WS-TRANCHE-MAX
               MOVE WS-TRANCHE-MAX TO WS-TRANCHE
           ELSE
               MOVE WS-RESTE TO WS-TRANCHE
           END-IF
           SUBTRACT WS-TRANCHE FROM WS-RESTE

           MOVE SPACES            TO ENR-VIRSOR
           MOVE CPT-NUM(9:3)      TO VIR-NUM-COMPTE
           STRING 'SAISIE ' WS-ACT-REFERENCE(1:8)
               DELIMITED BY SIZE INTO VIR-LIBELLE
           MOVE WS-TRANCHE        TO VIR-MONTANT
           MOVE 'DB'              TO VIR-SENS
           MOVE 'VIR'             TO VIR-NATURE
           MOVE WS-DATE-GREG      TO VIR-DATE
           MOVE JRN-REFERENCE     TO VIR-REFERENCE
           MOVE WS-ACT-IBAN       TO VIR-IBAN
           WRITE ENR-VIRSOR
           IF WS-FS-VIR NOT = '00'
               DISPLAY 'ERREUR ECRITURE FVIRSOR ' CPT-NUM
                       ' : ' WS-FS-VIR
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               ADD 1 TO WS-NB-VIREMENTS
           END-IF.
