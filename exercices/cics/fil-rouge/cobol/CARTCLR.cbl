      ******************************************************************
      * Programme : CARTCLR - Compensation des operations carte
      * Fonction  : Imputer aux comptes les paiements et retraits
      *             carte du fichier de compensation du jour
      *
      * Passe chaque jour. Lit le fichier de compensation FCARCLR
      * (carte, commercant, montant, date, type 'A' paiement ou 'R'
      * retrait au distributeur), rapproche chaque operation de la
      * carte CRT-NUM et la debite au compte CRT-COMPTE. Sont ecartees
      * dans le fichier des litiges FCARLIT, avec leur motif :
      *   - carte inconnue                            : INC
      *   - carte opposee                             : OPP
      *   - carte expiree (statut 'E' ou fin de
      *     validite anterieure au mois de l'operation) : EXP
      *   - retrait portant le cumul des retraits de la carte sur
      *     7 jours glissants au dela de CRT-PLAFOND-RETRAIT : PLF
      *   - compte rattache absent                    : CPI
      *   - solde disponible insuffisant (solde +
      *     decouvert autorise - blocages actifs)     : PRV
      *   - type, montant ou date illisible           : FMT
      * Chaque debit est journalise dans MVTJRN (guichetier CARTCLR),
      * que JRNEXTR reporte dans la chaine, et detaille dans CARTMVT
      * sous la meme cle (commercant, carte) : les releves RELVQBAT
      * et PJ20RELV montrent ainsi les operations carte au porteur.
      * Un paiement consomme l'autorisation carte qui l'a precede :
      * le premier blocage actif 'CRT' du compte de meme montant
      * n'est pas compte dans le disponible et il est leve une fois
      * le paiement impute (agent CARTCLR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTCLR.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COMPENSATION ASSIGN TO FCARCLR
               FILE STATUS IS WS-FS-CLR.

           SELECT F-CARTES ASSIGN TO CARTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-NUM
               FILE STATUS IS WS-FS-CRT.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

           SELECT F-JOURNAL ASSIGN TO MVTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-CARTMVT ASSIGN TO CARTMVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMV-CLE
               FILE STATUS IS WS-FS-CMV.

           SELECT F-BLOCAGES ASSIGN TO BLOCAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CLE
               FILE STATUS IS WS-FS-BLQ.

           SELECT F-REFNUM ASSIGN TO REFNUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNM-CLE
               FILE STATUS IS WS-FS-REF.

           SELECT F-LITIGES ASSIGN TO FCARLIT
               FILE STATUS IS WS-FS-LIT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-COMPENSATION.
       01  ENR-COMPENSATION.
           05  CLR-CARTE           PIC X(16).
           05  CLR-COMMERCANT      PIC X(25).
           05  CLR-MONTANT         PIC 9(7)V99.
           05  CLR-DATE            PIC X(8).
           05  CLR-DATE-N REDEFINES CLR-DATE PIC 9(8).
           05  CLR-TYPE            PIC X(1).
           05  FILLER              PIC X(21).

       FD  F-CARTES.
       01  ENR-CARTE.
           05  CRT-NUM             PIC X(16).
           05  CRT-COMPTE          PIC X(11).
           05  CRT-TITULAIRE       PIC X(25).
           05  CRT-EXPIRATION      PIC X(6).
           05  CRT-STATUT          PIC X(1).
           05  CRT-PLAFOND-RETRAIT PIC 9(7)V99 COMP-3.
           05  CRT-DATE-EMISSION   PIC X(8).
           05  FILLER              PIC X(2).

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

       FD  F-CARTMVT.
       01  ENR-CARTMVT.
           05  CMV-CLE.
               10  CMV-COMPTE      PIC X(11).
               10  CMV-DATE        PIC 9(7).
               10  CMV-HEURE       PIC 9(7).
           05  CMV-CARTE           PIC X(16).
           05  CMV-TYPE            PIC X(1).
           05  CMV-COMMERCANT      PIC X(25).
           05  CMV-MONTANT         PIC 9(7)V99 COMP-3.
           05  CMV-DATE-OPER       PIC X(8).
           05  FILLER              PIC X(10).

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

       FD  F-REFNUM.
       01  ENR-REFNUM.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).

      *─── Litige = operation d'origine + motif + date du passage ─────
       FD  F-LITIGES.
       01  ENR-LITIGE.
           05  LIT-OPERATION       PIC X(80).
           05  LIT-MOTIF           PIC X(3).
           05  LIT-DATE            PIC X(8).
           05  LIT-COMPTE          PIC X(11).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FS-CLR               PIC XX.
       01  WS-FS-CRT               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-CMV               PIC XX.
       01  WS-FS-REF               PIC XX.
       01  WS-FS-BLQ               PIC XX.
       01  WS-FS-LIT               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-EOF-CMV              PIC 9 VALUE 0.
       01  WS-REFNUM-OUVERT        PIC 9 VALUE 0.
       01  WS-BLOCAGE-OUVERT       PIC 9 VALUE 0.
       01  WS-EOF-BLQ              PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

      *─── Date et heure au format du journal de caisse (0CYYDDD,
      *    0HHMMSS, comme EIBDATE et EIBTIME) ─────────────────────────
       01  WS-JRN-DATE             PIC 9(7) VALUE 0.
       01  WS-JRN-HEURE            PIC 9(7) VALUE 0.
       01  WS-ESSAIS               PIC 9(2) VALUE 0.

      *─── Conversion AAAAMMJJ -> 0CYYDDD (cf. 0100) ─────────────────
       01  WS-DATE-CONV.
           05  WS-CONV-ANNEE       PIC 9(4).
           05  WS-CONV-MMJJ        PIC 9(4).
       01  WS-DATE-CONV-N REDEFINES WS-DATE-CONV PIC 9(8).
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-JULIEN-CONV          PIC 9(7) VALUE 0.

      *─── Fenetre glissante des retraits : date de l'operation et
      *    les 6 jours qui la precedent ───────────────────────────────
       01  WS-BORNE-N              PIC 9(8) VALUE 0.
       01  WS-BORNE REDEFINES WS-BORNE-N PIC X(8).
       01  WS-CUMUL-RETRAITS       PIC 9(9)V99 VALUE 0.

      *─── Solde disponible : plancher du decouvert autorise et
      *    blocages actifs ; autorisation carte consommee ────────────
       01  WS-PLANCHER             PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-BLOQUE         PIC 9(9)V99 VALUE 0.
       01  WS-SOLDE-PROJETE        PIC S9(11)V99 VALUE 0.
       01  WS-AUTOR-TROUVEE        PIC 9 VALUE 0.
       01  WS-CLE-AUTOR            PIC X(19) VALUE SPACES.

       01  WS-MOTIF                PIC X(3) VALUE SPACES.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(7) VALUE 0.
       01  WS-NB-IMPUTES           PIC 9(7) VALUE 0.
       01  WS-NB-PAIEMENTS         PIC 9(7) VALUE 0.
       01  WS-NB-RETRAITS          PIC 9(7) VALUE 0.
       01  WS-NB-LITIGES           PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.
       01  WS-NB-AUTOR-LEVEES      PIC 9(7) VALUE 0.
       01  WS-MT-IMPUTE            PIC 9(11)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC Z(10)9.99.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME CARTCLR'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR-N TO WS-DATE-CONV-N
           PERFORM 0100-CONVERTIR-JULIEN THRU 0100-EXIT
           MOVE WS-JULIEN-CONV TO WS-JRN-DATE
           COMPUTE WS-JRN-HEURE = WS-HEURE-JOUR / 100

           OPEN INPUT F-COMPENSATION
           IF WS-FS-CLR NOT = '00'
               DISPLAY 'FCARCLR INDISPONIBLE : ' WS-FS-CLR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-CARTES
           IF WS-FS-CRT NOT = '00'
               DISPLAY 'FICHIER CARTE INDISPONIBLE : ' WS-FS-CRT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'FICHIER COMPTE INDISPONIBLE : ' WS-FS-CPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-JOURNAL
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'JOURNAL MVTJRN INDISPONIBLE : ' WS-FS-JRN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-CARTMVT
           IF WS-FS-CMV = '35'
               OPEN OUTPUT F-CARTMVT
               CLOSE F-CARTMVT
               OPEN I-O F-CARTMVT
           END-IF
           IF WS-FS-CMV NOT = '00'
               DISPLAY 'FICHIER CARTMVT INDISPONIBLE : ' WS-FS-CMV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── Blocages facultatifs : sans le fichier, le disponible est
      *    le solde et le decouvert autorise ─────────────────────────
           OPEN I-O F-BLOCAGES
           IF WS-FS-BLQ = '00'
               MOVE 1 TO WS-BLOCAGE-OUVERT
           ELSE
               DISPLAY 'BLOCAGE INDISPONIBLE (' WS-FS-BLQ
                       ') : BLOCAGES NON CONTROLES'
           END-IF
      *─── Compteur de references facultatif : reference zero s'il
      *    manque, PJ30NUMR en attribuera une cote chaine ────────────
           OPEN I-O F-REFNUM
           IF WS-FS-REF = '00'
               MOVE 1 TO WS-REFNUM-OUVERT
           END-IF
           OPEN OUTPUT F-LITIGES

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-COMPENSATION
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 1000-TRAITER-OPERATION THRU 1000-EXIT
               END-READ
           END-PERFORM

           CLOSE F-COMPENSATION
           CLOSE F-CARTES
           CLOSE F-COMPTES
           CLOSE F-JOURNAL
           CLOSE F-CARTMVT
           IF WS-REFNUM-OUVERT = 1
               CLOSE F-REFNUM
           END-IF
           IF WS-BLOCAGE-OUVERT = 1
               CLOSE F-BLOCAGES
           END-IF
           CLOSE F-LITIGES

           MOVE WS-MT-IMPUTE TO WS-ED-MONTANT
           DISPLAY 'OPERATIONS LUES      : ' WS-NB-LUS
           DISPLAY 'OPERATIONS IMPUTEES  : ' WS-NB-IMPUTES
           DISPLAY '  DONT PAIEMENTS     : ' WS-NB-PAIEMENTS
           DISPLAY '  DONT RETRAITS      : ' WS-NB-RETRAITS
           DISPLAY 'MONTANT IMPUTE       : ' WS-ED-MONTANT
           DISPLAY 'AUTORISATIONS LEVEES : ' WS-NB-AUTOR-LEVEES
           DISPLAY 'LITIGES              : ' WS-NB-LITIGES
           DISPLAY 'ANOMALIES            : ' WS-NB-ANOMALIES
           IF WS-NB-LITIGES > 0
               OR WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME CARTCLR'
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

       1000-TRAITER-OPERATION.

           MOVE SPACES TO WS-MOTIF

      *─── Operation lisible ──────────────────────────────────────────
           IF (CLR-TYPE NOT = 'A' AND CLR-TYPE NOT = 'R')
               OR CLR-MONTANT NOT NUMERIC
               OR CLR-MONTANT = 0
               OR CLR-DATE-N NOT NUMERIC
               OR CLR-DATE-N < 19000101
               MOVE 'FMT' TO WS-MOTIF
               GO TO 1000-LITIGE
           END-IF
           MOVE CLR-DATE-N TO WS-DATE-CONV-N
           PERFORM 0100-CONVERTIR-JULIEN THRU 0100-EXIT
           IF WS-JULIEN-CONV = 0
               MOVE 'FMT' TO WS-MOTIF
               GO TO 1000-LITIGE
           END-IF

      *─── Carte connue, ni opposee ni expiree ────────────────────────
           MOVE CLR-CARTE TO CRT-NUM
           READ F-CARTES
               INVALID KEY
                   MOVE 'INC' TO WS-MOTIF
           END-READ
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-LITIGE
           END-IF
           EVALUATE TRUE
               WHEN CRT-STATUT = 'O'
                   MOVE 'OPP' TO WS-MOTIF
               WHEN CRT-STATUT = 'E'
                   MOVE 'EXP' TO WS-MOTIF
               WHEN CRT-EXPIRATION < CLR-DATE(1:6)
                   MOVE 'EXP' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-LITIGE
           END-IF

      *─── Plafond de retrait sur 7 jours glissants ───────────────────
           IF CLR-TYPE = 'R'
               AND CRT-PLAFOND-RETRAIT NUMERIC
               AND CRT-PLAFOND-RETRAIT > 0
               PERFORM 2000-CUMULER-RETRAITS THRU 2000-EXIT
               IF WS-CUMUL-RETRAITS + CLR-MONTANT
                   > CRT-PLAFOND-RETRAIT
                   MOVE 'PLF' TO WS-MOTIF
                   GO TO 1000-LITIGE
               END-IF
           END-IF

      *─── Compte rattache ────────────────────────────────────────────
           MOVE CRT-COMPTE TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   MOVE 'CPI' TO WS-MOTIF
           END-READ
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-LITIGE
           END-IF

      *─── Solde disponible ───────────────────────────────────────────
           PERFORM 2500-CONTROLER-DISPONIBLE THRU 2500-EXIT
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-LITIGE
           END-IF

           PERFORM 3000-IMPUTER THRU 3000-EXIT
           GO TO 1000-EXIT.

       1000-LITIGE.
           PERFORM 4000-ECRIRE-LITIGE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CUMULER-RETRAITS : retraits de la carte dont la date
      * d'operation tombe dans les 7 jours finissant a celle de
      * l'operation examinee. Une operation est imputee au plus tot
      * le jour ou elle est faite : le parcours de CARTMVT part du
      * compte a la date de debut de la fenetre
      ******************************************************************
       2000-CUMULER-RETRAITS.

           MOVE 0 TO WS-CUMUL-RETRAITS
           COMPUTE WS-BORNE-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CLR-DATE-N) - 6)
           MOVE WS-BORNE-N TO WS-DATE-CONV-N
           PERFORM 0100-CONVERTIR-JULIEN THRU 0100-EXIT

           MOVE CRT-COMPTE     TO CMV-COMPTE
           MOVE WS-JULIEN-CONV TO CMV-DATE
           MOVE 0              TO CMV-HEURE
           START F-CARTMVT KEY IS NOT LESS THAN CMV-CLE
               INVALID KEY
                   GO TO 2000-EXIT
           END-START

           MOVE 0 TO WS-EOF-CMV
           PERFORM UNTIL WS-EOF-CMV = 1
               READ F-CARTMVT NEXT
                   AT END
                       MOVE 1 TO WS-EOF-CMV
                   NOT AT END
                       IF CMV-COMPTE NOT = CRT-COMPTE
                           MOVE 1 TO WS-EOF-CMV
                       ELSE
                           IF CMV-CARTE = CLR-CARTE
                               AND CMV-TYPE = 'R'
                               AND CMV-DATE-OPER NOT < WS-BORNE
                               AND CMV-DATE-OPER NOT > CLR-DATE
                               ADD CMV-MONTANT TO WS-CUMUL-RETRAITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CONTROLER-DISPONIBLE : le debit ne doit pas porter le
      * solde sous le plancher du decouvert autorise en cours de
      * validite augmente des blocages actifs non echus (meme regle
      * que MVTTRT). Pour un paiement, le premier blocage 'CRT' de
      * meme montant est l'autorisation de ce paiement : il est
      * retenu pour etre leve et n'entre pas dans le cumul
      ******************************************************************
       2500-CONTROLER-DISPONIBLE.

           MOVE 0 TO WS-PLANCHER
           IF CPT-DECOUVERT-AUT NUMERIC
               AND CPT-DECOUVERT-AUT > 0
               AND CPT-DECOUV-FIN NUMERIC
               AND CPT-DECOUV-FIN >= WS-DATE-JOUR
               COMPUTE WS-PLANCHER = 0 - CPT-DECOUVERT-AUT
           END-IF

           MOVE 0 TO WS-TOTAL-BLOQUE
           MOVE 0 TO WS-AUTOR-TROUVEE
           IF WS-BLOCAGE-OUVERT = 1
               MOVE CPT-NUM TO BLQ-COMPTE
               MOVE 0       TO BLQ-NUMERO
               START F-BLOCAGES KEY IS NOT LESS THAN BLQ-CLE
                   INVALID KEY
                       MOVE 1 TO WS-EOF-BLQ
                   NOT INVALID KEY
                       MOVE 0 TO WS-EOF-BLQ
               END-START
               PERFORM UNTIL WS-EOF-BLQ = 1
                   READ F-BLOCAGES NEXT
                       AT END
                           MOVE 1 TO WS-EOF-BLQ
                       NOT AT END
                           IF BLQ-COMPTE NOT = CPT-NUM
                               MOVE 1 TO WS-EOF-BLQ
                           ELSE
                               PERFORM 2550-CUMULER-BLOCAGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           COMPUTE WS-SOLDE-PROJETE = CPT-SOLDE - CLR-MONTANT
               - WS-TOTAL-BLOQUE
           IF WS-SOLDE-PROJETE < WS-PLANCHER
               MOVE 'PRV' TO WS-MOTIF
           END-IF.

       2500-EXIT.
           EXIT.

       2550-CUMULER-BLOCAGE.

           IF BLQ-STATUT NOT = 'A'
               OR BLQ-DATE-FIN < WS-DATE-JOUR
               CONTINUE
           ELSE
               IF CLR-TYPE = 'A'
                   AND BLQ-MOTIF = 'CRT'
                   AND BLQ-MONTANT = CLR-MONTANT
                   AND WS-AUTOR-TROUVEE = 0
                   MOVE 1 TO WS-AUTOR-TROUVEE
                   MOVE BLQ-CLE TO WS-CLE-AUTOR
               ELSE
                   ADD BLQ-MONTANT TO WS-TOTAL-BLOQUE
               END-IF
           END-IF.

      ******************************************************************
      * 3000-IMPUTER : debit du compte (version incrementee comme le
      * fait CPTEDAO), ligne MVTJRN puis detail CARTMVT sous la
      * meme cle
      ******************************************************************
       3000-IMPUTER.

           SUBTRACT CLR-MONTANT FROM CPT-SOLDE
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

           ADD 1 TO WS-NB-IMPUTES
           ADD CLR-MONTANT TO WS-MT-IMPUTE
           IF CLR-TYPE = 'R'
               ADD 1 TO WS-NB-RETRAITS
           ELSE
               ADD 1 TO WS-NB-PAIEMENTS
           END-IF

           PERFORM 3500-JOURNALISER
           IF WS-FS-JRN NOT = '00'
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES         TO ENR-CARTMVT
           MOVE JRN-CLE        TO CMV-CLE
           MOVE CLR-CARTE      TO CMV-CARTE
           MOVE CLR-TYPE       TO CMV-TYPE
           MOVE CLR-COMMERCANT TO CMV-COMMERCANT
           MOVE CLR-MONTANT    TO CMV-MONTANT
           MOVE CLR-DATE       TO CMV-DATE-OPER
           WRITE ENR-CARTMVT
           IF WS-FS-CMV NOT = '00'
               DISPLAY 'ERREUR ECRITURE CARTMVT ' CPT-NUM
                       ' : ' WS-FS-CMV
               ADD 1 TO WS-NB-ANOMALIES
           END-IF

           IF WS-AUTOR-TROUVEE = 1
               PERFORM 3700-LEVER-AUTORISATION
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-JOURNALISER : une ligne MVTJRN (retrait) par operation ;
      * sur cle en double, l'heure est avancee d'une unite (cf.
      * DATBAT)
      ******************************************************************
       3500-JOURNALISER.

           MOVE SPACES       TO ENR-JOURNAL
           MOVE CPT-NUM      TO JRN-COMPTE
           MOVE WS-JRN-DATE  TO JRN-DATE
           MOVE WS-JRN-HEURE TO JRN-HEURE
           MOVE 'CARTCLR'    TO JRN-GUICHETIER
           MOVE 'R'          TO JRN-SENS
           MOVE CLR-MONTANT  TO JRN-MONTANT
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
      * 3700-LEVER-AUTORISATION : l'autorisation carte consommee par
      * le paiement est levee (agent CARTCLR)
      ******************************************************************
       3700-LEVER-AUTORISATION.

           MOVE WS-CLE-AUTOR TO BLQ-CLE
           READ F-BLOCAGES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'L'          TO BLQ-STATUT
                   MOVE WS-DATE-JOUR TO BLQ-DATE-LEVEE
                   MOVE 'CARTCLR'    TO BLQ-AGENT-LEVEE
                   REWRITE ENR-BLOCAGE
                   IF WS-FS-BLQ = '00'
                       ADD 1 TO WS-NB-AUTOR-LEVEES
                   ELSE
                       DISPLAY 'ERREUR LEVEE BLOCAGE ' WS-CLE-AUTOR
                               ' : ' WS-FS-BLQ
                       ADD 1 TO WS-NB-ANOMALIES
                   END-IF
           END-READ.

       4000-ECRIRE-LITIGE.

           ADD 1 TO WS-NB-LITIGES
           MOVE SPACES TO ENR-LITIGE
           MOVE ENR-COMPENSATION TO LIT-OPERATION
           MOVE WS-MOTIF TO LIT-MOTIF
           MOVE WS-DATE-JOUR TO LIT-DATE
           IF WS-MOTIF NOT = 'INC' AND WS-MOTIF NOT = 'FMT'
               MOVE CRT-COMPTE TO LIT-COMPTE
           END-IF
           WRITE ENR-LITIGE.
