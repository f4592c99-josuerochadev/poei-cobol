      ******************************************************************
      * Programme : CHNRETR - Report des mouvements de la chaine
      * Fonction  : Appliquer aux comptes guichet les mouvements
      *             generes par la chaine batch de la nuit
      *
      * Passe chaque matin, apres la chaine. JRNEXTR verse le guichet
      * dans la chaine ; ce batch fait le chemin inverse. Il relit
      * les mouvements valides du jour (FMOUVNET, dessin FMOUV, issu
      * de PJ31VALD par ou passent les interets PJ24INTE, les
      * commissions PJ40COMM, les virements permanents PJ36VGEN, les
      * prelevements PJ37PREL et les virements recus PJ38IMPO) et
      * les porte au COMPTE guichet : CR credite le solde, DB le
      * debite. Le compte guichet est trouve par la table entretenue
      * CPTXREF (compte chaine -> CPT-NUM, cf. XREFMAJ).
      * Chaque mouvement applique est journalise dans MVTJRN
      * (guichetier CHNRETR, sens 'D' ou 'R') avec sa reference
      * chaine (positions 44-51) : le releve guichet est complet.
      * JRNEXTR et LCBFBAT ignorent ces lignes, que la chaine porte
      * deja.
      * Sont ecartes dans la liste des rejets FCHNREJ, avec motif :
      *   - compte, montant ou sens illisible           : FMT
      *   - compte absent du FCLIENT (non impute par
      *     PJ22IMPU)                                   : CLI
      *   - compte en desherence (non impute)           : DSH
      *   - compte chaine absent de la table CPTXREF    : MAP
      *   - compte guichet absent de COMPTE             : CPI
      *   - solde guichet hors capacite apres report    : DEP
      * Les lignes de nature 'GUI' viennent du guichet par JRNEXTR
      * et ne sont pas reportees.
      * Un passage par jour : la date du dernier passage est tenue
      * dans REFNUM (cle 'CHNRETR') ; un second passage le meme jour
      * s'arrete sans rien reporter (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNRETR.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOUV-NET ASSIGN TO FMOUVNET
               FILE STATUS IS WS-FS-MVT.

           SELECT F-XREF ASSIGN TO CPTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-NUM-CHAINE
               FILE STATUS IS WS-FS-XRF.

           SELECT F-CLIENT ASSIGN TO FCLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM-COMPTE
               FILE STATUS IS WS-FS-CLI.

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

           SELECT F-REFNUM ASSIGN TO REFNUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNM-CLE
               FILE STATUS IS WS-FS-REF.

           SELECT F-REJETS ASSIGN TO FCHNREJ
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.

      *─── Mouvement valide de la chaine, dessin FMOUV ─────────────────
       FD  F-MOUV-NET.
       01  ENR-MOUV-NET.
           05  MVT-NUM-COMPTE      PIC X(3).
           05  MVT-NUM-COMPTE-N REDEFINES MVT-NUM-COMPTE PIC 9(3).
           05  MVT-LIBELLE         PIC X(15).
           05  MVT-MONTANT         PIC S9(6)V99.
           05  MVT-SENS            PIC X(2).
           05  MVT-NATURE          PIC X(3).
           05  MVT-DATE            PIC X(10).
      *─── Mois d'origine (PJ21MERG) puis reference (cf. PJ30NUMR) ────
           05  MVT-MOIS            PIC X(2).
           05  MVT-REFERENCE       PIC 9(8).
           05  FILLER              PIC X(29).

       FD  F-XREF.
       01  ENR-XREF.
           05  XRF-NUM-CHAINE      PIC 9(3).
           05  XRF-CPT-NUM         PIC X(11).
           05  XRF-DATE-MAJ        PIC X(8).
           05  XRF-AUTEUR          PIC X(8).
           05  FILLER              PIC X(10).

      *─── FCLIENT de la chaine, lu pour ecarter ce que PJ22IMPU n'a
      *    pas impute ─────────────────────────────────────────────────
       FD  F-CLIENT.
       01  ENR-CLIENT.
           05  CLI-NUM-COMPTE      PIC 9(3).
           05  FILLER              PIC X(52).
           05  CLI-DESHERENCE      PIC X(1).
           05  FILLER              PIC X(24).

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

       FD  F-REFNUM.
       01  ENR-REFNUM.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).

       FD  F-REJETS.
       01  ENR-REJET               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-MVT               PIC XX.
       01  WS-FS-XRF               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-REF               PIC XX.
       01  WS-FS-REJ               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-FCLIENT-OUVERT       PIC 9 VALUE 0.
       01  WS-REFNUM-OUVERT        PIC 9 VALUE 0.

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
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-ESSAIS               PIC 9(2) VALUE 0.

       01  WS-MONTANT              PIC 9(7)V99 VALUE 0.
       01  WS-MOTIF                PIC X(3) VALUE SPACES.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(7) VALUE 0.
       01  WS-NB-GUICHET           PIC 9(7) VALUE 0.
       01  WS-NB-CREDITS           PIC 9(7) VALUE 0.
       01  WS-NB-DEBITS            PIC 9(7) VALUE 0.
       01  WS-NB-REJETS            PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.
       01  WS-MT-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-MT-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC Z(10)9.99.

      *─── Liste des rejets (80 colonnes) ─────────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(46)
               VALUE 'MOUVEMENTS CHAINE NON REPORTES AU GUICHET DU '.
           05  WS-TIT-DATE         PIC X(10).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(5)  VALUE 'CPT'.
           05  FILLER              PIC X(16) VALUE 'LIBELLE'.
           05  FILLER              PIC X(13) VALUE '      MONTANT'.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'SNS'.
           05  FILLER              PIC X(4)  VALUE 'NAT'.
           05  FILLER              PIC X(11) VALUE 'DATE'.
           05  FILLER              PIC X(9)  VALUE 'REFERENC'.
           05  FILLER              PIC X(6)  VALUE 'MOTIF'.
           05  FILLER              PIC X(8)  VALUE SPACES.

       01  WS-LIGNE-REJET.
           05  WS-REJ-COMPTE       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-REJ-LIBELLE      PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-REJ-MONTANT      PIC -(7)9.99.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-REJ-SENS         PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-REJ-NATURE       PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-REJ-DATE         PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-REJ-REFERENCE    PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-REJ-MOTIF        PIC X(3).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-LIGNE-TOTAL.
           05  FILLER              PIC X(20)
               VALUE 'MOUVEMENTS REJETES :'.
           05  WS-TOT-REJETS       PIC Z(6)9.
           05  FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME CHNRETR'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           COMPUTE WS-PREMIER-JANVIER = WS-ANNEE * 10000 + 0101
           COMPUTE WS-JRN-DATE = (WS-ANNEE - 1900) * 1000
               + FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
               - FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER) + 1
           COMPUTE WS-JRN-HEURE = WS-HEURE-JOUR / 100

           OPEN INPUT F-MOUV-NET
           IF WS-FS-MVT NOT = '00'
               DISPLAY 'FMOUVNET INDISPONIBLE : ' WS-FS-MVT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-XREF
           IF WS-FS-XRF NOT = '00'
               DISPLAY 'TABLE CPTXREF INDISPONIBLE : ' WS-FS-XRF
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
      *─── FCLIENT facultatif : sans lui, aucun filtre client ─────────
           OPEN INPUT F-CLIENT
           IF WS-FS-CLI = '00'
               MOVE 1 TO WS-FCLIENT-OUVERT
           ELSE
               DISPLAY 'FCLIENT INDISPONIBLE (' WS-FS-CLI
                       ') : COMPTES CHAINE NON CONTROLES'
           END-IF
      *─── REFNUM facultatif : sans lui, pas de garde contre un
      *    second passage du jour ────────────────────────────────────
           OPEN I-O F-REFNUM
           IF WS-FS-REF = '00'
               MOVE 1 TO WS-REFNUM-OUVERT
               PERFORM 0500-CONTROLER-PASSAGE THRU 0500-EXIT
           ELSE
               DISPLAY 'REFNUM INDISPONIBLE (' WS-FS-REF
                       ') : PASSAGE NON CONTROLE'
           END-IF

           OPEN OUTPUT F-REJETS
           MOVE SPACES TO WS-TIT-DATE
           STRING WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
                  WS-DATE-JOUR(1:4) DELIMITED BY SIZE INTO WS-TIT-DATE
           WRITE ENR-REJET FROM WS-LIGNE-SEP
           WRITE ENR-REJET FROM WS-LIGNE-TITRE
           WRITE ENR-REJET FROM WS-LIGNE-SEP
           WRITE ENR-REJET FROM WS-LIGNE-ENTETE

           IF RETURN-CODE = 0
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-MOUV-NET
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-NB-LUS
                           PERFORM 1000-TRAITER-MOUVEMENT THRU 1000-EXIT
                   END-READ
               END-PERFORM
           END-IF

           MOVE WS-NB-REJETS TO WS-TOT-REJETS
           WRITE ENR-REJET FROM WS-LIGNE-SEP
           WRITE ENR-REJET FROM WS-LIGNE-TOTAL

           CLOSE F-MOUV-NET
           CLOSE F-XREF
           CLOSE F-COMPTES
           CLOSE F-JOURNAL
           IF WS-FCLIENT-OUVERT = 1
               CLOSE F-CLIENT
           END-IF
           IF WS-REFNUM-OUVERT = 1
               CLOSE F-REFNUM
           END-IF
           CLOSE F-REJETS

           DISPLAY 'MOUVEMENTS LUS        : ' WS-NB-LUS
           DISPLAY 'LIGNES GUICHET (GUI)  : ' WS-NB-GUICHET
           MOVE WS-MT-CREDITS TO WS-ED-MONTANT
           DISPLAY 'CREDITS REPORTES      : ' WS-NB-CREDITS
                   ' POUR ' WS-ED-MONTANT
           MOVE WS-MT-DEBITS TO WS-ED-MONTANT
           DISPLAY 'DEBITS REPORTES       : ' WS-NB-DEBITS
                   ' POUR ' WS-ED-MONTANT
           DISPLAY 'MOUVEMENTS REJETES    : ' WS-NB-REJETS
           DISPLAY 'ANOMALIES             : ' WS-NB-ANOMALIES
           IF WS-NB-REJETS > 0
               OR WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME CHNRETR'
           GOBACK.

      ******************************************************************
      * 0500-CONTROLER-PASSAGE : un seul report par jour ; la date du
      * passage est posee dans REFNUM sous la cle 'CHNRETR' (creee au
      * premier passage)
      ******************************************************************
       0500-CONTROLER-PASSAGE.

           MOVE 'CHNRETR' TO RNM-CLE
           READ F-REFNUM
               INVALID KEY
                   MOVE WS-DATE-JOUR-N TO RNM-DERNIERE-REF
                   WRITE ENR-REFNUM
                   GO TO 0500-EXIT
           END-READ
           IF RNM-DERNIERE-REF = WS-DATE-JOUR-N
               DISPLAY 'REPORT DEJA PASSE CE JOUR : AUCUN MOUVEMENT '
                       'REPORTE'
               MOVE 4 TO RETURN-CODE
               GO TO 0500-EXIT
           END-IF
           MOVE WS-DATE-JOUR-N TO RNM-DERNIERE-REF
           REWRITE ENR-REFNUM.

       0500-EXIT.
           EXIT.

       1000-TRAITER-MOUVEMENT.

           MOVE SPACES TO WS-MOTIF

      *─── Versement du guichet par JRNEXTR : deja au COMPTE ──────────
           IF MVT-NATURE = 'GUI'
               ADD 1 TO WS-NB-GUICHET
               GO TO 1000-EXIT
           END-IF

      *─── Mouvement lisible ──────────────────────────────────────────
           IF MVT-NUM-COMPTE NOT NUMERIC
               OR MVT-MONTANT NOT NUMERIC
               OR (MVT-SENS NOT = 'CR' AND MVT-SENS NOT = 'DB')
               MOVE 'FMT' TO WS-MOTIF
               GO TO 1000-REJET
           END-IF
           IF MVT-MONTANT < 0
               COMPUTE WS-MONTANT = 0 - MVT-MONTANT
           ELSE
               MOVE MVT-MONTANT TO WS-MONTANT
           END-IF
           IF WS-MONTANT = 0
               MOVE 'FMT' TO WS-MOTIF
               GO TO 1000-REJET
           END-IF

      *─── Compte impute par PJ22IMPU ─────────────────────────────────
           IF WS-FCLIENT-OUVERT = 1
               MOVE MVT-NUM-COMPTE-N TO CLI-NUM-COMPTE
               READ F-CLIENT
                   INVALID KEY
                       MOVE 'CLI' TO WS-MOTIF
                   NOT INVALID KEY
                       IF CLI-DESHERENCE = 'O'
                           MOVE 'DSH' TO WS-MOTIF
                       END-IF
               END-READ
               IF WS-MOTIF NOT = SPACES
                   GO TO 1000-REJET
               END-IF
           END-IF

      *─── Compte guichet de la table de correspondance ───────────────
           MOVE MVT-NUM-COMPTE-N TO XRF-NUM-CHAINE
           READ F-XREF
               INVALID KEY
                   MOVE 'MAP' TO WS-MOTIF
           END-READ
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-REJET
           END-IF
           MOVE XRF-CPT-NUM TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   MOVE 'CPI' TO WS-MOTIF
           END-READ
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-REJET
           END-IF

           PERFORM 2000-REPORTER THRU 2000-EXIT
           GO TO 1000-EXIT.

       1000-REJET.
           PERFORM 4000-ECRIRE-REJET.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REPORTER : credit (CR) ou debit (DB) du compte guichet,
      * version incrementee comme le fait CPTEDAO, puis ligne MVTJRN
      * portant la reference chaine
      ******************************************************************
       2000-REPORTER.

           IF MVT-SENS = 'CR'
               ADD WS-MONTANT TO CPT-SOLDE
                   ON SIZE ERROR
                       MOVE 'DEP' TO WS-MOTIF
               END-ADD
           ELSE
               SUBTRACT WS-MONTANT FROM CPT-SOLDE
                   ON SIZE ERROR
                       MOVE 'DEP' TO WS-MOTIF
               END-SUBTRACT
           END-IF
           IF WS-MOTIF NOT = SPACES
               PERFORM 4000-ECRIRE-REJET
               GO TO 2000-EXIT
           END-IF
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
               GO TO 2000-EXIT
           END-IF

           IF MVT-SENS = 'CR'
               ADD 1 TO WS-NB-CREDITS
               ADD WS-MONTANT TO WS-MT-CREDITS
           ELSE
               ADD 1 TO WS-NB-DEBITS
               ADD WS-MONTANT TO WS-MT-DEBITS
           END-IF

           PERFORM 3000-JOURNALISER.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-JOURNALISER : une ligne MVTJRN par mouvement reporte ;
      * sur cle en double, l'heure est avancee d'une unite (cf.
      * DATBAT)
      ******************************************************************
       3000-JOURNALISER.

           MOVE SPACES       TO ENR-JOURNAL
           MOVE CPT-NUM      TO JRN-COMPTE
           MOVE WS-JRN-DATE  TO JRN-DATE
           MOVE WS-JRN-HEURE TO JRN-HEURE
           MOVE 'CHNRETR'    TO JRN-GUICHETIER
           IF MVT-SENS = 'CR'
               MOVE 'D'      TO JRN-SENS
           ELSE
               MOVE 'R'      TO JRN-SENS
           END-IF
           MOVE WS-MONTANT   TO JRN-MONTANT
           MOVE CPT-SOLDE    TO JRN-SOLDE-APRES
           IF MVT-REFERENCE NUMERIC
               MOVE MVT-REFERENCE TO JRN-REFERENCE
           ELSE
               MOVE 0 TO JRN-REFERENCE
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

       4000-ECRIRE-REJET.

           ADD 1 TO WS-NB-REJETS
           MOVE MVT-NUM-COMPTE TO WS-REJ-COMPTE
           MOVE MVT-LIBELLE    TO WS-REJ-LIBELLE
           IF MVT-MONTANT NUMERIC
               MOVE MVT-MONTANT TO WS-REJ-MONTANT
           ELSE
               MOVE 0 TO WS-REJ-MONTANT
           END-IF
           MOVE MVT-SENS       TO WS-REJ-SENS
           MOVE MVT-NATURE     TO WS-REJ-NATURE
           MOVE MVT-DATE       TO WS-REJ-DATE
           MOVE ENR-MOUV-NET(44:8) TO WS-REJ-REFERENCE
           MOVE WS-MOTIF       TO WS-REJ-MOTIF
           WRITE ENR-REJET FROM WS-LIGNE-REJET.
