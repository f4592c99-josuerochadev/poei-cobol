      ******************************************************************
      * Programme : DATBAT - Denouement des depots a terme
      * Fonction  : Servir les interets des depots a terme arrives
      *             a echeance, puis les renouveler ou les virer au
      *             compte lie selon l'instruction du client
      *
      * Passe chaque nuit. Pour chaque contrat actif de DATERME
      * (ouvert au guichet par DATTRT), l'echeance contractuelle est
      * ramenee au jour ouvre suivant par le sous-programme PJ33JOUV
      * (calendrier FCALEND de la chaine) : un depot n'est denoue
      * qu'un jour ouvre, les echeances tombees un samedi, un
      * dimanche ou un ferie le sont au premier jour ouvre qui suit.
      * Interets : capital x taux x jours de la periode / 365.
      *   'R' : capital et interets replaces pour une nouvelle
      *         periode au taux du jour de la grille PARAMS
      *   'C' : capital replace, interets verses au compte lie
      *   'V' : capital et interets verses au compte lie, contrat
      *         solde (statut 'E') et compte a terme a zero
      * Les versements au compte lie sont journalises dans MVTJRN
      * (guichetier DATBAT) : JRNEXTR les reporte dans la chaine.
      * Un compte absent laisse le contrat en l'etat (RC 4) ; il
      * sera repris au passage suivant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DATERME ASSIGN TO DATERME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DAT-COMPTE
               FILE STATUS IS WS-FS-DAT.

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

           SELECT F-PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLE
               FILE STATUS IS WS-FS-PRM.

           SELECT F-ETAT ASSIGN TO FDATLST
               FILE STATUS IS WS-FS-ETA.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DATERME.
       01  ENR-DATERME.
           05  DAT-COMPTE          PIC X(11).
           05  DAT-CLIENT          PIC X(6).
           05  DAT-CAPITAL         PIC S9(9)V99 COMP-3.
           05  DAT-TAUX            PIC 9(2)V99.
           05  DAT-DUREE           PIC 9(2).
           05  DAT-DATE-DEBUT      PIC X(8).
           05  DAT-DATE-ECHEANCE   PIC X(8).
           05  DAT-INSTRUCTION     PIC X(1).
           05  DAT-COMPTE-LIE      PIC X(11).
           05  DAT-STATUT          PIC X(1).
           05  DAT-INTERETS-CUMUL  PIC S9(9)V99 COMP-3.
           05  DAT-NB-RENOUV       PIC 9(2).
           05  DAT-DATE-CLOTURE    PIC X(8).
           05  DAT-GUICHETIER      PIC X(8).
           05  FILLER              PIC X(18).

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

       FD  F-PARAMS.
       01  ENR-PARAMS.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).

       FD  F-ETAT.
       01  ENR-ETAT                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-DAT               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-REF               PIC XX.
       01  WS-FS-PRM               PIC XX.
       01  WS-FS-ETA               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-PARAMS-OUVERT        PIC 9 VALUE 0.
       01  WS-REFNUM-OUVERT        PIC 9 VALUE 0.
       01  WS-ANOMALIE             PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

      *─── Date et heure au format du journal de caisse (0CYYDDD,
      *    0HHMMSS, comme EIBDATE et EIBTIME) ─────────────────────────
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-JRN-DATE             PIC 9(7) VALUE 0.
       01  WS-JRN-HEURE            PIC 9(7) VALUE 0.
       01  WS-ESSAIS               PIC 9(2) VALUE 0.

      *─── Echeance et nouvelle periode ───────────────────────────────
       01  WS-DATE-TRAVAIL.
           05  WS-DT-ANNEE         PIC 9(4).
           05  WS-DT-MOIS          PIC 9(2).
           05  WS-DT-JOUR          PIC 9(2).
       01  WS-DATE-TRAVAIL-N REDEFINES WS-DATE-TRAVAIL PIC 9(8).
       01  WS-DATE-DEBUT-N         PIC 9(8) VALUE 0.
       01  WS-DATE-EFFET           PIC X(8).
       01  WS-JJ-MAX               PIC 9(2) VALUE 0.
       01  WS-RESTE                PIC 9(4) VALUE 0.
       01  WS-QUOTIENT             PIC 9(4) VALUE 0.
       01  WS-NB-JOURS             PIC 9(5) VALUE 0.

      *─── Montants du denouement ─────────────────────────────────────
       01  WS-INTERETS             PIC S9(9)V99 VALUE 0.
       01  WS-VERSEMENT            PIC S9(9)V99 VALUE 0.
       01  WS-NOUVEAU-CAPITAL      PIC S9(9)V99 VALUE 0.
       01  WS-SOLDE-LIE            PIC S9(9)V99 VALUE 0.
       01  WS-TAUX                 PIC 9(2)V99 VALUE 0.
       01  WS-CLE-TAUX.
           05  FILLER              PIC X(5) VALUE 'DATTX'.
           05  WS-CLE-DUREE        PIC 9(2).
           05  FILLER              PIC X(1) VALUE SPACE.

      *─── Zone d'appel du sous programme jour ouvre (PJ33JOUV) ───────
       01  WS-ZONE-JOUV.
           05  JOUV-DATE-ENTREE    PIC X(10).
           05  JOUV-SENS           PIC X(01).
           05  JOUV-DATE-SORTIE    PIC X(10).
           05  JOUV-CODE-RETOUR    PIC 9(01).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-ACTIFS            PIC 9(5) VALUE 0.
       01  WS-NB-ECHUS             PIC 9(5) VALUE 0.
       01  WS-NB-RENOUVELES        PIC 9(5) VALUE 0.
       01  WS-NB-VIRES             PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(5) VALUE 0.
       01  WS-MT-INTERETS          PIC S9(11)V99 VALUE 0.
       01  WS-ED-INTERETS          PIC -(10)9.99.

      *─── Lignes de l'etat des denouements ───────────────────────────
       01  WS-ETA-TITRE.
           05  FILLER              PIC X(40)
               VALUE 'DENOUEMENT DES DEPOTS A TERME DU '.
           05  WS-ETA-ED-DATE      PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-ETA-ENTETE.
           05  FILLER              PIC X(39) VALUE
               'COMPTE      I      CAPITAL   INTERETS  '.
           05  FILLER              PIC X(41) VALUE
               'OPERATION                 ECHEANCE'.

       01  WS-ETA-DETAIL.
           05  WS-ETA-COMPTE       PIC X(11).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-INSTRUCTION  PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-CAPITAL      PIC Z(8)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-INTERETS     PIC Z(6)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ETA-OPERATION    PIC X(26).
           05  WS-ETA-ECHEANCE     PIC X(10).
           05  FILLER              PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME DATBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           PERFORM 0100-HORODATER-JOURNAL

           OPEN I-O F-DATERME
           IF WS-FS-DAT NOT = '00'
               DISPLAY 'FICHIER DATERME INDISPONIBLE : ' WS-FS-DAT
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
      *─── Compteur de references et grille des taux facultatifs :
      *    reference zero et taux par defaut s'ils manquent ──────────
           OPEN I-O F-REFNUM
           IF WS-FS-REF = '00'
               MOVE 1 TO WS-REFNUM-OUVERT
           END-IF
           OPEN INPUT F-PARAMS
           IF WS-FS-PRM = '00'
               MOVE 1 TO WS-PARAMS-OUVERT
           END-IF
           OPEN OUTPUT F-ETAT

           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-ETA-ED-DATE
           WRITE ENR-ETAT FROM WS-ETA-TITRE
               AFTER ADVANCING PAGE
           WRITE ENR-ETAT FROM WS-ETA-ENTETE
               AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-DATERME NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DAT-STATUT = 'A'
                           ADD 1 TO WS-NB-ACTIFS
                           PERFORM 1000-EXAMINER-CONTRAT THRU 1000-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-DATERME
           CLOSE F-COMPTES
           CLOSE F-JOURNAL
           IF WS-REFNUM-OUVERT = 1
               CLOSE F-REFNUM
           END-IF
           IF WS-PARAMS-OUVERT = 1
               CLOSE F-PARAMS
           END-IF
           CLOSE F-ETAT

           MOVE WS-MT-INTERETS TO WS-ED-INTERETS
           DISPLAY 'CONTRATS ACTIFS      : ' WS-NB-ACTIFS
           DISPLAY 'ECHEANCES DENOUEES   : ' WS-NB-ECHUS
           DISPLAY '  DONT RENOUVELES    : ' WS-NB-RENOUVELES
           DISPLAY '  DONT VIRES         : ' WS-NB-VIRES
           DISPLAY 'INTERETS SERVIS      : ' WS-ED-INTERETS
           DISPLAY 'ANOMALIES            : ' WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME DATBAT'
           GOBACK.

      *─── Date du jour en 0CYYDDD et heure en 0HHMMSS ────────────────
       0100-HORODATER-JOURNAL.

           COMPUTE WS-PREMIER-JANVIER = WS-ANNEE * 10000 + 0101
           COMPUTE WS-JRN-DATE = (WS-ANNEE - 1900) * 1000
               + FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
               - FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER) + 1
           COMPUTE WS-JRN-HEURE = WS-HEURE-JOUR / 100.

       1000-EXAMINER-CONTRAT.

      *─── Echeance ramenee au jour ouvre suivant ─────────────────────
           MOVE SPACES TO JOUV-DATE-ENTREE
           STRING DAT-DATE-ECHEANCE(1:4) '-'
                  DAT-DATE-ECHEANCE(5:2) '-'
                  DAT-DATE-ECHEANCE(7:2)
               DELIMITED BY SIZE INTO JOUV-DATE-ENTREE
           MOVE 'S' TO JOUV-SENS
           CALL 'PJ33JOUV' USING WS-ZONE-JOUV
           IF JOUV-CODE-RETOUR = 2
               MOVE JOUV-DATE-ENTREE TO JOUV-DATE-SORTIE
           END-IF
           STRING JOUV-DATE-SORTIE(1:4)
                  JOUV-DATE-SORTIE(6:2)
                  JOUV-DATE-SORTIE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-EFFET
           IF WS-DATE-EFFET > WS-DATE-JOUR
               GO TO 1000-EXIT
           END-IF

      *─── Interets de la periode au prorata des jours ────────────────
           MOVE DAT-DATE-ECHEANCE TO WS-DATE-TRAVAIL
           MOVE DAT-DATE-DEBUT TO WS-DATE-DEBUT-N
           COMPUTE WS-NB-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL-N)
             - FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-N)
           COMPUTE WS-INTERETS ROUNDED =
               DAT-CAPITAL * DAT-TAUX / 100 * WS-NB-JOURS / 365

           EVALUATE DAT-INSTRUCTION
               WHEN 'R'
                   COMPUTE WS-NOUVEAU-CAPITAL =
                       DAT-CAPITAL + WS-INTERETS
                   MOVE 0 TO WS-VERSEMENT
               WHEN 'C'
                   MOVE DAT-CAPITAL TO WS-NOUVEAU-CAPITAL
                   MOVE WS-INTERETS TO WS-VERSEMENT
               WHEN OTHER
                   MOVE 0 TO WS-NOUVEAU-CAPITAL
                   COMPUTE WS-VERSEMENT = DAT-CAPITAL + WS-INTERETS
           END-EVALUATE

      *─── Les deux comptes doivent exister avant toute mise a jour ───
           MOVE 0 TO WS-ANOMALIE
           IF WS-VERSEMENT > 0
               MOVE DAT-COMPTE-LIE TO CPT-NUM
               READ F-COMPTES
                   INVALID KEY
                       MOVE 1 TO WS-ANOMALIE
               END-READ
           END-IF
           IF WS-ANOMALIE = 0
               MOVE DAT-COMPTE TO CPT-NUM
               READ F-COMPTES
                   INVALID KEY
                       MOVE 2 TO WS-ANOMALIE
               END-READ
           END-IF
           IF WS-ANOMALIE NOT = 0
               ADD 1 TO WS-NB-ANOMALIES
               MOVE DAT-COMPTE TO WS-ETA-COMPTE
               MOVE DAT-INSTRUCTION TO WS-ETA-INSTRUCTION
               MOVE DAT-CAPITAL TO WS-ETA-CAPITAL
               MOVE WS-INTERETS TO WS-ETA-INTERETS
               IF WS-ANOMALIE = 1
                   MOVE 'ANOMALIE : COMPTE LIE ABS.' TO WS-ETA-OPERATION
               ELSE
                   MOVE 'ANOMALIE : COMPTE A TERME' TO WS-ETA-OPERATION
               END-IF
               MOVE SPACES TO WS-ETA-ECHEANCE
               WRITE ENR-ETAT FROM WS-ETA-DETAIL
                   AFTER ADVANCING 1 LINE
               GO TO 1000-EXIT
           END-IF

           ADD 1 TO WS-NB-ECHUS
           ADD WS-INTERETS TO WS-MT-INTERETS

      *─── Compte a terme : capital de la nouvelle periode ou zero ────
           PERFORM 2000-MAJ-COMPTE-TERME

      *─── Versement au compte lie ────────────────────────────────────
           IF WS-VERSEMENT > 0
               PERFORM 3000-CREDITER-COMPTE-LIE
           END-IF

      *─── Contrat : nouvelle periode ou solde ────────────────────────
           ADD WS-INTERETS TO DAT-INTERETS-CUMUL
           MOVE DAT-COMPTE TO WS-ETA-COMPTE
           MOVE DAT-INSTRUCTION TO WS-ETA-INSTRUCTION
           MOVE DAT-CAPITAL TO WS-ETA-CAPITAL
           MOVE WS-INTERETS TO WS-ETA-INTERETS
           IF DAT-INSTRUCTION = 'R' OR DAT-INSTRUCTION = 'C'
               ADD 1 TO WS-NB-RENOUVELES
               PERFORM 4000-RENOUVELER
               IF DAT-INSTRUCTION = 'R'
                   MOVE 'RENOUVELE AVEC INTERETS' TO WS-ETA-OPERATION
               ELSE
                   MOVE 'RENOUVELE, INTERETS VERSES' TO WS-ETA-OPERATION
               END-IF
               STRING DAT-DATE-ECHEANCE(7:2) '/'
                      DAT-DATE-ECHEANCE(5:2) '/'
                      DAT-DATE-ECHEANCE(1:4)
                   DELIMITED BY SIZE INTO WS-ETA-ECHEANCE
           ELSE
               ADD 1 TO WS-NB-VIRES
               MOVE 'E' TO DAT-STATUT
               MOVE WS-DATE-JOUR TO DAT-DATE-CLOTURE
               MOVE 'VIRE AU COMPTE LIE' TO WS-ETA-OPERATION
               MOVE SPACES TO WS-ETA-ECHEANCE
           END-IF
           MOVE 'DATBAT' TO DAT-GUICHETIER
           REWRITE ENR-DATERME
           IF WS-FS-DAT NOT = '00'
               DISPLAY 'ERREUR MAJ DATERME ' DAT-COMPTE ' : ' WS-FS-DAT
               ADD 1 TO WS-NB-ANOMALIES
           END-IF

           WRITE ENR-ETAT FROM WS-ETA-DETAIL
               AFTER ADVANCING 1 LINE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MAJ-COMPTE-TERME : le solde du compte a terme est le
      * capital place ; la version est incrementee comme le fait
      * CPTEDAO pour qu'une fiche lue avant le passage soit refusee
      ******************************************************************
       2000-MAJ-COMPTE-TERME.

           MOVE WS-NOUVEAU-CAPITAL TO CPT-SOLDE
           MOVE WS-JRN-DATE TO CPT-DATEDER
           PERFORM 2500-INCREMENTER-VERSION
           REWRITE ENR-COMPTE
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'ERREUR MAJ COMPTE ' CPT-NUM ' : ' WS-FS-CPT
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       2500-INCREMENTER-VERSION.

           IF CPT-VERSION NOT NUMERIC
               MOVE 0 TO CPT-VERSION
           END-IF
           ADD 1 TO CPT-VERSION
           IF CPT-VERSION > 9998
               MOVE 1 TO CPT-VERSION
           END-IF.

      ******************************************************************
      * 3000-CREDITER-COMPTE-LIE : credit et trace dans MVTJRN
      ******************************************************************
       3000-CREDITER-COMPTE-LIE.

           MOVE DAT-COMPTE-LIE TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   DISPLAY 'COMPTE LIE DISPARU ' DAT-COMPTE-LIE
                   ADD 1 TO WS-NB-ANOMALIES
           END-READ
           IF WS-FS-CPT = '00'
               ADD WS-VERSEMENT TO CPT-SOLDE
               MOVE CPT-SOLDE TO WS-SOLDE-LIE
               MOVE WS-JRN-DATE TO CPT-DATEDER
               PERFORM 2500-INCREMENTER-VERSION
               REWRITE ENR-COMPTE
               IF WS-FS-CPT NOT = '00'
                   DISPLAY 'ERREUR MAJ COMPTE ' CPT-NUM
                           ' : ' WS-FS-CPT
                   ADD 1 TO WS-NB-ANOMALIES
               ELSE
                   PERFORM 3500-JOURNALISER
               END-IF
           END-IF.

      ******************************************************************
      * 3500-JOURNALISER : une ligne MVTJRN par versement ; sur cle
      * en double (deux contrats vers le meme compte dans la meme
      * seconde), l'heure est avancee d'une unite
      ******************************************************************
       3500-JOURNALISER.

           MOVE SPACES         TO ENR-JOURNAL
           MOVE DAT-COMPTE-LIE TO JRN-COMPTE
           MOVE WS-JRN-DATE    TO JRN-DATE
           MOVE WS-JRN-HEURE   TO JRN-HEURE
           MOVE 'DATBAT'       TO JRN-GUICHETIER
           MOVE 'D'            TO JRN-SENS
           MOVE WS-VERSEMENT   TO JRN-MONTANT
           MOVE WS-SOLDE-LIE   TO JRN-SOLDE-APRES
           PERFORM 3600-ALLOUER-REFERENCE

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
               DISPLAY 'ERREUR ECRITURE MVTJRN ' DAT-COMPTE-LIE
                       ' : ' WS-FS-JRN
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

      ******************************************************************
      * 3600-ALLOUER-REFERENCE : reference unique tiree du compteur
      * REFNUM (cf. MVTTRT) ; compteur indisponible = reference zero,
      * PJ30NUMR en attribuera une cote chaine
      ******************************************************************
       3600-ALLOUER-REFERENCE.

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
           END-IF.

      ******************************************************************
      * 4000-RENOUVELER : nouvelle periode de meme duree a partir de
      * l'echeance contractuelle, au taux du jour de la grille
      ******************************************************************
       4000-RENOUVELER.

           PERFORM 4500-LIRE-TAUX
           MOVE WS-NOUVEAU-CAPITAL TO DAT-CAPITAL
           MOVE WS-TAUX TO DAT-TAUX
           MOVE DAT-DATE-ECHEANCE TO DAT-DATE-DEBUT
           MOVE DAT-DATE-ECHEANCE TO WS-DATE-TRAVAIL
           PERFORM 4600-AJOUTER-DUREE
           MOVE WS-DATE-TRAVAIL TO DAT-DATE-ECHEANCE
           IF DAT-NB-RENOUV < 99
               ADD 1 TO DAT-NB-RENOUV
           END-IF.

      ******************************************************************
      * 4500-LIRE-TAUX : grille PARAMS (DATTX03, DATTX06, DATTX12) ;
      * a defaut, meme valeurs que DATTRT
      ******************************************************************
       4500-LIRE-TAUX.

           EVALUATE DAT-DUREE
               WHEN 3
                   MOVE 1.50 TO WS-TAUX
               WHEN 6
                   MOVE 2.00 TO WS-TAUX
               WHEN OTHER
                   MOVE 2.50 TO WS-TAUX
           END-EVALUATE
           IF WS-PARAMS-OUVERT = 1
               MOVE DAT-DUREE TO WS-CLE-DUREE
               MOVE WS-CLE-TAUX TO PRM-CLE
               READ F-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRM-VALEUR NUMERIC
                           AND PRM-VALEUR > 0
                           AND PRM-VALEUR < 100
                           MOVE PRM-VALEUR TO WS-TAUX
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * 4600-AJOUTER-DUREE : WS-DATE-TRAVAIL + DAT-DUREE mois ; un
      * jour absent du mois d'arrivee est ramene au dernier jour
      ******************************************************************
       4600-AJOUTER-DUREE.

           ADD DAT-DUREE TO WS-DT-MOIS
           IF WS-DT-MOIS > 12
               SUBTRACT 12 FROM WS-DT-MOIS
               ADD 1 TO WS-DT-ANNEE
           END-IF

           EVALUATE WS-DT-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-JJ-MAX
               WHEN 2
                   MOVE 28 TO WS-JJ-MAX
                   DIVIDE WS-DT-ANNEE BY 4
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       MOVE 29 TO WS-JJ-MAX
                       DIVIDE WS-DT-ANNEE BY 100
                           GIVING WS-QUOTIENT REMAINDER WS-RESTE
                       IF WS-RESTE = 0
                           DIVIDE WS-DT-ANNEE BY 400
                               GIVING WS-QUOTIENT REMAINDER WS-RESTE
                           IF WS-RESTE NOT = 0
                               MOVE 28 TO WS-JJ-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-JJ-MAX
           END-EVALUATE
           IF WS-DT-JOUR > WS-JJ-MAX
               MOVE WS-JJ-MAX TO WS-DT-JOUR
           END-IF.
