      ******************************************************************
      * Programme : COFFACT - Coffres-forts (facturation annuelle)
      * Fonction  : Facturer le loyer annuel des coffres loues au
      *             travers des commissions de la chaine
      *
      * Passe en janvier sur les contrats LOCCOF en cours (ouverts au
      * guichet par COFTRT), puis chaque mois pour rattraper les
      * contrats ouverts depuis. Annee facturee lue sur SYSIN
      * (0 = annee en cours). Un contrat deja facture pour l'annee
      * n'est pas refacture : le passage est rejouable.
      *   - loyer selon la taille du coffre : PARAMS COFLOYP, COFLOYM,
      *     COFLOYG (60, 90 et 150 EUR par defaut, comme COFTRT) ;
      *     un contrat ouvert dans l'annee paie au prorata des mois
      *     restants, mois d'ouverture compris ;
      *   - le compte de facturation est cherche dans la table
      *     CPTXREF lue a l'envers (meme principe que SUCBAT) : s'il
      *     est connu de la chaine, un ordre de commission 'COF' est
      *     ajoute au fichier FCOMFOR que PJ40COMM emet en mouvement
      *     de debit 'COMMISSION COF' (contrat 'C', transmis) ; sinon
      *     le loyer est retenu (contrat 'M') et retransmis au
      *     passage suivant, des que la correspondance existe ;
      *   - le loyer s'ajoute aux sommes dues du contrat ; COFRELA
      *     constate ensuite le debit au journal MVTJRN et relance
      *     les impayes.
      * Le detail est edite dans FCOFFAC. RC 4 si des loyers sont
      * retenus faute de correspondance, RC 8 si LOCCOF ou FCOMFOR
      * est indisponible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFFACT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LOCCOF ASSIGN TO LOCCOF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOC-NUMERO
               FILE STATUS IS WS-FS-LOC.

           SELECT F-XREF ASSIGN TO CPTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-NUM-CHAINE
               FILE STATUS IS WS-FS-XRF.

           SELECT F-PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLE
               FILE STATUS IS WS-FS-PRM.

           SELECT F-COMFOR ASSIGN TO FCOMFOR
               FILE STATUS IS WS-FS-CFO.

           SELECT F-ETAT ASSIGN TO FCOFFAC
               FILE STATUS IS WS-FS-ETA.

       DATA DIVISION.
       FILE SECTION.

      *─── Contrats de location, dessin LOCCOF (cf. copybook) ─────────
       FD  F-LOCCOF.
       01  ENR-LOCCOF.
           05  LOC-NUMERO          PIC 9(8).
           05  LOC-AGENCE          PIC X(5).
           05  LOC-COFFRE          PIC 9(4).
           05  LOC-TAILLE          PIC X(1).
           05  LOC-CLIENT          PIC X(6).
           05  LOC-COMPTE          PIC X(11).
           05  LOC-STATUT          PIC X(1).
           05  LOC-DATE-DEBUT.
               10  LOC-DEBUT-ANNEE PIC 9(4).
               10  LOC-DEBUT-MOIS  PIC 9(2).
               10  LOC-DEBUT-JOUR  PIC 9(2).
           05  LOC-DATE-FIN-PREVUE PIC X(8).
           05  LOC-DATE-FIN        PIC X(8).
           05  LOC-AGENT-OUVERTURE PIC X(8).
           05  LOC-AGENT-FIN       PIC X(8).
           05  LOC-ANNEE-FACTUREE  PIC 9(4).
           05  LOC-DATE-FACTURE    PIC X(8).
           05  LOC-MT-FACTURE      PIC 9(5)V99 COMP-3.
           05  LOC-MT-DU           PIC 9(7)V99 COMP-3.
           05  LOC-FACTURATION     PIC X(1).
           05  LOC-DATE-PAIEMENT   PIC X(8).
           05  LOC-NB-RELANCES     PIC 9(1).
           05  LOC-DATE-RELANCE    PIC X(8).
           05  LOC-MOTIF-FIN       PIC X(3).
           05  FILLER              PIC X(32).

       FD  F-XREF.
       01  ENR-XREF.
           05  XRF-NUM-CHAINE      PIC 9(3).
           05  XRF-CPT-NUM         PIC X(11).
           05  XRF-DATE-MAJ        PIC X(8).
           05  XRF-AUTEUR          PIC X(8).
           05  FILLER              PIC X(10).

       FD  F-PARAMS.
       01  ENR-PARAMS.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).

      *─── Ordre de commission forfaitaire, lu par PJ40COMM ───────────
       FD  F-COMFOR.
       01  ENR-COMFOR.
           05  CFO-NUM-COMPTE      PIC 9(3).
           05  CFO-NATURE          PIC X(3).
           05  CFO-PERIODE         PIC X(7).
           05  CFO-MONTANT         PIC S9(6)V99.
           05  CFO-REFERENCE       PIC 9(8).
           05  CFO-EMETTEUR        PIC X(8).
           05  FILLER              PIC X(43).

       FD  F-ETAT.
       01  ENR-ETAT                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-LOC               PIC XX.
       01  WS-FS-XRF               PIC XX.
       01  WS-FS-PRM               PIC XX.
       01  WS-FS-CFO               PIC XX.
       01  WS-FS-ETA               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-PARAMS-OUVERT        PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-EDIT            PIC X(10).

      *─── Annee facturee (SYSIN, 0 = annee en cours) ─────────────────
       01  WS-ANNEE-FACT           PIC 9(4) VALUE 0.
       01  WS-PERIODE.
           05  WS-PER-ANNEE        PIC 9(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-PER-MOIS         PIC 9(2).

      *─── Loyers annuels par taille ──────────────────────────────────
       01  WS-LOYER-P              PIC 9(5)V99 VALUE 60.
       01  WS-LOYER-M              PIC 9(5)V99 VALUE 90.
       01  WS-LOYER-G              PIC 9(5)V99 VALUE 150.
       01  WS-CLE-PARAM            PIC X(8).
       01  WS-LOYER-LU             PIC 9(5)V99 VALUE 0.

      *─── Contrat en cours ───────────────────────────────────────────
       01  WS-LOYER                PIC 9(5)V99 VALUE 0.
       01  WS-NB-MOIS              PIC 9(2) VALUE 0.
       01  WS-MONTANT              PIC 9(5)V99 VALUE 0.
       01  WS-A-TRANSMETTRE        PIC 9(5)V99 VALUE 0.
       01  WS-NUM-CHAINE           PIC 9(3) VALUE 0.
       01  WS-SITUATION            PIC X(20).

      *─── Correspondance chaine / guichet, lue a l'envers ────────────
       01  WS-NB-XREF              PIC 9(4) VALUE 0.
       01  WS-JX                   PIC 9(4) VALUE 0.
       01  WS-TAB-XREF.
           05  WS-XRF OCCURS 999 TIMES.
               10  WS-XRF-CHAINE   PIC 9(3).
               10  WS-XRF-COMPTE   PIC X(11).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-ACTIFS            PIC 9(7) VALUE 0.
       01  WS-NB-FACTURES          PIC 9(7) VALUE 0.
       01  WS-NB-PRORATA           PIC 9(7) VALUE 0.
       01  WS-NB-RETRANSMIS        PIC 9(7) VALUE 0.
       01  WS-NB-TRANSMIS          PIC 9(7) VALUE 0.
       01  WS-NB-RETENUS           PIC 9(7) VALUE 0.
       01  WS-MT-FACTURE           PIC 9(9)V99 VALUE 0.
       01  WS-MT-TRANSMIS          PIC 9(9)V99 VALUE 0.
       01  WS-MT-RETENU            PIC 9(9)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC Z(8)9.99.

      *─── Lignes de l'etat de facturation ────────────────────────────
       01  WS-ETA-TITRE.
           05  FILLER              PIC X(44)
               VALUE 'FACTURATION DES LOYERS DE COFFRES - ANNEE '.
           05  WS-ETA-ANNEE        PIC 9(4).
           05  FILLER              PIC X(17) VALUE '      EDITE LE : '.
           05  WS-ETA-ED-DATE      PIC X(10).
           05  FILLER              PIC X(5) VALUE SPACES.

       01  WS-ETA-ENTETE.
           05  FILLER              PIC X(9) VALUE 'CONTRAT'.
           05  FILLER              PIC X(6) VALUE 'AGENCE'.
           05  FILLER              PIC X(6) VALUE ' COFF'.
           05  FILLER              PIC X(2) VALUE 'T'.
           05  FILLER              PIC X(12) VALUE 'COMPTE'.
           05  FILLER              PIC X(4) VALUE 'CHN'.
           05  FILLER              PIC X(3) VALUE 'MS'.
           05  FILLER              PIC X(11) VALUE '    MONTANT'.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(26) VALUE 'SITUATION'.

       01  WS-ETA-DETAIL.
           05  WS-ETA-CONTRAT      PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-AGENCE       PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-COFFRE       PIC 9(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ETA-TAILLE       PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-COMPTE       PIC X(11).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-CHAINE       PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-MOIS         PIC Z9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ETA-MONTANT      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ETA-SITUATION    PIC X(20).
           05  FILLER              PIC X(7) VALUE SPACES.

       01  WS-ETA-TOTAL.
           05  WS-ETA-TOT-LIBELLE  PIC X(30).
           05  WS-ETA-TOT-NB       PIC Z(6)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-ETA-TOT-MONTANT  PIC Z(8)9.99.
           05  FILLER              PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME COFFACT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT

           DISPLAY 'ANNEE A FACTURER (0 = ANNEE EN COURS) :'
           ACCEPT WS-ANNEE-FACT FROM SYSIN
           IF WS-ANNEE-FACT NOT NUMERIC OR WS-ANNEE-FACT = 0
               MOVE WS-ANNEE TO WS-ANNEE-FACT
           END-IF
           IF WS-ANNEE-FACT > WS-ANNEE
               DISPLAY 'ANNEE FUTURE REFUSEE : ' WS-ANNEE-FACT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ANNEE-FACT TO WS-PER-ANNEE
           MOVE WS-MOIS       TO WS-PER-MOIS
           DISPLAY 'ANNEE FACTUREE : ' WS-ANNEE-FACT

           OPEN I-O F-LOCCOF
           IF WS-FS-LOC = '35'
               DISPLAY 'AUCUN CONTRAT DE LOCATION DE COFFRE'
               DISPLAY 'FIN DU PROGRAMME COFFACT'
               GOBACK
           END-IF
           IF WS-FS-LOC NOT = '00'
               DISPLAY 'FICHIER LOCCOF INDISPONIBLE : ' WS-FS-LOC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND F-COMFOR
           IF WS-FS-CFO = '35'
               OPEN OUTPUT F-COMFOR
           END-IF
           IF WS-FS-CFO NOT = '00'
               DISPLAY 'FICHIER FCOMFOR INDISPONIBLE : ' WS-FS-CFO
               CLOSE F-LOCCOF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0100-LIRE-LOYERS
           PERFORM 0200-CHARGER-CORRESPONDANCE

           OPEN OUTPUT F-ETAT
           MOVE WS-ANNEE-FACT TO WS-ETA-ANNEE
           MOVE WS-DATE-EDIT  TO WS-ETA-ED-DATE
           WRITE ENR-ETAT FROM WS-ETA-TITRE
               AFTER ADVANCING PAGE
           WRITE ENR-ETAT FROM WS-ETA-ENTETE
               AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-LOCCOF NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LOC-STATUT = 'A'
                           ADD 1 TO WS-NB-ACTIFS
                           PERFORM 1000-EXAMINER-CONTRAT THRU 1000-EXIT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 9000-EDITER-TOTAUX

           CLOSE F-LOCCOF
           CLOSE F-COMFOR
           CLOSE F-ETAT

           MOVE WS-MT-TRANSMIS TO WS-ED-MONTANT
           DISPLAY 'CONTRATS EN COURS    : ' WS-NB-ACTIFS
           DISPLAY 'LOYERS FACTURES      : ' WS-NB-FACTURES
           DISPLAY '  DONT AU PRORATA    : ' WS-NB-PRORATA
           DISPLAY 'LOYERS RETRANSMIS    : ' WS-NB-RETRANSMIS
           DISPLAY 'ORDRES TRANSMIS      : ' WS-NB-TRANSMIS
           DISPLAY 'MONTANT TRANSMIS     : ' WS-ED-MONTANT
           DISPLAY 'LOYERS RETENUS       : ' WS-NB-RETENUS
           IF WS-NB-RETENUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME COFFACT'
           GOBACK.

      ******************************************************************
      * 0100-LIRE-LOYERS : grille PARAMS facultative ; a defaut,
      * memes valeurs que COFTRT
      ******************************************************************
       0100-LIRE-LOYERS.

           OPEN INPUT F-PARAMS
           IF WS-FS-PRM NOT = '00'
               DISPLAY 'PARAMS ABSENT - LOYERS PAR DEFAUT'
               GO TO 0100-EXIT
           END-IF
           MOVE 1 TO WS-PARAMS-OUVERT

           MOVE 'COFLOYP' TO WS-CLE-PARAM
           MOVE WS-LOYER-P TO WS-LOYER-LU
           PERFORM 0150-LIRE-PARAMETRE
           MOVE WS-LOYER-LU TO WS-LOYER-P
           MOVE 'COFLOYM' TO WS-CLE-PARAM
           MOVE WS-LOYER-M TO WS-LOYER-LU
           PERFORM 0150-LIRE-PARAMETRE
           MOVE WS-LOYER-LU TO WS-LOYER-M
           MOVE 'COFLOYG' TO WS-CLE-PARAM
           MOVE WS-LOYER-G TO WS-LOYER-LU
           PERFORM 0150-LIRE-PARAMETRE
           MOVE WS-LOYER-LU TO WS-LOYER-G

           CLOSE F-PARAMS.

       0100-EXIT.
           EXIT.

       0150-LIRE-PARAMETRE.

           MOVE WS-CLE-PARAM TO PRM-CLE
           READ F-PARAMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRM-VALEUR NUMERIC
                       AND PRM-VALEUR > 0
                       AND PRM-VALEUR < 100000
                       MOVE PRM-VALEUR TO WS-LOYER-LU
                   END-IF
           END-READ.

      ******************************************************************
      * 0200-CHARGER-CORRESPONDANCE : CPTXREF en table ; sans elle,
      * tous les loyers sont retenus jusqu'au passage suivant
      ******************************************************************
       0200-CHARGER-CORRESPONDANCE.

           MOVE 0 TO WS-NB-XREF
           OPEN INPUT F-XREF
           IF WS-FS-XRF NOT = '00'
               DISPLAY 'CORRESPONDANCE CPTXREF INDISPONIBLE : '
                       WS-FS-XRF
               GO TO 0200-EXIT
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-XREF NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-NB-XREF < 999
                           ADD 1 TO WS-NB-XREF
                           MOVE XRF-NUM-CHAINE
                               TO WS-XRF-CHAINE(WS-NB-XREF)
                           MOVE XRF-CPT-NUM
                               TO WS-XRF-COMPTE(WS-NB-XREF)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF
           CLOSE F-XREF
           DISPLAY 'CORRESPONDANCES CHARGEES : ' WS-NB-XREF.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * 1000-EXAMINER-CONTRAT : contrat en cours ; loyer de l'annee
      * s'il n'est pas encore facture, sinon retransmission d'un
      * loyer retenu
      ******************************************************************
       1000-EXAMINER-CONTRAT.

           IF LOC-ANNEE-FACTUREE NOT NUMERIC
               MOVE 0 TO LOC-ANNEE-FACTUREE
           END-IF
           IF LOC-ANNEE-FACTUREE >= WS-ANNEE-FACT
               IF LOC-FACTURATION = 'M' AND LOC-MT-FACTURE > 0
                   PERFORM 2000-RETRANSMETTRE THRU 2000-EXIT
               END-IF
               GO TO 1000-EXIT
           END-IF
           IF LOC-DATE-DEBUT NOT NUMERIC
               DISPLAY 'DATE DE DEBUT INVALIDE : CONTRAT ' LOC-NUMERO
               GO TO 1000-EXIT
           END-IF
           IF LOC-DEBUT-ANNEE > WS-ANNEE-FACT
               GO TO 1000-EXIT
           END-IF

           EVALUATE LOC-TAILLE
               WHEN 'P'
                   MOVE WS-LOYER-P TO WS-LOYER
               WHEN 'M'
                   MOVE WS-LOYER-M TO WS-LOYER
               WHEN OTHER
                   MOVE WS-LOYER-G TO WS-LOYER
           END-EVALUATE

      *─── Premiere annee : mois restants, mois d'ouverture compris ───
           IF LOC-DEBUT-ANNEE = WS-ANNEE-FACT
               COMPUTE WS-NB-MOIS = 12 - LOC-DEBUT-MOIS + 1
               COMPUTE WS-MONTANT ROUNDED = WS-LOYER * WS-NB-MOIS / 12
               IF WS-NB-MOIS < 12
                   ADD 1 TO WS-NB-PRORATA
               END-IF
           ELSE
               MOVE 12       TO WS-NB-MOIS
               MOVE WS-LOYER TO WS-MONTANT
           END-IF

      *─── Un loyer precedent encore retenu part avec celui-ci ────────
           MOVE WS-MONTANT TO WS-A-TRANSMETTRE
           IF LOC-FACTURATION = 'M' AND LOC-MT-FACTURE > 0
               ADD LOC-MT-FACTURE TO WS-A-TRANSMETTRE
           END-IF

           MOVE WS-ANNEE-FACT    TO LOC-ANNEE-FACTUREE
           MOVE WS-DATE-JOUR     TO LOC-DATE-FACTURE
           MOVE WS-A-TRANSMETTRE TO LOC-MT-FACTURE
           ADD WS-MONTANT        TO LOC-MT-DU
           MOVE SPACES           TO LOC-DATE-PAIEMENT
           MOVE 0                TO LOC-NB-RELANCES
           MOVE SPACES           TO LOC-DATE-RELANCE
           ADD 1 TO WS-NB-FACTURES
           ADD WS-MONTANT TO WS-MT-FACTURE

           PERFORM 3000-TRANSMETTRE
           PERFORM 4000-REECRIRE-CONTRAT.

       1000-EXIT.
           EXIT.

      *─── Loyer deja facture mais retenu : nouvel essai ──────────────
       2000-RETRANSMETTRE.

           PERFORM 3100-CHERCHER-COMPTE-CHAINE
           IF WS-NUM-CHAINE = 0
               ADD 1 TO WS-NB-RETENUS
               ADD LOC-MT-FACTURE TO WS-MT-RETENU
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-NB-MOIS
           MOVE LOC-MT-FACTURE TO WS-A-TRANSMETTRE
           MOVE WS-DATE-JOUR   TO LOC-DATE-FACTURE
           ADD 1 TO WS-NB-RETRANSMIS
           PERFORM 3000-TRANSMETTRE
           PERFORM 4000-REECRIRE-CONTRAT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TRANSMETTRE : ordre de commission 'COF' pour PJ40COMM si
      * le compte de facturation est connu de la chaine
      ******************************************************************
       3000-TRANSMETTRE.

           PERFORM 3100-CHERCHER-COMPTE-CHAINE
           IF WS-NUM-CHAINE = 0
               MOVE 'M' TO LOC-FACTURATION
               MOVE 'RETENU : HORS CPTXREF' TO WS-SITUATION
               ADD 1 TO WS-NB-RETENUS
               ADD WS-A-TRANSMETTRE TO WS-MT-RETENU
           ELSE
               MOVE SPACES           TO ENR-COMFOR
               MOVE WS-NUM-CHAINE    TO CFO-NUM-COMPTE
               MOVE 'COF'            TO CFO-NATURE
               MOVE WS-PERIODE       TO CFO-PERIODE
               MOVE WS-A-TRANSMETTRE TO CFO-MONTANT
               MOVE LOC-NUMERO       TO CFO-REFERENCE
               MOVE 'COFFACT'        TO CFO-EMETTEUR
               WRITE ENR-COMFOR
               MOVE 'C' TO LOC-FACTURATION
               MOVE 'TRANSMIS' TO WS-SITUATION
               ADD 1 TO WS-NB-TRANSMIS
               ADD WS-A-TRANSMETTRE TO WS-MT-TRANSMIS
           END-IF

           MOVE LOC-NUMERO       TO WS-ETA-CONTRAT
           MOVE LOC-AGENCE       TO WS-ETA-AGENCE
           MOVE LOC-COFFRE       TO WS-ETA-COFFRE
           MOVE LOC-TAILLE       TO WS-ETA-TAILLE
           MOVE LOC-COMPTE       TO WS-ETA-COMPTE
           IF WS-NUM-CHAINE = 0
               MOVE SPACES        TO WS-ETA-CHAINE
           ELSE
               MOVE WS-NUM-CHAINE TO WS-ETA-CHAINE
           END-IF
           MOVE WS-NB-MOIS       TO WS-ETA-MOIS
           MOVE WS-A-TRANSMETTRE TO WS-ETA-MONTANT
           MOVE WS-SITUATION     TO WS-ETA-SITUATION
           WRITE ENR-ETAT FROM WS-ETA-DETAIL
               AFTER ADVANCING 1 LINE.

       3100-CHERCHER-COMPTE-CHAINE.

           MOVE 0 TO WS-NUM-CHAINE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-XREF OR WS-NUM-CHAINE > 0
               IF WS-XRF-COMPTE(WS-JX) = LOC-COMPTE
                   MOVE WS-XRF-CHAINE(WS-JX) TO WS-NUM-CHAINE
               END-IF
           END-PERFORM.

       4000-REECRIRE-CONTRAT.

           REWRITE ENR-LOCCOF
           IF WS-FS-LOC NOT = '00'
               DISPLAY 'ERREUR MISE A JOUR CONTRAT ' LOC-NUMERO
                       ' : ' WS-FS-LOC
           END-IF.

      *─── Bilan en pied d'etat ───────────────────────────────────────
       9000-EDITER-TOTAUX.

           MOVE 'LOYERS FACTURES' TO WS-ETA-TOT-LIBELLE
           MOVE WS-NB-FACTURES    TO WS-ETA-TOT-NB
           MOVE WS-MT-FACTURE     TO WS-ETA-TOT-MONTANT
           WRITE ENR-ETAT FROM WS-ETA-TOTAL
               AFTER ADVANCING 3 LINES
           MOVE 'ORDRES TRANSMIS A LA CHAINE' TO WS-ETA-TOT-LIBELLE
           MOVE WS-NB-TRANSMIS    TO WS-ETA-TOT-NB
           MOVE WS-MT-TRANSMIS    TO WS-ETA-TOT-MONTANT
           WRITE ENR-ETAT FROM WS-ETA-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE 'LOYERS RETENUS (CPTXREF)' TO WS-ETA-TOT-LIBELLE
           MOVE WS-NB-RETENUS     TO WS-ETA-TOT-NB
           MOVE WS-MT-RETENU      TO WS-ETA-TOT-MONTANT
           WRITE ENR-ETAT FROM WS-ETA-TOTAL
               AFTER ADVANCING 1 LINE.
