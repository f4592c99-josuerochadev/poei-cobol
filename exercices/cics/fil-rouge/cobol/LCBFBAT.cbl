      ******************************************************************
      * Programme : LCBFBAT - Surveillance anti-blanchiment (batch)
      * Fonction  : Detecter les schemas de depots et retraits
      *             fractionnes et ouvrir les dossiers de soupcon
      *
      * Passe chaque nuit apres JRNEXTR et l'imputation de la chaine.
      * Rassemble par client (CPT-CLIENT) les mouvements recents :
      *   - du journal guichet MVTJRN (depots et retraits especes,
      *     origine 'G'), hors lignes reportees de la chaine par
      *     CHNRETR, deja lues dans FFUSION
      *   - du fichier fusionne de la chaine FFUSION (origine 'C'),
      *     hors nature 'GUI' deja lue dans MVTJRN via JRNEXTR
      * puis applique les regles a fenetre glissante du fichier
      * parametre LCBREGL. Une regle retient les mouvements d'un sens
      * (D/R ou blanc), d'une origine (G/C ou blanc) et d'une
      * tranche de montant (juste sous le seuil declaratif par
      * exemple) ; elle se declenche quand, sur N jours glissants, le
      * nombre de mouvements, leur cumul et le nombre de comptes
      * distincts du client atteignent les minima de la regle.
      * Un declenchement ouvre un dossier dans LCBDOSS (en-tete +
      * mouvements declencheurs) et ecrit une ligne dans le fichier
      * de declaration LCBDECL destine au responsable conformite.
      * Les dossiers ne sont jamais supprimes : un schema n'est
      * re-signale pour un client et une regle que s'il comporte un
      * mouvement posterieur au dernier mouvement deja porte dans un
      * dossier, ouvert ou clos. Les decisions de cloture du
      * responsable conformite (LCBDECI) sont appliquees en debut de
      * passage.
      * Convention d'appariement : le numero de compte de la chaine
      * (3 chiffres) est porte par les 3 derniers caracteres du
      * CPT-NUM a 11 caracteres (cf. JRNEXTR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCBFBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGLES ASSIGN TO LCBREGL
               FILE STATUS IS WS-FS-RGL.

           SELECT F-DECISIONS ASSIGN TO LCBDECI
               FILE STATUS IS WS-FS-DCI.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-JOURNAL ASSIGN TO MVTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-FUSION ASSIGN TO FFUSION
               FILE STATUS IS WS-FS-FUS.

           SELECT F-DOSSIERS ASSIGN TO LCBDOSS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOS-CLE
               FILE STATUS IS WS-FS-DOS.

           SELECT F-DECLARATIONS ASSIGN TO LCBDECL
               FILE STATUS IS WS-FS-DCL.

           SELECT F-TRI ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.

      *─── Regle de surveillance : une ligne par schema recherche ─────
       FD  F-REGLES.
       01  ENR-REGLE.
           05  RGL-CODE            PIC X(4).
           05  RGL-LIBELLE         PIC X(30).
           05  RGL-SENS            PIC X(1).
           05  RGL-ORIGINE         PIC X(1).
           05  RGL-FENETRE         PIC 9(3).
           05  RGL-MT-MIN          PIC 9(7)V99.
           05  RGL-MT-MAX          PIC 9(7)V99.
           05  RGL-NB-MIN          PIC 9(3).
           05  RGL-CUMUL-MIN       PIC 9(9)V99.
           05  RGL-NB-COMPTES-MIN  PIC 9(2).
           05  RGL-ACTIVE          PIC X(1).
           05  FILLER              PIC X(6).

      *─── Decision de cloture du responsable conformite ─────────────
       FD  F-DECISIONS.
       01  ENR-DECISION.
           05  DCI-CLIENT          PIC X(6).
           05  DCI-REGLE           PIC X(4).
           05  DCI-DATE-OUV        PIC 9(8).
           05  DCI-MOTIF           PIC X(30).
           05  FILLER              PIC X(32).

       FD  F-COMPTES.
       01  ENR-COMPTE.
           05  CPT-NUM             PIC X(11).
           05  CPT-CLIENT          PIC X(6).
           05  FILLER              PIC X(72).

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  FILLER              PIC X(79).

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

       FD  F-FUSION.
       01  ENR-FUSION.
           05  FUS-NUM-COMPTE      PIC 9(3).
           05  FUS-LIBELLE         PIC X(15).
           05  FUS-MONTANT         PIC S9(6)V99.
           05  FUS-SENS            PIC X(2).
           05  FUS-NATURE          PIC X(3).
           05  FUS-DATE.
               10  FUS-DATE-AAAA   PIC 9(4).
               10  FILLER          PIC X(1).
               10  FUS-DATE-MM     PIC 9(2).
               10  FILLER          PIC X(1).
               10  FUS-DATE-JJ     PIC 9(2).
           05  FILLER              PIC X(2).
           05  FUS-REFERENCE       PIC 9(8).
           05  FILLER              PIC X(29).

      *─── Dossier de soupcon : en-tete (ligne 000) puis une ligne par
      *    mouvement declencheur (001 et suivantes) ──────────────────
       FD  F-DOSSIERS.
       01  ENR-DOSSIER.
           05  DOS-CLE.
               10  DOS-CLIENT      PIC X(6).
               10  DOS-REGLE       PIC X(4).
               10  DOS-DATE-OUV    PIC 9(8).
               10  DOS-LIGNE       PIC 9(3).
           05  DOS-ENTETE.
               10  DOS-STATUT      PIC X(1).
                   88  DOS-OUVERT  VALUE 'O'.
                   88  DOS-CLOS    VALUE 'C'.
               10  DOS-PREMIER-MVT PIC 9(8).
               10  DOS-DERNIER-MVT PIC 9(8).
               10  DOS-NB-MVT      PIC 9(3).
               10  DOS-CUMUL       PIC 9(9)V99.
               10  DOS-NB-COMPTES  PIC 9(2).
               10  DOS-DATE-CLOT   PIC 9(8).
               10  DOS-MOTIF-CLOT  PIC X(30).
               10  FILLER          PIC X(8).
           05  DOS-MOUVEMENT REDEFINES DOS-ENTETE.
               10  DOS-MVT-COMPTE  PIC X(11).
               10  DOS-MVT-DATE    PIC 9(8).
               10  DOS-MVT-SENS    PIC X(1).
               10  DOS-MVT-MONTANT PIC 9(7)V99.
               10  DOS-MVT-ORIGINE PIC X(1).
               10  DOS-MVT-REF     PIC 9(8).
               10  FILLER          PIC X(41).

      *─── Declaration au responsable conformite : un dossier ouvert ──
       FD  F-DECLARATIONS.
       01  ENR-DECLARATION.
           05  DCL-DATE            PIC 9(8).
           05  DCL-CLIENT          PIC X(6).
           05  DCL-NOM             PIC X(25).
           05  DCL-PRENOM          PIC X(20).
           05  DCL-REGLE           PIC X(4).
           05  DCL-NB-MVT          PIC 9(3).
           05  DCL-CUMUL           PIC 9(9)V99.
           05  DCL-PREMIER-MVT     PIC 9(8).
           05  DCL-DERNIER-MVT     PIC 9(8).
           05  DCL-NB-COMPTES      PIC 9(2).
           05  FILLER              PIC X(5).

       SD  F-TRI.
       01  ENR-TRI.
           05  TRI-CLIENT          PIC X(6).
           05  TRI-DATE            PIC 9(8).
           05  TRI-COMPTE          PIC X(11).
           05  TRI-SENS            PIC X(1).
           05  TRI-MONTANT         PIC 9(7)V99.
           05  TRI-ORIGINE         PIC X(1).
           05  TRI-REFERENCE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FS-RGL               PIC XX.
       01  WS-FS-DCI               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-FUS               PIC XX.
       01  WS-FS-DOS               PIC XX.
       01  WS-FS-DCL               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-FIN-TRI              PIC 9 VALUE 0.
       01  WS-FIN-DOSSIERS         PIC 9 VALUE 0.

       01  WS-DATE-JOUR            PIC 9(8).
       01  WS-JOUR-COURANT         PIC 9(7) VALUE 0.
       01  WS-JOUR-HORIZON         PIC 9(7) VALUE 0.

      *─── Regles actives, chargees depuis LCBREGL ───────────────────
       01  WS-NB-REGLES            PIC 9(2) VALUE 0.
       01  WS-FENETRE-MAX          PIC 9(3) VALUE 0.
       01  WS-TAB-REGLES.
           05  WS-REGLE OCCURS 20 TIMES
                        INDEXED BY WS-IDX-RGL.
               10  WS-RGL-CODE         PIC X(4).
               10  WS-RGL-SENS         PIC X(1).
               10  WS-RGL-ORIGINE      PIC X(1).
               10  WS-RGL-FENETRE      PIC 9(3).
               10  WS-RGL-MT-MIN       PIC 9(7)V99.
               10  WS-RGL-MT-MAX       PIC 9(7)V99.
               10  WS-RGL-NB-MIN       PIC 9(3).
               10  WS-RGL-CUMUL-MIN    PIC 9(9)V99.
               10  WS-RGL-NB-CPT-MIN   PIC 9(2).

      *─── Client de chaque numero de compte de la chaine (indice =
      *    numero a 3 chiffres + 1) ──────────────────────────────────
       01  WS-TAB-CHAINE.
           05  WS-CHN-CLIENT       PIC X(6) OCCURS 1000 TIMES.
           05  WS-CHN-COMPTE       PIC X(11) OCCURS 1000 TIMES.
       01  WS-IND-CHAINE           PIC 9(4) VALUE 0.

      *─── Mouvements du client en cours, tries par date ─────────────
       01  WS-CLIENT-COURANT       PIC X(6) VALUE SPACES.
       01  WS-NB-MVT               PIC 9(3) VALUE 0.
       01  WS-TAB-MVT.
           05  WS-MVT OCCURS 500 TIMES.
               10  WS-MVT-DATE         PIC 9(8).
               10  WS-MVT-JOUR         PIC 9(7).
               10  WS-MVT-COMPTE       PIC X(11).
               10  WS-MVT-SENS         PIC X(1).
               10  WS-MVT-MONTANT      PIC 9(7)V99.
               10  WS-MVT-ORIGINE      PIC X(1).
               10  WS-MVT-REFERENCE    PIC 9(8).
       01  WS-NB-MVT-PERDUS        PIC 9(5) VALUE 0.

      *─── Evaluation d'une regle sur une fenetre ────────────────────
       01  WS-I                    PIC 9(3) VALUE 0.
       01  WS-J                    PIC 9(3) VALUE 0.
       01  WS-K                    PIC 9(2) VALUE 0.
       01  WS-QUALIFIE             PIC 9 VALUE 0.
       01  WS-JOUR-DEBUT           PIC S9(7) VALUE 0.
       01  WS-FEN-NB               PIC 9(3) VALUE 0.
       01  WS-FEN-CUMUL            PIC 9(9)V99 VALUE 0.
       01  WS-FEN-NB-CPT           PIC 9(2) VALUE 0.
       01  WS-FEN-COMPTES.
           05  WS-FEN-COMPTE       PIC X(11) OCCURS 20 TIMES.
       01  WS-CPT-TROUVE           PIC 9 VALUE 0.
       01  WS-RETENU-FIN           PIC 9(3) VALUE 0.
       01  WS-RETENU-DEBUT         PIC S9(7) VALUE 0.
       01  WS-RETENU-NB            PIC 9(3) VALUE 0.
       01  WS-RETENU-CUMUL         PIC 9(9)V99 VALUE 0.
       01  WS-RETENU-NB-CPT        PIC 9(2) VALUE 0.
       01  WS-DERNIER-SIGNALE      PIC 9(8) VALUE 0.
       01  WS-PREMIER-MVT          PIC 9(8) VALUE 0.
       01  WS-NUM-LIGNE            PIC 9(3) VALUE 0.

      *─── Conversion date julienne CICS (0CAADDD) -> gregorienne ─────
       01  WS-JULIENNE.
           05  FILLER              PIC 9(1).
           05  WS-JUL-SIECLE       PIC 9(1).
           05  WS-JUL-AA           PIC 9(2).
           05  WS-JUL-QUANTIEME    PIC 9(3).
       01  WS-DATE-GREG.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS-NUM         PIC 9(2).
           05  WS-JOUR-ED          PIC 9(2).
       01  WS-DATE-GREG-N REDEFINES WS-DATE-GREG PIC 9(8).
       01  WS-JOUR                 PIC 9(3) VALUE 0.
       01  WS-JJ-MOIS              PIC 9(2) VALUE 0.
       01  WS-RESTE                PIC 9(4) VALUE 0.
       01  WS-QUOTIENT             PIC 9(4) VALUE 0.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-JOURNAL           PIC 9(7) VALUE 0.
       01  WS-NB-FUSION            PIC 9(7) VALUE 0.
       01  WS-NB-RETENUS           PIC 9(7) VALUE 0.
       01  WS-NB-HORS-CLIENT       PIC 9(7) VALUE 0.
       01  WS-NB-CLIENTS           PIC 9(5) VALUE 0.
       01  WS-NB-DOSSIERS          PIC 9(5) VALUE 0.
       01  WS-NB-DEJA-SIGNALES     PIC 9(5) VALUE 0.
       01  WS-NB-CLOTURES          PIC 9(5) VALUE 0.
       01  WS-NB-DECI-REFUSEES     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME LCBFBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-JOUR-COURANT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)

           PERFORM 1000-CHARGER-REGLES
           IF WS-NB-REGLES = 0
               DISPLAY 'AUCUNE REGLE ACTIVE DANS LCBREGL - ABANDON'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-JOUR-HORIZON = WS-JOUR-COURANT
                                   - WS-FENETRE-MAX + 1

           OPEN I-O F-DOSSIERS
           IF WS-FS-DOS = '35'
               OPEN OUTPUT F-DOSSIERS
               CLOSE F-DOSSIERS
               OPEN I-O F-DOSSIERS
           END-IF
           IF WS-FS-DOS NOT = '00'
               DISPLAY 'FICHIER LCBDOSS INDISPONIBLE : ' WS-FS-DOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-APPLIQUER-DECISIONS

           PERFORM 1800-CHARGER-COMPTES
           OPEN INPUT F-CLIENTS
           OPEN EXTEND F-DECLARATIONS
           IF WS-FS-DCL = '35'
               CLOSE F-DECLARATIONS
               OPEN OUTPUT F-DECLARATIONS
           END-IF

           SORT F-TRI
               ON ASCENDING KEY TRI-CLIENT TRI-DATE
               INPUT PROCEDURE IS 2000-COLLECTER
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-ANALYSER
                   THRU 3000-EXIT

           CLOSE F-DOSSIERS
           CLOSE F-CLIENTS
           CLOSE F-DECLARATIONS

           DISPLAY 'MOUVEMENTS MVTJRN LUS   : ' WS-NB-JOURNAL
           DISPLAY 'MOUVEMENTS FFUSION LUS  : ' WS-NB-FUSION
           DISPLAY 'MOUVEMENTS SURVEILLES   : ' WS-NB-RETENUS
           DISPLAY 'SANS CLIENT RATTACHE    : ' WS-NB-HORS-CLIENT
           DISPLAY 'CLIENTS EXAMINES        : ' WS-NB-CLIENTS
           DISPLAY 'DOSSIERS OUVERTS        : ' WS-NB-DOSSIERS
           DISPLAY 'SCHEMAS DEJA SIGNALES   : ' WS-NB-DEJA-SIGNALES
           DISPLAY 'DOSSIERS CLOS CE JOUR   : ' WS-NB-CLOTURES
           DISPLAY 'DECISIONS REFUSEES      : ' WS-NB-DECI-REFUSEES
           IF WS-NB-MVT-PERDUS > 0
               DISPLAY 'MOUVEMENTS NON ANALYSES : ' WS-NB-MVT-PERDUS
           END-IF
           DISPLAY 'FIN DU PROGRAMME LCBFBAT'

           IF WS-NB-DOSSIERS > 0 OR WS-NB-DECI-REFUSEES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *─── Regles actives ; la plus longue fenetre borne la collecte ──
       1000-CHARGER-REGLES.

           OPEN INPUT F-REGLES
           IF WS-FS-RGL NOT = '00'
               DISPLAY 'FICHIER LCBREGL INDISPONIBLE : ' WS-FS-RGL
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-REGLES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF RGL-ACTIVE = 'O' AND RGL-FENETRE > 0
                               AND WS-NB-REGLES < 20
                               PERFORM 1100-RETENIR-REGLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-REGLES
           END-IF.

       1100-RETENIR-REGLE.

           ADD 1 TO WS-NB-REGLES
           MOVE RGL-CODE     TO WS-RGL-CODE(WS-NB-REGLES)
           MOVE RGL-SENS     TO WS-RGL-SENS(WS-NB-REGLES)
           MOVE RGL-ORIGINE  TO WS-RGL-ORIGINE(WS-NB-REGLES)
           MOVE RGL-FENETRE  TO WS-RGL-FENETRE(WS-NB-REGLES)
           MOVE RGL-MT-MIN   TO WS-RGL-MT-MIN(WS-NB-REGLES)
           MOVE RGL-MT-MAX   TO WS-RGL-MT-MAX(WS-NB-REGLES)
           MOVE RGL-NB-MIN   TO WS-RGL-NB-MIN(WS-NB-REGLES)
           MOVE RGL-CUMUL-MIN TO WS-RGL-CUMUL-MIN(WS-NB-REGLES)
           MOVE RGL-NB-COMPTES-MIN TO WS-RGL-NB-CPT-MIN(WS-NB-REGLES)
           IF RGL-FENETRE > WS-FENETRE-MAX
               MOVE RGL-FENETRE TO WS-FENETRE-MAX
           END-IF.

      *─── Cloture des dossiers decidee par la conformite : le
      *    dossier reste en fichier avec sa date et son motif ────────
       1500-APPLIQUER-DECISIONS.

           OPEN INPUT F-DECISIONS
           IF WS-FS-DCI NOT = '00'
               DISPLAY 'PAS DE DECISIONS DE CLOTURE CE JOUR'
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-DECISIONS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 1600-CLORE-DOSSIER THRU 1600-EXIT
                   END-READ
               END-PERFORM
               CLOSE F-DECISIONS
           END-IF.

       1600-CLORE-DOSSIER.

           MOVE DCI-CLIENT   TO DOS-CLIENT
           MOVE DCI-REGLE    TO DOS-REGLE
           MOVE DCI-DATE-OUV TO DOS-DATE-OUV
           MOVE 0            TO DOS-LIGNE
           READ F-DOSSIERS
               INVALID KEY
                   DISPLAY 'DECISION SANS DOSSIER : ' DCI-CLIENT
                           ' ' DCI-REGLE ' ' DCI-DATE-OUV
                   ADD 1 TO WS-NB-DECI-REFUSEES
                   GO TO 1600-EXIT
           END-READ
           IF NOT DOS-OUVERT
               DISPLAY 'DOSSIER DEJA CLOS : ' DCI-CLIENT
                       ' ' DCI-REGLE ' ' DCI-DATE-OUV
               ADD 1 TO WS-NB-DECI-REFUSEES
               GO TO 1600-EXIT
           END-IF

           MOVE 'C'          TO DOS-STATUT
           MOVE WS-DATE-JOUR TO DOS-DATE-CLOT
           MOVE DCI-MOTIF    TO DOS-MOTIF-CLOT
           REWRITE ENR-DOSSIER
           IF WS-FS-DOS = '00'
               ADD 1 TO WS-NB-CLOTURES
           ELSE
               DISPLAY 'ERREUR CLOTURE DOSSIER ' DCI-CLIENT
                       ' : ' WS-FS-DOS
           END-IF.

       1600-EXIT.
           EXIT.

      *─── Table numero de chaine -> client et compte guichet ─────────
       1800-CHARGER-COMPTES.

           MOVE SPACES TO WS-TAB-CHAINE
           OPEN INPUT F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'FICHIER COMPTE INDISPONIBLE : ' WS-FS-CPT
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-COMPTES NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CPT-NUM(9:3) NUMERIC
                               MOVE CPT-NUM(9:3) TO WS-IND-CHAINE
                               ADD 1 TO WS-IND-CHAINE
                               MOVE CPT-CLIENT
                                   TO WS-CHN-CLIENT(WS-IND-CHAINE)
                               MOVE CPT-NUM
                                   TO WS-CHN-COMPTE(WS-IND-CHAINE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-COMPTES
           END-IF.

      *─── Procedure d'entree du tri : journal guichet puis chaine ────
       2000-COLLECTER.

           OPEN INPUT F-JOURNAL
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'JOURNAL MVTJRN INDISPONIBLE : ' WS-FS-JRN
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-JOURNAL NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-NB-JOURNAL
                           PERFORM 2100-COLLECTER-JOURNAL
                               THRU 2100-EXIT
                   END-READ
               END-PERFORM
               CLOSE F-JOURNAL
           END-IF

           OPEN INPUT F-FUSION
           IF WS-FS-FUS NOT = '00'
               DISPLAY 'FICHIER FFUSION INDISPONIBLE : ' WS-FS-FUS
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-FUSION
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-NB-FUSION
                           PERFORM 2200-COLLECTER-FUSION
                               THRU 2200-EXIT
                   END-READ
               END-PERFORM
               CLOSE F-FUSION
           END-IF.

       2000-EXIT.
           EXIT.

       2100-COLLECTER-JOURNAL.

           IF JRN-GUICHETIER = 'CHNRETR'
               GO TO 2100-EXIT
           END-IF
           MOVE JRN-DATE TO WS-JULIENNE
           PERFORM 8000-JULIENNE-VERS-GREGORIENNE
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-GREG-N)
                   < WS-JOUR-HORIZON
               GO TO 2100-EXIT
           END-IF
           IF JRN-COMPTE(9:3) NOT NUMERIC
               ADD 1 TO WS-NB-HORS-CLIENT
               GO TO 2100-EXIT
           END-IF
           MOVE JRN-COMPTE(9:3) TO WS-IND-CHAINE
           ADD 1 TO WS-IND-CHAINE
           IF WS-CHN-CLIENT(WS-IND-CHAINE) = SPACES
               ADD 1 TO WS-NB-HORS-CLIENT
               GO TO 2100-EXIT
           END-IF

           MOVE WS-CHN-CLIENT(WS-IND-CHAINE) TO TRI-CLIENT
           MOVE WS-DATE-GREG  TO TRI-DATE
           MOVE JRN-COMPTE    TO TRI-COMPTE
           MOVE JRN-SENS      TO TRI-SENS
           MOVE JRN-MONTANT   TO TRI-MONTANT
           MOVE 'G'           TO TRI-ORIGINE
           IF JRN-REFERENCE NUMERIC
               MOVE JRN-REFERENCE TO TRI-REFERENCE
           ELSE
               MOVE 0 TO TRI-REFERENCE
           END-IF
           RELEASE ENR-TRI
           ADD 1 TO WS-NB-RETENUS.

       2100-EXIT.
           EXIT.

      *─── Les mouvements 'GUI' sont ceux de MVTJRN verses par
      *    JRNEXTR : deja collectes ci-dessus ─────────────────────────
       2200-COLLECTER-FUSION.

           IF FUS-NATURE = 'GUI'
               GO TO 2200-EXIT
           END-IF
           IF FUS-DATE-AAAA NOT NUMERIC OR FUS-DATE-MM NOT NUMERIC
              OR FUS-DATE-JJ NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           MOVE FUS-DATE-AAAA TO WS-ANNEE
           MOVE FUS-DATE-MM   TO WS-MOIS-NUM
           MOVE FUS-DATE-JJ   TO WS-JOUR-ED
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-GREG-N)
                   < WS-JOUR-HORIZON
               GO TO 2200-EXIT
           END-IF
           MOVE FUS-NUM-COMPTE TO WS-IND-CHAINE
           ADD 1 TO WS-IND-CHAINE
           IF WS-CHN-CLIENT(WS-IND-CHAINE) = SPACES
               ADD 1 TO WS-NB-HORS-CLIENT
               GO TO 2200-EXIT
           END-IF

           MOVE WS-CHN-CLIENT(WS-IND-CHAINE) TO TRI-CLIENT
           MOVE WS-DATE-GREG  TO TRI-DATE
           MOVE WS-CHN-COMPTE(WS-IND-CHAINE) TO TRI-COMPTE
           IF FUS-SENS = 'CR'
               MOVE 'D' TO TRI-SENS
           ELSE
               MOVE 'R' TO TRI-SENS
           END-IF
           IF FUS-MONTANT < 0
               COMPUTE TRI-MONTANT = 0 - FUS-MONTANT
           ELSE
               MOVE FUS-MONTANT TO TRI-MONTANT
           END-IF
           MOVE 'C'           TO TRI-ORIGINE
           IF FUS-REFERENCE NUMERIC
               MOVE FUS-REFERENCE TO TRI-REFERENCE
           ELSE
               MOVE 0 TO TRI-REFERENCE
           END-IF
           RELEASE ENR-TRI
           ADD 1 TO WS-NB-RETENUS.

       2200-EXIT.
           EXIT.

      *─── Procedure de sortie du tri : rupture sur client ────────────
       3000-ANALYSER.

           MOVE 0 TO WS-FIN-TRI
           MOVE SPACES TO WS-CLIENT-COURANT
           MOVE 0 TO WS-NB-MVT
           PERFORM UNTIL WS-FIN-TRI = 1
               RETURN F-TRI
                   AT END MOVE 1 TO WS-FIN-TRI
                   NOT AT END
                       IF TRI-CLIENT NOT = WS-CLIENT-COURANT
                           IF WS-NB-MVT > 0
                               PERFORM 3100-EXAMINER-CLIENT
                           END-IF
                           MOVE TRI-CLIENT TO WS-CLIENT-COURANT
                           MOVE 0 TO WS-NB-MVT
                       END-IF
                       PERFORM 3050-EMPILER-MOUVEMENT
               END-RETURN
           END-PERFORM
           IF WS-NB-MVT > 0
               PERFORM 3100-EXAMINER-CLIENT
           END-IF.

       3000-EXIT.
           EXIT.

       3050-EMPILER-MOUVEMENT.

           IF WS-NB-MVT >= 500
               ADD 1 TO WS-NB-MVT-PERDUS
           ELSE
               ADD 1 TO WS-NB-MVT
               MOVE TRI-DATE      TO WS-MVT-DATE(WS-NB-MVT)
               COMPUTE WS-MVT-JOUR(WS-NB-MVT) =
                   FUNCTION INTEGER-OF-DATE(TRI-DATE)
               MOVE TRI-COMPTE    TO WS-MVT-COMPTE(WS-NB-MVT)
               MOVE TRI-SENS      TO WS-MVT-SENS(WS-NB-MVT)
               MOVE TRI-MONTANT   TO WS-MVT-MONTANT(WS-NB-MVT)
               MOVE TRI-ORIGINE   TO WS-MVT-ORIGINE(WS-NB-MVT)
               MOVE TRI-REFERENCE TO WS-MVT-REFERENCE(WS-NB-MVT)
           END-IF.

       3100-EXAMINER-CLIENT.

           ADD 1 TO WS-NB-CLIENTS
           PERFORM VARYING WS-IDX-RGL FROM 1 BY 1
                   UNTIL WS-IDX-RGL > WS-NB-REGLES
               PERFORM 3200-APPLIQUER-REGLE THRU 3200-EXIT
           END-PERFORM.

      *─── Fenetre glissante : chaque mouvement qualifie ferme une
      *    fenetre de N jours ; la plus recente qui atteint les
      *    minima de la regle est retenue ────────────────────────────
       3200-APPLIQUER-REGLE.

           MOVE 0 TO WS-RETENU-FIN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-MVT
               MOVE WS-I TO WS-J
               PERFORM 3300-QUALIFIER-MOUVEMENT
               IF WS-QUALIFIE = 1
                   PERFORM 3400-MESURER-FENETRE
                   IF WS-FEN-NB >= WS-RGL-NB-MIN(WS-IDX-RGL)
                      AND WS-FEN-CUMUL >= WS-RGL-CUMUL-MIN(WS-IDX-RGL)
                      AND WS-FEN-NB-CPT >= WS-RGL-NB-CPT-MIN(WS-IDX-RGL)
                       MOVE WS-I            TO WS-RETENU-FIN
                       MOVE WS-JOUR-DEBUT   TO WS-RETENU-DEBUT
                       MOVE WS-FEN-NB       TO WS-RETENU-NB
                       MOVE WS-FEN-CUMUL    TO WS-RETENU-CUMUL
                       MOVE WS-FEN-NB-CPT   TO WS-RETENU-NB-CPT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RETENU-FIN = 0
               GO TO 3200-EXIT
           END-IF

           PERFORM 3500-DERNIER-SIGNALE
           IF WS-MVT-DATE(WS-RETENU-FIN) NOT > WS-DERNIER-SIGNALE
               ADD 1 TO WS-NB-DEJA-SIGNALES
               GO TO 3200-EXIT
           END-IF

           PERFORM 3600-OUVRIR-DOSSIER THRU 3600-EXIT.

       3200-EXIT.
           EXIT.

      *─── Mouvement WS-J retenu par la regle en cours ? ──────────────
       3300-QUALIFIER-MOUVEMENT.

           MOVE 1 TO WS-QUALIFIE
           IF WS-RGL-SENS(WS-IDX-RGL) NOT = SPACE
              AND WS-RGL-SENS(WS-IDX-RGL) NOT = WS-MVT-SENS(WS-J)
               MOVE 0 TO WS-QUALIFIE
           END-IF
           IF WS-RGL-ORIGINE(WS-IDX-RGL) NOT = SPACE
              AND WS-RGL-ORIGINE(WS-IDX-RGL) NOT = WS-MVT-ORIGINE(WS-J)
               MOVE 0 TO WS-QUALIFIE
           END-IF
           IF WS-RGL-MT-MIN(WS-IDX-RGL) > 0
              AND WS-MVT-MONTANT(WS-J) < WS-RGL-MT-MIN(WS-IDX-RGL)
               MOVE 0 TO WS-QUALIFIE
           END-IF
           IF WS-RGL-MT-MAX(WS-IDX-RGL) > 0
              AND WS-MVT-MONTANT(WS-J) > WS-RGL-MT-MAX(WS-IDX-RGL)
               MOVE 0 TO WS-QUALIFIE
           END-IF.

      *─── Comptage, cumul et comptes distincts de la fenetre qui se
      *    termine au mouvement WS-I ──────────────────────────────────
       3400-MESURER-FENETRE.

           COMPUTE WS-JOUR-DEBUT = WS-MVT-JOUR(WS-I)
                                 - WS-RGL-FENETRE(WS-IDX-RGL) + 1
           MOVE 0 TO WS-FEN-NB
           MOVE 0 TO WS-FEN-CUMUL
           MOVE 0 TO WS-FEN-NB-CPT
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-I
               IF WS-MVT-JOUR(WS-J) >= WS-JOUR-DEBUT
                   PERFORM 3300-QUALIFIER-MOUVEMENT
                   IF WS-QUALIFIE = 1
                       ADD 1 TO WS-FEN-NB
                       ADD WS-MVT-MONTANT(WS-J) TO WS-FEN-CUMUL
                       PERFORM 3450-COMPTER-COMPTE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-QUALIFIE.

       3450-COMPTER-COMPTE.

           MOVE 0 TO WS-CPT-TROUVE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-FEN-NB-CPT
               IF WS-FEN-COMPTE(WS-K) = WS-MVT-COMPTE(WS-J)
                   MOVE 1 TO WS-CPT-TROUVE
               END-IF
           END-PERFORM
           IF WS-CPT-TROUVE = 0 AND WS-FEN-NB-CPT < 20
               ADD 1 TO WS-FEN-NB-CPT
               MOVE WS-MVT-COMPTE(WS-J) TO WS-FEN-COMPTE(WS-FEN-NB-CPT)
           END-IF.

      *─── Dernier mouvement deja porte dans un dossier du client pour
      *    cette regle, quel que soit son statut ─────────────────────
       3500-DERNIER-SIGNALE.

           MOVE 0 TO WS-DERNIER-SIGNALE
           MOVE WS-CLIENT-COURANT       TO DOS-CLIENT
           MOVE WS-RGL-CODE(WS-IDX-RGL) TO DOS-REGLE
           MOVE 0 TO DOS-DATE-OUV
           MOVE 0 TO DOS-LIGNE
           START F-DOSSIERS KEY IS NOT LESS THAN DOS-CLE
               INVALID KEY
                   MOVE 1 TO WS-FIN-DOSSIERS
               NOT INVALID KEY
                   MOVE 0 TO WS-FIN-DOSSIERS
           END-START
           PERFORM UNTIL WS-FIN-DOSSIERS = 1
               READ F-DOSSIERS NEXT
                   AT END MOVE 1 TO WS-FIN-DOSSIERS
                   NOT AT END
                       IF DOS-CLIENT NOT = WS-CLIENT-COURANT
                          OR DOS-REGLE NOT = WS-RGL-CODE(WS-IDX-RGL)
                           MOVE 1 TO WS-FIN-DOSSIERS
                       ELSE
                           IF DOS-LIGNE = 0
                              AND DOS-DERNIER-MVT > WS-DERNIER-SIGNALE
                               MOVE DOS-DERNIER-MVT
                                   TO WS-DERNIER-SIGNALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *─── Nouveau dossier : en-tete, mouvements declencheurs de la
      *    fenetre retenue, puis declaration ─────────────────────────
       3600-OUVRIR-DOSSIER.

           MOVE 0 TO WS-PREMIER-MVT
           MOVE WS-RETENU-FIN TO WS-I
           MOVE WS-RETENU-DEBUT TO WS-JOUR-DEBUT
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-I
               IF WS-MVT-JOUR(WS-J) >= WS-JOUR-DEBUT
                  AND WS-PREMIER-MVT = 0
                   PERFORM 3300-QUALIFIER-MOUVEMENT
                   IF WS-QUALIFIE = 1
                       MOVE WS-MVT-DATE(WS-J) TO WS-PREMIER-MVT
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO ENR-DOSSIER
           MOVE WS-CLIENT-COURANT       TO DOS-CLIENT
           MOVE WS-RGL-CODE(WS-IDX-RGL) TO DOS-REGLE
           MOVE WS-DATE-JOUR            TO DOS-DATE-OUV
           MOVE 0                       TO DOS-LIGNE
           MOVE 'O'                     TO DOS-STATUT
           MOVE WS-PREMIER-MVT          TO DOS-PREMIER-MVT
           MOVE WS-MVT-DATE(WS-RETENU-FIN) TO DOS-DERNIER-MVT
           MOVE WS-RETENU-NB            TO DOS-NB-MVT
           MOVE WS-RETENU-CUMUL         TO DOS-CUMUL
           MOVE WS-RETENU-NB-CPT        TO DOS-NB-COMPTES
           MOVE 0                       TO DOS-DATE-CLOT
           WRITE ENR-DOSSIER
               INVALID KEY
      *─── Dossier deja ouvert ce jour (relance de la nuit) ──────────
                   ADD 1 TO WS-NB-DEJA-SIGNALES
                   GO TO 3600-EXIT
           END-WRITE
           ADD 1 TO WS-NB-DOSSIERS

           MOVE 0 TO WS-NUM-LIGNE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-I
               IF WS-MVT-JOUR(WS-J) >= WS-JOUR-DEBUT
                   PERFORM 3300-QUALIFIER-MOUVEMENT
                   IF WS-QUALIFIE = 1
                       PERFORM 3650-ECRIRE-LIGNE-DOSSIER
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 3700-DECLARER.

       3600-EXIT.
           EXIT.

       3650-ECRIRE-LIGNE-DOSSIER.

           ADD 1 TO WS-NUM-LIGNE
           MOVE SPACES TO DOS-MOUVEMENT
           MOVE WS-NUM-LIGNE              TO DOS-LIGNE
           MOVE WS-MVT-COMPTE(WS-J)       TO DOS-MVT-COMPTE
           MOVE WS-MVT-DATE(WS-J)         TO DOS-MVT-DATE
           MOVE WS-MVT-SENS(WS-J)         TO DOS-MVT-SENS
           MOVE WS-MVT-MONTANT(WS-J)      TO DOS-MVT-MONTANT
           MOVE WS-MVT-ORIGINE(WS-J)      TO DOS-MVT-ORIGINE
           MOVE WS-MVT-REFERENCE(WS-J)    TO DOS-MVT-REF
           WRITE ENR-DOSSIER
               INVALID KEY
                   DISPLAY 'ERREUR LIGNE DOSSIER ' DOS-CLIENT
                           ' : ' WS-FS-DOS
           END-WRITE.

       3700-DECLARER.

           MOVE SPACES TO ENR-DECLARATION
           MOVE WS-CLIENT-COURANT TO CLI-NUM
           READ F-CLIENTS
               INVALID KEY
                   MOVE '(CLIENT ABSENT DE CLIENT)' TO DCL-NOM
               NOT INVALID KEY
                   MOVE CLI-NOM    TO DCL-NOM
                   MOVE CLI-PRENOM TO DCL-PRENOM
           END-READ
           MOVE WS-DATE-JOUR            TO DCL-DATE
           MOVE WS-CLIENT-COURANT       TO DCL-CLIENT
           MOVE WS-RGL-CODE(WS-IDX-RGL) TO DCL-REGLE
           MOVE WS-RETENU-NB            TO DCL-NB-MVT
           MOVE WS-RETENU-CUMUL         TO DCL-CUMUL
           MOVE WS-PREMIER-MVT          TO DCL-PREMIER-MVT
           MOVE WS-MVT-DATE(WS-RETENU-FIN) TO DCL-DERNIER-MVT
           MOVE WS-RETENU-NB-CPT        TO DCL-NB-COMPTES
           WRITE ENR-DECLARATION.

      *─── EIBDATE : 0CAADDD. Siecle 0 = 19xx, 1 = 20xx. ──────────────
       8000-JULIENNE-VERS-GREGORIENNE.
           COMPUTE WS-ANNEE = 1900 + WS-JUL-SIECLE * 100
                            + WS-JUL-AA
           MOVE WS-JUL-QUANTIEME TO WS-JOUR
           MOVE 1 TO WS-MOIS-NUM

           PERFORM 8100-NB-JOURS-DU-MOIS
           PERFORM UNTIL WS-JOUR <= WS-JJ-MOIS
               SUBTRACT WS-JJ-MOIS FROM WS-JOUR
               ADD 1 TO WS-MOIS-NUM
               PERFORM 8100-NB-JOURS-DU-MOIS
           END-PERFORM
           MOVE WS-JOUR TO WS-JOUR-ED.

       8100-NB-JOURS-DU-MOIS.
           EVALUATE WS-MOIS-NUM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-JJ-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-JJ-MOIS
               WHEN 2
                   MOVE 28 TO WS-JJ-MOIS
                   DIVIDE WS-ANNEE BY 4 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       MOVE 29 TO WS-JJ-MOIS
                       DIVIDE WS-ANNEE BY 100 GIVING WS-QUOTIENT
                           REMAINDER WS-RESTE
                       IF WS-RESTE = 0
                           DIVIDE WS-ANNEE BY 400
                               GIVING WS-QUOTIENT
                               REMAINDER WS-RESTE
                           IF WS-RESTE NOT = 0
                               MOVE 28 TO WS-JJ-MOIS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
