      ******************************************************************
      * Programme : CREDDEPF - Solde de tout compte des credits d'un
      *             employe sortant (batch, apres PAYEMENS)
      * Fonction  : Imputer la retenue de la paie finale, clore les
      *             credits et poser le plan du reste du
      *
      * Lit FSOLDEP (une ligne par employe sortant paye ce mois,
      * deposee par PAYEMENS : solde demande et retenue operee) et,
      * pour chaque depart en attente du registre EMPSORT (statut
      * 'D', enregistre par CREDDEPA) :
      *   - impute la retenue sur les credits dans l'ordre de leur
      *     numero : reglement = reste du actuel + indemnite chiffree
      *     au depart ; ce qui n'est pas couvert devient le reste du
      *     de l'ancien employe ;
      *   - clot chaque credit (reste a zero, indemnite aux interets,
      *     trace CREDHIST operateur 'DEPART', echeancier CREDECH
      *     purge, attestation CREDNOTE si rien ne reste du) : plus
      *     aucune retenue ne sera emise par CREDPAIE ;
      *   - libere l'etat credit de l'employe (EMP-ETAT-CRED 'N') ;
      *   - pose le plan de remboursement du reste du sur la ligne de
      *     depart (statut 'P', mensualite arrondie au centime
      *     superieur, premiere mensualite le 1er du mois suivant)
      *     ou la marque soldee (statut 'S') ;
      *   - edite la lettre de solde de tout compte dans FLETTRE et
      *     l'indexe dans COURRIER (type 'DEP') ; la lettre suit les
      *     preferences de distribution de l'employe (matricule,
      *     module PREFDIST) et est retenue dans COURRET si son
      *     adresse est invalide (courrier NPAI).
      * Une retenue superieure au solde du (credit rembourse entre le
      * depart et la paie finale) est signalee en trop-percu (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDDEPF.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SOLDES-DEPART ASSIGN TO FSOLDEP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SDP.

           SELECT F-EMPSORT ASSIGN TO EMPSORT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-CLE
               FILE STATUS IS WS-FS-SOR.

           SELECT F-CREEMP ASSIGN TO CREEMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CLE
               FILE STATUS IS WS-FS-CRD.

           SELECT F-EMPLOYE ASSIGN TO EMPLOYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FS-EMP.

           SELECT F-CREDHIST ASSIGN TO CREDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CLE
               FILE STATUS IS WS-FS-HIS.

           SELECT F-CREDNOTE ASSIGN TO CREDNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTE-CLE
               FILE STATUS IS WS-FS-NOT.

           SELECT F-ECHEANCES ASSIGN TO CREDECH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ECH-CLE
               FILE STATUS IS WS-FS-ECH.

           SELECT F-LETTRES ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-COU.

       DATA DIVISION.
       FILE SECTION.

      *─── Solde de depart retenu sur le dernier bulletin (PAYEMENS) ──
       FD  F-SOLDES-DEPART.
       01  ENR-SOLDE-DEPART.
           05  SDP-ID-EMPL         PIC X(6).
           05  SDP-DEMANDE         PIC 9(7)V99.
           05  SDP-RETENU          PIC 9(7)V99.
           05  SDP-PERIODE         PIC X(7).
           05  FILLER              PIC X(49).

      *─── Registre des departs (cf. copybook EMPSORT) ────────────────
       FD  F-EMPSORT.
       01  ENR-EMPSORT.
           05  SOR-CLE.
               10  SOR-ID-EMPL     PIC X(6).
               10  SOR-NUM-CREDIT  PIC 9(2).
           05  SOR-DONNEES         PIC X(72).
           05  SOR-DEPART REDEFINES SOR-DONNEES.
               10  SOR-DATE-DEPART     PIC 9(8).
               10  SOR-STATUT          PIC X(1).
               10  SOR-NB-MOIS-PLAN    PIC 9(2).
               10  SOR-TOTAL-DU        PIC 9(7)V99 COMP-3.
               10  SOR-RETENUE-FINALE  PIC 9(7)V99 COMP-3.
               10  SOR-RESTE-DU        PIC 9(7)V99 COMP-3.
               10  SOR-MENSUALITE      PIC 9(7)V99 COMP-3.
               10  SOR-DATE-PREMIERE   PIC 9(8).
               10  SOR-DATE-ENREG      PIC 9(7).
               10  SOR-OPERATEUR       PIC X(8).
               10  SOR-DATE-SOLDE      PIC 9(8).
               10  FILLER              PIC X(10).
           05  SOR-CREDIT REDEFINES SOR-DONNEES.
               10  SOR-LIBELLE         PIC X(20).
               10  SOR-RESTE-AVANT     PIC 9(7)V99 COMP-3.
               10  SOR-PENALITE        PIC 9(7)V99 COMP-3.
               10  SOR-REGLEMENT       PIC 9(7)V99 COMP-3.
               10  SOR-RETENU          PIC 9(7)V99 COMP-3.
               10  SOR-SOLDE-DU        PIC 9(7)V99 COMP-3.
               10  SOR-ASSURANCE-AVANT PIC X(1).
               10  FILLER              PIC X(26).

       FD  F-CREEMP.
       01  ENR-CREEMP.
           05  CRD-CLE.
               10  CRD-ID-EMPL     PIC X(6).
               10  CRD-NUM-CREDIT  PIC 9(2).
           05  CRD-LIBELLE         PIC X(20).
           05  CRD-MONTANT-TOTAL   PIC 9(7)V99 COMP-3.
           05  CRD-MONTANT-ECH     PIC 9(5)V99 COMP-3.
           05  CRD-RESTE           PIC 9(7)V99 COMP-3.
           05  CRD-TAUX            PIC 9(2)V99 COMP-3.
           05  CRD-INTERETS-CUMUL  PIC 9(7)V99 COMP-3.
           05  CRD-TAUX-ASSURANCE  PIC 9(2)V99 COMP-3.
           05  CRD-ASSURANCE       PIC X(1).
           05  CRD-PRIMES-CUMUL    PIC 9(7)V99 COMP-3.
           05  CRD-MOIS-REPORTES   PIC 9(2).
           05  CRD-REPORT-EN-COURS PIC X(1).

       FD  F-EMPLOYE.
       01  ENR-EMPLOYE.
           05  EMP-ID              PIC X(6).
           05  EMP-NAME            PIC X(30).
           05  EMP-DEPT            PIC X(10).
           05  EMP-SALAIRE         PIC 9(7)V99 COMP-3.
           05  EMP-ETAT-CRED       PIC X(1).

       FD  F-CREDHIST.
       01  ENR-CREDHIST.
           05  HIST-CLE.
               10  HIST-ID-EMPL    PIC X(6).
               10  HIST-DATE       PIC 9(7).
               10  HIST-HEURE      PIC 9(7).
           05  HIST-MONTANT-PAYE   PIC 9(7)V99 COMP-3.
           05  HIST-RESTE-APRES    PIC 9(7)V99 COMP-3.
           05  HIST-INTERET        PIC 9(5)V99 COMP-3.
           05  HIST-PRINCIPAL      PIC 9(5)V99 COMP-3.
           05  HIST-OPERATEUR      PIC X(8).

       FD  F-CREDNOTE.
       01  ENR-CREDNOTE.
           05  NOTE-CLE.
               10  NOTE-ID-EMPL    PIC X(6).
               10  NOTE-NUM-CREDIT PIC 9(2).
               10  NOTE-DATE       PIC 9(7).
               10  NOTE-HEURE      PIC 9(7).
           05  NOTE-NOM-EMPL       PIC X(30).
           05  NOTE-LIBELLE        PIC X(20).
           05  NOTE-MONTANT-TOTAL  PIC 9(7)V99 COMP-3.
           05  NOTE-TOTAL-INTERETS PIC 9(7)V99 COMP-3.

       FD  F-ECHEANCES.
       01  ENR-ECHEANCE.
           05  ECH-CLE.
               10  ECH-ID-EMPL     PIC X(6).
               10  ECH-NUM-CREDIT  PIC 9(2).
               10  ECH-RANG        PIC 9(3).
           05  ECH-DATE-PREVUE     PIC 9(8).
           05  ECH-MONTANT         PIC 9(5)V99 COMP-3.
           05  ECH-RESTE-PROJETE   PIC 9(7)V99 COMP-3.

       FD  F-LETTRES.
       01  ENR-LETTRE              PIC X(80).

      *─── Index central des courriers emis (cf. CORRPRES) ────────────
       FD  F-COURRIER.
       01  ENR-COURRIER.
           05  COU-CLE.
               10  COU-COMPTE      PIC X(11).
               10  COU-DATE        PIC 9(7).
               10  COU-HEURE       PIC 9(7).
               10  COU-SEQ         PIC 9(2).
           05  COU-TYPE            PIC X(3).
           05  COU-PROGRAMME       PIC X(8).
           05  COU-PREMIERE-LIGNE  PIC X(60).
           05  COU-REIMPRESSION    PIC X(1).
           05  COU-CANAL           PIC X(1).
           05  COU-RETOUR          PIC X(1).
           05  FILLER              PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-FS-SDP               PIC XX.
       01  WS-FS-SOR               PIC XX.
       01  WS-FS-CRD               PIC XX.
       01  WS-FS-EMP               PIC XX.
       01  WS-FS-HIS               PIC XX.
       01  WS-FS-NOT               PIC XX.
       01  WS-FS-ECH               PIC XX.
       01  WS-FS-LET               PIC XX.
       01  WS-FS-COU               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-EOF-LIGNES           PIC 9 VALUE 0.
       01  WS-FIN-PURGE            PIC 9 VALUE 0.

      *─── Horodatage des traces (pseudo EIBDATE / EIBTIME) ───────────
       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-JULIENNE        PIC 9(7) VALUE 0.
       01  WS-QUANTIEME            PIC 9(3) VALUE 0.
       01  WS-IDX-MOIS             PIC 9(2) VALUE 0.
       01  WS-JJ-MOIS              PIC 9(2) VALUE 0.
       01  WS-RESTE-DIV            PIC 9(4) VALUE 0.
       01  WS-QUOTIENT             PIC 9(4) VALUE 0.
       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.
       01  WS-HEURE-TRACE          PIC 9(7) VALUE 0.
       01  WS-NB-TRACES            PIC 9(5) VALUE 0.

      *─── Premiere mensualite du plan : le 1er du mois suivant ───────
       01  WS-DATE-PREMIERE.
           05  WS-PRE-ANNEE        PIC 9(4).
           05  WS-PRE-MOIS         PIC 9(2).
           05  WS-PRE-JOUR         PIC 9(2).
       01  WS-DATE-PREMIERE-N REDEFINES WS-DATE-PREMIERE PIC 9(8).

      *─── Depart en cours ────────────────────────────────────────────
       01  WS-ID-EMPL              PIC X(6).
       01  WS-NOM-EMPL             PIC X(30).
       01  WS-A-IMPUTER            PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-DU             PIC 9(7)V99 VALUE 0.
       01  WS-RESTE-DU             PIC 9(7)V99 VALUE 0.
       01  WS-MENSUALITE           PIC 9(7)V99 VALUE 0.
       01  WS-ASSURANCE-RESILIEE   PIC 9 VALUE 0.

      *─── Credit en cours de cloture ─────────────────────────────────
       01  WS-RESTE-AVANT          PIC 9(7)V99 VALUE 0.
       01  WS-REGLEMENT            PIC 9(7)V99 VALUE 0.
       01  WS-RETENU               PIC 9(7)V99 VALUE 0.
       01  WS-SOLDE-DU             PIC 9(7)V99 VALUE 0.
       01  WS-PART-INTERET         PIC 9(7)V99 VALUE 0.
       01  WS-PART-PRINCIPAL       PIC 9(7)V99 VALUE 0.

      *─── Lignes de credit de la lettre en cours ─────────────────────
       01  WS-NB-LIGNES            PIC 9(2) VALUE 0.
       01  WS-TAB-LIGNES.
           05  WS-LIGNE OCCURS 20 TIMES
                         INDEXED BY WS-IDX-LIG.
               10  WS-LIG-NUM      PIC 9(2).
               10  WS-LIG-LIBELLE  PIC X(20).
               10  WS-LIG-REGLEMENT PIC 9(7)V99.
               10  WS-LIG-RETENU   PIC 9(7)V99.
               10  WS-LIG-SOLDE-DU PIC 9(7)V99.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(5) VALUE 0.
       01  WS-NB-DEPARTS           PIC 9(5) VALUE 0.
       01  WS-NB-CREDITS           PIC 9(5) VALUE 0.
       01  WS-NB-PLANS             PIC 9(5) VALUE 0.
       01  WS-NB-LETTRES           PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(5) VALUE 0.
       01  WS-TOT-RETENU           PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RESTE-DU         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ED               PIC Z,ZZZ,ZZZ,ZZ9.99.

      *─── Zone d'appel du module de distribution (PREFDIST) ──────────
       01  WS-ZONE-DIST.
           05  DIS-FONCTION        PIC X(1).
           05  DIS-CLIENT          PIC X(11).
           05  DIS-TYPE            PIC X(3).
           05  DIS-PROGRAMME       PIC X(8).
           05  DIS-OBLIGATOIRE     PIC X(1).
           05  DIS-TITRE           PIC X(60).
           05  DIS-SAUT            PIC 9(2).
           05  DIS-LIGNE           PIC X(80).
           05  DIS-PAPIER          PIC X(1).
           05  DIS-ELECTRONIQUE    PIC X(1).
           05  DIS-GROS-CARAC      PIC X(1).
           05  DIS-ADR-CORRESP     PIC X(1).
           05  DIS-ADR-LIGNE       PIC X(30) OCCURS 4.
           05  DIS-LIGNE-ATELIER   PIC X(80).
           05  DIS-CODE-RETOUR     PIC 9(1).
           05  DIS-RETENU          PIC X(1).
       01  WS-IDX-ADR              PIC 9(1) VALUE 0.

      *─── Lignes de la lettre de solde de tout compte ────────────────
       01  WS-LET-DEST.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-LET-NOM          PIC X(30).
           05  FILLER              PIC X(40) VALUE SPACES.

      *─── Adresse de correspondance choisie par l'employe ────────────
       01  WS-LET-ADRESSE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-LET-ADR-LIGNE    PIC X(30).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-OBJET.
           05  FILLER              PIC X(40)
               VALUE 'OBJET : SOLDE DE TOUT COMPTE - CREDITS'.
           05  FILLER              PIC X(40)
               VALUE ' AU PERSONNEL'.

       01  WS-LET-DEPART.
           05  FILLER              PIC X(40)
               VALUE 'SUITE A VOTRE DEPART DE L''ENTREPRISE LE '.
           05  WS-LET-DATE-DEPART  PIC 9(8).
           05  FILLER              PIC X(32)
               VALUE ', VOS CREDITS SONT CLOS :'.

       01  WS-LET-ENTETE.
           05  FILLER              PIC X(40)
               VALUE 'CREDIT                        REGLEMENT'.
           05  FILLER              PIC X(40)
               VALUE '     RETENU   RESTE DU'.

       01  WS-LET-CREDIT.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LET-NUM          PIC 9(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LET-LIBELLE      PIC X(20).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-LET-REGLEMENT    PIC Z(6)9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LET-RETENU       PIC Z(6)9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LET-SOLDE-DU     PIC Z(6)9.99.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LET-TOTAL.
           05  WS-LET-TOT-LIBELLE  PIC X(40).
           05  WS-LET-TOT-MONTANT  PIC Z(6)9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LET-PLAN.
           05  FILLER              PIC X(22)
               VALUE 'A REMBOURSER EN '.
           05  WS-LET-NB-MOIS      PIC Z9.
           05  FILLER              PIC X(18)
               VALUE ' MENSUALITES DE '.
           05  WS-LET-MENSUALITE   PIC Z(6)9.99.
           05  FILLER              PIC X(11) VALUE ' A COMPTER '.
           05  FILLER              PIC X(3) VALUE 'DU '.
           05  WS-LET-PREMIERE     PIC 9(8).
           05  FILLER              PIC X(6) VALUE SPACES.

       01  WS-LET-SOLDE.
           05  FILLER              PIC X(40)
               VALUE 'VOS CREDITS SONT INTEGRALEMENT SOLDES.'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-ASSURANCE.
           05  FILLER              PIC X(40)
               VALUE 'L''ASSURANCE EMPRUNTEUR DE VOS CREDITS '.
           05  FILLER              PIC X(40)
               VALUE 'EST RESILIEE A LA DATE DU DEPART.'.

       01  WS-LET-SERVICE.
           05  FILLER              PIC X(40)
               VALUE 'LE SERVICE DU PERSONNEL RESTE A VOTRE DI'.
           05  FILLER              PIC X(40)
               VALUE 'SPOSITION.'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           DISPLAY '=================================================='
           DISPLAY '  Solde de tout compte des employes sortants'
           DISPLAY '=================================================='

           PERFORM 8000-HORODATER

           OPEN INPUT F-SOLDES-DEPART
           IF WS-FS-SDP NOT = '00'
               DISPLAY 'Fichier FSOLDEP indisponible : ' WS-FS-SDP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-EMPSORT
           IF WS-FS-SOR NOT = '00'
               DISPLAY 'Registre EMPSORT indisponible : ' WS-FS-SOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-CREEMP
           OPEN I-O F-EMPLOYE
           OPEN I-O F-CREDHIST
           OPEN I-O F-CREDNOTE
           OPEN I-O F-ECHEANCES
           OPEN OUTPUT F-LETTRES
           OPEN I-O F-COURRIER

           PERFORM 1000-TRAITER-SOLDES
               UNTIL WS-EOF = 1

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-SOLDES-DEPART
           CLOSE F-EMPSORT
           CLOSE F-CREEMP
           CLOSE F-EMPLOYE
           CLOSE F-CREDHIST
           CLOSE F-CREDNOTE
           CLOSE F-ECHEANCES
           CLOSE F-LETTRES
           CLOSE F-COURRIER

           DISPLAY 'Soldes lus         : ' WS-NB-LUS
           DISPLAY 'Departs soldes     : ' WS-NB-DEPARTS
           DISPLAY 'Credits clos       : ' WS-NB-CREDITS
           DISPLAY 'Plans de rembours. : ' WS-NB-PLANS
           DISPLAY 'Lettres emises     : ' WS-NB-LETTRES
           MOVE WS-TOT-RETENU TO WS-TOT-ED
           DISPLAY 'Total retenu paie  : ' WS-TOT-ED
           MOVE WS-TOT-RESTE-DU TO WS-TOT-ED
           DISPLAY 'Total reste du     : ' WS-TOT-ED
           DISPLAY 'Anomalies          : ' WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-TRAITER-SOLDES.
           READ F-SOLDES-DEPART
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM 1100-SOLDER-DEPART THRU 1100-FIN
           END-READ.

      ******************************************************************
      * 1100-SOLDER-DEPART : un employe sortant, de l'imputation de
      * sa retenue finale a sa lettre
      ******************************************************************
       1100-SOLDER-DEPART.
           MOVE SDP-ID-EMPL TO WS-ID-EMPL
           MOVE WS-ID-EMPL  TO SOR-ID-EMPL
           MOVE 0           TO SOR-NUM-CREDIT
           READ F-EMPSORT
               INVALID KEY
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY 'DEPART NON ENREGISTRE : ' WS-ID-EMPL
                   GO TO 1100-FIN
           END-READ
           IF SOR-STATUT NOT = 'D'
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY 'DEPART DEJA SOLDE : ' WS-ID-EMPL
               GO TO 1100-FIN
           END-IF

           MOVE WS-ID-EMPL TO EMP-ID
           READ F-EMPLOYE
               INVALID KEY
                   MOVE 'INCONNU' TO EMP-NAME
           END-READ
           MOVE EMP-NAME TO WS-NOM-EMPL

           MOVE SDP-RETENU TO WS-A-IMPUTER
           MOVE 0 TO WS-TOTAL-DU
           MOVE 0 TO WS-RESTE-DU
           MOVE 0 TO WS-NB-LIGNES
           MOVE 0 TO WS-ASSURANCE-RESILIEE

      *─── Lignes de credit du depart, dans l'ordre des numeros ───────
           MOVE WS-ID-EMPL TO SOR-ID-EMPL
           MOVE 1          TO SOR-NUM-CREDIT
           MOVE 0 TO WS-EOF-LIGNES
           START F-EMPSORT KEY IS >= SOR-CLE
               INVALID KEY MOVE 1 TO WS-EOF-LIGNES
           END-START
           PERFORM UNTIL WS-EOF-LIGNES = 1
               READ F-EMPSORT NEXT
                   AT END MOVE 1 TO WS-EOF-LIGNES
                   NOT AT END
                       IF SOR-ID-EMPL NOT = WS-ID-EMPL
                           MOVE 1 TO WS-EOF-LIGNES
                       ELSE
                           PERFORM 2000-CLORE-CREDIT THRU 2000-FIN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-A-IMPUTER > 0
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY 'TROP RETENU A REMBOURSER : ' WS-ID-EMPL
                       ' ' WS-A-IMPUTER
           END-IF

      *─── Plus aucun credit en cours : l'employe est libere ──────────
           IF WS-NB-LIGNES > 0 AND EMP-NAME NOT = 'INCONNU'
               MOVE 'N' TO EMP-ETAT-CRED
               REWRITE ENR-EMPLOYE
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF

           PERFORM 2500-POSER-PLAN
           ADD 1 TO WS-NB-DEPARTS

           IF WS-NB-LIGNES > 0
               PERFORM 3000-EDITER-LETTRE
           END-IF.

       1100-FIN.
           EXIT.

      ******************************************************************
      * 2000-CLORE-CREDIT : imputation de la retenue sur un credit et
      * cloture du credit
      ******************************************************************
       2000-CLORE-CREDIT.
           MOVE SOR-ID-EMPL    TO CRD-ID-EMPL
           MOVE SOR-NUM-CREDIT TO CRD-NUM-CREDIT
           READ F-CREEMP
               INVALID KEY
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY 'CREDIT INCONNU : ' SOR-ID-EMPL
                           ' ' SOR-NUM-CREDIT
                   GO TO 2000-FIN
           END-READ

      *─── Reglement sur le reste du actuel : une retenue appliquee
      *    entre le depart et la paie finale est prise en compte ─────
           MOVE CRD-RESTE TO WS-RESTE-AVANT
           IF WS-RESTE-AVANT = 0
               MOVE 0 TO WS-REGLEMENT
           ELSE
               COMPUTE WS-REGLEMENT = WS-RESTE-AVANT + SOR-PENALITE
           END-IF

           IF WS-A-IMPUTER > WS-REGLEMENT
               MOVE WS-REGLEMENT TO WS-RETENU
           ELSE
               MOVE WS-A-IMPUTER TO WS-RETENU
           END-IF
           SUBTRACT WS-RETENU FROM WS-A-IMPUTER
           COMPUTE WS-SOLDE-DU = WS-REGLEMENT - WS-RETENU

      *─── L'indemnite est couverte la premiere ───────────────────────
           IF WS-RETENU > SOR-PENALITE
               MOVE SOR-PENALITE TO WS-PART-INTERET
           ELSE
               MOVE WS-RETENU TO WS-PART-INTERET
           END-IF
           COMPUTE WS-PART-PRINCIPAL = WS-RETENU - WS-PART-INTERET

           IF WS-RESTE-AVANT > 0
               MOVE 0 TO CRD-RESTE
               ADD SOR-PENALITE TO CRD-INTERETS-CUMUL
               MOVE SPACE TO CRD-REPORT-EN-COURS
               REWRITE ENR-CREEMP
               ADD 1 TO WS-NB-CREDITS
               PERFORM 2100-TRACER-HISTORIQUE
               IF WS-SOLDE-DU = 0
                   PERFORM 2200-GENERER-ATTESTATION
               END-IF
               PERFORM 2300-PURGER-ECHEANCIER
           END-IF

           IF SOR-ASSURANCE-AVANT = 'O' OR SOR-ASSURANCE-AVANT = 'S'
               MOVE 1 TO WS-ASSURANCE-RESILIEE
           END-IF

           MOVE WS-RESTE-AVANT TO SOR-RESTE-AVANT
           MOVE WS-REGLEMENT   TO SOR-REGLEMENT
           MOVE WS-RETENU      TO SOR-RETENU
           MOVE WS-SOLDE-DU    TO SOR-SOLDE-DU
           REWRITE ENR-EMPSORT
               INVALID KEY
                   DISPLAY 'ERREUR MAJ EMPSORT : ' SOR-CLE
           END-REWRITE

           ADD WS-REGLEMENT TO WS-TOTAL-DU
           ADD WS-SOLDE-DU  TO WS-RESTE-DU
           IF WS-NB-LIGNES < 20
               ADD 1 TO WS-NB-LIGNES
               SET WS-IDX-LIG TO WS-NB-LIGNES
               MOVE SOR-NUM-CREDIT TO WS-LIG-NUM(WS-IDX-LIG)
               MOVE SOR-LIBELLE    TO WS-LIG-LIBELLE(WS-IDX-LIG)
               MOVE WS-REGLEMENT   TO WS-LIG-REGLEMENT(WS-IDX-LIG)
               MOVE WS-RETENU      TO WS-LIG-RETENU(WS-IDX-LIG)
               MOVE WS-SOLDE-DU    TO WS-LIG-SOLDE-DU(WS-IDX-LIG)
           END-IF.

       2000-FIN.
           EXIT.

      *─── Une heure de trace unique par credit clos ──────────────────
       2100-TRACER-HISTORIQUE.
           ADD 1 TO WS-NB-TRACES
           COMPUTE WS-HEURE-TRACE =
               WS-HEURE-JOUR / 10 + WS-NB-TRACES

           MOVE WS-ID-EMPL         TO HIST-ID-EMPL
           MOVE WS-DATE-JULIENNE   TO HIST-DATE
           MOVE WS-HEURE-TRACE     TO HIST-HEURE
           MOVE WS-RETENU          TO HIST-MONTANT-PAYE
           MOVE WS-SOLDE-DU        TO HIST-RESTE-APRES
           MOVE WS-PART-INTERET    TO HIST-INTERET
           MOVE WS-PART-PRINCIPAL  TO HIST-PRINCIPAL
           MOVE 'DEPART'           TO HIST-OPERATEUR
           WRITE ENR-CREDHIST
               INVALID KEY
                   DISPLAY 'TRACE CREDHIST EN DOUBLE : '
                           WS-ID-EMPL
           END-WRITE.

      *─── Credit entierement regle sur la paie finale ────────────────
       2200-GENERER-ATTESTATION.
           MOVE WS-ID-EMPL         TO NOTE-ID-EMPL
           MOVE CRD-NUM-CREDIT     TO NOTE-NUM-CREDIT
           MOVE WS-DATE-JULIENNE   TO NOTE-DATE
           MOVE WS-HEURE-TRACE     TO NOTE-HEURE
           MOVE WS-NOM-EMPL        TO NOTE-NOM-EMPL
           MOVE CRD-LIBELLE        TO NOTE-LIBELLE
           MOVE CRD-MONTANT-TOTAL  TO NOTE-MONTANT-TOTAL
           MOVE CRD-INTERETS-CUMUL TO NOTE-TOTAL-INTERETS
           WRITE ENR-CREDNOTE
               INVALID KEY
                   DISPLAY 'ATTESTATION EN DOUBLE : ' WS-ID-EMPL
           END-WRITE.

      *─── Echeancier purge rang par rang jusqu'au premier absent
      *    (meme regle que CREDSOLD) ──────────────────────────────────
       2300-PURGER-ECHEANCIER.
           MOVE WS-ID-EMPL     TO ECH-ID-EMPL
           MOVE CRD-NUM-CREDIT TO ECH-NUM-CREDIT
           MOVE 0 TO ECH-RANG
           MOVE 0 TO WS-FIN-PURGE
           PERFORM UNTIL WS-FIN-PURGE = 1 OR ECH-RANG >= 999
               ADD 1 TO ECH-RANG
               DELETE F-ECHEANCES
                   INVALID KEY MOVE 1 TO WS-FIN-PURGE
               END-DELETE
           END-PERFORM.

      ******************************************************************
      * 2500-POSER-PLAN : ligne de depart - retenue finale, reste du
      * et plan de remboursement, ou depart solde
      ******************************************************************
       2500-POSER-PLAN.
           MOVE WS-ID-EMPL TO SOR-ID-EMPL
           MOVE 0          TO SOR-NUM-CREDIT
           READ F-EMPSORT
               INVALID KEY
                   DISPLAY 'ERREUR RELECTURE EMPSORT : ' WS-ID-EMPL
                   GO TO 2500-FIN
           END-READ

           MOVE WS-TOTAL-DU TO SOR-TOTAL-DU
           COMPUTE SOR-RETENUE-FINALE = SDP-RETENU - WS-A-IMPUTER
           MOVE WS-RESTE-DU TO SOR-RESTE-DU
           MOVE WS-DATE-JOUR-N TO SOR-DATE-SOLDE
           IF SOR-NB-MOIS-PLAN NOT NUMERIC OR SOR-NB-MOIS-PLAN = 0
               MOVE 12 TO SOR-NB-MOIS-PLAN
           END-IF

           IF WS-RESTE-DU > 0
               COMPUTE WS-MENSUALITE =
                   WS-RESTE-DU / SOR-NB-MOIS-PLAN
               IF WS-MENSUALITE * SOR-NB-MOIS-PLAN < WS-RESTE-DU
                   ADD 0.01 TO WS-MENSUALITE
               END-IF
               MOVE WS-MENSUALITE TO SOR-MENSUALITE
               MOVE WS-DATE-JOUR TO WS-DATE-PREMIERE
               MOVE 1 TO WS-PRE-JOUR
               IF WS-PRE-MOIS < 12
                   ADD 1 TO WS-PRE-MOIS
               ELSE
                   MOVE 1 TO WS-PRE-MOIS
                   ADD 1 TO WS-PRE-ANNEE
               END-IF
               MOVE WS-DATE-PREMIERE-N TO SOR-DATE-PREMIERE
               MOVE 'P' TO SOR-STATUT
               ADD 1 TO WS-NB-PLANS
           ELSE
               MOVE 0 TO SOR-MENSUALITE
               MOVE 0 TO SOR-DATE-PREMIERE
               MOVE 'S' TO SOR-STATUT
           END-IF

           REWRITE ENR-EMPSORT
               INVALID KEY
                   DISPLAY 'ERREUR MAJ EMPSORT : ' WS-ID-EMPL
           END-REWRITE

           ADD SOR-RETENUE-FINALE TO WS-TOT-RETENU
           ADD WS-RESTE-DU TO WS-TOT-RESTE-DU.

       2500-FIN.
           EXIT.

      ******************************************************************
      * 3000-EDITER-LETTRE : lettre de solde de tout compte, une page
      * par employe sortant
      ******************************************************************
       3000-EDITER-LETTRE.
           ADD 1 TO WS-NB-LETTRES
           MOVE WS-NOM-EMPL     TO WS-LET-NOM
           MOVE SOR-DATE-DEPART TO WS-LET-DATE-DEPART

      *─── Preference de distribution de l'employe (PREFDIST) ; un
      *    courrier a adresse invalide est retenu (NPAI) ─────────────
           MOVE 'P'        TO DIS-FONCTION
           MOVE WS-ID-EMPL TO DIS-CLIENT
           MOVE 'DEP'      TO DIS-TYPE
           MOVE 'CREDDEPF' TO DIS-PROGRAMME
           MOVE 'N'        TO DIS-OBLIGATOIRE
           CALL 'PREFDIST' USING WS-ZONE-DIST
           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'O' TO DIS-FONCTION
               MOVE WS-LET-OBJET(1:60) TO DIS-TITRE
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

      *─── Ligne de commande de l'atelier (non imprimee) ──────────────
           IF DIS-PAPIER = 'O' AND DIS-LIGNE-ATELIER NOT = SPACES
               WRITE ENR-LETTRE FROM DIS-LIGNE-ATELIER
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-LET-DEST TO DIS-LIGNE
           MOVE 0 TO DIS-SAUT
           PERFORM 3010-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 3020-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           END-IF
           MOVE WS-LET-OBJET TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 3010-SORTIR-LIGNE
           MOVE WS-LET-DEPART TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3010-SORTIR-LIGNE
           MOVE WS-LET-ENTETE TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3010-SORTIR-LIGNE

           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > WS-NB-LIGNES
               MOVE WS-LIG-NUM(WS-IDX-LIG)       TO WS-LET-NUM
               MOVE WS-LIG-LIBELLE(WS-IDX-LIG)   TO WS-LET-LIBELLE
               MOVE WS-LIG-REGLEMENT(WS-IDX-LIG) TO WS-LET-REGLEMENT
               MOVE WS-LIG-RETENU(WS-IDX-LIG)    TO WS-LET-RETENU
               MOVE WS-LIG-SOLDE-DU(WS-IDX-LIG)  TO WS-LET-SOLDE-DU
               MOVE WS-LET-CREDIT TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 3010-SORTIR-LIGNE
           END-PERFORM

           MOVE 'TOTAL DU AU DEPART                 :'
               TO WS-LET-TOT-LIBELLE
           MOVE SOR-TOTAL-DU TO WS-LET-TOT-MONTANT
           MOVE WS-LET-TOTAL TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3010-SORTIR-LIGNE
           MOVE 'RETENU SUR VOTRE DERNIER BULLETIN  :'
               TO WS-LET-TOT-LIBELLE
           MOVE SOR-RETENUE-FINALE TO WS-LET-TOT-MONTANT
           MOVE WS-LET-TOTAL TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 3010-SORTIR-LIGNE
           MOVE 'RESTE DU                           :'
               TO WS-LET-TOT-LIBELLE
           MOVE SOR-RESTE-DU TO WS-LET-TOT-MONTANT
           MOVE WS-LET-TOTAL TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 3010-SORTIR-LIGNE

           IF SOR-RESTE-DU > 0
               MOVE SOR-NB-MOIS-PLAN  TO WS-LET-NB-MOIS
               MOVE SOR-MENSUALITE    TO WS-LET-MENSUALITE
               MOVE SOR-DATE-PREMIERE TO WS-LET-PREMIERE
               MOVE WS-LET-PLAN TO DIS-LIGNE
               MOVE 2 TO DIS-SAUT
               PERFORM 3010-SORTIR-LIGNE
           ELSE
               MOVE WS-LET-SOLDE TO DIS-LIGNE
               MOVE 2 TO DIS-SAUT
               PERFORM 3010-SORTIR-LIGNE
           END-IF
           IF WS-ASSURANCE-RESILIEE = 1
               MOVE WS-LET-ASSURANCE TO DIS-LIGNE
               MOVE 2 TO DIS-SAUT
               PERFORM 3010-SORTIR-LIGNE
           END-IF
           MOVE WS-LET-SERVICE TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 3010-SORTIR-LIGNE

           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'T' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

           PERFORM 3100-INDEXER-COURRIER.

      *─── Une ligne vers chaque canal retenu : FLETTRE pour le papier
      *    (saut 0 = nouvelle page), PREFDIST pour le portail et
      *    pour la retenue des courriers a adresse invalide ──────────
       3010-SORTIR-LIGNE.
           IF DIS-PAPIER = 'O'
               IF DIS-SAUT = 0
                   WRITE ENR-LETTRE FROM DIS-LIGNE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE ENR-LETTRE FROM DIS-LIGNE
                       AFTER ADVANCING DIS-SAUT LINES
               END-IF
           END-IF
           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'L' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF.

       3020-SORTIR-ADRESSE.
           IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
               MOVE WS-LET-ADRESSE TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 3010-SORTIR-LIGNE
           END-IF.

      *─── Une ligne d'index par lettre emise (cf. CREDRETD), datee
      *    0AAMMJJ comme tous les courriers des batchs ───────────────
       3100-INDEXER-COURRIER.
           MOVE SPACES TO ENR-COURRIER
           MOVE WS-ID-EMPL TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR(1:7) TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE 'DEP' TO COU-TYPE
           MOVE 'CREDDEPF' TO COU-PROGRAMME
           MOVE WS-LET-OBJET(1:60) TO COU-PREMIERE-LIGNE
           MOVE SPACE TO COU-REIMPRESSION
           IF DIS-ELECTRONIQUE = 'O'
               IF DIS-PAPIER = 'O'
                   MOVE 'D' TO COU-CANAL
               ELSE
                   MOVE 'E' TO COU-CANAL
               END-IF
           ELSE
               MOVE 'P' TO COU-CANAL
           END-IF
           IF DIS-RETENU = 'O'
               MOVE 'R' TO COU-CANAL
           END-IF
           WRITE ENR-COURRIER
               INVALID KEY
                   PERFORM UNTIL WS-FS-COU NOT = '22'
                           OR COU-SEQ >= 99
                       ADD 1 TO COU-SEQ
                       WRITE ENR-COURRIER
                       END-WRITE
                   END-PERFORM
           END-WRITE.

      *─── Date du jour en julienne 0CAADDD + heure ───────────────────
       8000-HORODATER.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME

           MOVE 0 TO WS-QUANTIEME
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS >= WS-MOIS
               PERFORM 8100-NB-JOURS-DU-MOIS
               ADD WS-JJ-MOIS TO WS-QUANTIEME
           END-PERFORM
           ADD WS-JOUR TO WS-QUANTIEME

           COMPUTE WS-DATE-JULIENNE =
               (WS-ANNEE - 1900) * 1000 + WS-QUANTIEME.

       8100-NB-JOURS-DU-MOIS.
           EVALUATE WS-IDX-MOIS
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
                       REMAINDER WS-RESTE-DIV
                   IF WS-RESTE-DIV = 0
                       MOVE 29 TO WS-JJ-MOIS
                   END-IF
           END-EVALUATE.
