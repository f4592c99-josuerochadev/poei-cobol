      * identifiant employe, numero de credit, montant = echeance
      * plafonnee au reste du. Le fichier retour confirme par la
      * paie est ensuite applique par CREDRETR.
      * Employe sortant (registre EMPSORT tenu par CREDDEPA) :
      *   - depart en attente (statut 'D') : la retenue est le
      *     reglement anticipe du credit chiffre au depart, emis en
      *     type 'D' (montant en PAI-MONTANT-DEPART) pour la paie
      *     finale - PAYEMENS le retient dans la limite du net ;
      *   - depart deja solde (plan 'P' ou solde 'S') : plus aucune
      *     retenue n'est emise.
      * Un credit accorde dont l'ordre de decaissement CREDDEC n'est
      * pas encore verse (statut autre que 'V') n'est pas retenu :
      * l'employe ne rembourse pas ce qu'il n'a pas recu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDPAIE.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAI.

           SELECT F-EMPSORT ASSIGN TO EMPSORT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOR-CLE
               FILE STATUS IS WS-FS-SOR.

           SELECT F-CREDDEC ASSIGN TO CREDDEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEC-CLE
               FILE STATUS IS WS-FS-DEC.

       DATA DIVISION.
       FILE SECTION.

           05  PAI-NUM-CREDIT      PIC 9(2).
           05  PAI-MONTANT         PIC 9(5)V99.
           05  PAI-LIBELLE         PIC X(20).
           05  PAI-TYPE            PIC X(1).
           05  PAI-MONTANT-DEPART  PIC 9(7)V99.
           05  FILLER              PIC X(35).

      *─── Registre des departs (CREDDEPA) ────────────────────────────
       FD  F-EMPSORT.
       01  ENR-EMPSORT.
           05  SOR-CLE.
               10  SOR-ID-EMPL     PIC X(6).
               10  SOR-NUM-CREDIT  PIC 9(2).
           05  SOR-DONNEES         PIC X(72).
           05  SOR-DEPART REDEFINES SOR-DONNEES.
               10  SOR-DATE-DEPART PIC 9(8).
               10  SOR-STATUT      PIC X(1).
               10  FILLER          PIC X(63).
           05  SOR-CREDIT REDEFINES SOR-DONNEES.
               10  SOR-LIBELLE     PIC X(20).
               10  SOR-RESTE-AVANT PIC 9(7)V99 COMP-3.
               10  SOR-PENALITE    PIC 9(7)V99 COMP-3.
               10  SOR-REGLEMENT   PIC 9(7)V99 COMP-3.
               10  FILLER          PIC X(37).

      *─── Ordres de decaissement (DEMVAL, cf. copybook CREDDEC) ──────
       FD  F-CREDDEC.
       01  ENR-CREDDEC.
           05  DEC-CLE.
               10  DEC-ID-EMPL     PIC X(6).
               10  DEC-NUM-CREDIT  PIC 9(2).
           05  DEC-STATUT          PIC X(1).
           05  FILLER              PIC X(91).

       WORKING-STORAGE SECTION.
       01  WS-FS-CRD               PIC XX.
       01  WS-FS-PAI               PIC XX.
       01  WS-FS-SOR               PIC XX.
       01  WS-REGISTRE-DEPARTS     PIC 9 VALUE 0.
       01  WS-STATUT-DEPART        PIC X(1).
       01  WS-FS-DEC               PIC XX.
       01  WS-REGISTRE-DECAISSEMENTS PIC 9 VALUE 0.
       01  WS-STATUT-DECAISSEMENT  PIC X(1).

       01  WS-EOF                  PIC 9 VALUE 0.

       01  WS-NB-CREDITS           PIC 9(5) VALUE 0.
       01  WS-NB-RETENUES          PIC 9(5) VALUE 0.
       01  WS-NB-SOLDES-DEPART     PIC 9(5) VALUE 0.
       01  WS-NB-ARRETEES          PIC 9(5) VALUE 0.
       01  WS-NB-NON-VERSES        PIC 9(5) VALUE 0.
       01  WS-TOT-RETENUES         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ED               PIC Z,ZZZ,ZZZ,ZZ9.99.

               STOP RUN
           END-IF
           OPEN OUTPUT F-PAIE
           OPEN INPUT F-EMPSORT
           IF WS-FS-SOR = '00'
               MOVE 1 TO WS-REGISTRE-DEPARTS
           ELSE
               DISPLAY 'Registre EMPSORT absent - aucun depart'
           END-IF
           OPEN INPUT F-CREDDEC
           IF WS-FS-DEC = '00'
               MOVE 1 TO WS-REGISTRE-DECAISSEMENTS
           ELSE
               DISPLAY 'Registre CREDDEC absent - aucun ordre'
           END-IF

           PERFORM 1000-GENERER-RETENUES
               UNTIL WS-EOF = 1

           CLOSE F-CREEMP
           CLOSE F-PAIE
           IF WS-REGISTRE-DEPARTS = 1
               CLOSE F-EMPSORT
           END-IF
           IF WS-REGISTRE-DECAISSEMENTS = 1
               CLOSE F-CREDDEC
           END-IF

           MOVE WS-TOT-RETENUES TO WS-TOT-ED
           DISPLAY 'Credits examines : ' WS-NB-CREDITS
           DISPLAY 'Retenues emises  : ' WS-NB-RETENUES
           DISPLAY 'Soldes de depart : ' WS-NB-SOLDES-DEPART
           DISPLAY 'Retenues arretees: ' WS-NB-ARRETEES
           DISPLAY 'Non encore verses: ' WS-NB-NON-VERSES
           DISPLAY 'Total retenu     : ' WS-TOT-ED
           STOP RUN.

               NOT AT END
                   ADD 1 TO WS-NB-CREDITS
                   IF CRD-RESTE > 0
                       PERFORM 1050-LIRE-DEPART
                       PERFORM 1060-LIRE-DECAISSEMENT
                       EVALUATE TRUE
                           WHEN WS-STATUT-DECAISSEMENT NOT = SPACE
                            AND WS-STATUT-DECAISSEMENT NOT = 'V'
                               ADD 1 TO WS-NB-NON-VERSES
                           WHEN WS-STATUT-DEPART = SPACE
                               PERFORM 1100-ECRIRE-RETENUE
                           WHEN WS-STATUT-DEPART = 'D'
                               PERFORM 1200-ECRIRE-SOLDE-DEPART
                           WHEN OTHER
                               ADD 1 TO WS-NB-ARRETEES
                       END-EVALUATE
                   END-IF
           END-READ.

           WRITE ENR-PAIE
           ADD 1 TO WS-NB-RETENUES
           ADD PAI-MONTANT TO WS-TOT-RETENUES.

      *─── Statut de depart de l'employe (blanc = toujours present) ───
       1050-LIRE-DEPART.
           MOVE SPACE TO WS-STATUT-DEPART
           IF WS-REGISTRE-DEPARTS = 1
               MOVE CRD-ID-EMPL TO SOR-ID-EMPL
               MOVE 0 TO SOR-NUM-CREDIT
               READ F-EMPSORT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SOR-STATUT TO WS-STATUT-DEPART
               END-READ
           END-IF.

      *─── Ordre de decaissement du credit (blanc = credit sans
      *    ordre, anterieur ou cree au guichet) ───────────────────────
       1060-LIRE-DECAISSEMENT.
           MOVE SPACE TO WS-STATUT-DECAISSEMENT
           IF WS-REGISTRE-DECAISSEMENTS = 1
               MOVE CRD-CLE TO DEC-CLE
               READ F-CREDDEC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DEC-STATUT TO WS-STATUT-DECAISSEMENT
               END-READ
           END-IF.

      *─── Paie finale : reglement anticipe chiffre au depart ; un
      *    credit ouvert apres le depart garde sa retenue normale ────
       1200-ECRIRE-SOLDE-DEPART.
           MOVE CRD-ID-EMPL    TO SOR-ID-EMPL
           MOVE CRD-NUM-CREDIT TO SOR-NUM-CREDIT
           READ F-EMPSORT
               INVALID KEY
                   PERFORM 1100-ECRIRE-RETENUE
               NOT INVALID KEY
                   MOVE SPACES TO ENR-PAIE
                   MOVE CRD-ID-EMPL    TO PAI-ID-EMPL
                   MOVE CRD-NUM-CREDIT TO PAI-NUM-CREDIT
                   MOVE 'SOLDE DEPART'  TO PAI-LIBELLE
                   MOVE 'D'            TO PAI-TYPE
                   MOVE 0              TO PAI-MONTANT
                   MOVE SOR-REGLEMENT  TO PAI-MONTANT-DEPART
                   WRITE ENR-PAIE
                   ADD 1 TO WS-NB-SOLDES-DEPART
                   ADD SOR-REGLEMENT TO WS-TOT-RETENUES
           END-READ.
