      ******************************************************************
      * Programme : CREDOFFR - Offres de credit (batch quotidien,
      *             avant CREDDECV)
      * Fonction  : Chiffrer et editer les offres emises, expirer les
      *             offres non acceptees
      *
      * Parcourt le registre des offres CREDOFF (ecrites par DEMVAL) :
      *   - offre emise dont la lettre n'est pas encore partie :
      *     le cout total est chiffre sur l'echeancier CREDECH
      *     (interets = echeances - montant prete ; prime
      *     d'assurance du mois = reste du x taux assurance / 1200,
      *     meme regle que CREDTRT) et le TAEG calcule : taux
      *     mensuel actuariel qui egalise le montant prete, frais de
      *     dossier deduits, et les echeances assurance comprise,
      *     annualise ((1 + t) puissance 12 - 1). L'offre est mise a
      *     jour, la lettre d'offre (conditions, cout, delais,
      *     echeancier complet) editee dans FLETTRE et indexee dans
      *     COURRIER (type 'OFF'). L'offre part toujours sur papier
      *     (copie sur le portail si l'employe l'a choisi, module
      *     PREFDIST) mais est retenue dans COURRET si l'adresse est
      *     invalide (courrier NPAI) ;
      *   - offre emise dont la date limite est depassee sans
      *     acceptation : l'offre expire (statut 'X'), le credit
      *     jamais verse est annule comme a la retractation (OFFTRT) :
      *     ordre CREDDEC rejete, CREDEMP et echeancier supprimes,
      *     etat credit de l'employe libere s'il n'a plus rien du,
      *     demande CREDDEM refusee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDOFFR.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CREDOFF ASSIGN TO CREDOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFF-CLE
               FILE STATUS IS WS-FS-OFF.

           SELECT F-CREEMP ASSIGN TO CREEMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CLE
               FILE STATUS IS WS-FS-CRD.

           SELECT F-ECHEANCES ASSIGN TO CREDECH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ECH-CLE
               FILE STATUS IS WS-FS-ECH.

           SELECT F-EMPLOYE ASSIGN TO EMPLOYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FS-EMP.

           SELECT F-CREDDEC ASSIGN TO CREDDEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEC-CLE
               FILE STATUS IS WS-FS-DEC.

           SELECT F-CREDDEM ASSIGN TO CREDDEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLE
               FILE STATUS IS WS-FS-DEM.

           SELECT F-LETTRES ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-COU.

       DATA DIVISION.
       FILE SECTION.

      *─── Offres de credit (cf. copybook CREDOFF) ────────────────────
       FD  F-CREDOFF.
       01  ENR-CREDOFF.
           05  OFF-CLE.
               10  OFF-ID-EMPL     PIC X(6).
               10  OFF-NUM-CREDIT  PIC 9(2).
           05  OFF-STATUT          PIC X(1).
           05  OFF-DATE-EMISSION   PIC 9(8).
           05  OFF-DATE-LIMITE     PIC 9(8).
           05  OFF-DATE-EDITION    PIC 9(8).
           05  OFF-DATE-ACCEPTATION PIC 9(8).
           05  OFF-DATE-FIN-RETRACT PIC 9(8).
           05  OFF-DATE-CLOTURE    PIC 9(8).
           05  OFF-MONTANT         PIC 9(7)V99 COMP-3.
           05  OFF-TAUX            PIC 9(2)V99 COMP-3.
           05  OFF-TAUX-ASSURANCE  PIC 9(2)V99 COMP-3.
           05  OFF-FRAIS           PIC 9(5)V99 COMP-3.
           05  OFF-TAEG            PIC 9(2)V99 COMP-3.
           05  OFF-NB-ECHEANCES    PIC 9(3).
           05  OFF-COUT-INTERETS   PIC 9(7)V99 COMP-3.
           05  OFF-COUT-ASSURANCE  PIC 9(7)V99 COMP-3.
           05  OFF-AGENT           PIC X(8).
           05  FILLER              PIC X(4).

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

       FD  F-ECHEANCES.
       01  ENR-ECHEANCE.
           05  ECH-CLE.
               10  ECH-ID-EMPL     PIC X(6).
               10  ECH-NUM-CREDIT  PIC 9(2).
               10  ECH-RANG        PIC 9(3).
           05  ECH-DATE-PREVUE     PIC 9(8).
           05  ECH-MONTANT         PIC 9(5)V99 COMP-3.
           05  ECH-RESTE-PROJETE   PIC 9(7)V99 COMP-3.

       FD  F-EMPLOYE.
       01  ENR-EMPLOYE.
           05  EMP-ID              PIC X(6).
           05  EMP-NAME            PIC X(30).
           05  EMP-DEPT            PIC X(10).
           05  EMP-SALAIRE         PIC 9(7)V99 COMP-3.
           05  EMP-ETAT-CRED       PIC X(1).

      *─── Ordres de decaissement (cf. copybook CREDDEC) ──────────────
       FD  F-CREDDEC.
       01  ENR-CREDDEC.
           05  DEC-CLE.
               10  DEC-ID-EMPL     PIC X(6).
               10  DEC-NUM-CREDIT  PIC 9(2).
           05  DEC-STATUT          PIC X(1).
           05  DEC-DEM-SEQ         PIC 9(3).
           05  FILLER              PIC X(88).

      *─── Demandes de credit (cf. copybook CREDDEM) ──────────────────
       FD  F-CREDDEM.
       01  ENR-CREDDEM.
           05  DEM-CLE.
               10  DEM-ID-EMPL     PIC X(6).
               10  DEM-SEQ         PIC 9(3).
           05  FILLER              PIC X(38).
           05  DEM-ETAT            PIC X(1).
           05  DEM-MOTIF-REFUS     PIC X(30).
           05  DEM-DATE            PIC 9(7).

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
       01  WS-FS-OFF               PIC XX.
       01  WS-FS-CRD               PIC XX.
       01  WS-FS-ECH               PIC XX.
       01  WS-FS-EMP               PIC XX.
       01  WS-FS-DEC               PIC XX.
       01  WS-FS-DEM               PIC XX.
       01  WS-FS-LET               PIC XX.
       01  WS-FS-COU               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-FIN-ECH              PIC 9 VALUE 0.
       01  WS-FIN-PURGE            PIC 9 VALUE 0.
       01  WS-CREDIT-RESTANT       PIC 9 VALUE 0.

      *─── Horodatage : date AAAAMMJJ, heure HHMMSSCC ─────────────────
       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

      *─── Echeancier de l'offre en cours, assurance comprise ─────────
       01  WS-NB-ECH               PIC 9(3) VALUE 0.
       01  WS-TAB-ECHEANCES.
           05  WS-ECH OCCURS 999 TIMES
                      INDEXED BY WS-IDX-ECH.
               10  WS-ECH-DATE     PIC 9(8).
               10  WS-ECH-MONTANT  PIC 9(5)V99.
               10  WS-ECH-PRIME    PIC 9(5)V99.
               10  WS-ECH-RESTE    PIC 9(7)V99.
       01  WS-RESTE-AVANT          PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-ECHEANCES      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-PRIMES         PIC 9(9)V99 VALUE 0.
       01  WS-TAUX-ASSURANCE       PIC 9(2)V99 VALUE 0.
       01  WS-LIBELLE              PIC X(20) VALUE SPACES.

      *─── Recherche du TAEG : taux mensuel par dichotomie ────────────
       01  WS-NET-PERCU            PIC S9(7)V99 VALUE 0.
       01  WS-TAUX-BAS             PIC 9V9(15) COMP-3 VALUE 0.
       01  WS-TAUX-HAUT            PIC 9V9(15) COMP-3 VALUE 0.
       01  WS-TAUX-MILIEU          PIC 9V9(15) COMP-3 VALUE 0.
       01  WS-ACTUALISATION        PIC 9V9(15) COMP-3 VALUE 0.
       01  WS-FACTEUR              PIC 9V9(15) COMP-3 VALUE 0.
       01  WS-VALEUR-ACTUELLE      PIC 9(9)V9(6) COMP-3 VALUE 0.
       01  WS-PUISSANCE            PIC 9(2)V9(15) COMP-3 VALUE 0.
       01  WS-TAEG                 PIC 9(4)V9(4) VALUE 0.
       01  WS-ITERATION            PIC 9(2) VALUE 0.
       01  WS-IDX-PUIS             PIC 9(2) VALUE 0.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(5) VALUE 0.
       01  WS-NB-EDITEES           PIC 9(5) VALUE 0.
       01  WS-NB-EXPIREES          PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(5) VALUE 0.

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

      *─── Lignes de la lettre d'offre ────────────────────────────────
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
               VALUE 'OBJET : OFFRE DE CREDIT AU PERSONNEL'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-CREDIT.
           05  FILLER              PIC X(10) VALUE 'CREDIT NO '.
           05  WS-LET-NUM          PIC 9(2).
           05  FILLER              PIC X(3) VALUE ' - '.
           05  WS-LET-LIBELLE      PIC X(20).
           05  FILLER              PIC X(13) VALUE ' - OFFRE DU '.
           05  WS-LET-EMISSION     PIC 9(8).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-LET-MONTANT.
           05  WS-LET-MT-LIBELLE   PIC X(40).
           05  WS-LET-MT-VALEUR    PIC Z(6)9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LET-TAUX.
           05  WS-LET-TX-LIBELLE   PIC X(40).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-LET-TX-VALEUR    PIC Z9.99.
           05  FILLER              PIC X(30) VALUE ' %'.

       01  WS-LET-NOMBRE.
           05  FILLER              PIC X(40)
               VALUE 'NOMBRE D''ECHEANCES MENSUELLES      :'.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-LET-NB-ECH       PIC ZZ9.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LET-VALIDITE.
           05  FILLER              PIC X(40)
               VALUE 'CETTE OFFRE EST VALABLE JUSQU''AU '.
           05  WS-LET-LIMITE       PIC 9(8).
           05  FILLER              PIC X(32)
               VALUE ' INCLUS.'.

       01  WS-LET-RETRACT-1.
           05  FILLER              PIC X(40)
               VALUE 'APRES ACCEPTATION, VOUS DISPOSEZ D''UN D'.
           05  FILLER              PIC X(40)
               VALUE 'ELAI DE RETRACTATION DE 14 JOURS ;'.

       01  WS-LET-RETRACT-2.
           05  FILLER              PIC X(40)
               VALUE 'LES FONDS NE SONT VERSES QU''A SON EXPIRA'.
           05  FILLER              PIC X(40)
               VALUE 'TION.'.

       01  WS-LET-ENTETE-ECH.
           05  FILLER              PIC X(40)
               VALUE 'RANG  DATE       ECHEANCE  ASSURANCE   '.
           05  FILLER              PIC X(40)
               VALUE '  RESTE DU'.

       01  WS-LET-ECHEANCE.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LET-RANG         PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LET-DATE-ECH     PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LET-MT-ECH       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LET-PRIME-ECH    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LET-RESTE-ECH    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LET-SERVICE.
           05  FILLER              PIC X(40)
               VALUE 'LE SERVICE DU PERSONNEL RESTE A VOTRE DI'.
           05  FILLER              PIC X(40)
               VALUE 'SPOSITION.'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           DISPLAY '=================================================='
           DISPLAY '  Offres de credit au personnel'
           DISPLAY '=================================================='

           PERFORM 8000-HORODATER

           OPEN I-O F-CREDOFF
           IF WS-FS-OFF NOT = '00'
               DISPLAY 'Registre CREDOFF indisponible : ' WS-FS-OFF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-CREEMP
           OPEN I-O F-ECHEANCES
           OPEN I-O F-EMPLOYE
           OPEN I-O F-CREDDEC
           OPEN I-O F-CREDDEM
           OPEN OUTPUT F-LETTRES
           OPEN I-O F-COURRIER

           PERFORM 1000-TRAITER-OFFRES
               UNTIL WS-EOF = 1

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-CREDOFF
           CLOSE F-CREEMP
           CLOSE F-ECHEANCES
           CLOSE F-EMPLOYE
           CLOSE F-CREDDEC
           CLOSE F-CREDDEM
           CLOSE F-LETTRES
           CLOSE F-COURRIER

           DISPLAY 'Offres lues        : ' WS-NB-LUS
           DISPLAY 'Offres editees     : ' WS-NB-EDITEES
           DISPLAY 'Offres expirees    : ' WS-NB-EXPIREES
           DISPLAY 'Anomalies          : ' WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-TRAITER-OFFRES.
           READ F-CREDOFF NEXT
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF OFF-STATUT = 'E'
                       IF WS-DATE-JOUR-N > OFF-DATE-LIMITE
                           PERFORM 3000-EXPIRER-OFFRE THRU 3000-FIN
                       ELSE
                           IF OFF-DATE-EDITION = 0
                               PERFORM 2000-EDITER-OFFRE THRU 2000-FIN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 2000-EDITER-OFFRE : cout total et TAEG chiffres sur
      * l'echeancier, offre mise a jour, lettre editee et indexee
      ******************************************************************
       2000-EDITER-OFFRE.
           MOVE OFF-ID-EMPL    TO CRD-ID-EMPL
           MOVE OFF-NUM-CREDIT TO CRD-NUM-CREDIT
           READ F-CREEMP
               INVALID KEY
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY 'CREDIT DE L''OFFRE INCONNU : ' OFF-CLE
                   GO TO 2000-FIN
           END-READ
           MOVE CRD-LIBELLE TO WS-LIBELLE
           MOVE 0 TO WS-TAUX-ASSURANCE
           IF CRD-ASSURANCE = 'O' OR CRD-ASSURANCE = 'S'
               MOVE CRD-TAUX-ASSURANCE TO WS-TAUX-ASSURANCE
           END-IF

           PERFORM 2100-CHARGER-ECHEANCIER
           IF WS-NB-ECH = 0
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY 'OFFRE SANS ECHEANCIER : ' OFF-CLE
               GO TO 2000-FIN
           END-IF

           PERFORM 2200-CALCULER-TAEG

           MOVE WS-TAUX-ASSURANCE TO OFF-TAUX-ASSURANCE
           MOVE WS-NB-ECH         TO OFF-NB-ECHEANCES
           IF WS-TOTAL-ECHEANCES > OFF-MONTANT
               COMPUTE OFF-COUT-INTERETS =
                   WS-TOTAL-ECHEANCES - OFF-MONTANT
           ELSE
               MOVE 0 TO OFF-COUT-INTERETS
           END-IF
           MOVE WS-TOTAL-PRIMES   TO OFF-COUT-ASSURANCE
           IF WS-TAEG > 99.99
               MOVE 99.99 TO OFF-TAEG
           ELSE
               COMPUTE OFF-TAEG ROUNDED = WS-TAEG
           END-IF
           MOVE WS-DATE-JOUR-N    TO OFF-DATE-EDITION
           REWRITE ENR-CREDOFF
               INVALID KEY
                   DISPLAY 'ERREUR MAJ CREDOFF : ' OFF-CLE
           END-REWRITE

           MOVE OFF-ID-EMPL TO EMP-ID
           READ F-EMPLOYE
               INVALID KEY
                   MOVE 'INCONNU' TO EMP-NAME
           END-READ

           PERFORM 2500-EDITER-LETTRE
           ADD 1 TO WS-NB-EDITEES.

       2000-FIN.
           EXIT.

      *─── Echeances rang par rang jusqu'au premier absent, prime
      *    d'assurance du mois sur le reste du avant l'echeance ──────
       2100-CHARGER-ECHEANCIER.
           MOVE 0 TO WS-NB-ECH
           MOVE 0 TO WS-TOTAL-ECHEANCES
           MOVE 0 TO WS-TOTAL-PRIMES
           MOVE OFF-MONTANT TO WS-RESTE-AVANT
           MOVE OFF-ID-EMPL    TO ECH-ID-EMPL
           MOVE OFF-NUM-CREDIT TO ECH-NUM-CREDIT
           MOVE 0 TO ECH-RANG
           MOVE 0 TO WS-FIN-ECH
           PERFORM UNTIL WS-FIN-ECH = 1 OR ECH-RANG >= 999
               ADD 1 TO ECH-RANG
               READ F-ECHEANCES
                   INVALID KEY MOVE 1 TO WS-FIN-ECH
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-ECH
                       SET WS-IDX-ECH TO WS-NB-ECH
                       MOVE ECH-DATE-PREVUE
                           TO WS-ECH-DATE(WS-IDX-ECH)
                       MOVE ECH-MONTANT
                           TO WS-ECH-MONTANT(WS-IDX-ECH)
                       COMPUTE WS-ECH-PRIME(WS-IDX-ECH) ROUNDED =
                           WS-RESTE-AVANT * WS-TAUX-ASSURANCE / 1200
                       MOVE ECH-RESTE-PROJETE
                           TO WS-ECH-RESTE(WS-IDX-ECH)
                       ADD ECH-MONTANT TO WS-TOTAL-ECHEANCES
                       ADD WS-ECH-PRIME(WS-IDX-ECH) TO WS-TOTAL-PRIMES
                       MOVE ECH-RESTE-PROJETE TO WS-RESTE-AVANT
               END-READ
           END-PERFORM.

      ******************************************************************
      * 2200-CALCULER-TAEG : taux mensuel t tel que la valeur actuelle
      * des echeances assurance comprise egale le montant prete moins
      * les frais ; recherche par dichotomie entre 0 et 5 % par mois,
      * puis TAEG = (1 + t) puissance 12 - 1
      ******************************************************************
       2200-CALCULER-TAEG.
           MOVE 0 TO WS-TAEG
           COMPUTE WS-NET-PERCU = OFF-MONTANT - OFF-FRAIS
           IF WS-NET-PERCU <= 0
               GO TO 2200-FIN
           END-IF

           MOVE 0    TO WS-TAUX-BAS
           MOVE 0.05 TO WS-TAUX-HAUT
           PERFORM VARYING WS-ITERATION FROM 1 BY 1
                   UNTIL WS-ITERATION > 50
               COMPUTE WS-TAUX-MILIEU ROUNDED =
                   (WS-TAUX-BAS + WS-TAUX-HAUT) / 2
               PERFORM 2300-VALEUR-ACTUELLE
               IF WS-VALEUR-ACTUELLE > WS-NET-PERCU
                   MOVE WS-TAUX-MILIEU TO WS-TAUX-BAS
               ELSE
                   MOVE WS-TAUX-MILIEU TO WS-TAUX-HAUT
               END-IF
           END-PERFORM

           COMPUTE WS-TAUX-MILIEU ROUNDED =
               (WS-TAUX-BAS + WS-TAUX-HAUT) / 2
           MOVE 1 TO WS-PUISSANCE
           PERFORM VARYING WS-IDX-PUIS FROM 1 BY 1
                   UNTIL WS-IDX-PUIS > 12
               COMPUTE WS-PUISSANCE ROUNDED =
                   WS-PUISSANCE * (1 + WS-TAUX-MILIEU)
           END-PERFORM
           COMPUTE WS-TAEG ROUNDED = (WS-PUISSANCE - 1) * 100.

       2200-FIN.
           EXIT.

      *─── Valeur actuelle au taux WS-TAUX-MILIEU des echeances ───────
       2300-VALEUR-ACTUELLE.
           COMPUTE WS-ACTUALISATION ROUNDED =
               1 / (1 + WS-TAUX-MILIEU)
           MOVE 1 TO WS-FACTEUR
           MOVE 0 TO WS-VALEUR-ACTUELLE
           PERFORM VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-NB-ECH
               COMPUTE WS-FACTEUR ROUNDED =
                   WS-FACTEUR * WS-ACTUALISATION
               COMPUTE WS-VALEUR-ACTUELLE ROUNDED =
                   WS-VALEUR-ACTUELLE
                 + (WS-ECH-MONTANT(WS-IDX-ECH)
                  + WS-ECH-PRIME(WS-IDX-ECH)) * WS-FACTEUR
           END-PERFORM.

      ******************************************************************
      * 2500-EDITER-LETTRE : lettre d'offre - conditions, cout total,
      * delais et echeancier complet
      ******************************************************************
       2500-EDITER-LETTRE.
           MOVE EMP-NAME          TO WS-LET-NOM
           MOVE OFF-NUM-CREDIT    TO WS-LET-NUM
           MOVE WS-LIBELLE        TO WS-LET-LIBELLE
           MOVE OFF-DATE-EMISSION TO WS-LET-EMISSION

      *─── Preference de distribution de l'employe (PREFDIST) :
      *    l'offre est due sur papier, sauf adresse invalide (NPAI) ──
           MOVE 'P'         TO DIS-FONCTION
           MOVE OFF-ID-EMPL TO DIS-CLIENT
           MOVE 'OFF'       TO DIS-TYPE
           MOVE 'CREDOFFR'  TO DIS-PROGRAMME
           MOVE 'O'         TO DIS-OBLIGATOIRE
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
           PERFORM 2510-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 2520-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           END-IF
           MOVE WS-LET-OBJET TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE WS-LET-CREDIT TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE

           MOVE 'MONTANT PRETE                      :'
               TO WS-LET-MT-LIBELLE
           MOVE OFF-MONTANT TO WS-LET-MT-VALEUR
           MOVE WS-LET-MONTANT TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE 'TAUX NOMINAL ANNUEL                :'
               TO WS-LET-TX-LIBELLE
           MOVE OFF-TAUX TO WS-LET-TX-VALEUR
           MOVE WS-LET-TAUX TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE 'TAUX ANNUEL ASSURANCE EMPRUNTEUR   :'
               TO WS-LET-TX-LIBELLE
           MOVE OFF-TAUX-ASSURANCE TO WS-LET-TX-VALEUR
           MOVE WS-LET-TAUX TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE 'TAUX ANNUEL EFFECTIF GLOBAL (TAEG) :'
               TO WS-LET-TX-LIBELLE
           MOVE OFF-TAEG TO WS-LET-TX-VALEUR
           MOVE WS-LET-TAUX TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE OFF-NB-ECHEANCES TO WS-LET-NB-ECH
           MOVE WS-LET-NOMBRE TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE

           MOVE 'COUT DES INTERETS                  :'
               TO WS-LET-MT-LIBELLE
           MOVE OFF-COUT-INTERETS TO WS-LET-MT-VALEUR
           MOVE WS-LET-MONTANT TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE 'COUT DE L''ASSURANCE EMPRUNTEUR     :'
               TO WS-LET-MT-LIBELLE
           MOVE OFF-COUT-ASSURANCE TO WS-LET-MT-VALEUR
           MOVE WS-LET-MONTANT TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE 'FRAIS DE DOSSIER                   :'
               TO WS-LET-MT-LIBELLE
           MOVE OFF-FRAIS TO WS-LET-MT-VALEUR
           MOVE WS-LET-MONTANT TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE 'COUT TOTAL DU CREDIT               :'
               TO WS-LET-MT-LIBELLE
           COMPUTE WS-LET-MT-VALEUR = OFF-COUT-INTERETS
               + OFF-COUT-ASSURANCE + OFF-FRAIS
           MOVE WS-LET-MONTANT TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE 'MONTANT TOTAL DU PAR L''EMPRUNTEUR  :'
               TO WS-LET-MT-LIBELLE
           COMPUTE WS-LET-MT-VALEUR = OFF-MONTANT + OFF-COUT-INTERETS
               + OFF-COUT-ASSURANCE + OFF-FRAIS
           MOVE WS-LET-MONTANT TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE

           MOVE OFF-DATE-LIMITE TO WS-LET-LIMITE
           MOVE WS-LET-VALIDITE TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE WS-LET-RETRACT-1 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           MOVE WS-LET-RETRACT-2 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE

           MOVE WS-LET-ENTETE-ECH TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE
           PERFORM VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-NB-ECH
               SET WS-LET-RANG TO WS-IDX-ECH
               MOVE WS-ECH-DATE(WS-IDX-ECH)    TO WS-LET-DATE-ECH
               MOVE WS-ECH-MONTANT(WS-IDX-ECH) TO WS-LET-MT-ECH
               MOVE WS-ECH-PRIME(WS-IDX-ECH)   TO WS-LET-PRIME-ECH
               MOVE WS-ECH-RESTE(WS-IDX-ECH)   TO WS-LET-RESTE-ECH
               MOVE WS-LET-ECHEANCE TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2510-SORTIR-LIGNE
           END-PERFORM

           MOVE WS-LET-SERVICE TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2510-SORTIR-LIGNE

           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'T' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

           PERFORM 2600-INDEXER-COURRIER.

      *─── Une ligne vers chaque canal retenu : FLETTRE pour le papier
      *    (saut 0 = nouvelle page), PREFDIST pour le portail et
      *    pour la retenue des courriers a adresse invalide ──────────
       2510-SORTIR-LIGNE.
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

       2520-SORTIR-ADRESSE.
           IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
               MOVE WS-LET-ADRESSE TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2510-SORTIR-LIGNE
           END-IF.

      *─── Une ligne d'index par lettre emise (cf. CREDDEPF), datee
      *    0AAMMJJ comme tous les courriers des batchs ───────────────
       2600-INDEXER-COURRIER.
           MOVE SPACES TO ENR-COURRIER
           MOVE OFF-ID-EMPL TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR(1:7) TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE 'OFF' TO COU-TYPE
           MOVE 'CREDOFFR' TO COU-PROGRAMME
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

      ******************************************************************
      * 3000-EXPIRER-OFFRE : offre jamais acceptee a sa date limite ;
      * le credit jamais verse est annule
      ******************************************************************
       3000-EXPIRER-OFFRE.
           MOVE 'X'            TO OFF-STATUT
           MOVE WS-DATE-JOUR-N TO OFF-DATE-CLOTURE
           MOVE 'CREDOFFR'     TO OFF-AGENT
           REWRITE ENR-CREDOFF
               INVALID KEY
                   ADD 1 TO WS-NB-ANOMALIES
                   DISPLAY 'ERREUR MAJ CREDOFF : ' OFF-CLE
                   GO TO 3000-FIN
           END-REWRITE
           ADD 1 TO WS-NB-EXPIREES

      *─── L'ordre de decaissement ne sera pas verse ──────────────────
           MOVE 0 TO DEC-DEM-SEQ
           MOVE OFF-CLE TO DEC-CLE
           READ F-CREDDEC
               INVALID KEY
                   MOVE 0 TO DEC-DEM-SEQ
               NOT INVALID KEY
                   IF DEC-STATUT = 'S' OR DEC-STATUT = 'O'
                       MOVE 'R' TO DEC-STATUT
                       REWRITE ENR-CREDDEC
                           INVALID KEY
                               DISPLAY 'ERREUR MAJ CREDDEC : ' DEC-CLE
                       END-REWRITE
                   END-IF
           END-READ

      *─── Credit et echeancier supprimes (meme regle que OFFTRT) ─────
           MOVE OFF-ID-EMPL    TO CRD-ID-EMPL
           MOVE OFF-NUM-CREDIT TO CRD-NUM-CREDIT
           DELETE F-CREEMP
               INVALID KEY
                   DISPLAY 'CREDIT DEJA SUPPRIME : ' OFF-CLE
           END-DELETE
           PERFORM 3100-PURGER-ECHEANCIER
           PERFORM 3200-VERIFIER-SOLDE-GLOBAL
           IF WS-CREDIT-RESTANT = 0
               MOVE OFF-ID-EMPL TO EMP-ID
               READ F-EMPLOYE
                   NOT INVALID KEY
                       MOVE 'N' TO EMP-ETAT-CRED
                       REWRITE ENR-EMPLOYE
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF

      *─── La demande d'origine repasse refusee ───────────────────────
           IF DEC-DEM-SEQ NOT = 0
               MOVE OFF-ID-EMPL TO DEM-ID-EMPL
               MOVE DEC-DEM-SEQ TO DEM-SEQ
               READ F-CREDDEM
                   NOT INVALID KEY
                       MOVE 'R' TO DEM-ETAT
                       MOVE 'OFFRE NON ACCEPTEE DANS LE DELAI'
                           TO DEM-MOTIF-REFUS
                       REWRITE ENR-CREDDEM
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF

           DISPLAY 'OFFRE EXPIREE, CREDIT ANNULE : ' OFF-CLE.

       3000-FIN.
           EXIT.

      *─── Echeancier purge rang par rang jusqu'au premier absent ─────
       3100-PURGER-ECHEANCIER.
           MOVE OFF-ID-EMPL    TO ECH-ID-EMPL
           MOVE OFF-NUM-CREDIT TO ECH-NUM-CREDIT
           MOVE 0 TO ECH-RANG
           MOVE 0 TO WS-FIN-PURGE
           PERFORM UNTIL WS-FIN-PURGE = 1 OR ECH-RANG >= 999
               ADD 1 TO ECH-RANG
               DELETE F-ECHEANCES
                   INVALID KEY MOVE 1 TO WS-FIN-PURGE
               END-DELETE
           END-PERFORM.

      *─── Reste-t-il un credit du ? (meme regle que CREDTRT) ─────────
       3200-VERIFIER-SOLDE-GLOBAL.
           MOVE 0 TO WS-CREDIT-RESTANT
           MOVE OFF-ID-EMPL TO CRD-ID-EMPL
           PERFORM VARYING CRD-NUM-CREDIT FROM 1 BY 1
                   UNTIL CRD-NUM-CREDIT > 5 OR WS-CREDIT-RESTANT = 1
               READ F-CREEMP
                   NOT INVALID KEY
                       IF CRD-RESTE > 0
                           MOVE 1 TO WS-CREDIT-RESTANT
                       END-IF
               END-READ
           END-PERFORM.

      *─── Date et heure du jour ──────────────────────────────────────
       8000-HORODATER.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME.
