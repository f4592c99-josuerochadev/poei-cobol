      ******************************************************************
      * Programme : COFRELA - Coffres-forts (impayes et echeances)
      * Fonction  : Constater le paiement des loyers factures,
      *             relancer les impayes et clore les contrats echus
      *
      * Passe chaque mois sur les contrats LOCCOF :
      *   - contrat en cours arrive a son echeance convenue (date
      *     depassee) : contrat clos ('T', motif 'ECH') et coffre
      *     libere dans COFFRE ;
      *   - loyer transmis a la chaine par COFFACT et encore du : le
      *     debit 'COMMISSION COF' reporte par CHNRETR est cherche au
      *     journal MVTJRN du compte de facturation (guichetier
      *     CHNRETR, sens 'R', montant LOC-MT-FACTURE, date posterieure
      *     a la facturation). Trouve : le loyer est paye. Absent
      *     apres le delai PARAMS COFDELRG (45 jours par defaut) : le
      *     loyer est impaye ;
      *   - impaye : ligne de FCOFLST et lettre de relance (FLETTRE,
      *     indexee dans COURRIER type 'COF', distribuee selon la
      *     preference du client par PREFDIST et retenue dans COURRET
      *     si son adresse est invalide), au plus une tous les 30
      *     jours et trois en tout ; apres la troisieme, le contrat
      *     est signale 'A RESILIER' (resiliation 'IMP' au guichet) ;
      *   - loyer retenu faute de correspondance CPTXREF : signale
      *     'NON TRANSMIS', sans lettre.
      * Les contrats termines restent suivis tant qu'un loyer est du.
      * RC 4 si des loyers sont impayes, RC 8 si LOCCOF ou MVTJRN est
      * indisponible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFRELA.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LOCCOF ASSIGN TO LOCCOF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOC-NUMERO
               FILE STATUS IS WS-FS-LOC.

           SELECT F-COFFRE ASSIGN TO COFFRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COF-CLE
               FILE STATUS IS WS-FS-COF.

           SELECT F-JOURNAL ASSIGN TO MVTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLE
               FILE STATUS IS WS-FS-PRM.

           SELECT F-LISTE ASSIGN TO FCOFLST
               FILE STATUS IS WS-FS-LST.

           SELECT F-LETTRES ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-COU.

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
           05  LOC-DATE-DEBUT      PIC X(8).
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

      *─── Inventaire des coffres, dessin COFFRE (cf. copybook) ───────
       FD  F-COFFRE.
       01  ENR-COFFRE.
           05  COF-CLE.
               10  COF-AGENCE      PIC X(5).
               10  COF-NUMERO      PIC 9(4).
           05  COF-TAILLE          PIC X(1).
           05  COF-STATUT          PIC X(1).
           05  COF-CONTRAT         PIC 9(8).
           05  COF-DATE-CREATION   PIC X(8).
           05  COF-DATE-MAJ        PIC X(8).
           05  COF-AGENT-MAJ       PIC X(8).
           05  COF-NB-ACCES        PIC 9(5).
           05  FILLER              PIC X(12).

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

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  CLI-ADRESSE         PIC X(30).
           05  CLI-VILLE           PIC X(20).
           05  CLI-CODEPOST        PIC X(5).
           05  FILLER              PIC X(24).

       FD  F-PARAMS.
       01  ENR-PARAMS.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).

       FD  F-LISTE.
       01  ENR-LISTE               PIC X(80).

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
       01  WS-FS-LOC               PIC XX.
       01  WS-FS-COF               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-PRM               PIC XX.
       01  WS-FS-LST               PIC XX.
       01  WS-FS-LET               PIC XX.
       01  WS-FS-COU               PIC XX.

       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-EOF-JRN              PIC 9 VALUE 0.
       01  WS-COFFRE-OUVERT        PIC 9 VALUE 0.
       01  WS-CLIENT-OUVERT        PIC 9 VALUE 0.
       01  WS-CONTRAT-MODIFIE      PIC 9 VALUE 0.
       01  WS-DEBIT-TROUVE         PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-EDIT            PIC X(10).

      *─── Date de facturation, au format du journal (0CYYDDD) ────────
       01  WS-DATE-FACT.
           05  WS-FACT-ANNEE       PIC 9(4).
           05  WS-FACT-MOIS        PIC 9(2).
           05  WS-FACT-JOUR        PIC 9(2).
       01  WS-DATE-FACT-N REDEFINES WS-DATE-FACT PIC 9(8).
       01  WS-DATE-FACT-EDIT       PIC X(10).
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-JRN-FACT             PIC 9(7) VALUE 0.
       01  WS-DATE-RELANCE-N       PIC 9(8) VALUE 0.
       01  WS-JOURS                PIC 9(5) VALUE 0.
       01  WS-JOURS-RELANCE        PIC 9(5) VALUE 0.

      *─── Delai de paiement (PARAMS COFDELRG, jours) ─────────────────
       01  WS-DELAI                PIC 9(3) VALUE 45.
       01  WS-NB-RELANCES-MAX      PIC 9(1) VALUE 3.
       01  WS-INTERVALLE-RELANCE   PIC 9(3) VALUE 30.
       01  WS-SITUATION            PIC X(12).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(7) VALUE 0.
       01  WS-NB-ECHUS             PIC 9(7) VALUE 0.
       01  WS-NB-PAYES             PIC 9(7) VALUE 0.
       01  WS-NB-EN-COURS          PIC 9(7) VALUE 0.
       01  WS-NB-IMPAYES           PIC 9(7) VALUE 0.
       01  WS-NB-LETTRES           PIC 9(7) VALUE 0.
       01  WS-NB-A-RESILIER        PIC 9(7) VALUE 0.
       01  WS-NB-NON-TRANSMIS      PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.
       01  WS-MT-IMPAYE            PIC 9(9)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC Z(8)9.99.

      *─── Lignes de la liste des loyers impayes ──────────────────────
       01  WS-LST-TITRE.
           05  FILLER              PIC X(40)
               VALUE 'COFFRES-FORTS : LOYERS IMPAYES AU '.
           05  WS-LST-ED-DATE      PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LST-ENTETE.
           05  FILLER              PIC X(9) VALUE 'CONTRAT'.
           05  FILLER              PIC X(6) VALUE 'AGENCE'.
           05  FILLER              PIC X(5) VALUE 'COFF'.
           05  FILLER              PIC X(7) VALUE 'CLIENT'.
           05  FILLER              PIC X(12) VALUE 'COMPTE'.
           05  FILLER              PIC X(11) VALUE '        DU'.
           05  FILLER              PIC X(11) VALUE 'FACTURE LE'.
           05  FILLER              PIC X(5) VALUE 'JOUR'.
           05  FILLER              PIC X(2) VALUE 'R'.
           05  FILLER              PIC X(12) VALUE 'SITUATION'.

       01  WS-LST-DETAIL.
           05  WS-LST-CONTRAT      PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-AGENCE       PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-COFFRE       PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-CLIENT       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-COMPTE       PIC X(11).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-DU           PIC Z(6)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-FACTURE      PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-JOURS        PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-RELANCES     PIC 9(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-SITUATION    PIC X(12).

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

      *─── Lignes de la lettre de relance ─────────────────────────────
       01  WS-LET-DATE.
           05  FILLER              PIC X(50) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'LE : '.
           05  WS-LET-ED-DATE      PIC X(10).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-LET-DEST1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-NOM          PIC X(25).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-LET-DEST2.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-PRENOM       PIC X(20).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LET-DEST3.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-ADRESSE      PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LET-DEST4.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-CODEPOST     PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LET-VILLE        PIC X(20).
           05  FILLER              PIC X(14) VALUE SPACES.

      *─── Adresse de correspondance choisie par le client ────────────
       01  WS-LET-ADR-CORR.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-ADR-LIGNE    PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LET-OBJET.
           05  FILLER              PIC X(46)
               VALUE 'OBJET : LOYER DE VOTRE COFFRE-FORT - RELANCE '.
           05  WS-LET-RANG         PIC 9(1).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-LET-CORPS1.
           05  FILLER              PIC X(40)
               VALUE 'MADAME, MONSIEUR,'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-CORPS2.
           05  FILLER              PIC X(36)
               VALUE 'LE LOYER DE VOTRE COFFRE-FORT NUMERO'.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LET-COFFRE       PIC 9(4).
           05  FILLER              PIC X(12) VALUE ' DE L''AGENCE'.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LET-AGENCE       PIC X(5).
           05  FILLER              PIC X(11) VALUE ' (CONTRAT N'.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LET-CONTRAT      PIC 9(8).
           05  FILLER              PIC X(1) VALUE ')'.

       01  WS-LET-CORPS3.
           05  FILLER              PIC X(11) VALUE 'FACTURE LE '.
           05  WS-LET-FACTURE      PIC X(10).
           05  FILLER              PIC X(16) VALUE ' - MONTANT DU : '.
           05  WS-LET-MONTANT      PIC Z(4)9.99.
           05  FILLER              PIC X(35)
               VALUE ' EUR - N''A PU ETRE DEBITE SUR VOTRE'.

       01  WS-LET-CORPS4.
           05  FILLER              PIC X(7) VALUE 'COMPTE '.
           05  WS-LET-COMPTE       PIC X(11).
           05  FILLER              PIC X(62)
               VALUE '. NOUS VOUS REMERCIONS DE REGULARISER CETTE SITUAT
      -        'ION AUPRES'.

       01  WS-LET-CORPS5.
           05  FILLER              PIC X(80) VALUE
               'DE VOTRE AGENCE. A DEFAUT, LE CONTRAT POURRA ETRE RESILI
      -        'E ET LE COFFRE'.

       01  WS-LET-CORPS6.
           05  FILLER              PIC X(80) VALUE
               'DEVRA ETRE LIBERE DE SON CONTENU.'.

       01  WS-LET-SIGN.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'VOTRE AGENCE'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME COFRELA'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT

           OPEN I-O F-LOCCOF
           IF WS-FS-LOC = '35'
               DISPLAY 'AUCUN CONTRAT DE LOCATION DE COFFRE'
               DISPLAY 'FIN DU PROGRAMME COFRELA'
               GOBACK
           END-IF
           IF WS-FS-LOC NOT = '00'
               DISPLAY 'FICHIER LOCCOF INDISPONIBLE : ' WS-FS-LOC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-JOURNAL
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'JOURNAL MVTJRN INDISPONIBLE : ' WS-FS-JRN
               CLOSE F-LOCCOF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── COFFRE facultatif : sans lui, le coffre d'un contrat echu
      *    est libere au guichet ; CLIENT facultatif : lettre sans
      *    adresse ───────────────────────────────────────────────────
           OPEN I-O F-COFFRE
           IF WS-FS-COF = '00'
               MOVE 1 TO WS-COFFRE-OUVERT
           ELSE
               DISPLAY 'FICHIER COFFRE INDISPONIBLE : ' WS-FS-COF
           END-IF
           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI = '00'
               MOVE 1 TO WS-CLIENT-OUVERT
           ELSE
               DISPLAY 'FICHIER CLIENT INDISPONIBLE : ' WS-FS-CLI
           END-IF
           PERFORM 0100-LIRE-DELAI

           OPEN OUTPUT F-LISTE
           OPEN OUTPUT F-LETTRES
           OPEN I-O F-COURRIER
           IF WS-FS-COU = '35'
               CLOSE F-COURRIER
               OPEN OUTPUT F-COURRIER
           END-IF

           MOVE WS-DATE-EDIT TO WS-LST-ED-DATE
           WRITE ENR-LISTE FROM WS-LST-TITRE
               AFTER ADVANCING PAGE
           WRITE ENR-LISTE FROM WS-LST-ENTETE
               AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-LOCCOF NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 1000-EXAMINER-CONTRAT THRU 1000-EXIT
               END-READ
           END-PERFORM

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-LOCCOF
           CLOSE F-JOURNAL
           IF WS-COFFRE-OUVERT = 1
               CLOSE F-COFFRE
           END-IF
           IF WS-CLIENT-OUVERT = 1
               CLOSE F-CLIENTS
           END-IF
           CLOSE F-LISTE
           CLOSE F-LETTRES
           CLOSE F-COURRIER

           MOVE WS-MT-IMPAYE TO WS-ED-MONTANT
           DISPLAY 'CONTRATS LUS          : ' WS-NB-LUS
           DISPLAY 'CONTRATS ECHUS CLOS   : ' WS-NB-ECHUS
           DISPLAY 'LOYERS PAYES          : ' WS-NB-PAYES
           DISPLAY 'LOYERS DANS LE DELAI  : ' WS-NB-EN-COURS
           DISPLAY 'LOYERS IMPAYES        : ' WS-NB-IMPAYES
           DISPLAY '  MONTANT IMPAYE      : ' WS-ED-MONTANT
           DISPLAY '  LETTRES EMISES      : ' WS-NB-LETTRES
           DISPLAY '  A RESILIER          : ' WS-NB-A-RESILIER
           DISPLAY 'LOYERS NON TRANSMIS   : ' WS-NB-NON-TRANSMIS
           DISPLAY 'ANOMALIES             : ' WS-NB-ANOMALIES
           IF WS-NB-IMPAYES > 0 OR WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME COFRELA'
           GOBACK.

      *─── Delai de paiement PARAMS COFDELRG (facultatif) ─────────────
       0100-LIRE-DELAI.

           OPEN INPUT F-PARAMS
           IF WS-FS-PRM = '00'
               MOVE 'COFDELRG' TO PRM-CLE
               READ F-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRM-VALEUR NUMERIC
                           AND PRM-VALEUR > 0
                           AND PRM-VALEUR < 1000
                           MOVE PRM-VALEUR TO WS-DELAI
                       END-IF
               END-READ
               CLOSE F-PARAMS
           END-IF
           DISPLAY 'DELAI DE PAIEMENT (JOURS) : ' WS-DELAI.

      ******************************************************************
      * 1000-EXAMINER-CONTRAT : echeance convenue, puis loyer du
      ******************************************************************
       1000-EXAMINER-CONTRAT.

           MOVE 0 TO WS-CONTRAT-MODIFIE
           IF LOC-STATUT = 'A'
               AND LOC-DATE-FIN-PREVUE NUMERIC
               AND LOC-DATE-FIN-PREVUE < WS-DATE-JOUR
               PERFORM 2000-CLORE-CONTRAT
           END-IF

           IF LOC-MT-DU > 0
               EVALUATE LOC-FACTURATION
                   WHEN 'C'
                       PERFORM 3000-SUIVRE-LOYER THRU 3000-EXIT
                   WHEN 'M'
                       ADD 1 TO WS-NB-NON-TRANSMIS
                       MOVE 0 TO WS-JOURS
                       MOVE 'NON TRANSMIS' TO WS-SITUATION
                       PERFORM 5000-LISTER-CONTRAT
               END-EVALUATE
           END-IF

           IF WS-CONTRAT-MODIFIE = 1
               REWRITE ENR-LOCCOF
               IF WS-FS-LOC NOT = '00'
                   DISPLAY 'ERREUR MISE A JOUR CONTRAT ' LOC-NUMERO
                           ' : ' WS-FS-LOC
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CLORE-CONTRAT : echeance convenue depassee, contrat clos
      * et coffre libere s'il porte encore ce contrat
      ******************************************************************
       2000-CLORE-CONTRAT.

           MOVE 'T'          TO LOC-STATUT
           MOVE WS-DATE-JOUR TO LOC-DATE-FIN
           MOVE 'COFRELA'    TO LOC-AGENT-FIN
           MOVE 'ECH'        TO LOC-MOTIF-FIN
           MOVE 1 TO WS-CONTRAT-MODIFIE
           ADD 1 TO WS-NB-ECHUS
           DISPLAY 'CONTRAT ECHU CLOS : ' LOC-NUMERO
                   ' COFFRE ' LOC-AGENCE '/' LOC-COFFRE

           IF WS-COFFRE-OUVERT = 0
               DISPLAY 'COFFRE A LIBERER AU GUICHET : ' LOC-AGENCE
                       '/' LOC-COFFRE
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               MOVE LOC-AGENCE TO COF-AGENCE
               MOVE LOC-COFFRE TO COF-NUMERO
               READ F-COFFRE
                   INVALID KEY
                       DISPLAY 'COFFRE INCONNU : ' LOC-AGENCE
                               '/' LOC-COFFRE
                       ADD 1 TO WS-NB-ANOMALIES
                   NOT INVALID KEY
                       IF COF-STATUT = 'O'
                           AND COF-CONTRAT = LOC-NUMERO
                           MOVE 'L'          TO COF-STATUT
                           MOVE 0            TO COF-CONTRAT
                           MOVE WS-DATE-JOUR TO COF-DATE-MAJ
                           MOVE 'COFRELA'    TO COF-AGENT-MAJ
                           REWRITE ENR-COFFRE
                           IF WS-FS-COF NOT = '00'
                               DISPLAY 'ERREUR MISE A JOUR COFFRE '
                                       LOC-AGENCE '/' LOC-COFFRE
                                       ' : ' WS-FS-COF
                               ADD 1 TO WS-NB-ANOMALIES
                           END-IF
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * 3000-SUIVRE-LOYER : loyer transmis ; debit cherche au journal
      * du compte de facturation depuis le jour de la facturation
      ******************************************************************
       3000-SUIVRE-LOYER.

           MOVE LOC-DATE-FACTURE TO WS-DATE-FACT
           IF WS-DATE-FACT-N NOT NUMERIC
               DISPLAY 'DATE DE FACTURATION INVALIDE : CONTRAT '
                       LOC-NUMERO
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 3000-EXIT
           END-IF
           STRING WS-FACT-JOUR '/' WS-FACT-MOIS '/' WS-FACT-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-FACT-EDIT
           COMPUTE WS-PREMIER-JANVIER = WS-FACT-ANNEE * 10000 + 0101
           COMPUTE WS-JRN-FACT = (WS-FACT-ANNEE - 1900) * 1000
               + FUNCTION INTEGER-OF-DATE(WS-DATE-FACT-N)
               - FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER) + 1
           COMPUTE WS-JOURS = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-FACT-N)

      *─── Paiement deja constate pour cette facturation : le reste
      *    du est un arriere, sans nouvelle recherche ────────────────
           MOVE 0 TO WS-DEBIT-TROUVE
           IF LOC-DATE-PAIEMENT NUMERIC
               AND LOC-DATE-PAIEMENT NOT < LOC-DATE-FACTURE
               MOVE 2 TO WS-DEBIT-TROUVE
           ELSE
               PERFORM 3100-CHERCHER-DEBIT
           END-IF

      *─── Debit constate : le loyer facture est regle ────────────────
           IF WS-DEBIT-TROUVE = 1
               IF LOC-MT-DU > LOC-MT-FACTURE
                   SUBTRACT LOC-MT-FACTURE FROM LOC-MT-DU
               ELSE
                   MOVE 0 TO LOC-MT-DU
               END-IF
               MOVE WS-DATE-JOUR TO LOC-DATE-PAIEMENT
               MOVE 0            TO LOC-NB-RELANCES
               MOVE SPACES       TO LOC-DATE-RELANCE
               MOVE 1 TO WS-CONTRAT-MODIFIE
               ADD 1 TO WS-NB-PAYES
               IF LOC-MT-DU = 0
                   GO TO 3000-EXIT
               END-IF
           END-IF

           IF WS-JOURS <= WS-DELAI AND WS-DEBIT-TROUVE = 0
               ADD 1 TO WS-NB-EN-COURS
               GO TO 3000-EXIT
           END-IF

      *─── Impaye : relance au plus tous les 30 jours, trois fois ─────
           ADD 1 TO WS-NB-IMPAYES
           ADD LOC-MT-DU TO WS-MT-IMPAYE
           IF LOC-NB-RELANCES NOT NUMERIC
               MOVE 0 TO LOC-NB-RELANCES
           END-IF
           MOVE WS-INTERVALLE-RELANCE TO WS-JOURS-RELANCE
           IF LOC-DATE-RELANCE NUMERIC
               MOVE LOC-DATE-RELANCE TO WS-DATE-RELANCE-N
               COMPUTE WS-JOURS-RELANCE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-RELANCE-N)
           END-IF
           EVALUATE TRUE
               WHEN LOC-NB-RELANCES >= WS-NB-RELANCES-MAX
                   MOVE 'A RESILIER' TO WS-SITUATION
                   ADD 1 TO WS-NB-A-RESILIER
               WHEN WS-JOURS-RELANCE < WS-INTERVALLE-RELANCE
                   MOVE 'DEJA RELANCE' TO WS-SITUATION
               WHEN OTHER
                   ADD 1 TO LOC-NB-RELANCES
                   MOVE WS-DATE-JOUR TO LOC-DATE-RELANCE
                   MOVE 1 TO WS-CONTRAT-MODIFIE
                   MOVE 'RELANCE' TO WS-SITUATION
                   PERFORM 4000-EMETTRE-LETTRE
           END-EVALUATE
           PERFORM 5000-LISTER-CONTRAT.

       3000-EXIT.
           EXIT.

      *─── Debit 'COMMISSION COF' reporte par CHNRETR depuis la
      *    facturation ──────────────────────────────────────────────
       3100-CHERCHER-DEBIT.

           MOVE LOC-COMPTE  TO JRN-COMPTE
           MOVE WS-JRN-FACT TO JRN-DATE
           MOVE 0           TO JRN-HEURE
           MOVE 0 TO WS-EOF-JRN
           START F-JOURNAL KEY IS NOT LESS THAN JRN-CLE
               INVALID KEY MOVE 1 TO WS-EOF-JRN
           END-START
           PERFORM UNTIL WS-EOF-JRN = 1 OR WS-DEBIT-TROUVE = 1
               READ F-JOURNAL NEXT
                   AT END MOVE 1 TO WS-EOF-JRN
                   NOT AT END
                       IF JRN-COMPTE NOT = LOC-COMPTE
                           MOVE 1 TO WS-EOF-JRN
                       ELSE
                           IF JRN-GUICHETIER = 'CHNRETR'
                               AND JRN-SENS = 'R'
                               AND JRN-MONTANT = LOC-MT-FACTURE
                               MOVE 1 TO WS-DEBIT-TROUVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * 4000-EMETTRE-LETTRE : relance au client locataire, indexee
      * dans COURRIER sur le compte de facturation
      ******************************************************************
       4000-EMETTRE-LETTRE.

           ADD 1 TO WS-NB-LETTRES

           MOVE WS-DATE-EDIT TO WS-LET-ED-DATE
           MOVE SPACES TO WS-LET-NOM
           MOVE SPACES TO WS-LET-PRENOM
           MOVE SPACES TO WS-LET-ADRESSE
           MOVE SPACES TO WS-LET-CODEPOST
           MOVE SPACES TO WS-LET-VILLE
           IF WS-CLIENT-OUVERT = 1
               MOVE LOC-CLIENT TO CLI-NUM
               READ F-CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOM      TO WS-LET-NOM
                       MOVE CLI-PRENOM   TO WS-LET-PRENOM
                       MOVE CLI-ADRESSE  TO WS-LET-ADRESSE
                       MOVE CLI-CODEPOST TO WS-LET-CODEPOST
                       MOVE CLI-VILLE    TO WS-LET-VILLE
               END-READ
           END-IF
           MOVE LOC-NB-RELANCES   TO WS-LET-RANG
           MOVE LOC-COFFRE        TO WS-LET-COFFRE
           MOVE LOC-AGENCE        TO WS-LET-AGENCE
           MOVE LOC-NUMERO        TO WS-LET-CONTRAT
           MOVE WS-DATE-FACT-EDIT TO WS-LET-FACTURE
           MOVE LOC-MT-DU         TO WS-LET-MONTANT
           MOVE LOC-COMPTE        TO WS-LET-COMPTE

      *─── Preference de distribution du client (PREFDIST) ; un
      *    courrier a adresse invalide est retenu (NPAI) ─────────────
           MOVE 'P'        TO DIS-FONCTION
           MOVE LOC-CLIENT TO DIS-CLIENT
           MOVE 'COF'      TO DIS-TYPE
           MOVE 'COFRELA'  TO DIS-PROGRAMME
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

           MOVE WS-LET-DATE TO DIS-LIGNE
           MOVE 0 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-DEST1 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-DEST2 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 4200-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           ELSE
               MOVE WS-LET-DEST3 TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 4100-SORTIR-LIGNE
               MOVE WS-LET-DEST4 TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 4100-SORTIR-LIGNE
           END-IF
           MOVE WS-LET-OBJET TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-CORPS1 TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-CORPS2 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-CORPS3 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-CORPS4 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-CORPS5 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-CORPS6 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE
           MOVE WS-LET-SIGN TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 4100-SORTIR-LIGNE

           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'T' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

           PERFORM 4500-INDEXER-COURRIER.

      *─── Une ligne vers chaque canal retenu : FLETTRE pour le papier
      *    (saut 0 = nouvelle page), PREFDIST pour le portail et
      *    pour la retenue des courriers a adresse invalide ──────────
       4100-SORTIR-LIGNE.

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

       4200-SORTIR-ADRESSE.

           IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
               MOVE WS-LET-ADR-CORR TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 4100-SORTIR-LIGNE
           END-IF.

      *─── Une ligne d'index par lettre emise (cf. CORRPRES) ──────────
       4500-INDEXER-COURRIER.

           MOVE SPACES TO ENR-COURRIER
           MOVE LOC-COMPTE TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE 'COF' TO COU-TYPE
           MOVE 'COFRELA' TO COU-PROGRAMME
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

      *─── Ligne de la liste des impayes ──────────────────────────────
       5000-LISTER-CONTRAT.

           MOVE LOC-NUMERO      TO WS-LST-CONTRAT
           MOVE LOC-AGENCE      TO WS-LST-AGENCE
           MOVE LOC-COFFRE      TO WS-LST-COFFRE
           MOVE LOC-CLIENT      TO WS-LST-CLIENT
           MOVE LOC-COMPTE      TO WS-LST-COMPTE
           MOVE LOC-MT-DU       TO WS-LST-DU
           IF LOC-DATE-FACTURE NUMERIC
               STRING LOC-DATE-FACTURE(7:2) '/'
                      LOC-DATE-FACTURE(5:2) '/'
                      LOC-DATE-FACTURE(1:4)
                   DELIMITED BY SIZE INTO WS-LST-FACTURE
           ELSE
               MOVE SPACES TO WS-LST-FACTURE
           END-IF
           MOVE WS-JOURS        TO WS-LST-JOURS
           MOVE LOC-NB-RELANCES TO WS-LST-RELANCES
           MOVE WS-SITUATION    TO WS-LST-SITUATION
           WRITE ENR-LISTE FROM WS-LST-DETAIL
               AFTER ADVANCING 1 LINE.
