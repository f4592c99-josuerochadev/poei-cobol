      ******************************************************************
      * Programme : CHEQMATCH - Rapprochement des cheques presentes
      * Fonction  : Confronter les cheques presentes au registre
      *             et a la provision du compte tire
      *
      * Lit le fichier des cheques presentes du jour (FCHQPRES :
      * compte, numero, montant) et confronte chaque presentation au
      *   - numero hors plage (absent du registre) : rejet HPL
      *   - cheque deja paye                        : rejet DEJ
      *   - cheque oppose                           : rejet OPP
      * puis a la provision du compte tire (fichier COMPTE) :
      *   - compte tire absent                      : rejet CPI
      *   - montant superieur au solde, augmente du decouvert
      *     autorise tant que CPT-DECOUV-FIN n'est pas depassee,
      *     diminue des blocages actifs du compte (BLOCAGE : saisie,
      *     succession, litige...) et des cheques deja payes du
      *     passage : rejet PRV
      * Les rejets partent dans la liste FCHQREJ au lieu de debiter
      * le compte, avec le code retour rendu a la banque
      * presentatrice. Les bons cheques sont marques payes au
      * registre (statut 'P', date de paiement) et recopies dans
      * FCHQBON, que la saisie de caisse reprend pour debiter les
      * comptes.
      *
      * Un cheque rejete sans provision (PRV) reste 'D' au registre
      * (il pourra etre represente) et entraine :
      *   - les frais de rejet debites au compte tire et journalises
      *     dans MVTJRN (guichetier CHEQMATC) : FRSCHQ50 pour un
      *     cheque jusqu'a 50 EUR, sans exceder son montant,
      *     FRSCHQRJ au dela (grille PARAMS, 30 et 50 par defaut) ;
      *   - la lettre d'injonction au tireur (FLETTRE, indexee dans
      *     COURRIER, type 'CHQ'), imprimee meme si le client a
      *     choisi le portail (module PREFDIST) mais retenue dans
      *     COURRET si son adresse est invalide (courrier NPAI) ;
      *   - l'inscription du tireur au registre INTERDIT pour 5 ans,
      *     sauf regularisation saisie au guichet (CHEQTRT 'R').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQMATCH.
               RECORD KEY IS CHQ-CLE
               FILE STATUS IS WS-FS-REG.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-INTERDITS ASSIGN TO INTERDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INB-CLIENT
               FILE STATUS IS WS-FS-INB.

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

           SELECT F-BONS ASSIGN TO FCHQBON
               FILE STATUS IS WS-FS-BON.

           SELECT F-REJETS ASSIGN TO FCHQREJ
               FILE STATUS IS WS-FS-REJ.

           SELECT F-BLOCAGES ASSIGN TO BLOCAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CLE
               FILE STATUS IS WS-FS-BLQ.

           SELECT F-LETTRES ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-COU.

       DATA DIVISION.
       FILE SECTION.

           05  CHQ-DEMANDEUR       PIC X(8).
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

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  CLI-ADRESSE         PIC X(30).
           05  CLI-VILLE           PIC X(20).
           05  CLI-CODEPOST        PIC X(5).
           05  FILLER              PIC X(24).

       FD  F-INTERDITS.
       01  ENR-INTERDIT.
           05  INB-CLIENT          PIC X(6).
           05  INB-STATUT          PIC X(1).
           05  INB-DATE-INTERDIT   PIC X(8).
           05  INB-DATE-FIN        PIC X(8).
           05  INB-DATE-REGUL      PIC X(8).
           05  INB-COMPTE          PIC X(11).
           05  INB-NUMERO          PIC 9(7).
           05  INB-MONTANT         PIC 9(7)V99.
           05  INB-NB-INCIDENTS    PIC 9(3).
           05  INB-AGENT           PIC X(8).
           05  FILLER              PIC X(11).

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

       FD  F-BONS.
       01  ENR-BON                 PIC X(80).

      *─── Rejet = presentation d'origine + motif + date du controle
      *    + code retour rendu a la banque presentatrice ─────────────
       FD  F-REJETS.
       01  ENR-REJET.
           05  REJ-PRESENTATION    PIC X(80).
           05  REJ-MOTIF           PIC X(3).
           05  REJ-DATE            PIC X(8).
           05  REJ-CODE-RETOUR     PIC X(2).
           05  FILLER              PIC X(7).

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
       01  WS-FS-PRE               PIC XX.
       01  WS-FS-REG               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-INB               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-REF               PIC XX.
       01  WS-FS-PRM               PIC XX.
       01  WS-FS-BON               PIC XX.
       01  WS-FS-REJ               PIC XX.
       01  WS-FS-LET               PIC XX.
       01  WS-FS-COU               PIC XX.
       01  WS-FS-BLQ               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-PARAMS-OUVERT        PIC 9 VALUE 0.
       01  WS-REFNUM-OUVERT        PIC 9 VALUE 0.
       01  WS-BLOCAGE-OUVERT       PIC 9 VALUE 0.
       01  WS-EOF-BLQ              PIC 9 VALUE 0.
       01  WS-CLIENT-TROUVE        PIC 9 VALUE 0.
       01  WS-INTERDIT-TROUVE      PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-CONTROLE        PIC X(8).
       01  WS-DATE-EDIT            PIC X(10).
       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

      *─── Fin legale de l'interdiction : incident + 5 ans ────────────
       01  WS-DATE-FIN.
           05  WS-FIN-ANNEE        PIC 9(4).
           05  WS-FIN-MMJJ         PIC X(4).

      *─── Date et heure au format du journal de caisse (0CYYDDD,
      *    0HHMMSS, comme EIBDATE et EIBTIME) ─────────────────────────
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-JRN-DATE             PIC 9(7) VALUE 0.
       01  WS-JRN-HEURE            PIC 9(7) VALUE 0.
       01  WS-ESSAIS               PIC 9(2) VALUE 0.

      *─── Controle de provision ──────────────────────────────────────
       01  WS-DISPONIBLE           PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-BLOQUE         PIC 9(9)V99 VALUE 0.
       01  WS-FRAIS                PIC 9(7)V99 VALUE 0.
       01  WS-FRAIS-PETIT          PIC 9(7)V99 VALUE 30.00.
       01  WS-FRAIS-GRAND          PIC 9(7)V99 VALUE 50.00.
       01  WS-SEUIL-PETIT          PIC 9(7)V99 VALUE 50.00.

      *─── Cheques deja payes dans le passage, par compte : la saisie
      *    de caisse ne les debitera qu'apres, la provision doit donc
      *    les deduire elle-meme ────────────────────────────────────
       01  WS-NB-ENGAGES           PIC 9(4) VALUE 0.
       01  WS-IX                   PIC 9(4) VALUE 0.
       01  WS-IX-TROUVE            PIC 9(4) VALUE 0.
       01  WS-TAB-ENGAGES.
           05  WS-ENG-COMPTE       PIC X(11) OCCURS 1000 TIMES.
           05  WS-ENG-MONTANT      PIC S9(11)V99 OCCURS 1000 TIMES.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-PRESENTES         PIC 9(5) VALUE 0.
       01  WS-NB-REJ-HPL           PIC 9(5) VALUE 0.
       01  WS-NB-REJ-DEJ           PIC 9(5) VALUE 0.
       01  WS-NB-REJ-OPP           PIC 9(5) VALUE 0.
       01  WS-NB-REJ-CPI           PIC 9(5) VALUE 0.
       01  WS-NB-REJ-PRV           PIC 9(5) VALUE 0.
       01  WS-NB-LETTRES           PIC 9(5) VALUE 0.
       01  WS-NB-INTERDITS         PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(5) VALUE 0.
       01  WS-MT-FRAIS             PIC 9(9)V99 VALUE 0.
       01  WS-ED-FRAIS             PIC Z(8)9.99.

       01  WS-MOTIF                PIC X(3) VALUE SPACES.

      *─── Code retour rendu a la banque presentatrice, par motif ─────
       01  WS-CODE-RETOUR          PIC X(2) VALUE SPACES.

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

      *─── Lignes de la lettre d'injonction ───────────────────────────
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
           05  FILLER              PIC X(60)
               VALUE 'OBJET : INJONCTION DE NE PLUS EMETTRE DE CHEQUES'.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LET-CORPS1.
           05  FILLER              PIC X(40)
               VALUE 'MADAME, MONSIEUR,'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-CORPS2.
           05  FILLER              PIC X(22)
               VALUE 'LE CHEQUE NUMERO '.
           05  WS-LET-NUMERO       PIC 9(7).
           05  FILLER              PIC X(14)
               VALUE ' TIRE SUR LE '.
           05  WS-LET-COMPTE       PIC X(11).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-LET-CORPS3.
           05  FILLER              PIC X(22)
               VALUE 'POUR UN MONTANT DE '.
           05  WS-LET-MONTANT      PIC Z(6)9.99.
           05  FILLER              PIC X(48)
               VALUE ' EUR A ETE REJETE FAUTE DE PROVISION LE'.

       01  WS-LET-CORPS4.
           05  WS-LET-ED-REJET     PIC X(10).
           05  FILLER              PIC X(40)
               VALUE '. LES FRAIS DE REJET, SOIT '.
           05  WS-LET-FRAIS        PIC Z(4)9.99.
           05  FILLER              PIC X(22)
               VALUE ' EUR,'.

       01  WS-LET-CORPS5.
           05  FILLER              PIC X(80) VALUE
               'ONT ETE DEBITES DE VOTRE COMPTE. NOUS VOUS ENJOIGNONS DE
      -        ' RESTITUER VOS FORMULES'.

       01  WS-LET-CORPS6.
           05  FILLER              PIC X(80) VALUE
               'DE CHEQUES ET DE NE PLUS EN EMETTRE JUSQU''AU'.

       01  WS-LET-CORPS7.
           05  WS-LET-ED-FIN       PIC X(10).
           05  FILLER              PIC X(70) VALUE
               ', SAUF A REGULARISER EN PAYANT LE CHEQUE OU EN CONSTITUA
      -        'NT'.

       01  WS-LET-CORPS8.
           05  FILLER              PIC X(80) VALUE
               'UNE PROVISION BLOQUEE, PUIS EN JUSTIFIANT EN AGENCE.'.

       01  WS-LET-SIGN.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'VOTRE AGENCE'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           DISPLAY 'DEBUT DU PROGRAMME CHEQMATCH'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR TO WS-DATE-CONTROLE
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT
           PERFORM 0100-HORODATER-JOURNAL
           MOVE WS-DATE-JOUR TO WS-DATE-FIN
           ADD 5 TO WS-FIN-ANNEE
           IF WS-FIN-MMJJ = '0229'
               MOVE '0228' TO WS-FIN-MMJJ
           END-IF

           OPEN INPUT F-PRESENTES
           IF WS-FS-PRE NOT = '00'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'FICHIER COMPTE INDISPONIBLE : ' WS-FS-CPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'FICHIER CLIENT INDISPONIBLE : ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-INTERDITS
           IF WS-FS-INB = '35'
               OPEN OUTPUT F-INTERDITS
               CLOSE F-INTERDITS
               OPEN I-O F-INTERDITS
           END-IF
           IF WS-FS-INB NOT = '00'
               DISPLAY 'REGISTRE INTERDIT INDISPONIBLE : ' WS-FS-INB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-JOURNAL
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'JOURNAL MVTJRN INDISPONIBLE : ' WS-FS-JRN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── Compteur de references et grille des frais facultatifs :
      *    reference zero et frais par defaut s'ils manquent ─────────
           OPEN I-O F-REFNUM
           IF WS-FS-REF = '00'
               MOVE 1 TO WS-REFNUM-OUVERT
           END-IF
           OPEN INPUT F-PARAMS
           IF WS-FS-PRM = '00'
               MOVE 1 TO WS-PARAMS-OUVERT
               PERFORM 0200-LIRE-FRAIS
           END-IF
      *─── Blocages facultatifs : sans le fichier, la provision est
      *    le solde et le decouvert autorise ──────────────────────────
           OPEN INPUT F-BLOCAGES
           IF WS-FS-BLQ = '00'
               MOVE 1 TO WS-BLOCAGE-OUVERT
           ELSE
               DISPLAY 'BLOCAGE INDISPONIBLE (' WS-FS-BLQ
                       ') : BLOCAGES NON CONTROLES'
           END-IF
           OPEN OUTPUT F-BONS
           OPEN OUTPUT F-REJETS
           OPEN OUTPUT F-LETTRES
           OPEN I-O F-COURRIER
           IF WS-FS-COU = '35'
               CLOSE F-COURRIER
               OPEN OUTPUT F-COURRIER
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               END-READ
           END-PERFORM

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-PRESENTES
           CLOSE F-REGISTRE
           CLOSE F-COMPTES
           CLOSE F-CLIENTS
           CLOSE F-INTERDITS
           CLOSE F-JOURNAL
           IF WS-REFNUM-OUVERT = 1
               CLOSE F-REFNUM
           END-IF
           IF WS-PARAMS-OUVERT = 1
               CLOSE F-PARAMS
           END-IF
           IF WS-BLOCAGE-OUVERT = 1
               CLOSE F-BLOCAGES
           END-IF
           CLOSE F-BONS
           CLOSE F-REJETS
           CLOSE F-LETTRES
           CLOSE F-COURRIER

           MOVE WS-MT-FRAIS TO WS-ED-FRAIS
           DISPLAY 'CHEQUES PRESENTES : ' WS-NB-PRESENTES
           DISPLAY 'CHEQUES PAYES     : ' WS-NB-PAYES
           DISPLAY 'CHEQUES REJETES   : ' WS-NB-REJETS
           DISPLAY '  HORS PLAGE (HPL): ' WS-NB-REJ-HPL
           DISPLAY '  DEJA PAYES (DEJ): ' WS-NB-REJ-DEJ
           DISPLAY '  OPPOSES    (OPP): ' WS-NB-REJ-OPP
           DISPLAY '  CPTE ABSENT(CPI): ' WS-NB-REJ-CPI
           DISPLAY '  SANS PROV. (PRV): ' WS-NB-REJ-PRV
           DISPLAY 'FRAIS DE REJET    : ' WS-ED-FRAIS
           DISPLAY 'INJONCTIONS       : ' WS-NB-LETTRES
           DISPLAY 'INTERDITS INSCRITS: ' WS-NB-INTERDITS
           DISPLAY 'ANOMALIES         : ' WS-NB-ANOMALIES
           DISPLAY 'FIN DU PROGRAMME CHEQMATCH'

           IF WS-NB-REJETS > 0
               OR WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *─── Date du jour en 0CYYDDD et heure en 0HHMMSS ────────────────
       0100-HORODATER-JOURNAL.

           COMPUTE WS-PREMIER-JANVIER = WS-ANNEE * 10000 + 0101
           COMPUTE WS-JRN-DATE = (WS-ANNEE - 1900) * 1000
               + FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
               - FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER) + 1
           COMPUTE WS-JRN-HEURE = WS-HEURE-JOUR / 100.

      *─── Frais de rejet de la grille PARAMS ─────────────────────────
       0200-LIRE-FRAIS.

           MOVE 'FRSCHQ50' TO PRM-CLE
           READ F-PARAMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRM-VALEUR NUMERIC
                       MOVE PRM-VALEUR TO WS-FRAIS-PETIT
                   END-IF
           END-READ
           MOVE 'FRSCHQRJ' TO PRM-CLE
           READ F-PARAMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRM-VALEUR NUMERIC
                       MOVE PRM-VALEUR TO WS-FRAIS-GRAND
                   END-IF
           END-READ.

       1000-RAPPROCHER.

           MOVE SPACES TO WS-MOTIF
                   END-EVALUATE
           END-READ

           IF WS-MOTIF = SPACES
               PERFORM 1500-CONTROLER-PROVISION THRU 1500-EXIT
           END-IF

           IF WS-MOTIF = SPACES
               PERFORM 2000-PAYER
           ELSE
               PERFORM 3000-REJETER
               IF WS-MOTIF = 'PRV'
                   PERFORM 4000-TRAITER-IMPAYE
               END-IF
           END-IF.

      ******************************************************************
      * 1500-CONTROLER-PROVISION : solde + decouvert autorise en
      * cours de validite (une autorisation echue ou non posee vaut
      * zero, cf. MVTTRT), moins les blocages actifs non echus (meme
      * regle que CARTCLR) et les cheques deja payes sur le compte
      * dans le passage
      ******************************************************************
       1500-CONTROLER-PROVISION.

           MOVE PRE-COMPTE TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   MOVE 'CPI' TO WS-MOTIF
           END-READ
           IF WS-MOTIF NOT = SPACES
               GO TO 1500-EXIT
           END-IF

           MOVE CPT-SOLDE TO WS-DISPONIBLE
           IF CPT-DECOUVERT-AUT NUMERIC
               AND CPT-DECOUVERT-AUT > 0
               AND CPT-DECOUV-FIN NUMERIC
               AND CPT-DECOUV-FIN >= WS-DATE-CONTROLE
               ADD CPT-DECOUVERT-AUT TO WS-DISPONIBLE
           END-IF

           MOVE 0 TO WS-TOTAL-BLOQUE
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
                               PERFORM 1550-CUMULER-BLOCAGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           SUBTRACT WS-TOTAL-BLOQUE FROM WS-DISPONIBLE

           PERFORM 1600-CHERCHER-ENGAGE
           IF WS-IX-TROUVE > 0
               SUBTRACT WS-ENG-MONTANT(WS-IX-TROUVE) FROM WS-DISPONIBLE
           END-IF

           IF PRE-MONTANT > WS-DISPONIBLE
               MOVE 'PRV' TO WS-MOTIF
           END-IF.

       1500-EXIT.
           EXIT.

       1550-CUMULER-BLOCAGE.

           IF BLQ-STATUT = 'A'
               AND BLQ-DATE-FIN NOT < WS-DATE-CONTROLE
               ADD BLQ-MONTANT TO WS-TOTAL-BLOQUE
           END-IF.

       1600-CHERCHER-ENGAGE.

           MOVE 0 TO WS-IX-TROUVE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-ENGAGES
                      OR WS-IX-TROUVE > 0
               IF WS-ENG-COMPTE(WS-IX) = PRE-COMPTE
                   MOVE WS-IX TO WS-IX-TROUVE
               END-IF
           END-PERFORM.

      *─── Cheque paye : cumul engage sur le compte pour la suite ──────
       1700-ENGAGER.

           PERFORM 1600-CHERCHER-ENGAGE
           IF WS-IX-TROUVE = 0
               IF WS-NB-ENGAGES < 1000
                   ADD 1 TO WS-NB-ENGAGES
                   MOVE WS-NB-ENGAGES TO WS-IX-TROUVE
                   MOVE PRE-COMPTE TO WS-ENG-COMPTE(WS-IX-TROUVE)
                   MOVE 0 TO WS-ENG-MONTANT(WS-IX-TROUVE)
               ELSE
                   DISPLAY 'TABLE DES ENGAGEMENTS PLEINE - COMPTE '
                           PRE-COMPTE
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF
           IF WS-IX-TROUVE > 0
               ADD PRE-MONTANT TO WS-ENG-MONTANT(WS-IX-TROUVE)
           END-IF.

       2000-PAYER.
           END-IF

           WRITE ENR-BON FROM ENR-PRESENTE
           PERFORM 1700-ENGAGER
           ADD 1 TO WS-NB-PAYES.

      ******************************************************************
      * 3000-REJETER : ligne de rejet avec le code retour rendu a la
      * banque presentatrice :
      *   '01' PRV defaut ou insuffisance de provision
      *   '12' HPL numero inconnu       '13' DEJ deja paye
      *   '14' OPP cheque frappe d'opposition
      *   '15' CPI compte tire inexistant
      ******************************************************************
       3000-REJETER.

           ADD 1 TO WS-NB-REJETS
           EVALUATE WS-MOTIF
               WHEN 'HPL'
                   ADD 1 TO WS-NB-REJ-HPL
                   MOVE '12' TO WS-CODE-RETOUR
               WHEN 'DEJ'
                   ADD 1 TO WS-NB-REJ-DEJ
                   MOVE '13' TO WS-CODE-RETOUR
               WHEN 'OPP'
                   ADD 1 TO WS-NB-REJ-OPP
                   MOVE '14' TO WS-CODE-RETOUR
               WHEN 'CPI'
                   ADD 1 TO WS-NB-REJ-CPI
                   MOVE '15' TO WS-CODE-RETOUR
               WHEN 'PRV'
                   ADD 1 TO WS-NB-REJ-PRV
                   MOVE '01' TO WS-CODE-RETOUR
           END-EVALUATE

           MOVE SPACES TO ENR-REJET
           MOVE ENR-PRESENTE TO REJ-PRESENTATION
           MOVE WS-MOTIF TO REJ-MOTIF
           MOVE WS-DATE-CONTROLE TO REJ-DATE
           MOVE WS-CODE-RETOUR TO REJ-CODE-RETOUR
           WRITE ENR-REJET.

      ******************************************************************
      * 4000-TRAITER-IMPAYE : frais, injonction et interdiction du
      * tireur pour un cheque sans provision ; le cheque reste 'D'
      * au registre
      ******************************************************************
       4000-TRAITER-IMPAYE.

           PERFORM 4100-PRELEVER-FRAIS THRU 4100-EXIT

           MOVE CPT-CLIENT TO CLI-NUM
           MOVE 1 TO WS-CLIENT-TROUVE
           READ F-CLIENTS
               INVALID KEY
                   MOVE 0 TO WS-CLIENT-TROUVE
                   DISPLAY 'CLIENT TIREUR ABSENT ' CPT-CLIENT
                           ' COMPTE ' CPT-NUM
                   ADD 1 TO WS-NB-ANOMALIES
           END-READ

           PERFORM 4300-INSCRIRE-INTERDIT
           PERFORM 5000-EMETTRE-INJONCTION.

      *─── Frais de rejet : plafonnes au montant d'un petit cheque ─────
       4100-PRELEVER-FRAIS.

           IF PRE-MONTANT > WS-SEUIL-PETIT
               MOVE WS-FRAIS-GRAND TO WS-FRAIS
           ELSE
               MOVE WS-FRAIS-PETIT TO WS-FRAIS
               IF WS-FRAIS > PRE-MONTANT
                   MOVE PRE-MONTANT TO WS-FRAIS
               END-IF
           END-IF
           IF WS-FRAIS = 0
               GO TO 4100-EXIT
           END-IF

           SUBTRACT WS-FRAIS FROM CPT-SOLDE
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
               DISPLAY 'ERREUR FRAIS COMPTE ' CPT-NUM ' : ' WS-FS-CPT
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 4100-EXIT
           END-IF
           ADD WS-FRAIS TO WS-MT-FRAIS
           PERFORM 4200-JOURNALISER-FRAIS.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-JOURNALISER-FRAIS : une ligne MVTJRN (retrait) que
      * JRNEXTR reporte dans la chaine ; sur cle en double, l'heure
      * est avancee d'une unite (cf. DATBAT)
      ******************************************************************
       4200-JOURNALISER-FRAIS.

           MOVE SPACES      TO ENR-JOURNAL
           MOVE CPT-NUM     TO JRN-COMPTE
           MOVE WS-JRN-DATE TO JRN-DATE
           MOVE WS-JRN-HEURE TO JRN-HEURE
           MOVE 'CHEQMATC'  TO JRN-GUICHETIER
           MOVE 'R'         TO JRN-SENS
           MOVE WS-FRAIS    TO JRN-MONTANT
           MOVE CPT-SOLDE   TO JRN-SOLDE-APRES

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
      * 4300-INSCRIRE-INTERDIT : inscription (ou nouvel incident) du
      * tireur ; la fin legale part du dernier incident et une
      * regularisation anterieure est effacee
      ******************************************************************
       4300-INSCRIRE-INTERDIT.

           MOVE CPT-CLIENT TO INB-CLIENT
           MOVE 1 TO WS-INTERDIT-TROUVE
           READ F-INTERDITS
               INVALID KEY
                   MOVE 0 TO WS-INTERDIT-TROUVE
           END-READ

           IF WS-INTERDIT-TROUVE = 0
               MOVE SPACES TO ENR-INTERDIT
               MOVE CPT-CLIENT TO INB-CLIENT
               MOVE 0 TO INB-NB-INCIDENTS
           END-IF
           IF INB-NB-INCIDENTS NOT NUMERIC
               MOVE 0 TO INB-NB-INCIDENTS
           END-IF

           MOVE 'A'              TO INB-STATUT
           MOVE WS-DATE-CONTROLE TO INB-DATE-INTERDIT
           MOVE WS-DATE-FIN      TO INB-DATE-FIN
           MOVE SPACES           TO INB-DATE-REGUL
           MOVE PRE-COMPTE       TO INB-COMPTE
           MOVE PRE-NUMERO       TO INB-NUMERO
           MOVE PRE-MONTANT      TO INB-MONTANT
           MOVE 'CHEQMATC'       TO INB-AGENT
           IF INB-NB-INCIDENTS < 999
               ADD 1 TO INB-NB-INCIDENTS
           END-IF

           IF WS-INTERDIT-TROUVE = 1
               REWRITE ENR-INTERDIT
           ELSE
               WRITE ENR-INTERDIT
           END-IF
           IF WS-FS-INB = '00'
               ADD 1 TO WS-NB-INTERDITS
           ELSE
               DISPLAY 'ERREUR REGISTRE INTERDIT ' CPT-CLIENT
                       ' : ' WS-FS-INB
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       5000-EMETTRE-INJONCTION.

           ADD 1 TO WS-NB-LETTRES

           MOVE WS-DATE-EDIT  TO WS-LET-ED-DATE
           IF WS-CLIENT-TROUVE = 1
               MOVE CLI-NOM       TO WS-LET-NOM
               MOVE CLI-PRENOM    TO WS-LET-PRENOM
               MOVE CLI-ADRESSE   TO WS-LET-ADRESSE
               MOVE CLI-CODEPOST  TO WS-LET-CODEPOST
               MOVE CLI-VILLE     TO WS-LET-VILLE
           ELSE
               MOVE CPT-LIBELLE   TO WS-LET-NOM
               MOVE SPACES        TO WS-LET-PRENOM
               MOVE SPACES        TO WS-LET-ADRESSE
               MOVE SPACES        TO WS-LET-CODEPOST
               MOVE SPACES        TO WS-LET-VILLE
           END-IF
           MOVE PRE-NUMERO    TO WS-LET-NUMERO
           MOVE PRE-COMPTE    TO WS-LET-COMPTE
           MOVE PRE-MONTANT   TO WS-LET-MONTANT
           MOVE WS-DATE-EDIT  TO WS-LET-ED-REJET
           MOVE WS-FRAIS      TO WS-LET-FRAIS
           STRING WS-DATE-FIN(7:2) '/'
                  WS-DATE-FIN(5:2) '/'
                  WS-DATE-FIN(1:4)
               DELIMITED BY SIZE INTO WS-LET-ED-FIN

      *─── Preference de distribution du tireur : l'injonction est
      *    due sur papier, sauf adresse invalide (retenue NPAI) ──────
           MOVE 'P'        TO DIS-FONCTION
           MOVE CPT-CLIENT TO DIS-CLIENT
           MOVE 'CHQ'      TO DIS-TYPE
           MOVE 'CHEQMATC' TO DIS-PROGRAMME
           MOVE 'O'        TO DIS-OBLIGATOIRE
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
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-DEST1 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-DEST2 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 5200-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           ELSE
               MOVE WS-LET-DEST3 TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 5100-SORTIR-LIGNE
               MOVE WS-LET-DEST4 TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 5100-SORTIR-LIGNE
           END-IF
           MOVE WS-LET-OBJET TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS1 TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS2 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS3 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS4 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS5 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS6 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS7 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS8 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-SIGN TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE

           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'T' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

           PERFORM 5500-INDEXER-COURRIER.

      *─── Une ligne vers chaque canal retenu : FLETTRE pour le papier
      *    (saut 0 = nouvelle page), PREFDIST pour le portail et
      *    pour la retenue des courriers a adresse invalide ──────────
       5100-SORTIR-LIGNE.

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

       5200-SORTIR-ADRESSE.

           IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
               MOVE WS-LET-ADR-CORR TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 5100-SORTIR-LIGNE
           END-IF.

      *─── Une ligne d'index par lettre emise (cf. CORRPRES) ──────────
       5500-INDEXER-COURRIER.

           MOVE SPACES TO ENR-COURRIER
           MOVE PRE-COMPTE TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE 'CHQ' TO COU-TYPE
           MOVE 'CHEQMATC' TO COU-PROGRAMME
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
