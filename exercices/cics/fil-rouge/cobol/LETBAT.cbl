      ******************************************************************
      * Programme : LETBAT - Edition des courriers demandes au guichet
      * Fonction  : Servir la file LETDEM des lettres a emettre
      *
      * Parcourt LETDEM ; pour chaque demande en attente (LDM-ETAT
      * 'A') :
      *   - 'BIE' : lettre de bienvenue apres ouverture de compte
      *     (CPTETRT), accompagnee du releve d'identite bancaire :
      *     code banque, code guichet, numero de compte, cle RIB et
      *     IBAN, tels qu'enregistres dans la demande
      * La lettre est ecrite dans FLETTRE, indexee dans COURRIER
      * (type de la demande, programme LETBAT), et la demande est
      * marquee servie (LDM-ETAT 'S', date d'edition). Elle suit la
      * preference de distribution du client (module PREFDIST) et
      * est retenue dans COURRET si son adresse est invalide
      * (courrier NPAI).
      * Le client est lu dans CLIENT par le titulaire du compte ;
      * sans lui, la lettre est adressee au libelle du compte. Une
      * demande dont le compte est introuvable, ou d'un type
      * inconnu, reste en attente et est signalee en anomalie (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEMANDES ASSIGN TO LETDEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDM-CLE
               FILE STATUS IS WS-FS-DEM.

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

           SELECT F-LETTRES ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-COU.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DEMANDES.
       01  ENR-DEMANDE.
           05  LDM-CLE.
               10  LDM-COMPTE      PIC X(11).
               10  LDM-DATE        PIC 9(7).
               10  LDM-HEURE       PIC 9(7).
           05  LDM-TYPE            PIC X(3).
           05  LDM-DEMANDEUR       PIC X(8).
           05  LDM-ETAT            PIC X(1).
           05  LDM-RIB.
               10  LDM-RIB-BANQUE  PIC X(5).
               10  LDM-RIB-GUICHET PIC X(5).
               10  LDM-RIB-COMPTE  PIC X(11).
               10  LDM-RIB-CLE     PIC X(2).
           05  LDM-IBAN            PIC X(27).
           05  LDM-DATE-SERVICE    PIC X(8).
           05  FILLER              PIC X(5).

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
       01  WS-FS-DEM               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-LET               PIC XX.
       01  WS-FS-COU               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-CLIENT-OUVERT        PIC 9 VALUE 0.
       01  WS-CLIENT-TROUVE        PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-EDIT            PIC X(10).
       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(7) VALUE 0.
       01  WS-NB-ATTENTE           PIC 9(7) VALUE 0.
       01  WS-NB-LETTRES           PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.

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

      *─── Lignes de la lettre de bienvenue ───────────────────────────
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
               VALUE 'OBJET : OUVERTURE DE VOTRE COMPTE'.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LET-CORPS1.
           05  FILLER              PIC X(40)
               VALUE 'MADAME, MONSIEUR,'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-CORPS2.
           05  FILLER              PIC X(40)
               VALUE 'NOUS AVONS LE PLAISIR DE VOUS CONFIRMER '.
           05  FILLER              PIC X(40)
               VALUE 'L''OUVERTURE DE VOTRE COMPTE'.

       01  WS-LET-CORPS3.
           05  FILLER              PIC X(7) VALUE 'NUMERO '.
           05  WS-LET-COMPTE       PIC X(11).
           05  FILLER              PIC X(5) VALUE ' LE '.
           05  WS-LET-ED-OUVERTURE PIC X(10).
           05  FILLER              PIC X(47) VALUE '.'.

       01  WS-LET-CORPS4.
           05  FILLER              PIC X(40)
               VALUE 'VOUS TROUVEREZ CI-DESSOUS VOTRE RELEVE '.
           05  FILLER              PIC X(40)
               VALUE 'D''IDENTITE BANCAIRE.'.

       01  WS-LET-RIB-CADRE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE ALL '-'.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LET-RIB-TITRE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(60)
               VALUE 'RELEVE D''IDENTITE BANCAIRE'.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LET-RIB-ENTETE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(60)
               VALUE 'BANQUE  GUICHET  NUMERO DE COMPTE  CLE RIB'.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LET-RIB-DETAIL.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-LET-BANQUE       PIC X(5).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-LET-GUICHET      PIC X(5).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-LET-RIB-COMPTE   PIC X(11).
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-LET-CLE          PIC X(2).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-LET-RIB-IBAN.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE 'IBAN : '.
           05  WS-LET-IBAN         PIC X(34).
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-LET-RIB-TITULAIRE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'TITULAIRE : '.
           05  WS-LET-TITULAIRE    PIC X(46).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-LET-CORPS5.
           05  FILLER              PIC X(80) VALUE
               'NOUS VOUS REMERCIONS DE VOTRE CONFIANCE.'.

       01  WS-LET-SIGN.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'VOTRE AGENCE'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME LETBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT

           OPEN I-O F-DEMANDES
           IF WS-FS-DEM NOT = '00'
               DISPLAY 'FICHIER LETDEM INDISPONIBLE : ' WS-FS-DEM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'FICHIER COMPTE INDISPONIBLE : ' WS-FS-CPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── CLIENT facultatif : sans lui, lettre adressee au libelle
      *    du compte ─────────────────────────────────────────────────
           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI = '00'
               MOVE 1 TO WS-CLIENT-OUVERT
           ELSE
               DISPLAY 'FICHIER CLIENT INDISPONIBLE : ' WS-FS-CLI
           END-IF

           OPEN OUTPUT F-LETTRES
           OPEN I-O F-COURRIER
           IF WS-FS-COU = '35'
               CLOSE F-COURRIER
               OPEN OUTPUT F-COURRIER
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-DEMANDES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF LDM-ETAT = 'A'
                           PERFORM 1000-TRAITER-DEMANDE THRU 1000-EXIT
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-DEMANDES
           CLOSE F-COMPTES
           IF WS-CLIENT-OUVERT = 1
               CLOSE F-CLIENTS
           END-IF
           CLOSE F-LETTRES
           CLOSE F-COURRIER

           DISPLAY 'DEMANDES LUES         : ' WS-NB-LUS
           DISPLAY 'DEMANDES EN ATTENTE   : ' WS-NB-ATTENTE
           DISPLAY 'LETTRES EMISES        : ' WS-NB-LETTRES
           DISPLAY 'ANOMALIES             : ' WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'FIN DU PROGRAMME LETBAT'
           GOBACK.

      ******************************************************************
      * 1000-TRAITER-DEMANDE : edite la lettre d'une demande en
      * attente puis la marque servie. Une demande non editee reste
      * en attente pour le passage suivant.
      ******************************************************************
       1000-TRAITER-DEMANDE.

           ADD 1 TO WS-NB-ATTENTE

           IF LDM-TYPE NOT = 'BIE'
               DISPLAY 'TYPE DE COURRIER INCONNU : ' LDM-TYPE
                       ' COMPTE ' LDM-COMPTE
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 1000-EXIT
           END-IF

           MOVE LDM-COMPTE TO CPT-NUM
           READ F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'COMPTE INTROUVABLE : ' LDM-COMPTE
                       ' : ' WS-FS-CPT
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 1000-EXIT
           END-IF

           MOVE 0 TO WS-CLIENT-TROUVE
           IF WS-CLIENT-OUVERT = 1
               MOVE CPT-CLIENT TO CLI-NUM
               READ F-CLIENTS
               IF WS-FS-CLI = '00'
                   MOVE 1 TO WS-CLIENT-TROUVE
               END-IF
           END-IF

           PERFORM 5000-EMETTRE-BIENVENUE

           MOVE 'S' TO LDM-ETAT
           MOVE WS-DATE-JOUR TO LDM-DATE-SERVICE
           REWRITE ENR-DEMANDE
           IF WS-FS-DEM NOT = '00'
               DISPLAY 'ERREUR MAJ LETDEM ' LDM-COMPTE
                       ' : ' WS-FS-DEM
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       1000-EXIT.
           EXIT.

       5000-EMETTRE-BIENVENUE.

           ADD 1 TO WS-NB-LETTRES

           MOVE WS-DATE-EDIT  TO WS-LET-ED-DATE
           IF WS-CLIENT-TROUVE = 1
               MOVE CLI-NOM       TO WS-LET-NOM
               MOVE CLI-PRENOM    TO WS-LET-PRENOM
               MOVE CLI-ADRESSE   TO WS-LET-ADRESSE
               MOVE CLI-CODEPOST  TO WS-LET-CODEPOST
               MOVE CLI-VILLE     TO WS-LET-VILLE
               MOVE SPACES        TO WS-LET-TITULAIRE
               STRING CLI-NOM DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      CLI-PRENOM DELIMITED BY '  '
                   INTO WS-LET-TITULAIRE
           ELSE
               MOVE CPT-LIBELLE   TO WS-LET-NOM
               MOVE SPACES        TO WS-LET-PRENOM
               MOVE SPACES        TO WS-LET-ADRESSE
               MOVE SPACES        TO WS-LET-CODEPOST
               MOVE SPACES        TO WS-LET-VILLE
               MOVE CPT-LIBELLE   TO WS-LET-TITULAIRE
           END-IF
           MOVE CPT-NUM          TO WS-LET-COMPTE
           MOVE SPACES TO WS-LET-ED-OUVERTURE
           STRING CPT-DATEOUV(7:2) '/'
                  CPT-DATEOUV(5:2) '/'
                  CPT-DATEOUV(1:4)
               DELIMITED BY SIZE INTO WS-LET-ED-OUVERTURE

      *─── RIB fige a l'ouverture ; IBAN presente par groupes de 4 ────
           MOVE LDM-RIB-BANQUE   TO WS-LET-BANQUE
           MOVE LDM-RIB-GUICHET  TO WS-LET-GUICHET
           MOVE LDM-RIB-COMPTE   TO WS-LET-RIB-COMPTE
           MOVE LDM-RIB-CLE      TO WS-LET-CLE
           MOVE SPACES TO WS-LET-IBAN
           STRING LDM-IBAN(1:4)   ' ' LDM-IBAN(5:4)   ' '
                  LDM-IBAN(9:4)   ' ' LDM-IBAN(13:4)  ' '
                  LDM-IBAN(17:4)  ' ' LDM-IBAN(21:4)  ' '
                  LDM-IBAN(25:3)
               DELIMITED BY SIZE INTO WS-LET-IBAN

      *─── Preference de distribution du client (PREFDIST) ; un
      *    courrier a adresse invalide est retenu (NPAI) ─────────────
           MOVE 'P'        TO DIS-FONCTION
           MOVE CPT-CLIENT TO DIS-CLIENT
           MOVE LDM-TYPE   TO DIS-TYPE
           MOVE 'LETBAT'   TO DIS-PROGRAMME
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
           MOVE 2 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-RIB-CADRE TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-RIB-TITRE TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-RIB-TITULAIRE TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-RIB-ENTETE TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-RIB-DETAIL TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-RIB-IBAN TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-RIB-CADRE TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS5 TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
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
           MOVE LDM-COMPTE TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE LDM-TYPE TO COU-TYPE
           MOVE 'LETBAT' TO COU-PROGRAMME
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
