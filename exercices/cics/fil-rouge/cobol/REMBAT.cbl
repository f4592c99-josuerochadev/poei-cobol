      ******************************************************************
      * Programme : REMBAT - Encaissement des remises de cheques
      * Fonction  : Crediter les cheques remis au guichet apres le
      *             delai d'encaissement et traiter les impayes
      *
      * Passe chaque nuit. Charge d'abord les retours impayes de la
      * compensation (FCHQIMP : banque tiree, numero, montant, motif
      * de rejet), puis parcourt les remises REMCHQ :
      *   - un cheque revenu impaye passe au statut 'I' (date et
      *     motif) ; s'il etait deja credite, son montant est
      *     contre-passe au debit du compte (MVTJRN sens 'R'). Dans
      *     les deux cas le client recoit une lettre (FLETTRE,
      *     indexee dans COURRIER, type 'IMP'), distribuee selon sa
      *     preference (module PREFDIST) et retenue dans COURRET si
      *     son adresse est invalide (courrier NPAI)
      *   - un cheque en attente dont le delai d'encaissement est
      *     ecoule est credite au compte (MVTJRN sens 'D') et passe
      *     au statut 'C'. Le delai est compte en jours ouvres
      *     (PARAMS CHQDELAI, 2 par defaut) a partir de la date de
      *     remise, chaque jour etant ramene au jour ouvre suivant
      *     par PJ33JOUV
      * Les impayes sont traites avant les credits : un cheque
      * revenu le jour de son echeance n'est jamais credite.
      * Les lignes MVTJRN portent le guichetier REMBAT et le numero
      * de remise en reference. Un retour impaye sans cheque
      * correspondant dans REMCHQ est signale en anomalie (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REMISES ASSIGN TO REMCHQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCH-CLE
               FILE STATUS IS WS-FS-RCH.

           SELECT F-IMPAYES ASSIGN TO FCHQIMP
               FILE STATUS IS WS-FS-IMP.

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

           SELECT F-JOURNAL ASSIGN TO MVTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLE
               FILE STATUS IS WS-FS-PRM.

           SELECT F-LETTRES ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-COU.

       DATA DIVISION.
       FILE SECTION.

       FD  F-REMISES.
       01  ENR-REMISE.
           05  RCH-CLE.
               10  RCH-REMISE      PIC 9(8).
               10  RCH-LIGNE       PIC 9(2).
           05  RCH-COMPTE          PIC X(11).
           05  RCH-BANQUE          PIC X(5).
           05  RCH-NUM-CHEQUE      PIC X(7).
           05  RCH-MONTANT         PIC 9(7)V99 COMP-3.
           05  RCH-STATUT          PIC X(1).
           05  RCH-DATE-REMISE     PIC X(8).
           05  RCH-DATE-REMISE-N REDEFINES RCH-DATE-REMISE PIC 9(8).
           05  RCH-GUICHETIER      PIC X(8).
           05  RCH-DATE-CREDIT     PIC X(8).
           05  RCH-DATE-IMPAYE     PIC X(8).
           05  RCH-MOTIF-IMPAYE    PIC X(3).
           05  FILLER              PIC X(6).

      *─── Retour impaye de la compensation ───────────────────────────
       FD  F-IMPAYES.
       01  ENR-IMPAYE.
           05  IMP-BANQUE          PIC X(5).
           05  IMP-NUM-CHEQUE      PIC X(7).
           05  IMP-MONTANT         PIC 9(7)V99.
           05  IMP-MOTIF           PIC X(3).
           05  FILLER              PIC X(56).

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

       FD  F-PARAMS.
       01  ENR-PARAMS.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).

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
       01  WS-FS-RCH               PIC XX.
       01  WS-FS-IMP               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-PRM               PIC XX.
       01  WS-FS-LET               PIC XX.
       01  WS-FS-COU               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-CLIENT-OUVERT        PIC 9 VALUE 0.
       01  WS-CLIENT-TROUVE        PIC 9 VALUE 0.
       01  WS-DEJA-CREDITE         PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-EDIT            PIC X(10).
       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

      *─── Date et heure au format du journal de caisse (0CYYDDD,
      *    0HHMMSS, comme EIBDATE et EIBTIME) ─────────────────────────
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-JRN-DATE             PIC 9(7) VALUE 0.
       01  WS-JRN-HEURE            PIC 9(7) VALUE 0.
       01  WS-ESSAIS               PIC 9(2) VALUE 0.

      *─── Delai d'encaissement en jours ouvres (PARAMS CHQDELAI) ─────
       01  WS-DELAI                PIC 9(2) VALUE 2.
       01  WS-NB-JOURS             PIC 9(2) VALUE 0.
       01  WS-DATE-CALCUL          PIC 9(8) VALUE 0.
       01  WS-DATE-CALCUL-X REDEFINES WS-DATE-CALCUL PIC X(8).
      *─── Echeance memorisee pour la derniere date de remise vue ─────
       01  WS-DERNIERE-REMISE      PIC X(8) VALUE SPACES.
       01  WS-DATE-ECHEANCE        PIC X(8) VALUE SPACES.

      *─── Zone d'appel du sous programme jour ouvre (PJ33JOUV) ───────
       01  WS-ZONE-JOUV.
           05  JOUV-DATE-ENTREE    PIC X(10).
           05  JOUV-SENS           PIC X(01).
           05  JOUV-DATE-SORTIE    PIC X(10).
           05  JOUV-CODE-RETOUR    PIC 9(01).

      *─── Retours impayes du jour ────────────────────────────────────
       01  WS-NB-RETOURS           PIC 9(4) VALUE 0.
       01  WS-IX                   PIC 9(4) VALUE 0.
       01  WS-IX-TROUVE            PIC 9(4) VALUE 0.
       01  WS-TAB-RETOURS.
           05  WS-RET OCCURS 500 TIMES.
               10  WS-RET-BANQUE   PIC X(5).
               10  WS-RET-CHEQUE   PIC X(7).
               10  WS-RET-MONTANT  PIC 9(7)V99.
               10  WS-RET-MOTIF    PIC X(3).
               10  WS-RET-TRAITE   PIC 9.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(7) VALUE 0.
       01  WS-NB-CREDITS           PIC 9(7) VALUE 0.
       01  WS-NB-ATTENTE           PIC 9(7) VALUE 0.
       01  WS-NB-IMPAYES           PIC 9(7) VALUE 0.
       01  WS-NB-CONTRE-PASSES     PIC 9(7) VALUE 0.
       01  WS-NB-LETTRES           PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.
       01  WS-MT-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-MT-CONTRE-PASSES     PIC 9(11)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC Z(10)9.99.

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

      *─── Lignes de la lettre d'avis d'impaye ────────────────────────
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
               VALUE 'OBJET : CHEQUE REMIS REVENU IMPAYE'.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LET-CORPS1.
           05  FILLER              PIC X(40)
               VALUE 'MADAME, MONSIEUR,'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-CORPS2.
           05  FILLER              PIC X(22)
               VALUE 'LE CHEQUE NUMERO '.
           05  WS-LET-NUMERO       PIC X(7).
           05  FILLER              PIC X(22)
               VALUE ' TIRE SUR LA BANQUE '.
           05  WS-LET-BANQUE       PIC X(5).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-LET-CORPS3.
           05  FILLER              PIC X(22)
               VALUE 'POUR UN MONTANT DE '.
           05  WS-LET-MONTANT      PIC Z(6)9.99.
           05  FILLER              PIC X(15)
               VALUE ' EUR, REMIS LE '.
           05  WS-LET-ED-REMISE    PIC X(10).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-LET-CORPS4.
           05  FILLER              PIC X(14)
               VALUE 'SUR LE COMPTE '.
           05  WS-LET-COMPTE       PIC X(11).
           05  FILLER              PIC X(43)
               VALUE ', NOUS A ETE RETOURNE IMPAYE (MOTIF '.
           05  WS-LET-MOTIF        PIC X(3).
           05  FILLER              PIC X(9) VALUE ').'.

       01  WS-LET-CORPS5.
           05  WS-LET-SORT         PIC X(80).

       01  WS-LET-CORPS6.
           05  FILLER              PIC X(80) VALUE
               'NOUS VOUS INVITONS A VOUS RAPPROCHER DE SON EMETTEUR.'.

       01  WS-LET-SIGN.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'VOTRE AGENCE'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME REMBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT
           PERFORM 0100-HORODATER-JOURNAL

           OPEN I-O F-REMISES
           IF WS-FS-RCH NOT = '00'
               DISPLAY 'FICHIER REMCHQ INDISPONIBLE : ' WS-FS-RCH
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
      *─── CLIENT facultatif : sans lui, lettre adressee au libelle
      *    du compte ─────────────────────────────────────────────────
           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI = '00'
               MOVE 1 TO WS-CLIENT-OUVERT
           ELSE
               DISPLAY 'FICHIER CLIENT INDISPONIBLE : ' WS-FS-CLI
           END-IF
      *─── Delai d'encaissement facultatif : 2 jours ouvres sinon ─────
           OPEN INPUT F-PARAMS
           IF WS-FS-PRM = '00'
               MOVE 'CHQDELAI' TO PRM-CLE
               READ F-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRM-VALEUR NUMERIC
                           MOVE PRM-VALEUR TO WS-DELAI
                       END-IF
               END-READ
               CLOSE F-PARAMS
           END-IF
           DISPLAY 'DELAI D ENCAISSEMENT (JOURS OUVRES) : ' WS-DELAI

           PERFORM 0200-CHARGER-IMPAYES

           OPEN OUTPUT F-LETTRES
           OPEN I-O F-COURRIER
           IF WS-FS-COU = '35'
               CLOSE F-COURRIER
               OPEN OUTPUT F-COURRIER
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-REMISES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 1000-TRAITER-CHEQUE THRU 1000-EXIT
               END-READ
           END-PERFORM

      *─── Retours sans cheque correspondant ──────────────────────────
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-RETOURS
               IF WS-RET-TRAITE(WS-IX) = 0
                   DISPLAY 'IMPAYE SANS REMISE : BANQUE '
                           WS-RET-BANQUE(WS-IX)
                           ' CHEQUE ' WS-RET-CHEQUE(WS-IX)
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-PERFORM

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-REMISES
           CLOSE F-COMPTES
           CLOSE F-JOURNAL
           IF WS-CLIENT-OUVERT = 1
               CLOSE F-CLIENTS
           END-IF
           CLOSE F-LETTRES
           CLOSE F-COURRIER

           DISPLAY 'CHEQUES LUS           : ' WS-NB-LUS
           MOVE WS-MT-CREDITS TO WS-ED-MONTANT
           DISPLAY 'CHEQUES CREDITES      : ' WS-NB-CREDITS
                   ' POUR ' WS-ED-MONTANT
           DISPLAY 'CHEQUES EN ATTENTE    : ' WS-NB-ATTENTE
           DISPLAY 'RETOURS IMPAYES       : ' WS-NB-IMPAYES
           MOVE WS-MT-CONTRE-PASSES TO WS-ED-MONTANT
           DISPLAY 'DONT CONTRE-PASSES    : ' WS-NB-CONTRE-PASSES
                   ' POUR ' WS-ED-MONTANT
           DISPLAY 'LETTRES EMISES        : ' WS-NB-LETTRES
           DISPLAY 'ANOMALIES             : ' WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME REMBAT'
           GOBACK.

      *─── Date du jour en 0CYYDDD et heure en 0HHMMSS ────────────────
       0100-HORODATER-JOURNAL.

           COMPUTE WS-PREMIER-JANVIER = WS-ANNEE * 10000 + 0101
           COMPUTE WS-JRN-DATE = (WS-ANNEE - 1900) * 1000
               + FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
               - FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER) + 1
           COMPUTE WS-JRN-HEURE = WS-HEURE-JOUR / 100.

      ******************************************************************
      * 0200-CHARGER-IMPAYES : retours impayes du jour en table ;
      * fichier facultatif (pas de compensation = aucun impaye)
      ******************************************************************
       0200-CHARGER-IMPAYES.

           MOVE 0 TO WS-NB-RETOURS
           OPEN INPUT F-IMPAYES
           IF WS-FS-IMP NOT = '00'
               DISPLAY 'AUCUN RETOUR IMPAYE (FCHQIMP ' WS-FS-IMP ')'
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-IMPAYES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 0250-RANGER-IMPAYE
                   END-READ
               END-PERFORM
               CLOSE F-IMPAYES
           END-IF
           DISPLAY 'RETOURS IMPAYES CHARGES : ' WS-NB-RETOURS.

       0250-RANGER-IMPAYE.

           IF IMP-MONTANT NOT NUMERIC
               DISPLAY 'RETOUR IMPAYE ILLISIBLE : ' ENR-IMPAYE(1:24)
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               IF WS-NB-RETOURS >= 500
                   DISPLAY 'TABLE DES IMPAYES PLEINE : BANQUE '
                           IMP-BANQUE ' CHEQUE ' IMP-NUM-CHEQUE
                   ADD 1 TO WS-NB-ANOMALIES
               ELSE
                   ADD 1 TO WS-NB-RETOURS
                   MOVE IMP-BANQUE     TO WS-RET-BANQUE(WS-NB-RETOURS)
                   MOVE IMP-NUM-CHEQUE TO WS-RET-CHEQUE(WS-NB-RETOURS)
                   MOVE IMP-MONTANT    TO WS-RET-MONTANT(WS-NB-RETOURS)
                   MOVE IMP-MOTIF      TO WS-RET-MOTIF(WS-NB-RETOURS)
                   MOVE 0              TO WS-RET-TRAITE(WS-NB-RETOURS)
               END-IF
           END-IF.

       1000-TRAITER-CHEQUE.

           IF RCH-STATUT = 'I'
               GO TO 1000-EXIT
           END-IF

      *─── Retour impaye de ce cheque (banque, numero et montant) ─────
           MOVE 0 TO WS-IX-TROUVE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-RETOURS OR WS-IX-TROUVE > 0
               IF WS-RET-TRAITE(WS-IX) = 0
                   AND WS-RET-BANQUE(WS-IX) = RCH-BANQUE
                   AND WS-RET-CHEQUE(WS-IX) = RCH-NUM-CHEQUE
                   AND WS-RET-MONTANT(WS-IX) = RCH-MONTANT
                   MOVE WS-IX TO WS-IX-TROUVE
               END-IF
           END-PERFORM
           IF WS-IX-TROUVE > 0
               PERFORM 3000-TRAITER-IMPAYE THRU 3000-EXIT
               GO TO 1000-EXIT
           END-IF

           IF RCH-STATUT NOT = 'E'
               GO TO 1000-EXIT
           END-IF

      *─── Cheque en attente : echeance d'encaissement atteinte ? ─────
           IF RCH-DATE-REMISE NOT = WS-DERNIERE-REMISE
               PERFORM 1500-CALCULER-ECHEANCE
           END-IF
           IF WS-DATE-ECHEANCE > WS-DATE-JOUR
               ADD 1 TO WS-NB-ATTENTE
               GO TO 1000-EXIT
           END-IF

           PERFORM 2000-CREDITER THRU 2000-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-CALCULER-ECHEANCE : date de remise + delai en jours
      * ouvres ; chaque jour ajoute est ramene au jour ouvre suivant
      * par PJ33JOUV (cf. PJ31VALD)
      ******************************************************************
       1500-CALCULER-ECHEANCE.

           MOVE RCH-DATE-REMISE TO WS-DERNIERE-REMISE
           IF RCH-DATE-REMISE-N NOT NUMERIC
               MOVE WS-DATE-JOUR TO WS-DATE-ECHEANCE
           ELSE
               MOVE RCH-DATE-REMISE-N TO WS-DATE-CALCUL
               PERFORM VARYING WS-NB-JOURS FROM 1 BY 1
                       UNTIL WS-NB-JOURS > WS-DELAI
                   COMPUTE WS-DATE-CALCUL = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATE-CALCUL) + 1)
                   MOVE SPACES TO JOUV-DATE-ENTREE
                   STRING WS-DATE-CALCUL-X(1:4) '-'
                          WS-DATE-CALCUL-X(5:2) '-'
                          WS-DATE-CALCUL-X(7:2)
                       DELIMITED BY SIZE INTO JOUV-DATE-ENTREE
                   MOVE 'S' TO JOUV-SENS
                   CALL 'PJ33JOUV' USING WS-ZONE-JOUV
                   IF JOUV-CODE-RETOUR NOT = 2
                       STRING JOUV-DATE-SORTIE(1:4)
                              JOUV-DATE-SORTIE(6:2)
                              JOUV-DATE-SORTIE(9:2)
                           DELIMITED BY SIZE INTO WS-DATE-CALCUL-X
                   END-IF
               END-PERFORM
               MOVE WS-DATE-CALCUL-X TO WS-DATE-ECHEANCE
           END-IF.

      ******************************************************************
      * 2000-CREDITER : credit du compte, version incrementee comme
      * le fait CPTEDAO, ligne MVTJRN puis cheque passe 'C'
      ******************************************************************
       2000-CREDITER.

           MOVE RCH-COMPTE TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   DISPLAY 'REMISE ' RCH-REMISE ' : COMPTE '
                           RCH-COMPTE ' ABSENT'
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 2000-EXIT
           END-READ
           ADD RCH-MONTANT TO CPT-SOLDE
               ON SIZE ERROR
                   DISPLAY 'REMISE ' RCH-REMISE ' : SOLDE DU COMPTE '
                           CPT-NUM ' HORS CAPACITE'
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 2000-EXIT
           END-ADD
           PERFORM 4000-MAJ-COMPTE
           IF WS-FS-CPT NOT = '00'
               GO TO 2000-EXIT
           END-IF

           MOVE 'D' TO JRN-SENS
           PERFORM 4500-JOURNALISER

           MOVE 'C' TO RCH-STATUT
           MOVE WS-DATE-JOUR TO RCH-DATE-CREDIT
           REWRITE ENR-REMISE
           IF WS-FS-RCH NOT = '00'
               DISPLAY 'ERREUR MAJ REMCHQ ' RCH-CLE ' : ' WS-FS-RCH
               ADD 1 TO WS-NB-ANOMALIES
           END-IF
           ADD 1 TO WS-NB-CREDITS
           ADD RCH-MONTANT TO WS-MT-CREDITS.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TRAITER-IMPAYE : cheque revenu impaye ; contre-passation
      * s'il avait ete credite, puis avis au client
      ******************************************************************
       3000-TRAITER-IMPAYE.

           MOVE 1 TO WS-RET-TRAITE(WS-IX-TROUVE)
           ADD 1 TO WS-NB-IMPAYES
           MOVE 0 TO WS-DEJA-CREDITE
           IF RCH-STATUT = 'C'
               MOVE 1 TO WS-DEJA-CREDITE
           END-IF

           MOVE RCH-COMPTE TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   DISPLAY 'REMISE ' RCH-REMISE ' : COMPTE '
                           RCH-COMPTE ' ABSENT'
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 3000-EXIT
           END-READ

      *─── Contre-passation : le debit passe meme sans provision ──────
           IF WS-DEJA-CREDITE = 1
               SUBTRACT RCH-MONTANT FROM CPT-SOLDE
                   ON SIZE ERROR
                       DISPLAY 'REMISE ' RCH-REMISE ' : SOLDE DU '
                               'COMPTE ' CPT-NUM ' HORS CAPACITE'
                       ADD 1 TO WS-NB-ANOMALIES
                       GO TO 3000-EXIT
               END-SUBTRACT
               PERFORM 4000-MAJ-COMPTE
               IF WS-FS-CPT NOT = '00'
                   GO TO 3000-EXIT
               END-IF
               MOVE 'R' TO JRN-SENS
               PERFORM 4500-JOURNALISER
               ADD 1 TO WS-NB-CONTRE-PASSES
               ADD RCH-MONTANT TO WS-MT-CONTRE-PASSES
           END-IF

           MOVE 'I' TO RCH-STATUT
           MOVE WS-DATE-JOUR TO RCH-DATE-IMPAYE
           MOVE WS-RET-MOTIF(WS-IX-TROUVE) TO RCH-MOTIF-IMPAYE
           REWRITE ENR-REMISE
           IF WS-FS-RCH NOT = '00'
               DISPLAY 'ERREUR MAJ REMCHQ ' RCH-CLE ' : ' WS-FS-RCH
               ADD 1 TO WS-NB-ANOMALIES
           END-IF

           MOVE 0 TO WS-CLIENT-TROUVE
           IF WS-CLIENT-OUVERT = 1
               MOVE CPT-CLIENT TO CLI-NUM
               MOVE 1 TO WS-CLIENT-TROUVE
               READ F-CLIENTS
                   INVALID KEY
                       MOVE 0 TO WS-CLIENT-TROUVE
                       DISPLAY 'CLIENT ABSENT ' CPT-CLIENT
                               ' COMPTE ' CPT-NUM
                       ADD 1 TO WS-NB-ANOMALIES
               END-READ
           END-IF
           PERFORM 5000-EMETTRE-AVIS.

       3000-EXIT.
           EXIT.

      *─── Mise a jour du compte, version incrementee (cf. CPTEDAO) ───
       4000-MAJ-COMPTE.

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
           END-IF.

      ******************************************************************
      * 4500-JOURNALISER : une ligne MVTJRN par credit ou contre-
      * passation, reference = numero de remise ; sur cle en double,
      * l'heure est avancee d'une unite (cf. DATBAT). JRN-SENS est
      * pose par l'appelant.
      ******************************************************************
       4500-JOURNALISER.

           MOVE CPT-NUM      TO JRN-COMPTE
           MOVE WS-JRN-DATE  TO JRN-DATE
           MOVE WS-JRN-HEURE TO JRN-HEURE
           MOVE 'REMBAT'     TO JRN-GUICHETIER
           MOVE RCH-MONTANT  TO JRN-MONTANT
           MOVE CPT-SOLDE    TO JRN-SOLDE-APRES
           MOVE RCH-REMISE   TO JRN-REFERENCE

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

       5000-EMETTRE-AVIS.

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
           MOVE RCH-NUM-CHEQUE   TO WS-LET-NUMERO
           MOVE RCH-BANQUE       TO WS-LET-BANQUE
           MOVE RCH-MONTANT      TO WS-LET-MONTANT
           MOVE SPACES TO WS-LET-ED-REMISE
           STRING RCH-DATE-REMISE(7:2) '/'
                  RCH-DATE-REMISE(5:2) '/'
                  RCH-DATE-REMISE(1:4)
               DELIMITED BY SIZE INTO WS-LET-ED-REMISE
           MOVE RCH-COMPTE       TO WS-LET-COMPTE
           MOVE RCH-MOTIF-IMPAYE TO WS-LET-MOTIF
           IF WS-DEJA-CREDITE = 1
               MOVE
               'IL A ETE CONTRE-PASSE AU DEBIT DE VOTRE COMPTE.'
                   TO WS-LET-SORT
           ELSE
               MOVE
               'IL N''AVAIT PAS ENCORE ETE CREDITE A VOTRE COMPTE.'
                   TO WS-LET-SORT
           END-IF

      *─── Preference de distribution du client (PREFDIST) ; un
      *    courrier a adresse invalide est retenu (NPAI) ─────────────
           MOVE 'P'        TO DIS-FONCTION
           MOVE CPT-CLIENT TO DIS-CLIENT
           MOVE 'IMP'      TO DIS-TYPE
           MOVE 'REMBAT'   TO DIS-PROGRAMME
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
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS5 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 5100-SORTIR-LIGNE
           MOVE WS-LET-CORPS6 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
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
           MOVE RCH-COMPTE TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE 'IMP' TO COU-TYPE
           MOVE 'REMBAT' TO COU-PROGRAMME
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
