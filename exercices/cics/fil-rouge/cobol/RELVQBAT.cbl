      * par page, puis marque la demande servie (DEM-ETAT 'S').
      * Les demandes ne se perdent plus entre le guichet et
      * l'equipe batch.
      * Les operations carte (imputees par CARTCLR) portent en
      * libelle le commercant ou le distributeur, lu dans leur
      * detail CARTMVT sous la cle de la ligne du journal.
      * Les mouvements de la chaine reportes par CHNRETR (interets,
      * commissions, virements, prelevements) portent en libelle
      * leur reference chaine.
      * Les remises de cheques creditees ou contre-passees par
      * REMBAT portent le numero de la remise.
      * Chaque releve suit les preferences de distribution du client
      * titulaire (CPT-CLIENT lu dans COMPTE, module PREFDIST) :
      * papier dans FEDITION, depot sur le portail client ou les
      * deux.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVQBAT.
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-CARTMVT ASSIGN TO CARTMVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMV-CLE
               FILE STATUS IS WS-FS-CMV.

           SELECT F-EDITION ASSIGN TO FEDITION
               FILE STATUS IS WS-FS-EDI.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

       DATA DIVISION.
       FILE SECTION.

           05  JRN-SOLDE-APRES     PIC S9(9)V99 COMP-3.
           05  JRN-REFERENCE       PIC 9(8).

      *─── Detail des operations carte (cf. CARTCLR) ──────────────────
       FD  F-CARTMVT.
       01  ENR-CARTMVT.
           05  CMV-CLE.
               10  CMV-COMPTE      PIC X(11).
               10  CMV-DATE        PIC 9(7).
               10  CMV-HEURE       PIC 9(7).
           05  CMV-CARTE           PIC X(16).
           05  CMV-TYPE            PIC X(1).
           05  CMV-COMMERCANT      PIC X(25).
           05  CMV-MONTANT         PIC 9(7)V99 COMP-3.
           05  CMV-DATE-OPER       PIC X(8).
           05  FILLER              PIC X(10).

       FD  F-EDITION.
       01  ENR-EDITION             PIC X(80).

      *─── Titulaire du compte, destinataire du releve ────────────────
       FD  F-COMPTES.
       01  ENR-COMPTE.
           05  CPT-NUM             PIC X(11).
           05  CPT-CLIENT          PIC X(6).
           05  CPT-TYPE            PIC X(1).
           05  CPT-LIBELLE         PIC X(20).
           05  CPT-SOLDE           PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(45).

       WORKING-STORAGE SECTION.
       01  WS-FS-DEM               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-EDI               PIC XX.
       01  WS-FS-CMV               PIC XX.
       01  WS-FS-CPT               PIC XX.

       01  WS-CARTMVT-OUVERT       PIC 9 VALUE 0.
       01  WS-COMPTE-OUVERT        PIC 9 VALUE 0.

       01  WS-EOF-DEM              PIC 9 VALUE 0.
       01  WS-EOF-JRN              PIC 9 VALUE 0.
       01  WS-NB-SERVIES           PIC 9(5) VALUE 0.
       01  WS-NB-MVT-RELEVE        PIC 9(5) VALUE 0.

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

      *─── Lignes d'edition du releve ─────────────────────────────────
       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(20)
           05  WS-TIT-DEMANDEUR    PIC X(8).
           05  FILLER              PIC X(23) VALUE SPACES.

      *─── Adresse de correspondance choisie par le client ────────────
       01  WS-LIGNE-ADRESSE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-ADR-LIGNE        PIC X(30).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(10) VALUE 'DATE      '.
           05  FILLER              PIC X(10) VALUE 'HEURE     '.
           05  FILLER              PIC X(06) VALUE 'SENS  '.
           05  FILLER              PIC X(15) VALUE '       MONTANT '.
           05  FILLER              PIC X(16) VALUE '    SOLDE APRES '.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(21) VALUE 'LIBELLE'.

       01  WS-LIGNE-DETAIL.
           05  WS-DET-DATE         PIC 9(7).
           05  WS-DET-MONTANT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-SOLDE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-LIBELLE      PIC X(22).

       01  WS-LIGNE-AUCUN.
           05  FILLER              PIC X(40)
               STOP RUN
           END-IF
           OPEN OUTPUT F-EDITION
           OPEN INPUT F-CARTMVT
           IF WS-FS-CMV = '00'
               MOVE 1 TO WS-CARTMVT-OUVERT
           END-IF
           OPEN INPUT F-COMPTES
           IF WS-FS-CPT = '00'
               MOVE 1 TO WS-COMPTE-OUVERT
           END-IF

           PERFORM 1000-SERVIR-DEMANDES
               UNTIL WS-EOF-DEM = 1

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-DEMANDES
           CLOSE F-EDITION
           IF WS-CARTMVT-OUVERT = 1
               CLOSE F-CARTMVT
           END-IF
           IF WS-COMPTE-OUVERT = 1
               CLOSE F-COMPTES
           END-IF

           DISPLAY 'Demandes lues    : ' WS-NB-DEMANDES
           DISPLAY 'Demandes servies : ' WS-NB-SERVIES
           MOVE DEM-COMPTE    TO WS-TIT-COMPTE
           MOVE DEM-DEMANDEUR TO WS-TIT-DEMANDEUR

           PERFORM 1150-DISTRIBUTION-RELEVE

      *─── Ligne de commande de l'atelier (non imprimee) ──────────────
           IF DIS-PAPIER = 'O' AND DIS-LIGNE-ATELIER NOT = SPACES
               WRITE ENR-EDITION FROM DIS-LIGNE-ATELIER
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-LIGNE-TITRE TO DIS-LIGNE
           MOVE 0 TO DIS-SAUT
           PERFORM 1400-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 1410-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           END-IF
           MOVE 1 TO DIS-SAUT
           MOVE WS-LIGNE-VIDE TO DIS-LIGNE
           PERFORM 1400-SORTIR-LIGNE
           MOVE WS-LIGNE-ENTETE TO DIS-LIGNE
           PERFORM 1400-SORTIR-LIGNE
           MOVE WS-LIGNE-VIDE TO DIS-LIGNE
           PERFORM 1400-SORTIR-LIGNE

           MOVE 0 TO WS-NB-MVT-RELEVE
           PERFORM 1200-PARCOURIR-JOURNAL THRU 1200-FIN

           IF WS-NB-MVT-RELEVE = 0
               MOVE WS-LIGNE-AUCUN TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 1400-SORTIR-LIGNE
           END-IF

           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'T' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF.

      *─── Preference de distribution du titulaire du compte ; compte
      *    introuvable : le releve part sur papier ────────────────────
       1150-DISTRIBUTION-RELEVE.
           MOVE DEM-COMPTE TO DIS-CLIENT
           IF WS-COMPTE-OUVERT = 1
               MOVE DEM-COMPTE TO CPT-NUM
               READ F-COMPTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPT-CLIENT TO DIS-CLIENT
               END-READ
           END-IF
           MOVE 'P'        TO DIS-FONCTION
           MOVE 'RLV'      TO DIS-TYPE
           MOVE 'RELVQBAT' TO DIS-PROGRAMME
           MOVE 'N'        TO DIS-OBLIGATOIRE
           CALL 'PREFDIST' USING WS-ZONE-DIST
           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE SPACES TO DIS-TITRE
               STRING 'RELEVE DU COMPTE ' DEM-COMPTE
                      ' PERIODE ' DEM-PERIODE
                   DELIMITED BY SIZE INTO DIS-TITRE
               MOVE 'O' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF.

      *─── Le journal est relu en entier par demande : la cle de
           MOVE JRN-SENS    TO WS-DET-SENS
           MOVE JRN-MONTANT TO WS-DET-MONTANT
           MOVE JRN-SOLDE-APRES TO WS-DET-SOLDE
           MOVE SPACES      TO WS-DET-LIBELLE
           IF JRN-GUICHETIER = 'CARTCLR'
               PERFORM 1310-LIBELLER-CARTE
           END-IF
           IF JRN-GUICHETIER = 'REMBAT'
               IF JRN-SENS = 'D'
                   STRING 'REMISE CHQ ' JRN-REFERENCE
                       DELIMITED BY SIZE INTO WS-DET-LIBELLE
               ELSE
                   STRING 'CHQ IMPAYE ' JRN-REFERENCE
                       DELIMITED BY SIZE INTO WS-DET-LIBELLE
               END-IF
           END-IF
           IF JRN-GUICHETIER = 'CHNRETR'
               IF JRN-REFERENCE NUMERIC
                   STRING 'CHAINE REF ' JRN-REFERENCE
                       DELIMITED BY SIZE INTO WS-DET-LIBELLE
               ELSE
                   MOVE 'OPERATION CHAINE' TO WS-DET-LIBELLE
               END-IF
           END-IF
           MOVE WS-LIGNE-DETAIL TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 1400-SORTIR-LIGNE.

      *─── Operation carte : commercant lu dans CARTMVT ───────────────
       1310-LIBELLER-CARTE.
           MOVE 'PAIEMENT CARTE' TO WS-DET-LIBELLE
           IF WS-CARTMVT-OUVERT = 1
               MOVE JRN-CLE TO CMV-CLE
               READ F-CARTMVT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-DET-LIBELLE
                       IF CMV-TYPE = 'R'
                           STRING 'DAB ' CMV-COMMERCANT(1:18)
                               DELIMITED BY SIZE INTO WS-DET-LIBELLE
                       ELSE
                           STRING 'CB ' CMV-COMMERCANT(1:19)
                               DELIMITED BY SIZE INTO WS-DET-LIBELLE
                       END-IF
               END-READ
           END-IF.

      *─── Une ligne vers chaque canal retenu : FEDITION pour le papier
      *    (saut 0 = nouvelle page), PREFDIST pour le portail et
      *    pour la retenue des courriers a adresse invalide ──────────
       1400-SORTIR-LIGNE.
           IF DIS-PAPIER = 'O'
               IF DIS-SAUT = 0
                   WRITE ENR-EDITION FROM DIS-LIGNE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE ENR-EDITION FROM DIS-LIGNE
                       AFTER ADVANCING DIS-SAUT LINES
               END-IF
           END-IF
           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'L' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF.

       1410-SORTIR-ADRESSE.
           IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-ADR-LIGNE
               MOVE WS-LIGNE-ADRESSE TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 1400-SORTIR-LIGNE
           END-IF.
