      ******************************************************************
      * Programme : KYCBAT - Revue periodique des dossiers KYC
      * Fonction  : Lister les revues dues et emettre les lettres
      *             de relance aux clients concernes
      *
      * Passe en debut de mois. Parcourt le fichier CLIENT et lit le
      * dossier KYC de chaque client (tenu au guichet via KYCTRT).
      * Un dossier est du quand :
      *   - le client n'a pas de dossier KYC ;
      *   - la piece d'identite expire d'ici 30 jours (ou a expire) ;
      *   - la revue periodique tombe d'ici 30 jours (ou est passee).
      * Chaque dossier du est porte sur la liste FKYCLST. Une lettre
      * de relance (une par page dans FLETTRE, indexee dans COURRIER,
      * type 'KYC') part au plus une fois par mois : KYC-DATE-RELANCE
      * est posee a la date du passage. Au dela du seuil KYCSEUIL,
      * MVTTRT et VIRTRT refusent les operations d'un dossier echu.
      * La lettre suit les preferences de distribution du client
      * (module PREFDIST) : papier dans FLETTRE, depot sur le portail
      * client ou les deux ; a une adresse invalide (courrier revenu
      * NPAI), l'edition papier est retenue dans COURRET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-KYC ASSIGN TO KYC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYC-CLIENT
               FILE STATUS IS WS-FS-KYC.

           SELECT F-LISTE ASSIGN TO FKYCLST
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

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  CLI-ADRESSE         PIC X(30).
           05  CLI-VILLE           PIC X(20).
           05  CLI-CODEPOST        PIC X(5).
           05  FILLER              PIC X(24).

       FD  F-KYC.
       01  ENR-KYC.
           05  KYC-CLIENT          PIC X(6).
           05  KYC-RISQUE          PIC X(1).
           05  KYC-TYPE-PIECE      PIC X(2).
           05  KYC-NUM-PIECE       PIC X(20).
           05  KYC-DATE-EXPIR      PIC X(8).
           05  KYC-DATE-VERIF      PIC X(8).
           05  KYC-DATE-REVUE      PIC X(8).
           05  KYC-VERIFICATEUR    PIC X(8).
           05  KYC-DATE-RELANCE    PIC X(8).
           05  FILLER              PIC X(11).

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
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-KYC               PIC XX.
       01  WS-FS-LST               PIC XX.
       01  WS-FS-LET               PIC XX.
       01  WS-FS-COU               PIC XX.

       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-DOSSIER-TROUVE       PIC 9 VALUE 0.

      *─── Motif de la revue due ─────────────────────────────────────
       01  WS-MOTIF                PIC 9 VALUE 0.
           88  WS-MOTIF-AUCUN      VALUE 0.
           88  WS-MOTIF-ABSENT     VALUE 1.
           88  WS-MOTIF-PIECE      VALUE 2.
           88  WS-MOTIF-REVUE      VALUE 3.
       01  WS-DATE-ECHEANCE        PIC X(8).

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-EDIT            PIC X(10).

      *─── Horizon de la revue : date du jour + 30 jours ─────────────
       01  WS-HORIZON-N            PIC 9(8) VALUE 0.
       01  WS-HORIZON REDEFINES WS-HORIZON-N PIC X(8).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-CLIENTS           PIC 9(5) VALUE 0.
       01  WS-NB-DUS               PIC 9(5) VALUE 0.
       01  WS-NB-ABSENTS           PIC 9(5) VALUE 0.
       01  WS-NB-LETTRES           PIC 9(5) VALUE 0.
       01  WS-NB-DEJA-RELANCES     PIC 9(5) VALUE 0.

      *─── Lignes de la liste des revues dues ─────────────────────────
       01  WS-LST-TITRE.
           05  FILLER              PIC X(40)
               VALUE 'REVUES KYC DUES AU '.
           05  WS-LST-ED-DATE      PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LST-ENTETE.
           05  FILLER              PIC X(80) VALUE
               'CLIENT NOM                       MOTIF         ECHEANCE
      -        '   RISQUE RELANCE'.

       01  WS-LST-DETAIL.
           05  WS-LST-CLIENT       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-NOM          PIC X(25).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-MOTIF        PIC X(13).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-ECHEANCE     PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-RISQUE       PIC X(1).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-LST-RELANCE      PIC X(3).
           05  FILLER              PIC X(12) VALUE SPACES.

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
           05  FILLER              PIC X(50)
               VALUE 'OBJET : MISE A JOUR DE VOTRE DOSSIER CLIENT'.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LET-CORPS1.
           05  FILLER              PIC X(40)
               VALUE 'MADAME, MONSIEUR,'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-CORPS2.
           05  WS-LET-RAISON       PIC X(60).
           05  WS-LET-ECHEANCE     PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LET-CORPS3.
           05  FILLER              PIC X(80) VALUE
               'NOUS VOUS REMERCIONS DE VOUS PRESENTER EN AGENCE MUNI(E)
      -        ' D''UNE PIECE'.

       01  WS-LET-CORPS4.
           05  FILLER              PIC X(80) VALUE
               'D''IDENTITE EN COURS DE VALIDITE. A DEFAUT, CERTAINES OP
      -        'ERATIONS'.

       01  WS-LET-CORPS5.
           05  FILLER              PIC X(80) VALUE
               'DE RETRAIT ET DE VIREMENT NE POURRONT PLUS ETRE TRAITEES
      -        '.'.

       01  WS-LET-SIGN.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'VOTRE AGENCE'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME KYCBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT
           COMPUTE WS-HORIZON-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N) + 30)

           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'FICHIER CLIENT INDISPONIBLE : ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-KYC
           IF WS-FS-KYC = '35'
               OPEN OUTPUT F-KYC
               CLOSE F-KYC
               OPEN I-O F-KYC
           END-IF
           IF WS-FS-KYC NOT = '00'
               DISPLAY 'FICHIER KYC INDISPONIBLE : ' WS-FS-KYC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-LISTE
           OPEN OUTPUT F-LETTRES
           OPEN I-O F-COURRIER
           IF WS-FS-COU = '35'
               CLOSE F-COURRIER
               OPEN OUTPUT F-COURRIER
           END-IF
           ACCEPT WS-HEURE-JOUR FROM TIME

           MOVE WS-DATE-EDIT TO WS-LST-ED-DATE
           WRITE ENR-LISTE FROM WS-LST-TITRE
               AFTER ADVANCING PAGE
           WRITE ENR-LISTE FROM WS-LST-ENTETE
               AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CLIENTS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-CLIENTS
                       PERFORM 1000-EXAMINER-CLIENT THRU 1000-EXIT
               END-READ
           END-PERFORM

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-CLIENTS
           CLOSE F-KYC
           CLOSE F-LISTE
           CLOSE F-LETTRES
           CLOSE F-COURRIER

           DISPLAY 'CLIENTS EXAMINES    : ' WS-NB-CLIENTS
           DISPLAY 'REVUES DUES         : ' WS-NB-DUS
           DISPLAY '  DONT SANS DOSSIER : ' WS-NB-ABSENTS
           DISPLAY 'LETTRES EMISES      : ' WS-NB-LETTRES
           DISPLAY 'DEJA RELANCES CE MOIS : ' WS-NB-DEJA-RELANCES
           IF WS-NB-DUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME KYCBAT'
           GOBACK.

       1000-EXAMINER-CLIENT.

           MOVE CLI-NUM TO KYC-CLIENT
           MOVE 1 TO WS-DOSSIER-TROUVE
           READ F-KYC
               INVALID KEY
                   MOVE 0 TO WS-DOSSIER-TROUVE
           END-READ

      *─── L'echeance la plus proche l'emporte : piece, puis revue ────
           MOVE 0 TO WS-MOTIF
           MOVE SPACES TO WS-DATE-ECHEANCE
           EVALUATE TRUE
               WHEN WS-DOSSIER-TROUVE = 0
                   SET WS-MOTIF-ABSENT TO TRUE
               WHEN KYC-DATE-EXPIR NOT > WS-HORIZON
                    AND KYC-DATE-EXPIR NOT > KYC-DATE-REVUE
                   SET WS-MOTIF-PIECE TO TRUE
                   MOVE KYC-DATE-EXPIR TO WS-DATE-ECHEANCE
               WHEN KYC-DATE-REVUE NOT > WS-HORIZON
                   SET WS-MOTIF-REVUE TO TRUE
                   MOVE KYC-DATE-REVUE TO WS-DATE-ECHEANCE
           END-EVALUATE
           IF WS-MOTIF-AUCUN
               GO TO 1000-EXIT
           END-IF

           ADD 1 TO WS-NB-DUS
           IF WS-MOTIF-ABSENT
               ADD 1 TO WS-NB-ABSENTS
           END-IF

      *─── Une relance par mois au plus pour un dossier existant ──────
           IF WS-DOSSIER-TROUVE = 1
               AND KYC-DATE-RELANCE(1:6) = WS-DATE-JOUR(1:6)
               ADD 1 TO WS-NB-DEJA-RELANCES
               MOVE 'NON' TO WS-LST-RELANCE
           ELSE
               PERFORM 2000-EMETTRE-LETTRE
               MOVE 'OUI' TO WS-LST-RELANCE
               IF WS-DOSSIER-TROUVE = 1
                   MOVE WS-DATE-JOUR TO KYC-DATE-RELANCE
                   REWRITE ENR-KYC
                   IF WS-FS-KYC NOT = '00'
                       DISPLAY 'ERREUR MAJ KYC ' CLI-NUM
                               ' : ' WS-FS-KYC
                   END-IF
               END-IF
           END-IF

           PERFORM 1500-LISTER-DOSSIER.

       1000-EXIT.
           EXIT.

       1500-LISTER-DOSSIER.

           MOVE CLI-NUM TO WS-LST-CLIENT
           MOVE CLI-NOM TO WS-LST-NOM
           MOVE SPACES  TO WS-LST-ECHEANCE
           MOVE SPACES  TO WS-LST-RISQUE
           EVALUATE TRUE
               WHEN WS-MOTIF-ABSENT
                   MOVE 'SANS DOSSIER' TO WS-LST-MOTIF
               WHEN WS-MOTIF-PIECE
                   MOVE 'PIECE EXPIREE' TO WS-LST-MOTIF
               WHEN OTHER
                   MOVE 'REVUE DUE' TO WS-LST-MOTIF
           END-EVALUATE
           IF NOT WS-MOTIF-ABSENT
               STRING WS-DATE-ECHEANCE(7:2) '/'
                      WS-DATE-ECHEANCE(5:2) '/'
                      WS-DATE-ECHEANCE(1:4)
                   DELIMITED BY SIZE INTO WS-LST-ECHEANCE
               MOVE KYC-RISQUE TO WS-LST-RISQUE
           END-IF
           WRITE ENR-LISTE FROM WS-LST-DETAIL
               AFTER ADVANCING 1 LINE.

       2000-EMETTRE-LETTRE.

           ADD 1 TO WS-NB-LETTRES

           MOVE WS-DATE-EDIT  TO WS-LET-ED-DATE
           MOVE CLI-NOM       TO WS-LET-NOM
           MOVE CLI-PRENOM    TO WS-LET-PRENOM
           MOVE CLI-ADRESSE   TO WS-LET-ADRESSE
           MOVE CLI-CODEPOST  TO WS-LET-CODEPOST
           MOVE CLI-VILLE     TO WS-LET-VILLE
           MOVE SPACES        TO WS-LET-ECHEANCE
           EVALUATE TRUE
               WHEN WS-MOTIF-ABSENT
                   MOVE
                   'NOUS NE DISPOSONS PAS DE VOTRE PIECE D''IDENTITE.'
                       TO WS-LET-RAISON
               WHEN WS-MOTIF-PIECE
                   MOVE
                   'LA PIECE D''IDENTITE DE VOTRE DOSSIER EXPIRE LE'
                       TO WS-LET-RAISON
               WHEN OTHER
                   MOVE
                   'LA REVUE PERIODIQUE DE VOTRE DOSSIER EST DUE LE'
                       TO WS-LET-RAISON
           END-EVALUATE
           IF NOT WS-MOTIF-ABSENT
               STRING WS-DATE-ECHEANCE(7:2) '/'
                      WS-DATE-ECHEANCE(5:2) '/'
                      WS-DATE-ECHEANCE(1:4)
                   DELIMITED BY SIZE INTO WS-LET-ECHEANCE
           END-IF

      *─── Preference de distribution du client ──────────────────────
           MOVE 'P'      TO DIS-FONCTION
           MOVE CLI-NUM  TO DIS-CLIENT
           MOVE 'KYC'    TO DIS-TYPE
           MOVE 'KYCBAT' TO DIS-PROGRAMME
           MOVE 'N'      TO DIS-OBLIGATOIRE
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
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-DEST1 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-DEST2 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 2200-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           ELSE
               MOVE WS-LET-DEST3 TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2100-SORTIR-LIGNE
               MOVE WS-LET-DEST4 TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2100-SORTIR-LIGNE
           END-IF
           MOVE WS-LET-OBJET TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS1 TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS2 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS3 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS4 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS5 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-SIGN TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE

           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'T' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

           PERFORM 2500-INDEXER-COURRIER.

      *─── Une ligne vers chaque canal retenu : FLETTRE pour le papier
      *    (saut 0 = nouvelle page), PREFDIST pour le portail et
      *    pour la retenue des courriers a adresse invalide ──────────
       2100-SORTIR-LIGNE.

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

       2200-SORTIR-ADRESSE.

           IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
               MOVE WS-LET-ADR-CORR TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2100-SORTIR-LIGNE
           END-IF.

      *─── Une ligne d'index par lettre emise (cf. CORRPRES) ──────────
       2500-INDEXER-COURRIER.

           MOVE SPACES TO ENR-COURRIER
           MOVE CLI-NUM TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE 'KYC' TO COU-TYPE
           MOVE 'KYCBAT' TO COU-PROGRAMME
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
