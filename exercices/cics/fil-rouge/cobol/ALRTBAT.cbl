      * page) et arme ALR-DECLENCHEE : elle ne repart pas la nuit
      * suivante tant que le solde n'est pas repasse de l'autre cote
      * du seuil, ou le temoin est desarme sans courrier.
      * La lettre suit les preferences de distribution du client
      * titulaire CPT-CLIENT (module PREFDIST) : papier dans
      * FLETTRE, depot sur le portail client ou les deux.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTBAT.
           05  COU-PROGRAMME       PIC X(8).
           05  COU-PREMIERE-LIGNE  PIC X(60).
           05  COU-REIMPRESSION    PIC X(1).
           05  COU-CANAL           PIC X(1).
           05  COU-RETOUR          PIC X(1).
           05  FILLER              PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-FS-ALR               PIC XX.
       01  WS-NB-REARMEES          PIC 9(5) VALUE 0.
       01  WS-NB-INCONNUS          PIC 9(5) VALUE 0.

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

      *─── Lignes de la lettre de notification ────────────────────────
       01  WS-LET-DATE.
           05  FILLER              PIC X(50) VALUE SPACES.
           05  WS-LET-LIBELLE      PIC X(20).
           05  FILLER              PIC X(50) VALUE SPACES.

      *─── Adresse de correspondance choisie par le client ────────────
       01  WS-LET-ADRESSE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-LET-ADR-LIGNE    PIC X(30).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-OBJET.
           05  FILLER              PIC X(40)
               VALUE 'OBJET : ALERTE DE SOLDE DEMANDEE'.
               END-READ
           END-PERFORM

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

           CLOSE F-ALERTES
           CLOSE F-COMPTES
           CLOSE F-LETTRES
           MOVE ALR-SEUIL TO WS-LET-SEUIL
           MOVE CPT-SOLDE TO WS-LET-SOLDE

      *─── Preference de distribution du titulaire du compte ─────────
           MOVE 'P'         TO DIS-FONCTION
           MOVE CPT-CLIENT  TO DIS-CLIENT
           MOVE 'ALR'       TO DIS-TYPE
           MOVE 'ALRTBAT'   TO DIS-PROGRAMME
           MOVE 'N'         TO DIS-OBLIGATOIRE
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
           MOVE WS-LET-DEST TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 2200-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
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
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS4 TO DIS-LIGNE
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
               MOVE WS-LET-ADRESSE TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2100-SORTIR-LIGNE
           END-IF.

      *─── Une ligne d'index par lettre emise (cf. CORRPRES) ──────────
       2500-INDEXER-COURRIER.

           MOVE 'ALRTBAT' TO COU-PROGRAMME
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
