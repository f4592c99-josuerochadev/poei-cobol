      *   - EDITE LA LETTRE DE NOTIFICATION FINALE DU CLIENT
      *     (FLETTRE, UNE PAR PAGE, MEME FACON QUE PJ23DECO)
      * UN COMPTE DEJA MARQUE EN DESHERENCE N'EST JAMAIS RETRAITE.
      * LA LETTRE SUIT LES PREFERENCES DE DISTRIBUTION DU CLIENT
      * (MODULE PREFDIST) MAIS PART TOUJOURS SUR PAPIER : LA
      * NOTIFICATION DE CONSIGNATION EST UN COURRIER LEGALEMENT DU ;
      * LA COPIE SUR LE PORTAIL S'AJOUTE SI LE CLIENT L'A CHOISIE.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 COU-PROGRAMME        PIC X(08).
           05 COU-PREMIERE-LIGNE   PIC X(60).
           05 COU-REIMPRESSION     PIC X(01).
           05 COU-CANAL            PIC X(01).
           05 COU-RETOUR           PIC X(01).
           05 FILLER               PIC X(09).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUSI               PIC X(02).
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-ANNEE-LIM             PIC 9(04) VALUE 0.
       01 WS-DATE-TRANSFERT        PIC X(10).

           05 WS-DERNIERE-DATE OCCURS 999 TIMES
                                PIC X(10) VALUE SPACES.

      * ZONE D'APPEL DU MODULE DE DISTRIBUTION DES DOCUMENTS
      * (PREFDIST) : PREFERENCE DU CLIENT, PUIS LIGNE A LIGNE
       01 WS-ZONE-DIST.
           05 DIS-FONCTION         PIC X(01).
           05 DIS-CLIENT           PIC X(11).
           05 DIS-TYPE             PIC X(03).
           05 DIS-PROGRAMME        PIC X(08).
           05 DIS-OBLIGATOIRE      PIC X(01).
           05 DIS-TITRE            PIC X(60).
           05 DIS-SAUT             PIC 9(02).
           05 DIS-LIGNE            PIC X(80).
           05 DIS-PAPIER           PIC X(01).
           05 DIS-ELECTRONIQUE     PIC X(01).
           05 DIS-GROS-CARAC       PIC X(01).
           05 DIS-ADR-CORRESP      PIC X(01).
           05 DIS-ADR-LIGNE        PIC X(30) OCCURS 4.
           05 DIS-LIGNE-ATELIER    PIC X(80).
           05 DIS-CODE-RETOUR      PIC 9(01).
           05 DIS-RETENU           PIC X(01).
       01 WS-IDX-ADR               PIC 9(01) VALUE 0.

      * CUMULS
       01 WS-NB-LUS                PIC 9(05) VALUE 0.
       01 WS-NB-CONSIGNES          PIC 9(05) VALUE 0.
           05 WS-LET-CO-NOM        PIC X(10).
           05 FILLER               PIC X(57) VALUE SPACES.

      * ADRESSE DE CORRESPONDANCE CHOISIE PAR LE CLIENT
       01 WS-LET-ADRESSE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-LET-ADR-LIGNE     PIC X(30).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-OBJET.
           05 FILLER               PIC X(40)
              VALUE 'OBJET : TRANSFERT DE VOTRE COMPTE A LA'.
                END-READ
            END-PERFORM

            MOVE 'F' TO DIS-FONCTION
            CALL 'PREFDIST' USING WS-ZONE-DIST

            CLOSE F-CLIENT
            CLOSE F-CONSIGN
            CLOSE F-DECLARE

      * DATE LIMITE = DATE DU JOUR RECULEE DE N ANNEES (MEME JOUR)
       CALCULER-DATE-LIMITE.
            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            COMPUTE WS-ANNEE-LIM = WS-ANNEE - WS-NB-ANNEES
            STRING WS-ANNEE-LIM '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-LIMITE
            MOVE WS-NB-ANNEES       TO WS-LET-ANNEES
            MOVE WS-SOLDE-TRANSFERE TO WS-LET-SOLDE

      * PREFERENCE DE DISTRIBUTION DU CLIENT : COURRIER LEGALEMENT
      * DU, LE PAPIER EST IMPOSE QUELLE QUE SOIT LA PREFERENCE
            MOVE 'P' TO DIS-FONCTION
            MOVE CLI-NUM-COMPTE TO DIS-CLIENT
            MOVE 'DSH' TO DIS-TYPE
            MOVE 'PJ42DESH' TO DIS-PROGRAMME
            MOVE 'O' TO DIS-OBLIGATOIRE
            CALL 'PREFDIST' USING WS-ZONE-DIST
            IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
                MOVE 'O' TO DIS-FONCTION
                MOVE WS-LET-OBJET(1:60) TO DIS-TITRE
                CALL 'PREFDIST' USING WS-ZONE-DIST
            END-IF

      * LIGNE DE COMMANDE DE L'ATELIER (NON IMPRIMEE) AVANT LA PAGE
            IF DIS-PAPIER = 'O' AND DIS-LIGNE-ATELIER NOT = SPACES
                WRITE ENR-LETTRE FROM DIS-LIGNE-ATELIER
                    AFTER ADVANCING 1 LINE
            END-IF

            MOVE WS-LET-DATE TO DIS-LIGNE
            MOVE 0 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-DEST TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            IF CLI-CO-NOM NOT = SPACES
                MOVE WS-LET-CO-DEST TO DIS-LIGNE
                MOVE 1 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
            END-IF
            IF DIS-ADR-CORRESP = 'O'
                PERFORM SORTIR-ADRESSE
                    VARYING WS-IDX-ADR FROM 1 BY 1
                    UNTIL WS-IDX-ADR > 4
            END-IF
            MOVE WS-LET-OBJET TO DIS-LIGNE
            MOVE 3 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS1 TO DIS-LIGNE
            MOVE 3 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS2 TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS3 TO DIS-LIGNE
            MOVE 1 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS4 TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS5 TO DIS-LIGNE
            MOVE 1 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS6 TO DIS-LIGNE
            MOVE 1 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-SIGN TO DIS-LIGNE
            MOVE 3 TO DIS-SAUT
            PERFORM SORTIR-LIGNE

            IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
                MOVE 'T' TO DIS-FONCTION
                CALL 'PREFDIST' USING WS-ZONE-DIST
            END-IF

            PERFORM INDEXER-COURRIER.

      * UNE LIGNE DE LA LETTRE VERS CHAQUE CANAL RETENU : FLETTRE
      * POUR LE PAPIER (SAUT 0 = NOUVELLE PAGE), PREFDIST POUR LE
      * DEPOT SUR LE PORTAIL
       SORTIR-LIGNE.
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

       SORTIR-ADRESSE.
            IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
                MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
                MOVE WS-LET-ADRESSE TO DIS-LIGNE
                MOVE 1 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
            END-IF.

      * UNE LIGNE D'INDEX PAR LETTRE EMISE (CF. CORRPRES)
       INDEXER-COURRIER.
            MOVE SPACES TO ENR-COURRIER
            MOVE 'PJ42DESH' TO COU-PROGRAMME
            MOVE WS-LET-OBJET(1:60) TO COU-PREMIERE-LIGNE
            MOVE SPACE TO COU-REIMPRESSION
            IF DIS-ELECTRONIQUE = 'O'
                MOVE 'D' TO COU-CANAL
            ELSE
                MOVE 'P' TO COU-CANAL
            END-IF
            IF DIS-RETENU = 'O'
                MOVE 'R' TO COU-CANAL
            END-IF
            PERFORM ECRIRE-INDEX-COURRIER.

       ECRIRE-INDEX-COURRIER.
