      * PRODUIT UNE LETTRE PRETE A IMPRIMER (UNE PAR PAGE) DANS
      * FLETTRE AINSI QU'UN ETAT RECAPITULATIF AGENCE DANS FEDITION.
      * LES PETITS DECOUVERTS SOUS LE SEUIL NE SONT PAS COURRIERES.
      * CHAQUE LETTRE SUIT LES PREFERENCES DE DISTRIBUTION DU CLIENT
      * (MODULE PREFDIST) : PAPIER DANS FLETTRE, DEPOT SUR LE PORTAIL
      * CLIENT OU LES DEUX, GROS CARACTERES ET ADRESSE DE
      * CORRESPONDANCE POUR L'EDITION PAPIER.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * DECOUVERT AUTORISE NEGOCIE AU GUICHET (0 = AUCUN),
      * REPORTE CHAQUE NUIT DEPUIS COMPTE PAR LE BATCH DECOSYNC
           05 CLI-DECOUVERT-AUT    PIC 9(06)V99.
           05 CLI-DISPENSE         PIC X(01).
           05 FILLER               PIC X(04).

       FD F-LETTRE.
       01 ENR-LETTRE               PIC X(80).
           05 COU-PROGRAMME        PIC X(08).
           05 COU-PREMIERE-LIGNE   PIC X(60).
           05 COU-REIMPRESSION     PIC X(01).
           05 COU-CANAL            PIC X(01).
           05 COU-RETOUR           PIC X(01).
           05 FILLER               PIC X(09).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLI                PIC X(02).
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-EDIT             PIC X(10).

      * ZONE D'APPEL DU SOUS PROGRAMME JOUR OUVRE (PJ33JOUV)
           05 JOUV-DATE-SORTIE     PIC X(10).
           05 JOUV-CODE-RETOUR     PIC 9(01).

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
       01 WS-NB-LETTRES            PIC 9(05) VALUE 0.
       01 WS-TOT-DECOUVERT         PIC 9(12)V99 VALUE 0.
           05 WS-LET-CO-NOM        PIC X(10).
           05 FILLER               PIC X(57) VALUE SPACES.

      * ADRESSE DE CORRESPONDANCE CHOISIE PAR LE CLIENT
       01 WS-LET-ADRESSE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-LET-ADR-LIGNE     PIC X(30).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-OBJET.
           05 FILLER               PIC X(40)
              VALUE 'OBJET : POSITION DEBITRICE DE VOTRE'.
            DISPLAY 'SEUIL RETENU (' WS-SOURCE-PARAM ') : ' WS-SEUIL

      * DATE DES LETTRES = JOUR OUVRE PRECEDENT OU EGAL A CE JOUR
            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO JOUV-DATE-ENTREE
            MOVE 'P' TO JOUV-SENS
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            MOVE 'F' TO DIS-FONCTION
            CALL 'PREFDIST' USING WS-ZONE-DIST

            CLOSE F-CLIENT
            CLOSE F-LETTRE
            CLOSE F-EDITION
            MOVE CLI-NUM-COMPTE TO WS-LET-COMPTE
            MOVE WS-DECOUVERT TO WS-LET-SOLDE

      * PREFERENCE DE DISTRIBUTION DU CLIENT POUR CETTE LETTRE
            MOVE 'P' TO DIS-FONCTION
            MOVE CLI-NUM-COMPTE TO DIS-CLIENT
            MOVE 'DEC' TO DIS-TYPE
            MOVE 'PJ23DECO' TO DIS-PROGRAMME
            MOVE 'N' TO DIS-OBLIGATOIRE
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
            IF CLI-DECOUVERT-AUT NUMERIC
                AND WS-DECOUVERT <= CLI-DECOUVERT-AUT
                AND CLI-DECOUVERT-AUT > 0
                MOVE WS-LET-CADRE TO DIS-LIGNE
            ELSE
                MOVE WS-LET-HORS-CADRE TO DIS-LIGNE
            END-IF
            MOVE 1 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS4 TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
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

      * UNE LIGNE D'INDEX PAR LETTRE EMISE : C'EST ELLE QUI PERMET
      * DE PROUVER L'ENVOI ET DE REIMPRIMER DEPUIS LE GUICHET
       INDEXER-COURRIER.
            MOVE 'PJ23DECO' TO COU-PROGRAMME
            MOVE WS-LET-OBJET(1:60) TO COU-PREMIERE-LIGNE
            MOVE SPACE TO COU-REIMPRESSION
            PERFORM CANAL-COURRIER
            PERFORM ECRIRE-INDEX-COURRIER.

      * CANAL DE L'ENVOI PORTE A L'INDEX : 'P' PAPIER, 'E' PORTAIL,
      * 'D' LES DEUX, 'R' RETENU (ADRESSE INVALIDE)
       CANAL-COURRIER.
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
            END-IF.

       ECRIRE-INDEX-COURRIER.
            WRITE ENR-COURRIER
                INVALID KEY
