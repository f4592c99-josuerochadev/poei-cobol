      * CLI-SOLDE (POSITION OFFICIELLE DE FCLIENT), CE QUI GARANTIT
      * QUE LE RELEVE SE RACCORDE EXACTEMENT AU SOLDE DU FICHIER
      * CLIENT. LES MOUVEMENTS DES AUTRES ANNEES SONT IGNORES.
      * CHAQUE RELEVE SUIT LES PREFERENCES DE DISTRIBUTION DU CLIENT
      * (MODULE PREFDIST) : PAPIER DANS FEDITION, DEPOT SUR LE
      * PORTAIL CLIENT OU LES DEUX.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NB-RELEVES            PIC 9(05) VALUE 0.
       01 WS-NB-INCONNUS           PIC 9(05) VALUE 0.

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

      * LIGNES D'EDITION
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.

           05 WS-ED-PRENOM         PIC X(10).
           05 FILLER               PIC X(39) VALUE SPACES.

      * ADRESSE DE CORRESPONDANCE CHOISIE PAR LE CLIENT
       01 WS-LIGNE-ADRESSE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-ED-ADR-LIGNE      PIC X(30).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LIGNE-JANVIER.
           05 FILLER               PIC X(22)
              VALUE 'SOLDE AU 1ER JANVIER :'.
                INPUT PROCEDURE IS SELECTION
                OUTPUT PROCEDURE IS EDITION

            MOVE 'F' TO DIS-FONCTION
            CALL 'PREFDIST' USING WS-ZONE-DIST

            CLOSE F-CLIENT
            CLOSE F-EDITION

            MOVE WS-SOLDE-JANVIER TO WS-ED-SOLDE-JANV
            MOVE WS-SOLDE-CLOTURE TO WS-ED-SOLDE-CLOT

      * PREFERENCE DE DISTRIBUTION DU CLIENT POUR CE RELEVE
            MOVE 'P' TO DIS-FONCTION
            MOVE WS-NUM-PRECEDENT TO DIS-CLIENT
            MOVE 'RLV' TO DIS-TYPE
            MOVE 'PJ41RANN' TO DIS-PROGRAMME
            MOVE 'N' TO DIS-OBLIGATOIRE
            CALL 'PREFDIST' USING WS-ZONE-DIST
            IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
                MOVE SPACES TO DIS-TITRE
                STRING 'RELEVE ANNUEL ' WS-ANNEE-RELEVE
                       ' DU COMPTE ' WS-NUM-PRECEDENT
                    DELIMITED BY SIZE INTO DIS-TITRE
                MOVE 'O' TO DIS-FONCTION
                CALL 'PREFDIST' USING WS-ZONE-DIST
            END-IF

      * LIGNE DE COMMANDE DE L'ATELIER (NON IMPRIMEE) AVANT LA PAGE
            IF DIS-PAPIER = 'O' AND DIS-LIGNE-ATELIER NOT = SPACES
                WRITE ENR-EDITION FROM DIS-LIGNE-ATELIER
                    AFTER ADVANCING 1 LINE
            END-IF

            MOVE WS-LIGNE-SEP TO DIS-LIGNE
            MOVE 0 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE 1 TO DIS-SAUT
            MOVE WS-LIGNE-TITRE TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            MOVE WS-LIGNE-SEP TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            MOVE WS-LIGNE-CLIENT TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            IF DIS-ADR-CORRESP = 'O'
                PERFORM SORTIR-ADRESSE
                    VARYING WS-IDX-ADR FROM 1 BY 1
                    UNTIL WS-IDX-ADR > 4
            END-IF
            MOVE WS-LIGNE-VIDE TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            MOVE WS-LIGNE-JANVIER TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            MOVE WS-LIGNE-VIDE TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            MOVE WS-LIGNE-ENTETE TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            MOVE WS-LIGNE-VIDE TO DIS-LIGNE
            PERFORM SORTIR-LIGNE

            PERFORM VARYING WS-IDX-MOI FROM 1 BY 1
                    UNTIL WS-IDX-MOI > 12
                MOVE WS-MOI-CREDIT(WS-IDX-MOI)
                    TO WS-MOI-ED-CREDIT
                MOVE WS-SOLDE-COURANT         TO WS-MOI-ED-SOLDE
                MOVE WS-LIGNE-MOIS TO DIS-LIGNE
                PERFORM SORTIR-LIGNE
            END-PERFORM

            MOVE WS-LIGNE-VIDE TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            MOVE WS-LIGNE-CLOTURE TO DIS-LIGNE
            PERFORM SORTIR-LIGNE
            MOVE WS-LIGNE-SEP TO DIS-LIGNE
            PERFORM SORTIR-LIGNE

            IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
                MOVE 'T' TO DIS-FONCTION
                CALL 'PREFDIST' USING WS-ZONE-DIST
            END-IF
            ADD 1 TO WS-NB-RELEVES.

       EDITER-RELEVE-FIN.
            EXIT.

      * UNE LIGNE DU RELEVE VERS CHAQUE CANAL RETENU : FEDITION POUR
      * LE PAPIER (SAUT 0 = NOUVELLE PAGE), PREFDIST POUR LE DEPOT
      * SUR LE PORTAIL
       SORTIR-LIGNE.
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

       SORTIR-ADRESSE.
            IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
                MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-ED-ADR-LIGNE
                MOVE WS-LIGNE-ADRESSE TO DIS-LIGNE
                PERFORM SORTIR-LIGNE
            END-IF.
