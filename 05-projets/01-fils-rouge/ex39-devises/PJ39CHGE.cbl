      * LATENT DU MOIS, EDITE PAR DEVISE AVEC UN TOTAL GENERAL.
      * UNE DEVISE SORTIE DE LA COTE DEPUIS LA COMPTABILISATION EST
      * SIGNALEE ET VALORISEE A SON COURS D'ORIGINE (ECART NUL).
      * LE CHANGE MANUEL DE BILLETS AU GUICHET (FICHIER FCHGGUI,
      * EXTRAIT DU JOURNAL CHGJRN PAR CHGEXTR, FACULTATIF) EST EDITE
      * PAR DEVISE : OPERATIONS, MONTANT EN DEVISE, CONTRE-VALEUR,
      * MARGE DE CHANGE ET COMMISSIONS. LA MARGE DU GUICHET S'AJOUTE
      * AU RESULTAT LATENT DANS LE RESULTAT DE CHANGE GLOBAL.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-DEV.

            SELECT OPTIONAL F-CHGGUI ASSIGN TO FCHGGUI
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-GUI.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

           05 DEV-LIBELLE          PIC X(20).
           05 FILLER               PIC X(39).

      * OPERATIONS DE CHANGE AU GUICHET DU MOIS (CF. CHGEXTR)
       FD F-CHGGUI.
       01 ENR-CHGGUI.
           05 GUI-DATE             PIC X(08).
           05 GUI-AGENCE           PIC X(05).
           05 GUI-SENS             PIC X(01).
           05 GUI-DEVISE           PIC X(03).
           05 GUI-MONTANT-DEV      PIC 9(07).
           05 GUI-CONTREVALEUR     PIC 9(07)V99.
           05 GUI-MARGE            PIC 9(07)V99.
           05 GUI-COMMISSION       PIC 9(05)V99.
           05 GUI-NUMERO           PIC 9(08).
           05 FILLER               PIC X(23).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       01 WS-FS-FUSI               PIC X(02).
       01 WS-FS-DEV                PIC X(02).
       01 WS-FS-EDI                PIC X(02).
       01 WS-FS-GUI                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

       01 WS-VALEUR-CLOTURE        PIC S9(08)V99 VALUE 0.
       01 WS-ECART                 PIC S9(11)V99 VALUE 0.

      * CUMULS DU CHANGE AU GUICHET PAR DEVISE
       01 WS-GUICHET-LU            PIC 9(01) VALUE 0.
       01 WS-NB-GUICHETS           PIC 9(02) VALUE 0.
       01 WS-TAB-GUICHETS.
           05 WS-GUICHET OCCURS 20 TIMES
                          INDEXED BY WS-IDX-GCH.
               10 WS-GCH-DEVISE        PIC X(03).
               10 WS-GCH-NB            PIC 9(07).
               10 WS-GCH-MT-DEVISE     PIC 9(11).
               10 WS-GCH-CONTREVALEUR  PIC 9(11)V99.
               10 WS-GCH-MARGE         PIC 9(11)V99.
               10 WS-GCH-COMMISSION    PIC 9(11)V99.
       01 WS-GUICHET-TROUVE        PIC 9(02) VALUE 0.

      * TOTAUX GENERAUX
       01 WS-NB-LUS                PIC 9(07) VALUE 0.
       01 WS-NB-DEVISE-MVT         PIC 9(07) VALUE 0.
       01 WS-TOT-ECART             PIC S9(12)V99 VALUE 0.
       01 WS-NB-CHANGE-GUI         PIC 9(07) VALUE 0.
       01 WS-TOT-MARGE-GUI         PIC 9(12)V99 VALUE 0.
       01 WS-TOT-COMM-GUI          PIC 9(12)V99 VALUE 0.
       01 WS-TOT-GLOBAL            PIC S9(12)V99 VALUE 0.

      * LIGNES D'EDITION
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.
           05 WS-TOT-ED-ECART      PIC -(11)9.99.
           05 FILLER               PIC X(38) VALUE SPACES.

       01 WS-LIGNE-TITRE-GUI.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(48)
              VALUE '*** CHANGE MANUEL AU GUICHET PAR DEVISE ***'.
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LIGNE-ENTETE-GUI.
           05 FILLER               PIC X(07) VALUE 'DEVISE '.
           05 FILLER               PIC X(09) VALUE '  NB OPE '.
           05 FILLER               PIC X(15) VALUE '      MT DEVISE'.
           05 FILLER               PIC X(15) VALUE '  CONTRE-VALEUR'.
           05 FILLER               PIC X(15) VALUE '          MARGE'.
           05 FILLER               PIC X(15) VALUE '     COMMISSION'.
           05 FILLER               PIC X(04) VALUE SPACES.

       01 WS-LIGNE-DETAIL-GUI.
           05 WS-DGU-DEVISE        PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DGU-NB            PIC Z(06)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DGU-MT-DEVISE     PIC Z(12)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DGU-CONTREVALEUR  PIC Z(09)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DGU-MARGE         PIC Z(09)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DGU-COMMISSION    PIC Z(09)9.99.
           05 FILLER               PIC X(11) VALUE SPACES.

       01 WS-LIGNE-TOTAL-GUI.
           05 WS-TGU-LIBELLE       PIC X(26).
           05 WS-TGU-MONTANT       PIC -(11)9.99.
           05 FILLER               PIC X(39) VALUE SPACES.

       01 WS-LIGNE-SANS-GUI.
           05 FILLER               PIC X(50)
              VALUE 'CHANGE GUICHET NON FOURNI (FCHGGUI ABSENT)'.
           05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
            END-PERFORM
            CLOSE F-FUSION

            PERFORM CHARGER-CHANGE-GUICHET

            PERFORM EDITER-RAPPORT

            DISPLAY 'MOUVEMENTS LUS       : ' WS-NB-LUS
            DISPLAY 'MOUVEMENTS EN DEVISE : ' WS-NB-DEVISE-MVT
            DISPLAY 'CHANGES AU GUICHET   : ' WS-NB-CHANGE-GUI
            DISPLAY 'FIN DU PROGRAMME PJ39CHGE'

            MOVE 'F' TO LOG-TYPE
                MOVE 0 TO WS-EOF
            END-IF.

      * CHANGE AU GUICHET DU MOIS, CUMULE PAR DEVISE ; FICHIER
      * FACULTATIF : ABSENT, LA SECTION LE SIGNALE
       CHARGER-CHANGE-GUICHET.
            OPEN INPUT F-CHGGUI
            IF WS-FS-GUI NOT = '00' AND WS-FS-GUI NOT = '05'
                DISPLAY 'FCHGGUI NON LU : ' WS-FS-GUI
            ELSE
                IF WS-FS-GUI = '00'
                    MOVE 1 TO WS-GUICHET-LU
                END-IF
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-CHGGUI
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO LOG-NB-LUS
                            PERFORM CUMULER-CHANGE-GUICHET
                                THRU CUMULER-CHANGE-GUICHET-FIN
                    END-READ
                END-PERFORM
                CLOSE F-CHGGUI
                MOVE 0 TO WS-EOF
            END-IF.

       CUMULER-CHANGE-GUICHET.
            IF GUI-DEVISE = SPACES
                OR GUI-MONTANT-DEV NOT NUMERIC
                OR GUI-CONTREVALEUR NOT NUMERIC
                OR GUI-MARGE NOT NUMERIC
                OR GUI-COMMISSION NOT NUMERIC
                DISPLAY 'CHANGE GUICHET ECARTE : ' GUI-NUMERO
                GO TO CUMULER-CHANGE-GUICHET-FIN
            END-IF

            MOVE 0 TO WS-GUICHET-TROUVE
            PERFORM VARYING WS-IDX-GCH FROM 1 BY 1
                    UNTIL WS-IDX-GCH > WS-NB-GUICHETS
                IF WS-GCH-DEVISE(WS-IDX-GCH) = GUI-DEVISE
                    SET WS-GUICHET-TROUVE TO WS-IDX-GCH
                    SET WS-IDX-GCH TO WS-NB-GUICHETS
                END-IF
            END-PERFORM
            IF WS-GUICHET-TROUVE = 0
                IF WS-NB-GUICHETS = 20
                    DISPLAY 'TABLE DES DEVISES GUICHET PLEINE : '
                            GUI-DEVISE
                    GO TO CUMULER-CHANGE-GUICHET-FIN
                END-IF
                ADD 1 TO WS-NB-GUICHETS
                MOVE GUI-DEVISE TO WS-GCH-DEVISE(WS-NB-GUICHETS)
                MOVE 0 TO WS-GCH-NB(WS-NB-GUICHETS)
                MOVE 0 TO WS-GCH-MT-DEVISE(WS-NB-GUICHETS)
                MOVE 0 TO WS-GCH-CONTREVALEUR(WS-NB-GUICHETS)
                MOVE 0 TO WS-GCH-MARGE(WS-NB-GUICHETS)
                MOVE 0 TO WS-GCH-COMMISSION(WS-NB-GUICHETS)
                MOVE WS-NB-GUICHETS TO WS-GUICHET-TROUVE
            END-IF

            ADD 1 TO WS-NB-CHANGE-GUI
            SET WS-IDX-GCH TO WS-GUICHET-TROUVE
            ADD 1                TO WS-GCH-NB(WS-IDX-GCH)
            ADD GUI-MONTANT-DEV  TO WS-GCH-MT-DEVISE(WS-IDX-GCH)
            ADD GUI-CONTREVALEUR TO WS-GCH-CONTREVALEUR(WS-IDX-GCH)
            ADD GUI-MARGE        TO WS-GCH-MARGE(WS-IDX-GCH)
            ADD GUI-COMMISSION   TO WS-GCH-COMMISSION(WS-IDX-GCH)
            ADD GUI-MARGE        TO WS-TOT-MARGE-GUI
            ADD GUI-COMMISSION   TO WS-TOT-COMM-GUI.

       CUMULER-CHANGE-GUICHET-FIN.
            EXIT.

       CUMULER-MOUVEMENT.
            IF FUS-DEVISE = SPACES OR FUS-DEVISE = 'EUR'
                GO TO CUMULER-MOUVEMENT-FIN
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            PERFORM EDITER-CHANGE-GUICHET
            CLOSE F-EDITION.

      * SECTION DU CHANGE AU GUICHET ET RESULTAT GLOBAL (LATENT DES
      * MOUVEMENTS EN DEVISE PLUS MARGE DU GUICHET)
       EDITER-CHANGE-GUICHET.
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE-GUI
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            IF WS-GUICHET-LU = 0
                WRITE ENR-EDITION FROM WS-LIGNE-SANS-GUI
            ELSE
                WRITE ENR-EDITION FROM WS-LIGNE-ENTETE-GUI
                WRITE ENR-EDITION FROM WS-LIGNE-VIDE
                PERFORM VARYING WS-IDX-GCH FROM 1 BY 1
                        UNTIL WS-IDX-GCH > WS-NB-GUICHETS
                    MOVE WS-GCH-DEVISE(WS-IDX-GCH) TO WS-DGU-DEVISE
                    MOVE WS-GCH-NB(WS-IDX-GCH)     TO WS-DGU-NB
                    MOVE WS-GCH-MT-DEVISE(WS-IDX-GCH)
                        TO WS-DGU-MT-DEVISE
                    MOVE WS-GCH-CONTREVALEUR(WS-IDX-GCH)
                        TO WS-DGU-CONTREVALEUR
                    MOVE WS-GCH-MARGE(WS-IDX-GCH)  TO WS-DGU-MARGE
                    MOVE WS-GCH-COMMISSION(WS-IDX-GCH)
                        TO WS-DGU-COMMISSION
                    WRITE ENR-EDITION FROM WS-LIGNE-DETAIL-GUI
                    ADD 1 TO LOG-NB-ECRITS
                END-PERFORM
            END-IF

            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            MOVE 'MARGE DE CHANGE GUICHET  :' TO WS-TGU-LIBELLE
            MOVE WS-TOT-MARGE-GUI TO WS-TGU-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL-GUI
            MOVE 'COMMISSIONS DE CHANGE    :' TO WS-TGU-LIBELLE
            MOVE WS-TOT-COMM-GUI TO WS-TGU-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL-GUI
            COMPUTE WS-TOT-GLOBAL = WS-TOT-ECART + WS-TOT-MARGE-GUI
            MOVE 'RESULTAT DE CHANGE GLOBAL:' TO WS-TGU-LIBELLE
            MOVE WS-TOT-GLOBAL TO WS-TGU-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL-GUI
            WRITE ENR-EDITION FROM WS-LIGNE-SEP.
