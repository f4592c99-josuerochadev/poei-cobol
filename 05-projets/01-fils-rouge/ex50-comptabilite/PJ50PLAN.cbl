       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ50PLAN.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * ENTRETIEN ET LISTE DU PLAN DE COMPTES DE L'INTERFACE COMPTABLE
      *
      * APPLIQUE AU PLAN DE COMPTES FPLANCPT (LU PAR PJ50CPTA POUR
      * TRADUIRE LES OPERATIONS DE LA CHAINE EN ECRITURES) LES
      * TRANSACTIONS DE LA COMPTABILITE (FPLCTRAN) :
      *   'A' = AJOUT D'UNE CORRESPONDANCE
      *   'M' = CHANGEMENT DE COMPTE GENERAL OU DE LIBELLE
      *   'S' = SUPPRESSION D'UNE CORRESPONDANCE
      * UNE CORRESPONDANCE EST IDENTIFIEE PAR SON TYPE ET SON CODE :
      *   'N' + CLI-NATURE-COMPTE (2 CHIFFRES) : COMPTE DE TIERS
      *   'M' + NATURE DE MOUVEMENT (VIR, CHQ, INT, COM, DSH...)
      *   'F' + TYPE DE FRAIS (NATURE FACTUREE PAR PJ40COMM)
      * LE COMPTE GENERAL EST NUMERIQUE SUR 8 POSITIONS. APRES
      * APPLICATION, LE PLAN COMPLET EST LISTE DANS FEDITION.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-PLAN ASSIGN TO FPLANCPT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-PLC.

            SELECT F-TRAN ASSIGN TO FPLCTRAN
                FILE STATUS IS WS-FS-TRN.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

       FD F-PLAN.
       01 ENR-PLAN.
           05 PLC-TYPE             PIC X(01).
           05 PLC-CODE             PIC X(03).
           05 PLC-COMPTE-GL        PIC X(08).
           05 PLC-LIBELLE          PIC X(25).
           05 FILLER               PIC X(43).

       FD F-TRAN.
       01 ENR-TRAN.
           05 TRN-CODE             PIC X(01).
           05 TRN-TYPE             PIC X(01).
           05 TRN-CODE-OPER        PIC X(03).
           05 TRN-COMPTE-GL        PIC X(08).
           05 TRN-LIBELLE          PIC X(25).
           05 FILLER               PIC X(42).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLC                PIC X(02).
       01 WS-FS-TRN                PIC X(02).
       01 WS-FS-EDI                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * TABLE DU PLAN DE COMPTES, CHARGEE PUIS REECRITE
       01 WS-NB-COMPTES            PIC 9(03) VALUE 0.
       01 WS-TAB-PLAN.
           05 WS-PLAN OCCURS 100 TIMES
                       INDEXED BY WS-IDX-PLC WS-IDX-SAV.
               10 WS-PLC-TYPE      PIC X(01).
               10 WS-PLC-CODE      PIC X(03).
               10 WS-PLC-COMPTE-GL PIC X(08).
               10 WS-PLC-LIBELLE   PIC X(25).

       01 WS-PLAN-TROUVE           PIC 9(03) VALUE 0.
       01 WS-MOTIF                 PIC X(20) VALUE SPACES.

      * COMPTEURS DU BILAN
       01 WS-NB-TRANS              PIC 9(05) VALUE 0.
       01 WS-NB-AJOUTS             PIC 9(05) VALUE 0.
       01 WS-NB-MODIFS             PIC 9(05) VALUE 0.
       01 WS-NB-SUPPR              PIC 9(05) VALUE 0.
       01 WS-NB-REFUS              PIC 9(05) VALUE 0.

      * LIGNES D'EDITION
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(48)
              VALUE '*** PLAN DE COMPTES DE L''INTERFACE COMPTABLE ***'.
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER               PIC X(06) VALUE 'TYPE  '.
           05 FILLER               PIC X(06) VALUE 'CODE  '.
           05 FILLER               PIC X(12) VALUE 'COMPTE GEN. '.
           05 FILLER               PIC X(25) VALUE 'LIBELLE'.
           05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-LIGNE-DETAIL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-TYPE          PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-DET-CODE          PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-DET-COMPTE-GL     PIC X(08).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-DET-LIBELLE       PIC X(25).
           05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-LIGNE-REFUS.
           05 FILLER               PIC X(20)
              VALUE '*** REFUSEE : '.
           05 WS-REF-CODE          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-REF-TYPE          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-REF-CODE-OPER     PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-REF-COMPTE-GL     PIC X(08).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 WS-REF-MOTIF         PIC X(20).
           05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       PRINCIPAL.
            DISPLAY 'DEBUT DU PROGRAMME PJ50PLAN'

            PERFORM CHARGER-PLAN

            OPEN OUTPUT F-EDITION
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            OPEN INPUT F-TRAN
            IF WS-FS-TRN NOT = '00'
                DISPLAY 'PAS DE TRANSACTIONS - LISTE SEULE'
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-TRAN
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-NB-TRANS
                            PERFORM TRAITER-TRANSACTION
                    END-READ
                END-PERFORM
                CLOSE F-TRAN
            END-IF

            PERFORM SAUVER-PLAN
            PERFORM LISTER-PLAN

            CLOSE F-EDITION

            DISPLAY 'TRANSACTIONS LUES : ' WS-NB-TRANS
            DISPLAY 'AJOUTS            : ' WS-NB-AJOUTS
            DISPLAY 'MODIFICATIONS     : ' WS-NB-MODIFS
            DISPLAY 'SUPPRESSIONS      : ' WS-NB-SUPPR
            DISPLAY 'REFUSEES          : ' WS-NB-REFUS
            DISPLAY 'COMPTES AU PLAN   : ' WS-NB-COMPTES
            DISPLAY 'FIN DU PROGRAMME PJ50PLAN'
            IF WS-NB-REFUS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

       CHARGER-PLAN.
            OPEN INPUT F-PLAN
            IF WS-FS-PLC = '35'
                DISPLAY 'FPLANCPT ABSENT - CREATION D UN PLAN NEUF'
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-PLAN
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
      * UN PLAN PLUS GROS QUE LA TABLE SERAIT TRONQUE PAR LA
      * REECRITURE FINALE : ABANDON AVANT TOUTE PERTE
                            IF WS-NB-COMPTES >= 100
                                DISPLAY 'FPLANCPT DEPASSE 100'
                                        ' COMPTES - ABANDON'
                                MOVE 8 TO RETURN-CODE
                                GOBACK
                            END-IF
                            ADD 1 TO WS-NB-COMPTES
                            MOVE ENR-PLAN(1:37)
                                TO WS-PLAN(WS-NB-COMPTES)
                    END-READ
                END-PERFORM
                CLOSE F-PLAN
            END-IF.

       SAUVER-PLAN.
            OPEN OUTPUT F-PLAN
            PERFORM VARYING WS-IDX-SAV FROM 1 BY 1
                    UNTIL WS-IDX-SAV > WS-NB-COMPTES
                MOVE SPACES TO ENR-PLAN
                MOVE WS-PLAN(WS-IDX-SAV) TO ENR-PLAN(1:37)
                WRITE ENR-PLAN
            END-PERFORM
            CLOSE F-PLAN.

       TRAITER-TRANSACTION.
            MOVE SPACES TO WS-MOTIF
            EVALUATE TRN-CODE
                WHEN 'A'
                    PERFORM AJOUTER-COMPTE THRU AJOUTER-COMPTE-FIN
                WHEN 'M'
                    PERFORM MODIFIER-COMPTE THRU MODIFIER-COMPTE-FIN
                WHEN 'S'
                    PERFORM SUPPRIMER-COMPTE
                WHEN OTHER
                    MOVE 'CODE INVALIDE' TO WS-MOTIF
            END-EVALUATE

            IF WS-MOTIF NOT = SPACES
                ADD 1 TO WS-NB-REFUS
                MOVE TRN-CODE      TO WS-REF-CODE
                MOVE TRN-TYPE      TO WS-REF-TYPE
                MOVE TRN-CODE-OPER TO WS-REF-CODE-OPER
                MOVE TRN-COMPTE-GL TO WS-REF-COMPTE-GL
                MOVE WS-MOTIF      TO WS-REF-MOTIF
                WRITE ENR-EDITION FROM WS-LIGNE-REFUS
            END-IF.

       CHERCHER-COMPTE.
            MOVE 0 TO WS-PLAN-TROUVE
            PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                    UNTIL WS-IDX-PLC > WS-NB-COMPTES
                IF WS-PLC-TYPE(WS-IDX-PLC) = TRN-TYPE
                    AND WS-PLC-CODE(WS-IDX-PLC) = TRN-CODE-OPER
                    SET WS-PLAN-TROUVE TO WS-IDX-PLC
                    SET WS-IDX-PLC TO WS-NB-COMPTES
                END-IF
            END-PERFORM.

      * CONTROLES COMMUNS A L'AJOUT ET A LA MODIFICATION
       CONTROLER-TRANSACTION.
            IF TRN-TYPE NOT = 'N' AND TRN-TYPE NOT = 'M'
                AND TRN-TYPE NOT = 'F'
                MOVE 'TYPE INVALIDE' TO WS-MOTIF
            END-IF
            IF WS-MOTIF = SPACES AND TRN-TYPE = 'N'
                IF TRN-CODE-OPER(1:2) NOT NUMERIC
                    OR TRN-CODE-OPER(3:1) NOT = SPACE
                    MOVE 'NATURE CPT INVALIDE' TO WS-MOTIF
                END-IF
            END-IF
            IF WS-MOTIF = SPACES AND TRN-CODE-OPER = SPACES
                MOVE 'CODE ABSENT' TO WS-MOTIF
            END-IF
            IF WS-MOTIF = SPACES AND TRN-COMPTE-GL NOT NUMERIC
                MOVE 'COMPTE GEN. INVALIDE' TO WS-MOTIF
            END-IF.

       AJOUTER-COMPTE.
            PERFORM CONTROLER-TRANSACTION
            IF WS-MOTIF NOT = SPACES
                GO TO AJOUTER-COMPTE-FIN
            END-IF
            PERFORM CHERCHER-COMPTE
            IF WS-PLAN-TROUVE > 0
                MOVE 'DEJA PRESENT' TO WS-MOTIF
                GO TO AJOUTER-COMPTE-FIN
            END-IF
            IF WS-NB-COMPTES >= 100
                MOVE 'TABLE PLEINE' TO WS-MOTIF
                GO TO AJOUTER-COMPTE-FIN
            END-IF

            ADD 1 TO WS-NB-COMPTES
            MOVE TRN-TYPE      TO WS-PLC-TYPE(WS-NB-COMPTES)
            MOVE TRN-CODE-OPER TO WS-PLC-CODE(WS-NB-COMPTES)
            MOVE TRN-COMPTE-GL TO WS-PLC-COMPTE-GL(WS-NB-COMPTES)
            MOVE TRN-LIBELLE   TO WS-PLC-LIBELLE(WS-NB-COMPTES)
            ADD 1 TO WS-NB-AJOUTS.

       AJOUTER-COMPTE-FIN.
            EXIT.

       MODIFIER-COMPTE.
            PERFORM CONTROLER-TRANSACTION
            IF WS-MOTIF NOT = SPACES
                GO TO MODIFIER-COMPTE-FIN
            END-IF
            PERFORM CHERCHER-COMPTE
            IF WS-PLAN-TROUVE = 0
                MOVE 'INTROUVABLE' TO WS-MOTIF
                GO TO MODIFIER-COMPTE-FIN
            END-IF

            SET WS-IDX-PLC TO WS-PLAN-TROUVE
            MOVE TRN-COMPTE-GL TO WS-PLC-COMPTE-GL(WS-IDX-PLC)
            IF TRN-LIBELLE NOT = SPACES
                MOVE TRN-LIBELLE TO WS-PLC-LIBELLE(WS-IDX-PLC)
            END-IF
            ADD 1 TO WS-NB-MODIFS.

       MODIFIER-COMPTE-FIN.
            EXIT.

       SUPPRIMER-COMPTE.
            PERFORM CHERCHER-COMPTE
            IF WS-PLAN-TROUVE = 0
                MOVE 'INTROUVABLE' TO WS-MOTIF
            ELSE
                SET WS-IDX-PLC TO WS-PLAN-TROUVE
                PERFORM UNTIL WS-IDX-PLC >= WS-NB-COMPTES
                    SET WS-IDX-SAV TO WS-IDX-PLC
                    SET WS-IDX-SAV UP BY 1
                    MOVE WS-PLAN(WS-IDX-SAV)
                        TO WS-PLAN(WS-IDX-PLC)
                    SET WS-IDX-PLC UP BY 1
                END-PERFORM
                SUBTRACT 1 FROM WS-NB-COMPTES
                ADD 1 TO WS-NB-SUPPR
            END-IF.

       LISTER-PLAN.
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                    UNTIL WS-IDX-PLC > WS-NB-COMPTES
                MOVE WS-PLC-TYPE(WS-IDX-PLC)      TO WS-DET-TYPE
                MOVE WS-PLC-CODE(WS-IDX-PLC)      TO WS-DET-CODE
                MOVE WS-PLC-COMPTE-GL(WS-IDX-PLC) TO WS-DET-COMPTE-GL
                MOVE WS-PLC-LIBELLE(WS-IDX-PLC)   TO WS-DET-LIBELLE
                WRITE ENR-EDITION FROM WS-LIGNE-DETAIL
            END-PERFORM
            WRITE ENR-EDITION FROM WS-LIGNE-SEP.
