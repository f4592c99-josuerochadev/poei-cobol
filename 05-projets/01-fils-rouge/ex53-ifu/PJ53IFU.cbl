       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ53IFU.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * IMPRIME FISCAL UNIQUE ANNUEL ET DECLARATION DES INTERETS
      *
      * EDITION DE JANVIER POUR L'ANNEE CHOISIE (SAISIE EN DEBUT DE
      * TRAITEMENT, 0 = ANNEE PRECEDENTE), A PARTIR DES CUMULS PAR
      * COMPTE ET PAR ANNEE DE FIFU TENUS PAR PJ24INTE :
      *   - UNE PAGE PAR CLIENT (FEDITION) : INTERETS IMPOSABLES,
      *     PRELEVEMENT FORFAITAIRE ET PRELEVEMENTS SOCIAUX RETENUS,
      *     INTERETS EXONERES POUR INFORMATION, DISPENSE DEPOSEE
      *   - LE FICHIER DE DECLARATION A L'ADMINISTRATION FISCALE
      *     (FDECLIFU) : UN ENTETE 'E', UNE LIGNE 'D' PAR CLIENT
      *     AYANT PERCU DES INTERETS IMPOSABLES, UN TOTAL 'T'
      * LES TOTAUX SONT RAPPROCHES DES MOUVEMENTS DE L'ANNEE
      * (ARCHIVE FARCHIVE PUIS VIVANT FFUSION, COMME PJ41RANN) :
      * INTERETS CREDITES (NATURE INT) ET PRELEVEMENTS DEBITES
      * (NATURE IMP). TOUT ECART EST EDITE ET L'ETAPE REND 4.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-IFU ASSIGN TO FIFU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IFU-CLE
                FILE STATUS IS WS-FS-IFU.

            SELECT F-CLIENT ASSIGN TO FCLIENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLI-NUM-COMPTE
                FILE STATUS IS WS-FS-CLI.

            SELECT F-FUSION ASSIGN TO FFUSION
                FILE STATUS IS WS-FS-FUSI.

            SELECT F-ARCHIVE ASSIGN TO FARCHIVE
                FILE STATUS IS WS-FS-ARCH.

            SELECT F-DECLAR ASSIGN TO FDECLIFU
                FILE STATUS IS WS-FS-DCL.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

      * CUMULS FISCAUX PAR COMPTE ET PAR ANNEE (DESSIN PJ24INTE)
       FD F-IFU.
       01 ENR-IFU.
           05 IFU-CLE.
               10 IFU-NUM-COMPTE   PIC 9(03).
               10 IFU-ANNEE        PIC 9(04).
           05 IFU-INTERETS         PIC 9(10)V99.
           05 IFU-INTERETS-EXO     PIC 9(10)V99.
           05 IFU-PRELEV-FORFAIT   PIC 9(10)V99.
           05 IFU-PRELEV-SOCIAUX   PIC 9(10)V99.
           05 IFU-DISPENSE         PIC X(01).
           05 IFU-NB-VERSEMENTS    PIC 9(03).
           05 IFU-DATE-MAJ         PIC X(10).
           05 FILLER               PIC X(11).

       FD F-CLIENT.
       01 ENR-CLIENT.
           05 CLI-NUM-COMPTE       PIC 9(03).
           05 CLI-CODE-REGION      PIC 9(02).
           05 CLI-NATURE-COMPTE    PIC 9(02).
           05 CLI-NOM              PIC X(10).
           05 CLI-PRENOM           PIC X(10).
           05 CLI-DATE-NAIS        PIC 9(08).
           05 CLI-SEXE             PIC X(01).
           05 CLI-ACTIVITE         PIC 9(02).
           05 CLI-SITUATION        PIC X(01).
           05 CLI-SOLDE            PIC S9(10)V99.
           05 CLI-POSITION         PIC X(02).
           05 CLI-AGENCE           PIC 9(02).
           05 CLI-DESHERENCE       PIC X(01).
           05 CLI-CO-NOM           PIC X(10).
           05 CLI-TYPE-COMPTE      PIC X(01).
           05 CLI-DECOUVERT-AUT    PIC 9(06)V99.
           05 CLI-DISPENSE         PIC X(01).
           05 FILLER               PIC X(04).

       FD F-FUSION.
       01 ENR-FUSION               PIC X(80).

       FD F-ARCHIVE.
       01 ENR-ARCHIVE              PIC X(80).

      * DECLARATION ANNUELLE DES INTERETS : ENTETE, DETAIL, TOTAL
       FD F-DECLAR.
       01 ENR-DECLAR.
           05 DCL-TYPE             PIC X(01).
           05 DCL-ANNEE            PIC 9(04).
           05 DCL-NUM-COMPTE       PIC 9(03).
           05 DCL-NOM              PIC X(10).
           05 DCL-PRENOM           PIC X(10).
           05 DCL-DATE-NAIS        PIC 9(08).
           05 DCL-INTERETS         PIC 9(10)V99.
           05 DCL-PRELEV-FORFAIT   PIC 9(10)V99.
           05 DCL-PRELEV-SOCIAUX   PIC 9(10)V99.
           05 DCL-DISPENSE         PIC X(01).
           05 FILLER               PIC X(07).
       01 ENR-DECLAR-ENTETE.
           05 DCE-TYPE             PIC X(01).
           05 DCE-ANNEE            PIC 9(04).
           05 DCE-DATE-CREATION    PIC X(10).
           05 DCE-PROGRAMME        PIC X(08).
           05 FILLER               PIC X(57).
       01 ENR-DECLAR-TOTAL.
           05 DCT-TYPE             PIC X(01).
           05 DCT-ANNEE            PIC 9(04).
           05 DCT-NB-DECLARES      PIC 9(07).
           05 DCT-INTERETS         PIC 9(12)V99.
           05 DCT-PRELEV-FORFAIT   PIC 9(12)V99.
           05 DCT-PRELEV-SOCIAUX   PIC 9(12)V99.
           05 FILLER               PIC X(26).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-IFU                PIC X(02).
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-FUSI               PIC X(02).
       01 WS-FS-ARCH               PIC X(02).
       01 WS-FS-DCL                PIC X(02).
       01 WS-FS-EDI                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * ANNEE DECLAREE, SAISIE EN DEBUT DE TRAITEMENT
       01 WS-ANNEE-SAISIE          PIC 9(04) VALUE 0.
       01 WS-ANNEE-IFU             PIC 9(04) VALUE 0.
       01 WS-ANNEE-IFU-X REDEFINES WS-ANNEE-IFU PIC X(04).

       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.

      * ZONE DE TRAVAIL MOUVEMENT (DESSIN FMOUV)
       01 WS-ENR.
           05 WS-NUM-COMPTE        PIC 9(03).
           05 WS-LIBELLE           PIC X(15).
           05 WS-MONTANT           PIC S9(06)V99.
           05 WS-SENS              PIC X(02).
           05 WS-NATURE            PIC X(03).
           05 WS-DATE.
               10 WS-DATE-ANNEE    PIC X(04).
               10 FILLER           PIC X(06).
           05 FILLER               PIC X(39).

      * CLIENT DU CUMUL EN COURS
       01 WS-CLIENT-CONNU          PIC 9(01) VALUE 0.
           88 CLIENT-CONNU         VALUE 1.

      * TOTAUX DES CUMULS FIFU DE L'ANNEE
       01 WS-NB-IFU                PIC 9(07) VALUE 0.
       01 WS-NB-DECLARES           PIC 9(07) VALUE 0.
       01 WS-NB-INCONNUS           PIC 9(05) VALUE 0.
       01 WS-IFU-INTERETS          PIC 9(12)V99 VALUE 0.
       01 WS-IFU-INTERETS-EXO      PIC 9(12)V99 VALUE 0.
       01 WS-IFU-PRELEV-FORFAIT    PIC 9(12)V99 VALUE 0.
       01 WS-IFU-PRELEV-SOCIAUX    PIC 9(12)V99 VALUE 0.

      * TOTAUX DES MOUVEMENTS DE L'ANNEE (RAPPROCHEMENT)
       01 WS-MVT-INTERETS          PIC 9(12)V99 VALUE 0.
       01 WS-MVT-PRELEV-FORFAIT    PIC 9(12)V99 VALUE 0.
       01 WS-MVT-PRELEV-SOCIAUX    PIC 9(12)V99 VALUE 0.
       01 WS-NB-ECARTS             PIC 9(01) VALUE 0.

      * UNE LIGNE DU RAPPROCHEMENT
       01 WS-RAP-CUMUL             PIC 9(12)V99 VALUE 0.
       01 WS-RAP-MOUVEMENTS        PIC 9(12)V99 VALUE 0.
       01 WS-RAP-ECART             PIC S9(12)V99 VALUE 0.

      * LIGNES D'EDITION
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.
       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE '*** IMPRIME FISCAL UNIQUE - REVENUS '.
           05 WS-TIT-ANNEE         PIC X(04).
           05 FILLER               PIC X(04) VALUE ' ***'.
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LIGNE-CLIENT.
           05 FILLER               PIC X(09) VALUE 'COMPTE : '.
           05 WS-ED-COMPTE         PIC 9(03).
           05 FILLER               PIC X(08) VALUE '  NOM : '.
           05 WS-ED-NOM            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ED-PRENOM         PIC X(10).
           05 FILLER               PIC X(12) VALUE '  NE(E) LE '.
           05 WS-ED-NAIS-JJ        PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-ED-NAIS-MM        PIC X(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-ED-NAIS-AAAA      PIC X(04).
           05 FILLER               PIC X(17) VALUE SPACES.

       01 WS-LIGNE-MONTANT.
           05 WS-MNT-ED-LIBELLE    PIC X(50).
           05 WS-MNT-ED-MONTANT    PIC Z(11)9.99.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-DISPENSE.
           05 FILLER               PIC X(50)
              VALUE 'DISPENSE DE PRELEVEMENT FORFAITAIRE DEPOSEE :'.
           05 WS-ED-DISPENSE       PIC X(03).
           05 FILLER               PIC X(27) VALUE SPACES.

       01 WS-LIGNE-VERSEMENTS.
           05 FILLER               PIC X(50)
              VALUE 'NOMBRE DE VERSEMENTS D''INTERETS DANS L''ANNEE :'.
           05 WS-ED-NB-VERS        PIC Z(02)9.
           05 FILLER               PIC X(27) VALUE SPACES.

       01 WS-LIGNE-RAP-TITRE.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(44)
              VALUE '*** RAPPROCHEMENT FIFU / MOUVEMENTS ANNEE '.
           05 WS-RAP-TIT-ANNEE     PIC X(04).
           05 FILLER               PIC X(16) VALUE ' ***'.

       01 WS-LIGNE-RAP-ENTETE.
           05 FILLER               PIC X(26) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE '      CUMULS FIFU'.
           05 FILLER               PIC X(18) VALUE '        MOUVEMENTS'.
           05 FILLER               PIC X(18) VALUE '             ECART'.

       01 WS-LIGNE-RAP.
           05 WS-RAP-ED-LIBELLE    PIC X(26).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RAP-ED-CUMUL      PIC Z(13)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RAP-ED-MVT        PIC Z(13)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RAP-ED-ECART      PIC -(13)9.99.

       01 WS-LIGNE-RAP-COMPTES.
           05 FILLER               PIC X(30)
              VALUE 'COMPTES AU FICHIER FIFU     : '.
           05 WS-RAP-ED-NB-IFU     PIC Z(06)9.
           05 FILLER               PIC X(20)
              VALUE '   DONT DECLARES  : '.
           05 WS-RAP-ED-NB-DCL     PIC Z(06)9.
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LIGNE-RAP-RESULTAT.
           05 WS-RAP-ED-RESULTAT   PIC X(80).

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ53IFU'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       PRINCIPAL.
            MOVE 'D' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ53IFU'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            DISPLAY 'ANNEE DECLAREE (AAAA, 0 = ANNEE PRECEDENTE) : '
            ACCEPT WS-ANNEE-SAISIE FROM SYSIN
            IF WS-ANNEE-SAISIE = 0
                COMPUTE WS-ANNEE-IFU = WS-ANNEE - 1
            ELSE
                MOVE WS-ANNEE-SAISIE TO WS-ANNEE-IFU
            END-IF
            DISPLAY 'ANNEE DECLAREE : ' WS-ANNEE-IFU
            MOVE WS-ANNEE-IFU-X TO WS-TIT-ANNEE
            MOVE WS-ANNEE-IFU-X TO WS-RAP-TIT-ANNEE

            OPEN INPUT F-IFU
            IF WS-FS-IFU NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FIFU : ' WS-FS-IFU
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT F-CLIENT
            IF WS-FS-CLI NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCLIENT : ' WS-FS-CLI
                CLOSE F-IFU
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT F-DECLAR
            OPEN OUTPUT F-EDITION

            PERFORM CUMULER-MOUVEMENTS

            MOVE SPACES TO ENR-DECLAR-ENTETE
            MOVE 'E' TO DCE-TYPE
            MOVE WS-ANNEE-IFU TO DCE-ANNEE
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO DCE-DATE-CREATION
            MOVE 'PJ53IFU' TO DCE-PROGRAMME
            WRITE ENR-DECLAR-ENTETE

            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-IFU
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        ADD 1 TO LOG-NB-LUS
                        IF IFU-ANNEE = WS-ANNEE-IFU
                            PERFORM TRAITER-CUMUL
                        END-IF
                END-READ
            END-PERFORM

            MOVE SPACES TO ENR-DECLAR-TOTAL
            MOVE 'T' TO DCT-TYPE
            MOVE WS-ANNEE-IFU TO DCT-ANNEE
            MOVE WS-NB-DECLARES TO DCT-NB-DECLARES
            MOVE WS-IFU-INTERETS TO DCT-INTERETS
            MOVE WS-IFU-PRELEV-FORFAIT TO DCT-PRELEV-FORFAIT
            MOVE WS-IFU-PRELEV-SOCIAUX TO DCT-PRELEV-SOCIAUX
            WRITE ENR-DECLAR-TOTAL

            PERFORM EDITER-RAPPROCHEMENT

            CLOSE F-IFU
            CLOSE F-CLIENT
            CLOSE F-DECLAR
            CLOSE F-EDITION

            DISPLAY 'IMPRIMES FISCAUX EDITES  : ' WS-NB-IFU
            DISPLAY 'CLIENTS DECLARES         : ' WS-NB-DECLARES
            DISPLAY 'COMPTES INCONNUS         : ' WS-NB-INCONNUS
            DISPLAY 'FIN DU PROGRAMME PJ53IFU'

            IF WS-NB-ECARTS > 0 OR WS-NB-INCONNUS > 0
                MOVE 4 TO RETURN-CODE
                MOVE '04' TO LOG-STATUT
            END-IF
            MOVE WS-NB-DECLARES TO LOG-NB-ECRITS
            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            GOBACK.

      * TOTAUX DES MOUVEMENTS DE L'ANNEE : L'ARCHIVE D'ABORD PUIS LE
      * VIVANT. SEULS LES CREDITS D'INTERETS ET LES DEBITS DE
      * PRELEVEMENTS SONT RETENUS
       CUMULER-MOUVEMENTS.
            OPEN INPUT F-ARCHIVE
            IF WS-FS-ARCH = '35'
                DISPLAY 'FARCHIVE ABSENT - VIVANT SEUL UTILISE'
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-ARCHIVE INTO WS-ENR
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM CUMULER-UN-MOUVEMENT
                    END-READ
                END-PERFORM
                CLOSE F-ARCHIVE
            END-IF

            OPEN INPUT F-FUSION
            IF WS-FS-FUSI NOT = '00'
                DISPLAY 'FFUSION INDISPONIBLE : ' WS-FS-FUSI
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-FUSION INTO WS-ENR
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM CUMULER-UN-MOUVEMENT
                    END-READ
                END-PERFORM
                CLOSE F-FUSION
            END-IF.

       CUMULER-UN-MOUVEMENT.
            IF WS-DATE-ANNEE = WS-ANNEE-IFU-X
                IF WS-NATURE = 'INT' AND WS-SENS = 'CR'
                    ADD WS-MONTANT TO WS-MVT-INTERETS
                END-IF
                IF WS-NATURE = 'IMP' AND WS-SENS = 'DB'
                    IF WS-LIBELLE = 'PRELEV FORFAIT'
                        ADD WS-MONTANT TO WS-MVT-PRELEV-FORFAIT
                    END-IF
                    IF WS-LIBELLE = 'PRELEV SOCIAUX'
                        ADD WS-MONTANT TO WS-MVT-PRELEV-SOCIAUX
                    END-IF
                END-IF
            END-IF.

      * UN CUMUL DE L'ANNEE : PAGE CLIENT ET, S'IL Y A DES INTERETS
      * IMPOSABLES, LIGNE DE DECLARATION
       TRAITER-CUMUL.
            ADD 1 TO WS-NB-IFU
            ADD IFU-INTERETS       TO WS-IFU-INTERETS
            ADD IFU-INTERETS-EXO   TO WS-IFU-INTERETS-EXO
            ADD IFU-PRELEV-FORFAIT TO WS-IFU-PRELEV-FORFAIT
            ADD IFU-PRELEV-SOCIAUX TO WS-IFU-PRELEV-SOCIAUX

            MOVE 0 TO WS-CLIENT-CONNU
            MOVE IFU-NUM-COMPTE TO CLI-NUM-COMPTE
            READ F-CLIENT
                INVALID KEY
                    ADD 1 TO WS-NB-INCONNUS
                    DISPLAY 'COMPTE INCONNU DANS FCLIENT : '
                            IFU-NUM-COMPTE
                NOT INVALID KEY
                    MOVE 1 TO WS-CLIENT-CONNU
            END-READ
            IF NOT CLIENT-CONNU
                MOVE SPACES TO CLI-NOM
                MOVE SPACES TO CLI-PRENOM
                MOVE 0 TO CLI-DATE-NAIS
            END-IF

            PERFORM EDITER-IMPRIME

            IF IFU-INTERETS > 0
                PERFORM ECRIRE-DECLARATION
            END-IF.

       EDITER-IMPRIME.
            MOVE IFU-NUM-COMPTE    TO WS-ED-COMPTE
            MOVE CLI-NOM           TO WS-ED-NOM
            MOVE CLI-PRENOM        TO WS-ED-PRENOM
            MOVE CLI-DATE-NAIS(7:2) TO WS-ED-NAIS-JJ
            MOVE CLI-DATE-NAIS(5:2) TO WS-ED-NAIS-MM
            MOVE CLI-DATE-NAIS(1:4) TO WS-ED-NAIS-AAAA

            WRITE ENR-EDITION FROM WS-LIGNE-SEP
                AFTER ADVANCING PAGE
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-CLIENT
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            MOVE 'INTERETS IMPOSABLES (CASE 2TR)                 :'
                TO WS-MNT-ED-LIBELLE
            MOVE IFU-INTERETS TO WS-MNT-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-MONTANT
            MOVE 'PRELEVEMENT FORFAITAIRE RETENU (CASE 2CK)      :'
                TO WS-MNT-ED-LIBELLE
            MOVE IFU-PRELEV-FORFAIT TO WS-MNT-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-MONTANT
            MOVE 'PRELEVEMENTS SOCIAUX RETENUS (CASE 2BH)        :'
                TO WS-MNT-ED-LIBELLE
            MOVE IFU-PRELEV-SOCIAUX TO WS-MNT-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-MONTANT
            MOVE 'INTERETS EXONERES (POUR INFORMATION)           :'
                TO WS-MNT-ED-LIBELLE
            MOVE IFU-INTERETS-EXO TO WS-MNT-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            IF IFU-DISPENSE = 'O'
                MOVE 'OUI' TO WS-ED-DISPENSE
            ELSE
                MOVE 'NON' TO WS-ED-DISPENSE
            END-IF
            WRITE ENR-EDITION FROM WS-LIGNE-DISPENSE
            MOVE IFU-NB-VERSEMENTS TO WS-ED-NB-VERS
            WRITE ENR-EDITION FROM WS-LIGNE-VERSEMENTS
            WRITE ENR-EDITION FROM WS-LIGNE-SEP.

       ECRIRE-DECLARATION.
            MOVE SPACES TO ENR-DECLAR
            MOVE 'D'                TO DCL-TYPE
            MOVE IFU-ANNEE          TO DCL-ANNEE
            MOVE IFU-NUM-COMPTE     TO DCL-NUM-COMPTE
            MOVE CLI-NOM            TO DCL-NOM
            MOVE CLI-PRENOM         TO DCL-PRENOM
            MOVE CLI-DATE-NAIS      TO DCL-DATE-NAIS
            MOVE IFU-INTERETS       TO DCL-INTERETS
            MOVE IFU-PRELEV-FORFAIT TO DCL-PRELEV-FORFAIT
            MOVE IFU-PRELEV-SOCIAUX TO DCL-PRELEV-SOCIAUX
            MOVE IFU-DISPENSE       TO DCL-DISPENSE
            WRITE ENR-DECLAR
            ADD 1 TO WS-NB-DECLARES.

      * LES INTERETS CREDITES DE L'ANNEE DOIVENT EGALER LES INTERETS
      * CUMULES (IMPOSABLES ET EXONERES), CHAQUE PRELEVEMENT DEBITE
      * SON CUMUL
       EDITER-RAPPROCHEMENT.
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
                AFTER ADVANCING PAGE
            WRITE ENR-EDITION FROM WS-LIGNE-RAP-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-RAP-ENTETE
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            MOVE 'INTERETS VERSES' TO WS-RAP-ED-LIBELLE
            COMPUTE WS-RAP-CUMUL = WS-IFU-INTERETS
                + WS-IFU-INTERETS-EXO
            MOVE WS-MVT-INTERETS TO WS-RAP-MOUVEMENTS
            PERFORM EDITER-LIGNE-RAP

            MOVE 'PRELEVEMENT FORFAITAIRE' TO WS-RAP-ED-LIBELLE
            MOVE WS-IFU-PRELEV-FORFAIT TO WS-RAP-CUMUL
            MOVE WS-MVT-PRELEV-FORFAIT TO WS-RAP-MOUVEMENTS
            PERFORM EDITER-LIGNE-RAP

            MOVE 'PRELEVEMENTS SOCIAUX' TO WS-RAP-ED-LIBELLE
            MOVE WS-IFU-PRELEV-SOCIAUX TO WS-RAP-CUMUL
            MOVE WS-MVT-PRELEV-SOCIAUX TO WS-RAP-MOUVEMENTS
            PERFORM EDITER-LIGNE-RAP

            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            MOVE WS-NB-IFU TO WS-RAP-ED-NB-IFU
            MOVE WS-NB-DECLARES TO WS-RAP-ED-NB-DCL
            WRITE ENR-EDITION FROM WS-LIGNE-RAP-COMPTES
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            IF WS-NB-ECARTS = 0
                MOVE 'RAPPROCHEMENT CORRECT : DECLARATION CONFORME'
                    TO WS-RAP-ED-RESULTAT
            ELSE
                MOVE 'ECART DE RAPPROCHEMENT : DECLARATION A CONTROLER'
                    TO WS-RAP-ED-RESULTAT
                DISPLAY 'ECART DE RAPPROCHEMENT FIFU / MOUVEMENTS'
            END-IF
            WRITE ENR-EDITION FROM WS-LIGNE-RAP-RESULTAT
            WRITE ENR-EDITION FROM WS-LIGNE-SEP.

       EDITER-LIGNE-RAP.
            COMPUTE WS-RAP-ECART = WS-RAP-CUMUL - WS-RAP-MOUVEMENTS
            IF WS-RAP-ECART NOT = 0
                MOVE 1 TO WS-NB-ECARTS
            END-IF
            MOVE WS-RAP-CUMUL      TO WS-RAP-ED-CUMUL
            MOVE WS-RAP-MOUVEMENTS TO WS-RAP-ED-MVT
            MOVE WS-RAP-ECART      TO WS-RAP-ED-ECART
            WRITE ENR-EDITION FROM WS-LIGNE-RAP.
