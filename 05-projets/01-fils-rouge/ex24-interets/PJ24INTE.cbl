      * MOUVEMENTS AU FORMAT FMOUV (FMOUVINT) POUR QUE LA CHAINE
      * NORMALE LES REPRENNE, ET EDITE UN JOURNAL DES INTERETS
      * TOTALISE PAR NATURE DE COMPTE.
      *
      * FISCALITE DES INTERETS : SUR CHAQUE VERSEMENT IMPOSABLE SONT
      * PRELEVES A LA SOURCE LE PRELEVEMENT FORFAITAIRE (ACOMPTE
      * D'IMPOT SUR LE REVENU) ET LES PRELEVEMENTS SOCIAUX, AUX TAUX
      * SERVIS PAR PJ46PARM (SAISIE CONSOLE EN SECOURS) :
      *   TAUXPFU 9(02)V99 PRELEVEMENT FORFAITAIRE (DEFAUT 12,80)
      *   TAUXPS  9(02)V99 PRELEVEMENTS SOCIAUX (DEFAUT 17,20)
      * LE CLIENT QUI A DEPOSE SA DEMANDE DE DISPENSE (CLI-DISPENSE
      * = 'O' SUR LA FICHE CLIENT) N'A QUE LES PRELEVEMENTS SOCIAUX.
      * UNE NATURE EXONEREE (TAU-EXONERE = 'O' DANS FTAUX, LIVRETS
      * REGLEMENTES) NE SUBIT AUCUN PRELEVEMENT. LES PRELEVEMENTS
      * SONT ECRITS AU DEBIT DANS FMOUVINT (NATURE IMP) A COTE DU
      * CREDIT DES INTERETS BRUTS, ET CUMULES PAR COMPTE ET PAR
      * ANNEE DANS FIFU (INTERETS IMPOSABLES, INTERETS EXONERES,
      * PRELEVEMENTS) : PJ53IFU EN TIRE L'IMPRIME FISCAL UNIQUE.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

            SELECT F-IFU ASSIGN TO FIFU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IFU-CLE
                FILE STATUS IS WS-FS-IFU.

       DATA DIVISION.
       FILE SECTION.

      * PARAMETRE : UN TAUX ANNUEL PAR NATURE DE COMPTE. UN TAUX A
      * ZERO (OU UNE NATURE ABSENTE) SIGNIFIE NATURE NON REMUNEREE.
      * TAU-EXONERE = 'O' : INTERETS EXONERES DE TOUT PRELEVEMENT
       FD F-TAUX.
       01 ENR-TAUX.
           05 TAU-NATURE           PIC 9(02).
           05 TAU-TAUX             PIC 9(02)V9(02).
           05 TAU-EXONERE          PIC X(01).
           05 FILLER               PIC X(73).

       FD F-CLIENT.
       01 ENR-CLIENT.
           05 CLI-SITUATION        PIC X(01).
           05 CLI-SOLDE            PIC S9(10)V99.
           05 CLI-POSITION         PIC X(02).
           05 CLI-AGENCE           PIC 9(02).
           05 CLI-DESHERENCE       PIC X(01).
           05 CLI-CO-NOM           PIC X(10).
           05 CLI-TYPE-COMPTE      PIC X(01).
           05 CLI-DECOUVERT-AUT    PIC 9(06)V99.
      * 'O' : DISPENSE DU PRELEVEMENT FORFAITAIRE DEPOSEE
           05 CLI-DISPENSE         PIC X(01).
           05 FILLER               PIC X(04).

       FD F-MOUV-INT.
       01 ENR-MOUV-INT.
       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

      * CUMULS FISCAUX PAR COMPTE ET PAR ANNEE DE VERSEMENT, LUS EN
      * FIN D'ANNEE PAR PJ53IFU
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

       WORKING-STORAGE SECTION.
       01 WS-FS-TAUX               PIC X(02).
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-MVI                PIC X(02).
       01 WS-FS-EDI                PIC X(02).
       01 WS-FS-IFU                PIC X(02).

       01 WS-EOF-TAUX              PIC 9(01) VALUE 0.
       01 WS-EOF-CLI               PIC 9(01) VALUE 0.
                             INDEXED BY WS-IDX-NAT.
               10 WS-TAB-CODE      PIC 9(02).
               10 WS-TAB-TAUX      PIC 9(02)V9(02).
               10 WS-TAB-EXONERE   PIC X(01).
               10 WS-TAB-NB-CPT    PIC 9(05).
               10 WS-TAB-TOT-INT   PIC 9(12)V99.

       01 WS-TAUX-TROUVE           PIC 9(01) VALUE 0.
           88 TAUX-TROUVE          VALUE 1.
       01 WS-TAUX-COURANT          PIC 9(02)V9(02) VALUE 0.
       01 WS-EXONERE-COURANT       PIC X(01) VALUE SPACE.

      * INTERET CALCULE POUR LE COMPTE EN COURS (EN CENTIMES)
       01 WS-INTERET               PIC 9(06)V99 VALUE 0.

      * TAUX DE PRELEVEMENT, SERVIS PAR PJ46PARM
       01 WS-TAUX-PFU              PIC 9(02)V9(02) VALUE 0.
       01 WS-TAUX-PS               PIC 9(02)V9(02) VALUE 0.
       01 WS-PARM-NUM              PIC 9(04) VALUE 0.
       01 WS-SOURCE-PARAM          PIC X(07) VALUE 'CONSOLE'.

      * PRELEVEMENTS DU VERSEMENT EN COURS
       01 WS-PRELEV-FORFAIT        PIC 9(06)V99 VALUE 0.
       01 WS-PRELEV-SOCIAUX        PIC 9(06)V99 VALUE 0.
       01 WS-CODE-FISCAL           PIC X(01) VALUE SPACE.
       01 WS-PRL-LIBELLE           PIC X(15).
       01 WS-PRL-MONTANT           PIC 9(06)V99 VALUE 0.

      * MISE A JOUR DU CUMUL FISCAL DU COMPTE (FIFU)
       01 WS-ANNEE-IFU             PIC 9(04) VALUE 0.
       01 WS-IFU-NOUVEAU           PIC 9(01) VALUE 0.
           88 IFU-NOUVEAU          VALUE 1.

      * CUMULS GENERAUX
       01 WS-NB-MOUVEMENTS         PIC 9(05) VALUE 0.
       01 WS-TOT-INTERETS          PIC 9(12)V99 VALUE 0.
       01 WS-NB-PRELEVEMENTS       PIC 9(05) VALUE 0.
       01 WS-TOT-INT-EXONERES      PIC 9(12)V99 VALUE 0.
       01 WS-TOT-PRELEV-FORFAIT    PIC 9(12)V99 VALUE 0.
       01 WS-TOT-PRELEV-SOCIAUX    PIC 9(12)V99 VALUE 0.
       01 WS-NB-DISPENSES          PIC 9(05) VALUE 0.
       01 WS-NB-EXONERES           PIC 9(05) VALUE 0.
       01 WS-NB-IMPOSES            PIC 9(05) VALUE 0.

      * ZONE D'APPEL DU SERVICE CENTRAL DES PARAMETRES (PJ46PARM) :
      * LA VALEUR FPARAM PRIME, LA SAISIE CONSOLE RESTE EN SECOURS
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).

      * DATE DU JOUR AU FORMAT DES MOUVEMENTS (AAAA-MM-JJ)
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-MOUV             PIC X(10).

      * ZONE D'APPEL DU SOUS PROGRAMME JOUR OUVRE (PJ33JOUV) : LES
           05 FILLER               PIC X(08) VALUE 'TAUX    '.
           05 FILLER               PIC X(14) VALUE '        SOLDE '.
           05 FILLER               PIC X(12) VALUE '    INTERETS'.
           05 FILLER               PIC X(17) VALUE '   PREL.F  PR.SOC'.

       01 WS-LIGNE-DETAIL.
           05 WS-DET-COMPTE        PIC 9(03).
           05 WS-DET-SOLDE         PIC -(09)9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DET-INTERET       PIC Z(02)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-PFU           PIC Z(05)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-PS            PIC Z(05)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
      * E = NATURE EXONEREE, D = DISPENSE DU PRELEVEMENT FORFAITAIRE
           05 WS-DET-CODE          PIC X(01).

       01 WS-LIGNE-NATURE.
           05 FILLER               PIC X(17)
           05 WS-TOT-ED-INT        PIC Z(08)9.99.
           05 FILLER               PIC X(22) VALUE SPACES.

       01 WS-LIGNE-TAUX.
           05 FILLER               PIC X(28)
              VALUE 'TAUX PRELEVEMENT FORFAIT. : '.
           05 WS-TX-ED-PFU         PIC Z9.99.
           05 FILLER               PIC X(26)
              VALUE '   PRELEVEMENTS SOCIAUX : '.
           05 WS-TX-ED-PS          PIC Z9.99.
           05 FILLER               PIC X(02) VALUE ' ('.
           05 WS-TX-ED-SOURCE      PIC X(07).
           05 FILLER               PIC X(01) VALUE ')'.
           05 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LIGNE-FISCAL.
           05 WS-FIS-ED-LIBELLE    PIC X(36).
           05 WS-FIS-ED-NB         PIC Z(04)9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WS-FIS-ED-MONTANT    PIC Z(11)9.99.
           05 FILLER               PIC X(19) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
            DISPLAY 'DEBUT DU PROGRAMME PJ24INTE'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO JOUV-DATE-ENTREE
            MOVE 'P' TO JOUV-SENS
                GOBACK
            END-IF

            PERFORM CHARGER-TAUX-FISCAUX

      * SANS CUMUL FISCAL, LES PRELEVEMENTS NE POURRAIENT PAS ETRE
      * DECLARES : RIEN N'EST VERSE
            OPEN I-O F-IFU
            IF WS-FS-IFU = '35'
                OPEN OUTPUT F-IFU
                CLOSE F-IFU
                OPEN I-O F-IFU
            END-IF
            IF WS-FS-IFU NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FIFU : ' WS-FS-IFU
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT F-CLIENT
            OPEN OUTPUT F-MOUV-INT
            OPEN OUTPUT F-EDITION
            CLOSE F-CLIENT
            CLOSE F-MOUV-INT
            CLOSE F-EDITION
            CLOSE F-IFU

            DISPLAY 'MOUVEMENTS D INTERETS GENERES : '
                    WS-NB-MOUVEMENTS
            DISPLAY 'MOUVEMENTS DE PRELEVEMENT     : '
                    WS-NB-PRELEVEMENTS
            DISPLAY 'FIN DU PROGRAMME PJ24INTE'
            GOBACK.

                                TO WS-TAB-CODE(WS-NB-NATURES)
                            MOVE TAU-TAUX
                                TO WS-TAB-TAUX(WS-NB-NATURES)
                            MOVE TAU-EXONERE
                                TO WS-TAB-EXONERE(WS-NB-NATURES)
                            MOVE 0 TO WS-TAB-NB-CPT(WS-NB-NATURES)
                            MOVE 0 TO WS-TAB-TOT-INT(WS-NB-NATURES)
                        END-IF
            END-PERFORM
            CLOSE F-TAUX.

      * TAUX DE PRELEVEMENT : FPARAM D'ABORD, CONSOLE EN SECOURS, TAUX
      * LEGAL A DEFAUT
       CHARGER-TAUX-FISCAUX.
            MOVE 'PJ24INTE' TO PRM-PROGRAMME
            MOVE 'TAUXPFU' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:4) TO WS-PARM-NUM
                COMPUTE WS-TAUX-PFU = WS-PARM-NUM / 100
                MOVE 'FPARAM ' TO WS-SOURCE-PARAM
            ELSE
                DISPLAY 'TAUX PRELEVEMENT FORFAITAIRE (9(02)V99) : '
                ACCEPT WS-TAUX-PFU FROM SYSIN
            END-IF
            IF WS-TAUX-PFU = 0
                MOVE 12.80 TO WS-TAUX-PFU
            END-IF

            MOVE 'TAUXPS' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:4) TO WS-PARM-NUM
                COMPUTE WS-TAUX-PS = WS-PARM-NUM / 100
                MOVE 'FPARAM ' TO WS-SOURCE-PARAM
            ELSE
                DISPLAY 'TAUX PRELEVEMENTS SOCIAUX (9(02)V99) : '
                ACCEPT WS-TAUX-PS FROM SYSIN
            END-IF
            IF WS-TAUX-PS = 0
                MOVE 17.20 TO WS-TAUX-PS
            END-IF

            DISPLAY 'TAUX PRELEVEMENT FORFAITAIRE (' WS-SOURCE-PARAM
                    ') : ' WS-TAUX-PFU
            DISPLAY 'TAUX PRELEVEMENTS SOCIAUX    (' WS-SOURCE-PARAM
                    ') : ' WS-TAUX-PS.

      * SEULS LES COMPTES CREDITEURS DONT LA NATURE PORTE UN TAUX
      * NON NUL SONT REMUNERES
       TRAITER-CLIENT.
                    AND WS-TAB-TAUX(WS-IDX-NAT) > 0
                    MOVE 1 TO WS-TAUX-TROUVE
                    MOVE WS-TAB-TAUX(WS-IDX-NAT) TO WS-TAUX-COURANT
                    MOVE WS-TAB-EXONERE(WS-IDX-NAT)
                        TO WS-EXONERE-COURANT
                    COMPUTE WS-INTERET ROUNDED =
                        CLI-SOLDE * WS-TAUX-COURANT / 100
                    ADD 1 TO WS-TAB-NB-CPT(WS-IDX-NAT)
            END-PERFORM

            IF TAUX-TROUVE AND WS-INTERET > 0
                PERFORM CALCULER-PRELEVEMENTS
                PERFORM ECRIRE-MOUVEMENT
                PERFORM ECRIRE-PRELEVEMENTS
                PERFORM METTRE-A-JOUR-IFU
                PERFORM EDITER-DETAIL
            END-IF.

            ADD 1 TO WS-NB-MOUVEMENTS
            ADD WS-INTERET TO WS-TOT-INTERETS.

      * NATURE EXONEREE : AUCUN PRELEVEMENT. DISPENSE DEPOSEE : LES
      * PRELEVEMENTS SOCIAUX RESTENT DUS
       CALCULER-PRELEVEMENTS.
            MOVE 0 TO WS-PRELEV-FORFAIT
            MOVE 0 TO WS-PRELEV-SOCIAUX
            MOVE SPACE TO WS-CODE-FISCAL
            IF WS-EXONERE-COURANT = 'O'
                MOVE 'E' TO WS-CODE-FISCAL
                ADD 1 TO WS-NB-EXONERES
                ADD WS-INTERET TO WS-TOT-INT-EXONERES
            ELSE
                ADD 1 TO WS-NB-IMPOSES
                COMPUTE WS-PRELEV-SOCIAUX ROUNDED =
                    WS-INTERET * WS-TAUX-PS / 100
                IF CLI-DISPENSE = 'O'
                    MOVE 'D' TO WS-CODE-FISCAL
                    ADD 1 TO WS-NB-DISPENSES
                ELSE
                    COMPUTE WS-PRELEV-FORFAIT ROUNDED =
                        WS-INTERET * WS-TAUX-PFU / 100
                END-IF
            END-IF
            ADD WS-PRELEV-FORFAIT TO WS-TOT-PRELEV-FORFAIT
            ADD WS-PRELEV-SOCIAUX TO WS-TOT-PRELEV-SOCIAUX.

      * UN DEBIT PAR PRELEVEMENT, A LA DATE ET VALEUR DES INTERETS
       ECRIRE-PRELEVEMENTS.
            IF WS-PRELEV-FORFAIT > 0
                MOVE 'PRELEV FORFAIT'  TO WS-PRL-LIBELLE
                MOVE WS-PRELEV-FORFAIT TO WS-PRL-MONTANT
                PERFORM ECRIRE-UN-PRELEVEMENT
            END-IF
            IF WS-PRELEV-SOCIAUX > 0
                MOVE 'PRELEV SOCIAUX'  TO WS-PRL-LIBELLE
                MOVE WS-PRELEV-SOCIAUX TO WS-PRL-MONTANT
                PERFORM ECRIRE-UN-PRELEVEMENT
            END-IF.

       ECRIRE-UN-PRELEVEMENT.
            MOVE SPACES TO ENR-MOUV-INT
            MOVE CLI-NUM-COMPTE TO MVI-NUM-COMPTE
            MOVE WS-PRL-LIBELLE TO MVI-LIBELLE
            MOVE WS-PRL-MONTANT TO MVI-MONTANT
            MOVE 'DB'           TO MVI-SENS
            MOVE 'IMP'          TO MVI-NATURE
            MOVE WS-DATE-MOUV   TO MVI-DATE
            STRING WS-DATE-MOUV(1:4) WS-DATE-MOUV(6:2)
                   WS-DATE-MOUV(9:2)
                DELIMITED BY SIZE INTO MVI-DATE-VALEUR
            WRITE ENR-MOUV-INT
            ADD 1 TO WS-NB-PRELEVEMENTS.

      * CUMUL FISCAL DU COMPTE POUR L'ANNEE DU VERSEMENT : CREE AU
      * PREMIER VERSEMENT DE L'ANNEE, AUGMENTE ENSUITE
       METTRE-A-JOUR-IFU.
            MOVE WS-DATE-MOUV(1:4) TO WS-ANNEE-IFU
            MOVE CLI-NUM-COMPTE TO IFU-NUM-COMPTE
            MOVE WS-ANNEE-IFU   TO IFU-ANNEE
            MOVE 0 TO WS-IFU-NOUVEAU
            READ F-IFU
                INVALID KEY
                    MOVE 1 TO WS-IFU-NOUVEAU
            END-READ
            IF IFU-NOUVEAU
                MOVE SPACES TO ENR-IFU
                MOVE CLI-NUM-COMPTE TO IFU-NUM-COMPTE
                MOVE WS-ANNEE-IFU   TO IFU-ANNEE
                MOVE 0 TO IFU-INTERETS
                MOVE 0 TO IFU-INTERETS-EXO
                MOVE 0 TO IFU-PRELEV-FORFAIT
                MOVE 0 TO IFU-PRELEV-SOCIAUX
                MOVE 0 TO IFU-NB-VERSEMENTS
            END-IF

            IF WS-CODE-FISCAL = 'E'
                ADD WS-INTERET TO IFU-INTERETS-EXO
            ELSE
                ADD WS-INTERET TO IFU-INTERETS
            END-IF
            ADD WS-PRELEV-FORFAIT TO IFU-PRELEV-FORFAIT
            ADD WS-PRELEV-SOCIAUX TO IFU-PRELEV-SOCIAUX
            ADD 1 TO IFU-NB-VERSEMENTS
            IF CLI-DISPENSE = 'O'
                MOVE 'O' TO IFU-DISPENSE
            ELSE
                MOVE 'N' TO IFU-DISPENSE
            END-IF
            MOVE WS-DATE-MOUV TO IFU-DATE-MAJ

            IF IFU-NOUVEAU
                WRITE ENR-IFU
            ELSE
                REWRITE ENR-IFU
            END-IF
            IF WS-FS-IFU NOT = '00'
                DISPLAY 'ERREUR MISE A JOUR FIFU COMPTE '
                        CLI-NUM-COMPTE ' : ' WS-FS-IFU
                MOVE 4 TO RETURN-CODE
            END-IF.

       EDITER-DETAIL.
            MOVE CLI-NUM-COMPTE    TO WS-DET-COMPTE
            MOVE CLI-NOM           TO WS-DET-NOM
            MOVE WS-TAUX-COURANT   TO WS-DET-TAUX
            MOVE CLI-SOLDE         TO WS-DET-SOLDE
            MOVE WS-INTERET        TO WS-DET-INTERET
            MOVE WS-PRELEV-FORFAIT TO WS-DET-PFU
            MOVE WS-PRELEV-SOCIAUX TO WS-DET-PS
            MOVE WS-CODE-FISCAL    TO WS-DET-CODE
            WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.

       EDITER-TOTAUX.
            MOVE WS-TOT-INTERETS  TO WS-TOT-ED-INT
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            MOVE WS-TAUX-PFU     TO WS-TX-ED-PFU
            MOVE WS-TAUX-PS      TO WS-TX-ED-PS
            MOVE WS-SOURCE-PARAM TO WS-TX-ED-SOURCE
            WRITE ENR-EDITION FROM WS-LIGNE-TAUX
            MOVE 'INTERETS EXONERES    - COMPTES    :'
                TO WS-FIS-ED-LIBELLE
            MOVE WS-NB-EXONERES TO WS-FIS-ED-NB
            MOVE WS-TOT-INT-EXONERES TO WS-FIS-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-FISCAL
            MOVE 'PRELEV. FORFAITAIRES - DISPENSES  :'
                TO WS-FIS-ED-LIBELLE
            MOVE WS-NB-DISPENSES TO WS-FIS-ED-NB
            MOVE WS-TOT-PRELEV-FORFAIT TO WS-FIS-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-FISCAL
            MOVE 'PRELEVEMENTS SOCIAUX - COMPTES    :'
                TO WS-FIS-ED-LIBELLE
            MOVE WS-NB-IMPOSES TO WS-FIS-ED-NB
            MOVE WS-TOT-PRELEV-SOCIAUX TO WS-FIS-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-FISCAL
            WRITE ENR-EDITION FROM WS-LIGNE-SEP.
