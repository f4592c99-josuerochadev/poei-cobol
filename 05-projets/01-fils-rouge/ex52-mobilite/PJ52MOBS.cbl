       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ52MOBS.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * MOBILITE BANCAIRE : DEPART D'UN CLIENT VERS UNE AUTRE BANQUE
      *
      * TIENT LE REGISTRE DES DEPARTS FMOBREG (UN ENREGISTREMENT PAR
      * COMPTE, REECRIT EN FIN DE TRAITEMENT COMME FFRAGIL PAR
      * PJ51FRAG). TRAITEMENT QUOTIDIEN EN TROIS TEMPS :
      *   1. DEMANDES DU JOUR (FMOBDEM, FACULTATIF, VIDE APRES
      *      LECTURE) : COMPTE, DATE DE BASCULE CONVENUE, IBAN DU
      *      NOUVEAU COMPTE. UNE DEMANDE ACCEPTEE ENTRE AU REGISTRE
      *      ('A' = BASCULE PROGRAMMEE) ET LA LISTE DES VIREMENTS
      *      PERMANENTS ACTIFS (FVIRPERM) ET DES MANDATS ACTIFS
      *      (FMANDAT) DU COMPTE EST ECRITE POUR LA NOUVELLE BANQUE
      *      DANS FMOBSOR (DESSIN D'ECHANGE DE PJ52MOBE)
      *   2. A LA DATE DE BASCULE : UNE TRANSACTION 'S' PAR ORDRE
      *      ACTIF (FVPTRAN) ET PAR MANDAT ACTIF (FMANTRAN) ARRETE
      *      LES OPERATIONS ; LE COMPTE PASSE EN REDIRECTION ('R')
      *      JUSQU'A LA DATE DE FIN (BASCULE + DUREEREDIR MOIS)
      *   3. APRES LA DATE DE FIN : LA REDIRECTION EST CLOSE ('T')
      * PENDANT LA REDIRECTION, PJ38IMPO REACHEMINE LES VIREMENTS
      * RECUS VERS LE NOUVEAU COMPTE (FVIRSOR) ET PJ37PREL RETOURNE
      * LES PRELEVEMENTS AU CREANCIER (MOTIF MOB) ; TOUS DEUX LES
      * NOTENT DANS LE JOURNAL FMOBRED, D'OU PJ52AVIS TIRE L'AVIS
      * MENSUEL AU CLIENT.
      * PARAMETRE (PJ46PARM, SAISIE CONSOLE EN SECOURS) :
      *   DUREEREDIR 9(02) MOIS DE REDIRECTION (DEFAUT 13)
      * A LANCER AVANT PJ36VPER ET PJ37MAND. UN ETAT DES EVENEMENTS
      * EST EDITE DANS FEDITION ; CODE RETOUR 4 S'IL Y A DES REFUS.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL F-DEMANDE ASSIGN TO FMOBDEM
                FILE STATUS IS WS-FS-DEM.

            SELECT F-MOBREG ASSIGN TO FMOBREG
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-REG.

            SELECT F-CLIENT ASSIGN TO FCLIENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLI-NUM-COMPTE
                FILE STATUS IS WS-FS-CLI.

            SELECT F-VIRPERM ASSIGN TO FVIRPERM
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-VPR.

            SELECT F-MANDAT ASSIGN TO FMANDAT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-MAN.

            SELECT F-MOBSOR ASSIGN TO FMOBSOR
                FILE STATUS IS WS-FS-MOB.

            SELECT F-VPTRAN ASSIGN TO FVPTRAN
                FILE STATUS IS WS-FS-VPT.

            SELECT F-MANTRAN ASSIGN TO FMANTRAN
                FILE STATUS IS WS-FS-MNT.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

      * DEMANDE DE DEPART SIGNEE PAR LE CLIENT
       FD F-DEMANDE.
       01 ENR-DEMANDE.
           05 DEM-NUM-COMPTE       PIC X(03).
           05 DEM-DATE-BASCULE     PIC X(10).
           05 DEM-IBAN             PIC X(27).
           05 FILLER               PIC X(40).

      * REGISTRE DES DEPARTS (80 OCTETS)
      *   STATUT 'A' = BASCULE PROGRAMMEE, 'R' = REDIRECTION EN
      *   COURS, 'T' = REDIRECTION TERMINEE
      *   MOIS-AVIS ET NB-REDIRIGES SONT TENUS PAR PJ52AVIS
       FD F-MOBREG.
       01 ENR-MOBREG.
           05 REG-NUM-COMPTE       PIC 9(03).
           05 REG-STATUT           PIC X(01).
           05 REG-DATE-DEMANDE     PIC X(10).
           05 REG-DATE-BASCULE     PIC X(10).
           05 REG-DATE-FIN         PIC X(10).
           05 REG-IBAN             PIC X(27).
           05 REG-MOIS-AVIS        PIC X(07).
           05 REG-NB-REDIRIGES     PIC 9(05).
           05 FILLER               PIC X(07).

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
           05 FILLER               PIC X(05).

       FD F-VIRPERM.
       01 ENR-VIRPERM.
           05 VP-NUMERO            PIC 9(05).
           05 VP-NUM-COMPTE        PIC 9(03).
           05 VP-LIBELLE           PIC X(15).
           05 VP-MONTANT           PIC S9(06)V99.
           05 VP-SENS              PIC X(02).
           05 VP-NATURE            PIC X(03).
           05 VP-FREQUENCE         PIC X(01).
           05 VP-DATE-PROCHAINE    PIC X(10).
           05 VP-ACTIF             PIC X(01).
           05 FILLER               PIC X(32).

       FD F-MANDAT.
       01 ENR-MANDAT.
           05 MAN-NUM-COMPTE       PIC 9(03).
           05 MAN-CREANCIER        PIC X(08).
           05 MAN-PLAFOND          PIC 9(06)V99.
           05 MAN-ACTIF            PIC X(01).
           05 MAN-DATE-DEBUT       PIC X(10).
           05 FILLER               PIC X(50).

      * LISTE POUR LA NOUVELLE BANQUE, DESSIN D'ECHANGE DE PJ52MOBE
       FD F-MOBSOR.
       01 ENR-MOBSOR.
           05 MOB-TYPE             PIC X(01).
           05 MOB-COMPTE           PIC X(27).
           05 MOB-TIERS            PIC X(08).
           05 MOB-LIBELLE          PIC X(15).
           05 MOB-MONTANT          PIC 9(06)V99.
           05 MOB-SENS             PIC X(02).
           05 MOB-NATURE           PIC X(03).
           05 MOB-FREQUENCE        PIC X(01).
           05 MOB-DATE-PROCHAINE   PIC X(10).
           05 MOB-DATE-BASCULE     PIC X(10).
           05 FILLER               PIC X(15).

      * TRANSACTION VIREMENTS PERMANENTS, DESSIN PJ36VPER
       FD F-VPTRAN.
       01 ENR-VPTRAN.
           05 VPT-CODE             PIC X(01).
           05 VPT-NUMERO           PIC 9(05).
           05 VPT-NUM-COMPTE       PIC 9(03).
           05 VPT-LIBELLE          PIC X(15).
           05 VPT-MONTANT          PIC S9(06)V99.
           05 VPT-SENS             PIC X(02).
           05 VPT-NATURE           PIC X(03).
           05 VPT-FREQUENCE        PIC X(01).
           05 VPT-DATE-PROCHAINE   PIC X(10).
           05 FILLER               PIC X(32).

      * TRANSACTION MANDATS DE PRELEVEMENT, DESSIN PJ37MAND
       FD F-MANTRAN.
       01 ENR-MANTRAN.
           05 MNT-CODE             PIC X(01).
           05 MNT-NUM-COMPTE       PIC 9(03).
           05 MNT-CREANCIER        PIC X(08).
           05 MNT-PLAFOND          PIC 9(06)V99.
           05 FILLER               PIC X(60).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-DEM                PIC X(02).
       01 WS-FS-REG                PIC X(02).
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-VPR                PIC X(02).
       01 WS-FS-MAN                PIC X(02).
       01 WS-FS-MOB                PIC X(02).
       01 WS-FS-VPT                PIC X(02).
       01 WS-FS-MNT                PIC X(02).
       01 WS-FS-EDI                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * ZONE D'APPEL DU SERVICE CENTRAL DES PARAMETRES (PJ46PARM) :
      * LA VALEUR FPARAM PRIME, LA SAISIE CONSOLE RESTE EN SECOURS
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).
       01 WS-DUREE-REDIR           PIC 9(02) VALUE 0.

      * DATE DU JOUR
       01 WS-DATE-JOUR.
           05 WS-AN-JOUR           PIC 9(04).
           05 WS-MO-JOUR           PIC 9(02).
           05 WS-JJ-JOUR           PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-TRAIT            PIC X(10).

      * CALCUL DE LA DATE DE FIN DE REDIRECTION
       01 WS-ANNEE                 PIC 9(04).
       01 WS-MOIS                  PIC 9(02).
       01 WS-JOUR                  PIC 9(02).
       01 WS-JJ-MAX                PIC 9(02).
       01 WS-QUOTIENT              PIC 9(04).
       01 WS-RESTE                 PIC 9(04).
       01 WS-DATE-FIN              PIC X(10).

      * REGISTRE CHARGE EN TABLE, UN POSTE PAR NUMERO DE COMPTE
      * (POSTE = COMPTE + 1), MEME DESSIN QUE ENR-MOBREG
       01 WS-TAB-MOBREG.
           05 WS-REG-ENR OCCURS 1000 TIMES
                          INDEXED BY WS-IDX-REG.
               10 WS-REG-NUM-COMPTE    PIC 9(03).
               10 WS-REG-STATUT        PIC X(01).
               10 WS-REG-DATE-DEMANDE  PIC X(10).
               10 WS-REG-DATE-BASCULE  PIC X(10).
               10 WS-REG-DATE-FIN      PIC X(10).
               10 WS-REG-IBAN          PIC X(27).
               10 WS-REG-MOIS-AVIS     PIC X(07).
               10 WS-REG-NB-REDIRIGES  PIC 9(05).
               10 FILLER               PIC X(07).

      * ORDRES PERMANENTS ET MANDATS, EN LECTURE SEULE : LES
      * ARRETS PASSENT PAR LES TRANSACTIONS DE PJ36VPER ET PJ37MAND
       01 WS-NB-ORDRES             PIC 9(03) VALUE 0.
       01 WS-TAB-ORDRES.
           05 WS-ORDRE OCCURS 200 TIMES
                        INDEXED BY WS-IDX-ORD.
               10 WS-ORD-NUMERO        PIC 9(05).
               10 WS-ORD-NUM-COMPTE    PIC 9(03).
               10 WS-ORD-LIBELLE       PIC X(15).
               10 WS-ORD-MONTANT       PIC S9(06)V99.
               10 WS-ORD-SENS          PIC X(02).
               10 WS-ORD-NATURE        PIC X(03).
               10 WS-ORD-FREQUENCE     PIC X(01).
               10 WS-ORD-DATE-PROCH    PIC X(10).
               10 WS-ORD-ACTIF         PIC X(01).

       01 WS-NB-MANDATS            PIC 9(03) VALUE 0.
       01 WS-TAB-MANDATS.
           05 WS-MANDAT OCCURS 300 TIMES
                         INDEXED BY WS-IDX-MAN.
               10 WS-MAN-NUM-COMPTE    PIC 9(03).
               10 WS-MAN-CREANCIER     PIC X(08).
               10 WS-MAN-PLAFOND       PIC 9(06)V99.
               10 WS-MAN-ACTIF         PIC X(01).
               10 WS-MAN-DATE-DEBUT    PIC X(10).

      * DEMANDE EN COURS
       01 WS-MOTIF                 PIC X(20) VALUE SPACES.
       01 WS-COMPTE                PIC 9(03) VALUE 0.
       01 WS-NB-ORD-CPT            PIC 9(03) VALUE 0.
       01 WS-NB-MAN-CPT            PIC 9(03) VALUE 0.
       01 WS-EVENEMENT             PIC X(20) VALUE SPACES.

      * COMPTEURS DU BILAN
       01 WS-NB-DEMANDES           PIC 9(05) VALUE 0.
       01 WS-NB-ACCEPTEES          PIC 9(05) VALUE 0.
       01 WS-NB-REFUS              PIC 9(05) VALUE 0.
       01 WS-NB-BASCULES           PIC 9(05) VALUE 0.
       01 WS-NB-CLOSES             PIC 9(05) VALUE 0.
       01 WS-NB-LISTES             PIC 9(05) VALUE 0.
       01 WS-NB-ARRETS             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITS             PIC 9(05) VALUE 0.

      * LIGNES DE L'ETAT DES EVENEMENTS
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE '*** MOBILITE BANCAIRE - DEPARTS ***'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER               PIC X(40)
              VALUE 'CPT NOM        BASCULE    FIN REDIR  ORD'.
           05 FILLER               PIC X(40)
              VALUE ' MAN EVENEMENT'.

       01 WS-LIGNE-DETAIL.
           05 WS-DET-COMPTE        PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-NOM           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-BASCULE       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-FIN           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-ORDRES        PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-MANDATS       PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-EVENEMENT     PIC X(20).
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-TOTAL1.
           05 FILLER               PIC X(12) VALUE 'DEMANDES : '.
           05 WS-TOT-ED-DEMANDES   PIC Z(04)9.
           05 FILLER               PIC X(15) VALUE '   ACCEPTEES : '.
           05 WS-TOT-ED-ACCEPTEES  PIC Z(04)9.
           05 FILLER               PIC X(12) VALUE '   REFUS : '.
           05 WS-TOT-ED-REFUS      PIC Z(04)9.
           05 FILLER               PIC X(26) VALUE SPACES.

       01 WS-LIGNE-TOTAL2.
           05 FILLER               PIC X(12) VALUE 'BASCULES : '.
           05 WS-TOT-ED-BASCULES   PIC Z(04)9.
           05 FILLER               PIC X(15) VALUE '   ARRETS    : '.
           05 WS-TOT-ED-ARRETS     PIC Z(04)9.
           05 FILLER               PIC X(26)
              VALUE '   REDIRECTIONS CLOSES : '.
           05 WS-TOT-ED-CLOSES     PIC Z(04)9.
           05 FILLER               PIC X(12) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ52MOBS'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       PRINCIPAL.
            MOVE 'D' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ52MOBS'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-AN-JOUR '-' WS-MO-JOUR '-' WS-JJ-JOUR
                DELIMITED BY SIZE INTO WS-DATE-TRAIT

            PERFORM LIRE-PARAMETRES
            PERFORM CHARGER-REGISTRE
            PERFORM CHARGER-ORDRES
            PERFORM CHARGER-MANDATS

            OPEN INPUT F-CLIENT
            IF WS-FS-CLI NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCLIENT : ' WS-FS-CLI
                MOVE 8 TO RETURN-CODE
                MOVE '08' TO LOG-STATUT
                MOVE 'F' TO LOG-TYPE
                CALL 'PJ34LOG' USING WS-ZONE-LOG
                GOBACK
            END-IF
            OPEN EXTEND F-VPTRAN
            IF WS-FS-VPT = '35'
                OPEN OUTPUT F-VPTRAN
            END-IF
            OPEN EXTEND F-MANTRAN
            IF WS-FS-MNT = '35'
                OPEN OUTPUT F-MANTRAN
            END-IF
            OPEN OUTPUT F-MOBSOR
            OPEN OUTPUT F-EDITION

            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            PERFORM LIRE-DEMANDES

      * BASCULES DUES ET FINS DE REDIRECTION, DANS L'ORDRE DES
      * COMPTES
            PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                    UNTIL WS-IDX-REG > 1000
                EVALUATE TRUE
                    WHEN WS-REG-STATUT(WS-IDX-REG) = 'A'
                        AND WS-REG-DATE-BASCULE(WS-IDX-REG)
                            <= WS-DATE-TRAIT
                        PERFORM BASCULER-COMPTE
                    WHEN WS-REG-STATUT(WS-IDX-REG) = 'R'
                        AND WS-REG-DATE-FIN(WS-IDX-REG)
                            < WS-DATE-TRAIT
                        PERFORM CLORE-REDIRECTION
                END-EVALUATE
            END-PERFORM

            MOVE WS-NB-DEMANDES  TO WS-TOT-ED-DEMANDES
            MOVE WS-NB-ACCEPTEES TO WS-TOT-ED-ACCEPTEES
            MOVE WS-NB-REFUS     TO WS-TOT-ED-REFUS
            MOVE WS-NB-BASCULES  TO WS-TOT-ED-BASCULES
            MOVE WS-NB-ARRETS    TO WS-TOT-ED-ARRETS
            MOVE WS-NB-CLOSES    TO WS-TOT-ED-CLOSES
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL1
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL2
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            CLOSE F-CLIENT
            CLOSE F-VPTRAN
            CLOSE F-MANTRAN
            CLOSE F-MOBSOR
            CLOSE F-EDITION

            PERFORM SAUVER-REGISTRE

            DISPLAY 'DEMANDES LUES        : ' WS-NB-DEMANDES
            DISPLAY 'DEMANDES ACCEPTEES   : ' WS-NB-ACCEPTEES
            DISPLAY 'DEMANDES REFUSEES    : ' WS-NB-REFUS
            DISPLAY 'OPERATIONS LISTEES   : ' WS-NB-LISTES
            DISPLAY 'BASCULES EFFECTUEES  : ' WS-NB-BASCULES
            DISPLAY 'OPERATIONS ARRETEES  : ' WS-NB-ARRETS
            DISPLAY 'REDIRECTIONS CLOSES  : ' WS-NB-CLOSES
            DISPLAY 'POSTES DU REGISTRE   : ' WS-NB-ECRITS
            DISPLAY 'FIN DU PROGRAMME PJ52MOBS'

            IF WS-NB-REFUS > 0
                MOVE 4 TO RETURN-CODE
                MOVE '04' TO LOG-STATUT
            END-IF
            MOVE WS-NB-ECRITS TO LOG-NB-ECRITS
            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            GOBACK.

       LIRE-PARAMETRES.
            MOVE 'PJ52MOBS' TO PRM-PROGRAMME
            MOVE 'DUREEREDIR' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:2) TO WS-DUREE-REDIR
            ELSE
                DISPLAY 'MOIS DE REDIRECTION (9(02)) : '
                ACCEPT WS-DUREE-REDIR FROM SYSIN
            END-IF
            IF WS-DUREE-REDIR = 0
                MOVE 13 TO WS-DUREE-REDIR
            END-IF
            DISPLAY 'REDIRECTION PENDANT ' WS-DUREE-REDIR ' MOIS'.

       CHARGER-REGISTRE.
            INITIALIZE WS-TAB-MOBREG
            OPEN INPUT F-MOBREG
            IF WS-FS-REG = '35'
                DISPLAY 'FMOBREG ABSENT - CREATION D UN REGISTRE NEUF'
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-MOBREG
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF REG-NUM-COMPTE NUMERIC
                                SET WS-IDX-REG TO REG-NUM-COMPTE
                                SET WS-IDX-REG UP BY 1
                                MOVE ENR-MOBREG
                                    TO WS-REG-ENR(WS-IDX-REG)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-MOBREG
            END-IF.

       CHARGER-ORDRES.
            OPEN INPUT F-VIRPERM
            IF WS-FS-VPR NOT = '00'
                DISPLAY 'FVIRPERM INDISPONIBLE : ' WS-FS-VPR
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-VIRPERM
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
      * UN ORDRE OUBLIE CONTINUERAIT D'ETRE EMIS APRES LE DEPART
                            IF WS-NB-ORDRES >= 200
                                DISPLAY 'FVIRPERM DEPASSE 200'
                                        ' ORDRES - ABANDON'
                                MOVE 8 TO RETURN-CODE
                                GOBACK
                            END-IF
                            ADD 1 TO WS-NB-ORDRES
                            MOVE ENR-VIRPERM(1:48)
                                TO WS-ORDRE(WS-NB-ORDRES)
                    END-READ
                END-PERFORM
                CLOSE F-VIRPERM
            END-IF.

       CHARGER-MANDATS.
            OPEN INPUT F-MANDAT
            IF WS-FS-MAN NOT = '00'
                DISPLAY 'FMANDAT INDISPONIBLE : ' WS-FS-MAN
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-MANDAT
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF WS-NB-MANDATS >= 300
                                DISPLAY 'FMANDAT DEPASSE 300'
                                        ' MANDATS - ABANDON'
                                MOVE 8 TO RETURN-CODE
                                GOBACK
                            END-IF
                            ADD 1 TO WS-NB-MANDATS
                            MOVE ENR-MANDAT(1:30)
                                TO WS-MANDAT(WS-NB-MANDATS)
                    END-READ
                END-PERFORM
                CLOSE F-MANDAT
            END-IF.

      * DEMANDES DU JOUR ; LE FICHIER EST REMIS A VIDE APRES LECTURE
      * POUR NE PAS ETRE REJOUE LE LENDEMAIN
       LIRE-DEMANDES.
            OPEN INPUT F-DEMANDE
            IF WS-FS-DEM NOT = '00' AND WS-FS-DEM NOT = '05'
                DISPLAY 'FMOBDEM NON LU : ' WS-FS-DEM
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-DEMANDE
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-NB-DEMANDES
                            ADD 1 TO LOG-NB-LUS
                            PERFORM TRAITER-DEMANDE
                                THRU TRAITER-DEMANDE-FIN
                    END-READ
                END-PERFORM
                CLOSE F-DEMANDE
                OPEN OUTPUT F-DEMANDE
                CLOSE F-DEMANDE
            END-IF.

       TRAITER-DEMANDE.
            MOVE SPACES TO WS-MOTIF
            MOVE SPACES TO CLI-NOM
            MOVE 0 TO WS-NB-ORD-CPT
            MOVE 0 TO WS-NB-MAN-CPT

            IF DEM-NUM-COMPTE NOT NUMERIC
                MOVE 'COMPTE INVALIDE' TO WS-MOTIF
                GO TO TRAITER-DEMANDE-FIN
            END-IF
            MOVE DEM-NUM-COMPTE TO WS-COMPTE
            MOVE WS-COMPTE TO CLI-NUM-COMPTE
            READ F-CLIENT
                INVALID KEY
                    MOVE 'COMPTE INCONNU' TO WS-MOTIF
            END-READ
            IF WS-MOTIF NOT = SPACES
                GO TO TRAITER-DEMANDE-FIN
            END-IF
            IF DEM-IBAN = SPACES
                MOVE 'IBAN ABSENT' TO WS-MOTIF
                GO TO TRAITER-DEMANDE-FIN
            END-IF
            IF DEM-DATE-BASCULE(1:4) NOT NUMERIC
                OR DEM-DATE-BASCULE(6:2) NOT NUMERIC
                OR DEM-DATE-BASCULE(9:2) NOT NUMERIC
                MOVE 'DATE INVALIDE' TO WS-MOTIF
                GO TO TRAITER-DEMANDE-FIN
            END-IF
            IF DEM-DATE-BASCULE < WS-DATE-TRAIT
                MOVE 'DATE DEPASSEE' TO WS-MOTIF
                GO TO TRAITER-DEMANDE-FIN
            END-IF
            SET WS-IDX-REG TO WS-COMPTE
            SET WS-IDX-REG UP BY 1
            IF WS-REG-STATUT(WS-IDX-REG) = 'A'
                OR WS-REG-STATUT(WS-IDX-REG) = 'R'
                MOVE 'DEPART DEJA EN COURS' TO WS-MOTIF
                GO TO TRAITER-DEMANDE-FIN
            END-IF

      * UN ANCIEN DEPART CLOS EST REMPLACE PAR LE NOUVEAU
            MOVE SPACES TO WS-REG-ENR(WS-IDX-REG)
            MOVE WS-COMPTE        TO WS-REG-NUM-COMPTE(WS-IDX-REG)
            MOVE 'A'              TO WS-REG-STATUT(WS-IDX-REG)
            MOVE WS-DATE-TRAIT    TO WS-REG-DATE-DEMANDE(WS-IDX-REG)
            MOVE DEM-DATE-BASCULE TO WS-REG-DATE-BASCULE(WS-IDX-REG)
            MOVE DEM-IBAN         TO WS-REG-IBAN(WS-IDX-REG)
            MOVE 0                TO WS-REG-NB-REDIRIGES(WS-IDX-REG)

            PERFORM LISTER-OPERATIONS
            ADD 1 TO WS-NB-ACCEPTEES.

       TRAITER-DEMANDE-FIN.
            IF WS-MOTIF NOT = SPACES
                ADD 1 TO WS-NB-REFUS
                MOVE WS-MOTIF TO WS-EVENEMENT
                MOVE DEM-NUM-COMPTE TO WS-DET-COMPTE
                MOVE CLI-NOM TO WS-DET-NOM
                MOVE DEM-DATE-BASCULE TO WS-DET-BASCULE
                MOVE SPACES TO WS-DET-FIN
                MOVE 0 TO WS-DET-ORDRES
                MOVE 0 TO WS-DET-MANDATS
                MOVE WS-EVENEMENT TO WS-DET-EVENEMENT
                WRITE ENR-EDITION FROM WS-LIGNE-DETAIL
            ELSE
                MOVE 'DEPART PROGRAMME' TO WS-EVENEMENT
                PERFORM EDITER-EVENEMENT
            END-IF.

      * LISTE DES OPERATIONS RECURRENTES POUR LA NOUVELLE BANQUE
       LISTER-OPERATIONS.
            PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                    UNTIL WS-IDX-ORD > WS-NB-ORDRES
                IF WS-ORD-NUM-COMPTE(WS-IDX-ORD) = WS-COMPTE
                    AND WS-ORD-ACTIF(WS-IDX-ORD) = 'O'
                    MOVE SPACES TO ENR-MOBSOR
                    MOVE 'V'              TO MOB-TYPE
                    MOVE DEM-IBAN         TO MOB-COMPTE
                    MOVE WS-ORD-LIBELLE(WS-IDX-ORD)   TO MOB-LIBELLE
                    MOVE WS-ORD-MONTANT(WS-IDX-ORD)   TO MOB-MONTANT
                    MOVE WS-ORD-SENS(WS-IDX-ORD)      TO MOB-SENS
                    MOVE WS-ORD-NATURE(WS-IDX-ORD)    TO MOB-NATURE
                    MOVE WS-ORD-FREQUENCE(WS-IDX-ORD) TO MOB-FREQUENCE
                    MOVE WS-ORD-DATE-PROCH(WS-IDX-ORD)
                                          TO MOB-DATE-PROCHAINE
                    MOVE DEM-DATE-BASCULE TO MOB-DATE-BASCULE
                    WRITE ENR-MOBSOR
                    ADD 1 TO WS-NB-ORD-CPT
                    ADD 1 TO WS-NB-LISTES
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-MAN FROM 1 BY 1
                    UNTIL WS-IDX-MAN > WS-NB-MANDATS
                IF WS-MAN-NUM-COMPTE(WS-IDX-MAN) = WS-COMPTE
                    AND WS-MAN-ACTIF(WS-IDX-MAN) = 'O'
                    MOVE SPACES TO ENR-MOBSOR
                    MOVE 'M'              TO MOB-TYPE
                    MOVE DEM-IBAN         TO MOB-COMPTE
                    MOVE WS-MAN-CREANCIER(WS-IDX-MAN) TO MOB-TIERS
                    MOVE WS-MAN-PLAFOND(WS-IDX-MAN)   TO MOB-MONTANT
                    MOVE 'DB'             TO MOB-SENS
                    MOVE 'PRL'            TO MOB-NATURE
                    MOVE DEM-DATE-BASCULE TO MOB-DATE-BASCULE
                    WRITE ENR-MOBSOR
                    ADD 1 TO WS-NB-MAN-CPT
                    ADD 1 TO WS-NB-LISTES
                END-IF
            END-PERFORM.

      * DATE CONVENUE ATTEINTE : ARRET DES ORDRES ET DES MANDATS
      * ENCORE ACTIFS, OUVERTURE DE LA PERIODE DE REDIRECTION
       BASCULER-COMPTE.
            MOVE WS-REG-NUM-COMPTE(WS-IDX-REG) TO WS-COMPTE
            MOVE 0 TO WS-NB-ORD-CPT
            MOVE 0 TO WS-NB-MAN-CPT

            PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                    UNTIL WS-IDX-ORD > WS-NB-ORDRES
                IF WS-ORD-NUM-COMPTE(WS-IDX-ORD) = WS-COMPTE
                    AND WS-ORD-ACTIF(WS-IDX-ORD) = 'O'
                    MOVE SPACES TO ENR-VPTRAN
                    MOVE 'S' TO VPT-CODE
                    MOVE WS-ORD-NUMERO(WS-IDX-ORD)     TO VPT-NUMERO
                    MOVE WS-COMPTE                     TO VPT-NUM-COMPTE
                    MOVE WS-ORD-LIBELLE(WS-IDX-ORD)    TO VPT-LIBELLE
                    MOVE WS-ORD-MONTANT(WS-IDX-ORD)    TO VPT-MONTANT
                    MOVE WS-ORD-SENS(WS-IDX-ORD)       TO VPT-SENS
                    MOVE WS-ORD-NATURE(WS-IDX-ORD)     TO VPT-NATURE
                    MOVE WS-ORD-FREQUENCE(WS-IDX-ORD)  TO VPT-FREQUENCE
                    MOVE WS-ORD-DATE-PROCH(WS-IDX-ORD)
                                                TO VPT-DATE-PROCHAINE
                    WRITE ENR-VPTRAN
                    ADD 1 TO WS-NB-ORD-CPT
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-MAN FROM 1 BY 1
                    UNTIL WS-IDX-MAN > WS-NB-MANDATS
                IF WS-MAN-NUM-COMPTE(WS-IDX-MAN) = WS-COMPTE
                    AND WS-MAN-ACTIF(WS-IDX-MAN) = 'O'
                    MOVE SPACES TO ENR-MANTRAN
                    MOVE 'S' TO MNT-CODE
                    MOVE WS-COMPTE                    TO MNT-NUM-COMPTE
                    MOVE WS-MAN-CREANCIER(WS-IDX-MAN) TO MNT-CREANCIER
                    MOVE WS-MAN-PLAFOND(WS-IDX-MAN)   TO MNT-PLAFOND
                    WRITE ENR-MANTRAN
                    ADD 1 TO WS-NB-MAN-CPT
                END-IF
            END-PERFORM

            PERFORM CALCULER-DATE-FIN
            MOVE 'R' TO WS-REG-STATUT(WS-IDX-REG)
            MOVE WS-DATE-FIN TO WS-REG-DATE-FIN(WS-IDX-REG)
            ADD WS-NB-ORD-CPT TO WS-NB-ARRETS
            ADD WS-NB-MAN-CPT TO WS-NB-ARRETS
            ADD 1 TO WS-NB-BASCULES

            MOVE WS-COMPTE TO CLI-NUM-COMPTE
            READ F-CLIENT
                INVALID KEY
                    MOVE SPACES TO CLI-NOM
            END-READ
            MOVE 'BASCULE EFFECTUEE' TO WS-EVENEMENT
            PERFORM EDITER-EVENEMENT.

      * FIN DE REDIRECTION : LE MEME QUANTIEME, DUREEREDIR MOIS APRES
      * LA BASCULE (RAMENE AU DERNIER JOUR DU MOIS SI BESOIN)
       CALCULER-DATE-FIN.
            MOVE WS-REG-DATE-BASCULE(WS-IDX-REG)(1:4) TO WS-ANNEE
            MOVE WS-REG-DATE-BASCULE(WS-IDX-REG)(6:2) TO WS-MOIS
            MOVE WS-REG-DATE-BASCULE(WS-IDX-REG)(9:2) TO WS-JOUR
            PERFORM WS-DUREE-REDIR TIMES
                IF WS-MOIS < 12
                    ADD 1 TO WS-MOIS
                ELSE
                    MOVE 1 TO WS-MOIS
                    ADD 1 TO WS-ANNEE
                END-IF
            END-PERFORM
            PERFORM NB-JOURS-DU-MOIS
            IF WS-JOUR > WS-JJ-MAX
                MOVE WS-JJ-MAX TO WS-JOUR
            END-IF
            MOVE SPACES TO WS-DATE-FIN
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-FIN.

       NB-JOURS-DU-MOIS.
            EVALUATE WS-MOIS
                WHEN 1
                WHEN 3
                WHEN 5
                WHEN 7
                WHEN 8
                WHEN 10
                WHEN 12
                    MOVE 31 TO WS-JJ-MAX
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO WS-JJ-MAX
                WHEN 2
                    MOVE 28 TO WS-JJ-MAX
                    DIVIDE WS-ANNEE BY 4 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE
                    IF WS-RESTE = 0
                        MOVE 29 TO WS-JJ-MAX
                        DIVIDE WS-ANNEE BY 100 GIVING WS-QUOTIENT
                            REMAINDER WS-RESTE
                        IF WS-RESTE = 0
                            DIVIDE WS-ANNEE BY 400
                                GIVING WS-QUOTIENT
                                REMAINDER WS-RESTE
                            IF WS-RESTE NOT = 0
                                MOVE 28 TO WS-JJ-MAX
                            END-IF
                        END-IF
                    END-IF
            END-EVALUATE.

      * LES OPERATIONS QUI ARRIVENT ENCORE APRES LA FIN DE LA
      * REDIRECTION SUIVENT LE SORT DU COMPTE (REJET OU CLOTURE)
       CLORE-REDIRECTION.
            MOVE 'T' TO WS-REG-STATUT(WS-IDX-REG)
            ADD 1 TO WS-NB-CLOSES
            MOVE WS-REG-NUM-COMPTE(WS-IDX-REG) TO CLI-NUM-COMPTE
            READ F-CLIENT
                INVALID KEY
                    MOVE SPACES TO CLI-NOM
            END-READ
            MOVE 0 TO WS-NB-ORD-CPT
            MOVE 0 TO WS-NB-MAN-CPT
            MOVE 'REDIRECTION CLOSE' TO WS-EVENEMENT
            PERFORM EDITER-EVENEMENT.

       EDITER-EVENEMENT.
            MOVE WS-REG-NUM-COMPTE(WS-IDX-REG)  TO WS-DET-COMPTE
            MOVE CLI-NOM                        TO WS-DET-NOM
            MOVE WS-REG-DATE-BASCULE(WS-IDX-REG) TO WS-DET-BASCULE
            MOVE WS-REG-DATE-FIN(WS-IDX-REG)    TO WS-DET-FIN
            MOVE WS-NB-ORD-CPT                  TO WS-DET-ORDRES
            MOVE WS-NB-MAN-CPT                  TO WS-DET-MANDATS
            MOVE WS-EVENEMENT                   TO WS-DET-EVENEMENT
            WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.

      * REECRITURE COMPLETE DU REGISTRE DANS L'ORDRE DES COMPTES
       SAUVER-REGISTRE.
            OPEN OUTPUT F-MOBREG
            PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                    UNTIL WS-IDX-REG > 1000
                IF WS-REG-STATUT(WS-IDX-REG) NOT = SPACE
                    MOVE WS-REG-ENR(WS-IDX-REG) TO ENR-MOBREG
                    WRITE ENR-MOBREG
                    ADD 1 TO WS-NB-ECRITS
                END-IF
            END-PERFORM
            CLOSE F-MOBREG.
