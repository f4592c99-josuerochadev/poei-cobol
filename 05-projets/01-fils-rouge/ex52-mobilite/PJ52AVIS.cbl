       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ52AVIS.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * MOBILITE BANCAIRE : AVIS MENSUEL AU CLIENT PARTI
      *
      * PENDANT LA PERIODE DE REDIRECTION QUI SUIT UN DEPART
      * (REGISTRE FMOBREG DE PJ52MOBS), PJ38IMPO REACHEMINE LES
      * VIREMENTS RECUS ET PJ37PREL RETOURNE LES PRELEVEMENTS ; TOUS
      * DEUX LES NOTENT DANS LE JOURNAL FMOBRED (80 OCTETS) :
      *   RED-ORIGINE 'V' = VIREMENT RECU REACHEMINE (FVIRSOR)
      *               'P' = PRELEVEMENT RETOURNE (MOTIF MOB)
      * LANCE LE PREMIER JOUR OUVRE DU MOIS, EN TETE DE CHAINE
      * (AVANT PJ37PREL ET PJ38IMPO), CE PROGRAMME TRIE LE JOURNAL
      * PAR COMPTE ET ADRESSE A CHAQUE CLIENT CONCERNE LA LISTE DES
      * OPERATIONS PRESENTEES SUR SON ANCIEN COMPTE, POUR QU'IL
      * DONNE SES NOUVELLES COORDONNEES AUX TIERS RETARDATAIRES
      * (FLETTRE, INDEXEE DANS COURRIER TYPE 'MOB', DISTRIBUEE
      * SELON LES PREFERENCES DU CLIENT PAR PREFDIST ET RETENUE
      * DANS COURRET SI SON ADRESSE EST INVALIDE). LE REGISTRE
      * CUMULE LES OPERATIONS REDIRIGEES ET LE DERNIER MOIS AVISE,
      * PUIS LE JOURNAL EST REMIS A VIDE. UN CLIENT SANS OPERATION
      * DANS LE MOIS NE RECOIT RIEN. UN ETAT RECAPITULATIF EST
      * EDITE DANS FEDITION.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-SORT ASSIGN TO SORTWORK.

            SELECT OPTIONAL F-MOBRED ASSIGN TO FMOBRED
                FILE STATUS IS WS-FS-RED.

            SELECT F-MOBREG ASSIGN TO FMOBREG
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-REG.

            SELECT F-CLIENT ASSIGN TO FCLIENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLI-NUM-COMPTE
                FILE STATUS IS WS-FS-CLI.

            SELECT F-COURRIER ASSIGN TO COURRIER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COU-CLE
                FILE STATUS IS WS-FS-COU.

            SELECT F-LETTRE ASSIGN TO FLETTRE
                FILE STATUS IS WS-FS-LET.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

       SD F-SORT.
       01 ENR-SORT.
           05 SORT-NUM-COMPTE      PIC 9(03).
           05 SORT-ORIGINE         PIC X(01).
           05 SORT-TIERS           PIC X(08).
           05 SORT-LIBELLE         PIC X(15).
           05 SORT-MONTANT         PIC 9(06)V99.
           05 SORT-DATE            PIC X(10).
           05 FILLER               PIC X(35).

      * JOURNAL DES OPERATIONS REDIRIGEES
       FD F-MOBRED.
       01 ENR-MOBRED.
           05 RED-NUM-COMPTE       PIC 9(03).
           05 RED-ORIGINE          PIC X(01).
           05 RED-TIERS            PIC X(08).
           05 RED-LIBELLE          PIC X(15).
           05 RED-MONTANT          PIC 9(06)V99.
           05 RED-DATE             PIC X(10).
           05 RED-PROGRAMME        PIC X(08).
           05 FILLER               PIC X(27).

      * REGISTRE DES DEPARTS (DESSIN PJ52MOBS)
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

      * INDEX CENTRAL DES COURRIERS EMIS (CONSULTE PAR CORRPRES)
       FD F-COURRIER.
       01 ENR-COURRIER.
           05 COU-CLE.
               10 COU-COMPTE       PIC X(11).
               10 COU-DATE         PIC 9(07).
               10 COU-HEURE        PIC 9(07).
               10 COU-SEQ          PIC 9(02).
           05 COU-TYPE             PIC X(03).
           05 COU-PROGRAMME        PIC X(08).
           05 COU-PREMIERE-LIGNE   PIC X(60).
           05 COU-REIMPRESSION     PIC X(01).
           05 COU-CANAL            PIC X(01).
           05 COU-RETOUR           PIC X(01).
           05 FILLER               PIC X(09).

       FD F-LETTRE.
       01 ENR-LETTRE               PIC X(80).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-RED                PIC X(02).
       01 WS-FS-REG                PIC X(02).
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-COU                PIC X(02).
       01 WS-FS-LET                PIC X(02).
       01 WS-FS-EDI                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.
       01 WS-FIN-SORT              PIC 9(01) VALUE 0.

      * HORODATAGE DE L'INDEX DES COURRIERS
       01 WS-HEURE-JOUR            PIC 9(08) VALUE 0.

      * DATE DU JOUR ET MOIS AVISE (LE MOIS ECOULE)
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-EDIT             PIC X(10).
       01 WS-AN-AV                 PIC 9(04).
       01 WS-MO-AV                 PIC 9(02).
       01 WS-MOIS-AVISE            PIC X(07).

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

      * OPERATIONS DU COMPTE EN COURS, EDITEES DANS LA LETTRE
       01 WS-NB-OPS                PIC 9(03) VALUE 0.
       01 WS-TAB-OPS.
           05 WS-OPS OCCURS 200 TIMES
                      INDEXED BY WS-IDX-OPS.
               10 WS-OPS-ORIGINE       PIC X(01).
               10 WS-OPS-TIERS         PIC X(08).
               10 WS-OPS-LIBELLE       PIC X(15).
               10 WS-OPS-MONTANT       PIC 9(06)V99.
               10 WS-OPS-DATE          PIC X(10).

      * RUPTURE PAR COMPTE
       01 WS-PREM                  PIC 9(01) VALUE 1.
       01 WS-NUM-PRECEDENT         PIC 9(03) VALUE 0.
       01 WS-NB-VIR                PIC 9(05) VALUE 0.
       01 WS-MT-VIR                PIC 9(08)V99 VALUE 0.
       01 WS-NB-PRL                PIC 9(05) VALUE 0.
       01 WS-MT-PRL                PIC 9(08)V99 VALUE 0.

      * CUMULS GENERAUX
       01 WS-NB-LUS                PIC 9(07) VALUE 0.
       01 WS-NB-LETTRES            PIC 9(05) VALUE 0.
       01 WS-NB-HORS-REGISTRE      PIC 9(05) VALUE 0.
       01 WS-NB-TRONQUES           PIC 9(05) VALUE 0.
       01 WS-NB-ECRITS             PIC 9(05) VALUE 0.

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

      * LIGNES DE LA LETTRE
       01 WS-LET-DATE.
           05 FILLER               PIC X(50) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'LE : '.
           05 WS-LET-ED-DATE       PIC X(10).
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LET-DEST.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-LET-CIVILITE      PIC X(09).
           05 WS-LET-NOM           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LET-PRENOM        PIC X(10).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-CO-DEST.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE 'ET '.
           05 WS-LET-CO-NOM        PIC X(10).
           05 FILLER               PIC X(57) VALUE SPACES.

      * ADRESSE DE CORRESPONDANCE CHOISIE PAR LE CLIENT
       01 WS-LET-ADRESSE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-LET-ADR-LIGNE     PIC X(30).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-OBJET.
           05 FILLER               PIC X(50)
              VALUE 'OBJET : OPERATIONS RECUES SUR VOTRE ANCIEN COMPTE'.
           05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-LET-CORPS1.
           05 FILLER               PIC X(40)
              VALUE 'MADAME, MONSIEUR,'.
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-CORPS2.
           05 FILLER               PIC X(38)
              VALUE 'DEPUIS LE TRANSFERT DE VOTRE COMPTE N '.
           05 WS-LET-COMPTE        PIC 9(03).
           05 FILLER               PIC X(27)
              VALUE ' VERS VOTRE NOUVELLE BANQUE'.
           05 FILLER               PIC X(12) VALUE SPACES.

       01 WS-LET-CORPS3.
           05 FILLER               PIC X(07) VALUE 'IBAN : '.
           05 WS-LET-IBAN          PIC X(27).
           05 FILLER               PIC X(46) VALUE SPACES.

       01 WS-LET-CORPS4.
           05 FILLER               PIC X(25)
              VALUE 'LES OPERATIONS SUIVANTES '.
           05 FILLER               PIC X(55)
              VALUE 'NOUS ONT ETE PRESENTEES :'.

       01 WS-LET-ENTETE.
           05 FILLER               PIC X(40)
              VALUE 'DATE       OPERATION              TIERS '.
           05 FILLER               PIC X(40)
              VALUE '   LIBELLE           MONTANT'.

       01 WS-LET-OPERATION.
           05 WS-LET-OP-DATE       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LET-OP-NATURE     PIC X(22).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LET-OP-TIERS      PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LET-OP-LIBELLE    PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LET-OP-MONTANT    PIC Z(05)9.99.
           05 FILLER               PIC X(12) VALUE SPACES.

       01 WS-LET-TOTAL.
           05 WS-LET-TOT-LIBELLE   PIC X(25).
           05 WS-LET-TOT-NB        PIC Z(04)9.
           05 FILLER               PIC X(07) VALUE '  POUR '.
           05 WS-LET-TOT-MONTANT   PIC Z(07)9.99.
           05 FILLER               PIC X(06) VALUE ' EUROS'.
           05 FILLER               PIC X(26) VALUE SPACES.

       01 WS-LET-CORPS5.
           05 FILLER               PIC X(37)
              VALUE 'LES VIREMENTS RECUS ONT ETE TRANSMIS '.
           05 FILLER               PIC X(43)
              VALUE 'A VOTRE NOUVEAU COMPTE.'.

       01 WS-LET-CORPS6.
           05 FILLER               PIC X(35)
              VALUE 'LES PRELEVEMENTS ONT ETE RETOURNES '.
           05 FILLER               PIC X(45)
              VALUE 'A LEUR CREANCIER :'.

       01 WS-LET-CORPS7.
           05 FILLER               PIC X(46)
              VALUE 'PENSEZ A LUI DONNER VOS NOUVELLES COORDONNEES.'.
           05 FILLER               PIC X(34) VALUE SPACES.

       01 WS-LET-CORPS8.
           05 FILLER               PIC X(39)
              VALUE 'CE SERVICE DE REDIRECTION PREND FIN LE '.
           05 WS-LET-FIN           PIC X(10).
           05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-LET-SIGN.
           05 FILLER               PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE 'VOTRE AGENCE'.

      * LIGNES DE L'ETAT RECAPITULATIF
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE '*** MOBILITE BANCAIRE - AVIS MENSUELS ***'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-MOIS.
           05 FILLER               PIC X(14) VALUE 'MOIS AVISE : '.
           05 WS-ED-MOIS           PIC X(07).
           05 FILLER               PIC X(59) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER               PIC X(40)
              VALUE 'CPT NOM        VIR MONTANT VIR PRL MONTA'.
           05 FILLER               PIC X(40)
              VALUE 'NT PRL FIN REDIR'.

       01 WS-LIGNE-DETAIL.
           05 WS-DET-COMPTE        PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-NOM           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-NB-VIR        PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-MT-VIR        PIC Z(07)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-NB-PRL        PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-MT-PRL        PIC Z(07)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-FIN           PIC X(10).
           05 FILLER               PIC X(23) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
           05 FILLER               PIC X(20)
              VALUE 'OPERATIONS LUES : '.
           05 WS-TOT-ED-LUS        PIC Z(06)9.
           05 FILLER               PIC X(15) VALUE '   LETTRES : '.
           05 WS-TOT-ED-LETTRES    PIC Z(04)9.
           05 FILLER               PIC X(22)
              VALUE '   HORS REGISTRE : '.
           05 WS-TOT-ED-HORS       PIC Z(04)9.
           05 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ52AVIS'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       PRINCIPAL.
            MOVE 'D' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ52AVIS'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
                DELIMITED BY SIZE INTO WS-DATE-EDIT
            ACCEPT WS-HEURE-JOUR FROM TIME
            MOVE WS-ANNEE TO WS-AN-AV
            IF WS-MOIS = 1
                MOVE 12 TO WS-MO-AV
                SUBTRACT 1 FROM WS-AN-AV
            ELSE
                COMPUTE WS-MO-AV = WS-MOIS - 1
            END-IF
            STRING WS-AN-AV '-' WS-MO-AV
                DELIMITED BY SIZE INTO WS-MOIS-AVISE
            DISPLAY 'MOIS AVISE : ' WS-MOIS-AVISE

            PERFORM CHARGER-REGISTRE

            OPEN INPUT F-CLIENT
            IF WS-FS-CLI NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCLIENT : ' WS-FS-CLI
                MOVE 8 TO RETURN-CODE
                MOVE '08' TO LOG-STATUT
                MOVE 'F' TO LOG-TYPE
                CALL 'PJ34LOG' USING WS-ZONE-LOG
                GOBACK
            END-IF
            OPEN I-O F-COURRIER
            IF WS-FS-COU = '35'
                OPEN OUTPUT F-COURRIER
                CLOSE F-COURRIER
                OPEN I-O F-COURRIER
            END-IF
            OPEN OUTPUT F-LETTRE
            OPEN OUTPUT F-EDITION

            MOVE WS-MOIS-AVISE TO WS-ED-MOIS
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-MOIS
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            SORT F-SORT
                ON ASCENDING KEY SORT-NUM-COMPTE
                ON ASCENDING KEY SORT-DATE
                INPUT PROCEDURE IS SELECTION
                OUTPUT PROCEDURE IS EDITION

            MOVE WS-NB-LUS           TO WS-TOT-ED-LUS
            MOVE WS-NB-LETTRES       TO WS-TOT-ED-LETTRES
            MOVE WS-NB-HORS-REGISTRE TO WS-TOT-ED-HORS
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            MOVE 'F' TO DIS-FONCTION
            CALL 'PREFDIST' USING WS-ZONE-DIST

            CLOSE F-CLIENT
            CLOSE F-COURRIER
            CLOSE F-LETTRE
            CLOSE F-EDITION

      * TOUT LE JOURNAL A ETE AVISE : IL REPART A VIDE
            OPEN OUTPUT F-MOBRED
            CLOSE F-MOBRED

            PERFORM SAUVER-REGISTRE

            DISPLAY 'OPERATIONS DU JOURNAL : ' WS-NB-LUS
            DISPLAY 'LETTRES EMISES        : ' WS-NB-LETTRES
            DISPLAY 'HORS REGISTRE         : ' WS-NB-HORS-REGISTRE
            DISPLAY 'LIGNES NON EDITEES    : ' WS-NB-TRONQUES
            DISPLAY 'POSTES DU REGISTRE    : ' WS-NB-ECRITS
            DISPLAY 'FIN DU PROGRAMME PJ52AVIS'

            MOVE WS-NB-LETTRES TO LOG-NB-ECRITS
            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            GOBACK.

       CHARGER-REGISTRE.
            INITIALIZE WS-TAB-MOBREG
            OPEN INPUT F-MOBREG
            IF WS-FS-REG = '35'
                DISPLAY 'FMOBREG ABSENT - AUCUN DEPART ENREGISTRE'
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

      * ALIMENTATION DU TRI : TOUT LE JOURNAL, QUELLE QUE SOIT LA
      * DATE (UN MOIS SANS PASSAGE EST RATTRAPE AU SUIVANT)
       SELECTION.
            OPEN INPUT F-MOBRED
            IF WS-FS-RED NOT = '00' AND WS-FS-RED NOT = '05'
                DISPLAY 'FMOBRED NON LU : ' WS-FS-RED
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-MOBRED
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-NB-LUS
                            ADD 1 TO LOG-NB-LUS
                            IF RED-NUM-COMPTE NUMERIC
                                MOVE SPACES TO ENR-SORT
                                MOVE RED-NUM-COMPTE TO SORT-NUM-COMPTE
                                MOVE RED-ORIGINE    TO SORT-ORIGINE
                                MOVE RED-TIERS      TO SORT-TIERS
                                MOVE RED-LIBELLE    TO SORT-LIBELLE
                                MOVE RED-MONTANT    TO SORT-MONTANT
                                MOVE RED-DATE       TO SORT-DATE
                                RELEASE ENR-SORT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-MOBRED
            END-IF.

       EDITION.
            MOVE 0 TO WS-FIN-SORT
            PERFORM UNTIL WS-FIN-SORT = 1
                RETURN F-SORT
                    AT END MOVE 1 TO WS-FIN-SORT
                    NOT AT END
                        PERFORM CUMULER-OPERATION
                END-RETURN
            END-PERFORM

            IF WS-PREM = 0
                PERFORM AVISER-CLIENT THRU AVISER-CLIENT-FIN
            END-IF.

       CUMULER-OPERATION.
            IF WS-PREM = 1 OR SORT-NUM-COMPTE NOT = WS-NUM-PRECEDENT
                IF WS-PREM = 0
                    PERFORM AVISER-CLIENT THRU AVISER-CLIENT-FIN
                END-IF
                MOVE SORT-NUM-COMPTE TO WS-NUM-PRECEDENT
                MOVE 0 TO WS-PREM
                MOVE 0 TO WS-NB-OPS
                MOVE 0 TO WS-NB-VIR
                MOVE 0 TO WS-MT-VIR
                MOVE 0 TO WS-NB-PRL
                MOVE 0 TO WS-MT-PRL
            END-IF

            IF SORT-ORIGINE = 'V'
                ADD 1 TO WS-NB-VIR
                ADD SORT-MONTANT TO WS-MT-VIR
            ELSE
                ADD 1 TO WS-NB-PRL
                ADD SORT-MONTANT TO WS-MT-PRL
            END-IF

      * AU-DELA DE LA TABLE, LES TOTAUX RESTENT JUSTES MAIS LE DETAIL
      * N'EST PLUS EDITE
            IF WS-NB-OPS < 200
                ADD 1 TO WS-NB-OPS
                SET WS-IDX-OPS TO WS-NB-OPS
                MOVE SORT-ORIGINE TO WS-OPS-ORIGINE(WS-IDX-OPS)
                MOVE SORT-TIERS   TO WS-OPS-TIERS(WS-IDX-OPS)
                MOVE SORT-LIBELLE TO WS-OPS-LIBELLE(WS-IDX-OPS)
                MOVE SORT-MONTANT TO WS-OPS-MONTANT(WS-IDX-OPS)
                MOVE SORT-DATE    TO WS-OPS-DATE(WS-IDX-OPS)
            ELSE
                ADD 1 TO WS-NB-TRONQUES
            END-IF.

      * UNE LETTRE PAR CLIENT PARTI AYANT EU DES OPERATIONS
       AVISER-CLIENT.
            SET WS-IDX-REG TO WS-NUM-PRECEDENT
            SET WS-IDX-REG UP BY 1
            IF WS-REG-STATUT(WS-IDX-REG) NOT = 'R'
                AND WS-REG-STATUT(WS-IDX-REG) NOT = 'T'
                ADD 1 TO WS-NB-HORS-REGISTRE
                DISPLAY 'COMPTE ABSENT DU REGISTRE DES DEPARTS : '
                        WS-NUM-PRECEDENT
                GO TO AVISER-CLIENT-FIN
            END-IF
            MOVE WS-NUM-PRECEDENT TO CLI-NUM-COMPTE
            READ F-CLIENT
                INVALID KEY
                    MOVE SPACES TO CLI-NOM
                    MOVE SPACES TO CLI-PRENOM
                    MOVE SPACES TO CLI-CO-NOM
                    MOVE SPACE TO CLI-TYPE-COMPTE
            END-READ

            PERFORM EDITER-LETTRE
            ADD 1 TO WS-NB-LETTRES

            ADD WS-NB-VIR TO WS-REG-NB-REDIRIGES(WS-IDX-REG)
            ADD WS-NB-PRL TO WS-REG-NB-REDIRIGES(WS-IDX-REG)
            MOVE WS-MOIS-AVISE TO WS-REG-MOIS-AVIS(WS-IDX-REG)

            MOVE WS-NUM-PRECEDENT TO WS-DET-COMPTE
            MOVE CLI-NOM          TO WS-DET-NOM
            MOVE WS-NB-VIR        TO WS-DET-NB-VIR
            MOVE WS-MT-VIR        TO WS-DET-MT-VIR
            MOVE WS-NB-PRL        TO WS-DET-NB-PRL
            MOVE WS-MT-PRL        TO WS-DET-MT-PRL
            MOVE WS-REG-DATE-FIN(WS-IDX-REG) TO WS-DET-FIN
            WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.

       AVISER-CLIENT-FIN.
            EXIT.

       EDITER-LETTRE.
            MOVE WS-DATE-EDIT TO WS-LET-ED-DATE
            IF CLI-TYPE-COMPTE = 'E' OR CLI-TYPE-COMPTE = 'O'
                MOVE 'M OU MME ' TO WS-LET-CIVILITE
            ELSE
                MOVE SPACES TO WS-LET-CIVILITE
            END-IF
            MOVE CLI-NOM          TO WS-LET-NOM
            MOVE CLI-PRENOM       TO WS-LET-PRENOM
            MOVE CLI-CO-NOM       TO WS-LET-CO-NOM
            MOVE WS-NUM-PRECEDENT TO WS-LET-COMPTE
            MOVE WS-REG-IBAN(WS-IDX-REG)     TO WS-LET-IBAN
            MOVE WS-REG-DATE-FIN(WS-IDX-REG) TO WS-LET-FIN

      * PREFERENCE DE DISTRIBUTION DU CLIENT POUR CETTE LETTRE
            MOVE 'P' TO DIS-FONCTION
            MOVE WS-NUM-PRECEDENT TO DIS-CLIENT
            MOVE 'MOB' TO DIS-TYPE
            MOVE 'PJ52AVIS' TO DIS-PROGRAMME
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
            MOVE WS-LET-CORPS4 TO DIS-LIGNE
            MOVE 1 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-ENTETE TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE

            PERFORM VARYING WS-IDX-OPS FROM 1 BY 1
                    UNTIL WS-IDX-OPS > WS-NB-OPS
                MOVE WS-OPS-DATE(WS-IDX-OPS)    TO WS-LET-OP-DATE
                IF WS-OPS-ORIGINE(WS-IDX-OPS) = 'V'
                    MOVE 'VIREMENT REACHEMINE' TO WS-LET-OP-NATURE
                ELSE
                    MOVE 'PRELEVEMENT RETOURNE' TO WS-LET-OP-NATURE
                END-IF
                MOVE WS-OPS-TIERS(WS-IDX-OPS)   TO WS-LET-OP-TIERS
                MOVE WS-OPS-LIBELLE(WS-IDX-OPS) TO WS-LET-OP-LIBELLE
                MOVE WS-OPS-MONTANT(WS-IDX-OPS) TO WS-LET-OP-MONTANT
                MOVE WS-LET-OPERATION TO DIS-LIGNE
                MOVE 1 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
            END-PERFORM

            IF WS-NB-VIR > 0
                MOVE 'VIREMENTS REACHEMINES  : ' TO WS-LET-TOT-LIBELLE
                MOVE WS-NB-VIR TO WS-LET-TOT-NB
                MOVE WS-MT-VIR TO WS-LET-TOT-MONTANT
                MOVE WS-LET-TOTAL TO DIS-LIGNE
                MOVE 2 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
                MOVE WS-LET-CORPS5 TO DIS-LIGNE
                MOVE 1 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
            END-IF
            IF WS-NB-PRL > 0
                MOVE 'PRELEVEMENTS RETOURNES : ' TO WS-LET-TOT-LIBELLE
                MOVE WS-NB-PRL TO WS-LET-TOT-NB
                MOVE WS-MT-PRL TO WS-LET-TOT-MONTANT
                MOVE WS-LET-TOTAL TO DIS-LIGNE
                MOVE 2 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
                MOVE WS-LET-CORPS6 TO DIS-LIGNE
                MOVE 1 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
                MOVE WS-LET-CORPS7 TO DIS-LIGNE
                MOVE 1 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
            END-IF

            MOVE WS-LET-CORPS8 TO DIS-LIGNE
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
      * DEPOT SUR LE PORTAIL ET LA RETENUE DES COURRIERS NPAI
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

       INDEXER-COURRIER.
            MOVE SPACES TO ENR-COURRIER
            MOVE WS-NUM-PRECEDENT TO COU-COMPTE
            MOVE WS-DATE-JOUR(3:6) TO COU-DATE
            MOVE WS-HEURE-JOUR TO COU-HEURE
            MOVE 0 TO COU-SEQ
            MOVE 'MOB' TO COU-TYPE
            MOVE 'PJ52AVIS' TO COU-PROGRAMME
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
                    PERFORM UNTIL WS-FS-COU NOT = '22'
                            OR COU-SEQ >= 99
                        ADD 1 TO COU-SEQ
                        WRITE ENR-COURRIER
                        END-WRITE
                    END-PERFORM
            END-WRITE.

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
