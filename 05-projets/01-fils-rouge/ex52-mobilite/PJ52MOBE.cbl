       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ52MOBE.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * MOBILITE BANCAIRE : ARRIVEE D'UN CLIENT VENANT D'UNE AUTRE
      * BANQUE
      *
      * LIT LA LISTE DES OPERATIONS RECURRENTES TRANSMISE PAR
      * L'ANCIENNE BANQUE (FMOBENT, DESSIN D'ECHANGE 100 OCTETS,
      * LE MEME QUE CELUI PRODUIT PAR PJ52MOBS POUR LES DEPARTS) :
      *   'V' = VIREMENT PERMANENT EMIS PAR LE CLIENT : UNE
      *         TRANSACTION 'A' EST AJOUTEE A FVPTRAN (PJ36VPER LA
      *         PORTE DANS FVIRPERM). UNE ECHEANCE ANTERIEURE A LA
      *         DATE DE BASCULE EST AVANCEE DE SA FREQUENCE : ELLE
      *         RESTE EXECUTEE PAR L'ANCIENNE BANQUE
      *   'M' = MANDAT DE PRELEVEMENT : UNE TRANSACTION 'A' EST
      *         AJOUTEE A FMANTRAN (PJ37MAND LA PORTE DANS FMANDAT)
      *         ET LE CREANCIER RECOIT UN AVIS DE CHANGEMENT DE
      *         DOMICILIATION
      *   'R' = VIREMENT RECU REGULIEREMENT (EMPLOYEUR, ORGANISME) :
      *         RIEN A CREER ICI, L'EMETTEUR RECOIT L'AVIS
      * LE COMPTE D'ARRIVEE (NUMERO CHAINE EN TETE DE MOB-COMPTE)
      * DOIT EXISTER DANS FCLIENT. LES AVIS (FLETTRE) SONT INDEXES
      * DANS COURRIER AU NOM DU CLIENT, TYPE 'MOB'. UN ETAT DES
      * OPERATIONS REPRISES OU REFUSEES EST EDITE DANS FEDITION ;
      * CODE RETOUR 4 S'IL Y A DES REFUS.
      * A LANCER AVANT PJ36VPER ET PJ37MAND.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-MOBENT ASSIGN TO FMOBENT
                FILE STATUS IS WS-FS-MOB.

            SELECT F-CLIENT ASSIGN TO FCLIENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLI-NUM-COMPTE
                FILE STATUS IS WS-FS-CLI.

            SELECT F-VPTRAN ASSIGN TO FVPTRAN
                FILE STATUS IS WS-FS-VPT.

            SELECT F-MANTRAN ASSIGN TO FMANTRAN
                FILE STATUS IS WS-FS-MNT.

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

      * OPERATION RECURRENTE TRANSMISE PAR L'AUTRE BANQUE ; POUR
      * UNE ARRIVEE, MOB-COMPTE PORTE LE NUMERO DE COMPTE CHAINE
       FD F-MOBENT.
       01 ENR-MOBENT.
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
       01 WS-FS-MOB                PIC X(02).
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-VPT                PIC X(02).
       01 WS-FS-MNT                PIC X(02).
       01 WS-FS-COU                PIC X(02).
       01 WS-FS-LET                PIC X(02).
       01 WS-FS-EDI                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * HORODATAGE DE L'INDEX DES COURRIERS
       01 WS-HEURE-JOUR            PIC 9(08) VALUE 0.

      * DATE DU JOUR
       01 WS-DATE-JOUR.
           05 WS-AN-JOUR           PIC 9(04).
           05 WS-MO-JOUR           PIC 9(02).
           05 WS-JJ-JOUR           PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-EDIT             PIC X(10).

      * MOTIF DU REFUS DE L'OPERATION EN COURS (BLANC = REPRISE)
       01 WS-MOTIF                 PIC X(17) VALUE SPACES.
       01 WS-RESULTAT              PIC X(17) VALUE SPACES.

      * CALCUL DE LA PREMIERE ECHEANCE A PARTIR DE LA BASCULE
       01 WS-ANNEE                 PIC 9(04).
       01 WS-MOIS                  PIC 9(02).
       01 WS-JOUR                  PIC 9(02).
       01 WS-JJ-MAX                PIC 9(02).
       01 WS-QUOTIENT              PIC 9(04).
       01 WS-RESTE                 PIC 9(04).
       01 WS-NB-MOIS-AVANCE        PIC 9(02).
       01 WS-NB-AVANCES            PIC 9(03).
       01 WS-DATE-ECHEANCE         PIC X(10).

      * COMPTEURS DU BILAN
       01 WS-NB-LUES               PIC 9(05) VALUE 0.
       01 WS-NB-ORDRES             PIC 9(05) VALUE 0.
       01 WS-NB-MANDATS            PIC 9(05) VALUE 0.
       01 WS-NB-AVIS               PIC 9(05) VALUE 0.
       01 WS-NB-REFUS              PIC 9(05) VALUE 0.

      * LIGNES DE L'AVIS AU CREANCIER OU A L'EMETTEUR
       01 WS-LET-DATE.
           05 FILLER               PIC X(50) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'LE : '.
           05 WS-LET-ED-DATE       PIC X(10).
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LET-DEST.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(19)
              VALUE 'A L ATTENTION DE : '.
           05 WS-LET-TIERS         PIC X(08).
           05 FILLER               PIC X(43) VALUE SPACES.

       01 WS-LET-OBJET.
           05 FILLER               PIC X(50)
              VALUE 'OBJET : CHANGEMENT DE DOMICILIATION BANCAIRE'.
           05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-LET-CORPS1.
           05 FILLER               PIC X(40)
              VALUE 'MADAME, MONSIEUR,'.
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-CORPS2.
           05 FILLER               PIC X(13) VALUE 'NOTRE CLIENT '.
           05 WS-LET-NOM           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LET-PRENOM        PIC X(10).
           05 FILLER               PIC X(37)
              VALUE ' NOUS CONFIE LA GESTION DE SON COMPTE'.
           05 FILLER               PIC X(09) VALUE SPACES.

       01 WS-LET-CORPS3.
           05 FILLER               PIC X(46)
              VALUE 'DANS LE CADRE DU SERVICE DE MOBILITE BANCAIRE.'.
           05 FILLER               PIC X(34) VALUE SPACES.

       01 WS-LET-CORPS4.
           05 FILLER               PIC X(13) VALUE 'A COMPTER DU '.
           05 WS-LET-BASCULE       PIC X(10).
           05 FILLER               PIC X(05) VALUE ' VOS '.
           05 WS-LET-OPERATIONS    PIC X(12).
           05 FILLER               PIC X(13) VALUE ' DEVRONT ETRE'.
           05 FILLER               PIC X(27) VALUE SPACES.

       01 WS-LET-CORPS5.
           05 WS-LET-VERBE         PIC X(09).
           05 FILLER               PIC X(18)
              VALUE ' SUR SON COMPTE N '.
           05 WS-LET-COMPTE        PIC 9(03).
           05 FILLER               PIC X(17)
              VALUE ' DANS NOS LIVRES.'.
           05 FILLER               PIC X(33) VALUE SPACES.

       01 WS-LET-CORPS6.
           05 FILLER               PIC X(27)
              VALUE 'REFERENCE DE L OPERATION : '.
           05 WS-LET-LIBELLE       PIC X(15).
           05 FILLER               PIC X(38) VALUE SPACES.

       01 WS-LET-CORPS7.
           05 FILLER               PIC X(44)
              VALUE 'NOUS VOUS REMERCIONS DE FAIRE LE NECESSAIRE.'.
           05 FILLER               PIC X(36) VALUE SPACES.

       01 WS-LET-SIGN.
           05 FILLER               PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE 'VOTRE AGENCE'.

      * LIGNES DE L'ETAT DES OPERATIONS REPRISES
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE '*** MOBILITE BANCAIRE - ARRIVEES ***'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER               PIC X(40)
              VALUE 'T CPT TIERS    LIBELLE           MONTANT'.
           05 FILLER               PIC X(40)
              VALUE ' PROCHAINE  BASCULE    RESULTAT'.

       01 WS-LIGNE-DETAIL.
           05 WS-DET-TYPE          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-COMPTE        PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-TIERS         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-LIBELLE       PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-MONTANT       PIC Z(05)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-PROCHAINE     PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-BASCULE       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-RESULTAT      PIC X(17).

       01 WS-LIGNE-TOTAL.
           05 FILLER               PIC X(15) VALUE 'ORDRES CREES : '.
           05 WS-TOT-ED-ORDRES     PIC Z(04)9.
           05 FILLER               PIC X(19)
              VALUE '   MANDATS CREES : '.
           05 WS-TOT-ED-MANDATS    PIC Z(04)9.
           05 FILLER               PIC X(10) VALUE '   AVIS : '.
           05 WS-TOT-ED-AVIS       PIC Z(04)9.
           05 FILLER               PIC X(12) VALUE '   REFUS : '.
           05 WS-TOT-ED-REFUS      PIC Z(04)9.
           05 FILLER               PIC X(04) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ52MOBE'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       PRINCIPAL.
            MOVE 'D' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ52MOBE'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-JJ-JOUR '/' WS-MO-JOUR '/' WS-AN-JOUR
                DELIMITED BY SIZE INTO WS-DATE-EDIT
            ACCEPT WS-HEURE-JOUR FROM TIME

            OPEN INPUT F-MOBENT
            IF WS-FS-MOB NOT = '00'
                DISPLAY 'AUCUNE LISTE DE MOBILITE RECUE : ' WS-FS-MOB
                MOVE 'F' TO LOG-TYPE
                CALL 'PJ34LOG' USING WS-ZONE-LOG
                GOBACK
            END-IF
            OPEN INPUT F-CLIENT
            IF WS-FS-CLI NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCLIENT : ' WS-FS-CLI
                CLOSE F-MOBENT
                MOVE 8 TO RETURN-CODE
                MOVE '08' TO LOG-STATUT
                MOVE 'F' TO LOG-TYPE
                CALL 'PJ34LOG' USING WS-ZONE-LOG
                GOBACK
            END-IF

      * LES TRANSACTIONS S'AJOUTENT A CELLES DEJA SAISIES DU JOUR
            OPEN EXTEND F-VPTRAN
            IF WS-FS-VPT = '35'
                OPEN OUTPUT F-VPTRAN
            END-IF
            OPEN EXTEND F-MANTRAN
            IF WS-FS-MNT = '35'
                OPEN OUTPUT F-MANTRAN
            END-IF
            OPEN I-O F-COURRIER
            IF WS-FS-COU = '35'
                OPEN OUTPUT F-COURRIER
                CLOSE F-COURRIER
                OPEN I-O F-COURRIER
            END-IF
            OPEN OUTPUT F-LETTRE
            OPEN OUTPUT F-EDITION

            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-MOBENT
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-NB-LUES
                        ADD 1 TO LOG-NB-LUS
                        PERFORM TRAITER-OPERATION
                            THRU TRAITER-OPERATION-FIN
                        PERFORM EDITER-DETAIL
                END-READ
            END-PERFORM

            MOVE WS-NB-ORDRES  TO WS-TOT-ED-ORDRES
            MOVE WS-NB-MANDATS TO WS-TOT-ED-MANDATS
            MOVE WS-NB-AVIS    TO WS-TOT-ED-AVIS
            MOVE WS-NB-REFUS   TO WS-TOT-ED-REFUS
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            CLOSE F-MOBENT
            CLOSE F-CLIENT
            CLOSE F-VPTRAN
            CLOSE F-MANTRAN
            CLOSE F-COURRIER
            CLOSE F-LETTRE
            CLOSE F-EDITION

            DISPLAY 'OPERATIONS LUES      : ' WS-NB-LUES
            DISPLAY 'ORDRES PERMANENTS    : ' WS-NB-ORDRES
            DISPLAY 'MANDATS              : ' WS-NB-MANDATS
            DISPLAY 'AVIS AUX TIERS       : ' WS-NB-AVIS
            DISPLAY 'REFUSEES             : ' WS-NB-REFUS
            DISPLAY 'FIN DU PROGRAMME PJ52MOBE'

            IF WS-NB-REFUS > 0
                MOVE 4 TO RETURN-CODE
                MOVE '04' TO LOG-STATUT
            END-IF
            COMPUTE LOG-NB-ECRITS = WS-NB-ORDRES + WS-NB-MANDATS
            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            GOBACK.

      * CONTROLES COMMUNS PUIS REPRISE SELON LE TYPE D'OPERATION
       TRAITER-OPERATION.
            MOVE SPACES TO WS-MOTIF
            MOVE SPACES TO WS-RESULTAT
            MOVE MOB-DATE-PROCHAINE TO WS-DATE-ECHEANCE

            IF MOB-TYPE NOT = 'V' AND MOB-TYPE NOT = 'M'
                AND MOB-TYPE NOT = 'R'
                MOVE 'TYPE INCONNU' TO WS-MOTIF
                GO TO TRAITER-OPERATION-FIN
            END-IF
            IF MOB-COMPTE(1:3) NOT NUMERIC
                MOVE 'COMPTE INCONNU' TO WS-MOTIF
                GO TO TRAITER-OPERATION-FIN
            END-IF
            MOVE MOB-COMPTE(1:3) TO CLI-NUM-COMPTE
            READ F-CLIENT
                INVALID KEY
                    MOVE 'COMPTE INCONNU' TO WS-MOTIF
            END-READ
            IF WS-MOTIF NOT = SPACES
                GO TO TRAITER-OPERATION-FIN
            END-IF
            IF MOB-DATE-BASCULE(1:4) NOT NUMERIC
                OR MOB-DATE-BASCULE(6:2) NOT NUMERIC
                OR MOB-DATE-BASCULE(9:2) NOT NUMERIC
                MOVE 'DATE BASCULE' TO WS-MOTIF
                GO TO TRAITER-OPERATION-FIN
            END-IF

            EVALUATE MOB-TYPE
                WHEN 'V'
                    PERFORM REPRENDRE-ORDRE THRU REPRENDRE-ORDRE-FIN
                WHEN 'M'
                    PERFORM REPRENDRE-MANDAT THRU REPRENDRE-MANDAT-FIN
                WHEN 'R'
                    PERFORM AVISER-EMETTEUR THRU AVISER-EMETTEUR-FIN
            END-EVALUATE.

       TRAITER-OPERATION-FIN.
            IF WS-MOTIF NOT = SPACES
                ADD 1 TO WS-NB-REFUS
                MOVE WS-MOTIF TO WS-RESULTAT
            END-IF.

      * VIREMENT PERMANENT : L'ORDRE EST RECREE A L'IDENTIQUE SUR LE
      * COMPTE D'ARRIVEE, PREMIERE ECHEANCE A PARTIR DE LA BASCULE
       REPRENDRE-ORDRE.
            IF MOB-MONTANT NOT NUMERIC OR MOB-MONTANT = 0
                MOVE 'MONTANT INVALIDE' TO WS-MOTIF
                GO TO REPRENDRE-ORDRE-FIN
            END-IF
            IF MOB-FREQUENCE NOT = 'H' AND MOB-FREQUENCE NOT = 'M'
                AND MOB-FREQUENCE NOT = 'T' AND MOB-FREQUENCE NOT = 'A'
                MOVE 'FREQUENCE' TO WS-MOTIF
                GO TO REPRENDRE-ORDRE-FIN
            END-IF
            IF MOB-DATE-PROCHAINE(1:4) NOT NUMERIC
                OR MOB-DATE-PROCHAINE(6:2) NOT NUMERIC
                OR MOB-DATE-PROCHAINE(9:2) NOT NUMERIC
                MOVE 'DATE ECHEANCE' TO WS-MOTIF
                GO TO REPRENDRE-ORDRE-FIN
            END-IF

            MOVE 0 TO WS-NB-AVANCES
            PERFORM UNTIL WS-DATE-ECHEANCE >= MOB-DATE-BASCULE
                    OR WS-NB-AVANCES > 60
                ADD 1 TO WS-NB-AVANCES
                PERFORM AVANCER-ECHEANCE
            END-PERFORM

            MOVE SPACES TO ENR-VPTRAN
            MOVE 'A'               TO VPT-CODE
            MOVE 0                 TO VPT-NUMERO
            MOVE CLI-NUM-COMPTE    TO VPT-NUM-COMPTE
            MOVE MOB-LIBELLE       TO VPT-LIBELLE
            MOVE MOB-MONTANT       TO VPT-MONTANT
            IF MOB-SENS = 'CR'
                MOVE 'CR'          TO VPT-SENS
            ELSE
                MOVE 'DB'          TO VPT-SENS
            END-IF
            IF MOB-NATURE = SPACES
                MOVE 'VIR'         TO VPT-NATURE
            ELSE
                MOVE MOB-NATURE    TO VPT-NATURE
            END-IF
            MOVE MOB-FREQUENCE     TO VPT-FREQUENCE
            MOVE WS-DATE-ECHEANCE  TO VPT-DATE-PROCHAINE
            WRITE ENR-VPTRAN

            ADD 1 TO WS-NB-ORDRES
            MOVE 'ORDRE CREE' TO WS-RESULTAT.

       REPRENDRE-ORDRE-FIN.
            EXIT.

      * MANDAT : REPRIS AVEC LE MONTANT TRANSMIS COMME PLAFOND PAR
      * OPERATION, PUIS AVIS AU CREANCIER
       REPRENDRE-MANDAT.
            IF MOB-TIERS = SPACES
                MOVE 'TIERS ABSENT' TO WS-MOTIF
                GO TO REPRENDRE-MANDAT-FIN
            END-IF
            IF MOB-MONTANT NOT NUMERIC OR MOB-MONTANT = 0
                MOVE 'MONTANT INVALIDE' TO WS-MOTIF
                GO TO REPRENDRE-MANDAT-FIN
            END-IF

            MOVE SPACES TO ENR-MANTRAN
            MOVE 'A'            TO MNT-CODE
            MOVE CLI-NUM-COMPTE TO MNT-NUM-COMPTE
            MOVE MOB-TIERS      TO MNT-CREANCIER
            MOVE MOB-MONTANT    TO MNT-PLAFOND
            WRITE ENR-MANTRAN
            ADD 1 TO WS-NB-MANDATS

            MOVE 'PRELEVEMENTS' TO WS-LET-OPERATIONS
            MOVE 'PRESENTES'    TO WS-LET-VERBE
            PERFORM EDITER-AVIS
            MOVE 'MANDAT CREE' TO WS-RESULTAT.

       REPRENDRE-MANDAT-FIN.
            EXIT.

      * VIREMENT RECU : SEUL L'EMETTEUR DOIT CHANGER SES COORDONNEES
       AVISER-EMETTEUR.
            IF MOB-TIERS = SPACES
                MOVE 'TIERS ABSENT' TO WS-MOTIF
                GO TO AVISER-EMETTEUR-FIN
            END-IF

            MOVE 'VIREMENTS'    TO WS-LET-OPERATIONS
            MOVE 'ADRESSES'     TO WS-LET-VERBE
            PERFORM EDITER-AVIS
            MOVE 'AVIS EMETTEUR' TO WS-RESULTAT.

       AVISER-EMETTEUR-FIN.
            EXIT.

      * AVIS DE CHANGEMENT DE DOMICILIATION, UN PAR PAGE
       EDITER-AVIS.
            MOVE WS-DATE-EDIT     TO WS-LET-ED-DATE
            MOVE MOB-TIERS        TO WS-LET-TIERS
            MOVE CLI-NOM          TO WS-LET-NOM
            MOVE CLI-PRENOM       TO WS-LET-PRENOM
            MOVE MOB-DATE-BASCULE TO WS-LET-BASCULE
            MOVE CLI-NUM-COMPTE   TO WS-LET-COMPTE
            MOVE MOB-LIBELLE      TO WS-LET-LIBELLE

            WRITE ENR-LETTRE FROM WS-LET-DATE
                AFTER ADVANCING PAGE
            WRITE ENR-LETTRE FROM WS-LET-DEST
                AFTER ADVANCING 2 LINES
            WRITE ENR-LETTRE FROM WS-LET-OBJET
                AFTER ADVANCING 3 LINES
            WRITE ENR-LETTRE FROM WS-LET-CORPS1
                AFTER ADVANCING 3 LINES
            WRITE ENR-LETTRE FROM WS-LET-CORPS2
                AFTER ADVANCING 2 LINES
            WRITE ENR-LETTRE FROM WS-LET-CORPS3
                AFTER ADVANCING 1 LINE
            WRITE ENR-LETTRE FROM WS-LET-CORPS4
                AFTER ADVANCING 2 LINES
            WRITE ENR-LETTRE FROM WS-LET-CORPS5
                AFTER ADVANCING 1 LINE
            WRITE ENR-LETTRE FROM WS-LET-CORPS6
                AFTER ADVANCING 2 LINES
            WRITE ENR-LETTRE FROM WS-LET-CORPS7
                AFTER ADVANCING 2 LINES
            WRITE ENR-LETTRE FROM WS-LET-SIGN
                AFTER ADVANCING 3 LINES

            ADD 1 TO WS-NB-AVIS
            PERFORM INDEXER-COURRIER.

      * L'AVIS EST CLASSE AU DOSSIER DU CLIENT QUI A DEMANDE LE
      * TRANSFERT : C'EST LUI QUI PEUT EN RECLAMER LA PREUVE. ADRESSE
      * AU TIERS, IL PART TOUJOURS SUR PAPIER : NI LES PREFERENCES
      * NI L'ADRESSE DU CLIENT (RETENUE NPAI) NE S'Y APPLIQUENT
       INDEXER-COURRIER.
            MOVE SPACES TO ENR-COURRIER
            MOVE CLI-NUM-COMPTE TO COU-COMPTE
            MOVE WS-DATE-JOUR(3:6) TO COU-DATE
            MOVE WS-HEURE-JOUR TO COU-HEURE
            MOVE 0 TO COU-SEQ
            MOVE 'MOB' TO COU-TYPE
            MOVE 'PJ52MOBE' TO COU-PROGRAMME
            MOVE WS-LET-OBJET(1:60) TO COU-PREMIERE-LIGNE
            MOVE SPACE TO COU-REIMPRESSION
            MOVE 'P' TO COU-CANAL
            PERFORM ECRIRE-INDEX-COURRIER.

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

       EDITER-DETAIL.
            MOVE MOB-TYPE          TO WS-DET-TYPE
            MOVE MOB-COMPTE(1:3)   TO WS-DET-COMPTE
            MOVE MOB-TIERS         TO WS-DET-TIERS
            MOVE MOB-LIBELLE       TO WS-DET-LIBELLE
            IF MOB-MONTANT NUMERIC
                MOVE MOB-MONTANT   TO WS-DET-MONTANT
            ELSE
                MOVE 0             TO WS-DET-MONTANT
            END-IF
            IF MOB-TYPE = 'V'
                MOVE WS-DATE-ECHEANCE TO WS-DET-PROCHAINE
            ELSE
                MOVE SPACES        TO WS-DET-PROCHAINE
            END-IF
            MOVE MOB-DATE-BASCULE  TO WS-DET-BASCULE
            MOVE WS-RESULTAT       TO WS-DET-RESULTAT
            WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.

      * AVANCE D'UNE FREQUENCE, MEMES REGLES QUE PJ36VGEN
       AVANCER-ECHEANCE.
            MOVE WS-DATE-ECHEANCE(1:4) TO WS-ANNEE
            MOVE WS-DATE-ECHEANCE(6:2) TO WS-MOIS
            MOVE WS-DATE-ECHEANCE(9:2) TO WS-JOUR

            EVALUATE MOB-FREQUENCE
                WHEN 'H'
                    PERFORM AVANCER-UN-JOUR 7 TIMES
                WHEN 'T'
                    MOVE 3 TO WS-NB-MOIS-AVANCE
                    PERFORM AVANCER-MOIS
                WHEN 'A'
                    MOVE 12 TO WS-NB-MOIS-AVANCE
                    PERFORM AVANCER-MOIS
                WHEN OTHER
                    MOVE 1 TO WS-NB-MOIS-AVANCE
                    PERFORM AVANCER-MOIS
            END-EVALUATE

            MOVE SPACES TO WS-DATE-ECHEANCE
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-ECHEANCE.

       AVANCER-MOIS.
            PERFORM WS-NB-MOIS-AVANCE TIMES
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
            END-IF.

       AVANCER-UN-JOUR.
            PERFORM NB-JOURS-DU-MOIS
            IF WS-JOUR < WS-JJ-MAX
                ADD 1 TO WS-JOUR
            ELSE
                MOVE 1 TO WS-JOUR
                IF WS-MOIS < 12
                    ADD 1 TO WS-MOIS
                ELSE
                    MOVE 1 TO WS-MOIS
                    ADD 1 TO WS-ANNEE
                END-IF
            END-IF.

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
