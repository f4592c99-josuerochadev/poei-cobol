      *   CPT = COMPTE INCONNU DANS FCLIENT
      *   MAN = PAS DE MANDAT ACTIF POUR CE CREANCIER
      *   PLA = MONTANT SUPERIEUR AU PLAFOND DU MANDAT
      *   MOB = CLIENT PARTI DANS UNE AUTRE BANQUE (COMPTE EN
      *         REDIRECTION AU REGISTRE DES DEPARTS FMOBREG DE
      *         PJ52MOBS) : LE CREANCIER DOIT PRESENTER SES
      *         PRELEVEMENTS A LA NOUVELLE BANQUE. LE RETOUR EST
      *         NOTE DANS LE JOURNAL FMOBRED POUR L'AVIS MENSUEL
      *         AU CLIENT (PJ52AVIS)
      * CHAQUE DEMANDE ACCEPTEE EST AUSSI AJOUTEE A L'HISTORIQUE
      * FPRELHIS (DEMANDE D'ORIGINE + DATE D'INTEGRATION) : LE
      * REMBOURSEMENT D'UN PRELEVEMENT CONTESTE (PJ56REMB) Y
      * RETROUVE LE CREANCIER ET SA REFERENCE.
      * LES COMPTAGES SONT DECLARES DANS LE FICHIER DE CONTROLE.
      *================================================================*
       ENVIRONMENT DIVISION.
            SELECT F-RETOUR ASSIGN TO FPRELRET
                FILE STATUS IS WS-FS-RET.

            SELECT F-PRELHIS ASSIGN TO FPRELHIS
                FILE STATUS IS WS-FS-HIS.

            SELECT OPTIONAL F-MOBREG ASSIGN TO FMOBREG
                FILE STATUS IS WS-FS-REG.

            SELECT F-MOBRED ASSIGN TO FMOBRED
                FILE STATUS IS WS-FS-RED.

            SELECT F-CONTROLE ASSIGN TO FCONTROL
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
           05 RET-DATE             PIC X(10).
           05 FILLER               PIC X(07).

      * HISTORIQUE DES DEMANDES ACCEPTEES (DEMANDE D'ORIGINE + DATE
      * D'INTEGRATION)
       FD F-PRELHIS.
       01 ENR-PRELHIS.
           05 HIS-DEMANDE          PIC X(80).
           05 HIS-DATE-INTEGRATION PIC X(10).
           05 FILLER               PIC X(10).

      * REGISTRE DES DEPARTS (DESSIN PJ52MOBS)
       FD F-MOBREG.
       01 ENR-MOBREG.
           05 REG-NUM-COMPTE       PIC 9(03).
           05 REG-STATUT           PIC X(01).
           05 FILLER               PIC X(76).

      * JOURNAL DES OPERATIONS REDIRIGEES (DESSIN PJ52AVIS)
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

       FD F-CONTROLE.
       01 ENR-CONTROLE.
           05 CTL-PROGRAMME        PIC X(08).
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-MOUV               PIC X(02).
       01 WS-FS-RET                PIC X(02).
       01 WS-FS-HIS                PIC X(02).
       01 WS-FS-CTRL               PIC X(02).
       01 WS-FS-REG                PIC X(02).
       01 WS-FS-RED                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.


       01 WS-MANDAT-TROUVE         PIC 9(03) VALUE 0.

      * COMPTES EN REDIRECTION APRES UN DEPART (POSTE = COMPTE + 1)
       01 WS-TAB-REDIR.
           05 WS-REDIR             PIC X(01) OCCURS 1000 TIMES
                                    INDEXED BY WS-IDX-RED.
       01 WS-NB-COMPTES-REDIR      PIC 9(05) VALUE 0.

      * MOTIF DU REFUS EN COURS (BLANC = DEMANDE ACCEPTEE)
       01 WS-MOTIF                 PIC X(03) VALUE SPACES.

       01 WS-NB-REF-CPT            PIC 9(07) VALUE 0.
       01 WS-NB-REF-MAN            PIC 9(07) VALUE 0.
       01 WS-NB-REF-PLA            PIC 9(07) VALUE 0.
       01 WS-NB-REF-MOB            PIC 9(07) VALUE 0.
       01 WS-MT-LUES               PIC S9(13)V99 VALUE 0.
       01 WS-MT-ACCEPTEES          PIC S9(13)V99 VALUE 0.
       01 WS-MT-REFUSEES           PIC S9(13)V99 VALUE 0.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-CONTROLE         PIC X(10).

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ37PREL'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-CONTROLE

            PERFORM CHARGER-MANDATS
            PERFORM CHARGER-REDIRECTIONS

            OPEN INPUT F-PRELEV
            OPEN INPUT F-CLIENT
                OPEN OUTPUT F-MOUV
            END-IF
            OPEN OUTPUT F-RETOUR
            OPEN EXTEND F-PRELHIS
            IF WS-FS-HIS = '35'
                CLOSE F-PRELHIS
                OPEN OUTPUT F-PRELHIS
            END-IF
            IF WS-NB-COMPTES-REDIR > 0
                OPEN EXTEND F-MOBRED
                IF WS-FS-RED = '35'
                    CLOSE F-MOBRED
                    OPEN OUTPUT F-MOBRED
                END-IF
            END-IF

            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
            CLOSE F-CLIENT
            CLOSE F-MOUV
            CLOSE F-RETOUR
            CLOSE F-PRELHIS
            IF WS-NB-COMPTES-REDIR > 0
                CLOSE F-MOBRED
            END-IF

            PERFORM ECRIRE-CONTROLES
            PERFORM AFFICHER-BILAN
                CLOSE F-MANDAT
            END-IF.

      * COMPTES EN PERIODE DE REDIRECTION ; REGISTRE FACULTATIF :
      * ABSENT OU VIDE, AUCUNE DEMANDE N'EST RETOURNEE POUR CE MOTIF
       CHARGER-REDIRECTIONS.
            MOVE SPACES TO WS-TAB-REDIR
            OPEN INPUT F-MOBREG
            IF WS-FS-REG NOT = '00' AND WS-FS-REG NOT = '05'
                DISPLAY 'FMOBREG NON LU : ' WS-FS-REG
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-MOBREG
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF REG-STATUT = 'R'
                                AND REG-NUM-COMPTE NUMERIC
                                SET WS-IDX-RED TO REG-NUM-COMPTE
                                SET WS-IDX-RED UP BY 1
                                MOVE 'R' TO WS-REDIR(WS-IDX-RED)
                                ADD 1 TO WS-NB-COMPTES-REDIR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-MOBREG
            END-IF.

       CONTROLER-DEMANDE.
            MOVE SPACES TO WS-MOTIF
            IF PRE-MONTANT NUMERIC
                END-READ
            END-IF

      * LE DEPART PRIME SUR LE MANDAT, REVOQUE A LA BASCULE
            IF WS-MOTIF = SPACES
                SET WS-IDX-RED TO CLI-NUM-COMPTE
                SET WS-IDX-RED UP BY 1
                IF WS-REDIR(WS-IDX-RED) = 'R'
                    MOVE 'MOB' TO WS-MOTIF
                END-IF
            END-IF

            IF WS-MOTIF = SPACES
                PERFORM CHERCHER-MANDAT
                IF WS-MANDAT-TROUVE = 0
            MOVE PRE-DATE       TO MOUV-DATE
            WRITE ENR-MOUV

            MOVE SPACES TO ENR-PRELHIS
            MOVE ENR-PRELEV TO HIS-DEMANDE
            MOVE WS-DATE-CONTROLE TO HIS-DATE-INTEGRATION
            WRITE ENR-PRELHIS

            ADD 1 TO WS-NB-ACCEPTEES
            ADD PRE-MONTANT TO WS-MT-ACCEPTEES.

                    ADD 1 TO WS-NB-REF-MAN
                WHEN 'PLA'
                    ADD 1 TO WS-NB-REF-PLA
                WHEN 'MOB'
                    ADD 1 TO WS-NB-REF-MOB
                    PERFORM NOTER-REDIRECTION
            END-EVALUATE

            MOVE SPACES TO ENR-RETOUR
            MOVE WS-DATE-CONTROLE TO RET-DATE
            WRITE ENR-RETOUR.

       NOTER-REDIRECTION.
            MOVE SPACES TO ENR-MOBRED
            MOVE CLI-NUM-COMPTE   TO RED-NUM-COMPTE
            MOVE 'P'              TO RED-ORIGINE
            MOVE PRE-CREANCIER    TO RED-TIERS
            MOVE PRE-LIBELLE      TO RED-LIBELLE
            IF PRE-MONTANT NUMERIC
                MOVE PRE-MONTANT  TO RED-MONTANT
            ELSE
                MOVE 0            TO RED-MONTANT
            END-IF
            MOVE WS-DATE-CONTROLE TO RED-DATE
            MOVE 'PJ37PREL'       TO RED-PROGRAMME
            WRITE ENR-MOBRED.

      * DECLARATION DANS LE FICHIER DE CONTROLE COMMUN (PJ29CTRL) :
      * LUES DE FPRELEV, ECRITES DANS FMOUV, REFUSEES VERS FPRELRET
       ECRIRE-CONTROLES.
            DISPLAY '  DONT COMPTE INCONNU   (CPT) : ' WS-NB-REF-CPT
            DISPLAY '  DONT MANDAT ABSENT    (MAN) : ' WS-NB-REF-MAN
            DISPLAY '  DONT PLAFOND DEPASSE  (PLA) : ' WS-NB-REF-PLA
            DISPLAY '  DONT CLIENT PARTI     (MOB) : ' WS-NB-REF-MOB
            DISPLAY 'FIN DU PROGRAMME PJ37PREL'.
