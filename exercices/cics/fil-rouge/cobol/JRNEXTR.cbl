      * pose ici depuis CLI-AGENCE du FCLIENT de la chaine : ce
      * versement n'emprunte pas la porte PJ31VALD qui estampille
      * les autres producteurs.
      * Les operations carte imputees par CARTCLR sont libellees
      * d'apres leur detail CARTMVT (meme cle que la ligne du
      * journal) : 'CB ' ou 'DAB ' suivi du commercant.
      * Les lignes reportees par CHNRETR (guichetier CHNRETR) sont
      * des mouvements venus de la chaine : elles ne sont pas
      * reversees, la chaine les porte deja.
      * Les credits et contre-passations de remises de cheques
      * (guichetier REMBAT) sont libelles 'REMISE CHEQUES' ou
      * 'CHEQUE IMPAYE'.
      * Les debits des parts saisies payees aux creanciers par SAIBAT
      * sont libelles 'PAIEMENT SAISIE'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNEXTR.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOIS.

           SELECT F-CARTMVT ASSIGN TO CARTMVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMV-CLE
               FILE STATUS IS WS-FS-CMV.

           SELECT F-CLIENT ASSIGN TO FCLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  MOIS-AGENCE         PIC X(2).
           05  FILLER              PIC X(27).

      *─── Detail des operations carte (cf. CARTCLR) ──────────────────
       FD  F-CARTMVT.
       01  ENR-CARTMVT.
           05  CMV-CLE.
               10  CMV-COMPTE      PIC X(11).
               10  CMV-DATE        PIC 9(7).
               10  CMV-HEURE       PIC 9(7).
           05  CMV-CARTE           PIC X(16).
           05  CMV-TYPE            PIC X(1).
           05  CMV-COMMERCANT      PIC X(25).
           05  CMV-MONTANT         PIC 9(7)V99 COMP-3.
           05  CMV-DATE-OPER       PIC X(8).
           05  FILLER              PIC X(10).

      *─── FCLIENT de la chaine, lu pour poser l'agence ───────────────
       FD  F-CLIENT.
       01  ENR-CLIENT.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-MOIS              PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-CMV               PIC XX.

       01  WS-FCLIENT-OUVERT       PIC 9 VALUE 0.
       01  WS-CARTMVT-OUVERT       PIC 9 VALUE 0.

       01  WS-EOF                  PIC 9 VALUE 0.

       01  WS-NB-VERSES            PIC 9(7) VALUE 0.
       01  WS-NB-AUTRE-MOIS        PIC 9(7) VALUE 0.
       01  WS-NB-HORS-FORMAT       PIC 9(7) VALUE 0.
       01  WS-NB-REPORTS-CHAINE    PIC 9(7) VALUE 0.

       01  WS-MONTANT-ED           PIC Z,ZZZ,ZZ9.99.

                   ') - agences non posees'
           END-IF

           OPEN INPUT F-CARTMVT
           IF WS-FS-CMV = '00'
               MOVE 1 TO WS-CARTMVT-OUVERT
           END-IF

           PERFORM 1000-VERSER-JOURNAL
               UNTIL WS-EOF = 1

           IF WS-FCLIENT-OUVERT = 1
               CLOSE F-CLIENT
           END-IF
           IF WS-CARTMVT-OUVERT = 1
               CLOSE F-CARTMVT
           END-IF

           DISPLAY 'Lignes de journal lues  : ' WS-NB-LUS
           DISPLAY 'Mouvements verses       : ' WS-NB-VERSES
           DISPLAY 'Lignes d un autre mois  : ' WS-NB-AUTRE-MOIS
           DISPLAY 'Lignes hors format      : ' WS-NB-HORS-FORMAT
           DISPLAY 'Reports chaine ignores  : ' WS-NB-REPORTS-CHAINE
           STOP RUN.

       1000-VERSER-JOURNAL.
           END-READ.

       1100-CONVERTIR-LIGNE.
      *─── Mouvement de la chaine reporte au guichet : deja verse ─────
           IF JRN-GUICHETIER = 'CHNRETR'
               ADD 1 TO WS-NB-REPORTS-CHAINE
               GO TO 1100-FIN
           END-IF

      *─── Le dessin FMOUV plafonne le montant a 6 chiffres : une
      *    operation au dela n'est pas versee tronquee, elle est
      *    signalee hors format ──────────────────────────────────────
               MOVE 'RETRAIT GUICHET' TO MOIS-LIBELLE
               MOVE 'DB'              TO MOIS-SENS
           END-IF
           IF JRN-GUICHETIER = 'CARTCLR'
               PERFORM 1200-LIBELLER-CARTE
           END-IF
           IF JRN-GUICHETIER = 'REMBAT'
               IF JRN-SENS = 'D'
                   MOVE 'REMISE CHEQUES'  TO MOIS-LIBELLE
               ELSE
                   MOVE 'CHEQUE IMPAYE'   TO MOIS-LIBELLE
               END-IF
           END-IF
           IF JRN-GUICHETIER = 'SAIBAT'
               MOVE 'PAIEMENT SAISIE' TO MOIS-LIBELLE
           END-IF
           MOVE JRN-MONTANT TO MOIS-MONTANT
           MOVE 'GUI'       TO MOIS-NATURE
           MOVE WS-DATE-GREG TO MOIS-DATE
       1100-FIN.
           EXIT.

      *─── Operation carte : commercant lu dans CARTMVT ───────────────
       1200-LIBELLER-CARTE.
           MOVE 'PAIEMENT CARTE' TO MOIS-LIBELLE
           IF WS-CARTMVT-OUVERT = 1
               MOVE JRN-CLE TO CMV-CLE
               READ F-CARTMVT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO MOIS-LIBELLE
                       IF CMV-TYPE = 'R'
                           STRING 'DAB ' CMV-COMMERCANT(1:11)
                               DELIMITED BY SIZE INTO MOIS-LIBELLE
                       ELSE
                           STRING 'CB ' CMV-COMMERCANT(1:12)
                               DELIMITED BY SIZE INTO MOIS-LIBELLE
                       END-IF
               END-READ
           END-IF.

      *─── EIBDATE : 0CAADDD. Siecle 0 = 19xx, 1 = 20xx. ──────────────
       2000-JULIENNE-VERS-GREGORIENNE.
           COMPUTE WS-ANNEE = 1900 + WS-JUL-SIECLE * 100
