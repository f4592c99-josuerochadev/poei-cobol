      ******************************************************************
      * Programme : JRNPURG - Purge mensuelle des journaux CICS
      * Fonction  : Archiver puis supprimer en ligne les
      *             enregistrements echus des journaux
      *
      * Passe une fois par mois, fichiers fermes a CICS. La table de
      * retention JRNRETN (une carte par journal) fixe pour chacun
      * des journaux MVTJRN, IMGJRN, SIGNJRN, DEROGJRN, COURRIER,
      * RELVDEM et VIRATT :
      *   - la duree de conservation en ligne, en mois : tout
      *     enregistrement date d'avant (date du passage - N mois)
      *     est echu ;
      *   - la duree de conservation en archive, en annees, comptee
      *     a partir de la date du passage.
      * Un journal sans carte n'est pas purge (RC 4). Une carte a
      * zero mois est refusee.
      * Chaque enregistrement echu est recopie dans l'archive datee
      * ARCJRN (la carte DD du lancement designe la generation du
      * mois) sous une enveloppe commune de 400 octets : journal,
      * date de la purge, date de l'enregistrement AAAAMMJJ, comptes
      * et utilisateurs concernes, montant, fin de conservation,
      * image complete de l'enregistrement. Il n'est supprime en
      * ligne qu'une fois l'archive ecrite ; un incident d'ecriture
      * arrete le passage (RC 8) sans rien supprimer de plus.
      * Restent en ligne quel que soit leur age : les demandes de
      * releve non servies (RELVDEM 'A'), les virements en attente
      * de decision (VIRATT 'A') et les courriers dont la
      * reimpression est demandee (COURRIER 'O').
      * Le catalogue ARCCATL garde une ligne par journal et par
      * purge : nombre d'enregistrements archives et supprimes,
      * total des montants (MVTJRN, DEROGJRN, VIRATT), date limite
      * appliquee et fin de conservation de l'archive. JRNRECH s'en
      * sert pour controler les archives qu'il relit. En debut de
      * passage, les archives dont la conservation est echue sont
      * marquees 'E' et listees a detruire (RC 4). Un second passage
      * le meme jour est refuse pour ne pas ecraser l'archive.
      * Les dates des journaux sont au format EIBDATE 0CYYDDD, sauf
      * celles de l'index COURRIER, au format 0AAMMJJ.
      * Une date de passage AAAAMMJJ peut etre lue en SYSIN (blanc =
      * date du jour). Liste de controle FPURGE (80 colonnes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNPURG.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RETENTION ASSIGN TO JRNRETN
               FILE STATUS IS WS-FS-RET.

           SELECT F-CATALOGUE ASSIGN TO ARCCATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CLE
               FILE STATUS IS WS-FS-CAT.

           SELECT F-ARCHIVE ASSIGN TO ARCJRN
               FILE STATUS IS WS-FS-ARC.

           SELECT F-MVTJRN ASSIGN TO MVTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-JNL.

           SELECT F-IMGJRN ASSIGN TO IMGJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IMG-CLE
               FILE STATUS IS WS-FS-JNL.

           SELECT F-SIGNJRN ASSIGN TO SIGNJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SGN-CLE
               FILE STATUS IS WS-FS-JNL.

           SELECT F-DEROGJRN ASSIGN TO DEROGJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRG-CLE
               FILE STATUS IS WS-FS-JNL.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-JNL.

           SELECT F-RELVDEM ASSIGN TO RELVDEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEM-CLE
               FILE STATUS IS WS-FS-JNL.

           SELECT F-VIRATT ASSIGN TO VIRATT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATT-CLE
               FILE STATUS IS WS-FS-JNL.

           SELECT F-EDITION ASSIGN TO FPURGE
               FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

      *─── Table de retention : une carte par journal ─────────────────
       FD  F-RETENTION.
       01  ENR-RETENTION.
           05  RET-JOURNAL         PIC X(8).
           05  RET-MOIS-LIGNE      PIC 9(3).
           05  RET-ANS-ARCHIVE     PIC 9(2).
           05  RET-LIBELLE         PIC X(30).
           05  FILLER              PIC X(37).

      *─── Catalogue des archives : une ligne par purge et journal ────
       FD  F-CATALOGUE.
       01  ENR-CATALOGUE.
           05  CAT-CLE.
               10  CAT-DATE-PURGE  PIC X(8).
               10  CAT-JOURNAL     PIC X(8).
           05  CAT-NB-ARCHIVES     PIC 9(9).
           05  CAT-NB-SUPPRIMES    PIC 9(9).
           05  CAT-TOTAL-MONTANT   PIC S9(13)V99 COMP-3.
           05  CAT-DATE-LIMITE     PIC X(8).
           05  CAT-FIN-CONSERV     PIC X(8).
           05  CAT-STATUT          PIC X(1).
               88  CAT-EN-ARCHIVE  VALUE 'A'.
               88  CAT-ECHUE       VALUE 'E'.
           05  FILLER              PIC X(21).

      *─── Archive : enveloppe commune de 400 octets ──────────────────
       FD  F-ARCHIVE.
       01  ENR-ARCHIVE.
           05  ARC-JOURNAL         PIC X(8).
           05  ARC-DATE-PURGE      PIC X(8).
           05  ARC-DATE-ENR        PIC X(8).
           05  ARC-COMPTE          PIC X(11).
           05  ARC-COMPTE-2        PIC X(11).
           05  ARC-USER            PIC X(8).
           05  ARC-USER-2          PIC X(8).
           05  ARC-MONTANT         PIC S9(9)V99 COMP-3.
           05  ARC-FIN-CONSERV     PIC X(8).
           05  ARC-LONGUEUR        PIC 9(3).
           05  ARC-IMAGE           PIC X(317).
           05  FILLER              PIC X(4).

       FD  F-MVTJRN.
       01  ENR-MVTJRN.
           05  JRN-CLE.
               10  JRN-COMPTE      PIC X(11).
               10  JRN-DATE        PIC 9(7).
               10  JRN-HEURE       PIC 9(7).
           05  JRN-GUICHETIER      PIC X(8).
           05  JRN-SENS            PIC X(1).
           05  JRN-MONTANT         PIC 9(7)V99 COMP-3.
           05  JRN-SOLDE-APRES     PIC S9(9)V99 COMP-3.
           05  JRN-REFERENCE       PIC 9(8).

       FD  F-IMGJRN.
       01  ENR-IMGJRN.
           05  IMG-CLE.
               10  IMG-DATE        PIC 9(7).
               10  IMG-HEURE       PIC 9(7).
               10  IMG-TACHE       PIC 9(7).
               10  IMG-FICHIER     PIC X(8).
               10  IMG-CLE-ENR     PIC X(25).
               10  IMG-SEQ         PIC 9(2).
           05  IMG-TYPE            PIC X(1).
           05  IMG-AVANT           PIC X(130).
           05  IMG-APRES           PIC X(130).

       FD  F-SIGNJRN.
       01  ENR-SIGNJRN.
           05  SGN-CLE.
               10  SGN-DATE        PIC 9(7).
               10  SGN-HEURE       PIC 9(7).
               10  SGN-TACHE       PIC 9(7).
           05  SGN-USER            PIC X(8).
           05  SGN-TYPE            PIC X(1).
           05  SGN-TERMINAL        PIC X(4).
           05  FILLER              PIC X(6).

       FD  F-DEROGJRN.
       01  ENR-DEROGJRN.
           05  DRG-CLE.
               10  DRG-DATE        PIC 9(7).
               10  DRG-HEURE       PIC 9(7).
               10  DRG-TACHE       PIC 9(7).
           05  DRG-USER            PIC X(8).
           05  DRG-MOTIF           PIC X(4).
           05  DRG-COMPTE-SOURCE   PIC X(11).
           05  DRG-COMPTE-CIBLE    PIC X(11).
           05  DRG-MONTANT         PIC 9(7)V99 COMP-3.
           05  FILLER              PIC X(9).

       FD  F-COURRIER.
       01  ENR-COURRIER.
           05  COU-CLE.
               10  COU-COMPTE      PIC X(11).
               10  COU-DATE        PIC 9(7).
               10  COU-HEURE       PIC 9(7).
               10  COU-SEQ         PIC 9(2).
           05  COU-TYPE            PIC X(3).
           05  COU-PROGRAMME       PIC X(8).
           05  COU-PREMIERE-LIGNE  PIC X(60).
           05  COU-REIMPRESSION    PIC X(1).
           05  FILLER              PIC X(11).

       FD  F-RELVDEM.
       01  ENR-RELVDEM.
           05  DEM-CLE.
               10  DEM-COMPTE      PIC X(11).
               10  DEM-DATE        PIC 9(7).
               10  DEM-HEURE       PIC 9(7).
           05  DEM-DEMANDEUR       PIC X(8).
           05  DEM-PERIODE         PIC X(7).
           05  DEM-ETAT            PIC X(1).

       FD  F-VIRATT.
       01  ENR-VIRATT.
           05  ATT-CLE.
               10  ATT-DATE        PIC 9(7).
               10  ATT-HEURE       PIC 9(7).
               10  ATT-TACHE       PIC 9(7).
           05  ATT-STATUT          PIC X(1).
           05  ATT-INITIATEUR      PIC X(8).
           05  ATT-COMPTE-SOURCE   PIC X(11).
           05  ATT-COMPTE-CIBLE    PIC X(11).
           05  ATT-MONTANT         PIC 9(7)V99 COMP-3.
           05  ATT-SUPERVISEUR     PIC X(8).
           05  ATT-DATE-DECISION   PIC 9(7).
           05  ATT-MOTIF           PIC X(30).
           05  ATT-PROCURATION     PIC 9(2).
           05  ATT-REPRESENTANT    PIC 9(2).
           05  ATT-REPR-LEGAL      PIC X(1).

       FD  F-EDITION.
       01  ENR-EDITION             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-RET               PIC XX.
       01  WS-FS-CAT               PIC XX.
       01  WS-FS-ARC               PIC XX.
       01  WS-FS-JNL               PIC XX.
       01  WS-FS-EDI               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-ARRET                PIC 9 VALUE 0.
       01  WS-CODE-RETOUR          PIC 9 VALUE 0.

      *─── Date du passage ────────────────────────────────────────────
       01  WS-CARTE-DATE           PIC X(80).
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-AAAA        PIC 9(4).
           05  WS-JOUR-MM          PIC 9(2).
           05  WS-JOUR-JJ          PIC 9(2).
       01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR PIC X(8).

      *─── Calcul des dates limites ───────────────────────────────────
       01  WS-CALC-DATE.
           05  WS-CALC-AAAA        PIC 9(4).
           05  WS-CALC-MM          PIC 9(2).
           05  WS-CALC-JJ          PIC 9(2).
       01  WS-CALC-DATE-X REDEFINES WS-CALC-DATE PIC X(8).
       01  WS-NB-MOIS-ABS          PIC 9(6) VALUE 0.
       01  WS-DATE-LIMITE          PIC X(8).
       01  WS-FIN-CONSERV          PIC X(8).

      *─── Conversion de la date d'un enregistrement en AAAAMMJJ ──────
       01  WS-JULIEN-CONV          PIC 9(7) VALUE 0.
       01  WS-JUL-SIECLE-AN        PIC 9(4) VALUE 0.
       01  WS-JUL-QUANTIEME        PIC 9(3) VALUE 0.
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-DATE-ENR             PIC 9(8) VALUE 0.
       01  WS-DATE-ENR-X REDEFINES WS-DATE-ENR PIC X(8).

      *─── Regles de retention chargees depuis JRNRETN ────────────────
       01  WS-JOURNAUX-CONNUS.
           05  FILLER              PIC X(8) VALUE 'MVTJRN'.
           05  FILLER              PIC X(8) VALUE 'IMGJRN'.
           05  FILLER              PIC X(8) VALUE 'SIGNJRN'.
           05  FILLER              PIC X(8) VALUE 'DEROGJRN'.
           05  FILLER              PIC X(8) VALUE 'COURRIER'.
           05  FILLER              PIC X(8) VALUE 'RELVDEM'.
           05  FILLER              PIC X(8) VALUE 'VIRATT'.
       01  WS-JOURNAUX-R REDEFINES WS-JOURNAUX-CONNUS.
           05  WS-NOM-JOURNAL      PIC X(8) OCCURS 7 TIMES.

       01  WS-TAB-REGLES.
           05  WS-REGLE OCCURS 7 TIMES INDEXED BY WS-IDX-RGL.
               10  WS-RGL-JOURNAL  PIC X(8).
               10  WS-RGL-PRESENTE PIC 9.
               10  WS-RGL-MOIS     PIC 9(3).
               10  WS-RGL-ANS      PIC 9(2).

      *─── Journal en cours ───────────────────────────────────────────
       01  WS-JOURNAL-COURANT      PIC X(8).
       01  WS-A-PURGER             PIC 9 VALUE 0.
       01  WS-NB-LUS               PIC 9(9) VALUE 0.
       01  WS-NB-ARCHIVES          PIC 9(9) VALUE 0.
       01  WS-NB-SUPPRIMES         PIC 9(9) VALUE 0.
       01  WS-NB-CONSERVES         PIC 9(9) VALUE 0.
       01  WS-TOTAL-MONTANT        PIC S9(13)V99 COMP-3 VALUE 0.

      *─── Totaux du passage ──────────────────────────────────────────
       01  WS-TOT-ARCHIVES         PIC 9(9) VALUE 0.
       01  WS-TOT-SUPPRIMES        PIC 9(9) VALUE 0.
       01  WS-NB-ECHUES            PIC 9(5) VALUE 0.

      *─── Liste de controle (80 colonnes) ────────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.
       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(46) VALUE
               '*** PURGE ET ARCHIVAGE DES JOURNAUX CICS DU '.
           05  WS-TIT-DATE         PIC X(8).
           05  FILLER              PIC X(16) VALUE ' ***'.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(9)  VALUE 'JOURNAL'.
           05  FILLER              PIC X(9)  VALUE 'LIMITE'.
           05  FILLER              PIC X(10) VALUE '      LUS'.
           05  FILLER              PIC X(10) VALUE ' ARCHIVES'.
           05  FILLER              PIC X(10) VALUE 'SUPPRIMES'.
           05  FILLER              PIC X(16) VALUE
               ' TOTAL MONTANTS'.
           05  FILLER              PIC X(16) VALUE ' CONSERVATION'.

       01  WS-LIGNE-DETAIL.
           05  WS-DET-JOURNAL      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-LIMITE       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-LUS          PIC Z(8)9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-ARCHIVES     PIC Z(8)9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-SUPPRIMES    PIC Z(8)9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-MONTANT      PIC Z(10)9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-FIN-CONSERV  PIC X(8).
           05  FILLER              PIC X(8)  VALUE SPACES.

       01  WS-LIGNE-MESSAGE.
           05  WS-MSG-JOURNAL      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-MSG-TEXTE        PIC X(71).

       01  WS-LIGNE-ECHUE.
           05  FILLER              PIC X(19) VALUE
               'ARCHIVE ECHUE : DU '.
           05  WS-ECH-DATE         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-ECH-JOURNAL      PIC X(8).
           05  FILLER              PIC X(13) VALUE ' CONSERVEE AU'.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-ECH-FIN          PIC X(8).
           05  FILLER              PIC X(14) VALUE ' - A DETRUIRE '.
           05  FILLER              PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME JRNPURG'

           PERFORM 1000-INITIALISER THRU 1000-EXIT
           PERFORM 1100-CHARGER-RETENTION THRU 1100-EXIT
           PERFORM 1200-MARQUER-ECHUES THRU 1200-EXIT

           PERFORM 3000-PURGER-MVTJRN THRU 3000-EXIT
           PERFORM 3100-PURGER-IMGJRN THRU 3100-EXIT
           PERFORM 3200-PURGER-SIGNJRN THRU 3200-EXIT
           PERFORM 3300-PURGER-DEROGJRN THRU 3300-EXIT
           PERFORM 3400-PURGER-COURRIER THRU 3400-EXIT
           PERFORM 3500-PURGER-RELVDEM THRU 3500-EXIT
           PERFORM 3600-PURGER-VIRATT THRU 3600-EXIT

           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           CLOSE F-ARCHIVE
           CLOSE F-CATALOGUE
           CLOSE F-EDITION

           DISPLAY 'ENREGISTREMENTS ARCHIVES  : ' WS-TOT-ARCHIVES
           DISPLAY 'ENREGISTREMENTS SUPPRIMES : ' WS-TOT-SUPPRIMES
           DISPLAY 'ARCHIVES ECHUES A DETRUIRE: ' WS-NB-ECHUES
           DISPLAY 'FIN DU PROGRAMME JRNPURG'

           IF WS-ARRET = 1 OR WS-TOT-ARCHIVES NOT = WS-TOT-SUPPRIMES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CODE-RETOUR > 0 OR WS-NB-ECHUES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * 0200-JULIEN-EN-DATE : WS-JULIEN-CONV (0CYYDDD) en
      * WS-DATE-ENR (AAAAMMJJ) ; zero si la date est invalide
      ******************************************************************
       0200-JULIEN-EN-DATE.

           MOVE 0 TO WS-DATE-ENR
           DIVIDE WS-JULIEN-CONV BY 1000 GIVING WS-JUL-SIECLE-AN
               REMAINDER WS-JUL-QUANTIEME
           IF WS-JUL-QUANTIEME = 0 OR WS-JUL-QUANTIEME > 366
               GO TO 0200-EXIT
           END-IF
           COMPUTE WS-PREMIER-JANVIER =
               (1900 + WS-JUL-SIECLE-AN) * 10000 + 0101
           COMPUTE WS-DATE-ENR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER)
               + WS-JUL-QUANTIEME - 1).

       0200-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALISER : date du passage, catalogue, archive, liste
      ******************************************************************
       1000-INITIALISER.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CARTE-DATE
           DISPLAY 'DATE DU PASSAGE AAAAMMJJ (BLANC = AUJOURD''HUI) : '
           ACCEPT WS-CARTE-DATE FROM SYSIN
           IF WS-CARTE-DATE(1:8) NUMERIC
               MOVE WS-CARTE-DATE(1:8) TO WS-DATE-JOUR
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) = 0
               DISPLAY 'DATE DU PASSAGE INVALIDE : ' WS-DATE-JOUR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'DATE DU PASSAGE : ' WS-DATE-JOUR

           OPEN I-O F-CATALOGUE
           IF WS-FS-CAT = '35'
               OPEN OUTPUT F-CATALOGUE
               CLOSE F-CATALOGUE
               OPEN I-O F-CATALOGUE
           END-IF
           IF WS-FS-CAT NOT = '00'
               DISPLAY 'CATALOGUE ARCCATL INDISPONIBLE : ' WS-FS-CAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *─── Un passage deja fait ce jour : l'archive serait ecrasee ────
           MOVE WS-DATE-JOUR-X TO CAT-DATE-PURGE
           MOVE LOW-VALUES     TO CAT-JOURNAL
           START F-CATALOGUE KEY IS NOT LESS THAN CAT-CLE
               INVALID KEY MOVE '23' TO WS-FS-CAT
           END-START
           IF WS-FS-CAT = '00'
               READ F-CATALOGUE NEXT
                   AT END MOVE '10' TO WS-FS-CAT
               END-READ
               IF WS-FS-CAT = '00'
                  AND CAT-DATE-PURGE = WS-DATE-JOUR-X
                   DISPLAY 'PURGE DEJA PASSEE LE ' WS-DATE-JOUR
                           ' - ABANDON'
                   CLOSE F-CATALOGUE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT F-ARCHIVE
           IF WS-FS-ARC NOT = '00'
               DISPLAY 'ARCHIVE ARCJRN INDISPONIBLE : ' WS-FS-ARC
               CLOSE F-CATALOGUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-EDITION
           MOVE WS-DATE-JOUR-X TO WS-TIT-DATE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHARGER-RETENTION : cartes JRNRETN dans la table des
      * sept journaux
      ******************************************************************
       1100-CHARGER-RETENTION.

           PERFORM VARYING WS-IDX-RGL FROM 1 BY 1 UNTIL WS-IDX-RGL > 7
               MOVE WS-NOM-JOURNAL(WS-IDX-RGL)
                   TO WS-RGL-JOURNAL(WS-IDX-RGL)
               MOVE 0 TO WS-RGL-PRESENTE(WS-IDX-RGL)
               MOVE 0 TO WS-RGL-MOIS(WS-IDX-RGL)
               MOVE 0 TO WS-RGL-ANS(WS-IDX-RGL)
           END-PERFORM

           OPEN INPUT F-RETENTION
           IF WS-FS-RET NOT = '00'
               DISPLAY 'TABLE DE RETENTION JRNRETN ABSENTE : '
                       WS-FS-RET ' - AUCUNE PURGE'
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 1100-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-RETENTION
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END PERFORM 1150-RANGER-REGLE
               END-READ
           END-PERFORM
           CLOSE F-RETENTION
           MOVE 0 TO WS-EOF.

       1100-EXIT.
           EXIT.

       1150-RANGER-REGLE.

           MOVE RET-JOURNAL TO WS-MSG-JOURNAL
           SET WS-IDX-RGL TO 1
           SEARCH WS-REGLE
               AT END
                   MOVE 'CARTE DE RETENTION IGNOREE : JOURNAL INCONNU'
                       TO WS-MSG-TEXTE
                   WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
                   MOVE 1 TO WS-CODE-RETOUR
               WHEN WS-RGL-JOURNAL(WS-IDX-RGL) = RET-JOURNAL
                   IF RET-MOIS-LIGNE NOT NUMERIC
                      OR RET-ANS-ARCHIVE NOT NUMERIC
                      OR RET-MOIS-LIGNE = 0
                       MOVE 'CARTE DE RETENTION REFUSEE : DUREES NON NUM
      -                     'ERIQUES OU NULLES' TO WS-MSG-TEXTE
                       WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
                       MOVE 1 TO WS-CODE-RETOUR
                   ELSE
                       MOVE 1 TO WS-RGL-PRESENTE(WS-IDX-RGL)
                       MOVE RET-MOIS-LIGNE TO WS-RGL-MOIS(WS-IDX-RGL)
                       MOVE RET-ANS-ARCHIVE TO WS-RGL-ANS(WS-IDX-RGL)
                   END-IF
           END-SEARCH.

      ******************************************************************
      * 1200-MARQUER-ECHUES : archives dont la conservation est
      * depassee, marquees 'E' et listees a detruire
      ******************************************************************
       1200-MARQUER-ECHUES.

           MOVE LOW-VALUES TO CAT-CLE
           START F-CATALOGUE KEY IS NOT LESS THAN CAT-CLE
               INVALID KEY GO TO 1200-EXIT
           END-START

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CATALOGUE NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CAT-EN-ARCHIVE
                          AND CAT-FIN-CONSERV < WS-DATE-JOUR-X
                           MOVE 'E' TO CAT-STATUT
                           REWRITE ENR-CATALOGUE
                           ADD 1 TO WS-NB-ECHUES
                           MOVE CAT-DATE-PURGE  TO WS-ECH-DATE
                           MOVE CAT-JOURNAL     TO WS-ECH-JOURNAL
                           MOVE CAT-FIN-CONSERV TO WS-ECH-FIN
                           WRITE ENR-EDITION FROM WS-LIGNE-ECHUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF
           IF WS-NB-ECHUES > 0
               WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           END-IF
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PREPARER-JOURNAL : regle du journal courant, date limite
      * en ligne (date du passage - N mois) et fin de conservation
      * de l'archive (date du passage + N ans)
      ******************************************************************
       2000-PREPARER-JOURNAL.

           MOVE 0 TO WS-A-PURGER
           MOVE 0 TO WS-NB-LUS
           MOVE 0 TO WS-NB-ARCHIVES
           MOVE 0 TO WS-NB-SUPPRIMES
           MOVE 0 TO WS-NB-CONSERVES
           MOVE 0 TO WS-TOTAL-MONTANT
           MOVE SPACES TO WS-DATE-LIMITE
           MOVE SPACES TO WS-FIN-CONSERV
           MOVE WS-JOURNAL-COURANT TO WS-MSG-JOURNAL

           SET WS-IDX-RGL TO 1
           SEARCH WS-REGLE
               AT END CONTINUE
               WHEN WS-RGL-JOURNAL(WS-IDX-RGL) = WS-JOURNAL-COURANT
                   CONTINUE
           END-SEARCH
           IF WS-RGL-PRESENTE(WS-IDX-RGL) = 0
               MOVE 'PAS DE REGLE DE RETENTION - JOURNAL NON PURGE'
                   TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 2000-EXIT
           END-IF

           COMPUTE WS-NB-MOIS-ABS = WS-JOUR-AAAA * 12 + WS-JOUR-MM - 1
               - WS-RGL-MOIS(WS-IDX-RGL)
           DIVIDE WS-NB-MOIS-ABS BY 12 GIVING WS-CALC-AAAA
               REMAINDER WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           MOVE WS-JOUR-JJ TO WS-CALC-JJ
           IF WS-CALC-JJ > 28
               MOVE 28 TO WS-CALC-JJ
           END-IF
           MOVE WS-CALC-DATE-X TO WS-DATE-LIMITE

           COMPUTE WS-CALC-AAAA = WS-JOUR-AAAA
               + WS-RGL-ANS(WS-IDX-RGL)
           MOVE WS-JOUR-MM TO WS-CALC-MM
           MOVE WS-JOUR-JJ TO WS-CALC-JJ
           IF WS-CALC-MM = 2 AND WS-CALC-JJ = 29
               MOVE 28 TO WS-CALC-JJ
           END-IF
           MOVE WS-CALC-DATE-X TO WS-FIN-CONSERV

           MOVE 1 TO WS-A-PURGER.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ARCHIVER : ecriture de l'enveloppe ; l'appelant a pose
      * l'image, les comptes, les utilisateurs et le montant
      ******************************************************************
       2500-ARCHIVER.

           MOVE WS-JOURNAL-COURANT TO ARC-JOURNAL
           MOVE WS-DATE-JOUR-X     TO ARC-DATE-PURGE
           MOVE WS-DATE-ENR-X      TO ARC-DATE-ENR
           MOVE WS-FIN-CONSERV     TO ARC-FIN-CONSERV
           WRITE ENR-ARCHIVE
           IF WS-FS-ARC NOT = '00'
               DISPLAY 'ECRITURE ARCHIVE EN ERREUR : ' WS-FS-ARC
                       ' - ' WS-JOURNAL-COURANT ' - ARRET DE LA PURGE'
               MOVE 1 TO WS-ARRET
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-NB-ARCHIVES
           ADD ARC-MONTANT TO WS-TOTAL-MONTANT.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CONTROLER-SUPPRESSION : compte rendu du DELETE
      ******************************************************************
       2600-CONTROLER-SUPPRESSION.

           IF WS-FS-JNL = '00'
               ADD 1 TO WS-NB-SUPPRIMES
           ELSE
               DISPLAY 'SUPPRESSION EN ERREUR : ' WS-FS-JNL
                       ' - ' WS-JOURNAL-COURANT ' - ARRET DE LA PURGE'
               MOVE 1 TO WS-ARRET
           END-IF.

      ******************************************************************
      * 2900-CLORE-JOURNAL : ligne de controle et ligne du catalogue
      ******************************************************************
       2900-CLORE-JOURNAL.

           MOVE WS-JOURNAL-COURANT TO WS-DET-JOURNAL
           MOVE WS-DATE-LIMITE     TO WS-DET-LIMITE
           MOVE WS-NB-LUS          TO WS-DET-LUS
           MOVE WS-NB-ARCHIVES     TO WS-DET-ARCHIVES
           MOVE WS-NB-SUPPRIMES    TO WS-DET-SUPPRIMES
           MOVE WS-TOTAL-MONTANT   TO WS-DET-MONTANT
           MOVE WS-FIN-CONSERV     TO WS-DET-FIN-CONSERV
           WRITE ENR-EDITION FROM WS-LIGNE-DETAIL

           ADD WS-NB-ARCHIVES  TO WS-TOT-ARCHIVES
           ADD WS-NB-SUPPRIMES TO WS-TOT-SUPPRIMES
           IF WS-NB-ARCHIVES NOT = WS-NB-SUPPRIMES
               MOVE 'ECART ENTRE ARCHIVES ET SUPPRIMES - A VERIFIER'
                   TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
           END-IF

           IF WS-NB-ARCHIVES = 0
               GO TO 2900-EXIT
           END-IF
           MOVE SPACES             TO ENR-CATALOGUE
           MOVE WS-DATE-JOUR-X     TO CAT-DATE-PURGE
           MOVE WS-JOURNAL-COURANT TO CAT-JOURNAL
           MOVE WS-NB-ARCHIVES     TO CAT-NB-ARCHIVES
           MOVE WS-NB-SUPPRIMES    TO CAT-NB-SUPPRIMES
           MOVE WS-TOTAL-MONTANT   TO CAT-TOTAL-MONTANT
           MOVE WS-DATE-LIMITE     TO CAT-DATE-LIMITE
           MOVE WS-FIN-CONSERV     TO CAT-FIN-CONSERV
           MOVE 'A'                TO CAT-STATUT
           WRITE ENR-CATALOGUE
               INVALID KEY
                   DISPLAY 'CATALOGUE DEJA RENSEIGNE : '
                           CAT-CLE
                   MOVE 1 TO WS-CODE-RETOUR
           END-WRITE.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PURGER-MVTJRN : journal des mouvements du guichet
      ******************************************************************
       3000-PURGER-MVTJRN.

           MOVE 'MVTJRN' TO WS-JOURNAL-COURANT
           PERFORM 2000-PREPARER-JOURNAL THRU 2000-EXIT
           IF WS-A-PURGER = 0 OR WS-ARRET = 1
               GO TO 3000-EXIT
           END-IF
           OPEN I-O F-MVTJRN
           IF WS-FS-JNL NOT = '00'
               MOVE 'JOURNAL INDISPONIBLE - NON PURGE' TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 3000-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-ARRET = 1
               READ F-MVTJRN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE JRN-DATE TO WS-JULIEN-CONV
                       PERFORM 0200-JULIEN-EN-DATE THRU 0200-EXIT
                       IF WS-DATE-ENR-X < WS-DATE-LIMITE
                           MOVE SPACES          TO ENR-ARCHIVE
                           MOVE JRN-COMPTE      TO ARC-COMPTE
                           MOVE JRN-GUICHETIER  TO ARC-USER
                           MOVE JRN-MONTANT     TO ARC-MONTANT
                           MOVE 53              TO ARC-LONGUEUR
                           MOVE ENR-MVTJRN      TO ARC-IMAGE
                           PERFORM 2500-ARCHIVER THRU 2500-EXIT
                           IF WS-ARRET = 0
                               DELETE F-MVTJRN
                               PERFORM 2600-CONTROLER-SUPPRESSION
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-CONSERVES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-MVTJRN
           MOVE 0 TO WS-EOF
           PERFORM 2900-CLORE-JOURNAL THRU 2900-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PURGER-IMGJRN : images avant/apres des mises a jour
      ******************************************************************
       3100-PURGER-IMGJRN.

           MOVE 'IMGJRN' TO WS-JOURNAL-COURANT
           PERFORM 2000-PREPARER-JOURNAL THRU 2000-EXIT
           IF WS-A-PURGER = 0 OR WS-ARRET = 1
               GO TO 3100-EXIT
           END-IF
           OPEN I-O F-IMGJRN
           IF WS-FS-JNL NOT = '00'
               MOVE 'JOURNAL INDISPONIBLE - NON PURGE' TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 3100-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-ARRET = 1
               READ F-IMGJRN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE IMG-DATE TO WS-JULIEN-CONV
                       PERFORM 0200-JULIEN-EN-DATE THRU 0200-EXIT
                       IF WS-DATE-ENR-X < WS-DATE-LIMITE
                           MOVE SPACES          TO ENR-ARCHIVE
                           IF IMG-FICHIER = 'COMPTE'
                               MOVE IMG-CLE-ENR(1:11) TO ARC-COMPTE
                           END-IF
                           MOVE 0               TO ARC-MONTANT
                           MOVE 317             TO ARC-LONGUEUR
                           MOVE ENR-IMGJRN      TO ARC-IMAGE
                           PERFORM 2500-ARCHIVER THRU 2500-EXIT
                           IF WS-ARRET = 0
                               DELETE F-IMGJRN
                               PERFORM 2600-CONTROLER-SUPPRESSION
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-CONSERVES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-IMGJRN
           MOVE 0 TO WS-EOF
           PERFORM 2900-CLORE-JOURNAL THRU 2900-EXIT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PURGER-SIGNJRN : ouvertures et fermetures de session
      ******************************************************************
       3200-PURGER-SIGNJRN.

           MOVE 'SIGNJRN' TO WS-JOURNAL-COURANT
           PERFORM 2000-PREPARER-JOURNAL THRU 2000-EXIT
           IF WS-A-PURGER = 0 OR WS-ARRET = 1
               GO TO 3200-EXIT
           END-IF
           OPEN I-O F-SIGNJRN
           IF WS-FS-JNL NOT = '00'
               MOVE 'JOURNAL INDISPONIBLE - NON PURGE' TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 3200-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-ARRET = 1
               READ F-SIGNJRN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE SGN-DATE TO WS-JULIEN-CONV
                       PERFORM 0200-JULIEN-EN-DATE THRU 0200-EXIT
                       IF WS-DATE-ENR-X < WS-DATE-LIMITE
                           MOVE SPACES          TO ENR-ARCHIVE
                           MOVE SGN-USER        TO ARC-USER
                           MOVE 0               TO ARC-MONTANT
                           MOVE 40              TO ARC-LONGUEUR
                           MOVE ENR-SIGNJRN     TO ARC-IMAGE
                           PERFORM 2500-ARCHIVER THRU 2500-EXIT
                           IF WS-ARRET = 0
                               DELETE F-SIGNJRN
                               PERFORM 2600-CONTROLER-SUPPRESSION
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-CONSERVES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-SIGNJRN
           MOVE 0 TO WS-EOF
           PERFORM 2900-CLORE-JOURNAL THRU 2900-EXIT.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PURGER-DEROGJRN : derogations et decouverts autorises
      ******************************************************************
       3300-PURGER-DEROGJRN.

           MOVE 'DEROGJRN' TO WS-JOURNAL-COURANT
           PERFORM 2000-PREPARER-JOURNAL THRU 2000-EXIT
           IF WS-A-PURGER = 0 OR WS-ARRET = 1
               GO TO 3300-EXIT
           END-IF
           OPEN I-O F-DEROGJRN
           IF WS-FS-JNL NOT = '00'
               MOVE 'JOURNAL INDISPONIBLE - NON PURGE' TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 3300-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-ARRET = 1
               READ F-DEROGJRN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE DRG-DATE TO WS-JULIEN-CONV
                       PERFORM 0200-JULIEN-EN-DATE THRU 0200-EXIT
                       IF WS-DATE-ENR-X < WS-DATE-LIMITE
                           MOVE SPACES            TO ENR-ARCHIVE
                           MOVE DRG-COMPTE-SOURCE TO ARC-COMPTE
                           MOVE DRG-COMPTE-CIBLE  TO ARC-COMPTE-2
                           MOVE DRG-USER          TO ARC-USER
                           MOVE DRG-MONTANT       TO ARC-MONTANT
                           MOVE 69                TO ARC-LONGUEUR
                           MOVE ENR-DEROGJRN      TO ARC-IMAGE
                           PERFORM 2500-ARCHIVER THRU 2500-EXIT
                           IF WS-ARRET = 0
                               DELETE F-DEROGJRN
                               PERFORM 2600-CONTROLER-SUPPRESSION
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-CONSERVES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-DEROGJRN
           MOVE 0 TO WS-EOF
           PERFORM 2900-CLORE-JOURNAL THRU 2900-EXIT.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-PURGER-COURRIER : index des courriers emis ; les lettres
      * a reimprimer restent en ligne. COU-DATE est au format 0AAMMJJ
      * chez tous les emetteurs
      ******************************************************************
       3400-PURGER-COURRIER.

           MOVE 'COURRIER' TO WS-JOURNAL-COURANT
           PERFORM 2000-PREPARER-JOURNAL THRU 2000-EXIT
           IF WS-A-PURGER = 0 OR WS-ARRET = 1
               GO TO 3400-EXIT
           END-IF
           OPEN I-O F-COURRIER
           IF WS-FS-JNL NOT = '00'
               MOVE 'JOURNAL INDISPONIBLE - NON PURGE' TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 3400-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-ARRET = 1
               READ F-COURRIER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       COMPUTE WS-DATE-ENR = 20000000 + COU-DATE
                       IF WS-DATE-ENR-X < WS-DATE-LIMITE
                          AND COU-REIMPRESSION NOT = 'O'
                           MOVE SPACES          TO ENR-ARCHIVE
                           MOVE COU-COMPTE      TO ARC-COMPTE
                           MOVE 0               TO ARC-MONTANT
                           MOVE 110             TO ARC-LONGUEUR
                           MOVE ENR-COURRIER    TO ARC-IMAGE
                           PERFORM 2500-ARCHIVER THRU 2500-EXIT
                           IF WS-ARRET = 0
                               DELETE F-COURRIER
                               PERFORM 2600-CONTROLER-SUPPRESSION
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-CONSERVES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-COURRIER
           MOVE 0 TO WS-EOF
           PERFORM 2900-CLORE-JOURNAL THRU 2900-EXIT.

       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-PURGER-RELVDEM : demandes de releve servies seulement
      ******************************************************************
       3500-PURGER-RELVDEM.

           MOVE 'RELVDEM' TO WS-JOURNAL-COURANT
           PERFORM 2000-PREPARER-JOURNAL THRU 2000-EXIT
           IF WS-A-PURGER = 0 OR WS-ARRET = 1
               GO TO 3500-EXIT
           END-IF
           OPEN I-O F-RELVDEM
           IF WS-FS-JNL NOT = '00'
               MOVE 'JOURNAL INDISPONIBLE - NON PURGE' TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 3500-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-ARRET = 1
               READ F-RELVDEM
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE DEM-DATE TO WS-JULIEN-CONV
                       PERFORM 0200-JULIEN-EN-DATE THRU 0200-EXIT
                       IF WS-DATE-ENR-X < WS-DATE-LIMITE
                          AND DEM-ETAT = 'S'
                           MOVE SPACES          TO ENR-ARCHIVE
                           MOVE DEM-COMPTE      TO ARC-COMPTE
                           MOVE DEM-DEMANDEUR   TO ARC-USER
                           MOVE 0               TO ARC-MONTANT
                           MOVE 41              TO ARC-LONGUEUR
                           MOVE ENR-RELVDEM     TO ARC-IMAGE
                           PERFORM 2500-ARCHIVER THRU 2500-EXIT
                           IF WS-ARRET = 0
                               DELETE F-RELVDEM
                               PERFORM 2600-CONTROLER-SUPPRESSION
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-CONSERVES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-RELVDEM
           MOVE 0 TO WS-EOF
           PERFORM 2900-CLORE-JOURNAL THRU 2900-EXIT.

       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-PURGER-VIRATT : virements decides (valides, rejetes ou
      * expires) ; ceux en attente restent en ligne
      ******************************************************************
       3600-PURGER-VIRATT.

           MOVE 'VIRATT' TO WS-JOURNAL-COURANT
           PERFORM 2000-PREPARER-JOURNAL THRU 2000-EXIT
           IF WS-A-PURGER = 0 OR WS-ARRET = 1
               GO TO 3600-EXIT
           END-IF
           OPEN I-O F-VIRATT
           IF WS-FS-JNL NOT = '00'
               MOVE 'JOURNAL INDISPONIBLE - NON PURGE' TO WS-MSG-TEXTE
               WRITE ENR-EDITION FROM WS-LIGNE-MESSAGE
               MOVE 1 TO WS-CODE-RETOUR
               GO TO 3600-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-ARRET = 1
               READ F-VIRATT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE ATT-DATE TO WS-JULIEN-CONV
                       PERFORM 0200-JULIEN-EN-DATE THRU 0200-EXIT
                       IF WS-DATE-ENR-X < WS-DATE-LIMITE
                          AND ATT-STATUT NOT = 'A'
                           MOVE SPACES            TO ENR-ARCHIVE
                           MOVE ATT-COMPTE-SOURCE TO ARC-COMPTE
                           MOVE ATT-COMPTE-CIBLE  TO ARC-COMPTE-2
                           MOVE ATT-INITIATEUR    TO ARC-USER
                           MOVE ATT-SUPERVISEUR   TO ARC-USER-2
                           MOVE ATT-MONTANT       TO ARC-MONTANT
                           MOVE 107               TO ARC-LONGUEUR
                           MOVE ENR-VIRATT        TO ARC-IMAGE
                           PERFORM 2500-ARCHIVER THRU 2500-EXIT
                           IF WS-ARRET = 0
                               DELETE F-VIRATT
                               PERFORM 2600-CONTROLER-SUPPRESSION
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-CONSERVES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-VIRATT
           MOVE 0 TO WS-EOF
           PERFORM 2900-CLORE-JOURNAL THRU 2900-EXIT.

       3600-EXIT.
           EXIT.
