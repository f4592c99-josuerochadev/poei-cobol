      ******************************************************************
      * Programme : CHGEXTR - Extraction mensuelle du change guichet
      * Fonction  : Verser les operations de change manuel du mois
      *             (CHGJRN, alimente par CHGTRT) au rapport de
      *             change de la chaine
      *
      * Mois extrait lu sur SYSIN (AAAAMM, 0 = mois precedent). Le
      * journal CHGJRN, range par date, est positionne au premier
      * jour du mois et relu jusqu'au dernier. Chaque operation est
      * ecrite au dessin FCHGGUI (80 octets) : date, agence, sens
      * vu du client, devise, montant en devise, contre-valeur,
      * marge et commission en euros, numero de bordereau. Le
      * fichier est recree a chaque passage (rejouable) ; PJ39CHGE
      * le lit pour ajouter la marge du change guichet au resultat
      * de change du mois. RC 8 si CHGJRN ou FCHGGUI est
      * indisponible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGEXTR.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CHGJRN ASSIGN TO CHGJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHJ-CLE
               FILE STATUS IS WS-FS-CHJ.

           SELECT F-CHGGUI ASSIGN TO FCHGGUI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GUI.

       DATA DIVISION.
       FILE SECTION.

      *─── dessin CHGJRN (cf. copybook) ───────────────────────────────
       FD  F-CHGJRN.
       01  ENR-CHGJRN.
           05  CHJ-CLE.
               10  CHJ-DATE        PIC X(8).
               10  CHJ-HEURE       PIC 9(7).
               10  CHJ-TACHE       PIC 9(7).
           05  CHJ-NUMERO          PIC 9(8).
           05  CHJ-AGENCE          PIC X(5).
           05  CHJ-GUICHETIER      PIC X(8).
           05  CHJ-SENS            PIC X(1).
           05  CHJ-DEVISE          PIC X(3).
           05  CHJ-MONTANT-DEV     PIC 9(7) COMP-3.
           05  CHJ-TAUX-JOUR       PIC 9(2)V9(6) COMP-3.
           05  CHJ-TAUX-APPLIQUE   PIC 9(2)V9(6) COMP-3.
           05  CHJ-CONTREVALEUR    PIC 9(7)V99 COMP-3.
           05  CHJ-COMMISSION      PIC 9(5)V99 COMP-3.
           05  CHJ-MARGE           PIC 9(7)V99 COMP-3.
           05  CHJ-MONTANT-EUR     PIC 9(7)V99 COMP-3.
           05  CHJ-REGLEMENT       PIC X(1).
           05  CHJ-COMPTE          PIC X(11).
           05  FILLER              PIC X(8).

      *─── Operations de change guichet du mois, lues par PJ39CHGE ───
       FD  F-CHGGUI.
       01  ENR-CHGGUI.
           05  GUI-DATE            PIC X(8).
           05  GUI-AGENCE          PIC X(5).
           05  GUI-SENS            PIC X(1).
           05  GUI-DEVISE          PIC X(3).
           05  GUI-MONTANT-DEV     PIC 9(7).
           05  GUI-CONTREVALEUR    PIC 9(7)V99.
           05  GUI-MARGE           PIC 9(7)V99.
           05  GUI-COMMISSION      PIC 9(5)V99.
           05  GUI-NUMERO          PIC 9(8).
           05  FILLER              PIC X(23).

       WORKING-STORAGE SECTION.
       01  WS-FS-CHJ               PIC XX.
       01  WS-FS-GUI               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).

      *─── Mois extrait ───────────────────────────────────────────────
       01  WS-MOIS-DEMANDE         PIC 9(6) VALUE 0.
       01  WS-MOIS-EXTRAIT.
           05  WS-ME-ANNEE         PIC 9(4).
           05  WS-ME-MOIS          PIC 9(2).
       01  WS-MOIS-EXTRAIT-N REDEFINES WS-MOIS-EXTRAIT PIC 9(6).

      *─── Compteurs et cumuls du bilan ───────────────────────────────
       01  WS-NB-LUS               PIC 9(7) VALUE 0.
       01  WS-NB-ECRITS            PIC 9(7) VALUE 0.
       01  WS-TOT-MARGE            PIC 9(9)V99 VALUE 0.
       01  WS-TOT-COMMISSION       PIC 9(9)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME CHGEXTR'

           DISPLAY 'MOIS A EXTRAIRE (AAAAMM, 0 = MOIS PRECEDENT) : '
           ACCEPT WS-MOIS-DEMANDE FROM SYSIN
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF WS-MOIS-DEMANDE = 0
               MOVE WS-ANNEE TO WS-ME-ANNEE
               MOVE WS-MOIS  TO WS-ME-MOIS
               IF WS-ME-MOIS = 1
                   MOVE 12 TO WS-ME-MOIS
                   SUBTRACT 1 FROM WS-ME-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-ME-MOIS
               END-IF
           ELSE
               MOVE WS-MOIS-DEMANDE TO WS-MOIS-EXTRAIT-N
           END-IF
           DISPLAY 'MOIS EXTRAIT : ' WS-MOIS-EXTRAIT-N

           OPEN INPUT F-CHGJRN
           IF WS-FS-CHJ NOT = '00'
               DISPLAY 'JOURNAL CHGJRN INDISPONIBLE : ' WS-FS-CHJ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-CHGGUI
           IF WS-FS-GUI NOT = '00'
               DISPLAY 'FICHIER FCHGGUI INDISPONIBLE : ' WS-FS-GUI
               CLOSE F-CHGJRN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *─── Positionnement au premier jour du mois extrait ────────────
           MOVE LOW-VALUES      TO CHJ-CLE
           MOVE WS-MOIS-EXTRAIT TO CHJ-DATE(1:6)
           MOVE '01'            TO CHJ-DATE(7:2)
           START F-CHGJRN KEY IS NOT LESS THAN CHJ-CLE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ F-CHGJRN NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CHJ-DATE(1:6) NOT = WS-MOIS-EXTRAIT
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 1000-ECRIRE-OPERATION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-CHGJRN
           CLOSE F-CHGGUI

           DISPLAY 'OPERATIONS DE CHANGE LUES   : ' WS-NB-LUS
           DISPLAY 'OPERATIONS EXTRAITES        : ' WS-NB-ECRITS
           MOVE WS-TOT-MARGE TO WS-ED-MONTANT
           DISPLAY 'MARGE DE CHANGE DU MOIS     : ' WS-ED-MONTANT
           MOVE WS-TOT-COMMISSION TO WS-ED-MONTANT
           DISPLAY 'COMMISSIONS DU MOIS         : ' WS-ED-MONTANT
           DISPLAY 'FIN DU PROGRAMME CHGEXTR'
           GOBACK.

      *─── Une operation du journal vers le dessin FCHGGUI ────────────
       1000-ECRIRE-OPERATION.

           ADD 1 TO WS-NB-LUS
           MOVE SPACES            TO ENR-CHGGUI
           MOVE CHJ-DATE          TO GUI-DATE
           MOVE CHJ-AGENCE        TO GUI-AGENCE
           MOVE CHJ-SENS          TO GUI-SENS
           MOVE CHJ-DEVISE        TO GUI-DEVISE
           MOVE CHJ-MONTANT-DEV   TO GUI-MONTANT-DEV
           MOVE CHJ-CONTREVALEUR  TO GUI-CONTREVALEUR
           MOVE CHJ-MARGE         TO GUI-MARGE
           MOVE CHJ-COMMISSION    TO GUI-COMMISSION
           MOVE CHJ-NUMERO        TO GUI-NUMERO
           WRITE ENR-CHGGUI
           ADD 1 TO WS-NB-ECRITS
           ADD CHJ-MARGE      TO WS-TOT-MARGE
           ADD CHJ-COMMISSION TO WS-TOT-COMMISSION.
