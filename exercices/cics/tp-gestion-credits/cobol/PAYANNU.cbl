      ******************************************************************
      * Programme : PAYANNU - Cloture annuelle de la paie (batch)
      * Fonction  : Recapitulatif annuel par employe, declaration
      *             annuelle des salaires, remise a zero des cumuls
      *
      * Pour l'annee saisie en debut de traitement (SYSIN, AAAA) :
      *   1. totalise les douze journaux de paie mensuels FJRNPAIE
      *      de PAYEMENS, fournis concatenes sous FJRNANN (brut,
      *      charges, net par departement et par mois) ;
      *   2. lit les cumuls annuels EMPCUMUL tenus par PAYEMENS et
      *      edite un recapitulatif par employe (une page) dans
      *      FRECAPAN : detail mois par mois, totaux de l'annee,
      *      net imposable ;
      *   3. produit la declaration annuelle FDECLAN destinee aux
      *      organismes sociaux et a l'administration fiscale :
      *      un enregistrement d'entete 'E', un par salarie 'S' et
      *      un enregistrement de totaux 'T' ;
      *   4. rapproche les totaux generaux des cumuls (brut,
      *      charges salariales + patronales, net paye) de ceux des
      *      journaux mensuels. S'ils concordent, les cumuls sont
      *      remis a zero pour l'annee suivante ; sinon rien n'est
      *      remis a zero, l'ecart est edite et le traitement se
      *      termine en RC 8 : la declaration ne doit pas partir.
      * Un mois absent des journaux est signale (RC 4 au mieux).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYANNU.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUMULS ASSIGN TO EMPCUMUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-ID-EMPL
               FILE STATUS IS WS-FS-CUM.

           SELECT OPTIONAL F-JOURNAUX ASSIGN TO FJRNANN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT F-RECAP ASSIGN TO FRECAPAN
               FILE STATUS IS WS-FS-REC.

           SELECT F-DECLARATION ASSIGN TO FDECLAN
               FILE STATUS IS WS-FS-DCL.

       DATA DIVISION.
       FILE SECTION.

      *─── Cumuls annuels de paie par employe (PAYEMENS) ──────────────
       FD  F-CUMULS.
       01  ENR-CUMUL.
           05  CUM-ID-EMPL         PIC X(6).
           05  CUM-ANNEE           PIC 9(4).
           05  CUM-NOM             PIC X(30).
           05  CUM-DEPT            PIC X(10).
           05  CUM-NB-MOIS         PIC 9(2).
           05  CUM-BRUT            PIC 9(9)V99 COMP-3.
           05  CUM-COTIS-SAL       PIC 9(9)V99 COMP-3.
           05  CUM-COTIS-PAT       PIC 9(9)V99 COMP-3.
           05  CUM-NET-IMPOSABLE   PIC 9(9)V99 COMP-3.
           05  CUM-RETENUES        PIC 9(9)V99 COMP-3.
           05  CUM-NET-PAYE        PIC 9(9)V99 COMP-3.
           05  CUM-MOIS OCCURS 12 TIMES.
               10  CUM-M-PAYE      PIC X(1).
               10  CUM-M-BRUT      PIC 9(7)V99 COMP-3.
               10  CUM-M-COTIS-SAL PIC 9(7)V99 COMP-3.
               10  CUM-M-COTIS-PAT PIC 9(7)V99 COMP-3.
               10  CUM-M-RETENUES  PIC 9(7)V99 COMP-3.
               10  CUM-M-NET       PIC 9(7)V99 COMP-3.
           05  CUM-DATE-MAJ        PIC X(8).
           05  FILLER              PIC X(20).

      *─── Journaux de paie mensuels de PAYEMENS (concatenes) ─────────
       FD  F-JOURNAUX.
       01  ENR-JOURNAL.
           05  JRP-DEPT            PIC X(10).
           05  JRP-EFFECTIF        PIC 9(4).
           05  JRP-BRUT            PIC 9(9)V99.
           05  JRP-CHARGES         PIC 9(9)V99.
           05  JRP-NET             PIC 9(9)V99.
           05  JRP-PERIODE.
               10  JRP-ANNEE       PIC X(4).
               10  FILLER          PIC X(1).
               10  JRP-MOIS        PIC 9(2).
           05  FILLER              PIC X(26).

       FD  F-RECAP.
       01  ENR-RECAP               PIC X(80).

      *─── Declaration annuelle des salaires ──────────────────────────
       FD  F-DECLARATION.
       01  DCL-ENTETE.
           05  DCL-E-TYPE          PIC X(1).
           05  DCL-E-ANNEE         PIC 9(4).
           05  DCL-E-DATE-PROD     PIC 9(8).
           05  DCL-E-LIBELLE       PIC X(40).
           05  FILLER              PIC X(97).
       01  DCL-SALARIE.
           05  DCL-S-TYPE          PIC X(1).
           05  DCL-S-ANNEE         PIC 9(4).
           05  DCL-S-ID-EMPL       PIC X(6).
           05  DCL-S-NOM           PIC X(30).
           05  DCL-S-DEPT          PIC X(10).
           05  DCL-S-NB-MOIS       PIC 9(2).
           05  DCL-S-BRUT          PIC 9(9)V99.
           05  DCL-S-COTIS-SAL     PIC 9(9)V99.
           05  DCL-S-COTIS-PAT     PIC 9(9)V99.
           05  DCL-S-NET-IMPOSABLE PIC 9(9)V99.
           05  DCL-S-RETENUES      PIC 9(9)V99.
           05  DCL-S-NET-PAYE      PIC 9(9)V99.
           05  FILLER              PIC X(31).
       01  DCL-TOTAL.
           05  DCL-T-TYPE          PIC X(1).
           05  DCL-T-ANNEE         PIC 9(4).
           05  DCL-T-NB-SALARIES   PIC 9(6).
           05  DCL-T-BRUT          PIC 9(11)V99.
           05  DCL-T-COTIS-SAL     PIC 9(11)V99.
           05  DCL-T-COTIS-PAT     PIC 9(11)V99.
           05  DCL-T-NET-IMPOSABLE PIC 9(11)V99.
           05  DCL-T-RETENUES      PIC 9(11)V99.
           05  DCL-T-NET-PAYE      PIC 9(11)V99.
           05  FILLER              PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-FS-CUM               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-REC               PIC XX.
       01  WS-FS-DCL               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-ANNEE-DEMANDEE       PIC 9(4) VALUE 0.
       01  WS-ANNEE-SUIVANTE       PIC 9(4) VALUE 0.
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-IDX-MOIS             PIC 9(2) VALUE 0.

      *─── Totaux des journaux mensuels de l'annee ────────────────────
       01  WS-JRN-BRUT             PIC 9(11)V99 VALUE 0.
       01  WS-JRN-CHARGES          PIC 9(11)V99 VALUE 0.
       01  WS-JRN-NET              PIC 9(11)V99 VALUE 0.
       01  WS-NB-LIGNES-JOURNAL    PIC 9(5) VALUE 0.
       01  WS-TAB-MOIS-JOURNAL.
           05  WS-MOIS-JOURNAL     PIC X(1) OCCURS 12 TIMES.
       01  WS-NB-MOIS-ABSENTS      PIC 9(2) VALUE 0.

      *─── Totaux des cumuls de l'annee ───────────────────────────────
       01  WS-NB-SALARIES          PIC 9(6) VALUE 0.
       01  WS-NB-AUTRES-ANNEES     PIC 9(5) VALUE 0.
       01  WS-NB-REMIS-A-ZERO      PIC 9(5) VALUE 0.
       01  WS-TOT-BRUT             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-COTIS-SAL        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-COTIS-PAT        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-CHARGES          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NET-IMPOSABLE    PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RETENUES         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NET-PAYE         PIC 9(11)V99 VALUE 0.
       01  WS-ECART                PIC S9(11)V99 VALUE 0.
       01  WS-CONCORDANCE          PIC 9 VALUE 1.

      *─── Lignes du recapitulatif ────────────────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.
       01  WS-LIGNE-TIRETS         PIC X(80) VALUE ALL '-'.
       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       01  WS-REC-TITRE.
           05  FILLER              PIC X(17) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE '*** RECAPITULATIF ANNUEL DE PAIE '.
           05  WS-REC-ANNEE        PIC 9(4).
           05  FILLER              PIC X(4) VALUE ' ***'.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-REC-EMPLOYE.
           05  FILLER              PIC X(10) VALUE 'EMPLOYE : '.
           05  WS-REC-ID           PIC X(6).
           05  FILLER              PIC X(3) VALUE ' - '.
           05  WS-REC-NOM          PIC X(30).
           05  FILLER              PIC X(8) VALUE '  DEPT: '.
           05  WS-REC-DEPT         PIC X(10).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-REC-ENTETE-MOIS.
           05  FILLER              PIC X(12) VALUE 'MOIS'.
           05  FILLER              PIC X(12) VALUE '        BRUT'.
           05  FILLER              PIC X(12) VALUE '   COT. SAL.'.
           05  FILLER              PIC X(12) VALUE '   COT. PAT.'.
           05  FILLER              PIC X(12) VALUE '    RETENUES'.
           05  FILLER              PIC X(12) VALUE '    NET PAYE'.
           05  FILLER              PIC X(8) VALUE SPACES.

       01  WS-REC-MOIS.
           05  WS-REC-M-ANNEE      PIC 9(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-REC-M-MOIS       PIC 9(2).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-REC-M-BRUT       PIC Z(8)9.99.
           05  WS-REC-M-COTIS-SAL  PIC Z(8)9.99.
           05  WS-REC-M-COTIS-PAT  PIC Z(8)9.99.
           05  WS-REC-M-RETENUES   PIC Z(8)9.99.
           05  WS-REC-M-NET        PIC Z(8)9.99.
           05  FILLER              PIC X(8) VALUE SPACES.

       01  WS-REC-TOTAL.
           05  FILLER              PIC X(12) VALUE 'TOTAL ANNEE'.
           05  WS-REC-T-BRUT       PIC Z(8)9.99.
           05  WS-REC-T-COTIS-SAL  PIC Z(8)9.99.
           05  WS-REC-T-COTIS-PAT  PIC Z(8)9.99.
           05  WS-REC-T-RETENUES   PIC Z(8)9.99.
           05  WS-REC-T-NET        PIC Z(8)9.99.
           05  FILLER              PIC X(8) VALUE SPACES.

       01  WS-REC-IMPOSABLE.
           05  FILLER              PIC X(30)
               VALUE 'NET IMPOSABLE DE L''ANNEE :  '.
           05  WS-REC-ED-IMPOSABLE PIC Z(8)9.99.
           05  FILLER              PIC X(8) VALUE '  MOIS: '.
           05  WS-REC-ED-NB-MOIS   PIC Z9.
           05  FILLER              PIC X(28) VALUE SPACES.

      *─── Lignes du rapprochement avec les journaux mensuels ─────────
       01  WS-RAP-TITRE.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(46)
               VALUE '*** RAPPROCHEMENT CUMULS / JOURNAUX DE PAIE '.
           05  WS-RAP-ANNEE        PIC 9(4).
           05  FILLER              PIC X(4) VALUE ' ***'.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-RAP-ENTETE.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE '          CUMULS'.
           05  FILLER              PIC X(16) VALUE '        JOURNAUX'.
           05  FILLER              PIC X(16) VALUE '           ECART'.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-RAP-LIGNE.
           05  WS-RAP-LIBELLE      PIC X(14).
           05  WS-RAP-CUMULS       PIC Z(12)9.99.
           05  WS-RAP-JOURNAUX     PIC Z(12)9.99.
           05  WS-RAP-ECART        PIC -(12)9.99.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-RAP-CONCLUSION       PIC X(80).

       01  WS-RAP-MOIS-ABSENT.
           05  FILLER              PIC X(35)
               VALUE 'MOIS ABSENT DES JOURNAUX DE PAIE : '.
           05  WS-RAP-MA-ANNEE     PIC 9(4).
           05  FILLER              PIC X(1) VALUE '-'.
           05  WS-RAP-MA-MOIS      PIC 9(2).
           05  FILLER              PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME PAYANNU'

           DISPLAY 'ANNEE A CLORE (AAAA) : '
           ACCEPT WS-ANNEE-DEMANDEE FROM SYSIN
           IF WS-ANNEE-DEMANDEE = 0
               DISPLAY 'ANNEE OBLIGATOIRE - ABANDON'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE-DEMANDEE + 1
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-ANNEE-DEMANDEE TO WS-REC-ANNEE
           MOVE WS-ANNEE-DEMANDEE TO WS-RAP-ANNEE

           OPEN I-O F-CUMULS
           IF WS-FS-CUM NOT = '00'
               DISPLAY 'CUMULS EMPCUMUL INDISPONIBLES : ' WS-FS-CUM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-TOTALISER-JOURNAUX THRU 1000-EXIT

           OPEN OUTPUT F-RECAP
           OPEN OUTPUT F-DECLARATION

           MOVE SPACES              TO DCL-ENTETE
           MOVE 'E'                 TO DCL-E-TYPE
           MOVE WS-ANNEE-DEMANDEE   TO DCL-E-ANNEE
           MOVE WS-DATE-JOUR        TO DCL-E-DATE-PROD
           MOVE 'DECLARATION ANNUELLE DES SALAIRES'
                                    TO DCL-E-LIBELLE
           WRITE DCL-ENTETE

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CUMULS NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CUM-ANNEE = WS-ANNEE-DEMANDEE
                           PERFORM 2000-DECLARER-EMPLOYE
                       ELSE
                           ADD 1 TO WS-NB-AUTRES-ANNEES
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES               TO DCL-TOTAL
           MOVE 'T'                  TO DCL-T-TYPE
           MOVE WS-ANNEE-DEMANDEE    TO DCL-T-ANNEE
           MOVE WS-NB-SALARIES       TO DCL-T-NB-SALARIES
           MOVE WS-TOT-BRUT          TO DCL-T-BRUT
           MOVE WS-TOT-COTIS-SAL     TO DCL-T-COTIS-SAL
           MOVE WS-TOT-COTIS-PAT     TO DCL-T-COTIS-PAT
           MOVE WS-TOT-NET-IMPOSABLE TO DCL-T-NET-IMPOSABLE
           MOVE WS-TOT-RETENUES      TO DCL-T-RETENUES
           MOVE WS-TOT-NET-PAYE      TO DCL-T-NET-PAYE
           WRITE DCL-TOTAL

           PERFORM 3000-RAPPROCHER

           IF WS-CONCORDANCE = 1
               PERFORM 4000-REMETTRE-A-ZERO
           ELSE
               DISPLAY 'ECART CUMULS / JOURNAUX - CUMULS CONSERVES'
               DISPLAY 'DECLARATION FDECLAN A NE PAS TRANSMETTRE'
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE F-CUMULS
           CLOSE F-RECAP
           CLOSE F-DECLARATION

           DISPLAY 'SALARIES DECLARES      : ' WS-NB-SALARIES
           DISPLAY 'CUMULS D''UNE AUTRE ANNEE : ' WS-NB-AUTRES-ANNEES
           DISPLAY 'CUMULS REMIS A ZERO    : ' WS-NB-REMIS-A-ZERO
           DISPLAY 'FIN DU PROGRAMME PAYANNU'
           GOBACK.

      *─── Journaux mensuels de l'annee : totaux et mois presents ─────
       1000-TOTALISER-JOURNAUX.
           MOVE SPACES TO WS-TAB-MOIS-JOURNAL
           OPEN INPUT F-JOURNAUX
           IF WS-FS-JRN NOT = '00'
               IF WS-FS-JRN = '05'
                   CLOSE F-JOURNAUX
               END-IF
               DISPLAY 'JOURNAUX FJRNANN ABSENTS : ' WS-FS-JRN
               GO TO 1000-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-JOURNAUX
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF JRP-ANNEE = WS-ANNEE-DEMANDEE
                          AND JRP-MOIS >= 1 AND JRP-MOIS <= 12
                           ADD 1 TO WS-NB-LIGNES-JOURNAL
                           ADD JRP-BRUT    TO WS-JRN-BRUT
                           ADD JRP-CHARGES TO WS-JRN-CHARGES
                           ADD JRP-NET     TO WS-JRN-NET
                           MOVE 'O' TO WS-MOIS-JOURNAL(JRP-MOIS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-JOURNAUX
           MOVE 0 TO WS-EOF.

       1000-EXIT.
           EXIT.

      *─── Un employe de l'annee : page du recapitulatif, ligne de la
      *    declaration, totaux generaux ─────────────────────────────
       2000-DECLARER-EMPLOYE.
           ADD 1 TO WS-NB-SALARIES
           ADD CUM-BRUT          TO WS-TOT-BRUT
           ADD CUM-COTIS-SAL     TO WS-TOT-COTIS-SAL
           ADD CUM-COTIS-PAT     TO WS-TOT-COTIS-PAT
           ADD CUM-NET-IMPOSABLE TO WS-TOT-NET-IMPOSABLE
           ADD CUM-RETENUES      TO WS-TOT-RETENUES
           ADD CUM-NET-PAYE      TO WS-TOT-NET-PAYE

           MOVE CUM-ID-EMPL TO WS-REC-ID
           MOVE CUM-NOM     TO WS-REC-NOM
           MOVE CUM-DEPT    TO WS-REC-DEPT
           WRITE ENR-RECAP FROM WS-LIGNE-SEP
               AFTER ADVANCING PAGE
           WRITE ENR-RECAP FROM WS-REC-TITRE
           WRITE ENR-RECAP FROM WS-LIGNE-SEP
           WRITE ENR-RECAP FROM WS-REC-EMPLOYE
           WRITE ENR-RECAP FROM WS-LIGNE-VIDE
           WRITE ENR-RECAP FROM WS-REC-ENTETE-MOIS
           WRITE ENR-RECAP FROM WS-LIGNE-TIRETS

           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > 12
               IF CUM-M-PAYE(WS-IDX-MOIS) = 'O'
                   PERFORM 2100-EDITER-MOIS
               END-IF
           END-PERFORM

           MOVE CUM-BRUT          TO WS-REC-T-BRUT
           MOVE CUM-COTIS-SAL     TO WS-REC-T-COTIS-SAL
           MOVE CUM-COTIS-PAT     TO WS-REC-T-COTIS-PAT
           MOVE CUM-RETENUES      TO WS-REC-T-RETENUES
           MOVE CUM-NET-PAYE      TO WS-REC-T-NET
           MOVE CUM-NET-IMPOSABLE TO WS-REC-ED-IMPOSABLE
           MOVE CUM-NB-MOIS       TO WS-REC-ED-NB-MOIS
           WRITE ENR-RECAP FROM WS-LIGNE-TIRETS
           WRITE ENR-RECAP FROM WS-REC-TOTAL
           WRITE ENR-RECAP FROM WS-LIGNE-VIDE
           WRITE ENR-RECAP FROM WS-REC-IMPOSABLE
           WRITE ENR-RECAP FROM WS-LIGNE-SEP

           MOVE SPACES            TO DCL-SALARIE
           MOVE 'S'               TO DCL-S-TYPE
           MOVE WS-ANNEE-DEMANDEE TO DCL-S-ANNEE
           MOVE CUM-ID-EMPL       TO DCL-S-ID-EMPL
           MOVE CUM-NOM           TO DCL-S-NOM
           MOVE CUM-DEPT          TO DCL-S-DEPT
           MOVE CUM-NB-MOIS       TO DCL-S-NB-MOIS
           MOVE CUM-BRUT          TO DCL-S-BRUT
           MOVE CUM-COTIS-SAL     TO DCL-S-COTIS-SAL
           MOVE CUM-COTIS-PAT     TO DCL-S-COTIS-PAT
           MOVE CUM-NET-IMPOSABLE TO DCL-S-NET-IMPOSABLE
           MOVE CUM-RETENUES      TO DCL-S-RETENUES
           MOVE CUM-NET-PAYE      TO DCL-S-NET-PAYE
           WRITE DCL-SALARIE.

       2100-EDITER-MOIS.
           MOVE WS-ANNEE-DEMANDEE            TO WS-REC-M-ANNEE
           MOVE WS-IDX-MOIS                  TO WS-REC-M-MOIS
           MOVE CUM-M-BRUT(WS-IDX-MOIS)      TO WS-REC-M-BRUT
           MOVE CUM-M-COTIS-SAL(WS-IDX-MOIS) TO WS-REC-M-COTIS-SAL
           MOVE CUM-M-COTIS-PAT(WS-IDX-MOIS) TO WS-REC-M-COTIS-PAT
           MOVE CUM-M-RETENUES(WS-IDX-MOIS)  TO WS-REC-M-RETENUES
           MOVE CUM-M-NET(WS-IDX-MOIS)       TO WS-REC-M-NET
           WRITE ENR-RECAP FROM WS-REC-MOIS.

      *─── Totaux generaux des cumuls contre les douze journaux :
      *    les charges du journal sont salariales + patronales ──────
       3000-RAPPROCHER.
           COMPUTE WS-TOT-CHARGES = WS-TOT-COTIS-SAL + WS-TOT-COTIS-PAT

           WRITE ENR-RECAP FROM WS-LIGNE-SEP
               AFTER ADVANCING PAGE
           WRITE ENR-RECAP FROM WS-RAP-TITRE
           WRITE ENR-RECAP FROM WS-LIGNE-SEP
           WRITE ENR-RECAP FROM WS-RAP-ENTETE

           MOVE 'BRUT'          TO WS-RAP-LIBELLE
           MOVE WS-TOT-BRUT     TO WS-RAP-CUMULS
           MOVE WS-JRN-BRUT     TO WS-RAP-JOURNAUX
           COMPUTE WS-ECART = WS-TOT-BRUT - WS-JRN-BRUT
           PERFORM 3100-EDITER-ECART

           MOVE 'CHARGES'       TO WS-RAP-LIBELLE
           MOVE WS-TOT-CHARGES  TO WS-RAP-CUMULS
           MOVE WS-JRN-CHARGES  TO WS-RAP-JOURNAUX
           COMPUTE WS-ECART = WS-TOT-CHARGES - WS-JRN-CHARGES
           PERFORM 3100-EDITER-ECART

           MOVE 'NET PAYE'      TO WS-RAP-LIBELLE
           MOVE WS-TOT-NET-PAYE TO WS-RAP-CUMULS
           MOVE WS-JRN-NET      TO WS-RAP-JOURNAUX
           COMPUTE WS-ECART = WS-TOT-NET-PAYE - WS-JRN-NET
           PERFORM 3100-EDITER-ECART

           WRITE ENR-RECAP FROM WS-LIGNE-VIDE
           MOVE 0 TO WS-NB-MOIS-ABSENTS
           MOVE WS-ANNEE-DEMANDEE TO WS-RAP-MA-ANNEE
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > 12
               IF WS-MOIS-JOURNAL(WS-IDX-MOIS) NOT = 'O'
                   ADD 1 TO WS-NB-MOIS-ABSENTS
                   MOVE WS-IDX-MOIS TO WS-RAP-MA-MOIS
                   WRITE ENR-RECAP FROM WS-RAP-MOIS-ABSENT
               END-IF
           END-PERFORM
           IF WS-NB-MOIS-ABSENTS > 0
               DISPLAY 'MOIS ABSENTS DES JOURNAUX : '
                       WS-NB-MOIS-ABSENTS
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-CONCORDANCE = 1
               MOVE 'CUMULS ET JOURNAUX CONCORDANTS - CUMULS REMIS A ZE
      -             'RO POUR L''ANNEE SUIVANTE'
                   TO WS-RAP-CONCLUSION
           ELSE
               MOVE 'ECART CUMULS / JOURNAUX - CUMULS CONSERVES, DECLA
      -             'RATION A NE PAS TRANSMETTRE'
                   TO WS-RAP-CONCLUSION
           END-IF
           WRITE ENR-RECAP FROM WS-LIGNE-VIDE
           WRITE ENR-RECAP FROM WS-RAP-CONCLUSION
           WRITE ENR-RECAP FROM WS-LIGNE-SEP

           DISPLAY 'TOTAL BRUT    CUMULS : ' WS-TOT-BRUT
                   ' JOURNAUX : ' WS-JRN-BRUT
           DISPLAY 'TOTAL CHARGES CUMULS : ' WS-TOT-CHARGES
                   ' JOURNAUX : ' WS-JRN-CHARGES
           DISPLAY 'TOTAL NET     CUMULS : ' WS-TOT-NET-PAYE
                   ' JOURNAUX : ' WS-JRN-NET.

       3100-EDITER-ECART.
           MOVE WS-ECART TO WS-RAP-ECART
           IF WS-ECART NOT = 0
               MOVE 0 TO WS-CONCORDANCE
           END-IF
           WRITE ENR-RECAP FROM WS-RAP-LIGNE.

      *─── Annee concordante : cumuls de l'annee remis a zero et
      *    ouverts pour l'annee suivante ───────────────────────────
       4000-REMETTRE-A-ZERO.
           MOVE LOW-VALUES TO CUM-ID-EMPL
           START F-CUMULS KEY IS NOT LESS THAN CUM-ID-EMPL
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ F-CUMULS NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CUM-ANNEE = WS-ANNEE-DEMANDEE
                           PERFORM 4100-REMETTRE-CUMUL
                       END-IF
               END-READ
           END-PERFORM.

       4100-REMETTRE-CUMUL.
           MOVE WS-ANNEE-SUIVANTE TO CUM-ANNEE
           MOVE 0 TO CUM-NB-MOIS
           MOVE 0 TO CUM-BRUT
           MOVE 0 TO CUM-COTIS-SAL
           MOVE 0 TO CUM-COTIS-PAT
           MOVE 0 TO CUM-NET-IMPOSABLE
           MOVE 0 TO CUM-RETENUES
           MOVE 0 TO CUM-NET-PAYE
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > 12
               MOVE SPACE TO CUM-M-PAYE(WS-IDX-MOIS)
               MOVE 0 TO CUM-M-BRUT(WS-IDX-MOIS)
               MOVE 0 TO CUM-M-COTIS-SAL(WS-IDX-MOIS)
               MOVE 0 TO CUM-M-COTIS-PAT(WS-IDX-MOIS)
               MOVE 0 TO CUM-M-RETENUES(WS-IDX-MOIS)
               MOVE 0 TO CUM-M-NET(WS-IDX-MOIS)
           END-PERFORM
           MOVE WS-DATE-JOUR TO CUM-DATE-MAJ
           REWRITE ENR-CUMUL
           ADD 1 TO WS-NB-REMIS-A-ZERO.
