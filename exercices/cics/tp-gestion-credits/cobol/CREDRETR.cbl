      *     interets payes) et liberation de EMP-ETAT-CRED si plus
      *     aucun credit en cours
      * Les retours inconnus ou deja soldes sont listes en anomalie.
      * Les soldes de depart (type 'D', paie finale d'un employe
      * sortant) ne sont pas appliques ici : CREDDEPF les impute a
      * partir de FSOLDEP et clot les credits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRETR.
           05  RET-NUM-CREDIT      PIC 9(2).
           05  RET-MONTANT         PIC 9(5)V99.
           05  RET-LIBELLE         PIC X(20).
           05  RET-TYPE            PIC X(1).
           05  RET-MONTANT-DEPART  PIC 9(7)V99.
           05  FILLER              PIC X(35).

       FD  F-CREEMP.
       01  ENR-CREEMP.
       01  WS-NB-APPLIQUES         PIC 9(5) VALUE 0.
       01  WS-NB-SOLDES            PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(5) VALUE 0.
       01  WS-NB-DEPARTS           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'Retenues appliquees: ' WS-NB-APPLIQUES
           DISPLAY 'Credits soldes     : ' WS-NB-SOLDES
           DISPLAY 'Anomalies          : ' WS-NB-ANOMALIES
           DISPLAY 'Soldes de depart   : ' WS-NB-DEPARTS
           STOP RUN.

       1000-APPLIQUER-RETOURS.
           END-READ.

       1100-APPLIQUER-UNE-RETENUE.
           IF RET-TYPE = 'D'
               ADD 1 TO WS-NB-DEPARTS
               GO TO 1100-FIN
           END-IF

           MOVE RET-ID-EMPL    TO CRD-ID-EMPL
           MOVE RET-NUM-CREDIT TO CRD-NUM-CREDIT
           READ F-CREEMP
