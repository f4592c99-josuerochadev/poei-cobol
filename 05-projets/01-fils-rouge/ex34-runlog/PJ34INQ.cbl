      *   D AAAAMMJJ   LES EXECUTIONS D'UNE DATE
      *   P PROGRAMME  LES EXECUTIONS D'UN PROGRAMME
      *   T            TOUT LE JOURNAL
      * LE TYPE 'INCID' SIGNALE UN DOSSIER D'INCIDENT PJ45INCD.
      * C'EST LE POINT UNIQUE OU L'EXPLOITATION VERIFIE CE QUI A
      * TOURNE DANS LA NUIT ET AVEC QUELS COMPTAGES.
      *================================================================*
           05 RUN-STATUT           PIC X(02).
           05 RUN-NB-LUS           PIC 9(07).
           05 RUN-NB-ECRITS        PIC 9(07).
           05 RUN-DATE-TRAIT       PIC X(08).
           05 FILLER               PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOG                PIC X(02).
            END-IF

            DISPLAY 'DATE     HEURE    PROGRAMME TYPE ST'
                    '     LUS  ECRITS TRAITE'

            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1

       AFFICHER-EXECUTION.
            ADD 1 TO WS-NB-AFFICHES
            EVALUATE RUN-TYPE
                WHEN 'D'
                    MOVE 'DEBUT' TO WS-TYPE-LIBELLE
                WHEN 'I'
                    MOVE 'INCID' TO WS-TYPE-LIBELLE
                WHEN OTHER
                    MOVE 'FIN  ' TO WS-TYPE-LIBELLE
            END-EVALUATE
            DISPLAY RUN-DATE ' ' RUN-HEURE ' ' RUN-PROGRAMME
                    ' ' WS-TYPE-LIBELLE ' ' RUN-STATUT
                    ' ' RUN-NB-LUS ' ' RUN-NB-ECRITS
                    ' ' RUN-DATE-TRAIT.
