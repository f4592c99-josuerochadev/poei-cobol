           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-CONTROLE         PIC X(10).

       PROCEDURE DIVISION.
       PRINCIPAL.
            DISPLAY 'DEBUT DU PROGRAMME PJ31VALD'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-CONTROLE

