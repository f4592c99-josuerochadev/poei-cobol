           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-ANNEE-LIM             PIC S9(04).
       01 WS-MOIS-LIM              PIC S9(04).
       01 WS-ANNEE-ED              PIC 9(04).

      * DATE LIMITE = DATE DU JOUR RECULEE DE N MOIS (MEME JOUR)
       CALCULER-DATE-LIMITE.
            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            MOVE WS-ANNEE TO WS-ANNEE-LIM
            COMPUTE WS-MOIS-LIM = WS-MOIS - WS-NB-MOIS
            PERFORM UNTIL WS-MOIS-LIM > 0
