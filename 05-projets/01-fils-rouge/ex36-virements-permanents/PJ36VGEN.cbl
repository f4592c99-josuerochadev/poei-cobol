           05 WS-DJ-ANNEE          PIC 9(04).
           05 WS-DJ-MOIS           PIC 9(02).
           05 WS-DJ-JOUR           PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-TRAITEMENT       PIC X(10).

      * DATE DE TRAVAIL DECOMPOSEE POUR L'AVANCE DE FREQUENCE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ36VGEN'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-DJ-ANNEE '-' WS-DJ-MOIS '-' WS-DJ-JOUR
                DELIMITED BY SIZE INTO WS-DATE-TRAITEMENT

