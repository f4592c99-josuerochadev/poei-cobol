       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ00DATE.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * SOUS PROGRAMME - DATE DE TRAITEMENT DE LA CHAINE
      *
      * LES ETAPES DE LA CHAINE NE LISENT PLUS L'HORLOGE : ELLES
      * DEMANDENT ICI LA DATE METIER DE LA NUIT QU'ELLES TRAITENT.
      *   DTRT-FONCTION 'P' = POSER LA DATE (APPELE PAR LE PILOTE
      *                       PJ00CHAIN AVANT CHAQUE NUIT, Y COMPRIS
      *                       LES NUITS RATTRAPEES)
      *   DTRT-FONCTION 'L' = LIRE LA DATE (APPELE PAR LES ETAPES)
      * TANT QU'AUCUNE DATE N'A ETE POSEE (ETAPE LANCEE HORS DU
      * PILOTE), LA LECTURE REND LA DATE DU JOUR. LA DATE POSEE EST
      * CONSERVEE ENTRE LES APPELS, COMME LA TABLE DE PJ46PARM.
      * DTRT-DATE : AAAAMMJJ.
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * DATE POSEE PAR LE PILOTE (0 = AUCUNE)
       01 WS-DATE-POSEE            PIC 9(08) VALUE 0.
       01 WS-DATE-JOUR             PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01 LK-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01).
           05 DTRT-DATE            PIC 9(08).

       PROCEDURE DIVISION USING LK-ZONE-DTRT.

       PRINCIPAL.
            IF DTRT-FONCTION = 'P'
                MOVE DTRT-DATE TO WS-DATE-POSEE
                GOBACK
            END-IF

            IF WS-DATE-POSEE = 0
                ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
                MOVE WS-DATE-JOUR TO DTRT-DATE
            ELSE
                MOVE WS-DATE-POSEE TO DTRT-DATE
            END-IF
            GOBACK.
