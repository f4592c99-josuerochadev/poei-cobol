      * LIGNE ESTAMPILLEE DU CODE ETAT, DE LA DATE DU PASSAGE ET DE
      * SON RANG, ET TIENT L'INDEX FRAPIDX (CODE ETAT, DATE, NOMBRE
      * DE LIGNES ET DE PAGES). LA REIMPRESSION D'UN ETAT PASSE SE
      * FAIT PAR PJ47REIM, LA COMPARAISON DE DEUX PASSAGES D'UN
      * MEME ETAT PAR PJ47COMP. CET ARCHIVAGE DES EDITIONS EST DISTINCT
      * DE L'ARCHIVE DES MOUVEMENTS TENUE PAR PJ26ARCH.
      *================================================================*
       ENVIRONMENT DIVISION.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-RUN              PIC X(10).

       PROCEDURE DIVISION.
       PRINCIPAL.
            DISPLAY 'DEBUT DU PROGRAMME PJ47RARC'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-RUN

