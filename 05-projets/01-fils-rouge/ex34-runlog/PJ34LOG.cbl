      * APPELE PAR CHAQUE BATCH DE LA CHAINE AU DEBUT (TYPE 'D') ET
      * A LA FIN (TYPE 'F') DU TRAITEMENT. ECRIT DANS LE KSDS RUNLOG
      * UN ENREGISTREMENT HORODATE : PROGRAMME, DATE, HEURE, TYPE,
      * STATUT, NOMBRE D'ENREGISTREMENTS LUS ET ECRITS, ET DATE DE
      * TRAITEMENT (DATE METIER DE LA NUIT SERVIE PAR PJ00DATE, QUI
      * DIFFERE DE LA DATE D'EXECUTION PENDANT UN RATTRAPAGE : LES
      * ENREGISTREMENTS ANTERIEURS L'ONT A BLANC). LE JOURNAL
      * SE CONSULTE AVEC PJ34INQ. UNE ERREUR D'ECRITURE DU JOURNAL
      * EST SIGNALEE MAIS N'INTERROMPT JAMAIS LE BATCH APPELANT.
      *================================================================*
           05 RUN-STATUT           PIC X(02).
           05 RUN-NB-LUS           PIC 9(07).
           05 RUN-NB-ECRITS        PIC 9(07).
           05 RUN-DATE-TRAIT       PIC X(08).
           05 FILLER               PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOG                PIC X(02).
       01 WS-DATE-JOUR             PIC 9(08) VALUE 0.
       01 WS-HEURE-JOUR            PIC 9(08) VALUE 0.

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01 LK-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08).

            ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
            ACCEPT WS-HEURE-JOUR FROM TIME
            MOVE 'L' TO DTRT-FONCTION
            CALL 'PJ00DATE' USING WS-ZONE-DTRT

            MOVE SPACES TO ENR-RUNLOG
            MOVE WS-DATE-JOUR  TO RUN-DATE
            MOVE LOG-STATUT    TO RUN-STATUT
            MOVE LOG-NB-LUS    TO RUN-NB-LUS
            MOVE LOG-NB-ECRITS TO RUN-NB-ECRITS
            MOVE DTRT-DATE     TO RUN-DATE-TRAIT

            WRITE ENR-RUNLOG
                INVALID KEY
