      *     DEPASSE UN POURCENTAGE (SAISI EN DEBUT DE TRAITEMENT)
      *     DE SON CLI-SOLDE.
      * LA LISTE PRODUITE EST VISEE PAR LE SUPERVISEUR AVANT
      * L'IMPUTATION PAR PJ22IMPU. LES MEMES MOUVEMENTS SIGNALES
      * SONT ECRITS DANS FANOMAL (TYPE 'P' PLAFOND OU 'V'
      * VARIATION, COMPTE, DATE, NATURE, MONTANT) POUR LE SUIVI DES
      * SUSPENS PJ55SUSP.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

      * MOUVEMENTS SIGNALES, SOUS FORME EXPLOITABLE (PJ55SUSP)
            SELECT F-ANOMAL ASSIGN TO FANOMAL
                FILE STATUS IS WS-FS-ANO.

      * FICHIER DE CONTROLE COMMUN DE LA CHAINE (CF. PJ29CTRL)
            SELECT F-CONTROLE ASSIGN TO FCONTROL
                ORGANIZATION IS SEQUENTIAL
       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       FD F-ANOMAL.
       01 ENR-ANOMAL.
           05 ANO-TYPE             PIC X(01).
           05 ANO-NUM-COMPTE       PIC 9(03).
           05 ANO-DATE             PIC X(10).
           05 ANO-NATURE           PIC X(03).
           05 ANO-MONTANT          PIC 9(10)V99.
           05 FILLER               PIC X(51).

       FD F-CONTROLE.
       01 ENR-CONTROLE.
           05 CTL-PROGRAMME        PIC X(08).
       01 WS-FS-PLA                PIC X(02).
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-EDI                PIC X(02).
       01 WS-FS-ANO                PIC X(02).
       01 WS-FS-CTRL               PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

            OPEN INPUT F-CLIENT
            OPEN OUTPUT F-EDITION
            OPEN OUTPUT F-ANOMAL

            MOVE WS-POURCENT-MAX TO WS-ED-POURCENT
            MOVE WS-SOURCE-PARAM TO WS-ED-SOURCE

            CLOSE F-CLIENT
            CLOSE F-EDITION
            CLOSE F-ANOMAL

            PERFORM ECRIRE-CONTROLE

                MOVE WS-MONTANT        TO WS-APL-MONTANT
                MOVE WS-PLAFOND-COURANT TO WS-APL-PLAFOND
                WRITE ENR-EDITION FROM WS-LIGNE-ANOM-PLAFOND
                MOVE SPACES        TO ENR-ANOMAL
                MOVE 'P'           TO ANO-TYPE
                MOVE WS-NUM-COMPTE TO ANO-NUM-COMPTE
                MOVE WS-DATE       TO ANO-DATE
                MOVE WS-NATURE     TO ANO-NATURE
                MOVE WS-MONTANT    TO ANO-MONTANT
                WRITE ENR-ANOMAL
            END-IF.

      * SECOND CONTROLE : LA VARIATION NETTE DE LA JOURNEE CONTRE
                MOVE WS-NET-JOUR TO WS-AVA-NET
                MOVE CLI-SOLDE   TO WS-AVA-SOLDE
                WRITE ENR-EDITION FROM WS-LIGNE-ANOM-VARIATION
                MOVE SPACES        TO ENR-ANOMAL
                MOVE 'V'           TO ANO-TYPE
                MOVE WS-NUM-PREC   TO ANO-NUM-COMPTE
                MOVE WS-DATE-PREC  TO ANO-DATE
                MOVE WS-NET-ABSOLU TO ANO-MONTANT
                WRITE ENR-ANOMAL
            END-IF

            MOVE 0 TO WS-NET-JOUR.
