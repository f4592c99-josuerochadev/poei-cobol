      *   'A' = AJOUT D'UN MANDAT (COMPTE CLIENT + CREANCIER)
      *   'M' = MODIFICATION DU PLAFOND
      *   'S' = REVOCATION (DESACTIVATION)
      *   'D' = SUSPENSION DE TOUS LES MANDATS ACTIFS D'UN COMPTE
      *         (DECES DU TITULAIRE, TRANSACTION EMISE PAR SUCBAT) :
      *         LE MANDAT PASSE 'S', PJ37PREL REJETTE ALORS LES
      *         DEMANDES DU CREANCIER (MOTIF MAN)
      * UN MANDAT AUTORISE UN CREANCIER EXTERNE A PRELEVER UN COMPTE
      * CLIENT DANS LA LIMITE D'UN PLAFOND PAR OPERATION. LES
      * DEMANDES DE PRELEVEMENT ENTRANTES SONT CONTROLEES CONTRE CE
       01 WS-NB-AJOUTS             PIC 9(05) VALUE 0.
       01 WS-NB-MODIFS             PIC 9(05) VALUE 0.
       01 WS-NB-REVOC              PIC 9(05) VALUE 0.
       01 WS-NB-SUSP               PIC 9(05) VALUE 0.
       01 WS-NB-REFUS              PIC 9(05) VALUE 0.

      * DATE DU JOUR POUR DATER LES NOUVEAUX MANDATS
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-EDIT             PIC X(10).

      * LIGNES D'EDITION
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ37MAND'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-EDIT

                    PERFORM MODIFIER-MANDAT THRU MODIFIER-MANDAT-FIN
                WHEN 'S'
                    PERFORM REVOQUER-MANDAT
                WHEN 'D'
                    PERFORM SUSPENDRE-COMPTE
                WHEN OTHER
                    MOVE 'CODE INVALIDE' TO WS-MOTIF
            END-EVALUATE
                ADD 1 TO WS-NB-REVOC
            END-IF.

      * DECES DU TITULAIRE : TOUS LES MANDATS ACTIFS DU COMPTE SONT
      * SUSPENDUS ('S') EN ATTENTE DU REGLEMENT DE LA SUCCESSION ;
      * UN COMPTE SANS MANDAT ACTIF N'EST PAS UNE ERREUR
       SUSPENDRE-COMPTE.
            IF TRN-NUM-COMPTE NOT NUMERIC
                MOVE 'COMPTE INVALIDE' TO WS-MOTIF
            ELSE
                PERFORM VARYING WS-IDX-MAN FROM 1 BY 1
                        UNTIL WS-IDX-MAN > WS-NB-MANDATS
                    IF WS-MAN-NUM-COMPTE(WS-IDX-MAN) = TRN-NUM-COMPTE
                        AND WS-MAN-ACTIF(WS-IDX-MAN) = 'O'
                        MOVE 'S' TO WS-MAN-ACTIF(WS-IDX-MAN)
                        ADD 1 TO WS-NB-SUSP
                    END-IF
                END-PERFORM
            END-IF.

       EDITER-TRANSACTION.
            MOVE SPACES TO WS-LIGNE-DETAIL
            MOVE TRN-CODE        TO WS-DET-CODE
            DISPLAY 'AJOUTS             : ' WS-NB-AJOUTS
            DISPLAY 'MODIFICATIONS      : ' WS-NB-MODIFS
            DISPLAY 'REVOCATIONS        : ' WS-NB-REVOC
            DISPLAY 'MANDATS SUSPENDUS  : ' WS-NB-SUSP
            DISPLAY 'REFUSEES           : ' WS-NB-REFUS
            DISPLAY 'MANDATS AU REGISTRE: ' WS-NB-MANDATS
            DISPLAY 'FIN DU PROGRAMME PJ37MAND'.
