      *             PASSE 1 EST ENTIEREMENT BONNE
      * UN FICHIER DONT L'ENVELOPPE NE COLLE PAS A SON CONTENU EST
      * REFUSE EN BLOC (CODE RETOUR 8), JAMAIS CHARGE A MOITIE.
      * LE REFUS EST NOTE DANS FECHREF (DATE D'ENTETE, NOMBRE ET
      * TOTAL ANNONCES, MOTIF, DATE DU REFUS) POUR LE SUIVI DES
      * SUSPENS PJ55SUSP ; FECHREF EST REECRIT A CHAQUE PASSAGE ET
      * VIDE QUAND LE FICHIER EST ACCEPTE.
      * MOBILITE BANCAIRE : UN VIREMENT RECU POUR UN COMPTE EN
      * REDIRECTION AU REGISTRE DES DEPARTS (FMOBREG, STATUT 'R',
      * TENU PAR PJ52MOBS) N'EST PAS CHARGE ; IL EST REACHEMINE VERS
      * LE NOUVEAU COMPTE DU CLIENT (FVIRSOR, EMIS PAR PJ38EXTR) ET
      * NOTE DANS LE JOURNAL FMOBRED POUR L'AVIS MENSUEL (PJ52AVIS).
      * LES COMPTAGES SONT DECLARES DANS LE FICHIER DE CONTROLE.
      *================================================================*
       ENVIRONMENT DIVISION.
            SELECT F-MOUV ASSIGN TO FMOUV
                FILE STATUS IS WS-FS-MOUV.

            SELECT OPTIONAL F-MOBREG ASSIGN TO FMOBREG
                FILE STATUS IS WS-FS-REG.

            SELECT OPTIONAL F-VIRSOR ASSIGN TO FVIRSOR
                FILE STATUS IS WS-FS-VIR.

            SELECT F-MOBRED ASSIGN TO FMOBRED
                FILE STATUS IS WS-FS-RED.

            SELECT F-REFUS ASSIGN TO FECHREF
                FILE STATUS IS WS-FS-REF.

            SELECT F-CONTROLE ASSIGN TO FCONTROL
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
       FD F-MOUV.
       01 ENR-MOUV                 PIC X(80).

      * REGISTRE DES DEPARTS (DESSIN PJ52MOBS)
       FD F-MOBREG.
       01 ENR-MOBREG.
           05 REG-NUM-COMPTE       PIC 9(03).
           05 REG-STATUT           PIC X(01).
           05 FILLER               PIC X(30).
           05 REG-IBAN             PIC X(27).
           05 FILLER               PIC X(19).

      * VIREMENTS SORTANTS, DESSIN FMOUV ET IBAN DU BENEFICIAIRE
      * EN FIN D'ENREGISTREMENT (COMME SAIBAT)
       FD F-VIRSOR.
       01 ENR-VIRSOR.
           05 VIR-NUM-COMPTE       PIC 9(03).
           05 VIR-LIBELLE          PIC X(15).
           05 VIR-MONTANT          PIC S9(06)V99.
           05 VIR-SENS             PIC X(02).
           05 VIR-NATURE           PIC X(03).
           05 VIR-DATE             PIC X(10).
           05 FILLER               PIC X(02).
           05 VIR-REFERENCE        PIC 9(08).
           05 VIR-AGENCE           PIC X(02).
           05 VIR-IBAN             PIC X(27).

      * JOURNAL DES OPERATIONS REDIRIGEES (DESSIN PJ52AVIS)
       FD F-MOBRED.
       01 ENR-MOBRED.
           05 RED-NUM-COMPTE       PIC 9(03).
           05 RED-ORIGINE          PIC X(01).
           05 RED-TIERS            PIC X(08).
           05 RED-LIBELLE          PIC X(15).
           05 RED-MONTANT          PIC 9(06)V99.
           05 RED-DATE             PIC X(10).
           05 RED-PROGRAMME        PIC X(08).
           05 FILLER               PIC X(27).

      * FICHIER D'ECHANGE REFUSE EN BLOC
       FD F-REFUS.
       01 ENR-REFUS.
           05 REF-DATE-ENTETE      PIC X(10).
           05 REF-NB-ANNONCE       PIC 9(07).
           05 REF-MT-ANNONCE       PIC S9(13)V99.
           05 REF-MOTIF            PIC X(40).
           05 REF-DATE-REFUS       PIC X(10).
           05 FILLER               PIC X(18).

       FD F-CONTROLE.
       01 ENR-CONTROLE.
           05 CTL-PROGRAMME        PIC X(08).
       01 WS-FS-ECH                PIC X(02).
       01 WS-FS-MOUV               PIC X(02).
       01 WS-FS-CTRL               PIC X(02).
       01 WS-FS-REG                PIC X(02).
       01 WS-FS-VIR                PIC X(02).
       01 WS-FS-RED                PIC X(02).
       01 WS-FS-REF                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

       01 WS-MOUVEMENT.
           05 FILLER               PIC X(01).
           05 WS-MVT-CORPS.
               10 WS-MVT-NUM-COMPTE PIC X(03).
               10 WS-MVT-LIBELLE   PIC X(15).
               10 WS-MVT-MONTANT   PIC S9(06)V99.
               10 WS-MVT-SENS      PIC X(02).
               10 WS-MVT-NATURE    PIC X(03).
               10 WS-MVT-DATE      PIC X(10).
               10 FILLER           PIC X(39).
           05 FILLER               PIC X(19).

       01 WS-FIN.
       01 WS-NB-CHARGES            PIC 9(07) VALUE 0.
       01 WS-MT-CHARGES            PIC S9(13)V99 VALUE 0.

      * COMPTES EN REDIRECTION (POSTE = COMPTE + 1) : IBAN DU
      * NOUVEAU COMPTE, BLANC SI LE COMPTE N'EST PAS REDIRIGE
       01 WS-TAB-REDIR.
           05 WS-REDIR-IBAN        PIC X(27) OCCURS 1000 TIMES
                                    INDEXED BY WS-IDX-RED.
       01 WS-NB-COMPTES-REDIR      PIC 9(05) VALUE 0.
       01 WS-COMPTE-TEST           PIC 9(03).
       01 WS-REDIRIGE              PIC 9(01) VALUE 0.

      * COMPTAGES DU REACHEMINEMENT
       01 WS-NB-REDIRIGES          PIC 9(07) VALUE 0.
       01 WS-MT-REDIRIGES          PIC S9(13)V99 VALUE 0.

      * DATE DU JOUR POUR LE JOURNAL DES REDIRECTIONS
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-TRAIT            PIC X(10).

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ38IMPO'.
                        WS-MOTIF-REFUS
                DISPLAY '  MOUVEMENTS COMPTES : ' WS-NB-MOUVEMENTS
                DISPLAY '  MOUVEMENTS ANNONCES: ' WS-NB-ANNONCE
            END-IF
            PERFORM NOTER-REFUS

            IF FICHIER-REFUSE
                MOVE 8 TO RETURN-CODE
                MOVE '08' TO LOG-STATUT
            ELSE
                PERFORM CHARGER-REDIRECTIONS
                PERFORM CHARGER-MOUVEMENTS
                PERFORM ECRIRE-CONTROLE
                DISPLAY 'MOUVEMENTS CHARGES DANS FMOUV : '
                        WS-NB-CHARGES
                DISPLAY 'VIREMENTS REACHEMINES        : '
                        WS-NB-REDIRIGES
            END-IF

            DISPLAY 'FIN DU PROGRAMME PJ38IMPO'
                            TO WS-MOTIF-REFUS
                    ELSE
                        MOVE 1 TO WS-ENTETE-VUE
                        MOVE ENR-ECHANGE TO WS-ENTETE
                    END-IF
                WHEN 'M'
                    IF WS-ENTETE-VUE = 0
       VERIFIER-ENREGISTREMENT-FIN.
            EXIT.

      * FECHREF : LE REFUS DU PASSAGE, OU RIEN SI LE FICHIER EST
      * ACCEPTE (LE SUSPENS EST ALORS RESOLU)
       NOTER-REFUS.
            OPEN OUTPUT F-REFUS
            IF WS-FS-REF NOT = '00'
                DISPLAY 'FECHREF INDISPONIBLE : ' WS-FS-REF
            ELSE
                IF FICHIER-REFUSE
                    CALL 'PJ00DATE' USING WS-ZONE-DTRT
                    MOVE DTRT-DATE TO WS-DATE-JOUR
                    MOVE SPACES TO ENR-REFUS
                    IF WS-ENTETE-VUE = 0
                        MOVE SPACES TO WS-ENT-DATE
                    END-IF
                    MOVE WS-ENT-DATE      TO REF-DATE-ENTETE
                    MOVE WS-NB-ANNONCE    TO REF-NB-ANNONCE
                    MOVE WS-MT-ANNONCE    TO REF-MT-ANNONCE
                    MOVE WS-MOTIF-REFUS   TO REF-MOTIF
                    STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                        DELIMITED BY SIZE INTO REF-DATE-REFUS
                    WRITE ENR-REFUS
                END-IF
                CLOSE F-REFUS
            END-IF.

      * COMPTES EN PERIODE DE REDIRECTION APRES UN DEPART ; REGISTRE
      * FACULTATIF : ABSENT OU VIDE, TOUT EST CHARGE DANS FMOUV
       CHARGER-REDIRECTIONS.
            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-TRAIT
            MOVE SPACES TO WS-TAB-REDIR

            OPEN INPUT F-MOBREG
            IF WS-FS-REG NOT = '00' AND WS-FS-REG NOT = '05'
                DISPLAY 'FMOBREG NON LU : ' WS-FS-REG
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-MOBREG
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF REG-STATUT = 'R'
                                AND REG-NUM-COMPTE NUMERIC
                                SET WS-IDX-RED TO REG-NUM-COMPTE
                                SET WS-IDX-RED UP BY 1
                                MOVE REG-IBAN
                                    TO WS-REDIR-IBAN(WS-IDX-RED)
                                ADD 1 TO WS-NB-COMPTES-REDIR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-MOBREG
            END-IF.

      * PASSE 2 : L'ENVELOPPE EST BONNE, LES MOUVEMENTS SONT LIBERES
      * DANS FMOUV POUR LE CONTROLE DE FORMAT DE PJ31VALD
       CHARGER-MOUVEMENTS.
                CLOSE F-MOUV
                OPEN OUTPUT F-MOUV
            END-IF
            IF WS-NB-COMPTES-REDIR > 0
                OPEN EXTEND F-VIRSOR
                OPEN EXTEND F-MOBRED
                IF WS-FS-RED = '35'
                    CLOSE F-MOBRED
                    OPEN OUTPUT F-MOBRED
                END-IF
            END-IF

            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                    NOT AT END
                        IF ECH-TYPE = 'M'
                            MOVE ENR-ECHANGE TO WS-MOUVEMENT
                            PERFORM CHARGER-UN-MOUVEMENT
                        END-IF
                END-READ
            END-PERFORM

            CLOSE F-ECHANGE
            CLOSE F-MOUV
            IF WS-NB-COMPTES-REDIR > 0
                CLOSE F-VIRSOR
                CLOSE F-MOBRED
            END-IF.

      * SEULS LES CREDITS SONT REACHEMINES ; UN DEBIT SUR UN COMPTE
      * PARTI SUIT LE CIRCUIT NORMAL ET SERA REJETE EN VALIDATION
       CHARGER-UN-MOUVEMENT.
            MOVE 0 TO WS-REDIRIGE
            IF WS-NB-COMPTES-REDIR > 0
                AND WS-MVT-SENS = 'CR'
                AND WS-MVT-NUM-COMPTE NUMERIC
                MOVE WS-MVT-NUM-COMPTE TO WS-COMPTE-TEST
                SET WS-IDX-RED TO WS-COMPTE-TEST
                SET WS-IDX-RED UP BY 1
                IF WS-REDIR-IBAN(WS-IDX-RED) NOT = SPACES
                    MOVE 1 TO WS-REDIRIGE
                END-IF
            END-IF

            IF WS-REDIRIGE = 0
                WRITE ENR-MOUV FROM WS-MVT-CORPS
                ADD 1 TO WS-NB-CHARGES
                ADD WS-MVT-MONTANT TO WS-MT-CHARGES
            ELSE
                PERFORM REACHEMINER-VIREMENT
            END-IF.

       REACHEMINER-VIREMENT.
            MOVE SPACES TO ENR-VIRSOR
            MOVE WS-COMPTE-TEST  TO VIR-NUM-COMPTE
            MOVE WS-MVT-LIBELLE  TO VIR-LIBELLE
            MOVE WS-MVT-MONTANT  TO VIR-MONTANT
            MOVE 'DB'            TO VIR-SENS
            MOVE 'VIR'           TO VIR-NATURE
            MOVE WS-MVT-DATE     TO VIR-DATE
            MOVE 0               TO VIR-REFERENCE
            MOVE WS-REDIR-IBAN(WS-IDX-RED) TO VIR-IBAN
            WRITE ENR-VIRSOR

            MOVE SPACES TO ENR-MOBRED
            MOVE WS-COMPTE-TEST  TO RED-NUM-COMPTE
            MOVE 'V'             TO RED-ORIGINE
            MOVE WS-MVT-LIBELLE  TO RED-LIBELLE
            MOVE WS-MVT-MONTANT  TO RED-MONTANT
            MOVE WS-DATE-TRAIT   TO RED-DATE
            MOVE 'PJ38IMPO'      TO RED-PROGRAMME
            WRITE ENR-MOBRED

            ADD 1 TO WS-NB-REDIRIGES
            ADD WS-MVT-MONTANT TO WS-MT-REDIRIGES.

      * DECLARATION DANS LE FICHIER DE CONTROLE COMMUN (PJ29CTRL)
       ECRIRE-CONTROLE.
