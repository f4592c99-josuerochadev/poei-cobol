      *   'M' = MOUVEMENT (DESSIN 80 OCTETS DE LA CHAINE)
      *   'F' = FIN (NOMBRE DE MOUVEMENTS + TOTAL DE CONTROLE DES
      *         MONTANTS)
      * LES VIREMENTS SORTANTS PRODUITS HORS CHAINE (FVIRSOR, DESSIN
      * 80 OCTETS, IBAN DU BENEFICIAIRE EN FIN D'ENREGISTREMENT :
      * PAIEMENTS DES SAISIES PAR SAIBAT ; CREANCIER, SA REFERENCE
      * ET CODE RETOUR POUR LES PRELEVEMENTS REMBOURSES PAR
      * PJ56REMB) SONT AJOUTES EN MOUVEMENTS
      * 'M' APRES CEUX DE FFUSION, PUIS FVIRSOR EST VIDE. FICHIER
      * FACULTATIF : ABSENT OU VIDE, RIEN N'EST AJOUTE.
      * LA BANQUE DESTINATAIRE VERIFIE L'ENVELOPPE AVANT TOUT
      * CHARGEMENT, COMME PJ38IMPO LE FAIT POUR LES FICHIERS RECUS.
      * LES COMPTAGES SONT DECLARES DANS LE FICHIER DE CONTROLE.
            SELECT F-FUSION ASSIGN TO FFUSION
                FILE STATUS IS WS-FS-FUSI.

            SELECT OPTIONAL F-VIRSOR ASSIGN TO FVIRSOR
                FILE STATUS IS WS-FS-VIR.

            SELECT F-ECHANGE ASSIGN TO FECHSOR
                FILE STATUS IS WS-FS-ECH.

           05 FUS-DATE             PIC X(10).
           05 FILLER               PIC X(39).

       FD F-VIRSOR.
       01 ENR-VIRSOR.
           05 VIR-CORPS.
               10 FILLER           PIC X(18).
               10 VIR-MONTANT      PIC S9(06)V99.
               10 FILLER           PIC X(54).

       FD F-ECHANGE.
       01 ENR-ECHANGE.
           05 ECH-TYPE             PIC X(01).
       WORKING-STORAGE SECTION.
       01 WS-FS-FUSI               PIC X(02).
       01 WS-FS-ECH                PIC X(02).
       01 WS-FS-VIR                PIC X(02).
       01 WS-FS-CTRL               PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.
       01 WS-NB-LUS                PIC 9(07) VALUE 0.
       01 WS-NB-EXTRAITS           PIC 9(07) VALUE 0.
       01 WS-MT-EXTRAITS           PIC S9(13)V99 VALUE 0.
       01 WS-NB-VIRSOR             PIC 9(07) VALUE 0.

      * DATE DE PRODUCTION DU FICHIER
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-PRODUCTION       PIC X(10).

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ38EXTR'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-PRODUCTION

                END-READ
            END-PERFORM

            PERFORM AJOUTER-VIRSOR

            MOVE WS-NB-EXTRAITS TO FIN-NB-MOUVEMENTS
            MOVE WS-MT-EXTRAITS TO FIN-TOTAL-MONTANTS
            WRITE ENR-ECHANGE FROM WS-FIN

            DISPLAY 'MOUVEMENTS LUS       : ' WS-NB-LUS
            DISPLAY 'MOUVEMENTS EXTRAITS  : ' WS-NB-EXTRAITS
            DISPLAY '  DONT FVIRSOR       : ' WS-NB-VIRSOR
            DISPLAY 'FIN DU PROGRAMME PJ38EXTR'

            MOVE WS-NB-EXTRAITS TO LOG-NB-ECRITS
                ADD FUS-MONTANT TO WS-MT-EXTRAITS
            END-IF.

      * VIREMENTS SORTANTS HORS CHAINE, PUIS FVIRSOR REMIS A VIDE
       AJOUTER-VIRSOR.
            OPEN INPUT F-VIRSOR
            IF WS-FS-VIR NOT = '00' AND WS-FS-VIR NOT = '05'
                DISPLAY 'FVIRSOR NON LU : ' WS-FS-VIR
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-VIRSOR
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE VIR-CORPS TO MVT-CORPS
                            WRITE ENR-ECHANGE FROM WS-MOUVEMENT
                            ADD 1 TO WS-NB-EXTRAITS
                            ADD 1 TO WS-NB-VIRSOR
                            ADD VIR-MONTANT TO WS-MT-EXTRAITS
                    END-READ
                END-PERFORM
                CLOSE F-VIRSOR
                OPEN OUTPUT F-VIRSOR
                CLOSE F-VIRSOR
            END-IF.

      * DECLARATION DANS LE FICHIER DE CONTROLE COMMUN (PJ29CTRL)
       ECRIRE-CONTROLE.
            OPEN EXTEND F-CONTROLE
