      * FRANCHISE D'OPERATIONS GRATUITES, PRIX UNITAIRE) ET EMET LES
      * MOUVEMENTS DE COMMISSION RESULTANTS (DEBIT, NATURE COM) DANS
      * FMOUV : PJ22IMPU LES IMPUTERA COMME N'IMPORTE QUEL AUTRE
      * MOUVEMENT AU CYCLE SUIVANT. UN MOUVEMENT EST EMIS PAR NATURE
      * FACTUREE ; SON LIBELLE PORTE LE TYPE DE FRAIS ('COMMISSION '
      * SUIVI DE LA NATURE) QUE L'INTERFACE COMPTABLE PJ50CPTA
      * VENTILE SUR SON COMPTE GENERAL. UNE NATURE ABSENTE DE FTARIF
      * N'EST PAS FACTUREE. UN JOURNAL DE FACTURATION PAR COMPTE
      * (COMPTAGES ET MONTANTS PAR NATURE) EST EDITE DANS FEDITION.
      * LES REMBOURSEMENTS DE COMMISSION ACCORDES PAR REMBFRS
      * (FICHIER FREMBCOM, FACULTATIF) SONT EMIS EN MOUVEMENTS DE
      * CREDIT DE MEME LIBELLE ET DE MEME NATURE COM, QUE PJ50CPTA
      * CONTREPASSE SUR LE COMPTE GENERAL DU TYPE DE FRAIS ; LE
      * JOURNAL LES LISTE ET DONNE LE NET FACTURE, PUIS FREMBCOM
      * EST VIDE.
      * LES LOYERS DE COFFRES-FORTS FACTURES PAR COFFACT (FICHIER
      * FCOMFOR, FACULTATIF) SONT EMIS EN MOUVEMENTS DE DEBIT
      * 'COMMISSION COF', NATURE COM ; LE JOURNAL LES LISTE PAR
      * CONTRAT ET LES COMPTE DANS LE NET FACTURE, PUIS FCOMFOR EST
      * VIDE.
      * LES NATURES MARQUEES 'INCIDENT' DANS FTARIF SONT PLAFONNEES
      * POUR LES CLIENTS FRAGILES (REGISTRE FFRAGIL DE PJ51FRAG,
      * FACULTATIF) : LA COMMISSION EST ECRETEE AU RELIQUAT DU
      * PLAFOND MENSUEL, LE CUMUL DU MOIS EST REPORTE DANS LE
      * REGISTRE (REPRIS PAR FRAGCHG POUR FACTFRS ET AGIOS) ET LE
      * JOURNAL DETAILLE LES MONTANTS NON FACTURES.
      * LES COMPTAGES SONT DECLARES DANS LE FICHIER DE CONTROLE.
      *================================================================*
       ENVIRONMENT DIVISION.
            SELECT F-MOUV ASSIGN TO FMOUV
                FILE STATUS IS WS-FS-MOUV.

            SELECT OPTIONAL F-REMBCOM ASSIGN TO FREMBCOM
                FILE STATUS IS WS-FS-RCO.

            SELECT OPTIONAL F-COMFOR ASSIGN TO FCOMFOR
                FILE STATUS IS WS-FS-CFO.

            SELECT OPTIONAL F-FRAGIL ASSIGN TO FFRAGIL
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-FRG.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

           05 TAR-FRANCHISE        PIC 9(05).
           05 TAR-PRIX-UNIT        PIC 9(04)V99.
           05 TAR-LIBELLE          PIC X(20).
      * 'O' = FRAIS D'INCIDENT, PLAFONNE POUR LES CLIENTS FRAGILES
           05 TAR-INCIDENT         PIC X(01).
           05 FILLER               PIC X(45).

       FD F-FUSION.
       01 ENR-FUSION.
           05 MOUV-DATE            PIC X(10).
           05 FILLER               PIC X(39).

      * ORDRE DE REMBOURSEMENT DE COMMISSION (REMBFRS)
       FD F-REMBCOM.
       01 ENR-REMBCOM.
           05 RCO-NUM-COMPTE       PIC 9(03).
           05 RCO-NATURE           PIC X(03).
           05 RCO-PERIODE          PIC X(07).
           05 RCO-MONTANT          PIC S9(06)V99.
           05 RCO-NUM-REMB         PIC 9(08).
           05 RCO-MOTIF            PIC X(03).
           05 FILLER               PIC X(48).

      * ORDRE DE COMMISSION FORFAITAIRE (LOYER DE COFFRE, COFFACT)
       FD F-COMFOR.
       01 ENR-COMFOR.
           05 CFO-NUM-COMPTE       PIC 9(03).
           05 CFO-NATURE           PIC X(03).
           05 CFO-PERIODE          PIC X(07).
           05 CFO-MONTANT          PIC S9(06)V99.
           05 CFO-REFERENCE        PIC 9(08).
           05 CFO-EMETTEUR         PIC X(08).
           05 FILLER               PIC X(43).

      * REGISTRE DE FRAGILITE FINANCIERE (PJ51FRAG, 240 OCTETS) :
      * SEULS LE STATUT, LE PLAFOND ET LE CUMUL DU MOIS SERVENT ICI
       FD F-FRAGIL.
       01 ENR-FRAGIL.
           05 FRG-NUM-COMPTE       PIC 9(03).
           05 FRG-STATUT           PIC X(01).
           05 FILLER               PIC X(52).
           05 FRG-PLAFOND          PIC 9(04)V99.
           05 FRG-MOIS-FRAIS       PIC X(07).
           05 FRG-FRAIS-MOIS       PIC 9(06)V99.
           05 FILLER               PIC X(163).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       01 WS-FS-TAR                PIC X(02).
       01 WS-FS-FUSI               PIC X(02).
       01 WS-FS-MOUV               PIC X(02).
       01 WS-FS-RCO                PIC X(02).
       01 WS-FS-CFO                PIC X(02).
       01 WS-FS-FRG                PIC X(02).
       01 WS-FS-EDI                PIC X(02).
       01 WS-FS-CTRL               PIC X(02).

               10 WS-TAR-FRANCHISE     PIC 9(05).
               10 WS-TAR-PRIX-UNIT     PIC 9(04)V99.
               10 WS-TAR-LIBELLE       PIC X(20).
               10 WS-TAR-INCIDENT      PIC X(01).

      * COMPTAGES PAR NATURE DU COMPTE EN COURS (RUPTURE SUR COMPTE)
       01 WS-NB-NAT-CPT            PIC 9(02) VALUE 0.
               10 WS-NCP-NATURE        PIC X(03).
               10 WS-NCP-NB            PIC 9(05).

      * REGISTRE DE FRAGILITE EN TABLE, UN POSTE PAR NUMERO DE
      * COMPTE (POSTE = COMPTE + 1), MEME DESSIN QUE ENR-FRAGIL
       01 WS-FRAGIL-LU             PIC 9(01) VALUE 0.
       01 WS-FRAGIL-MODIFIE        PIC 9(01) VALUE 0.
       01 WS-TAB-FRAGIL.
           05 WS-FRG-ENR OCCURS 1000 TIMES
                          INDEXED BY WS-IDX-FRG.
               10 WS-FRG-NUM-COMPTE    PIC 9(03).
               10 WS-FRG-STATUT        PIC X(01).
               10 FILLER               PIC X(52).
               10 WS-FRG-PLAFOND       PIC 9(04)V99.
               10 WS-FRG-MOIS-FRAIS    PIC X(07).
               10 WS-FRG-FRAIS-MOIS    PIC 9(06)V99.
               10 FILLER               PIC X(163).

      * PLAFONNEMENT DES FRAIS D'INCIDENTS (MOIS DE LA COMMISSION)
       01 WS-MOIS-FRAIS            PIC X(07).
       01 WS-RESTE-PLAFOND         PIC 9(08)V99 VALUE 0.
       01 WS-ECRETE                PIC 9(08)V99 VALUE 0.
       01 WS-NB-ECRETES            PIC 9(07) VALUE 0.
       01 WS-MT-ECRETE             PIC 9(13)V99 VALUE 0.

       01 WS-NUM-PRECEDENT         PIC 9(03) VALUE 0.
       01 WS-PREM                  PIC 9(01) VALUE 1.
       01 WS-NAT-TROUVEE           PIC 9(02) VALUE 0.
       01 WS-NB-COMPTES            PIC 9(05) VALUE 0.
       01 WS-NB-EMIS               PIC 9(07) VALUE 0.
       01 WS-MT-EMIS               PIC S9(13)V99 VALUE 0.
       01 WS-NB-REMB               PIC 9(07) VALUE 0.
       01 WS-MT-REMB               PIC S9(13)V99 VALUE 0.
       01 WS-NB-FORF               PIC 9(07) VALUE 0.
       01 WS-MT-FORF               PIC S9(13)V99 VALUE 0.
       01 WS-MT-NET                PIC S9(13)V99 VALUE 0.

      * DATE DES MOUVEMENTS DE COMMISSION (JOUR OUVRE PRECEDENT)
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-MOUV             PIC X(10).

      * ZONE D'APPEL DU SOUS PROGRAMME JOUR OUVRE (PJ33JOUV)
           05 WS-TOT-ED-MONTANT    PIC Z(09)9.99.
           05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LIGNE-ECRETE.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 FILLER               PIC X(46)
              VALUE 'PLAFOND CLIENT FRAGILE ATTEINT - NON FACTURE :'.
           05 WS-ECR-ED-MONTANT    PIC Z(06)9.99.
           05 FILLER               PIC X(17) VALUE SPACES.

       01 WS-LIGNE-TOT-ECRETE.
           05 FILLER               PIC X(22)
              VALUE 'ECRETEES (FRAGILES) : '.
           05 WS-TEC-ED-NB         PIC Z(05)9.
           05 FILLER               PIC X(18)
              VALUE '  NON FACTURE :   '.
           05 WS-TEC-ED-MONTANT    PIC Z(09)9.99.
           05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LIGNE-REMB-TITRE.
           05 FILLER               PIC X(40)
              VALUE 'REMBOURSEMENTS DE COMMISSIONS ACCORDES'.
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LIGNE-REMB.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-RMB-ED-NUM        PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RMB-ED-NATURE     PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-RMB-ED-PERIODE    PIC X(07).
           05 FILLER               PIC X(07) VALUE ' REMB. '.
           05 WS-RMB-ED-REF        PIC 9(08).
           05 FILLER               PIC X(07) VALUE ' MOTIF '.
           05 WS-RMB-ED-MOTIF      PIC X(03).
           05 FILLER               PIC X(12) VALUE '  MONTANT : '.
           05 WS-RMB-ED-MONTANT    PIC Z(06)9.99.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-TOT-REMB.
           05 FILLER               PIC X(22)
              VALUE 'REMBOURSEMENTS :      '.
           05 WS-TRB-ED-NB         PIC Z(05)9.
           05 FILLER               PIC X(18)
              VALUE '  MONTANT TOTAL : '.
           05 WS-TRB-ED-MONTANT    PIC Z(09)9.99.
           05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LIGNE-FORF-TITRE.
           05 FILLER               PIC X(40)
              VALUE 'COMMISSIONS FORFAITAIRES (COFFRES-FORTS)'.
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LIGNE-FORF.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-FRF-ED-NUM        PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-FRF-ED-NATURE     PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-FRF-ED-PERIODE    PIC X(07).
           05 FILLER               PIC X(07) VALUE ' CONTR.'.
           05 WS-FRF-ED-REF        PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-FRF-ED-EMETTEUR   PIC X(08).
           05 FILLER               PIC X(12) VALUE '  MONTANT : '.
           05 WS-FRF-ED-MONTANT    PIC Z(06)9.99.
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LIGNE-TOT-FORF.
           05 FILLER               PIC X(22)
              VALUE 'FORFAITS :            '.
           05 WS-TFF-ED-NB         PIC Z(05)9.
           05 FILLER               PIC X(18)
              VALUE '  MONTANT TOTAL : '.
           05 WS-TFF-ED-MONTANT    PIC Z(09)9.99.
           05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LIGNE-NET.
           05 FILLER               PIC X(46)
              VALUE 'COMMISSIONS NETTES DES REMBOURSEMENTS :'.
           05 WS-NET-ED-MONTANT    PIC -Z(09)9.99.
           05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ40COMM'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO JOUV-DATE-ENTREE
            MOVE 'P' TO JOUV-SENS
                MOVE JOUV-DATE-ENTREE TO JOUV-DATE-SORTIE
            END-IF
            MOVE JOUV-DATE-SORTIE TO WS-DATE-MOUV
            MOVE WS-DATE-MOUV(1:7) TO WS-MOIS-FRAIS

            PERFORM CHARGER-TARIFS
            IF WS-NB-TARIFS = 0
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM CHARGER-REGISTRE-FRAGILITE

            OPEN INPUT F-FUSION
            IF WS-FS-FUSI NOT = '00'
            MOVE WS-MT-EMIS TO WS-TOT-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
            IF WS-NB-ECRETES > 0
                MOVE WS-NB-ECRETES TO WS-TEC-ED-NB
                MOVE WS-MT-ECRETE TO WS-TEC-ED-MONTANT
                WRITE ENR-EDITION FROM WS-LIGNE-TOT-ECRETE
            END-IF

            PERFORM EMETTRE-FORFAITS
            PERFORM EMETTRE-REMBOURSEMENTS
            COMPUTE WS-MT-NET = WS-MT-EMIS + WS-MT-FORF - WS-MT-REMB
            MOVE WS-MT-NET TO WS-NET-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-NET
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            CLOSE F-FUSION
            CLOSE F-EDITION

            PERFORM ECRIRE-CONTROLE
            IF WS-FRAGIL-MODIFIE = 1
                PERFORM SAUVER-REGISTRE-FRAGILITE
            END-IF

            DISPLAY 'MOUVEMENTS LUS       : ' WS-NB-LUS
            DISPLAY 'COMPTES FACTURES     : ' WS-NB-COMPTES
            DISPLAY 'COMMISSIONS EMISES   : ' WS-NB-EMIS
            DISPLAY 'FORFAITS EMIS        : ' WS-NB-FORF
            DISPLAY 'REMBOURSEMENTS EMIS  : ' WS-NB-REMB
            DISPLAY 'COMMISSIONS ECRETEES : ' WS-NB-ECRETES
            DISPLAY 'FIN DU PROGRAMME PJ40COMM'

            COMPUTE LOG-NB-ECRITS = WS-NB-EMIS + WS-NB-FORF
                + WS-NB-REMB
            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            GOBACK.
                                    WS-TAR-PRIX-UNIT(WS-NB-TARIFS)
                                MOVE TAR-LIBELLE TO
                                    WS-TAR-LIBELLE(WS-NB-TARIFS)
                                MOVE TAR-INCIDENT TO
                                    WS-TAR-INCIDENT(WS-NB-TARIFS)
                            END-IF
                    END-READ
                END-PERFORM
                PERFORM TARIFER-NATURE THRU TARIFER-NATURE-FIN
            END-PERFORM

            MOVE WS-COMMISSION-CPT TO WS-STO-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-SOUS-TOTAL
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            COMPUTE WS-COMMISSION ROUNDED = WS-NB-FACTURABLE
                * WS-TAR-PRIX-UNIT(WS-IDX-TAR)
            MOVE 0 TO WS-ECRETE
            IF WS-COMMISSION > 0
                AND WS-TAR-INCIDENT(WS-IDX-TAR) = 'O'
                AND WS-FRAGIL-LU = 1
                PERFORM PLAFONNER-COMMISSION
            END-IF
            ADD WS-COMMISSION TO WS-COMMISSION-CPT
            IF WS-COMMISSION > 0
                PERFORM EMETTRE-COMMISSION
            END-IF

            MOVE WS-NCP-NATURE(WS-IDX-NCP)   TO WS-NAT-ED-CODE
            MOVE WS-TAR-LIBELLE(WS-IDX-TAR)  TO WS-NAT-ED-LIBELLE
            MOVE WS-NCP-NB(WS-IDX-NCP)       TO WS-NAT-ED-NB
            MOVE WS-NB-FACTURABLE            TO WS-NAT-ED-FACT
            MOVE WS-COMMISSION               TO WS-NAT-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-NATURE
            IF WS-ECRETE > 0
                MOVE WS-ECRETE TO WS-ECR-ED-MONTANT
                WRITE ENR-EDITION FROM WS-LIGNE-ECRETE
            END-IF.

       TARIFER-NATURE-FIN.
            EXIT.

      * CLIENT FRAGILE : LA COMMISSION D'INCIDENT EST RAMENEE AU
      * RELIQUAT DU PLAFOND DU MOIS, CUMULE DANS LE REGISTRE
       PLAFONNER-COMMISSION.
            SET WS-IDX-FRG TO WS-NUM-PRECEDENT
            SET WS-IDX-FRG UP BY 1
            IF WS-FRG-STATUT(WS-IDX-FRG) = 'F'
                IF WS-FRG-MOIS-FRAIS(WS-IDX-FRG) NOT = WS-MOIS-FRAIS
                    OR WS-FRG-FRAIS-MOIS(WS-IDX-FRG) NOT NUMERIC
                    MOVE WS-MOIS-FRAIS TO WS-FRG-MOIS-FRAIS(WS-IDX-FRG)
                    MOVE 0 TO WS-FRG-FRAIS-MOIS(WS-IDX-FRG)
                END-IF
                IF WS-FRG-FRAIS-MOIS(WS-IDX-FRG)
                    >= WS-FRG-PLAFOND(WS-IDX-FRG)
                    MOVE 0 TO WS-RESTE-PLAFOND
                ELSE
                    COMPUTE WS-RESTE-PLAFOND =
                        WS-FRG-PLAFOND(WS-IDX-FRG)
                        - WS-FRG-FRAIS-MOIS(WS-IDX-FRG)
                END-IF
                IF WS-COMMISSION > WS-RESTE-PLAFOND
                    COMPUTE WS-ECRETE =
                        WS-COMMISSION - WS-RESTE-PLAFOND
                    MOVE WS-RESTE-PLAFOND TO WS-COMMISSION
                    ADD 1 TO WS-NB-ECRETES
                    ADD WS-ECRETE TO WS-MT-ECRETE
                END-IF
                ADD WS-COMMISSION TO WS-FRG-FRAIS-MOIS(WS-IDX-FRG)
                MOVE 1 TO WS-FRAGIL-MODIFIE
            END-IF.

      * UN MOUVEMENT PAR NATURE FACTUREE : LE TYPE DE FRAIS SUIT
      * 'COMMISSION ' DANS LE LIBELLE
       EMETTRE-COMMISSION.
            MOVE SPACES TO ENR-MOUV
            MOVE WS-NUM-PRECEDENT  TO MOUV-NUM-COMPTE
            STRING 'COMMISSION ' WS-NCP-NATURE(WS-IDX-NCP)
                DELIMITED BY SIZE INTO MOUV-LIBELLE
            MOVE WS-COMMISSION     TO MOUV-MONTANT
            MOVE 'DB'              TO MOUV-SENS
            MOVE 'COM'             TO MOUV-NATURE
            MOVE WS-DATE-MOUV      TO MOUV-DATE
            WRITE ENR-MOUV

            ADD 1 TO WS-NB-EMIS
            ADD WS-COMMISSION TO WS-MT-EMIS.

      * LOYERS DE COFFRES FACTURES PAR COFFACT : UN DEBIT PAR ORDRE,
      * LIBELLE 'COMMISSION ' SUIVI DE LA NATURE, PUIS FCOMFOR REMIS
      * A VIDE
       EMETTRE-FORFAITS.
            OPEN INPUT F-COMFOR
            IF WS-FS-CFO NOT = '00' AND WS-FS-CFO NOT = '05'
                DISPLAY 'FCOMFOR NON LU : ' WS-FS-CFO
            ELSE
                WRITE ENR-EDITION FROM WS-LIGNE-VIDE
                WRITE ENR-EDITION FROM WS-LIGNE-FORF-TITRE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-COMFOR
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM EMETTRE-UN-FORFAIT
                    END-READ
                END-PERFORM
                CLOSE F-COMFOR
                OPEN OUTPUT F-COMFOR
                CLOSE F-COMFOR

                MOVE WS-NB-FORF TO WS-TFF-ED-NB
                MOVE WS-MT-FORF TO WS-TFF-ED-MONTANT
                WRITE ENR-EDITION FROM WS-LIGNE-TOT-FORF
            END-IF.

       EMETTRE-UN-FORFAIT.
            MOVE SPACES TO ENR-MOUV
            MOVE CFO-NUM-COMPTE    TO MOUV-NUM-COMPTE
            STRING 'COMMISSION ' CFO-NATURE
                DELIMITED BY SIZE INTO MOUV-LIBELLE
            MOVE CFO-MONTANT       TO MOUV-MONTANT
            MOVE 'DB'              TO MOUV-SENS
            MOVE 'COM'             TO MOUV-NATURE
            MOVE WS-DATE-MOUV      TO MOUV-DATE
            WRITE ENR-MOUV

            ADD 1 TO WS-NB-FORF
            ADD CFO-MONTANT TO WS-MT-FORF

            MOVE CFO-NUM-COMPTE    TO WS-FRF-ED-NUM
            MOVE CFO-NATURE        TO WS-FRF-ED-NATURE
            MOVE CFO-PERIODE       TO WS-FRF-ED-PERIODE
            MOVE CFO-REFERENCE     TO WS-FRF-ED-REF
            MOVE CFO-EMETTEUR      TO WS-FRF-ED-EMETTEUR
            MOVE CFO-MONTANT       TO WS-FRF-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-FORF.

      * REMBOURSEMENTS ACCORDES PAR REMBFRS : UN CREDIT PAR ORDRE,
      * MEME LIBELLE QUE LA COMMISSION REMBOURSEE, PUIS FREMBCOM
      * REMIS A VIDE
       EMETTRE-REMBOURSEMENTS.
            OPEN INPUT F-REMBCOM
            IF WS-FS-RCO NOT = '00' AND WS-FS-RCO NOT = '05'
                DISPLAY 'FREMBCOM NON LU : ' WS-FS-RCO
            ELSE
                WRITE ENR-EDITION FROM WS-LIGNE-VIDE
                WRITE ENR-EDITION FROM WS-LIGNE-REMB-TITRE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-REMBCOM
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM EMETTRE-UN-REMBOURSEMENT
                    END-READ
                END-PERFORM
                CLOSE F-REMBCOM
                OPEN OUTPUT F-REMBCOM
                CLOSE F-REMBCOM

                MOVE WS-NB-REMB TO WS-TRB-ED-NB
                MOVE WS-MT-REMB TO WS-TRB-ED-MONTANT
                WRITE ENR-EDITION FROM WS-LIGNE-TOT-REMB
            END-IF.

       EMETTRE-UN-REMBOURSEMENT.
            MOVE SPACES TO ENR-MOUV
            MOVE RCO-NUM-COMPTE    TO MOUV-NUM-COMPTE
            STRING 'COMMISSION ' RCO-NATURE
                DELIMITED BY SIZE INTO MOUV-LIBELLE
            MOVE RCO-MONTANT       TO MOUV-MONTANT
            MOVE 'CR'              TO MOUV-SENS
            MOVE 'COM'             TO MOUV-NATURE
            MOVE WS-DATE-MOUV      TO MOUV-DATE
            WRITE ENR-MOUV

            ADD 1 TO WS-NB-REMB
            ADD RCO-MONTANT TO WS-MT-REMB

            MOVE RCO-NUM-COMPTE    TO WS-RMB-ED-NUM
            MOVE RCO-NATURE        TO WS-RMB-ED-NATURE
            MOVE RCO-PERIODE       TO WS-RMB-ED-PERIODE
            MOVE RCO-NUM-REMB      TO WS-RMB-ED-REF
            MOVE RCO-MOTIF         TO WS-RMB-ED-MOTIF
            MOVE RCO-MONTANT       TO WS-RMB-ED-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-REMB.

      * REGISTRE DE FRAGILITE (FACULTATIF) CHARGE EN TABLE
       CHARGER-REGISTRE-FRAGILITE.
            INITIALIZE WS-TAB-FRAGIL
            OPEN INPUT F-FRAGIL
            IF WS-FS-FRG NOT = '00'
                DISPLAY 'FFRAGIL ABSENT - AUCUN PLAFONNEMENT'
                IF WS-FS-FRG = '05'
                    CLOSE F-FRAGIL
                END-IF
            ELSE
                MOVE 1 TO WS-FRAGIL-LU
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-FRAGIL
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF FRG-NUM-COMPTE NUMERIC
                                SET WS-IDX-FRG TO FRG-NUM-COMPTE
                                SET WS-IDX-FRG UP BY 1
                                MOVE ENR-FRAGIL
                                    TO WS-FRG-ENR(WS-IDX-FRG)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-FRAGIL
                MOVE 0 TO WS-EOF
            END-IF.

      * REECRITURE DU REGISTRE AVEC LES CUMULS DU MOIS
       SAUVER-REGISTRE-FRAGILITE.
            OPEN OUTPUT F-FRAGIL
            PERFORM VARYING WS-IDX-FRG FROM 1 BY 1
                    UNTIL WS-IDX-FRG > 1000
                IF WS-FRG-STATUT(WS-IDX-FRG) NOT = SPACE
                    MOVE WS-FRG-ENR(WS-IDX-FRG) TO ENR-FRAGIL
                    WRITE ENR-FRAGIL
                END-IF
            END-PERFORM
            CLOSE F-FRAGIL.

      * DECLARATION DANS LE FICHIER DE CONTROLE COMMUN (PJ29CTRL)
       ECRIRE-CONTROLE.
            MOVE 'PJ40COMM' TO CTL-PROGRAMME
            MOVE 'FMOUV   ' TO CTL-FICHIER
            MOVE 'S' TO CTL-SENS
      * LES FORFAITS ET LES CREDITS DE REMBOURSEMENT PARTENT DANS
      * LE MEME FMOUV
            COMPUTE CTL-NB-ENR = WS-NB-EMIS + WS-NB-FORF + WS-NB-REMB
            COMPUTE CTL-MONTANT = WS-MT-EMIS + WS-MT-FORF + WS-MT-REMB
            WRITE ENR-CONTROLE
            CLOSE F-CONTROLE.
