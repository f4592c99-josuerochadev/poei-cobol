       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ54RECP.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * SOUS PROGRAMME - RECEPTION DES ENTREES EXTERNES DE LA CHAINE
      *
      * APPELE PAR LE PILOTE PJ00CHAIN AU DEBUT DE CHAQUE NUIT, AVANT
      * LA PREMIERE ETAPE. CONFRONTE LE REGISTRE DES ENTREES
      * ATTENDUES (FENTREES) AU JOURNAL DES REMISES (FRECEPT) ET REND
      * AU PILOTE LES GROUPES DE DEPENDANCE A RETENIR.
      *
      * FENTREES : UNE LIGNE PAR FICHIER VENU DE L'EXTERIEUR (NOM
      * LOGIQUE : FMOUV, FECHENT, FPRELEV, FDEVISE...), AVEC SON
      * EMETTEUR, SON HEURE LIMITE D'ARRIVEE (HHMM) LE JOUR DE LA
      * NUIT, 'O' S'IL EST OBLIGATOIRE ('N' = FACULTATIF), LA
      * FOURCHETTE DE VOLUME ACCEPTABLE (MAXIMUM 0 = SANS MAXIMUM),
      * SA FREQUENCE (MEMES CLASSES QUE FCHAINE : 'Q' OU BLANC,
      * 'H', 'M', 'T') ET LE GROUPE FCHAINE QUI LE CONSOMME.
      * FRECEPT : UNE LIGNE PAR REMISE RECUE, ECRITE PAR LE MONITEUR
      * DE TRANSFERT : NOM LOGIQUE, DATE D'ARRETE (NUIT A LAQUELLE
      * LA REMISE EST DESTINEE), DATE ET HEURE DE RECEPTION,
      * NOMBRE D'ENREGISTREMENTS, IDENTIFIANT DE REMISE DE
      * L'EMETTEUR ET TOTAL DE CONTROLE. UNE REMISE REFAITE POUR LA
      * MEME NUIT REMPLACE LA PRECEDENTE.
      *
      * CHAQUE ENTREE DUE CETTE NUIT RECOIT UNE ISSUE :
      *   OK = CONFORME
      *   AT = NON RECUE, HEURE LIMITE NON ATTEINTE   (RETENUE)
      *   RT = NON RECUE, HEURE LIMITE DEPASSEE       (RETENUE)
      *   AB = FACULTATIVE NON RECUE                  (AVERTISSEMENT)
      *   DB = DOUBLON D'UNE REMISE ANTERIEURE (MEME IDENTIFIANT, OU
      *        MEME VOLUME ET MEME TOTAL DE CONTROLE NON NUL)
      *                                               (RETENUE)
      *   VI = VIDE ALORS QU'UN MINIMUM EST ATTENDU   (RETENUE)
      *   VO = VOLUME HORS FOURCHETTE                 (RETENUE)
      *   TA = RECUE APRES L'HEURE LIMITE, CONFORME   (AVERTISSEMENT)
      * UNE ENTREE RETENUE RETIENT LE GROUPE QUI LA CONSOMME ; UNE
      * ENTREE SANS GROUPE NE FAIT QU'AVERTIR. LA LISTE DES ENTREES
      * NON CONFORMES EST AJOUTEE A FALERTE POUR L'EXPLOITANT. LE
      * CONTROLE EST TRACE DANS RUNLOG (PJ34LOG, STATUT '04' S'IL Y
      * A DES ALERTES).
      * SANS REGISTRE FENTREES, RIEN N'EST RETENU.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-ENTREES ASSIGN TO FENTREES
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-ENT.

            SELECT F-RECEPT ASSIGN TO FRECEPT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-REC.

            SELECT F-ALERTE ASSIGN TO FALERTE
                FILE STATUS IS WS-FS-ALE.

       DATA DIVISION.
       FILE SECTION.

      * REGISTRE DES ENTREES ATTENDUES
       FD F-ENTREES.
       01 ENR-ENTREES.
           05 ENT-CODE             PIC X(08).
           05 ENT-EMETTEUR         PIC X(20).
           05 ENT-HEURE-LIMITE     PIC 9(04).
           05 ENT-OBLIGATOIRE      PIC X(01).
           05 ENT-VOLUME-MIN       PIC 9(07).
           05 ENT-VOLUME-MAX       PIC 9(07).
           05 ENT-FREQUENCE        PIC X(01).
           05 ENT-GROUPE           PIC X(02).
           05 FILLER               PIC X(30).

      * JOURNAL DES REMISES RECUES (MONITEUR DE TRANSFERT)
       FD F-RECEPT.
       01 ENR-RECEPT.
           05 REC-CODE             PIC X(08).
           05 REC-DATE-ARRETE      PIC 9(08).
           05 REC-DATE-RECEPTION   PIC 9(08).
           05 REC-HEURE-RECEPTION  PIC 9(04).
           05 REC-NB-ENREG         PIC 9(07).
           05 REC-IDENT-REMISE     PIC X(20).
           05 REC-TOTAL-CONTROLE   PIC 9(13)V99.
           05 FILLER               PIC X(10).

       FD F-ALERTE.
       01 ENR-ALERTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ENT                PIC X(02).
       01 WS-FS-REC                PIC X(02).
       01 WS-FS-ALE                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * ENTREES DUES CETTE NUIT ET CE QUI EN A ETE RECU
       01 WS-NB-ENTREES            PIC 9(02) VALUE 0.
       01 WS-TAB-ENTREES.
           05 WS-ENTREE OCCURS 30 TIMES
                         INDEXED BY WS-IDX-ENT.
               10 WS-ENT-CODE      PIC X(08).
               10 WS-ENT-EMETTEUR  PIC X(20).
               10 WS-ENT-LIMITE    PIC 9(04).
               10 WS-ENT-OBLIG     PIC X(01).
               10 WS-ENT-MIN       PIC 9(07).
               10 WS-ENT-MAX       PIC 9(07).
               10 WS-ENT-GROUPE    PIC X(02).
               10 WS-ENT-RECUE     PIC 9(01).
               10 WS-ENT-DATE-REC  PIC 9(08).
               10 WS-ENT-HEURE-REC PIC 9(04).
               10 WS-ENT-NB        PIC 9(07).
               10 WS-ENT-IDENT     PIC X(20).
               10 WS-ENT-TOTAL     PIC 9(13)V99.
               10 WS-ENT-DOUBLON   PIC 9(01).
               10 WS-ENT-ISSUE     PIC X(02).
               10 WS-ENT-RETENUE   PIC 9(01).

      * L'ENTREE DUE CE JOUR ? (FREQUENCE CONTRE LES JALONS DU
      * CALENDRIER CALCULES PAR LE PILOTE)
       01 WS-ENTREE-DUE            PIC 9(01) VALUE 0.

      * DATE DE LA NUIT CONTROLEE ET MOMENT DU CONTROLE
       01 WS-DATE-NUIT.
           05 WS-DN-ANNEE          PIC 9(04).
           05 FILLER               PIC X(01).
           05 WS-DN-MOIS           PIC 9(02).
           05 FILLER               PIC X(01).
           05 WS-DN-JOUR           PIC 9(02).
       01 WS-NUIT-NUM              PIC 9(08) VALUE 0.
       01 WS-DATE-JOUR             PIC 9(08) VALUE 0.
       01 WS-HEURE-JOUR.
           05 WS-HHMM              PIC 9(04).
           05 FILLER               PIC 9(04).

      * GROUPE DEJA RETENU ?
       01 WS-DEJA-RETENU           PIC 9(01) VALUE 0.
       01 WS-IDX-GRP               PIC 9(02) VALUE 0.

      * COMPTEURS
       01 WS-NB-REMISES            PIC 9(07) VALUE 0.
       01 WS-NB-RETENUES           PIC 9(03) VALUE 0.

      * LIGNES DE LA LISTE D'ALERTES
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(40)
              VALUE '*** CONTROLE DES ENTREES ATTENDUES - NUI'.
           05 FILLER               PIC X(07) VALUE 'T DU : '.
           05 WS-TIT-DATE          PIC X(10).
           05 FILLER               PIC X(04) VALUE ' ***'.
           05 FILLER               PIC X(19) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'ENTREE'.
           05 FILLER               PIC X(21) VALUE 'EMETTEUR'.
           05 FILLER               PIC X(04) VALUE 'GR'.
           05 FILLER               PIC X(09) VALUE 'ISSUE'.
           05 FILLER               PIC X(29) VALUE 'MOTIF'.
           05 FILLER               PIC X(06) VALUE 'VOLUME'.

       01 WS-LIGNE-ALERTE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ALE-CODE          PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ALE-EMETTEUR      PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ALE-GROUPE        PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ALE-ISSUE         PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ALE-MOTIF         PIC X(28).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ALE-VOLUME        PIC Z(05)9.

       01 WS-LIGNE-CONFORME.
           05 FILLER               PIC X(46)
              VALUE '  TOUTES LES ENTREES ATTENDUES SONT CONFORMES'.
           05 FILLER               PIC X(34) VALUE SPACES.

       01 WS-LIGNE-BILAN.
           05 FILLER               PIC X(18)
              VALUE '  ENTREES DUES : '.
           05 WS-BIL-DUES          PIC Z9.
           05 FILLER               PIC X(13) VALUE '   ALERTES : '.
           05 WS-BIL-ALERTES       PIC ZZ9.
           05 FILLER               PIC X(22)
              VALUE '   GROUPES RETENUS : '.
           05 WS-BIL-GROUPES       PIC Z9.
           05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ54RECP'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       LINKAGE SECTION.
       01 LK-ZONE-RECEPTION.
           05 RCP-DATE-NUIT        PIC X(10).
           05 RCP-PREMIER-SEM      PIC X(10).
           05 RCP-PREMIER-MOIS     PIC X(10).
           05 RCP-PREMIER-TRIM     PIC X(10).
           05 RCP-NB-ALERTES       PIC 9(03).
           05 RCP-NB-GROUPES       PIC 9(02).
           05 RCP-GROUPE OCCURS 20 TIMES
                          PIC X(02).

       PROCEDURE DIVISION USING LK-ZONE-RECEPTION.

       PRINCIPAL.
            MOVE 0 TO RCP-NB-ALERTES
            MOVE 0 TO RCP-NB-GROUPES
            MOVE 0 TO WS-NB-ENTREES
            MOVE 0 TO WS-NB-REMISES
            MOVE 0 TO WS-NB-RETENUES

            MOVE RCP-DATE-NUIT TO WS-DATE-NUIT
            COMPUTE WS-NUIT-NUM = WS-DN-ANNEE * 10000
                                + WS-DN-MOIS * 100 + WS-DN-JOUR
            ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
            ACCEPT WS-HEURE-JOUR FROM TIME

            MOVE 'D'  TO LOG-TYPE
            MOVE '00' TO LOG-STATUT
            MOVE 0    TO LOG-NB-LUS
            MOVE 0    TO LOG-NB-ECRITS
            CALL 'PJ34LOG' USING WS-ZONE-LOG

            PERFORM CHARGER-REGISTRE THRU CHARGER-REGISTRE-FIN
            IF WS-NB-ENTREES > 0
                PERFORM RELEVER-REMISES
                PERFORM CHERCHER-DOUBLONS
                PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                        UNTIL WS-IDX-ENT > WS-NB-ENTREES
                    PERFORM QUALIFIER-ENTREE
                END-PERFORM
            END-IF
            PERFORM EDITER-ALERTES

            MOVE 'F' TO LOG-TYPE
            IF RCP-NB-ALERTES > 0
                MOVE '04' TO LOG-STATUT
            ELSE
                MOVE '00' TO LOG-STATUT
            END-IF
            MOVE WS-NB-REMISES  TO LOG-NB-LUS
            MOVE RCP-NB-ALERTES TO LOG-NB-ECRITS
            CALL 'PJ34LOG' USING WS-ZONE-LOG

            DISPLAY 'CONTROLE DES ENTREES - DUES : ' WS-NB-ENTREES
                    ' ALERTES : ' RCP-NB-ALERTES
                    ' GROUPES RETENUS : ' RCP-NB-GROUPES
            GOBACK.

      * ENTREES DU REGISTRE DUES CETTE NUIT
       CHARGER-REGISTRE.
            OPEN INPUT F-ENTREES
            IF WS-FS-ENT NOT = '00'
                DISPLAY 'REGISTRE FENTREES INDISPONIBLE : ' WS-FS-ENT
                        ' - AUCUNE ENTREE CONTROLEE'
                GO TO CHARGER-REGISTRE-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-ENTREES
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        PERFORM RESOUDRE-FREQUENCE
                        IF WS-ENTREE-DUE = 1
                            PERFORM RETENIR-ENTREE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-ENTREES.

       CHARGER-REGISTRE-FIN.
            EXIT.

       RESOUDRE-FREQUENCE.
            MOVE 1 TO WS-ENTREE-DUE
            EVALUATE ENT-FREQUENCE
                WHEN 'H'
                    IF RCP-DATE-NUIT NOT = RCP-PREMIER-SEM
                        MOVE 0 TO WS-ENTREE-DUE
                    END-IF
                WHEN 'M'
                    IF RCP-DATE-NUIT NOT = RCP-PREMIER-MOIS
                        MOVE 0 TO WS-ENTREE-DUE
                    END-IF
                WHEN 'T'
                    IF RCP-DATE-NUIT NOT = RCP-PREMIER-TRIM
                        MOVE 0 TO WS-ENTREE-DUE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       RETENIR-ENTREE.
            IF WS-NB-ENTREES >= 30
                DISPLAY 'REGISTRE FENTREES : PLUS DE 30 ENTREES DUES,'
                        ' IGNOREE : ' ENT-CODE
            ELSE
                ADD 1 TO WS-NB-ENTREES
                SET WS-IDX-ENT TO WS-NB-ENTREES
                MOVE ENT-CODE         TO WS-ENT-CODE(WS-IDX-ENT)
                MOVE ENT-EMETTEUR     TO WS-ENT-EMETTEUR(WS-IDX-ENT)
                MOVE ENT-HEURE-LIMITE TO WS-ENT-LIMITE(WS-IDX-ENT)
                MOVE ENT-OBLIGATOIRE  TO WS-ENT-OBLIG(WS-IDX-ENT)
                MOVE ENT-VOLUME-MIN   TO WS-ENT-MIN(WS-IDX-ENT)
                MOVE ENT-VOLUME-MAX   TO WS-ENT-MAX(WS-IDX-ENT)
                MOVE ENT-GROUPE       TO WS-ENT-GROUPE(WS-IDX-ENT)
                MOVE 0      TO WS-ENT-RECUE(WS-IDX-ENT)
                MOVE 0      TO WS-ENT-DATE-REC(WS-IDX-ENT)
                MOVE 0      TO WS-ENT-HEURE-REC(WS-IDX-ENT)
                MOVE 0      TO WS-ENT-NB(WS-IDX-ENT)
                MOVE SPACES TO WS-ENT-IDENT(WS-IDX-ENT)
                MOVE 0      TO WS-ENT-TOTAL(WS-IDX-ENT)
                MOVE 0      TO WS-ENT-DOUBLON(WS-IDX-ENT)
                MOVE 'OK'   TO WS-ENT-ISSUE(WS-IDX-ENT)
                MOVE 0      TO WS-ENT-RETENUE(WS-IDX-ENT)
            END-IF.

      * PREMIER PASSAGE SUR FRECEPT : LA REMISE DESTINEE A CETTE
      * NUIT (LA DERNIERE RECUE SI ELLE A ETE REFAITE)
       RELEVER-REMISES.
            OPEN INPUT F-RECEPT
            IF WS-FS-REC NOT = '00'
                DISPLAY 'JOURNAL FRECEPT INDISPONIBLE : ' WS-FS-REC
                        ' - AUCUNE REMISE CONNUE'
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-RECEPT
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-NB-REMISES
                            IF REC-DATE-ARRETE = WS-NUIT-NUM
                                PERFORM NOTER-REMISE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-RECEPT
            END-IF.

       NOTER-REMISE.
            PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                    UNTIL WS-IDX-ENT > WS-NB-ENTREES
                IF WS-ENT-CODE(WS-IDX-ENT) = REC-CODE
                    MOVE 1 TO WS-ENT-RECUE(WS-IDX-ENT)
                    MOVE REC-DATE-RECEPTION
                        TO WS-ENT-DATE-REC(WS-IDX-ENT)
                    MOVE REC-HEURE-RECEPTION
                        TO WS-ENT-HEURE-REC(WS-IDX-ENT)
                    MOVE REC-NB-ENREG TO WS-ENT-NB(WS-IDX-ENT)
                    MOVE REC-IDENT-REMISE TO WS-ENT-IDENT(WS-IDX-ENT)
                    MOVE REC-TOTAL-CONTROLE
                        TO WS-ENT-TOTAL(WS-IDX-ENT)
                END-IF
            END-PERFORM.

      * SECOND PASSAGE : UNE REMISE DE LA NUIT EST UN DOUBLON SI UNE
      * REMISE D'UNE NUIT ANTERIEURE PORTE LE MEME IDENTIFIANT, OU
      * LE MEME VOLUME AVEC LE MEME TOTAL DE CONTROLE NON NUL
       CHERCHER-DOUBLONS.
            OPEN INPUT F-RECEPT
            IF WS-FS-REC = '00'
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-RECEPT
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF REC-DATE-ARRETE < WS-NUIT-NUM
                                PERFORM COMPARER-REMISE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-RECEPT
            END-IF.

       COMPARER-REMISE.
            PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                    UNTIL WS-IDX-ENT > WS-NB-ENTREES
                IF WS-ENT-CODE(WS-IDX-ENT) = REC-CODE
                    AND WS-ENT-RECUE(WS-IDX-ENT) = 1
                    IF WS-ENT-IDENT(WS-IDX-ENT) NOT = SPACES
                        AND WS-ENT-IDENT(WS-IDX-ENT)
                            = REC-IDENT-REMISE
                        MOVE 1 TO WS-ENT-DOUBLON(WS-IDX-ENT)
                    END-IF
                    IF WS-ENT-TOTAL(WS-IDX-ENT) NOT = 0
                        AND WS-ENT-TOTAL(WS-IDX-ENT)
                            = REC-TOTAL-CONTROLE
                        AND WS-ENT-NB(WS-IDX-ENT) = REC-NB-ENREG
                        MOVE 1 TO WS-ENT-DOUBLON(WS-IDX-ENT)
                    END-IF
                END-IF
            END-PERFORM.

      * ISSUE DE L'ENTREE ; UNE ENTREE RETENUE RETIENT SON GROUPE
       QUALIFIER-ENTREE.
            EVALUATE TRUE
                WHEN WS-ENT-RECUE(WS-IDX-ENT) = 0
                     AND WS-ENT-OBLIG(WS-IDX-ENT) NOT = 'O'
                    MOVE 'AB' TO WS-ENT-ISSUE(WS-IDX-ENT)
                WHEN WS-ENT-RECUE(WS-IDX-ENT) = 0
                     AND (WS-DATE-JOUR > WS-NUIT-NUM
                          OR (WS-DATE-JOUR = WS-NUIT-NUM
                              AND WS-HHMM > WS-ENT-LIMITE(WS-IDX-ENT)))
                    MOVE 'RT' TO WS-ENT-ISSUE(WS-IDX-ENT)
                    MOVE 1 TO WS-ENT-RETENUE(WS-IDX-ENT)
                WHEN WS-ENT-RECUE(WS-IDX-ENT) = 0
                    MOVE 'AT' TO WS-ENT-ISSUE(WS-IDX-ENT)
                    MOVE 1 TO WS-ENT-RETENUE(WS-IDX-ENT)
                WHEN WS-ENT-DOUBLON(WS-IDX-ENT) = 1
                    MOVE 'DB' TO WS-ENT-ISSUE(WS-IDX-ENT)
                    MOVE 1 TO WS-ENT-RETENUE(WS-IDX-ENT)
                WHEN WS-ENT-NB(WS-IDX-ENT) = 0
                     AND WS-ENT-MIN(WS-IDX-ENT) > 0
                    MOVE 'VI' TO WS-ENT-ISSUE(WS-IDX-ENT)
                    MOVE 1 TO WS-ENT-RETENUE(WS-IDX-ENT)
                WHEN WS-ENT-NB(WS-IDX-ENT) < WS-ENT-MIN(WS-IDX-ENT)
                    MOVE 'VO' TO WS-ENT-ISSUE(WS-IDX-ENT)
                    MOVE 1 TO WS-ENT-RETENUE(WS-IDX-ENT)
                WHEN WS-ENT-MAX(WS-IDX-ENT) > 0
                     AND WS-ENT-NB(WS-IDX-ENT) > WS-ENT-MAX(WS-IDX-ENT)
                    MOVE 'VO' TO WS-ENT-ISSUE(WS-IDX-ENT)
                    MOVE 1 TO WS-ENT-RETENUE(WS-IDX-ENT)
                WHEN WS-ENT-DATE-REC(WS-IDX-ENT) > WS-NUIT-NUM
                     OR (WS-ENT-DATE-REC(WS-IDX-ENT) = WS-NUIT-NUM
                         AND WS-ENT-HEURE-REC(WS-IDX-ENT)
                             > WS-ENT-LIMITE(WS-IDX-ENT))
                    MOVE 'TA' TO WS-ENT-ISSUE(WS-IDX-ENT)
                WHEN OTHER
                    MOVE 'OK' TO WS-ENT-ISSUE(WS-IDX-ENT)
            END-EVALUATE

            IF WS-ENT-ISSUE(WS-IDX-ENT) NOT = 'OK'
                ADD 1 TO RCP-NB-ALERTES
            END-IF
            IF WS-ENT-RETENUE(WS-IDX-ENT) = 1
                ADD 1 TO WS-NB-RETENUES
                IF WS-ENT-GROUPE(WS-IDX-ENT) NOT = SPACES
                    PERFORM RETENIR-GROUPE
                END-IF
            END-IF.

       RETENIR-GROUPE.
            MOVE 0 TO WS-DEJA-RETENU
            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > RCP-NB-GROUPES
                IF RCP-GROUPE(WS-IDX-GRP) = WS-ENT-GROUPE(WS-IDX-ENT)
                    MOVE 1 TO WS-DEJA-RETENU
                END-IF
            END-PERFORM
            IF WS-DEJA-RETENU = 0 AND RCP-NB-GROUPES < 20
                ADD 1 TO RCP-NB-GROUPES
                MOVE WS-ENT-GROUPE(WS-IDX-ENT)
                    TO RCP-GROUPE(RCP-NB-GROUPES)
            END-IF.

      * LISTE POUR L'EXPLOITANT, AJOUTEE A FALERTE (UN BLOC PAR NUIT)
       EDITER-ALERTES.
            OPEN EXTEND F-ALERTE
            IF WS-FS-ALE NOT = '00'
                DISPLAY 'LISTE FALERTE INDISPONIBLE : ' WS-FS-ALE
            ELSE
                MOVE RCP-DATE-NUIT TO WS-TIT-DATE
                WRITE ENR-ALERTE FROM WS-LIGNE-SEP
                WRITE ENR-ALERTE FROM WS-LIGNE-TITRE
                WRITE ENR-ALERTE FROM WS-LIGNE-SEP
                IF RCP-NB-ALERTES = 0
                    WRITE ENR-ALERTE FROM WS-LIGNE-CONFORME
                ELSE
                    WRITE ENR-ALERTE FROM WS-LIGNE-ENTETE
                    PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                            UNTIL WS-IDX-ENT > WS-NB-ENTREES
                        IF WS-ENT-ISSUE(WS-IDX-ENT) NOT = 'OK'
                            PERFORM EDITER-LIGNE-ALERTE
                        END-IF
                    END-PERFORM
                END-IF
                WRITE ENR-ALERTE FROM WS-LIGNE-VIDE
                MOVE WS-NB-ENTREES  TO WS-BIL-DUES
                MOVE RCP-NB-ALERTES TO WS-BIL-ALERTES
                MOVE RCP-NB-GROUPES TO WS-BIL-GROUPES
                WRITE ENR-ALERTE FROM WS-LIGNE-BILAN
                WRITE ENR-ALERTE FROM WS-LIGNE-VIDE
                CLOSE F-ALERTE
            END-IF.

       EDITER-LIGNE-ALERTE.
            MOVE WS-ENT-CODE(WS-IDX-ENT)     TO WS-ALE-CODE
            MOVE WS-ENT-EMETTEUR(WS-IDX-ENT) TO WS-ALE-EMETTEUR
            MOVE WS-ENT-GROUPE(WS-IDX-ENT)   TO WS-ALE-GROUPE
            MOVE WS-ENT-NB(WS-IDX-ENT)       TO WS-ALE-VOLUME
            IF WS-ENT-RETENUE(WS-IDX-ENT) = 1
                IF WS-ENT-GROUPE(WS-IDX-ENT) = SPACES
                    MOVE 'A VOIR' TO WS-ALE-ISSUE
                ELSE
                    MOVE 'RETENUE' TO WS-ALE-ISSUE
                END-IF
            ELSE
                MOVE 'AVERT.' TO WS-ALE-ISSUE
            END-IF
            EVALUATE WS-ENT-ISSUE(WS-IDX-ENT)
                WHEN 'AT'
                    MOVE 'NON RECUE, LIMITE A VENIR'  TO WS-ALE-MOTIF
                WHEN 'RT'
                    MOVE 'NON RECUE, EN RETARD'       TO WS-ALE-MOTIF
                WHEN 'AB'
                    MOVE 'FACULTATIVE NON RECUE'      TO WS-ALE-MOTIF
                WHEN 'DB'
                    MOVE 'DOUBLON D UNE REMISE PASSEE' TO WS-ALE-MOTIF
                WHEN 'VI'
                    MOVE 'REMISE VIDE'                TO WS-ALE-MOTIF
                WHEN 'VO'
                    MOVE 'VOLUME HORS FOURCHETTE'     TO WS-ALE-MOTIF
                WHEN 'TA'
                    MOVE 'RECUE APRES L HEURE LIMITE' TO WS-ALE-MOTIF
            END-EVALUATE
            WRITE ENR-ALERTE FROM WS-LIGNE-ALERTE
            DISPLAY 'ENTREE ' WS-ENT-CODE(WS-IDX-ENT) ' : '
                    WS-ALE-ISSUE ' - ' WS-ALE-MOTIF.
