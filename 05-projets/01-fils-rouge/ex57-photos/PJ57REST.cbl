       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ57REST.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * RESTAURATION DE FCLIENT PAR L'EXPLOITANT
      *
      * LANCE A LA MAIN, CHAINE ARRETEE, QUAND LE PILOTE N'A PAS PU
      * RESTAURER LUI-MEME LA PHOTO DE LA NUIT (ARRET BRUTAL DU
      * PILOTE, RESTAURATION AUTOMATIQUE REFUSEE PUIS CAUSE
      * CORRIGEE). SAISIES EN DEBUT DE TRAITEMENT :
      *   - ACTION : 'R' = RESTAURER, 'L' = LISTER LES PHOTOS
      *   - NUIT A RESTAURER (AAAA-MM-JJ, BLANC = LA PLUS RECENTE)
      * LA RESTAURATION ELLE-MEME (VERIFICATION DE LA PHOTO,
      * RECHARGEMENT ET CONTROLE DU NOMBRE ET DU TOTAL DES SOLDES)
      * EST FAITE PAR PJ57PHOT. SI ELLE REUSSIT, LES ETAPES DU GROUPE
      * DE DEPENDANCE DE L'ETAPE PHOTOGRAPHIEE (PARAMETRE PJ00CHAI /
      * PHOTOAVANT, DEFAUT PJ22IMPU), A PARTIR DE CELLE-CI, SONT
      * REMISES A BLANC DANS FCHAINE ('KO' ET 'HD' SONT LAISSES EN
      * L'ETAT) : A LA RELANCE, PJ00CHAIN REJOUE LE GROUPE DEPUIS LA
      * PHOTO. LES LIGNES FCONTROL DE CES ETAPES ECRITES DEPUIS LA
      * PHOTO SONT ECARTEES.
      * UNE PHOTO PLUS ANCIENNE QUE LA DERNIERE NUIT COMPLETE DU
      * PILOTE (DERNIERE FIN 'F' '00' DE PJ00CHAI DANS RUNLOG, A SA
      * DATE DE TRAITEMENT, COMME LE MODE RATTRAPAGE) EST REFUSEE
      * (CODE 8) : LE RATTRAPAGE REPART DE CETTE NUIT COMPLETE, LES
      * NUITS DEJA TERMINEES APRES LA PHOTO NE SERAIENT PAS
      * REPASSEES ET LEURS IMPUTATIONS DANS FCLIENT SERAIENT
      * PERDUES. LA PHOTO DE LA DERNIERE NUIT COMPLETE, OU D'UNE
      * NUIT EN INCIDENT POSTERIEURE, RESTE RESTAURABLE : SON
      * GROUPE EST REJOUE.
      * CODE RETOUR : 0 = FAIT, 4 = AUCUNE PHOTO, 8 = REFUSEE.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-CHAINE ASSIGN TO FCHAINE
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-CHAINE.

      * REGISTRE DES PHOTOS (TENU PAR PJ57PHOT), LU SEULEMENT
            SELECT F-REGISTRE ASSIGN TO FPHOTIDX
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-REG.

            SELECT F-RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RUN-CLE
                FILE STATUS IS WS-FS-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD F-CHAINE.
       01 ENR-CHAINE.
           05 CHN-PROGRAMME        PIC X(08).
           05 CHN-STATUT           PIC X(02).
           05 CHN-DATE             PIC X(10).
           05 CHN-HEURE            PIC X(08).
           05 CHN-FREQUENCE        PIC X(01).
           05 CHN-GROUPE           PIC X(02).
           05 FILLER               PIC X(49).

       FD F-REGISTRE.
       01 ENR-REGISTRE.
           05 REG-DATE-NUIT        PIC X(10).
           05 FILLER               PIC X(90).

      * JOURNAL DES EXECUTIONS : DERNIERE NUIT COMPLETE DU PILOTE
       FD F-RUNLOG.
       01 ENR-RUNLOG.
           05 RUN-CLE.
               10 RUN-DATE         PIC 9(08).
               10 RUN-HEURE        PIC 9(08).
               10 RUN-PROGRAMME    PIC X(08).
               10 RUN-TYPE         PIC X(01).
           05 RUN-STATUT           PIC X(02).
           05 RUN-NB-LUS           PIC 9(07).
           05 RUN-NB-ECRITS        PIC 9(07).
           05 RUN-DATE-TRAIT       PIC X(08).
           05 FILLER               PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-FS-CHAINE             PIC X(02).
       01 WS-FS-REG                PIC X(02).
       01 WS-FS-LOG                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * SAISIES DE L'EXPLOITANT
       01 WS-ACTION                PIC X(01).
       01 WS-DATE-DEMANDEE         PIC X(10).

      * ETAPES DE LA CHAINE, RELUES PUIS REECRITES TELLES QUELLES
      * SAUF LES STATUTS REMIS A BLANC
       01 WS-NB-ETAPES             PIC 9(02) VALUE 0.
       01 WS-TAB-ETAPES.
           05 WS-ETAPE OCCURS 20 TIMES
                        INDEXED BY WS-IDX-ETP.
               10 WS-ETP-ENR       PIC X(80).
               10 WS-ETP-REJOUEE   PIC 9(01).

      * ETAPE PHOTOGRAPHIEE ET SON GROUPE
       01 WS-PROG-PHOTO            PIC X(08) VALUE 'PJ22IMPU'.
       01 WS-IDX-PHOTO             PIC 9(02) VALUE 0.
       01 WS-GROUPE-PHOTO          PIC X(02) VALUE SPACES.
       01 WS-NB-REMISES            PIC 9(02) VALUE 0.

      * NUIT DE LA PHOTO VISEE ET DERNIERE NUIT COMPLETE (AAAAMMJJ)
       01 WS-NUIT-PHOTO            PIC X(10) VALUE SPACES.
       01 WS-NUIT-PHOTO-R REDEFINES WS-NUIT-PHOTO.
           05 WS-NP-ANNEE          PIC X(04).
           05 FILLER               PIC X(01).
           05 WS-NP-MOIS           PIC X(02).
           05 FILLER               PIC X(01).
           05 WS-NP-JOUR           PIC X(02).
       01 WS-NUIT-PHOTO-NUM        PIC X(08) VALUE SPACES.
       01 WS-DERNIERE-NUIT         PIC 9(08) VALUE 0.
       01 WS-DATE-LUE              PIC 9(08) VALUE 0.

      * ZONE D'APPEL DU SERVICE CENTRAL DES PARAMETRES (PJ46PARM)
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).

      * ZONE D'APPEL DE LA PHOTO DE FCLIENT (PJ57PHOT)
       01 WS-ZONE-PHOTO.
           05 PHO-FONCTION         PIC X(01).
           05 PHO-DATE-NUIT        PIC X(10).
           05 PHO-PROGRAMME        PIC X(08).
           05 PHO-NB-REJOUEES      PIC 9(02).
           05 PHO-REJOUEE OCCURS 20 TIMES
                           PIC X(08).
           05 PHO-CODE-RETOUR      PIC 9(01).
           05 PHO-NB-CLIENTS       PIC 9(07).
           05 PHO-TOTAL-SOLDES     PIC S9(13)V99.
       01 WS-TOTAL-EDIT            PIC -(12)9.99.

       PROCEDURE DIVISION.

       PRINCIPAL.
            DISPLAY 'DEBUT DU PROGRAMME PJ57REST'

            DISPLAY 'ACTION (R = RESTAURER, L = LISTER) : '
            ACCEPT WS-ACTION FROM SYSIN
            IF WS-ACTION NOT = 'R' AND WS-ACTION NOT = 'L'
                DISPLAY 'ACTION INCONNUE : ' WS-ACTION
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            IF WS-ACTION = 'L'
                MOVE 'L' TO PHO-FONCTION
                MOVE SPACES TO PHO-DATE-NUIT
                MOVE 0 TO PHO-NB-REJOUEES
                CALL 'PJ57PHOT' USING WS-ZONE-PHOTO
                DISPLAY 'LISTE DES PHOTOS DANS FPHOTLST'
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF

            DISPLAY 'NUIT A RESTAURER (AAAA-MM-JJ, BLANC = DERNIERE) : '
            ACCEPT WS-DATE-DEMANDEE FROM SYSIN

            MOVE 'PJ00CHAI' TO PRM-PROGRAMME
            MOVE 'PHOTOAVANT' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1 AND PRM-VALEUR NOT = SPACES
                MOVE PRM-VALEUR(1:8) TO WS-PROG-PHOTO
            END-IF

            PERFORM CONTROLER-NUIT-PHOTO THRU CONTROLER-NUIT-PHOTO-FIN

            PERFORM CHARGER-CHAINE
            PERFORM DESIGNER-ETAPES

            MOVE 'R' TO PHO-FONCTION
            MOVE WS-DATE-DEMANDEE TO PHO-DATE-NUIT
            CALL 'PJ57PHOT' USING WS-ZONE-PHOTO

            EVALUATE PHO-CODE-RETOUR
                WHEN 0
                    MOVE PHO-TOTAL-SOLDES TO WS-TOTAL-EDIT
                    DISPLAY 'FCLIENT RESTAURE A LA NUIT DU '
                            PHO-DATE-NUIT
                    DISPLAY '  CLIENTS CONTROLES : ' PHO-NB-CLIENTS
                            '  TOTAL DES SOLDES : ' WS-TOTAL-EDIT
                    PERFORM REMETTRE-ETAPES
                    PERFORM SAUVER-CHAINE
                    DISPLAY 'ETAPES REMISES A BLANC : ' WS-NB-REMISES
                    DISPLAY 'RELANCER PJ00CHAIN POUR REJOUER LE GROUPE'
                    MOVE 0 TO RETURN-CODE
                WHEN 1
                    DISPLAY 'AUCUNE PHOTO A RESTAURER - RIEN FAIT'
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY 'RESTAURATION REFUSEE OU INCOMPLETE -'
                            ' VOIR FPHOTLST'
                    DISPLAY 'FCHAINE LAISSE EN L ETAT'
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE

            DISPLAY 'FIN DU PROGRAMME PJ57REST'
            GOBACK.

      * LA PHOTO VISEE (A BLANC : LA DERNIERE DU REGISTRE, COMME LE
      * FAIT PJ57PHOT) NE DOIT PAS PRECEDER LA DERNIERE NUIT COMPLETE
       CONTROLER-NUIT-PHOTO.
            MOVE WS-DATE-DEMANDEE TO WS-NUIT-PHOTO
            IF WS-NUIT-PHOTO = SPACES
                PERFORM LIRE-DERNIERE-PHOTO
            END-IF
            IF WS-NUIT-PHOTO = SPACES
                GO TO CONTROLER-NUIT-PHOTO-FIN
            END-IF
            MOVE SPACES TO WS-NUIT-PHOTO-NUM
            STRING WS-NP-ANNEE WS-NP-MOIS WS-NP-JOUR
                DELIMITED BY SIZE INTO WS-NUIT-PHOTO-NUM
            IF WS-NUIT-PHOTO-NUM NOT NUMERIC
                DISPLAY 'NUIT A RESTAURER ILLISIBLE : ' WS-NUIT-PHOTO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM CHERCHER-DERNIERE-NUIT
            IF WS-DERNIERE-NUIT > 0
                AND WS-NUIT-PHOTO-NUM < WS-DERNIERE-NUIT
                DISPLAY 'PHOTO DU ' WS-NUIT-PHOTO
                        ' ANTERIEURE A LA DERNIERE NUIT COMPLETE '
                        WS-DERNIERE-NUIT
                DISPLAY 'LES NUITS TERMINEES DEPUIS NE SERAIENT PAS'
                        ' REPASSEES - RESTAURATION REFUSEE'
                DISPLAY 'FCLIENT ET FCHAINE LAISSES EN L ETAT'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

       CONTROLER-NUIT-PHOTO-FIN.
            EXIT.

      * DERNIERE PHOTO INSCRITE AU REGISTRE (BLANC SI AUCUNE)
       LIRE-DERNIERE-PHOTO.
            OPEN INPUT F-REGISTRE
            IF WS-FS-REG = '00'
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-REGISTRE
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE REG-DATE-NUIT TO WS-NUIT-PHOTO
                    END-READ
                END-PERFORM
                CLOSE F-REGISTRE
            END-IF.

      * DERNIERE NUIT COMPLETE DU PILOTE DANS RUNLOG : FIN 'F' AU
      * STATUT '00' DE PJ00CHAI, A SA DATE DE TRAITEMENT (A DEFAUT A
      * SA DATE D'EXECUTION), MEME REGLE QUE LE MODE RATTRAPAGE
       CHERCHER-DERNIERE-NUIT.
            MOVE 0 TO WS-DERNIERE-NUIT
            OPEN INPUT F-RUNLOG
            IF WS-FS-LOG NOT = '00'
                DISPLAY 'RUNLOG INDISPONIBLE : ' WS-FS-LOG
                DISPLAY 'DERNIERE NUIT COMPLETE INCONNUE -'
                        ' RESTAURATION REFUSEE'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-RUNLOG NEXT
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF RUN-PROGRAMME = 'PJ00CHAI'
                            AND RUN-TYPE = 'F'
                            AND RUN-STATUT = '00'
                            IF RUN-DATE-TRAIT NUMERIC
                                MOVE RUN-DATE-TRAIT TO WS-DATE-LUE
                            ELSE
                                MOVE RUN-DATE TO WS-DATE-LUE
                            END-IF
                            IF WS-DATE-LUE > WS-DERNIERE-NUIT
                                MOVE WS-DATE-LUE TO WS-DERNIERE-NUIT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-RUNLOG.

       CHARGER-CHAINE.
            OPEN INPUT F-CHAINE
            IF WS-FS-CHAINE NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCHAINE : ' WS-FS-CHAINE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-CHAINE
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF WS-NB-ETAPES < 20
                            ADD 1 TO WS-NB-ETAPES
                            MOVE ENR-CHAINE
                                TO WS-ETP-ENR(WS-NB-ETAPES)
                            MOVE 0 TO WS-ETP-REJOUEE(WS-NB-ETAPES)
                            IF CHN-PROGRAMME = WS-PROG-PHOTO
                                AND WS-IDX-PHOTO = 0
                                MOVE WS-NB-ETAPES TO WS-IDX-PHOTO
                                MOVE CHN-GROUPE TO WS-GROUPE-PHOTO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-CHAINE.

      * ETAPES A REJOUER : L'ETAPE PHOTOGRAPHIEE ET LES ETAPES
      * SUIVANTES DE SON GROUPE (SEULE SI ELLE N'A PAS DE GROUPE)
       DESIGNER-ETAPES.
            MOVE 0 TO PHO-NB-REJOUEES
            IF WS-IDX-PHOTO = 0
                DISPLAY 'ETAPE ' WS-PROG-PHOTO ' ABSENTE DE FCHAINE -'
                        ' AUCUNE ETAPE REMISE A BLANC'
            ELSE
                PERFORM VARYING WS-IDX-ETP FROM WS-IDX-PHOTO BY 1
                        UNTIL WS-IDX-ETP > WS-NB-ETAPES
                    MOVE WS-ETP-ENR(WS-IDX-ETP) TO ENR-CHAINE
                    IF (WS-IDX-ETP = WS-IDX-PHOTO
                        OR (WS-GROUPE-PHOTO NOT = SPACES
                            AND CHN-GROUPE = WS-GROUPE-PHOTO))
                        AND CHN-STATUT NOT = 'HD'
                        MOVE 1 TO WS-ETP-REJOUEE(WS-IDX-ETP)
                        ADD 1 TO PHO-NB-REJOUEES
                        MOVE CHN-PROGRAMME
                            TO PHO-REJOUEE(PHO-NB-REJOUEES)
                    END-IF
                END-PERFORM
            END-IF.

      * 'OK' ET 'EC' REPASSENT A BLANC ; 'KO' RESTE VISIBLE ET SERA
      * REJOUE DE TOUTE FACON
       REMETTRE-ETAPES.
            MOVE 0 TO WS-NB-REMISES
            PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                    UNTIL WS-IDX-ETP > WS-NB-ETAPES
                MOVE WS-ETP-ENR(WS-IDX-ETP) TO ENR-CHAINE
                IF WS-ETP-REJOUEE(WS-IDX-ETP) = 1
                    AND (CHN-STATUT = 'OK' OR CHN-STATUT = 'EC')
                    MOVE SPACES TO CHN-STATUT
                    MOVE SPACES TO CHN-DATE
                    MOVE SPACES TO CHN-HEURE
                    MOVE ENR-CHAINE TO WS-ETP-ENR(WS-IDX-ETP)
                    ADD 1 TO WS-NB-REMISES
                    DISPLAY '  ETAPE A REJOUER : ' CHN-PROGRAMME
                END-IF
            END-PERFORM.

       SAUVER-CHAINE.
            OPEN OUTPUT F-CHAINE
            PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                    UNTIL WS-IDX-ETP > WS-NB-ETAPES
                WRITE ENR-CHAINE FROM WS-ETP-ENR(WS-IDX-ETP)
            END-PERFORM
            CLOSE F-CHAINE.
