      * ET ENREGISTRE SON STATUT :
      *   '  ' = A FAIRE   'EC' = EN COURS   'OK' = TERMINEE
      *   'KO' = EN ERREUR (LA CHAINE S'ARRETE)
      *   'HD' = SUSPENDUE PAR L'EXPLOITANT (CONSOLE EXPL) : L'ETAPE
      *          N'EST PAS LANCEE, LES AUTRES CONTINUENT, ET ELLE
      *          GARDE CE STATUT D'UNE NUIT A L'AUTRE JUSQU'A SA
      *          REPRISE
      *   'GO' = ETAPE A LA DEMANDE LIBEREE PAR L'EXPLOITANT : COMME
      *          'HD', LE STATUT PASSE LA REMISE A ZERO D'UNE
      *          NOUVELLE NUIT, ET L'ETAPE EST LANCEE A LA SUIVANTE
      * CHAQUE ETAPE EST UN PROGRAMME APPELE DYNAMIQUEMENT QUI REND
      * LA MAIN PAR GOBACK. CODES RETOUR : 0 = OK, 4 = OK AVEC
      * AVERTISSEMENT (PAR EXEMPLE DES REJETS ROUTES PAR PJ31VALD,
      * TRAITEMENT REPREND A LA PREMIERE ETAPE NON TERMINEE. UNE
      * ETAPE RESTEE 'EC' (ARRET BRUTAL) EST CONSIDEREE COMME
      * INTERROMPUE ET EST REJOUEE.
      * SI TOUTES LES ETAPES SONT 'OK' (OU 'HD', OU 'GO') AU
      * LANCEMENT, ON CONSIDERE QU'UNE NOUVELLE NUIT COMMENCE : LES
      * STATUTS SONT REMIS A BLANC AVANT EXECUTION, SAUF 'HD' ET
      * 'GO' QUI SONT DES DECISIONS DE L'EXPLOITANT.
      * CHAQUE LIGNE FCHAINE PORTE EN OUTRE :
      *   - UNE CLASSE DE FREQUENCE (POSITION 29) RESOLUE CONTRE LE
      *     CALENDRIER PJ33JOUV : 'Q' OU BLANC = QUOTIDIENNE,
      * LE PILOTE TRACE POUR CHAQUE ETAPE SI ELLE EST RETENUE ET
      * POURQUOI. UNE ETAPE NON DUE CE JOUR EST MARQUEE 'OK' POUR
      * QUE LA NUIT PUISSE SE TERMINER COMPLETE.
      * CHAQUE NUIT EST TRAITEE A SA DATE METIER : LE PILOTE LA POSE
      * DANS PJ00DATE AVANT DE LANCER LES ETAPES, QUI LA LISENT AU
      * LIEU DE L'HORLOGE, ET TRACE LA NUIT DANS RUNLOG (PJ34LOG,
      * TYPE 'D' PUIS 'F' AVEC LE STATUT '00' SI LA NUIT EST
      * COMPLETE, '08' SI ELLE S'EST ARRETEE).
      * MODE RATTRAPAGE (PARAMETRE PJ00CHAIN / RATTRAPAGE = 'O' DANS
      * FPARAM, ABSENT = 'N') : SI LA CHAINE N'A PAS TOURNE UNE OU
      * PLUSIEURS NUITS, LE PILOTE RECHERCHE DANS RUNLOG LA DERNIERE
      * NUIT COMPLETE, ENUMERE AVEC PJ33JOUV LES JOURS OUVRES
      * MANQUES DEPUIS, ET PASSE LA CHAINE UNE FOIS PAR JOUR MANQUE,
      * DANS L'ORDRE DES DATES, AVANT LA NUIT DU JOUR. LE RATTRAPAGE
      * S'ARRETE A LA PREMIERE NUIT EN ERREUR ; LA RELANCE APRES
      * CORRECTION REPREND A CETTE NUIT. UN BILAN LISTE LES DATES
      * RATTRAPEES. AU DELA DE 31 JOURS A RATTRAPER, LE PILOTE NE
      * LANCE RIEN ET DEMANDE UNE VERIFICATION DE L'EXPLOITANT.
      * ENTREES EXTERNES : AU DEBUT DE CHAQUE NUIT, PJ54RECP
      * CONFRONTE LE REGISTRE DES ENTREES ATTENDUES (FENTREES) AUX
      * REMISES RECUES (FRECEPT) ET REND LES GROUPES DONT UNE ENTREE
      * EST EN RETARD OU SUSPECTE. LES ETAPES DUES DE CES GROUPES NE
      * SONT PAS LANCEES ET RESTENT A FAIRE ; LES AUTRES GROUPES
      * TOURNENT. LA NUIT EST ALORS EN ATTENTE (STATUT 'AT' AU
      * BILAN, FIN '04' DANS RUNLOG, CODE RETOUR 4) : ON RELANCE
      * PJ00CHAIN A L'ARRIVEE DES FICHIERS, ET EN RATTRAPAGE LES
      * NUITS SUIVANTES ATTENDENT. LA LISTE DES ENTREES NON
      * CONFORMES EST DANS FALERTE.
      * PHOTO DE FCLIENT : AVANT L'ETAPE DESIGNEE PAR LE PARAMETRE
      * PJ00CHAIN / PHOTOAVANT (DEFAUT PJ22IMPU, PREMIERE ETAPE QUI
      * MET A JOUR FCLIENT SUR PLACE), LE PILOTE FAIT PRENDRE PAR
      * PJ57PHOT UNE PHOTO DATEE ET TOTALISEE DE FCLIENT ET DE
      * FCONTROL ; SI LA PHOTO ECHOUE, L'ETAPE N'EST PAS LANCEE ET
      * PASSE 'KO'. CETTE ETAPE ET LES SUIVANTES DE SON GROUPE SONT
      * PROTEGEES :
      *   - UNE ETAPE PROTEGEE QUI PASSE 'KO' FAIT RESTAURER LA
      *     PHOTO, ET LES ETAPES PROTEGEES 'OK' SONT REMISES A
      *     BLANC : APRES CORRECTION, LA RELANCE REJOUE LE GROUPE
      *     DEPUIS LA PHOTO SUR UN FCLIENT PROPRE
      *   - UNE ETAPE PROTEGEE RESTEE 'EC' (ARRET BRUTAL) FAIT DE
      *     MEME RESTAURER LA PHOTO AU RELANCEMENT, AVANT DE
      *     REPASSER LES ETAPES DE LA NUIT
      * SI LA RESTAURATION EST REFUSEE (PHOTO ALTEREE, CONTROLE EN
      * ECART), LE GROUPE RESTE ARRETE ET L'EXPLOITANT RESTAURE A LA
      * MAIN AVEC PJ57REST.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-CHAINE.
            SELECT F-RUNLOG ASSIGN TO RUNLOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RUN-CLE
                FILE STATUS IS WS-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
           05 CHN-GROUPE           PIC X(02).
           05 FILLER               PIC X(49).

      * JOURNAL DES EXECUTIONS, RELU POUR LE MODE RATTRAPAGE
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
       01 WS-FS-LOG                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.
       01 WS-ARRET                 PIC 9(01) VALUE 0.
       01 WS-NB-ETAPES             PIC 9(02) VALUE 0.
       01 WS-TAB-ETAPES.
           05 WS-ETAPE OCCURS 20 TIMES
                        INDEXED BY WS-IDX-ETP WS-IDX-SAV
                                   WS-IDX-RJ.
               10 WS-ETP-PROGRAMME PIC X(08).
               10 WS-ETP-STATUT    PIC X(02).
               10 WS-ETP-DATE      PIC X(10).
       01 WS-ARRET-TOTAL           PIC 9(01) VALUE 0.
           88 ARRET-TOTAL          VALUE 1.

      * ZONE D'APPEL DU CONTROLE DES ENTREES EXTERNES (PJ54RECP) :
      * GROUPES RETENUS FAUTE D'ENTREE CONFORME
       01 WS-ZONE-RECEPTION.
           05 RCP-DATE-NUIT        PIC X(10).
           05 RCP-PREMIER-SEM      PIC X(10).
           05 RCP-PREMIER-MOIS     PIC X(10).
           05 RCP-PREMIER-TRIM     PIC X(10).
           05 RCP-NB-ALERTES       PIC 9(03).
           05 RCP-NB-GROUPES       PIC 9(02).
           05 RCP-GROUPE OCCURS 20 TIMES
                          INDEXED BY WS-IDX-GRT
                          PIC X(02).
       01 WS-GROUPE-RETENU         PIC 9(01) VALUE 0.

      * UNE ETAPE DUE N'A PAS PU PARTIR FAUTE D'ENTREE : LA NUIT
      * RESTE EN ATTENTE
       01 WS-ATTENTE               PIC 9(01) VALUE 0.
           88 CHAINE-EN-ATTENTE    VALUE 1.

      * ETAPE AVANT LAQUELLE FCLIENT EST PHOTOGRAPHIE, SON RANG
      * DANS LA TABLE (0 = ABSENTE, PAS DE PROTECTION) ET SON GROUPE
       01 WS-PROG-PHOTO            PIC X(08) VALUE 'PJ22IMPU'.
       01 WS-IDX-PHOTO             PIC 9(02) VALUE 0.
       01 WS-GROUPE-PHOTO          PIC X(02) VALUE SPACES.
       01 WS-PHOTO-REFUSEE         PIC 9(01) VALUE 0.
       01 WS-ETAPE-PROTEGEE        PIC 9(01) VALUE 0.
       01 WS-NB-EC-PROTEGEES       PIC 9(02) VALUE 0.

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

      * ZONE D'APPEL DU SOUS PROGRAMME JOUR OUVRE (PJ33JOUV)
       01 WS-ZONE-JOUV.
           05 JOUV-DATE-ENTREE     PIC X(10).
           05 INC-PROGRAMME        PIC X(08).
           05 INC-CODE-RETOUR      PIC 9(05).

      * ZONE D'APPEL DU SERVICE DES PARAMETRES (PJ46PARM)
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01).
           05 DTRT-DATE            PIC 9(08).

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG) ; LE NOM DU
      * PILOTE EST TRONQUE A HUIT CARACTERES DANS RUNLOG
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ00CHAI'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

      * MODE RATTRAPAGE ET NUITS A PASSER, DANS L'ORDRE DES DATES
      * (LES JOURS MANQUES PUIS LE JOUR MEME)
       01 WS-RATTRAPAGE            PIC X(01) VALUE 'N'.
           88 MODE-RATTRAPAGE      VALUE 'O'.
       01 WS-DATE-REELLE           PIC 9(08) VALUE 0.
       01 WS-DATE-REELLE-ISO       PIC X(10).
       01 WS-DERNIERE-NUIT         PIC 9(08) VALUE 0.
       01 WS-DATE-LUE              PIC 9(08) VALUE 0.
       01 WS-JOUR-SUIVANT          PIC X(10).
       01 WS-FIN-RECHERCHE         PIC 9(01) VALUE 0.
       01 WS-NB-NUITS              PIC 9(02) VALUE 0.
       01 WS-NB-RATTRAPEES         PIC 9(02) VALUE 0.
       01 WS-TAB-NUITS.
           05 WS-NUIT OCCURS 32 TIMES
                       INDEXED BY WS-IDX-NUIT.
               10 WS-NUIT-DATE     PIC X(10).
               10 WS-NUIT-STATUT   PIC X(02).
       01 WS-DATE-NUIT.
           05 WS-DN-ANNEE          PIC 9(04).
           05 FILLER               PIC X(01).
           05 WS-DN-MOIS           PIC 9(02).
           05 FILLER               PIC X(01).
           05 WS-DN-JOUR           PIC 9(02).

      * DATE ET HEURE D'HORODATAGE DES STATUTS
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
       PRINCIPAL.
            DISPLAY 'DEBUT DU PILOTE DE CHAINE PJ00CHAIN'

            PERFORM CHARGER-CHAINE

            IF WS-NB-ETAPES = 0
                STOP RUN
            END-IF

            PERFORM PREPARER-NUITS

      * UNE NUIT PAR DATE, DANS L'ORDRE ; ARRET A LA PREMIERE EN ERREUR
            PERFORM VARYING WS-IDX-NUIT FROM 1 BY 1
                    UNTIL WS-IDX-NUIT > WS-NB-NUITS
                       OR CHAINE-ARRETEE
                       OR CHAINE-EN-ATTENTE
                PERFORM EXECUTER-NUIT
            END-PERFORM

            IF MODE-RATTRAPAGE
                PERFORM AFFICHER-BILAN-RATTRAPAGE
            END-IF

            IF CHAINE-ARRETEE
                DISPLAY 'CHAINE ARRETEE SUR INCIDENT - RELANCER'
                DISPLAY '  PJ00CHAIN APRES CORRECTION POUR REPRENDRE'
                MOVE 8 TO RETURN-CODE
            ELSE
            IF CHAINE-EN-ATTENTE
                DISPLAY 'CHAINE EN ATTENTE D ENTREES (VOIR FALERTE) -'
                DISPLAY '  RELANCER PJ00CHAIN A L ARRIVEE DES FICHIERS'
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY 'CHAINE TERMINEE AVEC SUCCES'
                DISPLAY 'ETAPES SAUTEES (REPRISE) : ' WS-NB-SAUTEES
            END-IF
            END-IF

            STOP RUN.

      * UNE NUIT DE LA CHAINE, A LA DATE METIER WS-NUIT-DATE : LA
      * DATE EST POSEE POUR LES ETAPES ET LES JALONS DU CALENDRIER
      * SONT RECALCULES AVANT DE PASSER LES ETAPES
       EXECUTER-NUIT.
            MOVE WS-NUIT-DATE(WS-IDX-NUIT) TO WS-DATE-NUIT
            DISPLAY 'NUIT DU ' WS-DATE-NUIT
            MOVE 'P' TO DTRT-FONCTION
            COMPUTE DTRT-DATE = WS-DN-ANNEE * 10000
                              + WS-DN-MOIS * 100 + WS-DN-JOUR
            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE 'D'  TO LOG-TYPE
            MOVE '00' TO LOG-STATUT
            CALL 'PJ34LOG' USING WS-ZONE-LOG

            PERFORM CALCULER-JALONS-CALENDRIER
            PERFORM CONTROLER-ENTREES

            MOVE 0 TO WS-NB-OK
            PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                    UNTIL WS-IDX-ETP > WS-NB-ETAPES
                IF WS-ETP-STATUT(WS-IDX-ETP) = 'OK'
                    OR WS-ETP-STATUT(WS-IDX-ETP) = 'HD'
                    OR WS-ETP-STATUT(WS-IDX-ETP) = 'GO'
                    ADD 1 TO WS-NB-OK
                END-IF
            END-PERFORM

      * TOUTES LES ETAPES TERMINEES : NOUVELLE NUIT, ON REPART A ZERO
      * (UNE ETAPE A LA DEMANDE LIBEREE APRES LA NUIT PRECEDENTE
      * GARDE SON 'GO' ET SERA LANCEE CETTE NUIT)
            IF WS-NB-OK = WS-NB-ETAPES
                DISPLAY 'CHAINE PRECEDENTE COMPLETE - NOUVEAU CYCLE'
                PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                        UNTIL WS-IDX-ETP > WS-NB-ETAPES
                    IF WS-ETP-STATUT(WS-IDX-ETP) NOT = 'HD'
                       AND WS-ETP-STATUT(WS-IDX-ETP) NOT = 'GO'
                        MOVE SPACES TO WS-ETP-STATUT(WS-IDX-ETP)
                        MOVE SPACES TO WS-ETP-DATE(WS-IDX-ETP)
                        MOVE SPACES TO WS-ETP-HEURE(WS-IDX-ETP)
                    END-IF
                END-PERFORM
                PERFORM SAUVER-CHAINE
            END-IF

            PERFORM PROTEGER-REPRISE THRU PROTEGER-REPRISE-FIN

            PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                    UNTIL WS-IDX-ETP > WS-NB-ETAPES
                PERFORM CHERCHER-GROUPE-KO THRU CHERCHER-GROUPE-KO-FIN
                    DISPLAY 'ETAPE DEJA TERMINEE, SAUTEE : '
                            WS-ETP-PROGRAMME(WS-IDX-ETP)
                ELSE
                IF WS-ETP-STATUT(WS-IDX-ETP) = 'HD'
                    DISPLAY 'ETAPE SUSPENDUE PAR L EXPLOITANT : '
                            WS-ETP-PROGRAMME(WS-IDX-ETP)
                ELSE
                IF WS-GROUPE-EN-INCIDENT = 1
                    DISPLAY 'ETAPE NON LANCEE (GROUPE '
                            WS-ETP-GROUPE(WS-IDX-ETP)
                            WS-ETP-PROGRAMME(WS-IDX-ETP)
                ELSE
                    PERFORM RESOUDRE-FREQUENCE
                    IF ETAPE-DUE
                        PERFORM CHERCHER-GROUPE-RETENU
                    END-IF
                    IF ETAPE-DUE AND WS-GROUPE-RETENU = 1
                        DISPLAY 'ETAPE NON LANCEE (GROUPE '
                                WS-ETP-GROUPE(WS-IDX-ETP)
                                ' EN ATTENTE D ENTREE) : '
                                WS-ETP-PROGRAMME(WS-IDX-ETP)
                        MOVE 1 TO WS-ATTENTE
      * LE GO DE L'EXPLOITANT RESTE ACQUIS POUR LA RELANCE
                        IF WS-ETP-FREQUENCE(WS-IDX-ETP) = 'D'
                            MOVE 'GO' TO WS-ETP-STATUT(WS-IDX-ETP)
                        END-IF
                    ELSE
                    IF ETAPE-DUE
                        DISPLAY 'ETAPE RETENUE : '
                                WS-ETP-PROGRAMME(WS-IDX-ETP)
                            TO WS-ETP-HEURE(WS-IDX-ETP)
                        PERFORM SAUVER-CHAINE
                    END-IF
                    END-IF
                END-IF
                END-IF
                END-IF
                END-IF
            END-PERFORM

            MOVE 'F' TO LOG-TYPE
            IF CHAINE-ARRETEE
                MOVE 'KO' TO WS-NUIT-STATUT(WS-IDX-NUIT)
                MOVE '08' TO LOG-STATUT
            ELSE
            IF CHAINE-EN-ATTENTE
                MOVE 'AT' TO WS-NUIT-STATUT(WS-IDX-NUIT)
                MOVE '04' TO LOG-STATUT
            ELSE
                MOVE 'OK' TO WS-NUIT-STATUT(WS-IDX-NUIT)
                MOVE '00' TO LOG-STATUT
                IF WS-IDX-NUIT < WS-NB-NUITS
                    ADD 1 TO WS-NB-RATTRAPEES
                END-IF
            END-IF
            END-IF
            CALL 'PJ34LOG' USING WS-ZONE-LOG.

      * NUITS A PASSER : HORS RATTRAPAGE, LE SEUL JOUR MEME ; EN
      * RATTRAPAGE, LES JOURS OUVRES QUI SUIVENT LA DERNIERE NUIT
      * COMPLETE DE RUNLOG ET PRECEDENT LE JOUR MEME, PUIS LE JOUR
      * MEME
       PREPARER-NUITS.
            ACCEPT WS-DATE-REELLE FROM DATE YYYYMMDD
            MOVE WS-DATE-REELLE TO WS-DATE-JOUR
            MOVE SPACES TO WS-DATE-REELLE-ISO
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-REELLE-ISO

            MOVE 'PJ00CHAI' TO PRM-PROGRAMME
            MOVE 'RATTRAPAGE' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1 AND PRM-VALEUR(1:1) = 'O'
                MOVE 'O' TO WS-RATTRAPAGE
                DISPLAY 'MODE RATTRAPAGE ACTIF'
            END-IF

            MOVE 'PHOTOAVANT' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1 AND PRM-VALEUR NOT = SPACES
                MOVE PRM-VALEUR(1:8) TO WS-PROG-PHOTO
            END-IF
            PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                    UNTIL WS-IDX-ETP > WS-NB-ETAPES
                IF WS-ETP-PROGRAMME(WS-IDX-ETP) = WS-PROG-PHOTO
                    AND WS-IDX-PHOTO = 0
                    SET WS-IDX-PHOTO TO WS-IDX-ETP
                    MOVE WS-ETP-GROUPE(WS-IDX-ETP) TO WS-GROUPE-PHOTO
                END-IF
            END-PERFORM
            IF WS-IDX-PHOTO = 0
                DISPLAY 'ETAPE ' WS-PROG-PHOTO ' ABSENTE DE FCHAINE -'
                        ' PAS DE PHOTO DE FCLIENT'
            ELSE
                DISPLAY 'PHOTO DE FCLIENT AVANT L ETAPE : '
                        WS-PROG-PHOTO
            END-IF

            MOVE 0 TO WS-NB-NUITS
            IF MODE-RATTRAPAGE
                PERFORM CHERCHER-DERNIERE-NUIT
                IF WS-DERNIERE-NUIT = 0
                    DISPLAY 'AUCUNE NUIT COMPLETE DANS RUNLOG -'
                            ' PAS DE RATTRAPAGE'
                ELSE
                    DISPLAY 'DERNIERE NUIT COMPLETE : '
                            WS-DERNIERE-NUIT
                    PERFORM LISTER-JOURS-MANQUES
                END-IF
            END-IF

            ADD 1 TO WS-NB-NUITS
            MOVE WS-DATE-REELLE-ISO TO WS-NUIT-DATE(WS-NB-NUITS)
            MOVE SPACES TO WS-NUIT-STATUT(WS-NB-NUITS).

      * DERNIERE NUIT COMPLETE DU PILOTE DANS RUNLOG : FIN 'F' AU
      * STATUT '00', A SA DATE DE TRAITEMENT (A DEFAUT, POUR LES
      * ENREGISTREMENTS ANTERIEURS, A SA DATE D'EXECUTION)
       CHERCHER-DERNIERE-NUIT.
            MOVE 0 TO WS-DERNIERE-NUIT
            OPEN INPUT F-RUNLOG
            IF WS-FS-LOG NOT = '00'
                DISPLAY 'RUNLOG INDISPONIBLE : ' WS-FS-LOG
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-RUNLOG NEXT
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF RUN-PROGRAMME = LOG-PROGRAMME
                                AND RUN-TYPE = 'F'
                                AND RUN-STATUT = '00'
                                IF RUN-DATE-TRAIT NUMERIC
                                    MOVE RUN-DATE-TRAIT
                                        TO WS-DATE-LUE
                                ELSE
                                    MOVE RUN-DATE TO WS-DATE-LUE
                                END-IF
                                IF WS-DATE-LUE > WS-DERNIERE-NUIT
                                    MOVE WS-DATE-LUE
                                        TO WS-DERNIERE-NUIT
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-RUNLOG
            END-IF.

      * JOURS OUVRES STRICTEMENT ENTRE LA DERNIERE NUIT COMPLETE ET
      * LE JOUR MEME : LENDEMAIN CALENDAIRE RAMENE AU JOUR OUVRE
      * SUIVANT PAR PJ33JOUV, JUSQU'A ATTEINDRE LE JOUR MEME
       LISTER-JOURS-MANQUES.
            MOVE WS-DERNIERE-NUIT TO WS-DATE-JOUR
            MOVE WS-ANNEE TO WS-Z-ANNEE
            MOVE WS-MOIS  TO WS-Z-MOIS
            MOVE WS-JOUR  TO WS-Z-JOUR
            MOVE 0 TO WS-FIN-RECHERCHE
            PERFORM UNTIL WS-FIN-RECHERCHE = 1
                PERFORM AVANCER-UN-JOUR
                MOVE SPACES TO WS-DATE-TRAVAIL
                STRING WS-Z-ANNEE '-' WS-Z-MOIS '-' WS-Z-JOUR
                    DELIMITED BY SIZE INTO WS-DATE-TRAVAIL
                MOVE WS-DATE-TRAVAIL TO JOUV-DATE-ENTREE
                MOVE 'S' TO JOUV-SENS
                CALL 'PJ33JOUV' USING WS-ZONE-JOUV
                MOVE JOUV-DATE-SORTIE TO WS-JOUR-SUIVANT
                IF WS-JOUR-SUIVANT >= WS-DATE-REELLE-ISO
                    MOVE 1 TO WS-FIN-RECHERCHE
                ELSE
                    IF WS-NB-NUITS >= 31
                        DISPLAY 'PLUS DE 31 JOURS OUVRES A RATTRAPER'
                                ' DEPUIS LE ' WS-DERNIERE-NUIT
                        DISPLAY 'RIEN N EST LANCE - VERIFIER RUNLOG'
                                ' ET LE CALENDRIER'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-NB-NUITS
                    MOVE WS-JOUR-SUIVANT TO WS-NUIT-DATE(WS-NB-NUITS)
                    MOVE SPACES TO WS-NUIT-STATUT(WS-NB-NUITS)
      * LA RECHERCHE REPART DU JOUR OUVRE TROUVE
                    MOVE WS-JOUR-SUIVANT TO WS-DATE-NUIT
                    MOVE WS-DN-ANNEE TO WS-Z-ANNEE
                    MOVE WS-DN-MOIS  TO WS-Z-MOIS
                    MOVE WS-DN-JOUR  TO WS-Z-JOUR
                END-IF
            END-PERFORM
            IF WS-NB-NUITS = 0
                DISPLAY 'AUCUN JOUR OUVRE MANQUE'
            ELSE
                DISPLAY 'JOURS OUVRES A RATTRAPER : ' WS-NB-NUITS
            END-IF.

       AVANCER-UN-JOUR.
            PERFORM NB-JOURS-DU-MOIS
            IF WS-Z-JOUR < WS-R-JJ-MAX
                ADD 1 TO WS-Z-JOUR
            ELSE
                MOVE 1 TO WS-Z-JOUR
                IF WS-Z-MOIS < 12
                    ADD 1 TO WS-Z-MOIS
                ELSE
                    MOVE 1 TO WS-Z-MOIS
                    ADD 1 TO WS-Z-ANNEE
                END-IF
            END-IF.

      * BILAN DU RATTRAPAGE : CHAQUE NUIT PREVUE AVEC SON ISSUE
      * (OK = PASSEE COMPLETE, KO = ARRETEE, AT = EN ATTENTE
      * D'ENTREES, BLANC = NON LANCEE)
       AFFICHER-BILAN-RATTRAPAGE.
            DISPLAY '---- BILAN DU RATTRAPAGE ----'
            PERFORM VARYING WS-IDX-NUIT FROM 1 BY 1
                    UNTIL WS-IDX-NUIT > WS-NB-NUITS
                IF WS-IDX-NUIT < WS-NB-NUITS
                    DISPLAY '  JOUR MANQUE ' WS-NUIT-DATE(WS-IDX-NUIT)
                            ' : ' WS-NUIT-STATUT(WS-IDX-NUIT)
                ELSE
                    DISPLAY '  JOUR MEME   ' WS-NUIT-DATE(WS-IDX-NUIT)
                            ' : ' WS-NUIT-STATUT(WS-IDX-NUIT)
                END-IF
            END-PERFORM
            DISPLAY '  NUITS RATTRAPEES : ' WS-NB-RATTRAPEES.

      * CHARGEMENT DU FICHIER DE PILOTAGE EN TABLE
       CHARGER-CHAINE.
                                TO WS-ETP-FREQUENCE(WS-NB-ETAPES)
                            MOVE CHN-GROUPE
                                TO WS-ETP-GROUPE(WS-NB-ETAPES)
                            IF CHN-STATUT = 'OK' OR CHN-STATUT = 'HD'
                               OR CHN-STATUT = 'GO'
                                ADD 1 TO WS-NB-OK
                            END-IF
                        END-IF
                DISPLAY 'ETAPE INTERROMPUE, REPRISE : ' WS-PROG-COURANT
            END-IF

      * LA PHOTO EST PRISE AVANT DE POSER 'EC' : UNE ETAPE PROTEGEE
      * 'EC' GARANTIT QU'UNE PHOTO DE LA NUIT EST AU REGISTRE
            MOVE 0 TO WS-PHOTO-REFUSEE
            IF WS-IDX-ETP = WS-IDX-PHOTO
                PERFORM PRENDRE-PHOTO
            END-IF

            PERFORM HORODATER
            MOVE 'EC' TO WS-ETP-STATUT(WS-IDX-ETP)
            MOVE WS-DATE-EDIT  TO WS-ETP-DATE(WS-IDX-ETP)
            MOVE WS-HEURE-EDIT TO WS-ETP-HEURE(WS-IDX-ETP)
            PERFORM SAUVER-CHAINE

            IF WS-PHOTO-REFUSEE = 1
                DISPLAY 'ETAPE NON LANCEE FAUTE DE PHOTO DE FCLIENT : '
                        WS-PROG-COURANT
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY 'LANCEMENT DE L ETAPE : ' WS-PROG-COURANT
                MOVE 0 TO RETURN-CODE

                CALL WS-PROG-COURANT
                    ON EXCEPTION
                        DISPLAY 'PROGRAMME INTROUVABLE : '
                                WS-PROG-COURANT
                        MOVE 12 TO RETURN-CODE
                END-CALL
            END-IF

            PERFORM HORODATER
            IF RETURN-CODE <= 4
            END-IF
            MOVE WS-DATE-EDIT  TO WS-ETP-DATE(WS-IDX-ETP)
            MOVE WS-HEURE-EDIT TO WS-ETP-HEURE(WS-IDX-ETP)
            PERFORM SAUVER-CHAINE

      * SANS PHOTO, FCLIENT N'A PAS ETE TOUCHE : RIEN A RESTAURER
            IF WS-ETP-STATUT(WS-IDX-ETP) = 'KO'
                AND WS-PHOTO-REFUSEE = 0
                SET WS-IDX-RJ TO WS-IDX-ETP
                PERFORM TESTER-PROTECTION
                IF WS-ETAPE-PROTEGEE = 1
                    DISPLAY 'ETAPE PROTEGEE EN ERREUR - RESTAURATION'
                            ' DE FCLIENT'
                    PERFORM RESTAURER-PHOTO THRU RESTAURER-PHOTO-FIN
                END-IF
            END-IF.

      * PHOTO DE FCLIENT ET FCONTROL AVANT L'ETAPE DESIGNEE ; UNE
      * PHOTO DEJA PRISE POUR LA NUIT (RELANCE) RESTE LA REFERENCE
       PRENDRE-PHOTO.
            MOVE 'S' TO PHO-FONCTION
            MOVE WS-DATE-AUJOURDHUI TO PHO-DATE-NUIT
            MOVE WS-PROG-PHOTO TO PHO-PROGRAMME
            MOVE 0 TO PHO-NB-REJOUEES
            CALL 'PJ57PHOT' USING WS-ZONE-PHOTO
                ON EXCEPTION
                    DISPLAY 'PJ57PHOT INTROUVABLE'
                    MOVE 8 TO PHO-CODE-RETOUR
            END-CALL
            EVALUATE PHO-CODE-RETOUR
                WHEN 0
                    DISPLAY 'PHOTO DE FCLIENT PRISE : '
                            PHO-NB-CLIENTS ' CLIENTS'
                WHEN 1
                    DISPLAY 'PHOTO DE LA NUIT DEJA PRISE - CONSERVEE'
                WHEN OTHER
                    DISPLAY 'PHOTO DE FCLIENT IMPOSSIBLE (VOIR'
                            ' FPHOTLST)'
                    MOVE 1 TO WS-PHOTO-REFUSEE
            END-EVALUATE.

      * L'ETAPE DE RANG WS-IDX-RJ EST-ELLE PROTEGEE PAR LA PHOTO ?
      * (L'ETAPE PHOTOGRAPHIEE ET LES SUIVANTES DE SON GROUPE ; PAS
      * DE PROTECTION TANT QUE L'ETAPE PHOTOGRAPHIEE EST SUSPENDUE,
      * AUCUNE PHOTO N'AYANT ETE PRISE)
       TESTER-PROTECTION.
            MOVE 0 TO WS-ETAPE-PROTEGEE
            IF WS-IDX-PHOTO > 0 AND WS-IDX-RJ >= WS-IDX-PHOTO
                AND WS-ETP-STATUT(WS-IDX-PHOTO) NOT = 'HD'
                IF WS-IDX-RJ = WS-IDX-PHOTO
                    MOVE 1 TO WS-ETAPE-PROTEGEE
                ELSE
                    IF WS-GROUPE-PHOTO NOT = SPACES
                        AND WS-ETP-GROUPE(WS-IDX-RJ) = WS-GROUPE-PHOTO
                        MOVE 1 TO WS-ETAPE-PROTEGEE
                    END-IF
                END-IF
            END-IF.

      * AU RELANCEMENT, UNE ETAPE PROTEGEE RESTEE 'EC' A PU LAISSER
      * FCLIENT A DEMI MIS A JOUR : LA PHOTO EST RESTAUREE ET LE
      * GROUPE REPART DE L'ETAPE PHOTOGRAPHIEE
       PROTEGER-REPRISE.
            IF WS-IDX-PHOTO = 0
                GO TO PROTEGER-REPRISE-FIN
            END-IF
            MOVE 0 TO WS-NB-EC-PROTEGEES
            PERFORM VARYING WS-IDX-RJ FROM WS-IDX-PHOTO BY 1
                    UNTIL WS-IDX-RJ > WS-NB-ETAPES
                PERFORM TESTER-PROTECTION
                IF WS-ETAPE-PROTEGEE = 1
                    AND WS-ETP-STATUT(WS-IDX-RJ) = 'EC'
                    ADD 1 TO WS-NB-EC-PROTEGEES
                    DISPLAY 'ETAPE PROTEGEE INTERROMPUE : '
                            WS-ETP-PROGRAMME(WS-IDX-RJ)
                END-IF
            END-PERFORM
            IF WS-NB-EC-PROTEGEES = 0
                GO TO PROTEGER-REPRISE-FIN
            END-IF
            SET WS-IDX-ETP TO WS-IDX-PHOTO
            PERFORM RESTAURER-PHOTO THRU RESTAURER-PHOTO-FIN.

       PROTEGER-REPRISE-FIN.
            EXIT.

      * RESTAURATION DE LA DERNIERE PHOTO (CELLE DU CYCLE EN COURS,
      * PRISE AVANT L'ETAPE PHOTOGRAPHIEE) ; LES LIGNES FCONTROL DES
      * ETAPES PROTEGEES SONT ECARTEES, LEURS STATUTS 'OK' ET 'EC'
      * REMIS A BLANC. EN CAS DE REFUS, LE GROUPE DE L'ETAPE
      * WS-IDX-ETP EST ARRETE ET L'EXPLOITANT PREND LA MAIN
       RESTAURER-PHOTO.
            MOVE 'R' TO PHO-FONCTION
            MOVE SPACES TO PHO-DATE-NUIT
            MOVE WS-PROG-PHOTO TO PHO-PROGRAMME
            MOVE 0 TO PHO-NB-REJOUEES
            PERFORM VARYING WS-IDX-RJ FROM WS-IDX-PHOTO BY 1
                    UNTIL WS-IDX-RJ > WS-NB-ETAPES
                PERFORM TESTER-PROTECTION
                IF WS-ETAPE-PROTEGEE = 1
                    AND WS-ETP-STATUT(WS-IDX-RJ) NOT = 'HD'
                    ADD 1 TO PHO-NB-REJOUEES
                    MOVE WS-ETP-PROGRAMME(WS-IDX-RJ)
                        TO PHO-REJOUEE(PHO-NB-REJOUEES)
                END-IF
            END-PERFORM
            CALL 'PJ57PHOT' USING WS-ZONE-PHOTO
                ON EXCEPTION
                    DISPLAY 'PJ57PHOT INTROUVABLE'
                    MOVE 8 TO PHO-CODE-RETOUR
            END-CALL

            IF PHO-CODE-RETOUR = 1
                DISPLAY 'AUCUNE PHOTO A RESTAURER - FCLIENT LAISSE EN'
                        ' L ETAT'
                GO TO RESTAURER-PHOTO-FIN
            END-IF
            IF PHO-CODE-RETOUR NOT = 0
                DISPLAY 'RESTAURATION DE FCLIENT REFUSEE (VOIR'
                        ' FPHOTLST) - INTERVENTION DE L EXPLOITANT'
                DISPLAY '  (PJ57REST) AVANT TOUTE RELANCE DU GROUPE'
                MOVE 1 TO WS-ARRET
                PERFORM NOTER-GROUPE-KO THRU NOTER-GROUPE-KO-FIN
                GO TO RESTAURER-PHOTO-FIN
            END-IF

            DISPLAY 'FCLIENT RESTAURE A LA PHOTO DU ' PHO-DATE-NUIT
                    ' : ' PHO-NB-CLIENTS ' CLIENTS'
            PERFORM VARYING WS-IDX-RJ FROM WS-IDX-PHOTO BY 1
                    UNTIL WS-IDX-RJ > WS-NB-ETAPES
                PERFORM TESTER-PROTECTION
                IF WS-ETAPE-PROTEGEE = 1
                    AND (WS-ETP-STATUT(WS-IDX-RJ) = 'OK'
                         OR WS-ETP-STATUT(WS-IDX-RJ) = 'EC')
                    MOVE SPACES TO WS-ETP-STATUT(WS-IDX-RJ)
                    MOVE SPACES TO WS-ETP-DATE(WS-IDX-RJ)
                    MOVE SPACES TO WS-ETP-HEURE(WS-IDX-RJ)
                    DISPLAY '  ETAPE A REJOUER : '
                            WS-ETP-PROGRAMME(WS-IDX-RJ)
                END-IF
            END-PERFORM
            PERFORM SAUVER-CHAINE.

       RESTAURER-PHOTO-FIN.
            EXIT.

      * JALONS DU CALENDRIER : DATE DE LA NUIT, PREMIER JOUR OUVRE DE
      * LA SEMAINE, DU MOIS ET DU TRIMESTRE, CALCULES PAR NUIT AVEC
      * PJ33JOUV (LES FERIES DU FICHIER FCALEND SONT DONC RESPECTES)
       CALCULER-JALONS-CALENDRIER.
            MOVE DTRT-DATE TO WS-DATE-JOUR
            MOVE SPACES TO WS-DATE-AUJOURDHUI
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-AUJOURDHUI

                        TO WS-MOTIF-SELECTION
            END-EVALUATE.

      * ENTREES EXTERNES DE LA NUIT : LES GROUPES QUI EN DEPENDENT
      * SONT RETENUS SI UNE ENTREE EST EN RETARD OU SUSPECTE
       CONTROLER-ENTREES.
            MOVE WS-DATE-AUJOURDHUI    TO RCP-DATE-NUIT
            MOVE WS-PREMIER-OUVRE-SEM  TO RCP-PREMIER-SEM
            MOVE WS-PREMIER-OUVRE-MOIS TO RCP-PREMIER-MOIS
            MOVE WS-PREMIER-OUVRE-TRIM TO RCP-PREMIER-TRIM
            MOVE 0 TO RCP-NB-ALERTES
            MOVE 0 TO RCP-NB-GROUPES
            CALL 'PJ54RECP' USING WS-ZONE-RECEPTION
                ON EXCEPTION
                    DISPLAY 'PJ54RECP INTROUVABLE - ENTREES NON'
                            ' CONTROLEES'
                    MOVE 0 TO RCP-NB-GROUPES
            END-CALL
            PERFORM VARYING WS-IDX-GRT FROM 1 BY 1
                    UNTIL WS-IDX-GRT > RCP-NB-GROUPES
                DISPLAY 'GROUPE RETENU FAUTE D ENTREE CONFORME : '
                        RCP-GROUPE(WS-IDX-GRT)
            END-PERFORM.

      * L'ETAPE COURANTE APPARTIENT-ELLE A UN GROUPE RETENU ?
       CHERCHER-GROUPE-RETENU.
            MOVE 0 TO WS-GROUPE-RETENU
            IF WS-ETP-GROUPE(WS-IDX-ETP) NOT = SPACES
                PERFORM VARYING WS-IDX-GRT FROM 1 BY 1
                        UNTIL WS-IDX-GRT > RCP-NB-GROUPES
                    IF RCP-GROUPE(WS-IDX-GRT)
                        = WS-ETP-GROUPE(WS-IDX-ETP)
                        MOVE 1 TO WS-GROUPE-RETENU
                    END-IF
                END-PERFORM
            END-IF.

      * L'ETAPE COURANTE APPARTIENT-ELLE A UN GROUPE DEJA TOMBE ?
       CHERCHER-GROUPE-KO.
            MOVE 0 TO WS-GROUPE-EN-INCIDENT
