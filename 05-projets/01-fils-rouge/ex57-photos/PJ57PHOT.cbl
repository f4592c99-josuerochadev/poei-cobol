       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ57PHOT.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * SOUS PROGRAMME - PHOTO DE FCLIENT ET FCONTROL AVANT MISE A
      * JOUR, RESTAURATION CONTROLEE
      *
      * PJ22IMPU MET A JOUR FCLIENT SUR PLACE : UN INCIDENT DANS LE
      * GROUPE DE L'IMPUTATION (PJ22IMPU, PJ24INTE, PJ40COMM) OU UN
      * ARRET A MI-CHEMIN LAISSE UN FICHIER MAITRE A DEMI IMPUTE.
      * LE PILOTE PJ00CHAIN APPELLE CE SOUS PROGRAMME :
      *   FONCTION 'S' : AVANT LA PREMIERE ETAPE DE MISE A JOUR DE
      *     LA NUIT (PARAMETRE PJ00CHAI / PHOTOAVANT), PHOTO DATEE
      *     DE FCLIENT ET DE FCONTROL DANS LE FICHIER CUMULATIF
      *     FPHOTO (CHAQUE ENREGISTREMENT ESTAMPILLE DE LA DATE DE
      *     LA NUIT, DU FICHIER ET DE SON RANG), ET INSCRIPTION AU
      *     REGISTRE FPHOTIDX AVEC SES TOTAUX DE CONTROLE : NOMBRE
      *     DE CLIENTS, SOMME DES SOLDES, SOMME DES NUMEROS DE
      *     COMPTE, NOMBRE ET MONTANT DES LIGNES FCONTROL. UNE NUIT
      *     DEJA PHOTOGRAPHIEE N'EST PAS REPRISE (RELANCE APRES
      *     INCIDENT : LA PHOTO D'ORIGINE RESTE LA REFERENCE).
      *     SEULES LES CONSERVATION DERNIERES NUITS SONT GARDEES.
      *   FONCTION 'R' : RESTAURATION DE LA PHOTO DE LA NUIT DEMANDEE
      *     (A BLANC : LA PLUS RECENTE). LA PHOTO EST D'ABORD RELUE
      *     ET SES TOTAUX RECALCULES CONTRE LE REGISTRE : UNE PHOTO
      *     ALTEREE EST REFUSEE ET RIEN N'EST TOUCHE. FCLIENT EST
      *     ALORS RECHARGE, PUIS RELU POUR CONTROLER NOMBRE ET
      *     TOTAL DES SOLDES. FCONTROL REPREND LES LIGNES DE LA PHOTO
      *     SUIVIES DES LIGNES ECRITES DEPUIS PAR LES ETAPES QUI NE
      *     SONT PAS REJOUEES (LISTE PASSEE PAR L'APPELANT) : LE
      *     RAPPROCHEMENT PJ29CTRL NE VOIT PAS DEUX FOIS LE GROUPE.
      *     LA REMISE A BLANC DES ETAPES DANS FCHAINE RESTE A
      *     L'APPELANT (PJ00CHAIN, OU PJ57REST POUR L'EXPLOITANT).
      *   FONCTION 'L' : LISTE DES PHOTOS CONSERVEES SEULEMENT.
      * CHAQUE APPEL REEDITE DANS FPHOTLST LE REGISTRE DES PHOTOS
      * AVEC LEURS TOTAUX ET L'ACTION FAITE. CODE RETOUR DANS LA
      * ZONE : 0 = FAIT, 1 = RIEN A FAIRE (PHOTO DEJA PRISE POUR LA
      * NUIT, AUCUNE PHOTO A RESTAURER), 8 = ECHEC (FICHIER
      * INDISPONIBLE, PHOTO ALTEREE, CONTROLE APRES RECHARGEMENT EN
      * ECART). TRACE DANS RUNLOG (PJ34LOG).
      * PARAMETRE (PJ46PARM, PROGRAMME PJ57PHOT) :
      *   CONSERVATION 9(02) NOMBRE DE NUITS GARDEES (DEFAUT 7)
      * FPHOTTMP EST UN FICHIER DE TRAVAIL (PURGE DE FPHOTO, LIGNES
      * FCONTROL A REPORTER).
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-CLIENT ASSIGN TO FCLIENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CLI-NUM-COMPTE
                FILE STATUS IS WS-FS-CLI.

      * FICHIER DE CONTROLE COMMUN DE LA CHAINE (CF. PJ29CTRL)
            SELECT F-CONTROLE ASSIGN TO FCONTROL
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-CTRL.

            SELECT F-PHOTO ASSIGN TO FPHOTO
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-PHO.

            SELECT F-TRAVAIL ASSIGN TO FPHOTTMP
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-TRV.

            SELECT F-REGISTRE ASSIGN TO FPHOTIDX
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-REG.

            SELECT F-LISTE ASSIGN TO FPHOTLST
                FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.

       FD F-CLIENT.
       01 ENR-CLIENT.
           05 CLI-NUM-COMPTE       PIC 9(03).
           05 FILLER               PIC X(77).

       FD F-CONTROLE.
       01 ENR-CONTROLE             PIC X(80).

      * PHOTOS CUMULEES : UNE LIGNE PAR ENREGISTREMENT PHOTOGRAPHIE
       FD F-PHOTO.
       01 ENR-PHOTO.
           05 PHT-DATE-NUIT        PIC X(10).
           05 PHT-FICHIER          PIC X(08).
           05 PHT-RANG             PIC 9(07).
           05 PHT-DONNEES          PIC X(80).
           05 FILLER               PIC X(15).

       FD F-TRAVAIL.
       01 ENR-TRAVAIL              PIC X(120).

      * REGISTRE : UNE LIGNE PAR NUIT PHOTOGRAPHIEE
       FD F-REGISTRE.
       01 ENR-REGISTRE.
           05 REG-DATE-NUIT        PIC X(10).
           05 REG-HEURE            PIC X(08).
           05 REG-PROGRAMME        PIC X(08).
           05 REG-NB-CLIENTS       PIC 9(07).
           05 REG-TOTAL-SOLDES     PIC S9(13)V99.
           05 REG-CUMUL-COMPTES    PIC 9(09).
           05 REG-NB-CONTROLE      PIC 9(07).
           05 REG-TOTAL-CONTROLE   PIC S9(13)V99.
           05 REG-STATUT           PIC X(01).
           05 REG-DATE-RESTAUR     PIC X(10).
           05 FILLER               PIC X(10).

       FD F-LISTE.
       01 ENR-LISTE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-CTRL               PIC X(02).
       01 WS-FS-PHO                PIC X(02).
       01 WS-FS-TRV                PIC X(02).
       01 WS-FS-REG                PIC X(02).
       01 WS-FS-LST                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * VUES DES DONNEES PHOTOGRAPHIEES
       01 WS-CLIENT.
           05 WS-CLI-NUM-COMPTE    PIC 9(03).
           05 FILLER               PIC X(36).
           05 WS-CLI-SOLDE         PIC S9(10)V99.
           05 FILLER               PIC X(29).
       01 WS-CONTROLE.
           05 WS-CTL-PROGRAMME     PIC X(08).
           05 WS-CTL-FICHIER       PIC X(08).
           05 WS-CTL-SENS          PIC X(01).
           05 WS-CTL-NB-ENR        PIC 9(07).
           05 WS-CTL-MONTANT       PIC S9(13)V99.
           05 FILLER               PIC X(41).

      * REGISTRE DES PHOTOS, CHARGE EN TABLE (ORDRE DES NUITS)
       01 WS-NB-PHOTOS             PIC 9(02) VALUE 0.
       01 WS-TAB-PHOTOS.
           05 WS-PHOTO OCCURS 40 TIMES
                        INDEXED BY WS-IDX-PHO.
               10 WS-PHO-DATE-NUIT     PIC X(10).
               10 WS-PHO-HEURE         PIC X(08).
               10 WS-PHO-PROGRAMME     PIC X(08).
               10 WS-PHO-NB-CLIENTS    PIC 9(07).
               10 WS-PHO-TOTAL-SOLDES  PIC S9(13)V99.
               10 WS-PHO-CUMUL-COMPTES PIC 9(09).
               10 WS-PHO-NB-CONTROLE   PIC 9(07).
               10 WS-PHO-TOTAL-CONTROLE PIC S9(13)V99.
               10 WS-PHO-STATUT        PIC X(01).
               10 WS-PHO-DATE-RESTAUR  PIC X(10).
               10 WS-PHO-GARDEE        PIC 9(01).
       01 WS-IDX-CIBLE             PIC 9(02) VALUE 0.
       01 WS-IDX-RANG              PIC 9(02) VALUE 0.
       01 WS-DATE-CHERCHEE         PIC X(10).
       01 WS-PREMIERE-GARDEE       PIC 9(02) VALUE 0.
       01 WS-NB-PURGEES            PIC 9(02) VALUE 0.

      * NUITS CONSERVEES (PARAMETRE CONSERVATION)
       01 WS-CONSERVATION          PIC 9(02) VALUE 7.

      * TOTAUX CALCULES (PHOTO PRISE, PHOTO RELUE, FCLIENT RECHARGE)
       01 WS-NB-CLIENTS            PIC 9(07) VALUE 0.
       01 WS-TOTAL-SOLDES          PIC S9(13)V99 VALUE 0.
       01 WS-CUMUL-COMPTES         PIC 9(09) VALUE 0.
       01 WS-NB-CONTROLE           PIC 9(07) VALUE 0.
       01 WS-TOTAL-CONTROLE        PIC S9(13)V99 VALUE 0.

      * RESTAURATION DE FCONTROL : LIGNES ECRITES APRES LA PHOTO
       01 WS-RANG-CONTROLE         PIC 9(07) VALUE 0.
       01 WS-NB-REPORTEES          PIC 9(07) VALUE 0.
       01 WS-NB-ECARTEES           PIC 9(07) VALUE 0.
       01 WS-ETAPE-REJOUEE         PIC 9(01) VALUE 0.
       01 WS-IDX-REJ               PIC 9(02) VALUE 0.

       01 WS-NB-COPIES             PIC 9(07) VALUE 0.
       01 WS-ACTION                PIC X(60) VALUE SPACES.

      * DATE ET HEURE DE LA PHOTO
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).
       01 WS-DATE-ISO              PIC X(10).
       01 WS-HEURE-JOUR.
           05 WS-HEURE             PIC 9(02).
           05 WS-MINUTE            PIC 9(02).
           05 WS-SECONDE           PIC 9(02).
           05 FILLER               PIC 9(02).
       01 WS-HEURE-EDIT            PIC X(08).

      * LIGNES DE LA LISTE DES PHOTOS
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.
       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE '*** PHOTOS DE FCLIENT ET FCONTROL CONSERVEES ***'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-ACTION.
           05 FILLER               PIC X(10) VALUE 'ACTION : '.
           05 WS-ACT-TEXTE         PIC X(60).
           05 FILLER               PIC X(10) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER               PIC X(11) VALUE 'NUIT'.
           05 FILLER               PIC X(09) VALUE 'HEURE'.
           05 FILLER               PIC X(09) VALUE 'AVANT'.
           05 FILLER               PIC X(08) VALUE ' CLIENTS'.
           05 FILLER               PIC X(17) VALUE '    TOTAL SOLDES'.
           05 FILLER               PIC X(07) VALUE ' CTRL'.
           05 FILLER               PIC X(12) VALUE 'RESTAUREE LE'.
           05 FILLER               PIC X(07) VALUE SPACES.

       01 WS-LIGNE-DETAIL.
           05 WS-DET-DATE-NUIT     PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-HEURE         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-PROGRAMME     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-NB-CLIENTS    PIC Z(06)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-TOTAL-SOLDES  PIC -(12)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-NB-CONTROLE   PIC Z(05)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-RESTAUR       PIC X(10).
           05 FILLER               PIC X(08) VALUE SPACES.

       01 WS-LIGNE-DETAIL2.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(17)
              VALUE 'CUMUL COMPTES : '.
           05 WS-DE2-CUMUL         PIC Z(08)9.
           05 FILLER               PIC X(16)
              VALUE '  TOTAL CTRL : '.
           05 WS-DE2-TOTAL-CTRL    PIC -(12)9.99.
           05 FILLER               PIC X(02) VALUE SPACES.

       01 WS-LIGNE-CONSERVATION.
           05 FILLER               PIC X(30)
              VALUE 'NUITS CONSERVEES (PARAMETRE) :'.
           05 WS-CON-NB            PIC Z9.
           05 FILLER               PIC X(20)
              VALUE '   PHOTOS PURGEES : '.
           05 WS-CON-PURGEES       PIC Z9.
           05 FILLER               PIC X(26) VALUE SPACES.

      * ZONE D'APPEL DU SERVICE CENTRAL DES PARAMETRES (PJ46PARM)
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ57PHOT'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       LINKAGE SECTION.
       01 LK-ZONE-PHOTO.
           05 PHO-FONCTION         PIC X(01).
           05 PHO-DATE-NUIT        PIC X(10).
           05 PHO-PROGRAMME        PIC X(08).
           05 PHO-NB-REJOUEES      PIC 9(02).
           05 PHO-REJOUEE OCCURS 20 TIMES
                           PIC X(08).
           05 PHO-CODE-RETOUR      PIC 9(01).
           05 PHO-NB-CLIENTS       PIC 9(07).
           05 PHO-TOTAL-SOLDES     PIC S9(13)V99.

       PROCEDURE DIVISION USING LK-ZONE-PHOTO.

       PRINCIPAL.
            MOVE 0 TO PHO-CODE-RETOUR
            MOVE 0 TO WS-NB-PURGEES
            MOVE 0 TO WS-NB-COPIES
            MOVE 0 TO WS-NB-CLIENTS
            MOVE SPACES TO WS-ACTION
            ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
            ACCEPT WS-HEURE-JOUR FROM TIME
            MOVE SPACES TO WS-DATE-ISO
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-ISO
            MOVE SPACES TO WS-HEURE-EDIT
            STRING WS-HEURE ':' WS-MINUTE ':' WS-SECONDE
                DELIMITED BY SIZE INTO WS-HEURE-EDIT

            MOVE 'D'  TO LOG-TYPE
            MOVE '00' TO LOG-STATUT
            MOVE 0    TO LOG-NB-LUS
            MOVE 0    TO LOG-NB-ECRITS
            CALL 'PJ34LOG' USING WS-ZONE-LOG

            MOVE 'PJ57PHOT' TO PRM-PROGRAMME
            MOVE 'CONSERVATION' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1 AND PRM-VALEUR(1:2) NUMERIC
                AND PRM-VALEUR(1:2) NOT = '00'
                MOVE PRM-VALEUR(1:2) TO WS-CONSERVATION
            END-IF
      * LE REGISTRE TIENT 40 NUITS, DONT CELLE EN COURS D'AJOUT
            IF WS-CONSERVATION > 39
                MOVE 39 TO WS-CONSERVATION
            END-IF

            PERFORM CHARGER-REGISTRE

            EVALUATE PHO-FONCTION
                WHEN 'S'
                    PERFORM PRENDRE-PHOTO THRU PRENDRE-PHOTO-FIN
                WHEN 'R'
                    PERFORM RESTAURER-PHOTO THRU RESTAURER-PHOTO-FIN
                WHEN 'L'
                    MOVE 'LISTE DES PHOTOS' TO WS-ACTION
                WHEN OTHER
                    MOVE 'FONCTION INCONNUE - RIEN FAIT' TO WS-ACTION
                    MOVE 8 TO PHO-CODE-RETOUR
            END-EVALUATE

            PERFORM EDITER-LISTE

            MOVE 'F' TO LOG-TYPE
            EVALUATE PHO-CODE-RETOUR
                WHEN 0
                    MOVE '00' TO LOG-STATUT
                WHEN 1
                    MOVE '04' TO LOG-STATUT
                WHEN OTHER
                    MOVE '08' TO LOG-STATUT
            END-EVALUATE
            MOVE WS-NB-CLIENTS TO LOG-NB-LUS
            MOVE WS-NB-COPIES  TO LOG-NB-ECRITS
            CALL 'PJ34LOG' USING WS-ZONE-LOG

            DISPLAY 'PJ57PHOT : ' WS-ACTION
            MOVE 0 TO RETURN-CODE
            GOBACK.

      * REGISTRE DES PHOTOS EN TABLE ; ABSENT = AUCUNE PHOTO
       CHARGER-REGISTRE.
            MOVE 0 TO WS-NB-PHOTOS
            OPEN INPUT F-REGISTRE
            IF WS-FS-REG = '00'
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-REGISTRE
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF WS-NB-PHOTOS < 40
                                ADD 1 TO WS-NB-PHOTOS
                                PERFORM RANGER-PHOTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-REGISTRE
            END-IF.

       RANGER-PHOTO.
            SET WS-IDX-PHO TO WS-NB-PHOTOS
            MOVE REG-DATE-NUIT      TO WS-PHO-DATE-NUIT(WS-IDX-PHO)
            MOVE REG-HEURE          TO WS-PHO-HEURE(WS-IDX-PHO)
            MOVE REG-PROGRAMME      TO WS-PHO-PROGRAMME(WS-IDX-PHO)
            MOVE REG-NB-CLIENTS     TO WS-PHO-NB-CLIENTS(WS-IDX-PHO)
            MOVE REG-TOTAL-SOLDES   TO WS-PHO-TOTAL-SOLDES(WS-IDX-PHO)
            MOVE REG-CUMUL-COMPTES
                TO WS-PHO-CUMUL-COMPTES(WS-IDX-PHO)
            MOVE REG-NB-CONTROLE    TO WS-PHO-NB-CONTROLE(WS-IDX-PHO)
            MOVE REG-TOTAL-CONTROLE
                TO WS-PHO-TOTAL-CONTROLE(WS-IDX-PHO)
            MOVE REG-STATUT         TO WS-PHO-STATUT(WS-IDX-PHO)
            MOVE REG-DATE-RESTAUR   TO WS-PHO-DATE-RESTAUR(WS-IDX-PHO)
            MOVE 1                  TO WS-PHO-GARDEE(WS-IDX-PHO).

      *----------------------------------------------------------------*
      * PHOTO DE LA NUIT : PURGE DES NUITS AU DELA DE LA CONSERVATION,
      * PUIS COPIE DE FCLIENT ET DE FCONTROL A LA SUITE
      *----------------------------------------------------------------*
       PRENDRE-PHOTO.
            PERFORM CHERCHER-NUIT
            IF WS-IDX-CIBLE > 0
                MOVE 'PHOTO DEJA PRISE POUR LA NUIT - CONSERVEE'
                    TO WS-ACTION
                MOVE 1 TO PHO-CODE-RETOUR
                GO TO PRENDRE-PHOTO-FIN
            END-IF

      * FCLIENT DOIT ETRE LISIBLE AVANT DE TOUCHER AUX PHOTOS
            OPEN INPUT F-CLIENT
            IF WS-FS-CLI NOT = '00'
                DISPLAY 'FCLIENT ILLISIBLE : ' WS-FS-CLI
                MOVE 'FCLIENT ILLISIBLE - PAS DE PHOTO' TO WS-ACTION
                MOVE 8 TO PHO-CODE-RETOUR
                GO TO PRENDRE-PHOTO-FIN
            END-IF
            CLOSE F-CLIENT

      * LA NOUVELLE PHOTO COMPTE DANS LA CONSERVATION
            MOVE 1 TO WS-PREMIERE-GARDEE
            IF WS-NB-PHOTOS >= WS-CONSERVATION
                COMPUTE WS-PREMIERE-GARDEE =
                    WS-NB-PHOTOS - WS-CONSERVATION + 2
            END-IF
            PERFORM VARYING WS-IDX-PHO FROM 1 BY 1
                    UNTIL WS-IDX-PHO > WS-NB-PHOTOS
                IF WS-IDX-PHO < WS-PREMIERE-GARDEE
                    MOVE 0 TO WS-PHO-GARDEE(WS-IDX-PHO)
                    ADD 1 TO WS-NB-PURGEES
                END-IF
            END-PERFORM
            PERFORM COMPACTER-REGISTRE

      * PHOTOS GARDEES MISES DE COTE DANS LE FICHIER DE TRAVAIL ;
      * UNE NUIT ABSENTE DU REGISTRE N'EST PAS RECOPIEE
            OPEN OUTPUT F-TRAVAIL
            OPEN INPUT F-PHOTO
            IF WS-FS-PHO = '00'
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-PHOTO
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE PHT-DATE-NUIT TO WS-DATE-CHERCHEE
                            PERFORM CHERCHER-DATE
                            IF WS-IDX-CIBLE > 0
                                WRITE ENR-TRAVAIL FROM ENR-PHOTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-PHOTO
            END-IF
            CLOSE F-TRAVAIL

      * FPHOTO RECONSTITUE : PHOTOS GARDEES PUIS PHOTO DE LA NUIT
            OPEN OUTPUT F-PHOTO
            IF WS-FS-PHO NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FPHOTO : ' WS-FS-PHO
                MOVE 'FPHOTO INDISPONIBLE - PAS DE PHOTO' TO WS-ACTION
                MOVE 8 TO PHO-CODE-RETOUR
                GO TO PRENDRE-PHOTO-FIN
            END-IF
            OPEN INPUT F-TRAVAIL
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-TRAVAIL
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        WRITE ENR-PHOTO FROM ENR-TRAVAIL
                END-READ
            END-PERFORM
            CLOSE F-TRAVAIL

            MOVE 0 TO WS-NB-CLIENTS
            MOVE 0 TO WS-TOTAL-SOLDES
            MOVE 0 TO WS-CUMUL-COMPTES
            OPEN INPUT F-CLIENT
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-CLIENT NEXT
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE ENR-CLIENT TO WS-CLIENT
                        PERFORM CUMULER-CLIENT
                        MOVE SPACES TO ENR-PHOTO
                        MOVE PHO-DATE-NUIT TO PHT-DATE-NUIT
                        MOVE 'FCLIENT ' TO PHT-FICHIER
                        MOVE WS-NB-CLIENTS TO PHT-RANG
                        MOVE ENR-CLIENT TO PHT-DONNEES
                        WRITE ENR-PHOTO
                        ADD 1 TO WS-NB-COPIES
                END-READ
            END-PERFORM
            CLOSE F-CLIENT

            MOVE 0 TO WS-NB-CONTROLE
            MOVE 0 TO WS-TOTAL-CONTROLE
            OPEN INPUT F-CONTROLE
            IF WS-FS-CTRL = '00'
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-CONTROLE
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE ENR-CONTROLE TO WS-CONTROLE
                            PERFORM CUMULER-CONTROLE
                            MOVE SPACES TO ENR-PHOTO
                            MOVE PHO-DATE-NUIT TO PHT-DATE-NUIT
                            MOVE 'FCONTROL' TO PHT-FICHIER
                            MOVE WS-NB-CONTROLE TO PHT-RANG
                            MOVE ENR-CONTROLE TO PHT-DONNEES
                            WRITE ENR-PHOTO
                            ADD 1 TO WS-NB-COPIES
                    END-READ
                END-PERFORM
                CLOSE F-CONTROLE
            END-IF
            CLOSE F-PHOTO

      * INSCRIPTION AU REGISTRE
            ADD 1 TO WS-NB-PHOTOS
            SET WS-IDX-PHO TO WS-NB-PHOTOS
            MOVE PHO-DATE-NUIT     TO WS-PHO-DATE-NUIT(WS-IDX-PHO)
            MOVE WS-HEURE-EDIT     TO WS-PHO-HEURE(WS-IDX-PHO)
            MOVE PHO-PROGRAMME     TO WS-PHO-PROGRAMME(WS-IDX-PHO)
            MOVE WS-NB-CLIENTS     TO WS-PHO-NB-CLIENTS(WS-IDX-PHO)
            MOVE WS-TOTAL-SOLDES   TO WS-PHO-TOTAL-SOLDES(WS-IDX-PHO)
            MOVE WS-CUMUL-COMPTES  TO WS-PHO-CUMUL-COMPTES(WS-IDX-PHO)
            MOVE WS-NB-CONTROLE    TO WS-PHO-NB-CONTROLE(WS-IDX-PHO)
            MOVE WS-TOTAL-CONTROLE
                TO WS-PHO-TOTAL-CONTROLE(WS-IDX-PHO)
            MOVE 'V'               TO WS-PHO-STATUT(WS-IDX-PHO)
            MOVE SPACES            TO WS-PHO-DATE-RESTAUR(WS-IDX-PHO)
            MOVE 1                 TO WS-PHO-GARDEE(WS-IDX-PHO)
            PERFORM SAUVER-REGISTRE

            MOVE WS-NB-CLIENTS   TO PHO-NB-CLIENTS
            MOVE WS-TOTAL-SOLDES TO PHO-TOTAL-SOLDES
            MOVE SPACES TO WS-ACTION
            STRING 'PHOTO DE LA NUIT DU ' PHO-DATE-NUIT
                   ' PRISE AVANT ' PHO-PROGRAMME
                DELIMITED BY SIZE INTO WS-ACTION.

       PRENDRE-PHOTO-FIN.
            EXIT.

      *----------------------------------------------------------------*
      * RESTAURATION : PHOTO VERIFIEE, FCONTROL RECONSTITUE, FCLIENT
      * RECHARGE PUIS RECONTROLE
      *----------------------------------------------------------------*
       RESTAURER-PHOTO.
            IF PHO-DATE-NUIT = SPACES
                MOVE WS-NB-PHOTOS TO WS-IDX-CIBLE
            ELSE
                PERFORM CHERCHER-NUIT
            END-IF
            IF WS-IDX-CIBLE = 0
                MOVE 'AUCUNE PHOTO POUR LA NUIT DEMANDEE' TO WS-ACTION
                MOVE 1 TO PHO-CODE-RETOUR
                GO TO RESTAURER-PHOTO-FIN
            END-IF
            MOVE WS-PHO-DATE-NUIT(WS-IDX-CIBLE) TO PHO-DATE-NUIT
            MOVE WS-PHO-PROGRAMME(WS-IDX-CIBLE) TO PHO-PROGRAMME

      * 1. LA PHOTO RELUE DOIT REDONNER LES TOTAUX DU REGISTRE
            PERFORM RELIRE-PHOTO
            IF WS-NB-CLIENTS NOT = WS-PHO-NB-CLIENTS(WS-IDX-CIBLE)
               OR WS-TOTAL-SOLDES
                  NOT = WS-PHO-TOTAL-SOLDES(WS-IDX-CIBLE)
               OR WS-CUMUL-COMPTES
                  NOT = WS-PHO-CUMUL-COMPTES(WS-IDX-CIBLE)
               OR WS-NB-CONTROLE
                  NOT = WS-PHO-NB-CONTROLE(WS-IDX-CIBLE)
               OR WS-TOTAL-CONTROLE
                  NOT = WS-PHO-TOTAL-CONTROLE(WS-IDX-CIBLE)
                DISPLAY 'PHOTO DU ' PHO-DATE-NUIT ' ALTEREE :'
                DISPLAY '  CLIENTS ' WS-NB-CLIENTS ' / '
                        WS-PHO-NB-CLIENTS(WS-IDX-CIBLE)
                DISPLAY '  LIGNES FCONTROL ' WS-NB-CONTROLE ' / '
                        WS-PHO-NB-CONTROLE(WS-IDX-CIBLE)
                MOVE 'PHOTO ALTEREE - RESTAURATION REFUSEE, RIEN TOUCHE'
                    TO WS-ACTION
                MOVE 8 TO PHO-CODE-RETOUR
                GO TO RESTAURER-PHOTO-FIN
            END-IF

      * 2. LIGNES FCONTROL ECRITES DEPUIS LA PHOTO PAR DES ETAPES
      *    QUI NE SONT PAS REJOUEES : MISES DE COTE
            MOVE 0 TO WS-NB-REPORTEES
            MOVE 0 TO WS-NB-ECARTEES
            MOVE 0 TO WS-RANG-CONTROLE
            OPEN OUTPUT F-TRAVAIL
            OPEN INPUT F-CONTROLE
            IF WS-FS-CTRL = '00'
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-CONTROLE
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-RANG-CONTROLE
                            IF WS-RANG-CONTROLE
                                > WS-PHO-NB-CONTROLE(WS-IDX-CIBLE)
                                PERFORM TRIER-LIGNE-CONTROLE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-CONTROLE
            END-IF
            CLOSE F-TRAVAIL

      * 3. FCONTROL : LIGNES DE LA PHOTO PUIS LIGNES REPORTEES
            OPEN OUTPUT F-CONTROLE
            IF WS-FS-CTRL NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCONTROL : ' WS-FS-CTRL
                MOVE 'FCONTROL INDISPONIBLE - RESTAURATION ARRETEE'
                    TO WS-ACTION
                MOVE 8 TO PHO-CODE-RETOUR
                GO TO RESTAURER-PHOTO-FIN
            END-IF
            OPEN INPUT F-PHOTO
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-PHOTO
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF PHT-DATE-NUIT = PHO-DATE-NUIT
                            AND PHT-FICHIER = 'FCONTROL'
                            WRITE ENR-CONTROLE FROM PHT-DONNEES
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-PHOTO
            OPEN INPUT F-TRAVAIL
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-TRAVAIL
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        WRITE ENR-CONTROLE FROM ENR-TRAVAIL(1:80)
                END-READ
            END-PERFORM
            CLOSE F-TRAVAIL
            CLOSE F-CONTROLE

      * 4. FCLIENT RECREE ET RECHARGE DANS L'ORDRE DES CLES
            OPEN OUTPUT F-CLIENT
            IF WS-FS-CLI NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCLIENT : ' WS-FS-CLI
                MOVE 'FCLIENT INDISPONIBLE - RESTAURATION ARRETEE'
                    TO WS-ACTION
                MOVE 8 TO PHO-CODE-RETOUR
                GO TO RESTAURER-PHOTO-FIN
            END-IF
            OPEN INPUT F-PHOTO
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-PHOTO
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF PHT-DATE-NUIT = PHO-DATE-NUIT
                            AND PHT-FICHIER = 'FCLIENT '
                            WRITE ENR-CLIENT FROM PHT-DONNEES
                            IF WS-FS-CLI NOT = '00'
                                DISPLAY 'ERREUR RECHARGEMENT COMPTE '
                                        PHT-DONNEES(1:3) ' : '
                                        WS-FS-CLI
                            ELSE
                                ADD 1 TO WS-NB-COPIES
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-PHOTO
            CLOSE F-CLIENT

      * 5. CONTROLE DU FICHIER RECHARGE : NOMBRE ET TOTAL DES SOLDES
            MOVE 0 TO WS-NB-CLIENTS
            MOVE 0 TO WS-TOTAL-SOLDES
            MOVE 0 TO WS-CUMUL-COMPTES
            OPEN INPUT F-CLIENT
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-CLIENT NEXT
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE ENR-CLIENT TO WS-CLIENT
                        PERFORM CUMULER-CLIENT
                END-READ
            END-PERFORM
            CLOSE F-CLIENT
            MOVE WS-NB-CLIENTS   TO PHO-NB-CLIENTS
            MOVE WS-TOTAL-SOLDES TO PHO-TOTAL-SOLDES
            IF WS-NB-CLIENTS NOT = WS-PHO-NB-CLIENTS(WS-IDX-CIBLE)
               OR WS-TOTAL-SOLDES
                  NOT = WS-PHO-TOTAL-SOLDES(WS-IDX-CIBLE)
               OR WS-CUMUL-COMPTES
                  NOT = WS-PHO-CUMUL-COMPTES(WS-IDX-CIBLE)
                DISPLAY 'FCLIENT RECHARGE EN ECART AVEC LA PHOTO :'
                DISPLAY '  CLIENTS ' WS-NB-CLIENTS ' / '
                        WS-PHO-NB-CLIENTS(WS-IDX-CIBLE)
                MOVE 'FCLIENT RECHARGE EN ECART - A VERIFIER'
                    TO WS-ACTION
                MOVE 8 TO PHO-CODE-RETOUR
                GO TO RESTAURER-PHOTO-FIN
            END-IF

            MOVE 'R' TO WS-PHO-STATUT(WS-IDX-CIBLE)
            MOVE WS-DATE-ISO TO WS-PHO-DATE-RESTAUR(WS-IDX-CIBLE)
            PERFORM SAUVER-REGISTRE
            DISPLAY 'LIGNES FCONTROL REPORTEES : ' WS-NB-REPORTEES
                    ' ECARTEES (ETAPES REJOUEES) : ' WS-NB-ECARTEES
            MOVE SPACES TO WS-ACTION
            STRING 'PHOTO DU ' PHO-DATE-NUIT
                   ' RESTAUREE ET CONTROLEE'
                DELIMITED BY SIZE INTO WS-ACTION.

       RESTAURER-PHOTO-FIN.
            EXIT.

      * TOTAUX DE LA PHOTO RECALCULES A PARTIR DE FPHOTO
       RELIRE-PHOTO.
            MOVE 0 TO WS-NB-CLIENTS
            MOVE 0 TO WS-TOTAL-SOLDES
            MOVE 0 TO WS-CUMUL-COMPTES
            MOVE 0 TO WS-NB-CONTROLE
            MOVE 0 TO WS-TOTAL-CONTROLE
            OPEN INPUT F-PHOTO
            IF WS-FS-PHO = '00'
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-PHOTO
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF PHT-DATE-NUIT = PHO-DATE-NUIT
                                PERFORM CUMULER-LIGNE-PHOTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-PHOTO
            END-IF.

       CUMULER-LIGNE-PHOTO.
            IF PHT-FICHIER = 'FCLIENT '
                MOVE PHT-DONNEES TO WS-CLIENT
                PERFORM CUMULER-CLIENT
            ELSE
                MOVE PHT-DONNEES TO WS-CONTROLE
                PERFORM CUMULER-CONTROLE
            END-IF.

       CUMULER-CLIENT.
            ADD 1 TO WS-NB-CLIENTS
            ADD WS-CLI-SOLDE TO WS-TOTAL-SOLDES
            ADD WS-CLI-NUM-COMPTE TO WS-CUMUL-COMPTES.

       CUMULER-CONTROLE.
            ADD 1 TO WS-NB-CONTROLE
            ADD WS-CTL-MONTANT TO WS-TOTAL-CONTROLE.

      * LIGNE FCONTROL POSTERIEURE A LA PHOTO : REPORTEE, SAUF SI
      * ELLE VIENT D'UNE ETAPE QUI SERA REJOUEE
       TRIER-LIGNE-CONTROLE.
            MOVE ENR-CONTROLE TO WS-CONTROLE
            MOVE 0 TO WS-ETAPE-REJOUEE
            PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                    UNTIL WS-IDX-REJ > PHO-NB-REJOUEES
                IF PHO-REJOUEE(WS-IDX-REJ) = WS-CTL-PROGRAMME
                    MOVE 1 TO WS-ETAPE-REJOUEE
                END-IF
            END-PERFORM
            IF WS-ETAPE-REJOUEE = 1
                ADD 1 TO WS-NB-ECARTEES
            ELSE
                MOVE SPACES TO ENR-TRAVAIL
                MOVE ENR-CONTROLE TO ENR-TRAVAIL(1:80)
                WRITE ENR-TRAVAIL
                ADD 1 TO WS-NB-REPORTEES
            END-IF.

      * NUIT DEMANDEE DANS LE REGISTRE (0 = ABSENTE)
       CHERCHER-NUIT.
            MOVE PHO-DATE-NUIT TO WS-DATE-CHERCHEE
            PERFORM CHERCHER-DATE.

       CHERCHER-DATE.
            MOVE 0 TO WS-IDX-CIBLE
            PERFORM VARYING WS-IDX-PHO FROM 1 BY 1
                    UNTIL WS-IDX-PHO > WS-NB-PHOTOS
                IF WS-PHO-DATE-NUIT(WS-IDX-PHO) = WS-DATE-CHERCHEE
                    SET WS-IDX-CIBLE TO WS-IDX-PHO
                END-IF
            END-PERFORM.

      * LES NUITS PURGEES SORTENT DE LA TABLE, LES AUTRES SONT
      * RAMENEES EN TETE DANS LEUR ORDRE
       COMPACTER-REGISTRE.
            MOVE 0 TO WS-IDX-RANG
            PERFORM VARYING WS-IDX-PHO FROM 1 BY 1
                    UNTIL WS-IDX-PHO > WS-NB-PHOTOS
                IF WS-PHO-GARDEE(WS-IDX-PHO) = 1
                    ADD 1 TO WS-IDX-RANG
                    MOVE WS-PHOTO(WS-IDX-PHO)
                        TO WS-PHOTO(WS-IDX-RANG)
                END-IF
            END-PERFORM
            MOVE WS-IDX-RANG TO WS-NB-PHOTOS.

      * REECRITURE DU REGISTRE SANS LES NUITS PURGEES
       SAUVER-REGISTRE.
            OPEN OUTPUT F-REGISTRE
            PERFORM VARYING WS-IDX-PHO FROM 1 BY 1
                    UNTIL WS-IDX-PHO > WS-NB-PHOTOS
                IF WS-PHO-GARDEE(WS-IDX-PHO) = 1
                    MOVE SPACES TO ENR-REGISTRE
                    MOVE WS-PHO-DATE-NUIT(WS-IDX-PHO) TO REG-DATE-NUIT
                    MOVE WS-PHO-HEURE(WS-IDX-PHO)     TO REG-HEURE
                    MOVE WS-PHO-PROGRAMME(WS-IDX-PHO) TO REG-PROGRAMME
                    MOVE WS-PHO-NB-CLIENTS(WS-IDX-PHO)
                        TO REG-NB-CLIENTS
                    MOVE WS-PHO-TOTAL-SOLDES(WS-IDX-PHO)
                        TO REG-TOTAL-SOLDES
                    MOVE WS-PHO-CUMUL-COMPTES(WS-IDX-PHO)
                        TO REG-CUMUL-COMPTES
                    MOVE WS-PHO-NB-CONTROLE(WS-IDX-PHO)
                        TO REG-NB-CONTROLE
                    MOVE WS-PHO-TOTAL-CONTROLE(WS-IDX-PHO)
                        TO REG-TOTAL-CONTROLE
                    MOVE WS-PHO-STATUT(WS-IDX-PHO)    TO REG-STATUT
                    MOVE WS-PHO-DATE-RESTAUR(WS-IDX-PHO)
                        TO REG-DATE-RESTAUR
                    WRITE ENR-REGISTRE
                END-IF
            END-PERFORM
            CLOSE F-REGISTRE.

      * LISTE DES PHOTOS CONSERVEES AVEC LEURS TOTAUX
       EDITER-LISTE.
            OPEN OUTPUT F-LISTE
            WRITE ENR-LISTE FROM WS-LIGNE-SEP
            WRITE ENR-LISTE FROM WS-LIGNE-TITRE
            WRITE ENR-LISTE FROM WS-LIGNE-SEP
            MOVE WS-ACTION TO WS-ACT-TEXTE
            WRITE ENR-LISTE FROM WS-LIGNE-ACTION
            WRITE ENR-LISTE FROM WS-LIGNE-VIDE
            WRITE ENR-LISTE FROM WS-LIGNE-ENTETE
            WRITE ENR-LISTE FROM WS-LIGNE-VIDE
            PERFORM VARYING WS-IDX-PHO FROM 1 BY 1
                    UNTIL WS-IDX-PHO > WS-NB-PHOTOS
                IF WS-PHO-GARDEE(WS-IDX-PHO) = 1
                    PERFORM EDITER-PHOTO
                END-IF
            END-PERFORM
            WRITE ENR-LISTE FROM WS-LIGNE-VIDE
            MOVE WS-CONSERVATION TO WS-CON-NB
            MOVE WS-NB-PURGEES   TO WS-CON-PURGEES
            WRITE ENR-LISTE FROM WS-LIGNE-CONSERVATION
            WRITE ENR-LISTE FROM WS-LIGNE-SEP
            CLOSE F-LISTE.

       EDITER-PHOTO.
            MOVE WS-PHO-DATE-NUIT(WS-IDX-PHO)  TO WS-DET-DATE-NUIT
            MOVE WS-PHO-HEURE(WS-IDX-PHO)      TO WS-DET-HEURE
            MOVE WS-PHO-PROGRAMME(WS-IDX-PHO)  TO WS-DET-PROGRAMME
            MOVE WS-PHO-NB-CLIENTS(WS-IDX-PHO) TO WS-DET-NB-CLIENTS
            MOVE WS-PHO-TOTAL-SOLDES(WS-IDX-PHO)
                TO WS-DET-TOTAL-SOLDES
            MOVE WS-PHO-NB-CONTROLE(WS-IDX-PHO) TO WS-DET-NB-CONTROLE
            IF WS-PHO-STATUT(WS-IDX-PHO) = 'R'
                MOVE WS-PHO-DATE-RESTAUR(WS-IDX-PHO) TO WS-DET-RESTAUR
            ELSE
                MOVE SPACES TO WS-DET-RESTAUR
            END-IF
            WRITE ENR-LISTE FROM WS-LIGNE-DETAIL
            MOVE WS-PHO-CUMUL-COMPTES(WS-IDX-PHO) TO WS-DE2-CUMUL
            MOVE WS-PHO-TOTAL-CONTROLE(WS-IDX-PHO)
                TO WS-DE2-TOTAL-CTRL
            WRITE ENR-LISTE FROM WS-LIGNE-DETAIL2.
