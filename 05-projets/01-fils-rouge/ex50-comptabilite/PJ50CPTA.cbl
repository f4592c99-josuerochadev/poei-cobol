       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ50CPTA.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * INTERFACE COMPTABLE : ECRITURES EN PARTIE DOUBLE DE LA CHAINE
      *
      * TRADUIT EN ECRITURES COMPTABLES TOUT CE QUE LA CHAINE A PASSE
      * SUR LES COMPTES CLIENTS DANS LA JOURNEE :
      *   - LES MOUVEMENTS DU FICHIER FUSIONNE (FFUSION) IMPUTES PAR
      *     PJ22IMPU, Y COMPRIS LES INTERETS DE PJ24INTE (NATURE INT)
      *     ET LEURS PRELEVEMENTS FISCAUX (NATURE IMP), ET LES
      *     COMMISSIONS DE PJ40COMM (NATURE COM)
      *   - LES CONSIGNATIONS DU JOUR DE PJ42DESH (FCONSIGN)
      * CHAQUE OPERATION DONNE UNE LIGNE AU DEBIT ET UNE LIGNE AU
      * CREDIT DANS LE JOURNAL COMPTABLE DU JOUR (FECRITUR). LES
      * COMPTES GENERAUX SONT LUS DANS LE PLAN DE COMPTES FPLANCPT
      * (ENTRETENU PAR PJ50PLAN) :
      *   'N' + CLI-NATURE-COMPTE : COMPTE DE TIERS DU CLIENT
      *   'M' + NATURE DU MOUVEMENT : CONTREPARTIE (VIR, CHQ, INT...)
      *   'F' + TYPE DE FRAIS : CONTREPARTIE D'UNE COMMISSION, LE TYPE
      *     ETANT LA NATURE FACTUREE PORTEE PAR LE LIBELLE PJ40COMM
      *     (A DEFAUT, LA LIGNE 'M' COM S'APPLIQUE)
      *   'M' + DSH : COMPTE DE CONSIGNATION DES AVOIRS EN DESHERENCE
      * UN CREDIT CLIENT DEBITE LA CONTREPARTIE ET CREDITE LE COMPTE
      * DE TIERS, UN DEBIT CLIENT FAIT L'INVERSE. LES COMPTES INCONNUS
      * DE FCLIENT ET LES COMPTES CONSIGNES SONT ECARTES COMME DANS
      * PJ22IMPU. UNE OPERATION DONT UN COTE N'A PAS DE COMPTE AU
      * PLAN EST EDITEE EN ANOMALIE ET SEUL LE COTE CONNU EST PASSE :
      * LE JOURNAL SE TROUVE ALORS DESEQUILIBRE.
      * LE JOURNAL N'EST CLOS (ENREGISTREMENT DE FIN 'T') QUE SI LE
      * TOTAL DES DEBITS EGALE LE TOTAL DES CREDITS ET QU'AUCUNE
      * OPERATION N'EST RESTEE SANS COMPTE ; SINON IL RESTE OUVERT,
      * AUCUNE DECLARATION N'EST FAITE DANS FCONTROL ET L'ETAPE
      * REND 8 (LA CHAINE S'ARRETE). IL EN VA DE MEME SI FFUSION EST
      * INDISPONIBLE.
      * LA BALANCE DU JOUR PAR COMPTE GENERAL ET PAR AGENCE
      * (CLI-AGENCE) EST EDITEE DANS FEDITION.
      * EN MODE SIMULATION DE PJ22IMPU (FPARAM), RIEN N'A ETE IMPUTE :
      * L'ETAPE NE PRODUIT ALORS AUCUNE ECRITURE.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-PLAN ASSIGN TO FPLANCPT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-PLC.

            SELECT F-FUSION ASSIGN TO FFUSION
                FILE STATUS IS WS-FS-FUSI.

            SELECT F-CONSIGN ASSIGN TO FCONSIGN
                FILE STATUS IS WS-FS-CON.

            SELECT F-CLIENT ASSIGN TO FCLIENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLI-NUM-COMPTE
                FILE STATUS IS WS-FS-CLI.

            SELECT F-ECRITURE ASSIGN TO FECRITUR
                FILE STATUS IS WS-FS-ECR.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

      * FICHIER DE CONTROLE COMMUN DE LA CHAINE (CF. PJ29CTRL)
            SELECT F-CONTROLE ASSIGN TO FCONTROL
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-CTRL.

       DATA DIVISION.
       FILE SECTION.

      * PLAN DE COMPTES : UNE CORRESPONDANCE PAR TYPE + CODE
       FD F-PLAN.
       01 ENR-PLAN.
           05 PLC-TYPE             PIC X(01).
           05 PLC-CODE             PIC X(03).
           05 PLC-COMPTE-GL        PIC X(08).
           05 PLC-LIBELLE          PIC X(25).
           05 FILLER               PIC X(43).

       FD F-FUSION.
       01 ENR-FUSION.
           05 FUS-NUM-COMPTE       PIC 9(03).
           05 FUS-LIBELLE          PIC X(15).
           05 FUS-LIB-FRAIS REDEFINES FUS-LIBELLE.
               10 FUS-LIB-COMMISSION PIC X(11).
               10 FUS-TYPE-FRAIS   PIC X(03).
               10 FILLER           PIC X(01).
           05 FUS-MONTANT          PIC S9(06)V99.
           05 FUS-SENS             PIC X(02).
           05 FUS-NATURE           PIC X(03).
           05 FUS-DATE             PIC X(10).
           05 FILLER               PIC X(39).

      * GRAND LIVRE DE CONSIGNATION (PJ42DESH), CUMULATIF
       FD F-CONSIGN.
       01 ENR-CONSIGN.
           05 CON-NUM-COMPTE       PIC 9(03).
           05 CON-NOM              PIC X(10).
           05 CON-PRENOM           PIC X(10).
           05 CON-SOLDE            PIC S9(10)V99.
           05 CON-DERNIER-MOUV     PIC X(10).
           05 CON-DATE-TRANSFERT   PIC X(10).
           05 CON-PROGRAMME        PIC X(08).
           05 FILLER               PIC X(17).

       FD F-CLIENT.
       01 ENR-CLIENT.
           05 CLI-NUM-COMPTE       PIC 9(03).
           05 CLI-CODE-REGION      PIC 9(02).
           05 CLI-NATURE-COMPTE    PIC 9(02).
           05 CLI-NOM              PIC X(10).
           05 CLI-PRENOM           PIC X(10).
           05 CLI-DATE-NAIS        PIC 9(08).
           05 CLI-SEXE             PIC X(01).
           05 CLI-ACTIVITE         PIC 9(02).
           05 CLI-SITUATION        PIC X(01).
           05 CLI-SOLDE            PIC S9(10)V99.
           05 CLI-POSITION         PIC X(02).
           05 CLI-AGENCE           PIC 9(02).
           05 CLI-DESHERENCE       PIC X(01).
           05 FILLER               PIC X(24).

      * JOURNAL COMPTABLE DU JOUR : LIGNES 'E' PUIS FIN 'T' SI CLOS
       FD F-ECRITURE.
       01 ENR-ECRITURE.
           05 ECR-TYPE             PIC X(01).
           05 ECR-DATE             PIC X(10).
           05 ECR-PIECE            PIC 9(07).
           05 ECR-COMPTE-GL        PIC X(08).
           05 ECR-AGENCE           PIC 9(02).
           05 ECR-SENS             PIC X(01).
           05 ECR-MONTANT          PIC 9(11)V99.
           05 ECR-NUM-COMPTE       PIC 9(03).
           05 ECR-NATURE           PIC X(03).
           05 ECR-ORIGINE          PIC X(08).
           05 ECR-LIBELLE          PIC X(15).
           05 FILLER               PIC X(09).
       01 ENR-ECRITURE-FIN.
           05 ECF-TYPE             PIC X(01).
           05 ECF-DATE             PIC X(10).
           05 ECF-NB-LIGNES        PIC 9(07).
           05 ECF-TOTAL-DEBIT      PIC 9(13)V99.
           05 ECF-TOTAL-CREDIT     PIC 9(13)V99.
           05 FILLER               PIC X(32).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       FD F-CONTROLE.
       01 ENR-CONTROLE.
           05 CTL-PROGRAMME        PIC X(08).
           05 CTL-FICHIER          PIC X(08).
           05 CTL-SENS             PIC X(01).
           05 CTL-NB-ENR           PIC 9(07).
           05 CTL-MONTANT          PIC S9(13)V99.
           05 FILLER               PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLC                PIC X(02).
       01 WS-FS-FUSI               PIC X(02).
       01 WS-FS-CON                PIC X(02).
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-ECR                PIC X(02).
       01 WS-FS-EDI                PIC X(02).
       01 WS-FS-CTRL               PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * TABLE DU PLAN DE COMPTES, CHARGEE DEPUIS FPLANCPT
       01 WS-NB-PLAN               PIC 9(03) VALUE 0.
       01 WS-TAB-PLAN.
           05 WS-PLAN OCCURS 100 TIMES
                       INDEXED BY WS-IDX-PLC.
               10 WS-PLC-TYPE      PIC X(01).
               10 WS-PLC-CODE      PIC X(03).
               10 WS-PLC-COMPTE-GL PIC X(08).
               10 WS-PLC-LIBELLE   PIC X(25).

      * RECHERCHE DANS LE PLAN (TYPE + CODE -> COMPTE GENERAL)
       01 WS-RCH-TYPE              PIC X(01).
       01 WS-RCH-CODE              PIC X(03).
       01 WS-RCH-COMPTE-GL         PIC X(08).
       01 WS-PLAN-TROUVE           PIC 9(03) VALUE 0.

      * OPERATION EN COURS DE TRADUCTION
       01 WS-OPE-NUM-COMPTE        PIC 9(03).
       01 WS-OPE-SENS              PIC X(02).
       01 WS-OPE-MONTANT           PIC 9(11)V99.
       01 WS-OPE-NATURE            PIC X(03).
       01 WS-OPE-ORIGINE           PIC X(08).
       01 WS-OPE-LIBELLE           PIC X(15).
       01 WS-GL-TIERS              PIC X(08).
       01 WS-GL-CONTREPARTIE       PIC X(08).
       01 WS-GL-DEBIT              PIC X(08).
       01 WS-GL-CREDIT             PIC X(08).

      * COMPTE CLIENT EN COURS (RUPTURE SUR NUM-COMPTE DE FFUSION)
       01 WS-NUM-PRECEDENT         PIC 9(03) VALUE 0.
       01 WS-PREM                  PIC 9(01) VALUE 1.
       01 WS-CLIENT-CONNU          PIC 9(01) VALUE 0.
           88 CLIENT-CONNU         VALUE 1.
       01 WS-AGENCE                PIC 9(02) VALUE 0.

      * MODE SIMULATION DE L'IMPUTATION (PJ22IMPU)
       01 WS-MODE-SIMULATION       PIC X(01) VALUE 'N'.
           88 MODE-SIMULATION      VALUE 'O'.

      * ZONE D'APPEL DU SERVICE CENTRAL DES PARAMETRES (PJ46PARM)
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).

      * DATE DU JOURNAL (JOUR DE TRAITEMENT, AAAA-MM-JJ)
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-JOURNAL          PIC X(10).

      * CUMULS DU JOURNAL
       01 WS-NB-PIECES             PIC 9(07) VALUE 0.
       01 WS-NB-LIGNES             PIC 9(07) VALUE 0.
       01 WS-NB-MOUVEMENTS         PIC 9(07) VALUE 0.
       01 WS-NB-CONSIGN            PIC 9(05) VALUE 0.
       01 WS-NB-ECARTES            PIC 9(05) VALUE 0.
       01 WS-NB-ANOMALIES          PIC 9(05) VALUE 0.
       01 WS-TOT-DEBIT             PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CREDIT            PIC 9(13)V99 VALUE 0.
       01 WS-JOURNAL-EQUILIBRE     PIC 9(01) VALUE 0.
           88 JOURNAL-EQUILIBRE    VALUE 1.
       01 WS-FUSION-ABSENTE        PIC 9(01) VALUE 0.
           88 FUSION-ABSENTE       VALUE 1.

      * BALANCE PAR COMPTE GENERAL ET AGENCE, TENUE TRIEE SUR LA CLE
       01 WS-NB-BAL                PIC 9(03) VALUE 0.
       01 WS-TAB-BALANCE.
           05 WS-BAL OCCURS 300 TIMES
                      INDEXED BY WS-IDX-BAL.
               10 WS-BAL-CLE.
                   15 WS-BAL-COMPTE-GL PIC X(08).
                   15 WS-BAL-AGENCE    PIC 9(02).
               10 WS-BAL-DEBIT         PIC 9(13)V99.
               10 WS-BAL-CREDIT        PIC 9(13)V99.
       01 WS-CLE-BAL.
           05 WS-CLE-COMPTE-GL     PIC X(08).
           05 WS-CLE-AGENCE        PIC 9(02).
       01 WS-BAL-TROUVEE           PIC 9(03) VALUE 0.
       01 WS-POS                   PIC 9(03) VALUE 0.
       01 WS-FIN-DECALAGE          PIC 9(01) VALUE 0.
       01 WS-LIGNE-SENS            PIC X(01).
       01 WS-LIGNE-COMPTE-GL       PIC X(08).

      * SOUS-TOTAL DU COMPTE GENERAL EN COURS D'EDITION
       01 WS-GL-PRECEDENT          PIC X(08) VALUE SPACES.
       01 WS-STO-DEBIT             PIC 9(13)V99 VALUE 0.
       01 WS-STO-CREDIT            PIC 9(13)V99 VALUE 0.
       01 WS-SOLDE                 PIC S9(13)V99 VALUE 0.

      * LIGNES D'EDITION
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(38)
              VALUE '*** BALANCE COMPTABLE DU JOUR DU '.
           05 WS-TIT-DATE          PIC X(10).
           05 FILLER               PIC X(04) VALUE ' ***'.
           05 FILLER               PIC X(14) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER               PIC X(09) VALUE 'COMPTE   '.
           05 FILLER               PIC X(21) VALUE 'LIBELLE'.
           05 FILLER               PIC X(03) VALUE 'AG '.
           05 FILLER               PIC X(16) VALUE '          DEBIT '.
           05 FILLER               PIC X(16) VALUE '         CREDIT '.
           05 FILLER               PIC X(15) VALUE '          SOLDE'.

       01 WS-LIGNE-DETAIL.
           05 WS-DET-COMPTE-GL     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-LIBELLE       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-AGENCE        PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-DEBIT         PIC Z(11)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-CREDIT        PIC Z(11)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-DET-SOLDE         PIC -(11)9.99.

       01 WS-LIGNE-ANOMALIE.
           05 FILLER               PIC X(24)
              VALUE '*** PAS DE COMPTE POUR '.
           05 WS-ANO-TYPE          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-ANO-CODE          PIC X(03).
           05 FILLER               PIC X(10) VALUE ' - COMPTE '.
           05 WS-ANO-COMPTE        PIC 9(03).
           05 FILLER               PIC X(03) VALUE ' : '.
           05 WS-ANO-MONTANT       PIC Z(10)9.99.
           05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LIGNE-TOTAL.
           05 FILLER               PIC X(30)
              VALUE 'TOTAL DU JOURNAL'.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-TOT-ED-DEBIT      PIC Z(11)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TOT-ED-CREDIT     PIC Z(11)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-TOT-ED-SOLDE      PIC -(11)9.99.

       01 WS-LIGNE-COMPTAGE.
           05 FILLER               PIC X(13) VALUE 'OPERATIONS : '.
           05 WS-CPG-ED-PIECES     PIC Z(06)9.
           05 FILLER               PIC X(11) VALUE '  LIGNES : '.
           05 WS-CPG-ED-LIGNES     PIC Z(06)9.
           05 FILLER               PIC X(12) VALUE '  ECARTES : '.
           05 WS-CPG-ED-ECARTES    PIC Z(04)9.
           05 FILLER               PIC X(14) VALUE '  ANOMALIES : '.
           05 WS-CPG-ED-ANOMALIES  PIC Z(04)9.
           05 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LIGNE-CLOS.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE '*** JOURNAL EQUILIBRE - JOURNAL CLOS ***'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-NON-CLOS.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(60)
              VALUE '*** JOURNAL DESEQUILIBRE - CLOTURE REFUSEE ***'.
           05 FILLER               PIC X(10) VALUE SPACES.

       01 WS-LIGNE-SIMULATION.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(60)
              VALUE '*** SIMULATION - AUCUNE ECRITURE ***'.
           05 FILLER               PIC X(10) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ50CPTA'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       PRINCIPAL.
            MOVE 'D' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ50CPTA'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-JOURNAL
            MOVE WS-DATE-JOURNAL TO WS-TIT-DATE

            OPEN OUTPUT F-EDITION
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

      * PAS D'IMPUTATION REELLE, PAS D'ECRITURE
            MOVE 'PJ22IMPU' TO PRM-PROGRAMME
            MOVE 'SIMULATION' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:1) TO WS-MODE-SIMULATION
            END-IF
            IF MODE-SIMULATION
                DISPLAY 'IMPUTATION EN SIMULATION - AUCUNE ECRITURE'
                WRITE ENR-EDITION FROM WS-LIGNE-SIMULATION
                WRITE ENR-EDITION FROM WS-LIGNE-SEP
                CLOSE F-EDITION
                MOVE 'F' TO LOG-TYPE
                CALL 'PJ34LOG' USING WS-ZONE-LOG
                GOBACK
            END-IF

            PERFORM CHARGER-PLAN
            IF WS-NB-PLAN = 0
                DISPLAY 'PLAN DE COMPTES VIDE - TRAITEMENT ANNULE'
                CLOSE F-EDITION
                MOVE '08' TO LOG-STATUT
                MOVE 'F' TO LOG-TYPE
                CALL 'PJ34LOG' USING WS-ZONE-LOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT F-CLIENT
            IF WS-FS-CLI NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCLIENT : ' WS-FS-CLI
                CLOSE F-EDITION
                MOVE '08' TO LOG-STATUT
                MOVE 'F' TO LOG-TYPE
                CALL 'PJ34LOG' USING WS-ZONE-LOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT F-ECRITURE

            PERFORM TRAITER-FUSION
            IF FUSION-ABSENTE
                CLOSE F-CLIENT
                CLOSE F-ECRITURE
                CLOSE F-EDITION
                MOVE '08' TO LOG-STATUT
                MOVE 'F' TO LOG-TYPE
                CALL 'PJ34LOG' USING WS-ZONE-LOG
                GOBACK
            END-IF
            PERFORM TRAITER-CONSIGNATIONS

            CLOSE F-CLIENT

            IF WS-TOT-DEBIT = WS-TOT-CREDIT AND WS-NB-ANOMALIES = 0
                MOVE 1 TO WS-JOURNAL-EQUILIBRE
                PERFORM CLORE-JOURNAL
            END-IF
            CLOSE F-ECRITURE

            PERFORM EDITER-BALANCE

            CLOSE F-EDITION

            DISPLAY 'MOUVEMENTS LUS       : ' WS-NB-MOUVEMENTS
            DISPLAY 'CONSIGNATIONS DU JOUR: ' WS-NB-CONSIGN
            DISPLAY 'LIGNES D''ECRITURE    : ' WS-NB-LIGNES
            DISPLAY 'ANOMALIES DE PLAN    : ' WS-NB-ANOMALIES

            MOVE WS-NB-LIGNES TO LOG-NB-ECRITS
            IF JOURNAL-EQUILIBRE
                PERFORM ECRIRE-CONTROLE
            ELSE
                DISPLAY 'JOURNAL DESEQUILIBRE - CLOTURE REFUSEE'
                MOVE '08' TO LOG-STATUT
                MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY 'FIN DU PROGRAMME PJ50CPTA'

            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            GOBACK.

       CHARGER-PLAN.
            OPEN INPUT F-PLAN
            IF WS-FS-PLC NOT = '00'
                DISPLAY 'FPLANCPT INDISPONIBLE : ' WS-FS-PLC
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-PLAN
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF WS-NB-PLAN < 100
                                ADD 1 TO WS-NB-PLAN
                                MOVE ENR-PLAN(1:37)
                                    TO WS-PLAN(WS-NB-PLAN)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-PLAN
                MOVE 0 TO WS-EOF
            END-IF.

      * MOUVEMENTS IMPUTES : FFUSION TRIE PAR COMPTE, UNE LECTURE
      * FCLIENT PAR COMPTE POUR SA NATURE ET SON AGENCE. SANS
      * FFUSION LE JOURNAL N'EST PAS CLOS : UN JOURNAL VIDE MAIS
      * EQUILIBRE NE DOIT PAS PARTIR EN COMPTABILITE
       TRAITER-FUSION.
            OPEN INPUT F-FUSION
            IF WS-FS-FUSI NOT = '00'
                DISPLAY 'FFUSION INDISPONIBLE : ' WS-FS-FUSI
                MOVE 1 TO WS-FUSION-ABSENTE
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-FUSION
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-NB-MOUVEMENTS
                            ADD 1 TO LOG-NB-LUS
                            PERFORM TRAITER-MOUVEMENT
                                THRU TRAITER-MOUVEMENT-FIN
                    END-READ
                END-PERFORM
                CLOSE F-FUSION
                MOVE 0 TO WS-EOF
            END-IF.

       TRAITER-MOUVEMENT.
            IF WS-PREM = 1 OR FUS-NUM-COMPTE NOT = WS-NUM-PRECEDENT
                MOVE FUS-NUM-COMPTE TO WS-NUM-PRECEDENT
                MOVE 0 TO WS-PREM
                PERFORM LIRE-CLIENT
            END-IF

            IF NOT CLIENT-CONNU
                ADD 1 TO WS-NB-ECARTES
                GO TO TRAITER-MOUVEMENT-FIN
            END-IF

            MOVE FUS-NUM-COMPTE TO WS-OPE-NUM-COMPTE
            MOVE FUS-SENS       TO WS-OPE-SENS
            MOVE FUS-MONTANT    TO WS-OPE-MONTANT
            MOVE FUS-NATURE     TO WS-OPE-NATURE
            MOVE FUS-LIBELLE    TO WS-OPE-LIBELLE
            EVALUATE FUS-NATURE
                WHEN 'INT'
                    MOVE 'PJ24INTE' TO WS-OPE-ORIGINE
                WHEN 'IMP'
                    MOVE 'PJ24INTE' TO WS-OPE-ORIGINE
                WHEN 'COM'
                    MOVE 'PJ40COMM' TO WS-OPE-ORIGINE
                WHEN OTHER
                    MOVE 'PJ22IMPU' TO WS-OPE-ORIGINE
            END-EVALUATE

      * CONTREPARTIE : TYPE DE FRAIS D'ABORD POUR UNE COMMISSION
            MOVE SPACES TO WS-GL-CONTREPARTIE
            IF FUS-NATURE = 'COM'
                AND FUS-LIB-COMMISSION = 'COMMISSION '
                MOVE 'F' TO WS-RCH-TYPE
                MOVE FUS-TYPE-FRAIS TO WS-RCH-CODE
                PERFORM CHERCHER-PLAN
                MOVE WS-RCH-COMPTE-GL TO WS-GL-CONTREPARTIE
            END-IF
            IF WS-GL-CONTREPARTIE = SPACES
                MOVE 'M' TO WS-RCH-TYPE
                MOVE FUS-NATURE TO WS-RCH-CODE
                PERFORM CHERCHER-PLAN
                MOVE WS-RCH-COMPTE-GL TO WS-GL-CONTREPARTIE
            END-IF

            PERFORM PASSER-OPERATION.

       TRAITER-MOUVEMENT-FIN.
            EXIT.

      * LES COMPTES INCONNUS OU CONSIGNES NE SONT PAS IMPUTES PAR
      * PJ22IMPU : ILS NE DONNENT DONC PAS D'ECRITURE
       LIRE-CLIENT.
            MOVE 0 TO WS-CLIENT-CONNU
            MOVE WS-NUM-PRECEDENT TO CLI-NUM-COMPTE
            READ F-CLIENT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CLI-DESHERENCE NOT = 'O'
                        MOVE 1 TO WS-CLIENT-CONNU
                    END-IF
            END-READ
            IF CLIENT-CONNU
                PERFORM CHERCHER-TIERS
            END-IF.

      * COMPTE DE TIERS DU CLIENT LU (NATURE DE COMPTE) ET AGENCE
       CHERCHER-TIERS.
            MOVE CLI-AGENCE TO WS-AGENCE
            MOVE 'N' TO WS-RCH-TYPE
            MOVE SPACES TO WS-RCH-CODE
            MOVE CLI-NATURE-COMPTE TO WS-RCH-CODE(1:2)
            PERFORM CHERCHER-PLAN
            MOVE WS-RCH-COMPTE-GL TO WS-GL-TIERS.

      * CONSIGNATIONS DE LA JOURNEE : LE SOLDE QUITTE LE COMPTE DE
      * TIERS DU CLIENT POUR LE COMPTE DE CONSIGNATION (M + DSH)
       TRAITER-CONSIGNATIONS.
            OPEN INPUT F-CONSIGN
            IF WS-FS-CON NOT = '00'
                DISPLAY 'PAS DE FCONSIGN - AUCUNE CONSIGNATION'
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-CONSIGN
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF CON-DATE-TRANSFERT = WS-DATE-JOURNAL
                                ADD 1 TO LOG-NB-LUS
                                PERFORM TRAITER-CONSIGNATION
                                    THRU TRAITER-CONSIGNATION-FIN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-CONSIGN
                MOVE 0 TO WS-EOF
            END-IF.

       TRAITER-CONSIGNATION.
            IF CON-SOLDE = 0
                GO TO TRAITER-CONSIGNATION-FIN
            END-IF
            ADD 1 TO WS-NB-CONSIGN

      * LE COMPTE EST DEJA MARQUE EN DESHERENCE : SEULES SA NATURE
      * ET SON AGENCE SONT UTILES ICI
            MOVE CON-NUM-COMPTE TO CLI-NUM-COMPTE
            READ F-CLIENT
                INVALID KEY
                    ADD 1 TO WS-NB-ECARTES
                    GO TO TRAITER-CONSIGNATION-FIN
            END-READ
            PERFORM CHERCHER-TIERS
            MOVE CON-NUM-COMPTE TO WS-OPE-NUM-COMPTE
      * SOLDE CREDITEUR TRANSFERE = DEBIT DU TIERS, ET INVERSEMENT
            IF CON-SOLDE > 0
                MOVE 'DB' TO WS-OPE-SENS
                MOVE CON-SOLDE TO WS-OPE-MONTANT
            ELSE
                MOVE 'CR' TO WS-OPE-SENS
                COMPUTE WS-OPE-MONTANT = 0 - CON-SOLDE
            END-IF
            MOVE 'DSH'             TO WS-OPE-NATURE
            MOVE 'PJ42DESH'        TO WS-OPE-ORIGINE
            MOVE 'CONSIGNATION   ' TO WS-OPE-LIBELLE

            MOVE 'M' TO WS-RCH-TYPE
            MOVE 'DSH' TO WS-RCH-CODE
            PERFORM CHERCHER-PLAN
            MOVE WS-RCH-COMPTE-GL TO WS-GL-CONTREPARTIE

            PERFORM PASSER-OPERATION.

       TRAITER-CONSIGNATION-FIN.
            EXIT.

       CHERCHER-PLAN.
            MOVE 0 TO WS-PLAN-TROUVE
            MOVE SPACES TO WS-RCH-COMPTE-GL
            PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                    UNTIL WS-IDX-PLC > WS-NB-PLAN
                IF WS-PLC-TYPE(WS-IDX-PLC) = WS-RCH-TYPE
                    AND WS-PLC-CODE(WS-IDX-PLC) = WS-RCH-CODE
                    SET WS-PLAN-TROUVE TO WS-IDX-PLC
                    MOVE WS-PLC-COMPTE-GL(WS-IDX-PLC)
                        TO WS-RCH-COMPTE-GL
                    SET WS-IDX-PLC TO WS-NB-PLAN
                END-IF
            END-PERFORM.

      * UNE OPERATION = UNE PIECE A DEUX LIGNES. CREDIT CLIENT :
      * DEBIT CONTREPARTIE / CREDIT TIERS ; DEBIT CLIENT : L'INVERSE
       PASSER-OPERATION.
            ADD 1 TO WS-NB-PIECES
            IF WS-OPE-SENS = 'CR'
                MOVE WS-GL-CONTREPARTIE TO WS-GL-DEBIT
                MOVE WS-GL-TIERS        TO WS-GL-CREDIT
            ELSE
                MOVE WS-GL-TIERS        TO WS-GL-DEBIT
                MOVE WS-GL-CONTREPARTIE TO WS-GL-CREDIT
            END-IF

            IF WS-GL-TIERS = SPACES
                MOVE 'N' TO WS-ANO-TYPE
                MOVE SPACES TO WS-ANO-CODE
                MOVE CLI-NATURE-COMPTE TO WS-ANO-CODE(1:2)
                PERFORM EDITER-ANOMALIE
            END-IF
            IF WS-GL-CONTREPARTIE = SPACES
                MOVE 'M' TO WS-ANO-TYPE
                MOVE WS-OPE-NATURE TO WS-ANO-CODE
                PERFORM EDITER-ANOMALIE
            END-IF

            IF WS-GL-DEBIT NOT = SPACES
                MOVE 'D' TO WS-LIGNE-SENS
                MOVE WS-GL-DEBIT TO WS-LIGNE-COMPTE-GL
                PERFORM ECRIRE-LIGNE
            END-IF
            IF WS-GL-CREDIT NOT = SPACES
                MOVE 'C' TO WS-LIGNE-SENS
                MOVE WS-GL-CREDIT TO WS-LIGNE-COMPTE-GL
                PERFORM ECRIRE-LIGNE
            END-IF.

       EDITER-ANOMALIE.
            ADD 1 TO WS-NB-ANOMALIES
            MOVE WS-OPE-NUM-COMPTE TO WS-ANO-COMPTE
            MOVE WS-OPE-MONTANT    TO WS-ANO-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-ANOMALIE.

       ECRIRE-LIGNE.
            MOVE SPACES TO ENR-ECRITURE
            MOVE 'E'                TO ECR-TYPE
            MOVE WS-DATE-JOURNAL    TO ECR-DATE
            MOVE WS-NB-PIECES       TO ECR-PIECE
            MOVE WS-LIGNE-COMPTE-GL TO ECR-COMPTE-GL
            MOVE WS-AGENCE          TO ECR-AGENCE
            MOVE WS-LIGNE-SENS      TO ECR-SENS
            MOVE WS-OPE-MONTANT     TO ECR-MONTANT
            MOVE WS-OPE-NUM-COMPTE  TO ECR-NUM-COMPTE
            MOVE WS-OPE-NATURE      TO ECR-NATURE
            MOVE WS-OPE-ORIGINE     TO ECR-ORIGINE
            MOVE WS-OPE-LIBELLE     TO ECR-LIBELLE
            WRITE ENR-ECRITURE
            ADD 1 TO WS-NB-LIGNES

            IF WS-LIGNE-SENS = 'D'
                ADD WS-OPE-MONTANT TO WS-TOT-DEBIT
            ELSE
                ADD WS-OPE-MONTANT TO WS-TOT-CREDIT
            END-IF

            MOVE WS-LIGNE-COMPTE-GL TO WS-CLE-COMPTE-GL
            MOVE WS-AGENCE          TO WS-CLE-AGENCE
            PERFORM CUMULER-BALANCE THRU CUMULER-BALANCE-FIN.

      * CUMUL DANS LA BALANCE ; UNE CLE NOUVELLE EST INSEREE A SA
      * PLACE POUR QUE L'EDITION SORTE PAR COMPTE PUIS AGENCE
       CUMULER-BALANCE.
            MOVE 0 TO WS-BAL-TROUVEE
            PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                    UNTIL WS-IDX-BAL > WS-NB-BAL
                IF WS-BAL-CLE(WS-IDX-BAL) = WS-CLE-BAL
                    SET WS-BAL-TROUVEE TO WS-IDX-BAL
                    SET WS-IDX-BAL TO WS-NB-BAL
                END-IF
            END-PERFORM

            IF WS-BAL-TROUVEE = 0
                IF WS-NB-BAL >= 300
                    DISPLAY 'BALANCE PLEINE - COMPTE ' WS-CLE-COMPTE-GL
                            ' AGENCE ' WS-CLE-AGENCE ' NON EDITE'
                    GO TO CUMULER-BALANCE-FIN
                END-IF
                ADD 1 TO WS-NB-BAL
                MOVE WS-NB-BAL TO WS-POS
                MOVE 0 TO WS-FIN-DECALAGE
                PERFORM UNTIL WS-FIN-DECALAGE = 1
                    IF WS-POS = 1
                        MOVE 1 TO WS-FIN-DECALAGE
                    ELSE
                        IF WS-BAL-CLE(WS-POS - 1) > WS-CLE-BAL
                            MOVE WS-BAL(WS-POS - 1) TO WS-BAL(WS-POS)
                            SUBTRACT 1 FROM WS-POS
                        ELSE
                            MOVE 1 TO WS-FIN-DECALAGE
                        END-IF
                    END-IF
                END-PERFORM
                MOVE WS-CLE-BAL TO WS-BAL-CLE(WS-POS)
                MOVE 0 TO WS-BAL-DEBIT(WS-POS)
                MOVE 0 TO WS-BAL-CREDIT(WS-POS)
                MOVE WS-POS TO WS-BAL-TROUVEE
            END-IF

            IF WS-LIGNE-SENS = 'D'
                ADD WS-OPE-MONTANT TO WS-BAL-DEBIT(WS-BAL-TROUVEE)
            ELSE
                ADD WS-OPE-MONTANT TO WS-BAL-CREDIT(WS-BAL-TROUVEE)
            END-IF.

       CUMULER-BALANCE-FIN.
            EXIT.

      * ENREGISTREMENT DE FIN : LE JOURNAL EST CLOS ET TRANSMISSIBLE
       CLORE-JOURNAL.
            MOVE SPACES TO ENR-ECRITURE-FIN
            MOVE 'T'             TO ECF-TYPE
            MOVE WS-DATE-JOURNAL TO ECF-DATE
            MOVE WS-NB-LIGNES    TO ECF-NB-LIGNES
            MOVE WS-TOT-DEBIT    TO ECF-TOTAL-DEBIT
            MOVE WS-TOT-CREDIT   TO ECF-TOTAL-CREDIT
            WRITE ENR-ECRITURE-FIN.

      * BALANCE : UNE LIGNE PAR COMPTE GENERAL ET AGENCE, UN
      * SOUS-TOTAL PAR COMPTE GENERAL, PUIS LE TOTAL DU JOURNAL
       EDITER-BALANCE.
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            MOVE SPACES TO WS-GL-PRECEDENT
            PERFORM VARYING WS-IDX-BAL FROM 1 BY 1
                    UNTIL WS-IDX-BAL > WS-NB-BAL
                IF WS-BAL-COMPTE-GL(WS-IDX-BAL) NOT = WS-GL-PRECEDENT
                    IF WS-GL-PRECEDENT NOT = SPACES
                        PERFORM EDITER-SOUS-TOTAL
                    END-IF
                    MOVE WS-BAL-COMPTE-GL(WS-IDX-BAL)
                        TO WS-GL-PRECEDENT
                    MOVE 0 TO WS-STO-DEBIT
                    MOVE 0 TO WS-STO-CREDIT
                END-IF
                ADD WS-BAL-DEBIT(WS-IDX-BAL)  TO WS-STO-DEBIT
                ADD WS-BAL-CREDIT(WS-IDX-BAL) TO WS-STO-CREDIT

                MOVE WS-BAL-COMPTE-GL(WS-IDX-BAL) TO WS-DET-COMPTE-GL
                MOVE SPACES TO WS-DET-LIBELLE
                PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                        UNTIL WS-IDX-PLC > WS-NB-PLAN
                    IF WS-PLC-COMPTE-GL(WS-IDX-PLC)
                        = WS-BAL-COMPTE-GL(WS-IDX-BAL)
                        MOVE WS-PLC-LIBELLE(WS-IDX-PLC)
                            TO WS-DET-LIBELLE
                        SET WS-IDX-PLC TO WS-NB-PLAN
                    END-IF
                END-PERFORM
                MOVE WS-BAL-AGENCE(WS-IDX-BAL) TO WS-DET-AGENCE
                MOVE WS-BAL-DEBIT(WS-IDX-BAL)  TO WS-DET-DEBIT
                MOVE WS-BAL-CREDIT(WS-IDX-BAL) TO WS-DET-CREDIT
                COMPUTE WS-SOLDE = WS-BAL-DEBIT(WS-IDX-BAL)
                    - WS-BAL-CREDIT(WS-IDX-BAL)
                MOVE WS-SOLDE TO WS-DET-SOLDE
                WRITE ENR-EDITION FROM WS-LIGNE-DETAIL
            END-PERFORM
            IF WS-GL-PRECEDENT NOT = SPACES
                PERFORM EDITER-SOUS-TOTAL
            END-IF

            MOVE WS-TOT-DEBIT  TO WS-TOT-ED-DEBIT
            MOVE WS-TOT-CREDIT TO WS-TOT-ED-CREDIT
            COMPUTE WS-SOLDE = WS-TOT-DEBIT - WS-TOT-CREDIT
            MOVE WS-SOLDE TO WS-TOT-ED-SOLDE
            MOVE WS-NB-PIECES    TO WS-CPG-ED-PIECES
            MOVE WS-NB-LIGNES    TO WS-CPG-ED-LIGNES
            MOVE WS-NB-ECARTES   TO WS-CPG-ED-ECARTES
            MOVE WS-NB-ANOMALIES TO WS-CPG-ED-ANOMALIES
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTAGE
            IF JOURNAL-EQUILIBRE
                WRITE ENR-EDITION FROM WS-LIGNE-CLOS
            ELSE
                WRITE ENR-EDITION FROM WS-LIGNE-NON-CLOS
            END-IF
            WRITE ENR-EDITION FROM WS-LIGNE-SEP.

       EDITER-SOUS-TOTAL.
            MOVE WS-GL-PRECEDENT TO WS-DET-COMPTE-GL
            MOVE '  TOTAL DU COMPTE' TO WS-DET-LIBELLE
            MOVE '**' TO WS-DET-AGENCE
            MOVE WS-STO-DEBIT  TO WS-DET-DEBIT
            MOVE WS-STO-CREDIT TO WS-DET-CREDIT
            COMPUTE WS-SOLDE = WS-STO-DEBIT - WS-STO-CREDIT
            MOVE WS-SOLDE TO WS-DET-SOLDE
            WRITE ENR-EDITION FROM WS-LIGNE-DETAIL
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE.

      * DECLARATION DU JOURNAL CLOS DANS LE FICHIER DE CONTROLE
       ECRIRE-CONTROLE.
            OPEN EXTEND F-CONTROLE
            IF WS-FS-CTRL = '35'
                CLOSE F-CONTROLE
                OPEN OUTPUT F-CONTROLE
            END-IF
            MOVE SPACES TO ENR-CONTROLE
            MOVE 'PJ50CPTA' TO CTL-PROGRAMME
            MOVE 'FECRITUR' TO CTL-FICHIER
            MOVE 'S' TO CTL-SENS
            MOVE WS-NB-LIGNES TO CTL-NB-ENR
            MOVE WS-TOT-DEBIT TO CTL-MONTANT
            WRITE ENR-CONTROLE
            CLOSE F-CONTROLE.
