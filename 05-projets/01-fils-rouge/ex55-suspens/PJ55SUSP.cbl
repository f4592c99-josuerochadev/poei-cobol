       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ55SUSP.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * SUIVI CONSOLIDE DES SUSPENS ET RESTES A TRAITER
      *
      * BATCH QUOTIDIEN QUI RASSEMBLE DANS UN REGISTRE UNIQUE
      * (FSUSPCON) TOUS LES ELEMENTS EN SOUFFRANCE DES FICHIERS DE
      * REJETS DE LA BANQUE :
      *   REJ = REJETS DE FORMAT PJ31VALD           (FREJET)
      *   ANO = MOUVEMENTS A VISER PJ32ANOM          (FANOMAL)
      *   SUS = SUSPENS DU CHARGEMENT C06-BANQUE03   (FSUSPENS)
      *   CHQ = CHEQUES REJETES CHEQMATCH            (FCHQREJ)
      *   PRL = PRELEVEMENTS RETOURNES PJ37PREL      (FPRELRET)
      *   ECH = FICHIER D'ECHANGE REFUSE PJ38IMPO    (FECHREF)
      *   VIR = VIREMENTS EXPIRES SANS DECISION      (VIRATT 'E')
      * POUR LES LISTES JOURNALIERES (FREJET, FANOMAL, FCHQREJ,
      * FPRELRET), LA CARTE DD CONCATENE LES GENERATIONS ENCORE EN
      * COURS DE TRAITEMENT PAR L'EQUIPE, COMME LES RETOURS FPRELRET
      * LUS PAR PJ51FRAG.
      * CHAQUE ELEMENT EST IDENTIFIE PAR SA SOURCE ET SA CLE ; LE
      * REGISTRE PORTE SON MONTANT, SON MOTIF, LA DATE OU IL A ETE
      * VU POUR LA PREMIERE FOIS, LA DERNIERE DATE OU IL A ETE VU
      * ET L'EQUIPE PROPRIETAIRE (CELLE DE SA SOURCE A LA CREATION ;
      * ELLE N'EST PLUS CHANGEE ENSUITE). UN ELEMENT OUVERT QUI
      * N'EST PLUS DANS SA SOURCE EST MARQUE RESOLU ('R', DATE DE
      * RESOLUTION) ; IL EST GARDE AU REGISTRE CONSERVRES JOURS
      * PUIS OUBLIE. UNE SOURCE ILLISIBLE NE RESOUT RIEN : SES
      * ELEMENTS RESTENT EN L'ETAT ET LE CODE RETOUR EST 4.
      * ETAT FEDITION : SOURCES LUES, NOMBRES ET MONTANTS DES
      * ELEMENTS OUVERTS PAR TRANCHE D'AGE (0-2, 3-7, 8-30, PLUS DE
      * 30 JOURS) ET PAR EQUIPE. LES ELEMENTS OUVERTS DEPUIS PLUS
      * DE SEUILESCAL JOURS PARTENT DANS LA LISTE DU SUPERVISEUR
      * FESCALAD ('NOUVEAU' LA PREMIERE FOIS, 'RAPPEL' ENSUITE).
      * PARAMETRES (PJ46PARM, PROGRAMME PJ55SUSP) :
      *   SEUILESCAL 9(03) AGE D'ESCALADE EN JOURS (DEFAUT 30)
      *   CONSERVRES 9(03) JOURS DE CONSERVATION DES RESOLUS
      *                    (DEFAUT 30)
      *   EQUIPE-XXX X(12) EQUIPE PROPRIETAIRE DE LA SOURCE XXX
      * A LANCER EN FIN DE CHAINE, APRES LES PRODUCTEURS DE REJETS.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL F-SUSPCON ASSIGN TO FSUSPCON
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-SPC.

            SELECT F-REJET ASSIGN TO FREJET
                FILE STATUS IS WS-FS-SRC.

            SELECT F-ANOMAL ASSIGN TO FANOMAL
                FILE STATUS IS WS-FS-SRC.

            SELECT F-SUSPENS ASSIGN TO FSUSPENS
                FILE STATUS IS WS-FS-SRC.

            SELECT F-CHQREJ ASSIGN TO FCHQREJ
                FILE STATUS IS WS-FS-SRC.

            SELECT F-PRELRET ASSIGN TO FPRELRET
                FILE STATUS IS WS-FS-SRC.

            SELECT F-ECHREF ASSIGN TO FECHREF
                FILE STATUS IS WS-FS-SRC.

            SELECT F-VIRATT ASSIGN TO VIRATT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ATT-CLE
                FILE STATUS IS WS-FS-SRC.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

            SELECT F-ESCALADE ASSIGN TO FESCALAD
                FILE STATUS IS WS-FS-ESC.

       DATA DIVISION.
       FILE SECTION.

      * REGISTRE CONSOLIDE DES SUSPENS
       FD F-SUSPCON.
       01 ENR-SUSPCON.
           05 SPC-SOURCE           PIC X(03).
           05 SPC-CLE              PIC X(44).
           05 SPC-MONTANT          PIC 9(11)V99.
           05 SPC-MOTIF            PIC X(30).
           05 SPC-DATE-VU          PIC 9(08).
           05 SPC-DATE-DERNIER     PIC 9(08).
           05 SPC-EQUIPE           PIC X(12).
           05 SPC-STATUT           PIC X(01).
           05 SPC-DATE-RESOLU      PIC 9(08).
           05 SPC-ESCALADE         PIC X(01).
           05 FILLER               PIC X(22).

      * REJETS DE FORMAT (DESSIN PJ31VALD)
       FD F-REJET.
       01 ENR-REJET.
           05 REJ-MOUVEMENT.
               10 REJ-NUM-COMPTE   PIC X(03).
               10 REJ-LIBELLE      PIC X(15).
               10 REJ-MONTANT      PIC S9(06)V99.
               10 REJ-SENS         PIC X(02).
               10 REJ-NATURE       PIC X(03).
               10 REJ-DATE-MVT     PIC X(10).
               10 FILLER           PIC X(39).
           05 REJ-CODE             PIC X(03).
           05 REJ-DATE             PIC X(10).
           05 FILLER               PIC X(07).

      * MOUVEMENTS A VISER (DESSIN PJ32ANOM)
       FD F-ANOMAL.
       01 ENR-ANOMAL.
           05 ANO-TYPE             PIC X(01).
           05 ANO-NUM-COMPTE       PIC 9(03).
           05 ANO-DATE             PIC X(10).
           05 ANO-NATURE           PIC X(03).
           05 ANO-MONTANT          PIC 9(10)V99.
           05 FILLER               PIC X(51).

      * SUSPENS DU CHARGEMENT (DESSIN C06-BANQUE03) ; UN MOUVEMENT
      * 'M' PORTE SON MONTANT EN POSITIONS 16-26 DES DONNEES
       FD F-SUSPENS.
       01 ENR-SUSPENS.
           05 SUSP-TYPE            PIC X(01).
           05 SUSP-RAISON          PIC X(20).
           05 SUSP-DONNEES         PIC X(54).
           05 SUSP-MOUVEMENT REDEFINES SUSP-DONNEES.
               10 SUSP-MVT-CLIENT  PIC X(07).
               10 SUSP-MVT-DATE    PIC X(08).
               10 SUSP-MVT-MONTANT PIC 9(09)V99.
               10 FILLER           PIC X(28).

      * CHEQUES REJETES (DESSIN CHEQMATCH)
       FD F-CHQREJ.
       01 ENR-CHQREJ.
           05 CHR-COMPTE           PIC X(11).
           05 CHR-NUMERO           PIC 9(07).
           05 CHR-MONTANT          PIC 9(07)V99.
           05 FILLER               PIC X(53).
           05 CHR-MOTIF            PIC X(03).
           05 CHR-DATE             PIC X(08).
           05 CHR-CODE-RETOUR      PIC X(02).
           05 FILLER               PIC X(07).

      * PRELEVEMENTS RETOURNES AUX CREANCIERS (DESSIN PJ37PREL)
       FD F-PRELRET.
       01 ENR-PRELRET.
           05 PRR-DEMANDE.
               10 PRR-CREANCIER    PIC X(08).
               10 PRR-NUM-COMPTE   PIC X(03).
               10 PRR-LIBELLE      PIC X(15).
               10 PRR-MONTANT      PIC 9(06)V99.
               10 PRR-DATE         PIC X(10).
               10 PRR-REF-CREANCIER PIC X(12).
               10 FILLER           PIC X(24).
           05 PRR-CODE             PIC X(03).
           05 PRR-DATE-RETOUR      PIC X(10).
           05 FILLER               PIC X(07).

      * FICHIER D'ECHANGE REFUSE (DESSIN PJ38IMPO)
       FD F-ECHREF.
       01 ENR-ECHREF.
           05 ECR-CLE.
               10 ECR-DATE-ENTETE  PIC X(10).
               10 ECR-NB-ANNONCE   PIC 9(07).
               10 ECR-MT-ANNONCE   PIC S9(13)V99.
           05 ECR-MOTIF            PIC X(40).
           05 ECR-DATE-REFUS       PIC X(10).
           05 FILLER               PIC X(18).

      * VIREMENTS EN ATTENTE DE DECISION (DESSIN VIRATT)
       FD F-VIRATT.
       01 ENR-VIRATT.
           05 ATT-CLE.
               10 ATT-DATE         PIC 9(07).
               10 ATT-HEURE        PIC 9(07).
               10 ATT-TACHE        PIC 9(07).
           05 ATT-STATUT           PIC X(01).
           05 ATT-INITIATEUR       PIC X(08).
           05 ATT-COMPTE-SOURCE    PIC X(11).
           05 ATT-COMPTE-CIBLE     PIC X(11).
           05 ATT-MONTANT          PIC 9(07)V99 COMP-3.
           05 ATT-SUPERVISEUR      PIC X(08).
           05 ATT-DATE-DECISION    PIC 9(07).
           05 ATT-MOTIF            PIC X(30).
           05 ATT-PROCURATION      PIC 9(02).
           05 ATT-REPRESENTANT     PIC 9(02).
           05 ATT-REPR-LEGAL       PIC X(01).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       FD F-ESCALADE.
       01 ENR-ESCALADE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-SPC                PIC X(02).
       01 WS-FS-SRC                PIC X(02).
       01 WS-FS-EDI                PIC X(02).
       01 WS-FS-ESC                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * LES SEPT SOURCES : CODE, FICHIER, EQUIPE PAR DEFAUT
       01 WS-SOURCES-INIT.
           05 FILLER               PIC X(23)
              VALUE 'REJFREJET  BACK-OFFICE '.
           05 FILLER               PIC X(23)
              VALUE 'ANOFANOMAL CONTROLE    '.
           05 FILLER               PIC X(23)
              VALUE 'SUSFSUSPENSBACK-OFFICE '.
           05 FILLER               PIC X(23)
              VALUE 'CHQFCHQREJ CHEQUES     '.
           05 FILLER               PIC X(23)
              VALUE 'PRLFPRELRETPRELEVEMENTS'.
           05 FILLER               PIC X(23)
              VALUE 'ECHFECHREF ECHANGES    '.
           05 FILLER               PIC X(23)
              VALUE 'VIRVIRATT  VIREMENTS   '.
       01 WS-TAB-SOURCES REDEFINES WS-SOURCES-INIT.
           05 WS-SOURCE OCCURS 7 TIMES
                         INDEXED BY WS-IDX-SRC.
               10 WS-SRC-CODE      PIC X(03).
               10 WS-SRC-FICHIER   PIC X(08).
               10 WS-SRC-EQUIPE    PIC X(12).
       01 WS-TAB-SOURCES-ETAT.
           05 WS-SOURCE-ETAT OCCURS 7 TIMES.
               10 WS-SRC-LUE       PIC 9(01).
               10 WS-SRC-NB        PIC 9(05).
       01 WS-NUM-SOURCE            PIC 9(01) VALUE 0.
       01 WS-SOURCES-NON-LUES      PIC 9(01) VALUE 0.

      * REGISTRE EN TABLE
       01 WS-NB-ITEMS              PIC 9(04) VALUE 0.
       01 WS-TAB-ITEMS.
           05 WS-ITEM OCCURS 3000 TIMES
                       INDEXED BY WS-IDX-ITM.
               10 WS-ITM-SOURCE    PIC X(03).
               10 WS-ITM-CLE       PIC X(44).
               10 WS-ITM-MONTANT   PIC 9(11)V99.
               10 WS-ITM-MOTIF     PIC X(30).
               10 WS-ITM-DATE-VU   PIC 9(08).
               10 WS-ITM-DATE-DER  PIC 9(08).
               10 WS-ITM-EQUIPE    PIC X(12).
               10 WS-ITM-STATUT    PIC X(01).
               10 WS-ITM-DATE-RES  PIC 9(08).
               10 WS-ITM-ESCALADE  PIC X(01).
               10 WS-ITM-PRESENT   PIC 9(01).
               10 WS-ITM-AGE       PIC 9(05).
       01 WS-TABLE-PLEINE          PIC 9(01) VALUE 0.
       01 WS-ITEM-TROUVE           PIC 9(01) VALUE 0.

      * ELEMENT LU DANS UNE SOURCE
       01 WS-COURANT.
           05 WS-CRT-CLE           PIC X(44).
           05 WS-CRT-MONTANT       PIC 9(11)V99.
           05 WS-CRT-MOTIF         PIC X(30).
       01 WS-MONTANT-SIGNE         PIC S9(13)V99 VALUE 0.
       01 WS-ECR-MONTANT-ED        PIC X(15).

      * PARAMETRES
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).
       01 WS-SEUIL-ESCALADE        PIC 9(03) VALUE 30.
       01 WS-CONSERV-RESOLUS       PIC 9(03) VALUE 30.

      * DATE DU TRAITEMENT ET CALCUL DES AGES EN JOURS (NUMERO DE
      * JOUR JULIEN, DIVISIONS ENTIERES)
       01 WS-DATE-JOUR             PIC 9(08) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).
       01 WS-DATE-EDIT             PIC X(10).
       01 WS-NUM-JOUR              PIC 9(07) VALUE 0.
       01 WS-NJ-DATE               PIC 9(08) VALUE 0.
       01 WS-NJ-DATE-R REDEFINES WS-NJ-DATE.
           05 WS-NJ-ANNEE          PIC 9(04).
           05 WS-NJ-MOIS           PIC 9(02).
           05 WS-NJ-JOUR           PIC 9(02).
       01 WS-NJ-A                  PIC 9(01) VALUE 0.
       01 WS-NJ-Y                  PIC 9(05) VALUE 0.
       01 WS-NJ-M                  PIC 9(02) VALUE 0.
       01 WS-NJ-T1                 PIC 9(05) VALUE 0.
       01 WS-NJ-Y4                 PIC 9(05) VALUE 0.
       01 WS-NJ-Y100               PIC 9(05) VALUE 0.
       01 WS-NJ-Y400               PIC 9(05) VALUE 0.
       01 WS-NJ-NUMERO             PIC 9(07) VALUE 0.
       01 WS-ECART                 PIC S9(07) VALUE 0.

      * CUMULS PAR TRANCHE D'AGE (1 = 0-2, 2 = 3-7, 3 = 8-30,
      * 4 = PLUS DE 30 JOURS)
       01 WS-TRANCHE               PIC 9(01) VALUE 0.
       01 WS-TAB-TRANCHES.
           05 WS-TRANCHE-CUMUL OCCURS 4 TIMES
                                INDEXED BY WS-IDX-TRA.
               10 WS-TRA-NB        PIC 9(05).
               10 WS-TRA-MONTANT   PIC 9(13)V99.
       01 WS-LIBELLES-TRANCHES.
           05 FILLER               PIC X(16) VALUE '0 A 2 JOURS'.
           05 FILLER               PIC X(16) VALUE '3 A 7 JOURS'.
           05 FILLER               PIC X(16) VALUE '8 A 30 JOURS'.
           05 FILLER               PIC X(16) VALUE 'PLUS DE 30 JOURS'.
       01 WS-TAB-LIB-TRANCHES REDEFINES WS-LIBELLES-TRANCHES.
           05 WS-LIB-TRANCHE       PIC X(16) OCCURS 4 TIMES.

      * CUMULS PAR EQUIPE
       01 WS-NB-EQUIPES            PIC 9(02) VALUE 0.
       01 WS-TAB-EQUIPES.
           05 WS-EQUIPE OCCURS 20 TIMES
                         INDEXED BY WS-IDX-EQU.
               10 WS-EQU-NOM       PIC X(12).
               10 WS-EQU-NB        PIC 9(05) OCCURS 4 TIMES.
               10 WS-EQU-TOTAL     PIC 9(05).
               10 WS-EQU-MONTANT   PIC 9(13)V99.
       01 WS-EQUIPE-TROUVEE        PIC 9(01) VALUE 0.

      * COMPTEURS DU BILAN
       01 WS-NB-OUVERTS            PIC 9(05) VALUE 0.
       01 WS-MT-OUVERTS            PIC 9(13)V99 VALUE 0.
       01 WS-NB-NOUVEAUX           PIC 9(05) VALUE 0.
       01 WS-NB-RESOLUS            PIC 9(05) VALUE 0.
       01 WS-NB-OUBLIES            PIC 9(05) VALUE 0.
       01 WS-NB-ESCALADES          PIC 9(05) VALUE 0.
       01 WS-NB-LUS                PIC 9(07) VALUE 0.
       01 WS-NB-ECRITS             PIC 9(07) VALUE 0.

      * LIGNES DE L'ETAT
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.
       01 WS-LIGNE-TIRETS          PIC X(80) VALUE ALL '-'.
       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(40)
              VALUE '*** SUSPENS ET RESTES A TRAITER - SITUAT'.
           05 FILLER               PIC X(09) VALUE 'ION AU : '.
           05 WS-TIT-DATE          PIC X(10).
           05 FILLER               PIC X(04) VALUE ' ***'.
           05 FILLER               PIC X(17) VALUE SPACES.

       01 WS-LIGNE-SECTION.
           05 FILLER               PIC X(04) VALUE '--- '.
           05 WS-SEC-LIBELLE       PIC X(50).
           05 FILLER               PIC X(26) VALUE SPACES.

       01 WS-LIGNE-SOURCE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LSO-CODE          PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LSO-FICHIER       PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LSO-ETAT          PIC X(40).
           05 WS-LSO-NB            PIC Z(04)9.
           05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-LIGNE-ENTETE-TRANCHE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE 'TRANCHE D AGE'.
           05 FILLER               PIC X(10) VALUE '    NOMBRE'.
           05 FILLER               PIC X(20)
              VALUE '             MONTANT'.
           05 FILLER               PIC X(28) VALUE SPACES.

       01 WS-LIGNE-TRANCHE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTR-LIBELLE       PIC X(20).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WS-LTR-NB            PIC Z(04)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTR-MONTANT       PIC Z(13)9.99.
           05 FILLER               PIC X(29) VALUE SPACES.

       01 WS-LIGNE-ENTETE-EQUIPE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE 'EQUIPE'.
           05 FILLER               PIC X(30)
              VALUE '   0-2   3-7  8-30   >30 TOTAL'.
           05 FILLER               PIC X(18)
              VALUE '           MONTANT'.
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LIGNE-EQUIPE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LEQ-NOM           PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LEQ-DETAIL OCCURS 4 TIMES.
               10 FILLER           PIC X(01).
               10 WS-LEQ-NB        PIC Z(04)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LEQ-TOTAL         PIC Z(04)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LEQ-MONTANT       PIC Z(13)9.99.
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LIGNE-COMPTEUR.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCO-LIBELLE       PIC X(40).
           05 WS-LCO-NB            PIC Z(04)9.
           05 FILLER               PIC X(33) VALUE SPACES.

       01 WS-LIGNE-TITRE-ESC.
           05 FILLER               PIC X(40)
              VALUE '*** SUSPENS A ESCALADER AU SUPERVISEUR -'.
           05 FILLER               PIC X(09) VALUE ' AGE >   '.
           05 WS-TES-SEUIL         PIC ZZ9.
           05 FILLER               PIC X(11) VALUE ' JOURS AU '.
           05 WS-TES-DATE          PIC X(10).
           05 FILLER               PIC X(07) VALUE SPACES.

       01 WS-LIGNE-ESCALADE.
           05 WS-LES-SOURCE        PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LES-CLE           PIC X(28).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LES-MONTANT       PIC Z(08)9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LES-AGE           PIC Z(04)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LES-EQUIPE        PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LES-RAPPEL        PIC X(07).
           05 FILLER               PIC X(08) VALUE SPACES.

       01 WS-LIGNE-ESCALADE-MOTIF.
           05 FILLER               PIC X(12) VALUE '    MOTIF : '.
           05 WS-LEM-MOTIF         PIC X(30).
           05 FILLER               PIC X(17)
              VALUE '  VU DEPUIS LE : '.
           05 WS-LEM-DATE          PIC 9(08).
           05 FILLER               PIC X(13) VALUE SPACES.

       01 WS-LIGNE-RIEN.
           05 FILLER               PIC X(30)
              VALUE '  (AUCUN SUSPENS A ESCALADER)'.
           05 FILLER               PIC X(50) VALUE SPACES.

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ55SUSP'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       PRINCIPAL.
            MOVE 'D' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ55SUSP'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-EDIT
            MOVE WS-DATE-JOUR TO WS-NJ-DATE
            PERFORM CALCULER-NUMERO-JOUR
            MOVE WS-NJ-NUMERO TO WS-NUM-JOUR

            INITIALIZE WS-TAB-TRANCHES WS-TAB-EQUIPES
            PERFORM LIRE-PARAMETRES
            PERFORM CHARGER-REGISTRE THRU CHARGER-REGISTRE-FIN

            PERFORM LIRE-REJETS     THRU LIRE-REJETS-FIN
            PERFORM LIRE-ANOMALIES  THRU LIRE-ANOMALIES-FIN
            PERFORM LIRE-SUSPENS    THRU LIRE-SUSPENS-FIN
            PERFORM LIRE-CHEQUES    THRU LIRE-CHEQUES-FIN
            PERFORM LIRE-PRELEVEMENTS THRU LIRE-PRELEVEMENTS-FIN
            PERFORM LIRE-ECHANGES   THRU LIRE-ECHANGES-FIN
            PERFORM LIRE-VIREMENTS  THRU LIRE-VIREMENTS-FIN

            PERFORM VARYING WS-IDX-ITM FROM 1 BY 1
                    UNTIL WS-IDX-ITM > WS-NB-ITEMS
                PERFORM CLASSER-ITEM
            END-PERFORM

            PERFORM EDITER-ESCALADES
            PERFORM EDITER-ETAT
            PERFORM SAUVER-REGISTRE

            DISPLAY 'SUSPENS OUVERTS         : ' WS-NB-OUVERTS
            DISPLAY 'NOUVEAUX CE JOUR        : ' WS-NB-NOUVEAUX
            DISPLAY 'RESOLUS CE JOUR         : ' WS-NB-RESOLUS
            DISPLAY 'ESCALADES AU SUPERVISEUR: ' WS-NB-ESCALADES
            IF WS-SOURCES-NON-LUES = 1 OR WS-TABLE-PLEINE = 1
                MOVE '04' TO LOG-STATUT
            END-IF
            DISPLAY 'FIN DU PROGRAMME PJ55SUSP'
            MOVE WS-NB-LUS    TO LOG-NB-LUS
            MOVE WS-NB-ECRITS TO LOG-NB-ECRITS
            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            IF LOG-STATUT = '04'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

      * SEUILS ET EQUIPES PROPRIETAIRES (DEFAUTS SI ABSENTS)
       LIRE-PARAMETRES.
            MOVE 'PJ55SUSP' TO PRM-PROGRAMME
            MOVE 'SEUILESCAL' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1 AND PRM-VALEUR(1:3) NUMERIC
                MOVE PRM-VALEUR(1:3) TO WS-SEUIL-ESCALADE
            END-IF
            MOVE 'CONSERVRES' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1 AND PRM-VALEUR(1:3) NUMERIC
                MOVE PRM-VALEUR(1:3) TO WS-CONSERV-RESOLUS
            END-IF
            PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                    UNTIL WS-IDX-SRC > 7
                MOVE SPACES TO PRM-NOM
                STRING 'EQUIPE-' WS-SRC-CODE(WS-IDX-SRC)
                    DELIMITED BY SIZE INTO PRM-NOM
                CALL 'PJ46PARM' USING WS-ZONE-PARM
                IF PRM-TROUVE = 1 AND PRM-VALEUR NOT = SPACES
                    MOVE PRM-VALEUR(1:12) TO WS-SRC-EQUIPE(WS-IDX-SRC)
                END-IF
                MOVE 0 TO WS-SRC-LUE(WS-IDX-SRC)
                MOVE 0 TO WS-SRC-NB(WS-IDX-SRC)
            END-PERFORM
            DISPLAY 'SEUIL D ESCALADE (JOURS) : ' WS-SEUIL-ESCALADE.

      * LE REGISTRE DE LA VEILLE ; AUCUN ELEMENT N'EST ENCORE VU
       CHARGER-REGISTRE.
            OPEN INPUT F-SUSPCON
            IF WS-FS-SPC NOT = '00' AND WS-FS-SPC NOT = '05'
                DISPLAY 'ERREUR OUVERTURE FSUSPCON : ' WS-FS-SPC
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-SUSPCON
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF WS-NB-ITEMS < 3000
                            ADD 1 TO WS-NB-ITEMS
                            SET WS-IDX-ITM TO WS-NB-ITEMS
                            MOVE SPC-SOURCE
                                TO WS-ITM-SOURCE(WS-IDX-ITM)
                            MOVE SPC-CLE
                                TO WS-ITM-CLE(WS-IDX-ITM)
                            MOVE SPC-MONTANT
                                TO WS-ITM-MONTANT(WS-IDX-ITM)
                            MOVE SPC-MOTIF
                                TO WS-ITM-MOTIF(WS-IDX-ITM)
                            MOVE SPC-DATE-VU
                                TO WS-ITM-DATE-VU(WS-IDX-ITM)
                            MOVE SPC-DATE-DERNIER
                                TO WS-ITM-DATE-DER(WS-IDX-ITM)
                            MOVE SPC-EQUIPE
                                TO WS-ITM-EQUIPE(WS-IDX-ITM)
                            MOVE SPC-STATUT
                                TO WS-ITM-STATUT(WS-IDX-ITM)
                            MOVE SPC-DATE-RESOLU
                                TO WS-ITM-DATE-RES(WS-IDX-ITM)
                            MOVE SPC-ESCALADE
                                TO WS-ITM-ESCALADE(WS-IDX-ITM)
                            MOVE 0 TO WS-ITM-PRESENT(WS-IDX-ITM)
                            MOVE 0 TO WS-ITM-AGE(WS-IDX-ITM)
                        ELSE
                            MOVE 1 TO WS-TABLE-PLEINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-SUSPCON.

       CHARGER-REGISTRE-FIN.
            EXIT.

      * ---- LECTURE DES SOURCES : UNE SOURCE ILLISIBLE EST NOTEE ET
      * ---- SES ELEMENTS NE SERONT PAS RESOLUS
       LIRE-REJETS.
            MOVE 1 TO WS-NUM-SOURCE
            OPEN INPUT F-REJET
            IF WS-FS-SRC NOT = '00'
                PERFORM NOTER-SOURCE-NON-LUE
                GO TO LIRE-REJETS-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-REJET
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WS-COURANT
                        MOVE REJ-MOUVEMENT(1:41) TO WS-CRT-CLE
                        MOVE REJ-CODE TO WS-CRT-CLE(42:3)
                        MOVE 0 TO WS-CRT-MONTANT
                        IF REJ-MONTANT NUMERIC
                            MOVE REJ-MONTANT TO WS-MONTANT-SIGNE
                            PERFORM PRENDRE-MONTANT-SIGNE
                        END-IF
                        STRING 'REJET DE FORMAT ' REJ-CODE
                            DELIMITED BY SIZE INTO WS-CRT-MOTIF
                        PERFORM RAPPROCHER-ITEM
                END-READ
            END-PERFORM
            CLOSE F-REJET
            MOVE 1 TO WS-SRC-LUE(WS-NUM-SOURCE).

       LIRE-REJETS-FIN.
            EXIT.

       LIRE-ANOMALIES.
            MOVE 2 TO WS-NUM-SOURCE
            OPEN INPUT F-ANOMAL
            IF WS-FS-SRC NOT = '00'
                PERFORM NOTER-SOURCE-NON-LUE
                GO TO LIRE-ANOMALIES-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-ANOMAL
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WS-COURANT
                        MOVE ENR-ANOMAL(1:29) TO WS-CRT-CLE
                        MOVE ANO-MONTANT TO WS-CRT-MONTANT
                        IF ANO-TYPE = 'P'
                            MOVE 'MONTANT AU DELA DU PLAFOND'
                                TO WS-CRT-MOTIF
                        ELSE
                            MOVE 'VARIATION JOURNALIERE ANORMALE'
                                TO WS-CRT-MOTIF
                        END-IF
                        PERFORM RAPPROCHER-ITEM
                END-READ
            END-PERFORM
            CLOSE F-ANOMAL
            MOVE 1 TO WS-SRC-LUE(WS-NUM-SOURCE).

       LIRE-ANOMALIES-FIN.
            EXIT.

       LIRE-SUSPENS.
            MOVE 3 TO WS-NUM-SOURCE
            OPEN INPUT F-SUSPENS
            IF WS-FS-SRC NOT = '00'
                PERFORM NOTER-SOURCE-NON-LUE
                GO TO LIRE-SUSPENS-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-SUSPENS
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WS-COURANT
                        MOVE SUSP-TYPE TO WS-CRT-CLE(1:1)
                        MOVE SUSP-DONNEES(1:43) TO WS-CRT-CLE(2:43)
                        MOVE 0 TO WS-CRT-MONTANT
                        IF SUSP-TYPE = 'M'
                            AND SUSP-MVT-MONTANT NUMERIC
                            MOVE SUSP-MVT-MONTANT TO WS-CRT-MONTANT
                        END-IF
                        MOVE SUSP-RAISON TO WS-CRT-MOTIF
                        PERFORM RAPPROCHER-ITEM
                END-READ
            END-PERFORM
            CLOSE F-SUSPENS
            MOVE 1 TO WS-SRC-LUE(WS-NUM-SOURCE).

       LIRE-SUSPENS-FIN.
            EXIT.

       LIRE-CHEQUES.
            MOVE 4 TO WS-NUM-SOURCE
            OPEN INPUT F-CHQREJ
            IF WS-FS-SRC NOT = '00'
                PERFORM NOTER-SOURCE-NON-LUE
                GO TO LIRE-CHEQUES-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-CHQREJ
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WS-COURANT
                        MOVE ENR-CHQREJ(1:18) TO WS-CRT-CLE
                        MOVE CHR-MOTIF TO WS-CRT-CLE(19:3)
                        MOVE 0 TO WS-CRT-MONTANT
                        IF CHR-MONTANT NUMERIC
                            MOVE CHR-MONTANT TO WS-CRT-MONTANT
                        END-IF
                        STRING 'CHEQUE REJETE ' CHR-MOTIF
                               ' CODE ' CHR-CODE-RETOUR
                            DELIMITED BY SIZE INTO WS-CRT-MOTIF
                        PERFORM RAPPROCHER-ITEM
                END-READ
            END-PERFORM
            CLOSE F-CHQREJ
            MOVE 1 TO WS-SRC-LUE(WS-NUM-SOURCE).

       LIRE-CHEQUES-FIN.
            EXIT.

       LIRE-PRELEVEMENTS.
            MOVE 5 TO WS-NUM-SOURCE
            OPEN INPUT F-PRELRET
            IF WS-FS-SRC NOT = '00'
                PERFORM NOTER-SOURCE-NON-LUE
                GO TO LIRE-PRELEVEMENTS-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-PRELRET
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WS-COURANT
                        STRING PRR-CREANCIER PRR-NUM-COMPTE
                               PRR-REF-CREANCIER PRR-DATE PRR-CODE
                            DELIMITED BY SIZE INTO WS-CRT-CLE
                        MOVE 0 TO WS-CRT-MONTANT
                        IF PRR-MONTANT NUMERIC
                            MOVE PRR-MONTANT TO WS-CRT-MONTANT
                        END-IF
                        STRING 'PRELEVEMENT RETOURNE ' PRR-CODE
                            DELIMITED BY SIZE INTO WS-CRT-MOTIF
                        PERFORM RAPPROCHER-ITEM
                END-READ
            END-PERFORM
            CLOSE F-PRELRET
            MOVE 1 TO WS-SRC-LUE(WS-NUM-SOURCE).

       LIRE-PRELEVEMENTS-FIN.
            EXIT.

       LIRE-ECHANGES.
            MOVE 6 TO WS-NUM-SOURCE
            OPEN INPUT F-ECHREF
            IF WS-FS-SRC NOT = '00'
                PERFORM NOTER-SOURCE-NON-LUE
                GO TO LIRE-ECHANGES-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-ECHREF
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO WS-COURANT
                        MOVE ECR-CLE TO WS-CRT-CLE
                        MOVE 0 TO WS-CRT-MONTANT
                        IF ECR-MT-ANNONCE NUMERIC
                            MOVE ECR-MT-ANNONCE TO WS-MONTANT-SIGNE
                            PERFORM PRENDRE-MONTANT-SIGNE
                        END-IF
                        MOVE ECR-MOTIF TO WS-CRT-MOTIF
                        PERFORM RAPPROCHER-ITEM
                END-READ
            END-PERFORM
            CLOSE F-ECHREF
            MOVE 1 TO WS-SRC-LUE(WS-NUM-SOURCE).

       LIRE-ECHANGES-FIN.
            EXIT.

      * SEULS LES VIREMENTS EXPIRES SONT DES SUSPENS : UN VIREMENT
      * ENCORE EN ATTENTE ATTEND SA DECISION DU JOUR
       LIRE-VIREMENTS.
            MOVE 7 TO WS-NUM-SOURCE
            OPEN INPUT F-VIRATT
            IF WS-FS-SRC NOT = '00'
                PERFORM NOTER-SOURCE-NON-LUE
                GO TO LIRE-VIREMENTS-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-VIRATT NEXT
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF ATT-STATUT = 'E'
                            MOVE SPACES TO WS-COURANT
                            MOVE ATT-CLE TO WS-CRT-CLE
                            MOVE ATT-COMPTE-SOURCE
                                TO WS-CRT-CLE(22:11)
                            MOVE ATT-MONTANT TO WS-CRT-MONTANT
                            MOVE 'VIREMENT EXPIRE SANS DECISION'
                                TO WS-CRT-MOTIF
                            PERFORM RAPPROCHER-ITEM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-VIRATT
            MOVE 1 TO WS-SRC-LUE(WS-NUM-SOURCE).

       LIRE-VIREMENTS-FIN.
            EXIT.

       NOTER-SOURCE-NON-LUE.
            MOVE 1 TO WS-SOURCES-NON-LUES
            DISPLAY 'SOURCE ' WS-SRC-CODE(WS-NUM-SOURCE) ' ('
                    WS-SRC-FICHIER(WS-NUM-SOURCE) ') ILLISIBLE : '
                    WS-FS-SRC ' - SUSPENS CONSERVES EN L ETAT'.

       PRENDRE-MONTANT-SIGNE.
            IF WS-MONTANT-SIGNE < 0
                COMPUTE WS-CRT-MONTANT = 0 - WS-MONTANT-SIGNE
            ELSE
                MOVE WS-MONTANT-SIGNE TO WS-CRT-MONTANT
            END-IF.

      * L'ELEMENT LU EST-IL DEJA AU REGISTRE ? ON CHERCHE UN ELEMENT
      * OUVERT DE MEME SOURCE ET MEME CLE PAS ENCORE VU CE JOUR
      * (DEUX ELEMENTS IDENTIQUES DANS LA SOURCE RESTENT DEUX
      * ELEMENTS AU REGISTRE) ; A DEFAUT, IL EST CREE
       RAPPROCHER-ITEM.
            ADD 1 TO WS-NB-LUS
            ADD 1 TO WS-SRC-NB(WS-NUM-SOURCE)
            MOVE 0 TO WS-ITEM-TROUVE
            PERFORM VARYING WS-IDX-ITM FROM 1 BY 1
                    UNTIL WS-IDX-ITM > WS-NB-ITEMS
                       OR WS-ITEM-TROUVE = 1
                IF WS-ITM-SOURCE(WS-IDX-ITM)
                        = WS-SRC-CODE(WS-NUM-SOURCE)
                    AND WS-ITM-CLE(WS-IDX-ITM) = WS-CRT-CLE
                    AND WS-ITM-STATUT(WS-IDX-ITM) = 'O'
                    AND WS-ITM-PRESENT(WS-IDX-ITM) = 0
                    MOVE 1 TO WS-ITEM-TROUVE
                    MOVE 1 TO WS-ITM-PRESENT(WS-IDX-ITM)
                    MOVE WS-CRT-MONTANT TO WS-ITM-MONTANT(WS-IDX-ITM)
                    MOVE WS-CRT-MOTIF   TO WS-ITM-MOTIF(WS-IDX-ITM)
                    MOVE WS-DATE-JOUR   TO WS-ITM-DATE-DER(WS-IDX-ITM)
                END-IF
            END-PERFORM

            IF WS-ITEM-TROUVE = 0
                IF WS-NB-ITEMS < 3000
                    ADD 1 TO WS-NB-ITEMS
                    ADD 1 TO WS-NB-NOUVEAUX
                    SET WS-IDX-ITM TO WS-NB-ITEMS
                    MOVE WS-SRC-CODE(WS-NUM-SOURCE)
                        TO WS-ITM-SOURCE(WS-IDX-ITM)
                    MOVE WS-CRT-CLE     TO WS-ITM-CLE(WS-IDX-ITM)
                    MOVE WS-CRT-MONTANT TO WS-ITM-MONTANT(WS-IDX-ITM)
                    MOVE WS-CRT-MOTIF   TO WS-ITM-MOTIF(WS-IDX-ITM)
                    MOVE WS-DATE-JOUR   TO WS-ITM-DATE-VU(WS-IDX-ITM)
                    MOVE WS-DATE-JOUR   TO WS-ITM-DATE-DER(WS-IDX-ITM)
                    MOVE WS-SRC-EQUIPE(WS-NUM-SOURCE)
                        TO WS-ITM-EQUIPE(WS-IDX-ITM)
                    MOVE 'O' TO WS-ITM-STATUT(WS-IDX-ITM)
                    MOVE 0   TO WS-ITM-DATE-RES(WS-IDX-ITM)
                    MOVE 'N' TO WS-ITM-ESCALADE(WS-IDX-ITM)
                    MOVE 1   TO WS-ITM-PRESENT(WS-IDX-ITM)
                    MOVE 0   TO WS-ITM-AGE(WS-IDX-ITM)
                ELSE
                    IF WS-TABLE-PLEINE = 0
                        DISPLAY 'REGISTRE PLEIN (3000 ELEMENTS) -'
                                ' NOUVEAUX SUSPENS NON SUIVIS'
                    END-IF
                    MOVE 1 TO WS-TABLE-PLEINE
                END-IF
            END-IF.

      * RESOLUTION DES ABSENTS, AGE ET CUMULS DES ELEMENTS OUVERTS
       CLASSER-ITEM.
            IF WS-ITM-STATUT(WS-IDX-ITM) = 'O'
                AND WS-ITM-PRESENT(WS-IDX-ITM) = 0
                PERFORM CHERCHER-SOURCE
                IF WS-SRC-LUE(WS-NUM-SOURCE) = 1
                    MOVE 'R' TO WS-ITM-STATUT(WS-IDX-ITM)
                    MOVE WS-DATE-JOUR TO WS-ITM-DATE-RES(WS-IDX-ITM)
                    ADD 1 TO WS-NB-RESOLUS
                END-IF
            END-IF

            IF WS-ITM-STATUT(WS-IDX-ITM) = 'O'
                MOVE WS-ITM-DATE-VU(WS-IDX-ITM) TO WS-NJ-DATE
                PERFORM CALCULER-NUMERO-JOUR
                COMPUTE WS-ECART = WS-NUM-JOUR - WS-NJ-NUMERO
                IF WS-ECART < 0
                    MOVE 0 TO WS-ECART
                END-IF
                MOVE WS-ECART TO WS-ITM-AGE(WS-IDX-ITM)
                EVALUATE TRUE
                    WHEN WS-ECART <= 2
                        MOVE 1 TO WS-TRANCHE
                    WHEN WS-ECART <= 7
                        MOVE 2 TO WS-TRANCHE
                    WHEN WS-ECART <= 30
                        MOVE 3 TO WS-TRANCHE
                    WHEN OTHER
                        MOVE 4 TO WS-TRANCHE
                END-EVALUATE
                ADD 1 TO WS-NB-OUVERTS
                ADD WS-ITM-MONTANT(WS-IDX-ITM) TO WS-MT-OUVERTS
                ADD 1 TO WS-TRA-NB(WS-TRANCHE)
                ADD WS-ITM-MONTANT(WS-IDX-ITM)
                    TO WS-TRA-MONTANT(WS-TRANCHE)
                PERFORM CUMULER-EQUIPE
            END-IF.

       CHERCHER-SOURCE.
            MOVE 1 TO WS-NUM-SOURCE
            PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                    UNTIL WS-IDX-SRC > 7
                IF WS-SRC-CODE(WS-IDX-SRC) = WS-ITM-SOURCE(WS-IDX-ITM)
                    SET WS-NUM-SOURCE TO WS-IDX-SRC
                END-IF
            END-PERFORM.

       CUMULER-EQUIPE.
            MOVE 0 TO WS-EQUIPE-TROUVEE
            PERFORM VARYING WS-IDX-EQU FROM 1 BY 1
                    UNTIL WS-IDX-EQU > WS-NB-EQUIPES
                       OR WS-EQUIPE-TROUVEE = 1
                IF WS-EQU-NOM(WS-IDX-EQU) = WS-ITM-EQUIPE(WS-IDX-ITM)
                    MOVE 1 TO WS-EQUIPE-TROUVEE
                END-IF
            END-PERFORM
            IF WS-EQUIPE-TROUVEE = 1
                SET WS-IDX-EQU DOWN BY 1
            ELSE
                IF WS-NB-EQUIPES < 20
                    ADD 1 TO WS-NB-EQUIPES
                END-IF
                SET WS-IDX-EQU TO WS-NB-EQUIPES
                IF WS-EQU-NOM(WS-IDX-EQU) = SPACES
                    OR WS-EQU-NOM(WS-IDX-EQU) = LOW-VALUES
                    MOVE WS-ITM-EQUIPE(WS-IDX-ITM)
                        TO WS-EQU-NOM(WS-IDX-EQU)
                    MOVE 0 TO WS-EQU-NB(WS-IDX-EQU, 1)
                    MOVE 0 TO WS-EQU-NB(WS-IDX-EQU, 2)
                    MOVE 0 TO WS-EQU-NB(WS-IDX-EQU, 3)
                    MOVE 0 TO WS-EQU-NB(WS-IDX-EQU, 4)
                    MOVE 0 TO WS-EQU-TOTAL(WS-IDX-EQU)
                    MOVE 0 TO WS-EQU-MONTANT(WS-IDX-EQU)
                END-IF
            END-IF
            ADD 1 TO WS-EQU-NB(WS-IDX-EQU, WS-TRANCHE)
            ADD 1 TO WS-EQU-TOTAL(WS-IDX-EQU)
            ADD WS-ITM-MONTANT(WS-IDX-ITM)
                TO WS-EQU-MONTANT(WS-IDX-EQU).

      * NUMERO DE JOUR JULIEN DE WS-NJ-DATE (AAAAMMJJ) DANS
      * WS-NJ-NUMERO ; TOUTES LES DIVISIONS SONT ENTIERES
       CALCULER-NUMERO-JOUR.
            IF WS-NJ-DATE NOT NUMERIC OR WS-NJ-DATE = 0
                MOVE WS-DATE-JOUR TO WS-NJ-DATE
            END-IF
            COMPUTE WS-NJ-T1 = 14 - WS-NJ-MOIS
            DIVIDE WS-NJ-T1 BY 12 GIVING WS-NJ-A
            COMPUTE WS-NJ-Y = WS-NJ-ANNEE + 4800 - WS-NJ-A
            COMPUTE WS-NJ-M = WS-NJ-MOIS + 12 * WS-NJ-A - 3
            COMPUTE WS-NJ-T1 = 153 * WS-NJ-M + 2
            DIVIDE WS-NJ-T1 BY 5 GIVING WS-NJ-T1
            DIVIDE WS-NJ-Y BY 4 GIVING WS-NJ-Y4
            DIVIDE WS-NJ-Y BY 100 GIVING WS-NJ-Y100
            DIVIDE WS-NJ-Y BY 400 GIVING WS-NJ-Y400
            COMPUTE WS-NJ-NUMERO = WS-NJ-JOUR + WS-NJ-T1
                + 365 * WS-NJ-Y + WS-NJ-Y4 - WS-NJ-Y100 + WS-NJ-Y400
                - 32045.

      * LISTE DU SUPERVISEUR : ELEMENTS OUVERTS AU DELA DU SEUIL
       EDITER-ESCALADES.
            OPEN OUTPUT F-ESCALADE
            IF WS-FS-ESC NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FESCALAD : ' WS-FS-ESC
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE WS-SEUIL-ESCALADE TO WS-TES-SEUIL
            MOVE WS-DATE-EDIT TO WS-TES-DATE
            WRITE ENR-ESCALADE FROM WS-LIGNE-SEP
            WRITE ENR-ESCALADE FROM WS-LIGNE-TITRE-ESC
            WRITE ENR-ESCALADE FROM WS-LIGNE-SEP

            PERFORM VARYING WS-IDX-ITM FROM 1 BY 1
                    UNTIL WS-IDX-ITM > WS-NB-ITEMS
                IF WS-ITM-STATUT(WS-IDX-ITM) = 'O'
                    AND WS-ITM-AGE(WS-IDX-ITM) > WS-SEUIL-ESCALADE
                    PERFORM EDITER-LIGNE-ESCALADE
                END-IF
            END-PERFORM

            IF WS-NB-ESCALADES = 0
                WRITE ENR-ESCALADE FROM WS-LIGNE-RIEN
            END-IF
            WRITE ENR-ESCALADE FROM WS-LIGNE-SEP
            CLOSE F-ESCALADE.

       EDITER-LIGNE-ESCALADE.
            ADD 1 TO WS-NB-ESCALADES
            MOVE WS-ITM-SOURCE(WS-IDX-ITM)       TO WS-LES-SOURCE
            MOVE WS-ITM-CLE(WS-IDX-ITM)          TO WS-LES-CLE
            MOVE WS-ITM-MONTANT(WS-IDX-ITM)      TO WS-LES-MONTANT
            MOVE WS-ITM-AGE(WS-IDX-ITM)          TO WS-LES-AGE
            MOVE WS-ITM-EQUIPE(WS-IDX-ITM)       TO WS-LES-EQUIPE
            IF WS-ITM-ESCALADE(WS-IDX-ITM) = 'O'
                MOVE 'RAPPEL' TO WS-LES-RAPPEL
            ELSE
                MOVE 'NOUVEAU' TO WS-LES-RAPPEL
                MOVE 'O' TO WS-ITM-ESCALADE(WS-IDX-ITM)
            END-IF
            WRITE ENR-ESCALADE FROM WS-LIGNE-ESCALADE
            MOVE WS-ITM-MOTIF(WS-IDX-ITM)   TO WS-LEM-MOTIF
            MOVE WS-ITM-DATE-VU(WS-IDX-ITM) TO WS-LEM-DATE
            WRITE ENR-ESCALADE FROM WS-LIGNE-ESCALADE-MOTIF.

      * ETAT DE SITUATION : SOURCES, TRANCHES D'AGE, EQUIPES
       EDITER-ETAT.
            OPEN OUTPUT F-EDITION
            IF WS-FS-EDI NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FEDITION : ' WS-FS-EDI
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE WS-DATE-EDIT TO WS-TIT-DATE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            MOVE 'SOURCES (ELEMENTS LUS CE JOUR)' TO WS-SEC-LIBELLE
            WRITE ENR-EDITION FROM WS-LIGNE-SECTION
            PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                    UNTIL WS-IDX-SRC > 7
                MOVE WS-SRC-CODE(WS-IDX-SRC)    TO WS-LSO-CODE
                MOVE WS-SRC-FICHIER(WS-IDX-SRC) TO WS-LSO-FICHIER
                IF WS-SRC-LUE(WS-IDX-SRC) = 1
                    MOVE 'LUE' TO WS-LSO-ETAT
                ELSE
                    MOVE 'ILLISIBLE - SUSPENS CONSERVES EN L ETAT'
                        TO WS-LSO-ETAT
                END-IF
                MOVE WS-SRC-NB(WS-IDX-SRC) TO WS-LSO-NB
                WRITE ENR-EDITION FROM WS-LIGNE-SOURCE
            END-PERFORM
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            MOVE 'SUSPENS OUVERTS PAR TRANCHE D AGE' TO WS-SEC-LIBELLE
            WRITE ENR-EDITION FROM WS-LIGNE-SECTION
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE-TRANCHE
            PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                    UNTIL WS-IDX-TRA > 4
                MOVE WS-LIB-TRANCHE(WS-IDX-TRA) TO WS-LTR-LIBELLE
                MOVE WS-TRA-NB(WS-IDX-TRA)      TO WS-LTR-NB
                MOVE WS-TRA-MONTANT(WS-IDX-TRA) TO WS-LTR-MONTANT
                WRITE ENR-EDITION FROM WS-LIGNE-TRANCHE
            END-PERFORM
            MOVE 'TOTAL'       TO WS-LTR-LIBELLE
            MOVE WS-NB-OUVERTS TO WS-LTR-NB
            MOVE WS-MT-OUVERTS TO WS-LTR-MONTANT
            WRITE ENR-EDITION FROM WS-LIGNE-TRANCHE
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            MOVE 'SUSPENS OUVERTS PAR EQUIPE ET TRANCHE D AGE'
                TO WS-SEC-LIBELLE
            WRITE ENR-EDITION FROM WS-LIGNE-SECTION
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE-EQUIPE
            PERFORM VARYING WS-IDX-EQU FROM 1 BY 1
                    UNTIL WS-IDX-EQU > WS-NB-EQUIPES
                MOVE SPACES TO WS-LIGNE-EQUIPE
                MOVE WS-EQU-NOM(WS-IDX-EQU) TO WS-LEQ-NOM
                PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                        UNTIL WS-IDX-TRA > 4
                    MOVE WS-EQU-NB(WS-IDX-EQU, WS-IDX-TRA)
                        TO WS-LEQ-NB(WS-IDX-TRA)
                END-PERFORM
                MOVE WS-EQU-TOTAL(WS-IDX-EQU)   TO WS-LEQ-TOTAL
                MOVE WS-EQU-MONTANT(WS-IDX-EQU) TO WS-LEQ-MONTANT
                WRITE ENR-EDITION FROM WS-LIGNE-EQUIPE
            END-PERFORM
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            WRITE ENR-EDITION FROM WS-LIGNE-TIRETS
            MOVE 'NOUVEAUX SUSPENS CE JOUR              :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-NOUVEAUX TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            MOVE 'SUSPENS RESOLUS CE JOUR               :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-RESOLUS TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            MOVE 'SUSPENS ESCALADES AU SUPERVISEUR      :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-ESCALADES TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            CLOSE F-EDITION.

      * REECRITURE DU REGISTRE ; LES RESOLUS ECHUS SONT OUBLIES
       SAUVER-REGISTRE.
            OPEN OUTPUT F-SUSPCON
            IF WS-FS-SPC NOT = '00'
                DISPLAY 'ERREUR REECRITURE FSUSPCON : ' WS-FS-SPC
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM VARYING WS-IDX-ITM FROM 1 BY 1
                    UNTIL WS-IDX-ITM > WS-NB-ITEMS
                MOVE 0 TO WS-ECART
                IF WS-ITM-STATUT(WS-IDX-ITM) = 'R'
                    MOVE WS-ITM-DATE-RES(WS-IDX-ITM) TO WS-NJ-DATE
                    PERFORM CALCULER-NUMERO-JOUR
                    COMPUTE WS-ECART = WS-NUM-JOUR - WS-NJ-NUMERO
                END-IF
                IF WS-ECART > WS-CONSERV-RESOLUS
                    ADD 1 TO WS-NB-OUBLIES
                ELSE
                    MOVE SPACES TO ENR-SUSPCON
                    MOVE WS-ITM-SOURCE(WS-IDX-ITM)   TO SPC-SOURCE
                    MOVE WS-ITM-CLE(WS-IDX-ITM)      TO SPC-CLE
                    MOVE WS-ITM-MONTANT(WS-IDX-ITM)  TO SPC-MONTANT
                    MOVE WS-ITM-MOTIF(WS-IDX-ITM)    TO SPC-MOTIF
                    MOVE WS-ITM-DATE-VU(WS-IDX-ITM)  TO SPC-DATE-VU
                    MOVE WS-ITM-DATE-DER(WS-IDX-ITM) TO SPC-DATE-DERNIER
                    MOVE WS-ITM-EQUIPE(WS-IDX-ITM)   TO SPC-EQUIPE
                    MOVE WS-ITM-STATUT(WS-IDX-ITM)   TO SPC-STATUT
                    MOVE WS-ITM-DATE-RES(WS-IDX-ITM) TO SPC-DATE-RESOLU
                    MOVE WS-ITM-ESCALADE(WS-IDX-ITM) TO SPC-ESCALADE
                    WRITE ENR-SUSPCON
                    ADD 1 TO WS-NB-ECRITS
                END-IF
            END-PERFORM
            CLOSE F-SUSPCON
            DISPLAY 'RESOLUS ANCIENS OUBLIES : ' WS-NB-OUBLIES.
