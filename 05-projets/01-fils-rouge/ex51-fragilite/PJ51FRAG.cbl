       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ51FRAG.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * DETECTION MENSUELLE DES CLIENTS FINANCIEREMENT FRAGILES
      *
      * TIENT LE REGISTRE DE FRAGILITE FFRAGIL (UN ENREGISTREMENT
      * PAR COMPTE SUIVI, REECRIT EN FIN DE TRAITEMENT COMME
      * FMANDAT PAR PJ37MAND). LANCE LE PREMIER JOUR OUVRE DU
      * MOIS, IL EXAMINE LE MOIS ECOULE POUR CHAQUE COMPTE DE
      * FCLIENT SELON QUATRE CRITERES :
      *   D = POSITION 'DB' PENDANT N MOIS CONSECUTIFS (HISTORIQUE
      *       DES 12 DERNIERS MOIS TENU DANS LE REGISTRE)
      *   L = N LETTRES DE DECOUVERT (PJ23DECO, TYPE 'DEC' DE
      *       L'INDEX COURRIER) SUR LES 12 DERNIERS MOIS
      *   I = N INCIDENTS DE PAIEMENT SUR LES 12 DERNIERS MOIS :
      *       INJONCTIONS POUR CHEQUE SANS PROVISION (CHEQMATCH,
      *       TYPE 'CHQ' DE COURRIER) ET PRELEVEMENTS REJETES
      *       (RETOURS FPRELRET DE PJ37PREL DU MOIS, CONCATENES,
      *       HORS COMPTE INCONNU ET CLIENT PARTI)
      *   R = REVENUS FAIBLES : CREDITS DU MOIS DANS FFUSION (HORS
      *       INTERETS ET COMMISSIONS) SOUS LE SEUIL
      * UN COMPTE QUI REMPLIT AU MOINS DEUX CRITERES EST DECLARE
      * FRAGILE (STATUT 'F') AVEC UNE DATE DE DEBUT ET UNE DATE DE
      * REVUE ; IL RECOIT LA LETTRE PROPOSANT L'OFFRE A FAIBLE COUT
      * (FLETTRE, INDEXEE DANS COURRIER TYPE 'FRG'), DISTRIBUEE
      * SELON LES PREFERENCES DU CLIENT (MODULE PREFDIST) ET RETENUE
      * DANS COURRET SI SON ADRESSE EST INVALIDE. A LA DATE DE
      * REVUE, LE STATUT EST PROLONGE SI DEUX CRITERES TIENNENT
      * TOUJOURS, SINON LEVE ('L', DATE DE FIN). LES AUTRES COMPTES
      * SIGNALES RESTENT EN SURVEILLANCE ('S').
      * LE REGISTRE PORTE AUSSI LE PLAFOND MENSUEL DES FRAIS
      * D'INCIDENTS ET LES FRAIS DEJA PRELEVES DANS LE MOIS PAR LA
      * CHAINE (PJ40COMM) ; FRAGCHG LE CHARGE DANS LA TABLE DB2
      * FRAGILE POUR FACTFRS ET AGIOS.
      * PARAMETRES (PJ46PARM, SAISIE CONSOLE EN SECOURS) :
      *   MOISDEBIT  9(02) MOIS DEBITEURS CONSECUTIFS (DEFAUT 3)
      *   NBLETTRES  9(02) LETTRES DE DECOUVERT (DEFAUT 2)
      *   NBINCIDENT 9(02) INCIDENTS DE PAIEMENT (DEFAUT 2)
      *   REVENU     9(10)V99 SEUIL DE REVENUS MENSUELS
      *   DUREEREVUE 9(02) MOIS ENTRE DEUX REVUES (DEFAUT 6)
      *   PLAFOND    9(10)V99 PLAFOND MENSUEL DES FRAIS D'INCIDENTS
      *   PRIXOFFRE  9(10)V99 COTISATION MENSUELLE DE L'OFFRE
      * UN ETAT DES DECISIONS EST EDITE DANS FEDITION.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-CLIENT ASSIGN TO FCLIENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CLI-NUM-COMPTE
                FILE STATUS IS WS-FS-CLI.

            SELECT F-FUSION ASSIGN TO FFUSION
                FILE STATUS IS WS-FS-FUSI.

            SELECT OPTIONAL F-RETOUR ASSIGN TO FPRELRET
                FILE STATUS IS WS-FS-RET.

            SELECT F-FRAGIL ASSIGN TO FFRAGIL
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-FRG.

            SELECT F-COURRIER ASSIGN TO COURRIER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COU-CLE
                FILE STATUS IS WS-FS-COU.

            SELECT F-LETTRE ASSIGN TO FLETTRE
                FILE STATUS IS WS-FS-LET.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

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
           05 CLI-CO-NOM           PIC X(10).
           05 CLI-TYPE-COMPTE      PIC X(01).
           05 CLI-DECOUVERT-AUT    PIC 9(06)V99.
           05 FILLER               PIC X(05).

       FD F-FUSION.
       01 ENR-FUSION.
           05 FUS-NUM-COMPTE       PIC 9(03).
           05 FUS-LIBELLE          PIC X(15).
           05 FUS-MONTANT          PIC S9(06)V99.
           05 FUS-SENS             PIC X(02).
           05 FUS-NATURE           PIC X(03).
           05 FUS-DATE             PIC X(10).
           05 FILLER               PIC X(39).

      * RETOUR DE PRELEVEMENT (PJ37PREL) : DEMANDE D'ORIGINE + MOTIF
       FD F-RETOUR.
       01 ENR-RETOUR.
           05 RET-DEMANDE.
               10 RET-CREANCIER    PIC X(08).
               10 RET-NUM-COMPTE   PIC X(03).
               10 FILLER           PIC X(69).
           05 RET-CODE             PIC X(03).
           05 RET-DATE             PIC X(10).
           05 FILLER               PIC X(07).

      * REGISTRE DE FRAGILITE FINANCIERE (240 OCTETS)
      * HISTORIQUE : UN POSTE PAR MOIS CIVIL (POSTE = NUMERO DU
      * MOIS), MARQUE DE SON MOIS AAAA-MM POUR ECARTER LES POSTES
      * DE PLUS D'UN AN
       FD F-FRAGIL.
       01 ENR-FRAGIL.
           05 FRG-NUM-COMPTE       PIC 9(03).
           05 FRG-STATUT           PIC X(01).
           05 FRG-DATE-DEBUT       PIC X(10).
           05 FRG-DATE-REVUE       PIC X(10).
           05 FRG-DATE-FIN         PIC X(10).
           05 FRG-CRITERES         PIC X(04).
           05 FRG-MOIS-DEBIT       PIC 9(02).
           05 FRG-NB-LETTRES       PIC 9(03).
           05 FRG-NB-INCIDENTS     PIC 9(03).
           05 FRG-REVENUS          PIC 9(08)V99.
           05 FRG-PLAFOND          PIC 9(04)V99.
           05 FRG-MOIS-FRAIS       PIC X(07).
           05 FRG-FRAIS-MOIS       PIC 9(06)V99.
           05 FRG-DATE-OFFRE       PIC X(10).
           05 FRG-HISTO OCCURS 12 TIMES.
               10 FRG-HIS-MOIS     PIC X(07).
               10 FRG-HIS-POSITION PIC X(01).
               10 FRG-HIS-INCIDENTS PIC 9(03).
           05 FILLER               PIC X(21).

      * INDEX CENTRAL DES COURRIERS EMIS (CONSULTE PAR CORRPRES)
       FD F-COURRIER.
       01 ENR-COURRIER.
           05 COU-CLE.
               10 COU-COMPTE       PIC X(11).
               10 COU-DATE         PIC 9(07).
               10 COU-HEURE        PIC 9(07).
               10 COU-SEQ          PIC 9(02).
           05 COU-TYPE             PIC X(03).
           05 COU-PROGRAMME        PIC X(08).
           05 COU-PREMIERE-LIGNE   PIC X(60).
           05 COU-REIMPRESSION     PIC X(01).
           05 COU-CANAL            PIC X(01).
           05 COU-RETOUR           PIC X(01).
           05 FILLER               PIC X(09).

       FD F-LETTRE.
       01 ENR-LETTRE               PIC X(80).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLI                PIC X(02).
       01 WS-FS-FUSI               PIC X(02).
       01 WS-FS-RET                PIC X(02).
       01 WS-FS-FRG                PIC X(02).
       01 WS-FS-COU                PIC X(02).
       01 WS-FS-LET                PIC X(02).
       01 WS-FS-EDI                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.
       01 WS-FIN-COU               PIC 9(01) VALUE 0.

      * HORODATAGE DE L'INDEX DES COURRIERS
       01 WS-HEURE-JOUR            PIC 9(08) VALUE 0.

      * ZONE D'APPEL DU SERVICE CENTRAL DES PARAMETRES (PJ46PARM) :
      * LA VALEUR FPARAM PRIME, LA SAISIE CONSOLE RESTE EN SECOURS
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).
       01 WS-PARM-NUM              PIC 9(12) VALUE 0.

      * PARAMETRES DE DETECTION
       01 WS-SEUIL-MOIS-DEBIT      PIC 9(02) VALUE 0.
       01 WS-SEUIL-LETTRES         PIC 9(02) VALUE 0.
       01 WS-SEUIL-INCIDENTS       PIC 9(02) VALUE 0.
       01 WS-SEUIL-REVENU          PIC 9(10)V99 VALUE 0.
       01 WS-DUREE-REVUE           PIC 9(02) VALUE 0.
       01 WS-PLAFOND               PIC 9(10)V99 VALUE 0.
       01 WS-PRIX-OFFRE            PIC 9(10)V99 VALUE 0.

      * DATE DU JOUR ET MOIS EXAMINE (LE MOIS ECOULE)
       01 WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.
       01 WS-DATE-TRAIT            PIC X(10).
       01 WS-DATE-EDIT             PIC X(10).

       01 WS-AN-EV                 PIC 9(04).
       01 WS-AN-EV-R REDEFINES WS-AN-EV.
           05 FILLER               PIC 9(02).
           05 WS-AA-EV             PIC 9(02).
       01 WS-MO-EV                 PIC 9(02).
       01 WS-MOIS-EVALUE           PIC X(07).

      * PREMIER MOIS DE LA FENETRE DE 12 MOIS
       01 WS-AN-FEN                PIC 9(04).
       01 WS-AN-FEN-R REDEFINES WS-AN-FEN.
           05 FILLER               PIC 9(02).
           05 WS-AA-FEN            PIC 9(02).
       01 WS-MO-FEN                PIC 9(02).
       01 WS-MOIS-FENETRE          PIC X(07).

      * BORNES DES DATES COURRIER (0AAMMJJ)
       01 WS-COU-DEBUT-FEN         PIC 9(07) VALUE 0.
       01 WS-COU-DEBUT-MOIS        PIC 9(07) VALUE 0.
       01 WS-COU-FIN-MOIS          PIC 9(07) VALUE 0.
       01 WS-COU-COMPTE            PIC X(11).

      * PARCOURS DE L'HISTORIQUE ET DATE DE REVUE
       01 WS-AN-CAL                PIC 9(04).
       01 WS-MO-CAL                PIC 9(02).
       01 WS-MOIS-CAL              PIC X(07).
       01 WS-FIN-BOUCLE            PIC 9(01) VALUE 0.
       01 WS-DATE-REVUE            PIC X(10).

      * REGISTRE CHARGE EN TABLE, UN POSTE PAR NUMERO DE COMPTE
      * (POSTE = COMPTE + 1), MEME DESSIN QUE ENR-FRAGIL
       01 WS-TAB-FRAGIL.
           05 WS-FRG-ENR OCCURS 1000 TIMES
                          INDEXED BY WS-IDX-FRG.
               10 WS-FRG-NUM-COMPTE    PIC 9(03).
               10 WS-FRG-STATUT        PIC X(01).
               10 WS-FRG-DATE-DEBUT    PIC X(10).
               10 WS-FRG-DATE-REVUE    PIC X(10).
               10 WS-FRG-DATE-FIN      PIC X(10).
               10 WS-FRG-CRITERES      PIC X(04).
               10 WS-FRG-MOIS-DEBIT    PIC 9(02).
               10 WS-FRG-NB-LETTRES    PIC 9(03).
               10 WS-FRG-NB-INCIDENTS  PIC 9(03).
               10 WS-FRG-REVENUS       PIC 9(08)V99.
               10 WS-FRG-PLAFOND       PIC 9(04)V99.
               10 WS-FRG-MOIS-FRAIS    PIC X(07).
               10 WS-FRG-FRAIS-MOIS    PIC 9(06)V99.
               10 WS-FRG-DATE-OFFRE    PIC X(10).
               10 WS-FRG-HISTO OCCURS 12 TIMES
                                INDEXED BY WS-IDX-HIS.
                   15 WS-FRG-HIS-MOIS      PIC X(07).
                   15 WS-FRG-HIS-POSITION  PIC X(01).
                   15 WS-FRG-HIS-INCIDENTS PIC 9(03).
               10 FILLER               PIC X(21).

      * CUMULS DU MOIS ECOULE PAR COMPTE (POSTE = COMPTE + 1)
       01 WS-TAB-MOIS.
           05 WS-CPT-MOIS OCCURS 1000 TIMES
                           INDEXED BY WS-IDX-CPT.
               10 WS-CPT-REVENUS       PIC 9(08)V99.
               10 WS-CPT-REJETS        PIC 9(03).

      * MESURES DU COMPTE EN COURS
       01 WS-NB-DEC                PIC 9(03) VALUE 0.
       01 WS-NB-CHQ                PIC 9(03) VALUE 0.
       01 WS-INCIDENTS-MOIS        PIC 9(03) VALUE 0.
       01 WS-NB-CRITERES           PIC 9(01) VALUE 0.
       01 WS-DECISION              PIC X(10).

      * CUMULS GENERAUX
       01 WS-NB-LUS                PIC 9(07) VALUE 0.
       01 WS-NB-SUIVIS             PIC 9(05) VALUE 0.
       01 WS-NB-NOUVEAUX           PIC 9(05) VALUE 0.
       01 WS-NB-MAINTENUS          PIC 9(05) VALUE 0.
       01 WS-NB-LEVES              PIC 9(05) VALUE 0.
       01 WS-NB-EN-COURS           PIC 9(05) VALUE 0.
       01 WS-NB-SURVEILLES         PIC 9(05) VALUE 0.
       01 WS-NB-REJETS-LUS         PIC 9(05) VALUE 0.
       01 WS-NB-ECRITS             PIC 9(05) VALUE 0.

      * ZONE D'APPEL DU MODULE DE DISTRIBUTION DES DOCUMENTS
      * (PREFDIST) : PREFERENCE DU CLIENT, PUIS LIGNE A LIGNE
       01 WS-ZONE-DIST.
           05 DIS-FONCTION         PIC X(01).
           05 DIS-CLIENT           PIC X(11).
           05 DIS-TYPE             PIC X(03).
           05 DIS-PROGRAMME        PIC X(08).
           05 DIS-OBLIGATOIRE      PIC X(01).
           05 DIS-TITRE            PIC X(60).
           05 DIS-SAUT             PIC 9(02).
           05 DIS-LIGNE            PIC X(80).
           05 DIS-PAPIER           PIC X(01).
           05 DIS-ELECTRONIQUE     PIC X(01).
           05 DIS-GROS-CARAC       PIC X(01).
           05 DIS-ADR-CORRESP      PIC X(01).
           05 DIS-ADR-LIGNE        PIC X(30) OCCURS 4.
           05 DIS-LIGNE-ATELIER    PIC X(80).
           05 DIS-CODE-RETOUR      PIC 9(01).
           05 DIS-RETENU           PIC X(01).
       01 WS-IDX-ADR               PIC 9(01) VALUE 0.

      * LIGNES DE LA LETTRE
       01 WS-LET-DATE.
           05 FILLER               PIC X(50) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'LE : '.
           05 WS-LET-ED-DATE       PIC X(10).
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LET-DEST.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-LET-CIVILITE      PIC X(09).
           05 WS-LET-NOM           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LET-PRENOM        PIC X(10).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-CO-DEST.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE 'ET '.
           05 WS-LET-CO-NOM        PIC X(10).
           05 FILLER               PIC X(57) VALUE SPACES.

      * ADRESSE DE CORRESPONDANCE CHOISIE PAR LE CLIENT
       01 WS-LET-ADRESSE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 WS-LET-ADR-LIGNE     PIC X(30).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-OBJET.
           05 FILLER               PIC X(40)
              VALUE 'OBJET : OFFRE D ACCOMPAGNEMENT A FAIBLE'.
           05 FILLER               PIC X(40)
              VALUE ' COUT'.

       01 WS-LET-CORPS1.
           05 FILLER               PIC X(40)
              VALUE 'MADAME, MONSIEUR,'.
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-CORPS2.
           05 FILLER               PIC X(40)
              VALUE 'LE FONCTIONNEMENT RECENT DE VOTRE COMPTE'.
           05 FILLER               PIC X(03) VALUE ' N '.
           05 WS-LET-COMPTE        PIC 9(03).
           05 FILLER               PIC X(34)
              VALUE ' NOUS CONDUIT A VOUS PROPOSER'.

       01 WS-LET-CORPS3.
           05 FILLER               PIC X(40)
              VALUE 'NOTRE OFFRE D ACCOMPAGNEMENT POUR UNE CO'.
           05 FILLER               PIC X(16)
              VALUE 'TISATION DE :  '.
           05 WS-LET-PRIX          PIC Z(04)9.99.
           05 FILLER               PIC X(16)
              VALUE ' EUROS PAR MOIS'.

       01 WS-LET-OFFRE1.
           05 FILLER               PIC X(40)
              VALUE '  - CARTE DE PAIEMENT A AUTORISATION SYS'.
           05 FILLER               PIC X(40)
              VALUE 'TEMATIQUE'.

       01 WS-LET-OFFRE2.
           05 FILLER               PIC X(40)
              VALUE '  - VIREMENTS ET PRELEVEMENTS SANS FRAIS'.
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-OFFRE3.
           05 FILLER               PIC X(40)
              VALUE '  - ALERTES SUR LE NIVEAU DU SOLDE'.
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LET-CORPS4.
           05 FILLER               PIC X(40)
              VALUE 'DES A PRESENT VOS FRAIS D INCIDENTS SONT'.
           05 FILLER               PIC X(15)
              VALUE ' PLAFONNES A : '.
           05 WS-LET-PLAFOND       PIC Z(04)9.99.
           05 FILLER               PIC X(17)
              VALUE ' EUROS PAR MOIS.'.

       01 WS-LET-CORPS5.
           05 FILLER               PIC X(40)
              VALUE 'VOTRE CONSEILLER SE TIENT A VOTRE DISPOS'.
           05 FILLER               PIC X(40)
              VALUE 'ITION POUR EN PARLER AVEC VOUS.'.

       01 WS-LET-SIGN.
           05 FILLER               PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE 'VOTRE AGENCE'.

      * LIGNES DE L'ETAT DES DECISIONS
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE '*** CLIENTS FINANCIEREMENT FRAGILES ***'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-MOIS.
           05 FILLER               PIC X(16) VALUE 'MOIS EXAMINE : '.
           05 WS-ED-MOIS           PIC X(07).
           05 FILLER               PIC X(22)
              VALUE '   PLAFOND MENSUEL : '.
           05 WS-ED-PLAFOND        PIC Z(05)9.99.
           05 FILLER               PIC X(26) VALUE SPACES.

       01 WS-LIGNE-SEUILS.
           05 FILLER               PIC X(14) VALUE 'SEUILS : DB = '.
           05 WS-ED-SEUIL-DB       PIC Z9.
           05 FILLER               PIC X(12) VALUE ' MOIS  LET ='.
           05 WS-ED-SEUIL-LET      PIC ZZ9.
           05 FILLER               PIC X(07) VALUE '  INC ='.
           05 WS-ED-SEUIL-INC      PIC ZZ9.
           05 FILLER               PIC X(07) VALUE '  REV <'.
           05 WS-ED-SEUIL-REV      PIC Z(07)9.99.
           05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER               PIC X(40)
              VALUE 'CPT NOM        PRENOM     CRIT DB LET IN'.
           05 FILLER               PIC X(40)
              VALUE 'C DEBUT      REVUE      DECISION'.

       01 WS-LIGNE-DETAIL.
           05 WS-DET-COMPTE        PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-NOM           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-PRENOM        PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-CRITERES      PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-MOIS-DEBIT    PIC Z9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-LETTRES       PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-INCIDENTS     PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-DEBUT         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-REVUE         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DET-DECISION      PIC X(10).
           05 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LIGNE-TOTAL1.
           05 FILLER               PIC X(20)
              VALUE 'NOUVEAUX FRAGILES : '.
           05 WS-TOT-ED-NOUVEAUX   PIC Z(04)9.
           05 FILLER               PIC X(16)
              VALUE '   MAINTENUS : '.
           05 WS-TOT-ED-MAINTENUS  PIC Z(04)9.
           05 FILLER               PIC X(12)
              VALUE '   LEVES : '.
           05 WS-TOT-ED-LEVES      PIC Z(04)9.
           05 FILLER               PIC X(17) VALUE SPACES.

       01 WS-LIGNE-TOTAL2.
           05 FILLER               PIC X(20)
              VALUE 'FRAGILES EN COURS : '.
           05 WS-TOT-ED-EN-COURS   PIC Z(04)9.
           05 FILLER               PIC X(19)
              VALUE '   EN SURVEILLANCE '.
           05 FILLER               PIC X(02) VALUE ': '.
           05 WS-TOT-ED-SURVEILLES PIC Z(04)9.
           05 FILLER               PIC X(29) VALUE SPACES.

       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ51FRAG'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       PRINCIPAL.
            MOVE 'D' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ51FRAG'

            PERFORM LIRE-PARAMETRES
            PERFORM CALCULER-MOIS
            DISPLAY 'MOIS EXAMINE : ' WS-MOIS-EVALUE
                    '  FENETRE DEPUIS : ' WS-MOIS-FENETRE

            PERFORM CHARGER-REGISTRE
            PERFORM CUMULER-REVENUS
            PERFORM CUMULER-REJETS

            OPEN INPUT F-CLIENT
            IF WS-FS-CLI NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCLIENT : ' WS-FS-CLI
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN I-O F-COURRIER
            IF WS-FS-COU = '35'
                OPEN OUTPUT F-COURRIER
                CLOSE F-COURRIER
                OPEN I-O F-COURRIER
            END-IF
            OPEN OUTPUT F-LETTRE
            OPEN OUTPUT F-EDITION
            ACCEPT WS-HEURE-JOUR FROM TIME

            MOVE WS-MOIS-EVALUE TO WS-ED-MOIS
            MOVE WS-PLAFOND TO WS-ED-PLAFOND
            MOVE WS-SEUIL-MOIS-DEBIT TO WS-ED-SEUIL-DB
            MOVE WS-SEUIL-LETTRES TO WS-ED-SEUIL-LET
            MOVE WS-SEUIL-INCIDENTS TO WS-ED-SEUIL-INC
            MOVE WS-SEUIL-REVENU TO WS-ED-SEUIL-REV
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-MOIS
            WRITE ENR-EDITION FROM WS-LIGNE-SEUILS
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-CLIENT
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-NB-LUS
                        ADD 1 TO LOG-NB-LUS
                        PERFORM EXAMINER-COMPTE
                            THRU EXAMINER-COMPTE-FIN
                END-READ
            END-PERFORM

            MOVE WS-NB-NOUVEAUX   TO WS-TOT-ED-NOUVEAUX
            MOVE WS-NB-MAINTENUS  TO WS-TOT-ED-MAINTENUS
            MOVE WS-NB-LEVES      TO WS-TOT-ED-LEVES
            MOVE WS-NB-EN-COURS   TO WS-TOT-ED-EN-COURS
            MOVE WS-NB-SURVEILLES TO WS-TOT-ED-SURVEILLES
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL1
            WRITE ENR-EDITION FROM WS-LIGNE-TOTAL2
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            MOVE 'F' TO DIS-FONCTION
            CALL 'PREFDIST' USING WS-ZONE-DIST

            CLOSE F-CLIENT
            CLOSE F-COURRIER
            CLOSE F-LETTRE
            CLOSE F-EDITION

            PERFORM SAUVER-REGISTRE

            DISPLAY 'COMPTES LUS          : ' WS-NB-LUS
            DISPLAY 'REJETS PRELEVEMENT   : ' WS-NB-REJETS-LUS
            DISPLAY 'NOUVEAUX FRAGILES    : ' WS-NB-NOUVEAUX
            DISPLAY 'FRAGILES MAINTENUS   : ' WS-NB-MAINTENUS
            DISPLAY 'FRAGILITES LEVEES    : ' WS-NB-LEVES
            DISPLAY 'POSTES DU REGISTRE   : ' WS-NB-ECRITS
            DISPLAY 'FIN DU PROGRAMME PJ51FRAG'

            MOVE WS-NB-ECRITS TO LOG-NB-ECRITS
            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            GOBACK.

       LIRE-PARAMETRES.
            MOVE 'PJ51FRAG' TO PRM-PROGRAMME

            MOVE 'MOISDEBIT' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:2) TO WS-SEUIL-MOIS-DEBIT
            ELSE
                DISPLAY 'MOIS DEBITEURS CONSECUTIFS (9(02)) : '
                ACCEPT WS-SEUIL-MOIS-DEBIT FROM SYSIN
            END-IF
            IF WS-SEUIL-MOIS-DEBIT = 0
                MOVE 3 TO WS-SEUIL-MOIS-DEBIT
            END-IF

            MOVE 'NBLETTRES' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:2) TO WS-SEUIL-LETTRES
            ELSE
                DISPLAY 'LETTRES DE DECOUVERT SUR 12 MOIS (9(02)) : '
                ACCEPT WS-SEUIL-LETTRES FROM SYSIN
            END-IF
            IF WS-SEUIL-LETTRES = 0
                MOVE 2 TO WS-SEUIL-LETTRES
            END-IF

            MOVE 'NBINCIDENT' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:2) TO WS-SEUIL-INCIDENTS
            ELSE
                DISPLAY 'INCIDENTS DE PAIEMENT SUR 12 MOIS (9(02)) : '
                ACCEPT WS-SEUIL-INCIDENTS FROM SYSIN
            END-IF
            IF WS-SEUIL-INCIDENTS = 0
                MOVE 2 TO WS-SEUIL-INCIDENTS
            END-IF

            MOVE 'REVENU' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:12) TO WS-PARM-NUM
                COMPUTE WS-SEUIL-REVENU = WS-PARM-NUM / 100
            ELSE
                DISPLAY 'SEUIL DE REVENUS MENSUELS (9(10)V99) : '
                ACCEPT WS-SEUIL-REVENU FROM SYSIN
            END-IF

            MOVE 'DUREEREVUE' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:2) TO WS-DUREE-REVUE
            ELSE
                DISPLAY 'MOIS ENTRE DEUX REVUES (9(02)) : '
                ACCEPT WS-DUREE-REVUE FROM SYSIN
            END-IF
            IF WS-DUREE-REVUE = 0
                MOVE 6 TO WS-DUREE-REVUE
            END-IF

            MOVE 'PLAFOND' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:12) TO WS-PARM-NUM
                COMPUTE WS-PLAFOND = WS-PARM-NUM / 100
            ELSE
                DISPLAY 'PLAFOND MENSUEL FRAIS INCIDENTS (9(10)V99) : '
                ACCEPT WS-PLAFOND FROM SYSIN
            END-IF
      * LE PLAFOND EST PORTE SUR 9(04)V99 DANS LE REGISTRE
            IF WS-PLAFOND > 9999.99
                MOVE 9999.99 TO WS-PLAFOND
            END-IF

            MOVE 'PRIXOFFRE' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1
                MOVE PRM-VALEUR(1:12) TO WS-PARM-NUM
                COMPUTE WS-PRIX-OFFRE = WS-PARM-NUM / 100
            ELSE
                DISPLAY 'COTISATION MENSUELLE DE L OFFRE (9(10)V99) : '
                ACCEPT WS-PRIX-OFFRE FROM SYSIN
            END-IF

            DISPLAY 'MOIS DEBITEURS : ' WS-SEUIL-MOIS-DEBIT
                    '  LETTRES : ' WS-SEUIL-LETTRES
                    '  INCIDENTS : ' WS-SEUIL-INCIDENTS
            DISPLAY 'SEUIL REVENUS : ' WS-SEUIL-REVENU
                    '  REVUE A ' WS-DUREE-REVUE ' MOIS'
            DISPLAY 'PLAFOND MENSUEL : ' WS-PLAFOND
                    '  OFFRE : ' WS-PRIX-OFFRE.

      * MOIS EXAMINE = MOIS PRECEDANT LA DATE DU JOUR ; LA FENETRE
      * DE 12 MOIS COMMENCE 11 MOIS PLUS TOT
       CALCULER-MOIS.
            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-TRAIT
            STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
                DELIMITED BY SIZE INTO WS-DATE-EDIT

            MOVE WS-ANNEE TO WS-AN-EV
            IF WS-MOIS = 1
                MOVE 12 TO WS-MO-EV
                SUBTRACT 1 FROM WS-AN-EV
            ELSE
                COMPUTE WS-MO-EV = WS-MOIS - 1
            END-IF
            STRING WS-AN-EV '-' WS-MO-EV
                DELIMITED BY SIZE INTO WS-MOIS-EVALUE

            MOVE WS-AN-EV TO WS-AN-FEN
            COMPUTE WS-MO-FEN = WS-MO-EV + 1
            IF WS-MO-FEN > 12
                MOVE 1 TO WS-MO-FEN
            ELSE
                SUBTRACT 1 FROM WS-AN-FEN
            END-IF
            STRING WS-AN-FEN '-' WS-MO-FEN
                DELIMITED BY SIZE INTO WS-MOIS-FENETRE

            COMPUTE WS-COU-DEBUT-FEN =
                WS-AA-FEN * 10000 + WS-MO-FEN * 100 + 1
            COMPUTE WS-COU-DEBUT-MOIS =
                WS-AA-EV * 10000 + WS-MO-EV * 100 + 1
            COMPUTE WS-COU-FIN-MOIS =
                WS-AA-EV * 10000 + WS-MO-EV * 100 + 31

      * PROCHAINE REVUE : LE 1ER DU MOIS, N MOIS APRES LE MOIS COURANT
            MOVE WS-ANNEE TO WS-AN-CAL
            COMPUTE WS-MO-CAL = WS-MOIS + WS-DUREE-REVUE
            PERFORM UNTIL WS-MO-CAL <= 12
                SUBTRACT 12 FROM WS-MO-CAL
                ADD 1 TO WS-AN-CAL
            END-PERFORM
            STRING WS-AN-CAL '-' WS-MO-CAL '-01'
                DELIMITED BY SIZE INTO WS-DATE-REVUE.

       CHARGER-REGISTRE.
            INITIALIZE WS-TAB-FRAGIL
            OPEN INPUT F-FRAGIL
            IF WS-FS-FRG = '35'
                DISPLAY 'FFRAGIL ABSENT - CREATION D UN REGISTRE NEUF'
            ELSE
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
            END-IF.

      * CREDITS DU MOIS EXAMINE PAR COMPTE : LES INTERETS ET LES
      * COMMISSIONS (Y COMPRIS LEURS REMBOURSEMENTS) NE SONT PAS
      * DES REVENUS DU CLIENT
       CUMULER-REVENUS.
            INITIALIZE WS-TAB-MOIS
            OPEN INPUT F-FUSION
            IF WS-FS-FUSI NOT = '00'
                DISPLAY 'FFUSION INDISPONIBLE : ' WS-FS-FUSI
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-FUSION
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF FUS-SENS = 'CR'
                                AND FUS-DATE(1:7) = WS-MOIS-EVALUE
                                AND FUS-NATURE NOT = 'INT'
                                AND FUS-NATURE NOT = 'COM'
                                SET WS-IDX-CPT TO FUS-NUM-COMPTE
                                SET WS-IDX-CPT UP BY 1
                                ADD FUS-MONTANT
                                    TO WS-CPT-REVENUS(WS-IDX-CPT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-FUSION
            END-IF.

      * PRELEVEMENTS REJETES DU MOIS EXAMINE (RETOURS PJ37PREL) ; UN
      * COMPTE INCONNU (CPT) OU UN CLIENT PARTI DANS UNE AUTRE BANQUE
      * (MOB) N'EST PAS UN INCIDENT DU CLIENT
       CUMULER-REJETS.
            OPEN INPUT F-RETOUR
            IF WS-FS-RET NOT = '00' AND WS-FS-RET NOT = '05'
                DISPLAY 'FPRELRET NON LU : ' WS-FS-RET
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-RETOUR
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF RET-CODE NOT = 'CPT'
                                AND RET-CODE NOT = 'MOB'
                                AND RET-NUM-COMPTE NUMERIC
                                AND RET-DATE(1:7) = WS-MOIS-EVALUE
                                SET WS-IDX-CPT TO RET-NUM-COMPTE
                                SET WS-IDX-CPT UP BY 1
                                ADD 1 TO WS-CPT-REJETS(WS-IDX-CPT)
                                ADD 1 TO WS-NB-REJETS-LUS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-RETOUR
            END-IF.

      * UN COMPTE DE FCLIENT : MISE A JOUR DE SON HISTORIQUE, DES
      * CRITERES, PUIS DECISION SUR SON STATUT
       EXAMINER-COMPTE.
            SET WS-IDX-FRG TO CLI-NUM-COMPTE
            SET WS-IDX-FRG UP BY 1
            SET WS-IDX-CPT TO WS-IDX-FRG

            PERFORM COMPTER-COURRIERS
            COMPUTE WS-INCIDENTS-MOIS =
                WS-NB-CHQ + WS-CPT-REJETS(WS-IDX-CPT)

      * UN COMPTE SANS SIGNAL N'ENTRE PAS AU REGISTRE
            IF WS-FRG-STATUT(WS-IDX-FRG) = SPACE
                IF CLI-POSITION NOT = 'DB'
                    AND WS-INCIDENTS-MOIS = 0
                    AND WS-NB-DEC = 0
                    GO TO EXAMINER-COMPTE-FIN
                END-IF
                MOVE SPACES TO WS-FRG-ENR(WS-IDX-FRG)
                MOVE CLI-NUM-COMPTE TO WS-FRG-NUM-COMPTE(WS-IDX-FRG)
                MOVE 'S' TO WS-FRG-STATUT(WS-IDX-FRG)
                MOVE 0 TO WS-FRG-FRAIS-MOIS(WS-IDX-FRG)
                PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                        UNTIL WS-IDX-HIS > 12
                    MOVE 0 TO WS-FRG-HIS-INCIDENTS(WS-IDX-FRG,
                                                    WS-IDX-HIS)
                END-PERFORM
            END-IF
            ADD 1 TO WS-NB-SUIVIS

      * POSTE DU MOIS EXAMINE (REMPLACE EN CAS DE RELANCE)
            SET WS-IDX-HIS TO WS-MO-EV
            MOVE WS-MOIS-EVALUE
                TO WS-FRG-HIS-MOIS(WS-IDX-FRG, WS-IDX-HIS)
            IF CLI-POSITION = 'DB'
                MOVE 'D' TO WS-FRG-HIS-POSITION(WS-IDX-FRG, WS-IDX-HIS)
            ELSE
                MOVE SPACE
                    TO WS-FRG-HIS-POSITION(WS-IDX-FRG, WS-IDX-HIS)
            END-IF
            MOVE WS-INCIDENTS-MOIS
                TO WS-FRG-HIS-INCIDENTS(WS-IDX-FRG, WS-IDX-HIS)

            MOVE WS-PLAFOND TO WS-FRG-PLAFOND(WS-IDX-FRG)
            MOVE WS-NB-DEC TO WS-FRG-NB-LETTRES(WS-IDX-FRG)
            MOVE WS-CPT-REVENUS(WS-IDX-CPT)
                TO WS-FRG-REVENUS(WS-IDX-FRG)
            PERFORM COMPTER-MOIS-DEBITEURS
            PERFORM COMPTER-INCIDENTS
            PERFORM EVALUER-CRITERES

            MOVE SPACES TO WS-DECISION
            EVALUATE TRUE
                WHEN WS-FRG-STATUT(WS-IDX-FRG) = 'F'
                    AND WS-DATE-TRAIT < WS-FRG-DATE-REVUE(WS-IDX-FRG)
                    ADD 1 TO WS-NB-EN-COURS
                    MOVE 'EN COURS' TO WS-DECISION
                WHEN WS-FRG-STATUT(WS-IDX-FRG) = 'F'
                    AND WS-NB-CRITERES >= 2
                    MOVE WS-DATE-REVUE TO WS-FRG-DATE-REVUE(WS-IDX-FRG)
                    ADD 1 TO WS-NB-MAINTENUS
                    ADD 1 TO WS-NB-EN-COURS
                    MOVE 'MAINTENU' TO WS-DECISION
                WHEN WS-FRG-STATUT(WS-IDX-FRG) = 'F'
                    MOVE 'L' TO WS-FRG-STATUT(WS-IDX-FRG)
                    MOVE WS-DATE-TRAIT TO WS-FRG-DATE-FIN(WS-IDX-FRG)
                    ADD 1 TO WS-NB-LEVES
                    MOVE 'LEVE' TO WS-DECISION
                WHEN WS-NB-CRITERES >= 2
                    MOVE 'F' TO WS-FRG-STATUT(WS-IDX-FRG)
                    MOVE WS-DATE-TRAIT TO WS-FRG-DATE-DEBUT(WS-IDX-FRG)
                    MOVE WS-DATE-REVUE TO WS-FRG-DATE-REVUE(WS-IDX-FRG)
                    MOVE SPACES TO WS-FRG-DATE-FIN(WS-IDX-FRG)
                    MOVE WS-DATE-TRAIT TO WS-FRG-DATE-OFFRE(WS-IDX-FRG)
                    PERFORM EDITER-LETTRE
                    ADD 1 TO WS-NB-NOUVEAUX
                    ADD 1 TO WS-NB-EN-COURS
                    MOVE 'NOUVEAU' TO WS-DECISION
                WHEN OTHER
                    ADD 1 TO WS-NB-SURVEILLES
            END-EVALUATE

            IF WS-DECISION NOT = SPACES
                PERFORM EDITER-DETAIL
            END-IF.

       EXAMINER-COMPTE-FIN.
            EXIT.

      * LETTRES DE DECOUVERT DES 12 MOIS ET INJONCTIONS CHEQUE DU
      * MOIS EXAMINE : PARCOURS DE L'INDEX COURRIER DU COMPTE
       COMPTER-COURRIERS.
            MOVE 0 TO WS-NB-DEC
            MOVE 0 TO WS-NB-CHQ
            MOVE SPACES TO WS-COU-COMPTE
            MOVE CLI-NUM-COMPTE TO WS-COU-COMPTE
            MOVE SPACES TO ENR-COURRIER
            MOVE WS-COU-COMPTE TO COU-COMPTE
            MOVE 0 TO COU-DATE
            MOVE 0 TO COU-HEURE
            MOVE 0 TO COU-SEQ
            MOVE 0 TO WS-FIN-COU
            START F-COURRIER KEY IS NOT LESS THAN COU-CLE
                INVALID KEY MOVE 1 TO WS-FIN-COU
            END-START

            PERFORM UNTIL WS-FIN-COU = 1
                READ F-COURRIER NEXT RECORD
                    AT END MOVE 1 TO WS-FIN-COU
                    NOT AT END
                        IF COU-COMPTE NOT = WS-COU-COMPTE
                            MOVE 1 TO WS-FIN-COU
                        ELSE
                            IF COU-TYPE = 'DEC'
                                AND COU-DATE >= WS-COU-DEBUT-FEN
                                AND COU-DATE <= WS-COU-FIN-MOIS
                                ADD 1 TO WS-NB-DEC
                            END-IF
                            IF COU-TYPE = 'CHQ'
                                AND COU-DATE >= WS-COU-DEBUT-MOIS
                                AND COU-DATE <= WS-COU-FIN-MOIS
                                ADD 1 TO WS-NB-CHQ
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

      * MOIS DEBITEURS CONSECUTIFS EN REMONTANT DEPUIS LE MOIS
      * EXAMINE : UN POSTE MANQUANT OU CREDITEUR ARRETE LE DECOMPTE
       COMPTER-MOIS-DEBITEURS.
            MOVE 0 TO WS-FRG-MOIS-DEBIT(WS-IDX-FRG)
            MOVE WS-AN-EV TO WS-AN-CAL
            MOVE WS-MO-EV TO WS-MO-CAL
            MOVE 0 TO WS-FIN-BOUCLE
            PERFORM UNTIL WS-FIN-BOUCLE = 1
                STRING WS-AN-CAL '-' WS-MO-CAL
                    DELIMITED BY SIZE INTO WS-MOIS-CAL
                SET WS-IDX-HIS TO WS-MO-CAL
                IF WS-FRG-HIS-MOIS(WS-IDX-FRG, WS-IDX-HIS)
                        = WS-MOIS-CAL
                    AND WS-FRG-HIS-POSITION(WS-IDX-FRG, WS-IDX-HIS)
                        = 'D'
                    ADD 1 TO WS-FRG-MOIS-DEBIT(WS-IDX-FRG)
                    IF WS-FRG-MOIS-DEBIT(WS-IDX-FRG) >= 12
                        MOVE 1 TO WS-FIN-BOUCLE
                    END-IF
                    IF WS-MO-CAL = 1
                        MOVE 12 TO WS-MO-CAL
                        SUBTRACT 1 FROM WS-AN-CAL
                    ELSE
                        SUBTRACT 1 FROM WS-MO-CAL
                    END-IF
                ELSE
                    MOVE 1 TO WS-FIN-BOUCLE
                END-IF
            END-PERFORM.

      * INCIDENTS DE PAIEMENT DES POSTES DE LA FENETRE DE 12 MOIS
       COMPTER-INCIDENTS.
            MOVE 0 TO WS-FRG-NB-INCIDENTS(WS-IDX-FRG)
            PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                    UNTIL WS-IDX-HIS > 12
                IF WS-FRG-HIS-MOIS(WS-IDX-FRG, WS-IDX-HIS)
                        >= WS-MOIS-FENETRE
                    AND WS-FRG-HIS-MOIS(WS-IDX-FRG, WS-IDX-HIS)
                        <= WS-MOIS-EVALUE
                    ADD WS-FRG-HIS-INCIDENTS(WS-IDX-FRG, WS-IDX-HIS)
                        TO WS-FRG-NB-INCIDENTS(WS-IDX-FRG)
                END-IF
            END-PERFORM.

      * CRITERES REMPLIS : D (DEBIT), L (LETTRES), I (INCIDENTS),
      * R (REVENUS FAIBLES), UNE POSITION CHACUN DANS FRG-CRITERES
       EVALUER-CRITERES.
            MOVE 0 TO WS-NB-CRITERES
            MOVE SPACES TO WS-FRG-CRITERES(WS-IDX-FRG)
            IF WS-FRG-MOIS-DEBIT(WS-IDX-FRG) >= WS-SEUIL-MOIS-DEBIT
                MOVE 'D' TO WS-FRG-CRITERES(WS-IDX-FRG)(1:1)
                ADD 1 TO WS-NB-CRITERES
            END-IF
            IF WS-FRG-NB-LETTRES(WS-IDX-FRG) >= WS-SEUIL-LETTRES
                MOVE 'L' TO WS-FRG-CRITERES(WS-IDX-FRG)(2:1)
                ADD 1 TO WS-NB-CRITERES
            END-IF
            IF WS-FRG-NB-INCIDENTS(WS-IDX-FRG) >= WS-SEUIL-INCIDENTS
                MOVE 'I' TO WS-FRG-CRITERES(WS-IDX-FRG)(3:1)
                ADD 1 TO WS-NB-CRITERES
            END-IF
            IF WS-FRG-REVENUS(WS-IDX-FRG) < WS-SEUIL-REVENU
                MOVE 'R' TO WS-FRG-CRITERES(WS-IDX-FRG)(4:1)
                ADD 1 TO WS-NB-CRITERES
            END-IF.

      * LETTRE D'OFFRE A FAIBLE COUT, UNE PAR PAGE
       EDITER-LETTRE.
            MOVE WS-DATE-EDIT TO WS-LET-ED-DATE
            IF CLI-TYPE-COMPTE = 'E' OR CLI-TYPE-COMPTE = 'O'
                MOVE 'M OU MME ' TO WS-LET-CIVILITE
            ELSE
                MOVE SPACES TO WS-LET-CIVILITE
            END-IF
            MOVE CLI-NOM        TO WS-LET-NOM
            MOVE CLI-PRENOM     TO WS-LET-PRENOM
            MOVE CLI-CO-NOM     TO WS-LET-CO-NOM
            MOVE CLI-NUM-COMPTE TO WS-LET-COMPTE
            MOVE WS-PRIX-OFFRE  TO WS-LET-PRIX
            MOVE WS-PLAFOND     TO WS-LET-PLAFOND

      * PREFERENCE DE DISTRIBUTION DU CLIENT POUR CETTE LETTRE
            MOVE 'P' TO DIS-FONCTION
            MOVE CLI-NUM-COMPTE TO DIS-CLIENT
            MOVE 'FRG' TO DIS-TYPE
            MOVE 'PJ51FRAG' TO DIS-PROGRAMME
            MOVE 'N' TO DIS-OBLIGATOIRE
            CALL 'PREFDIST' USING WS-ZONE-DIST
            IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
                MOVE 'O' TO DIS-FONCTION
                MOVE WS-LET-OBJET(1:60) TO DIS-TITRE
                CALL 'PREFDIST' USING WS-ZONE-DIST
            END-IF

      * LIGNE DE COMMANDE DE L'ATELIER (NON IMPRIMEE) AVANT LA PAGE
            IF DIS-PAPIER = 'O' AND DIS-LIGNE-ATELIER NOT = SPACES
                WRITE ENR-LETTRE FROM DIS-LIGNE-ATELIER
                    AFTER ADVANCING 1 LINE
            END-IF

            MOVE WS-LET-DATE TO DIS-LIGNE
            MOVE 0 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-DEST TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            IF CLI-CO-NOM NOT = SPACES
                MOVE WS-LET-CO-DEST TO DIS-LIGNE
                MOVE 1 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
            END-IF
            IF DIS-ADR-CORRESP = 'O'
                PERFORM SORTIR-ADRESSE
                    VARYING WS-IDX-ADR FROM 1 BY 1
                    UNTIL WS-IDX-ADR > 4
            END-IF
            MOVE WS-LET-OBJET TO DIS-LIGNE
            MOVE 3 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS1 TO DIS-LIGNE
            MOVE 3 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS2 TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS3 TO DIS-LIGNE
            MOVE 1 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-OFFRE1 TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-OFFRE2 TO DIS-LIGNE
            MOVE 1 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-OFFRE3 TO DIS-LIGNE
            MOVE 1 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS4 TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-CORPS5 TO DIS-LIGNE
            MOVE 2 TO DIS-SAUT
            PERFORM SORTIR-LIGNE
            MOVE WS-LET-SIGN TO DIS-LIGNE
            MOVE 3 TO DIS-SAUT
            PERFORM SORTIR-LIGNE

            IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
                MOVE 'T' TO DIS-FONCTION
                CALL 'PREFDIST' USING WS-ZONE-DIST
            END-IF

            PERFORM INDEXER-COURRIER.

      * UNE LIGNE DE LA LETTRE VERS CHAQUE CANAL RETENU : FLETTRE
      * POUR LE PAPIER (SAUT 0 = NOUVELLE PAGE), PREFDIST POUR LE
      * DEPOT SUR LE PORTAIL ET LA RETENUE DES COURRIERS NPAI
       SORTIR-LIGNE.
            IF DIS-PAPIER = 'O'
                IF DIS-SAUT = 0
                    WRITE ENR-LETTRE FROM DIS-LIGNE
                        AFTER ADVANCING PAGE
                ELSE
                    WRITE ENR-LETTRE FROM DIS-LIGNE
                        AFTER ADVANCING DIS-SAUT LINES
                END-IF
            END-IF
            IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
                MOVE 'L' TO DIS-FONCTION
                CALL 'PREFDIST' USING WS-ZONE-DIST
            END-IF.

       SORTIR-ADRESSE.
            IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
                MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
                MOVE WS-LET-ADRESSE TO DIS-LIGNE
                MOVE 1 TO DIS-SAUT
                PERFORM SORTIR-LIGNE
            END-IF.

      * UNE LIGNE D'INDEX PAR LETTRE EMISE : C'EST ELLE QUI PERMET
      * DE PROUVER L'ENVOI ET DE REIMPRIMER DEPUIS LE GUICHET
       INDEXER-COURRIER.
            MOVE SPACES TO ENR-COURRIER
            MOVE CLI-NUM-COMPTE TO COU-COMPTE
            MOVE WS-DATE-JOUR(3:6) TO COU-DATE
            MOVE WS-HEURE-JOUR TO COU-HEURE
            MOVE 0 TO COU-SEQ
            MOVE 'FRG' TO COU-TYPE
            MOVE 'PJ51FRAG' TO COU-PROGRAMME
            MOVE WS-LET-OBJET(1:60) TO COU-PREMIERE-LIGNE
            MOVE SPACE TO COU-REIMPRESSION
            PERFORM CANAL-COURRIER
            PERFORM ECRIRE-INDEX-COURRIER.

      * CANAL DE L'ENVOI PORTE A L'INDEX : 'P' PAPIER, 'E' PORTAIL,
      * 'D' LES DEUX, 'R' RETENU (ADRESSE INVALIDE)
       CANAL-COURRIER.
            IF DIS-ELECTRONIQUE = 'O'
                IF DIS-PAPIER = 'O'
                    MOVE 'D' TO COU-CANAL
                ELSE
                    MOVE 'E' TO COU-CANAL
                END-IF
            ELSE
                MOVE 'P' TO COU-CANAL
            END-IF
            IF DIS-RETENU = 'O'
                MOVE 'R' TO COU-CANAL
            END-IF.

       ECRIRE-INDEX-COURRIER.
            WRITE ENR-COURRIER
                INVALID KEY
                    PERFORM UNTIL WS-FS-COU NOT = '22'
                            OR COU-SEQ >= 99
                        ADD 1 TO COU-SEQ
                        WRITE ENR-COURRIER
                        END-WRITE
                    END-PERFORM
            END-WRITE.

       EDITER-DETAIL.
            MOVE CLI-NUM-COMPTE TO WS-DET-COMPTE
            MOVE CLI-NOM        TO WS-DET-NOM
            MOVE CLI-PRENOM     TO WS-DET-PRENOM
            MOVE WS-FRG-CRITERES(WS-IDX-FRG)    TO WS-DET-CRITERES
            MOVE WS-FRG-MOIS-DEBIT(WS-IDX-FRG)  TO WS-DET-MOIS-DEBIT
            MOVE WS-FRG-NB-LETTRES(WS-IDX-FRG)  TO WS-DET-LETTRES
            MOVE WS-FRG-NB-INCIDENTS(WS-IDX-FRG) TO WS-DET-INCIDENTS
            MOVE WS-FRG-DATE-DEBUT(WS-IDX-FRG)  TO WS-DET-DEBUT
            IF WS-FRG-STATUT(WS-IDX-FRG) = 'L'
                MOVE WS-FRG-DATE-FIN(WS-IDX-FRG) TO WS-DET-REVUE
            ELSE
                MOVE WS-FRG-DATE-REVUE(WS-IDX-FRG) TO WS-DET-REVUE
            END-IF
            MOVE WS-DECISION    TO WS-DET-DECISION
            WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.

      * REECRITURE COMPLETE DU REGISTRE DANS L'ORDRE DES COMPTES
       SAUVER-REGISTRE.
            OPEN OUTPUT F-FRAGIL
            PERFORM VARYING WS-IDX-FRG FROM 1 BY 1
                    UNTIL WS-IDX-FRG > 1000
                IF WS-FRG-STATUT(WS-IDX-FRG) NOT = SPACE
                    MOVE WS-FRG-ENR(WS-IDX-FRG) TO ENR-FRAGIL
                    WRITE ENR-FRAGIL
                    ADD 1 TO WS-NB-ECRITS
                END-IF
            END-PERFORM
            CLOSE F-FRAGIL.
