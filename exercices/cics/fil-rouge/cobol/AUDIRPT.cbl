      ******************************************************************
      * Programme : AUDIRPT - Revue d'audit hebdomadaire des journaux
      * Fonction  : Separation des taches et operations d'initie du
      *             personnel
      *
      * Passe chaque semaine. La periode est lue en debut de
      * traitement (SYSIN : date de debut et date de fin AAAAMMJJ) ;
      * a defaut, les sept jours qui precedent la date du passage.
      * Recoupe les journaux du guichet et signale :
      *   EMP : mouvement (MVTJRN) d'un guichetier sur un compte dont
      *         le titulaire est un employe (compte de paie interne
      *         EMPCPT) ou un agent de la banque (fichier FAGENTS) ;
      *   SOI : acte d'un utilisateur sur son propre compte :
      *         mouvement, blocage pose ou leve (BLOCAGE), decouvert
      *         autorise (DECOTRT) ou derogation (DEROGJRN) ;
      *   NOM : mouvement sur le compte d'un homonyme du guichetier ;
      *   ADR : mouvement sur le compte d'un client domicilie a
      *         l'adresse du guichetier ;
      *   VAL : virement au dela du seuil (VIRATT) saisi et decide
      *         par le meme utilisateur ;
      *   HOR : mouvement, virement, derogation ou ouverture de
      *         session hors des heures d'ouverture de l'agence
      *         (PARAMS HEUREOUV / HEUREFER, HHMM, 0800 et 1900 par
      *         defaut) ;
      *   TRM : ouverture de session (SIGNJRN) depuis un autre
      *         terminal que le terminal habituel de l'agent.
      * Seuls les utilisateurs du fichier USERS sont examines (les
      * traitements batch qui mouvementent les comptes sont ecartes).
      * Le fichier FAGENTS (une carte par agent, tenue par le
      * personnel) donne le numero client de l'agent, son nom, son
      * adresse et son terminal habituel.
      * Chaque constat porte le journal et la cle de l'enregistrement
      * pour que l'audit retrouve directement la trace. La liste
      * FAUDIT (80 colonnes) se termine par le nombre de constats par
      * cas ; RC 4 des qu'il y a un constat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIRPT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AGENTS ASSIGN TO FAGENTS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AGT.

           SELECT OPTIONAL F-EMPCPT ASSIGN TO EMPCPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ECP-ID
               FILE STATUS IS WS-FS-ECP.

           SELECT F-USERS ASSIGN TO USERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-ID
               FILE STATUS IS WS-FS-USR.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLE
               FILE STATUS IS WS-FS-PRM.

           SELECT F-MVTJRN ASSIGN TO MVTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-MVT.

           SELECT F-VIRATT ASSIGN TO VIRATT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATT-CLE
               FILE STATUS IS WS-FS-ATT.

           SELECT F-BLOCAGES ASSIGN TO BLOCAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BLQ-CLE
               FILE STATUS IS WS-FS-BLQ.

           SELECT F-DEROGJRN ASSIGN TO DEROGJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRG-CLE
               FILE STATUS IS WS-FS-DRG.

           SELECT F-SIGNJRN ASSIGN TO SIGNJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SGN-CLE
               FILE STATUS IS WS-FS-SGN.

           SELECT F-EDITION ASSIGN TO FAUDIT
               FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

      *─── Fiche agent (une carte par utilisateur, tenue par le
      *    personnel) ───────────────────────────────────────────────
       FD  F-AGENTS.
       01  ENR-AGENT.
           05  AGT-USR-ID          PIC X(8).
           05  AGT-CLIENT          PIC X(6).
           05  AGT-NOM             PIC X(25).
           05  AGT-ADRESSE         PIC X(30).
           05  AGT-CODEPOST        PIC X(5).
           05  AGT-TERMINAL        PIC X(4).
           05  FILLER              PIC X(2).

      *─── Comptes de paie des employes (gestion des credits) ─────────
       FD  F-EMPCPT.
       01  ENR-EMPCPT.
           05  ECP-ID              PIC X(6).
           05  ECP-TYPE            PIC X(1).
           05  ECP-COMPTE          PIC X(11).
           05  FILLER              PIC X(82).

       FD  F-USERS.
       01  ENR-USER.
           05  USR-ID              PIC X(8).
           05  USR-NOM             PIC X(30).
           05  FILLER              PIC X(13).

       FD  F-COMPTES.
       01  ENR-COMPTE.
           05  CPT-NUM             PIC X(11).
           05  CPT-CLIENT          PIC X(6).
           05  FILLER              PIC X(72).

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  CLI-ADRESSE         PIC X(30).
           05  CLI-VILLE           PIC X(20).
           05  CLI-CODEPOST        PIC X(5).
           05  FILLER              PIC X(24).

       FD  F-PARAMS.
       01  ENR-PARAMS.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).

       FD  F-MVTJRN.
       01  ENR-MVTJRN.
           05  JRN-CLE.
               10  JRN-COMPTE      PIC X(11).
               10  JRN-DATE        PIC 9(7).
               10  JRN-HEURE       PIC 9(7).
           05  JRN-GUICHETIER      PIC X(8).
           05  JRN-SENS            PIC X(1).
           05  JRN-MONTANT         PIC 9(7)V99 COMP-3.
           05  JRN-SOLDE-APRES     PIC S9(9)V99 COMP-3.
           05  JRN-REFERENCE       PIC 9(8).

       FD  F-VIRATT.
       01  ENR-VIRATT.
           05  ATT-CLE.
               10  ATT-DATE        PIC 9(7).
               10  ATT-HEURE       PIC 9(7).
               10  ATT-TACHE       PIC 9(7).
           05  ATT-STATUT          PIC X(1).
           05  ATT-INITIATEUR      PIC X(8).
           05  ATT-COMPTE-SOURCE   PIC X(11).
           05  ATT-COMPTE-CIBLE    PIC X(11).
           05  ATT-MONTANT         PIC 9(7)V99 COMP-3.
           05  ATT-SUPERVISEUR     PIC X(8).
           05  ATT-DATE-DECISION   PIC 9(7).
           05  ATT-MOTIF           PIC X(30).
           05  ATT-PROCURATION     PIC 9(2).
           05  ATT-REPRESENTANT    PIC 9(2).
           05  ATT-REPR-LEGAL      PIC X(1).

       FD  F-BLOCAGES.
       01  ENR-BLOCAGE.
           05  BLQ-CLE.
               10  BLQ-COMPTE      PIC X(11).
               10  BLQ-NUMERO      PIC 9(8).
           05  BLQ-MONTANT         PIC 9(7)V99 COMP-3.
           05  BLQ-MOTIF           PIC X(3).
           05  BLQ-LIBELLE         PIC X(25).
           05  BLQ-STATUT          PIC X(1).
           05  BLQ-DATE-POSE       PIC X(8).
           05  BLQ-AGENT-POSE      PIC X(8).
           05  BLQ-DATE-FIN        PIC X(8).
           05  BLQ-DATE-LEVEE      PIC X(8).
           05  BLQ-AGENT-LEVEE     PIC X(8).
           05  FILLER              PIC X(7).

       FD  F-DEROGJRN.
       01  ENR-DEROGJRN.
           05  DRG-CLE.
               10  DRG-DATE        PIC 9(7).
               10  DRG-HEURE       PIC 9(7).
               10  DRG-TACHE       PIC 9(7).
           05  DRG-USER            PIC X(8).
           05  DRG-MOTIF           PIC X(4).
           05  DRG-COMPTE-SOURCE   PIC X(11).
           05  DRG-COMPTE-CIBLE    PIC X(11).
           05  DRG-MONTANT         PIC 9(7)V99 COMP-3.
           05  FILLER              PIC X(9).

       FD  F-SIGNJRN.
       01  ENR-SIGNJRN.
           05  SGN-CLE.
               10  SGN-DATE        PIC 9(7).
               10  SGN-HEURE       PIC 9(7).
               10  SGN-TACHE       PIC 9(7).
           05  SGN-USER            PIC X(8).
           05  SGN-TYPE            PIC X(1).
           05  SGN-TERMINAL        PIC X(4).
           05  FILLER              PIC X(6).

       FD  F-EDITION.
       01  ENR-EDITION             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-AGT               PIC XX.
       01  WS-FS-ECP               PIC XX.
       01  WS-FS-USR               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-PRM               PIC XX.
       01  WS-FS-MVT               PIC XX.
       01  WS-FS-ATT               PIC XX.
       01  WS-FS-BLQ               PIC XX.
       01  WS-FS-DRG               PIC XX.
       01  WS-FS-SGN               PIC XX.
       01  WS-FS-EDI               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.

      *─── Periode examinee (AAAAMMJJ et format EIBDATE 0CYYDDD) ──────
       01  WS-CARTE-PERIODE.
           05  WS-CARTE-DEBUT      PIC X(8).
           05  WS-CARTE-FIN        PIC X(8).
           05  FILLER              PIC X(64).
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-DATE-DEBUT           PIC 9(8) VALUE 0.
       01  WS-DATE-DEBUT-X REDEFINES WS-DATE-DEBUT PIC X(8).
       01  WS-DATE-FIN             PIC 9(8) VALUE 0.
       01  WS-DATE-FIN-X REDEFINES WS-DATE-FIN PIC X(8).
       01  WS-JUL-DEBUT            PIC 9(7) VALUE 0.
       01  WS-JUL-FIN              PIC 9(7) VALUE 0.

       01  WS-DATE-CONV.
           05  WS-CONV-ANNEE       PIC 9(4).
           05  FILLER              PIC 9(4).
       01  WS-DATE-CONV-N REDEFINES WS-DATE-CONV PIC 9(8).
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-JULIEN-CONV          PIC 9(7) VALUE 0.

      *─── Heures d'ouverture de l'agence (HHMM) ──────────────────────
       01  WS-HEURE-OUVERTURE      PIC 9(4) VALUE 0800.
       01  WS-HEURE-FERMETURE      PIC 9(4) VALUE 1900.
       01  WS-HHMM                 PIC 9(4) VALUE 0.
       01  WS-HEURE-EIB            PIC 9(7) VALUE 0.

      *─── Fiches agents chargees en memoire ──────────────────────────
       01  WS-NB-AGENTS            PIC 9(3) VALUE 0.
       01  WS-TAB-AGENTS.
           05  WS-AGENT OCCURS 300 TIMES
                        INDEXED BY WS-IDX-AGT.
               10  WS-AGT-USR-ID   PIC X(8).
               10  WS-AGT-CLIENT   PIC X(6).
               10  WS-AGT-NOM      PIC X(25).
               10  WS-AGT-ADRESSE  PIC X(30).
               10  WS-AGT-CODEPOST PIC X(5).
               10  WS-AGT-TERMINAL PIC X(4).
       01  WS-AGENT-TROUVE         PIC 9(3) VALUE 0.

      *─── Clients titulaires d'un compte de paie d'employe ───────────
       01  WS-NB-CLI-EMPLOYES      PIC 9(4) VALUE 0.
       01  WS-TAB-CLI-EMPLOYES.
           05  WS-CLI-EMPLOYE      PIC X(6) OCCURS 2000 TIMES
                                   INDEXED BY WS-IDX-EMP.
       01  WS-CLIENT-EMPLOYE       PIC 9 VALUE 0.

      *─── Utilisateur et titulaire examines ──────────────────────────
       01  WS-USER-EXAMINE         PIC X(8).
       01  WS-COMPTE-EXAMINE       PIC X(11).
       01  WS-USER-CONNU           PIC 9 VALUE 0.
       01  WS-TITULAIRE-TROUVE     PIC 9 VALUE 0.
       01  WS-CLIENT-TITULAIRE     PIC X(6).

      *─── Constat en cours ───────────────────────────────────────────
       01  WS-CST-CAS              PIC X(3).
       01  WS-CST-JOURNAL          PIC X(8).
       01  WS-CST-CLE              PIC X(25).
       01  WS-CST-DETAIL           PIC X(20).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-CONSTATS          PIC 9(7) VALUE 0.
       01  WS-NB-EMP               PIC 9(7) VALUE 0.
       01  WS-NB-SOI               PIC 9(7) VALUE 0.
       01  WS-NB-NOM               PIC 9(7) VALUE 0.
       01  WS-NB-ADR               PIC 9(7) VALUE 0.
       01  WS-NB-VAL               PIC 9(7) VALUE 0.
       01  WS-NB-HOR               PIC 9(7) VALUE 0.
       01  WS-NB-TRM               PIC 9(7) VALUE 0.
       01  WS-NB-LUS               PIC 9(7) VALUE 0.
       01  WS-NB-SOI-AVANT         PIC 9(7) VALUE 0.
       01  WS-NB-JOURNAUX-ABSENTS  PIC 9(2) VALUE 0.

      *─── Liste d'audit (80 colonnes) ────────────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.
       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(8) VALUE SPACES.
           05  FILLER              PIC X(44) VALUE
               '*** REVUE D''AUDIT DES JOURNAUX DU GUICHET - '.
           05  WS-TIT-DEBUT        PIC X(8).
           05  FILLER              PIC X(4) VALUE ' AU '.
           05  WS-TIT-FIN          PIC X(8).
           05  FILLER              PIC X(8) VALUE ' ***'.

       01  WS-LIGNE-SECTION.
           05  FILLER              PIC X(4) VALUE '--- '.
           05  WS-SEC-LIBELLE      PIC X(50).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(4)  VALUE 'CAS'.
           05  FILLER              PIC X(9)  VALUE 'USER'.
           05  FILLER              PIC X(9)  VALUE 'JOURNAL'.
           05  FILLER              PIC X(26) VALUE 'CLE JOURNAL'.
           05  FILLER              PIC X(12) VALUE 'COMPTE'.
           05  FILLER              PIC X(20) VALUE 'CONSTAT'.

       01  WS-LIGNE-DETAIL.
           05  WS-DET-CAS          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-USER         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-JOURNAL      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-CLE          PIC X(25).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-COMPTE       PIC X(11).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-DETAIL       PIC X(20).

       01  WS-DETAIL-HEURE.
           05  FILLER              PIC X(12) VALUE 'HORS HEURES '.
           05  WS-DH-HHMM          PIC 9(4).
           05  FILLER              PIC X(4)  VALUE SPACES.

       01  WS-DETAIL-TERMINAL.
           05  FILLER              PIC X(9)  VALUE 'TERMINAL '.
           05  WS-DT-TERMINAL      PIC X(4).
           05  FILLER              PIC X(1)  VALUE '/'.
           05  WS-DT-HABITUEL      PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  WS-LIGNE-BILAN.
           05  WS-BIL-LIBELLE      PIC X(50).
           05  WS-BIL-NOMBRE       PIC Z(6)9.
           05  FILLER              PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME AUDIRPT'

           PERFORM 1000-INITIALISER THRU 1000-EXIT
           PERFORM 1100-CHARGER-AGENTS THRU 1100-EXIT

           OPEN INPUT F-USERS
           OPEN INPUT F-COMPTES
           OPEN INPUT F-CLIENTS
           IF WS-FS-USR NOT = '00' OR WS-FS-CPT NOT = '00'
              OR WS-FS-CLI NOT = '00'
               DISPLAY 'USERS / COMPTE / CLIENT INDISPONIBLES : '
                       WS-FS-USR ' ' WS-FS-CPT ' ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-CHARGER-EMPLOYES THRU 1200-EXIT

           OPEN OUTPUT F-EDITION
           MOVE WS-DATE-DEBUT-X TO WS-TIT-DEBUT
           MOVE WS-DATE-FIN-X   TO WS-TIT-FIN
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE

           PERFORM 2000-CONTROLER-MOUVEMENTS THRU 2000-EXIT
           PERFORM 3000-CONTROLER-VIREMENTS THRU 3000-EXIT
           PERFORM 4000-CONTROLER-BLOCAGES THRU 4000-EXIT
           PERFORM 5000-CONTROLER-DEROGATIONS THRU 5000-EXIT
           PERFORM 6000-CONTROLER-SESSIONS THRU 6000-EXIT

           PERFORM 8000-EDITER-BILAN

           CLOSE F-USERS
           CLOSE F-COMPTES
           CLOSE F-CLIENTS
           CLOSE F-EDITION

           DISPLAY 'ENREGISTREMENTS EXAMINES : ' WS-NB-LUS
           DISPLAY 'CONSTATS                 : ' WS-NB-CONSTATS
           DISPLAY 'JOURNAUX ABSENTS         : '
                   WS-NB-JOURNAUX-ABSENTS
           DISPLAY 'FIN DU PROGRAMME AUDIRPT'

           IF WS-NB-CONSTATS > 0 OR WS-NB-JOURNAUX-ABSENTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      * 0100-CONVERTIR-JULIEN : WS-DATE-CONV (AAAAMMJJ) en
      * WS-JULIEN-CONV (0CYYDDD) ; zero si la date est invalide
      ******************************************************************
       0100-CONVERTIR-JULIEN.

           MOVE 0 TO WS-JULIEN-CONV
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-CONV-N) = 0
               GO TO 0100-EXIT
           END-IF
           COMPUTE WS-PREMIER-JANVIER = WS-CONV-ANNEE * 10000 + 0101
           COMPUTE WS-JULIEN-CONV = (WS-CONV-ANNEE - 1900) * 1000
               + FUNCTION INTEGER-OF-DATE(WS-DATE-CONV-N)
               - FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER) + 1.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALISER : periode (SYSIN ou les sept jours passes)
      * et heures d'ouverture de l'agence (PARAMS)
      ******************************************************************
       1000-INITIALISER.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CARTE-PERIODE
           DISPLAY 'PERIODE AAAAMMJJ AAAAMMJJ (BLANC = 7 JOURS) : '
           ACCEPT WS-CARTE-PERIODE FROM SYSIN

           IF WS-CARTE-DEBUT NUMERIC AND WS-CARTE-FIN NUMERIC
               MOVE WS-CARTE-DEBUT TO WS-DATE-DEBUT
               MOVE WS-CARTE-FIN   TO WS-DATE-FIN
           ELSE
               COMPUTE WS-DATE-DEBUT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 7)
               COMPUTE WS-DATE-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 1)
           END-IF

           MOVE WS-DATE-DEBUT TO WS-DATE-CONV-N
           PERFORM 0100-CONVERTIR-JULIEN THRU 0100-EXIT
           MOVE WS-JULIEN-CONV TO WS-JUL-DEBUT
           MOVE WS-DATE-FIN TO WS-DATE-CONV-N
           PERFORM 0100-CONVERTIR-JULIEN THRU 0100-EXIT
           MOVE WS-JULIEN-CONV TO WS-JUL-FIN
           IF WS-JUL-DEBUT = 0 OR WS-JUL-FIN = 0
              OR WS-JUL-DEBUT > WS-JUL-FIN
               DISPLAY 'PERIODE INVALIDE : ' WS-CARTE-PERIODE(1:16)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'PERIODE EXAMINEE : ' WS-DATE-DEBUT ' - '
                   WS-DATE-FIN

           OPEN INPUT F-PARAMS
           IF WS-FS-PRM NOT = '00'
               GO TO 1000-EXIT
           END-IF
           MOVE 'HEUREOUV' TO PRM-CLE
           READ F-PARAMS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALEUR NUMERIC
                       MOVE PRM-VALEUR TO WS-HEURE-OUVERTURE
                   END-IF
           END-READ
           MOVE 'HEUREFER' TO PRM-CLE
           READ F-PARAMS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALEUR NUMERIC
                       MOVE PRM-VALEUR TO WS-HEURE-FERMETURE
                   END-IF
           END-READ
           CLOSE F-PARAMS.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHARGER-AGENTS : fiches agents FAGENTS en memoire
      ******************************************************************
       1100-CHARGER-AGENTS.

           OPEN INPUT F-AGENTS
           IF WS-FS-AGT NOT = '00'
               IF WS-FS-AGT = '05'
                   CLOSE F-AGENTS
               END-IF
               DISPLAY 'FICHES AGENTS FAGENTS ABSENTES - CONTROLES '
                       'SOI/NOM/ADR/TRM LIMITES'
               GO TO 1100-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-AGENTS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-NB-AGENTS < 300
                           ADD 1 TO WS-NB-AGENTS
                           SET WS-IDX-AGT TO WS-NB-AGENTS
                           MOVE AGT-USR-ID
                               TO WS-AGT-USR-ID(WS-IDX-AGT)
                           MOVE AGT-CLIENT
                               TO WS-AGT-CLIENT(WS-IDX-AGT)
                           MOVE AGT-NOM
                               TO WS-AGT-NOM(WS-IDX-AGT)
                           MOVE AGT-ADRESSE
                               TO WS-AGT-ADRESSE(WS-IDX-AGT)
                           MOVE AGT-CODEPOST
                               TO WS-AGT-CODEPOST(WS-IDX-AGT)
                           MOVE AGT-TERMINAL
                               TO WS-AGT-TERMINAL(WS-IDX-AGT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-AGENTS
           MOVE 0 TO WS-EOF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CHARGER-EMPLOYES : clients titulaires des comptes de paie
      * internes (EMPCPT type 'I') et clients des agents
      ******************************************************************
       1200-CHARGER-EMPLOYES.

           PERFORM VARYING WS-IDX-AGT FROM 1 BY 1
                   UNTIL WS-IDX-AGT > WS-NB-AGENTS
               IF WS-AGT-CLIENT(WS-IDX-AGT) NOT = SPACES
                  AND WS-NB-CLI-EMPLOYES < 2000
                   ADD 1 TO WS-NB-CLI-EMPLOYES
                   MOVE WS-AGT-CLIENT(WS-IDX-AGT)
                       TO WS-CLI-EMPLOYE(WS-NB-CLI-EMPLOYES)
               END-IF
           END-PERFORM

           OPEN INPUT F-EMPCPT
           IF WS-FS-ECP NOT = '00'
               IF WS-FS-ECP = '05'
                   CLOSE F-EMPCPT
               END-IF
               DISPLAY 'COMPTES DE PAIE EMPCPT ABSENTS'
               GO TO 1200-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-EMPCPT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ECP-TYPE = 'I'
                          AND WS-NB-CLI-EMPLOYES < 2000
                           MOVE ECP-COMPTE TO CPT-NUM
                           READ F-COMPTES
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-CLI-EMPLOYES
                                   MOVE CPT-CLIENT TO
                                     WS-CLI-EMPLOYE(WS-NB-CLI-EMPLOYES)
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-EMPCPT
           MOVE 0 TO WS-EOF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1800-IDENTIFIER : utilisateur examine connu de USERS, fiche
      * agent correspondante, titulaire du compte examine
      ******************************************************************
       1800-IDENTIFIER.

           MOVE 0 TO WS-USER-CONNU
           MOVE WS-USER-EXAMINE TO USR-ID
           READ F-USERS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-USER-CONNU
           END-READ

           MOVE 0 TO WS-AGENT-TROUVE
           PERFORM VARYING WS-IDX-AGT FROM 1 BY 1
                   UNTIL WS-IDX-AGT > WS-NB-AGENTS
               IF WS-AGT-USR-ID(WS-IDX-AGT) = WS-USER-EXAMINE
                   SET WS-AGENT-TROUVE TO WS-IDX-AGT
                   SET WS-IDX-AGT TO WS-NB-AGENTS
               END-IF
           END-PERFORM

           MOVE 0 TO WS-TITULAIRE-TROUVE
           MOVE SPACES TO WS-CLIENT-TITULAIRE
           IF WS-COMPTE-EXAMINE NOT = SPACES
               MOVE WS-COMPTE-EXAMINE TO CPT-NUM
               READ F-COMPTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CPT-CLIENT TO WS-CLIENT-TITULAIRE
                       MOVE CPT-CLIENT TO CLI-NUM
                       READ F-CLIENTS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO WS-TITULAIRE-TROUVE
                       END-READ
               END-READ
           END-IF.

      ******************************************************************
      * 1850-CONTROLER-PROPRE-COMPTE : le titulaire est l'agent
      ******************************************************************
       1850-CONTROLER-PROPRE-COMPTE.

           IF WS-AGENT-TROUVE > 0 AND WS-CLIENT-TITULAIRE NOT = SPACES
               SET WS-IDX-AGT TO WS-AGENT-TROUVE
               IF WS-AGT-CLIENT(WS-IDX-AGT) = WS-CLIENT-TITULAIRE
                   MOVE 'SOI' TO WS-CST-CAS
                   PERFORM 7000-EDITER-CONSTAT
               END-IF
           END-IF.

      ******************************************************************
      * 1900-CONTROLER-HEURE : horodatage EIBTIME hors ouverture
      ******************************************************************
       1900-CONTROLER-HEURE.

           COMPUTE WS-HHMM = WS-HEURE-EIB / 100
           IF WS-HHMM < WS-HEURE-OUVERTURE
              OR WS-HHMM >= WS-HEURE-FERMETURE
               MOVE 'HOR' TO WS-CST-CAS
               MOVE WS-HHMM TO WS-DH-HHMM
               MOVE WS-DETAIL-HEURE TO WS-CST-DETAIL
               PERFORM 7000-EDITER-CONSTAT
           END-IF.

      ******************************************************************
      * 2000-CONTROLER-MOUVEMENTS : MVTJRN - compte d'employe, propre
      * compte, homonyme, meme adresse, hors heures
      ******************************************************************
       2000-CONTROLER-MOUVEMENTS.

           MOVE 'MOUVEMENTS DU GUICHET (MVTJRN)' TO WS-SEC-LIBELLE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SECTION

           OPEN INPUT F-MVTJRN
           IF WS-FS-MVT NOT = '00'
               DISPLAY 'JOURNAL MVTJRN INDISPONIBLE : ' WS-FS-MVT
               ADD 1 TO WS-NB-JOURNAUX-ABSENTS
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-MVTJRN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF JRN-DATE >= WS-JUL-DEBUT
                          AND JRN-DATE <= WS-JUL-FIN
                           PERFORM 2100-EXAMINER-MOUVEMENT
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-MVTJRN
           MOVE 0 TO WS-EOF.

       2000-EXIT.
           EXIT.

       2100-EXAMINER-MOUVEMENT.

           ADD 1 TO WS-NB-LUS
           MOVE JRN-GUICHETIER TO WS-USER-EXAMINE
           MOVE JRN-COMPTE     TO WS-COMPTE-EXAMINE
           PERFORM 1800-IDENTIFIER
           IF WS-USER-CONNU = 0
               GO TO 2100-EXIT
           END-IF

           MOVE 'MVTJRN' TO WS-CST-JOURNAL
           MOVE JRN-CLE  TO WS-CST-CLE

           MOVE JRN-HEURE TO WS-HEURE-EIB
           PERFORM 1900-CONTROLER-HEURE

           IF WS-TITULAIRE-TROUVE = 0
               GO TO 2100-EXIT
           END-IF

           MOVE 'PROPRE COMPTE' TO WS-CST-DETAIL
           MOVE WS-NB-SOI TO WS-NB-SOI-AVANT
           PERFORM 1850-CONTROLER-PROPRE-COMPTE
           IF WS-NB-SOI > WS-NB-SOI-AVANT
               GO TO 2100-EXIT
           END-IF

           MOVE 0 TO WS-CLIENT-EMPLOYE
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-CLI-EMPLOYES
               IF WS-CLI-EMPLOYE(WS-IDX-EMP) = WS-CLIENT-TITULAIRE
                   MOVE 1 TO WS-CLIENT-EMPLOYE
                   SET WS-IDX-EMP TO WS-NB-CLI-EMPLOYES
               END-IF
           END-PERFORM
           IF WS-CLIENT-EMPLOYE = 1
               MOVE 'EMP' TO WS-CST-CAS
               MOVE 'COMPTE D''EMPLOYE' TO WS-CST-DETAIL
               PERFORM 7000-EDITER-CONSTAT
           END-IF

           IF WS-AGENT-TROUVE = 0
               GO TO 2100-EXIT
           END-IF
           SET WS-IDX-AGT TO WS-AGENT-TROUVE
           IF WS-AGT-NOM(WS-IDX-AGT) NOT = SPACES
              AND CLI-NOM = WS-AGT-NOM(WS-IDX-AGT)
               MOVE 'NOM' TO WS-CST-CAS
               MOVE 'HOMONYME DU GUICHET' TO WS-CST-DETAIL
               PERFORM 7000-EDITER-CONSTAT
           END-IF
           IF WS-AGT-ADRESSE(WS-IDX-AGT) NOT = SPACES
              AND CLI-ADRESSE = WS-AGT-ADRESSE(WS-IDX-AGT)
              AND CLI-CODEPOST = WS-AGT-CODEPOST(WS-IDX-AGT)
               MOVE 'ADR' TO WS-CST-CAS
               MOVE 'MEME ADRESSE' TO WS-CST-DETAIL
               PERFORM 7000-EDITER-CONSTAT
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONTROLER-VIREMENTS : VIRATT - saisi et decide par le
      * meme utilisateur, saisie hors heures
      ******************************************************************
       3000-CONTROLER-VIREMENTS.

           MOVE 'VIREMENTS AU DELA DU SEUIL (VIRATT)'
               TO WS-SEC-LIBELLE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SECTION

           OPEN INPUT F-VIRATT
           IF WS-FS-ATT NOT = '00'
               DISPLAY 'JOURNAL VIRATT INDISPONIBLE : ' WS-FS-ATT
               ADD 1 TO WS-NB-JOURNAUX-ABSENTS
               GO TO 3000-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-VIRATT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ATT-DATE >= WS-JUL-DEBUT
                          AND ATT-DATE <= WS-JUL-FIN
                           PERFORM 3100-EXAMINER-VIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-VIRATT
           MOVE 0 TO WS-EOF.

       3000-EXIT.
           EXIT.

       3100-EXAMINER-VIREMENT.

           ADD 1 TO WS-NB-LUS
           MOVE 'VIRATT'          TO WS-CST-JOURNAL
           MOVE ATT-CLE           TO WS-CST-CLE
           MOVE ATT-INITIATEUR    TO WS-USER-EXAMINE
           MOVE ATT-COMPTE-SOURCE TO WS-COMPTE-EXAMINE

           IF ATT-SUPERVISEUR NOT = SPACES
              AND ATT-SUPERVISEUR = ATT-INITIATEUR
               MOVE 'VAL' TO WS-CST-CAS
               EVALUATE ATT-STATUT
                   WHEN 'V'
                       MOVE 'SAISI ET VALIDE' TO WS-CST-DETAIL
                   WHEN 'R'
                       MOVE 'SAISI ET REJETE' TO WS-CST-DETAIL
                   WHEN OTHER
                       MOVE 'SAISI ET DECIDE' TO WS-CST-DETAIL
               END-EVALUATE
               PERFORM 7000-EDITER-CONSTAT
           END-IF

           MOVE ATT-HEURE TO WS-HEURE-EIB
           PERFORM 1900-CONTROLER-HEURE.

      ******************************************************************
      * 4000-CONTROLER-BLOCAGES : BLOCAGE - pose ou levee d'un
      * blocage par l'agent sur son propre compte
      ******************************************************************
       4000-CONTROLER-BLOCAGES.

           MOVE 'BLOCAGES DE FONDS (BLOCAGE)' TO WS-SEC-LIBELLE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SECTION

           OPEN INPUT F-BLOCAGES
           IF WS-FS-BLQ NOT = '00'
               DISPLAY 'FICHIER BLOCAGE INDISPONIBLE : ' WS-FS-BLQ
               ADD 1 TO WS-NB-JOURNAUX-ABSENTS
               GO TO 4000-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-BLOCAGES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 4100-EXAMINER-BLOCAGE
               END-READ
           END-PERFORM
           CLOSE F-BLOCAGES
           MOVE 0 TO WS-EOF.

       4000-EXIT.
           EXIT.

       4100-EXAMINER-BLOCAGE.

           MOVE 'BLOCAGE'  TO WS-CST-JOURNAL
           MOVE BLQ-CLE    TO WS-CST-CLE
           MOVE BLQ-COMPTE TO WS-COMPTE-EXAMINE

           IF BLQ-DATE-POSE >= WS-DATE-DEBUT-X
              AND BLQ-DATE-POSE <= WS-DATE-FIN-X
               ADD 1 TO WS-NB-LUS
               MOVE BLQ-AGENT-POSE TO WS-USER-EXAMINE
               PERFORM 1800-IDENTIFIER
               MOVE 'BLOCAGE POSE' TO WS-CST-DETAIL
               PERFORM 1850-CONTROLER-PROPRE-COMPTE
           END-IF

           IF BLQ-DATE-LEVEE >= WS-DATE-DEBUT-X
              AND BLQ-DATE-LEVEE <= WS-DATE-FIN-X
              AND BLQ-AGENT-LEVEE NOT = SPACES
               ADD 1 TO WS-NB-LUS
               MOVE BLQ-AGENT-LEVEE TO WS-USER-EXAMINE
               PERFORM 1800-IDENTIFIER
               MOVE 'BLOCAGE LEVE' TO WS-CST-DETAIL
               PERFORM 1850-CONTROLER-PROPRE-COMPTE
           END-IF.

      ******************************************************************
      * 5000-CONTROLER-DEROGATIONS : DEROGJRN - derogation de
      * virement ('BENF') ou decouvert autorise ('DECO') accorde par
      * un utilisateur a son propre compte, acte hors heures
      ******************************************************************
       5000-CONTROLER-DEROGATIONS.

           MOVE 'DEROGATIONS ET DECOUVERTS (DEROGJRN)'
               TO WS-SEC-LIBELLE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SECTION

           OPEN INPUT F-DEROGJRN
           IF WS-FS-DRG NOT = '00'
               DISPLAY 'JOURNAL DEROGJRN INDISPONIBLE : ' WS-FS-DRG
               ADD 1 TO WS-NB-JOURNAUX-ABSENTS
               GO TO 5000-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-DEROGJRN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DRG-DATE >= WS-JUL-DEBUT
                          AND DRG-DATE <= WS-JUL-FIN
                           PERFORM 5100-EXAMINER-DEROGATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-DEROGJRN
           MOVE 0 TO WS-EOF.

       5000-EXIT.
           EXIT.

       5100-EXAMINER-DEROGATION.

           ADD 1 TO WS-NB-LUS
           MOVE 'DEROGJRN' TO WS-CST-JOURNAL
           MOVE DRG-CLE    TO WS-CST-CLE
           MOVE DRG-USER   TO WS-USER-EXAMINE
           IF DRG-MOTIF = 'DECO'
               MOVE 'DECOUVERT ACCORDE' TO WS-CST-DETAIL
           ELSE
               MOVE 'DEROGATION ACCORDEE' TO WS-CST-DETAIL
           END-IF

           MOVE DRG-COMPTE-SOURCE TO WS-COMPTE-EXAMINE
           PERFORM 1800-IDENTIFIER
           PERFORM 1850-CONTROLER-PROPRE-COMPTE

           IF DRG-COMPTE-CIBLE NOT = SPACES
               MOVE DRG-COMPTE-CIBLE TO WS-COMPTE-EXAMINE
               PERFORM 1800-IDENTIFIER
               MOVE 'DEROGATION A SON PROFIT' TO WS-CST-DETAIL
               PERFORM 1850-CONTROLER-PROPRE-COMPTE
           END-IF

           MOVE DRG-COMPTE-SOURCE TO WS-COMPTE-EXAMINE
           MOVE DRG-HEURE TO WS-HEURE-EIB
           PERFORM 1900-CONTROLER-HEURE.

      ******************************************************************
      * 6000-CONTROLER-SESSIONS : SIGNJRN - connexion hors heures ou
      * depuis un autre terminal que le terminal habituel
      ******************************************************************
       6000-CONTROLER-SESSIONS.

           MOVE 'OUVERTURES DE SESSION (SIGNJRN)' TO WS-SEC-LIBELLE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SECTION

           OPEN INPUT F-SIGNJRN
           IF WS-FS-SGN NOT = '00'
               DISPLAY 'JOURNAL SIGNJRN INDISPONIBLE : ' WS-FS-SGN
               ADD 1 TO WS-NB-JOURNAUX-ABSENTS
               GO TO 6000-EXIT
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-SIGNJRN
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SGN-DATE >= WS-JUL-DEBUT
                          AND SGN-DATE <= WS-JUL-FIN
                          AND SGN-TYPE = 'C'
                           PERFORM 6100-EXAMINER-SESSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-SIGNJRN
           MOVE 0 TO WS-EOF.

       6000-EXIT.
           EXIT.

       6100-EXAMINER-SESSION.

           ADD 1 TO WS-NB-LUS
           MOVE 'SIGNJRN' TO WS-CST-JOURNAL
           MOVE SGN-CLE   TO WS-CST-CLE
           MOVE SGN-USER  TO WS-USER-EXAMINE
           MOVE SPACES    TO WS-COMPTE-EXAMINE
           PERFORM 1800-IDENTIFIER

           MOVE SGN-HEURE TO WS-HEURE-EIB
           PERFORM 1900-CONTROLER-HEURE

           IF WS-AGENT-TROUVE > 0
               SET WS-IDX-AGT TO WS-AGENT-TROUVE
               IF WS-AGT-TERMINAL(WS-IDX-AGT) NOT = SPACES
                  AND SGN-TERMINAL NOT = WS-AGT-TERMINAL(WS-IDX-AGT)
                   MOVE 'TRM' TO WS-CST-CAS
                   MOVE SGN-TERMINAL TO WS-DT-TERMINAL
                   MOVE WS-AGT-TERMINAL(WS-IDX-AGT)
                       TO WS-DT-HABITUEL
                   MOVE WS-DETAIL-TERMINAL TO WS-CST-DETAIL
                   PERFORM 7000-EDITER-CONSTAT
               END-IF
           END-IF.

      ******************************************************************
      * 7000-EDITER-CONSTAT : une ligne par constat, cle du journal
      ******************************************************************
       7000-EDITER-CONSTAT.

           ADD 1 TO WS-NB-CONSTATS
           EVALUATE WS-CST-CAS
               WHEN 'EMP' ADD 1 TO WS-NB-EMP
               WHEN 'SOI' ADD 1 TO WS-NB-SOI
               WHEN 'NOM' ADD 1 TO WS-NB-NOM
               WHEN 'ADR' ADD 1 TO WS-NB-ADR
               WHEN 'VAL' ADD 1 TO WS-NB-VAL
               WHEN 'HOR' ADD 1 TO WS-NB-HOR
               WHEN 'TRM' ADD 1 TO WS-NB-TRM
           END-EVALUATE

           MOVE WS-CST-CAS        TO WS-DET-CAS
           MOVE WS-USER-EXAMINE   TO WS-DET-USER
           MOVE WS-CST-JOURNAL    TO WS-DET-JOURNAL
           MOVE WS-CST-CLE        TO WS-DET-CLE
           MOVE WS-COMPTE-EXAMINE TO WS-DET-COMPTE
           MOVE WS-CST-DETAIL     TO WS-DET-DETAIL
           WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.

      ******************************************************************
      * 8000-EDITER-BILAN : nombre de constats par cas
      ******************************************************************
       8000-EDITER-BILAN.

           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           MOVE 'EMP - MOUVEMENTS SUR COMPTE D''EMPLOYE     :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-EMP TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'SOI - ACTES SUR SON PROPRE COMPTE         :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-SOI TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'NOM - MOUVEMENTS SUR COMPTE D''HOMONYME    :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-NOM TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'ADR - MOUVEMENTS A L''ADRESSE DE L''AGENT   :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-ADR TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'VAL - VIREMENTS SAISIS ET DECIDES SEUL    :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-VAL TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'HOR - ACTIVITE HORS HEURES D''OUVERTURE    :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-HOR TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'TRM - SESSIONS SUR TERMINAL INHABITUEL    :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-TRM TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'TOTAL DES CONSTATS                        :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-CONSTATS TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           WRITE ENR-EDITION FROM WS-LIGNE-SEP.
