      ******************************************************************
      * Programme : RECLBAT - Reclamations en retard (liste du jour)
      * Fonction  : Lister chaque matin les reclamations dont un
      *             delai reglementaire est depasse
      *
      * Passe chaque jour sur le registre RECLAM tenu au guichet par
      * RECLTRT. Pour chaque reclamation non repondue (ligne 00,
      * statut 'O' ou 'A') :
      *   - accuse de reception en retard : statut 'O' (pas d'accuse)
      *     et echeance REC-DATE-AR-DUE depassee ;
      *   - reponse en retard : echeance REC-DATE-REP-DUE depassee.
      * Chaque delai depasse fait une ligne de FRECLLST (client,
      * numero, categorie, agence, gestionnaire, echeance, jours de
      * retard, objet), a remettre aux agences. Les reclamations
      * dont la reponse tombe dans les 7 jours sont signalees a
      * part, pour etre traitees avant l'echeance.
      * RC 4 des qu'un delai est depasse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECLAM ASSIGN TO RECLAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-CLE
               FILE STATUS IS WS-FS-REC.

           SELECT F-LISTE ASSIGN TO FRECLLST
               FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.

      *─── Registre des reclamations, dessin RECLAM (cf. copybook) ────
       FD  F-RECLAM.
       01  ENR-RECLAM.
           05  REC-CLE.
               10  REC-CLIENT      PIC X(6).
               10  REC-NUMERO      PIC 9(3).
               10  REC-LIGNE       PIC 9(2).
           05  REC-TYPE-LIGNE      PIC X(1).
           05  REC-DONNEES         PIC X(188).
           05  REC-DOS REDEFINES REC-DONNEES.
               10  REC-CANAL           PIC X(1).
               10  REC-CATEGORIE       PIC X(3).
               10  REC-COMPTE          PIC X(11).
               10  REC-AGENCE          PIC X(5).
               10  REC-MONTANT         PIC 9(9)V99 COMP-3.
               10  REC-GESTIONNAIRE    PIC X(8).
               10  REC-OBJET           PIC X(40).
               10  REC-DATE-RECEPTION  PIC X(8).
               10  REC-AGENT-RECEPTION PIC X(8).
               10  REC-DATE-AR-DUE     PIC X(8).
               10  REC-DATE-AR         PIC X(8).
               10  REC-DATE-REP-DUE    PIC X(8).
               10  REC-DATE-REPONSE    PIC X(8).
               10  REC-AGENT-REPONSE   PIC X(8).
               10  REC-STATUT          PIC X(1).
               10  REC-ISSUE           PIC X(1).
               10  REC-NB-ACTIONS      PIC 9(2).
               10  FILLER              PIC X(54).

       FD  F-LISTE.
       01  ENR-LISTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-REC               PIC XX.
       01  WS-FS-LST               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-EDIT            PIC X(10).

      *─── Horizon de vigilance : date du jour + 7 jours ──────────────
       01  WS-HORIZON-N            PIC 9(8) VALUE 0.
       01  WS-HORIZON REDEFINES WS-HORIZON-N PIC X(8).

       01  WS-ECHEANCE             PIC X(8).
       01  WS-ECHEANCE-N REDEFINES WS-ECHEANCE PIC 9(8).
       01  WS-JOURS                PIC S9(5) VALUE 0.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUES              PIC 9(5) VALUE 0.
       01  WS-NB-EN-COURS          PIC 9(5) VALUE 0.
       01  WS-NB-AR-RETARD         PIC 9(5) VALUE 0.
       01  WS-NB-REP-RETARD        PIC 9(5) VALUE 0.
       01  WS-NB-PROCHES           PIC 9(5) VALUE 0.

      *─── Lignes de la liste ─────────────────────────────────────────
       01  WS-LST-TITRE.
           05  FILLER              PIC X(40)
               VALUE 'RECLAMATIONS EN RETARD AU '.
           05  WS-LST-ED-DATE      PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LST-SOUS-TITRE.
           05  WS-LST-RUBRIQUE     PIC X(50).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LST-ENTETE.
           05  FILLER              PIC X(80) VALUE
               'CLIENT NUM CAT AGENC GESTION  DELAI   ECHEANCE   JOURS O
      -        'BJET'.

       01  WS-LST-DETAIL.
           05  WS-LST-CLIENT       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-NUMERO       PIC 9(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-CATEGORIE    PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-AGENCE       PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-GESTIONNAIRE PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-DELAI        PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-ECHEANCE     PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-JOURS        PIC -(4)9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-OBJET        PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACES.

       01  WS-LST-BILAN1.
           05  FILLER              PIC X(30)
               VALUE 'RECLAMATIONS EN COURS       : '.
           05  WS-BIL-EN-COURS     PIC Z(4)9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  WS-LST-BILAN2.
           05  FILLER              PIC X(30)
               VALUE 'ACCUSES DE RECEPTION EN RETARD'.
           05  FILLER              PIC X(2) VALUE ': '.
           05  WS-BIL-AR           PIC Z(4)9.
           05  FILLER              PIC X(43) VALUE SPACES.

       01  WS-LST-BILAN3.
           05  FILLER              PIC X(30)
               VALUE 'REPONSES EN RETARD          : '.
           05  WS-BIL-REP          PIC Z(4)9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  WS-LST-BILAN4.
           05  FILLER              PIC X(30)
               VALUE 'REPONSES DUES SOUS 7 JOURS  : '.
           05  WS-BIL-PROCHES      PIC Z(4)9.
           05  FILLER              PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME RECLBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT
           COMPUTE WS-HORIZON-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N) + 7)

           OPEN OUTPUT F-LISTE
           MOVE WS-DATE-EDIT TO WS-LST-ED-DATE
           WRITE ENR-LISTE FROM WS-LST-TITRE
               AFTER ADVANCING PAGE

      *─── Premier passage : delais depasses ──────────────────────────
           MOVE 'DELAIS DEPASSES' TO WS-LST-RUBRIQUE
           WRITE ENR-LISTE FROM WS-LST-SOUS-TITRE
               AFTER ADVANCING 2 LINES
           WRITE ENR-LISTE FROM WS-LST-ENTETE
               AFTER ADVANCING 1 LINE
           PERFORM 0500-OUVRIR-REGISTRE
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-RECLAM
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF REC-LIGNE = 0
                           ADD 1 TO WS-NB-LUES
                           PERFORM 1000-CONTROLER-DELAIS THRU 1000-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-RECLAM

      *─── Second passage : reponses dues dans les 7 jours ────────────
           MOVE 'REPONSES A APPORTER DANS LES 7 JOURS'
               TO WS-LST-RUBRIQUE
           WRITE ENR-LISTE FROM WS-LST-SOUS-TITRE
               AFTER ADVANCING 3 LINES
           WRITE ENR-LISTE FROM WS-LST-ENTETE
               AFTER ADVANCING 1 LINE
           PERFORM 0500-OUVRIR-REGISTRE
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-RECLAM
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF REC-LIGNE = 0
                           PERFORM 2000-CONTROLER-PROCHES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-RECLAM

           MOVE WS-NB-EN-COURS   TO WS-BIL-EN-COURS
           MOVE WS-NB-AR-RETARD  TO WS-BIL-AR
           MOVE WS-NB-REP-RETARD TO WS-BIL-REP
           MOVE WS-NB-PROCHES    TO WS-BIL-PROCHES
           WRITE ENR-LISTE FROM WS-LST-BILAN1
               AFTER ADVANCING 3 LINES
           WRITE ENR-LISTE FROM WS-LST-BILAN2
               AFTER ADVANCING 1 LINE
           WRITE ENR-LISTE FROM WS-LST-BILAN3
               AFTER ADVANCING 1 LINE
           WRITE ENR-LISTE FROM WS-LST-BILAN4
               AFTER ADVANCING 1 LINE
           CLOSE F-LISTE

           DISPLAY 'RECLAMATIONS LUES   : ' WS-NB-LUES
           DISPLAY 'EN COURS            : ' WS-NB-EN-COURS
           DISPLAY 'ACCUSES EN RETARD   : ' WS-NB-AR-RETARD
           DISPLAY 'REPONSES EN RETARD  : ' WS-NB-REP-RETARD
           DISPLAY 'DUES SOUS 7 JOURS   : ' WS-NB-PROCHES
           IF WS-NB-AR-RETARD > 0 OR WS-NB-REP-RETARD > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME RECLBAT'
           GOBACK.

       0500-OUVRIR-REGISTRE.

           OPEN INPUT F-RECLAM
           IF WS-FS-REC NOT = '00'
               DISPLAY 'REGISTRE RECLAM INDISPONIBLE : ' WS-FS-REC
               CLOSE F-LISTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * 1000-CONTROLER-DELAIS : une ligne par delai depasse d'une
      * reclamation non repondue
      ******************************************************************
       1000-CONTROLER-DELAIS.

           IF REC-STATUT = 'R'
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO WS-NB-EN-COURS

           IF REC-STATUT = 'O'
               AND REC-DATE-AR-DUE < WS-DATE-JOUR
               ADD 1 TO WS-NB-AR-RETARD
               MOVE 'ACCUSE'        TO WS-LST-DELAI
               MOVE REC-DATE-AR-DUE TO WS-ECHEANCE
               PERFORM 3000-LISTER-RECLAMATION
           END-IF

           IF REC-DATE-REP-DUE < WS-DATE-JOUR
               ADD 1 TO WS-NB-REP-RETARD
               MOVE 'REPONSE'        TO WS-LST-DELAI
               MOVE REC-DATE-REP-DUE TO WS-ECHEANCE
               PERFORM 3000-LISTER-RECLAMATION
           END-IF.

       1000-EXIT.
           EXIT.

      *─── Reponse due entre aujourd'hui et l'horizon de 7 jours ──────
       2000-CONTROLER-PROCHES.

           IF REC-STATUT NOT = 'R'
               AND REC-DATE-REP-DUE NOT < WS-DATE-JOUR
               AND REC-DATE-REP-DUE NOT > WS-HORIZON
               ADD 1 TO WS-NB-PROCHES
               MOVE 'REPONSE'        TO WS-LST-DELAI
               MOVE REC-DATE-REP-DUE TO WS-ECHEANCE
               PERFORM 3000-LISTER-RECLAMATION
           END-IF.

      *─── Ligne de liste ; jours de retard (negatif = jours restant) ─
       3000-LISTER-RECLAMATION.

           MOVE REC-CLIENT       TO WS-LST-CLIENT
           MOVE REC-NUMERO       TO WS-LST-NUMERO
           MOVE REC-CATEGORIE    TO WS-LST-CATEGORIE
           MOVE REC-AGENCE       TO WS-LST-AGENCE
           MOVE REC-GESTIONNAIRE TO WS-LST-GESTIONNAIRE
           MOVE REC-OBJET        TO WS-LST-OBJET
           STRING WS-ECHEANCE(7:2) '/'
                  WS-ECHEANCE(5:2) '/'
                  WS-ECHEANCE(1:4)
               DELIMITED BY SIZE INTO WS-LST-ECHEANCE
           IF WS-ECHEANCE NUMERIC
               COMPUTE WS-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
                 - FUNCTION INTEGER-OF-DATE(WS-ECHEANCE-N)
           ELSE
               MOVE 0 TO WS-JOURS
           END-IF
           MOVE WS-JOURS TO WS-LST-JOURS
           WRITE ENR-LISTE FROM WS-LST-DETAIL
               AFTER ADVANCING 1 LINE.
