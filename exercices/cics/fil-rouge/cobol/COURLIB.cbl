      ******************************************************************
      * Programme : COURLIB - Liberation des courriers retenus
      * Fonction  : Editer les courriers retenus pour adresse
      *             invalide (NPAI) des que l'adresse est corrigee
      *
      * Passe chaque nuit apres les batchs emetteurs de courriers.
      * Parcourt le fichier COURRET alimente par le module PREFDIST ;
      * pour chaque courrier encore retenu (en-tete RET-STATUT 'R'),
      * relit la fiche PREFCLI du destinataire :
      *   - temoin PRF-NPAI toujours pose : le courrier reste retenu
      *   - temoin leve (adresse corrigee au guichet par CLNTTRT ou
      *     PREFTRT) ou fiche supprimee : le courrier est edite dans
      *     FLETTRE, precede d'un feuillet porte-adresse a la
      *     nouvelle adresse (adresse de correspondance de PREFCLI,
      *     sinon adresse du fichier CLIENT ; a defaut - lettres de
      *     la chaine batch et du personnel - le service courrier
      *     l'adresse), en gros caracteres si le client l'a
      *     demande ; l'en-tete passe au statut 'L' avec la date
      *     d'edition.
      * Un courrier dont une ligne manque est edite tel quel et
      * signale en anomalie (RC 4). COURRET absent : RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURLIB.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COURRET ASSIGN TO COURRET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLE
               FILE STATUS IS WS-FS-RET.

           SELECT F-PREFCLI ASSIGN TO PREFCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CLIENT
               FILE STATUS IS WS-FS-PRF.

           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-LETTRES ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

       DATA DIVISION.
       FILE SECTION.

      *─── dessin COURRET (cf. copybook) ───────────────────────────────
       FD  F-COURRET.
       01  COURRET-REC.
           05  RET-CLE.
               10  RET-DOCUMENT.
                   15  RET-CLIENT  PIC X(11).
                   15  RET-DATE    PIC 9(8).
                   15  RET-HEURE   PIC 9(8).
                   15  RET-SEQ     PIC 9(2).
               10  RET-NUM-LIGNE   PIC 9(4).
           05  RET-CORPS           PIC X(107).
           05  RET-ENTETE REDEFINES RET-CORPS.
               10  RET-TYPE        PIC X(3).
               10  RET-PROGRAMME   PIC X(8).
               10  RET-TITRE       PIC X(60).
               10  RET-NB-LIGNES   PIC 9(4).
               10  RET-STATUT      PIC X(1).
                   88  RET-EN-ATTENTE VALUE 'R'.
               10  RET-DATE-LIBERATION PIC X(8).
               10  FILLER          PIC X(23).
           05  RET-DETAIL REDEFINES RET-CORPS.
               10  RET-SAUT        PIC 9(2).
               10  RET-TEXTE       PIC X(80).
               10  FILLER          PIC X(25).

      *─── dessin PREFCLI (cf. copybook) ───────────────────────────────
       FD  F-PREFCLI.
       01  PREFCLI-REC.
           05  PRF-CLIENT          PIC X(11).
           05  PRF-CANAL           PIC X(1).
           05  PRF-ADRESSE         PIC X(1).
               88  PRF-ADR-CORRESP VALUE 'A'.
           05  PRF-GROS-CARAC      PIC X(1).
               88  PRF-EN-GROS-CARAC VALUE 'O'.
           05  PRF-ADR-NOM         PIC X(30).
           05  PRF-ADR-LIGNE1      PIC X(30).
           05  PRF-ADR-LIGNE2      PIC X(30).
           05  PRF-ADR-CODEPOST    PIC X(5).
           05  PRF-ADR-VILLE       PIC X(20).
           05  PRF-EMAIL           PIC X(40).
           05  PRF-DATE-MAJ        PIC X(8).
           05  PRF-USER-MAJ        PIC X(8).
           05  PRF-VERSION         PIC 9(4).
           05  PRF-RETOUR-NPAI.
               10  PRF-NPAI        PIC X(1).
                   88  PRF-ADR-INVALIDE VALUE 'O'.
               10  PRF-NPAI-DATE   PIC X(8).
               10  PRF-NPAI-COURRIER PIC X(27).
               10  PRF-NPAI-TYPE   PIC X(3).
               10  PRF-NPAI-USER   PIC X(8).
               10  PRF-NPAI-AGENCE PIC X(5).
           05  FILLER              PIC X(9).

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  CLI-ADRESSE         PIC X(30).
           05  CLI-VILLE           PIC X(20).
           05  CLI-CODEPOST        PIC X(5).
           05  FILLER              PIC X(24).

       FD  F-LETTRES.
       01  ENR-LETTRE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-RET               PIC XX.
       01  WS-FS-PRF               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-LET               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-PREFCLI-OK           PIC 9 VALUE 0.
       01  WS-CLIENT-OK            PIC 9 VALUE 0.
       01  WS-A-LIBERER            PIC 9 VALUE 0.
       01  WS-GROS-CARAC           PIC 9 VALUE 0.
       01  WS-LIGNE-MANQUANTE      PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-EDIT            PIC X(10).

      *─── Courrier en cours d'edition ────────────────────────────────
       01  WS-DOC-DOCUMENT         PIC X(29).
       01  WS-DOC-NB-LIGNES        PIC 9(4) VALUE 0.
       01  WS-DOC-TYPE             PIC X(3).
       01  WS-DOC-TITRE            PIC X(60).
       01  WS-NUM-LIGNE            PIC 9(4) VALUE 0.

      *─── Nouvelle adresse du destinataire (4 lignes) ────────────────
       01  WS-ADR-LIGNES.
           05  WS-ADR-LIGNE        PIC X(30) OCCURS 4.
       01  WS-IDX-ADR              PIC 9(1) VALUE 0.

      *─── Ligne de commande de l'atelier d'editique : bascule de la
      *    police en gros caracteres (cf. PREFDIST) ───────────────────
       01  WS-CDE-GROS-CARAC       PIC X(80) VALUE
           '$DJDE$ FONTINDEX=GC16,FORMS=GROSCAR,END;'.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-RETENUS           PIC 9(5) VALUE 0.
       01  WS-NB-LIBERES           PIC 9(5) VALUE 0.
       01  WS-NB-TOUJOURS-RETENUS  PIC 9(5) VALUE 0.
       01  WS-NB-LIGNES-EDITEES    PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(5) VALUE 0.

      *─── Feuillet porte-adresse ─────────────────────────────────────
       01  WS-FEU-TITRE.
           05  FILLER              PIC X(40)
               VALUE 'COURRIER RETENU - ADRESSE CORRIGEE LE '.
           05  WS-FEU-DATE         PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-FEU-REFERENCE.
           05  FILLER              PIC X(12) VALUE 'REFERENCE : '.
           05  WS-FEU-TYPE         PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-FEU-DOCUMENT     PIC X(29).
           05  FILLER              PIC X(35) VALUE SPACES.

       01  WS-FEU-OBJET.
           05  FILLER              PIC X(8) VALUE 'OBJET : '.
           05  WS-FEU-TITRE-DOC    PIC X(60).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-FEU-ADRESSE.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-FEU-ADR-LIGNE    PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-FEU-SANS-ADRESSE.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'A ADRESSER PAR LE SERVICE COURRIER'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME COURLIB'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT

           OPEN I-O F-COURRET
           IF WS-FS-RET NOT = '00'
               DISPLAY 'FICHIER COURRET INDISPONIBLE : ' WS-FS-RET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-PREFCLI
           IF WS-FS-PRF = '00'
               MOVE 1 TO WS-PREFCLI-OK
           ELSE
               DISPLAY 'FICHIER PREFCLI INDISPONIBLE : ' WS-FS-PRF
                       ' - AUCUN COURRIER LIBERE'
           END-IF
           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI = '00'
               MOVE 1 TO WS-CLIENT-OK
           END-IF
           OPEN OUTPUT F-LETTRES

      *─── Sans les preferences, l'adresse ne peut etre verifiee :
      *    tout reste retenu ──────────────────────────────────────────
           MOVE 0 TO WS-EOF
           IF WS-PREFCLI-OK = 0
               MOVE 1 TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ F-COURRET NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RET-NUM-LIGNE = 0 AND RET-EN-ATTENTE
                           ADD 1 TO WS-NB-RETENUS
                           PERFORM 1000-EXAMINER-COURRIER
                               THRU 1000-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-COURRET
           IF WS-PREFCLI-OK = 1
               CLOSE F-PREFCLI
           END-IF
           IF WS-CLIENT-OK = 1
               CLOSE F-CLIENTS
           END-IF
           CLOSE F-LETTRES

           DISPLAY 'COURRIERS RETENUS EXAMINES : ' WS-NB-RETENUS
           DISPLAY 'COURRIERS LIBERES          : ' WS-NB-LIBERES
           DISPLAY 'TOUJOURS RETENUS (NPAI)    : '
                   WS-NB-TOUJOURS-RETENUS
           DISPLAY 'LIGNES EDITEES             : ' WS-NB-LIGNES-EDITEES
           DISPLAY 'ANOMALIES                  : ' WS-NB-ANOMALIES
           DISPLAY 'FIN DU PROGRAMME COURLIB'

           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-EXAMINER-COURRIER : le courrier part si l'adresse de son
      * destinataire n'est plus declaree invalide
      ******************************************************************
       1000-EXAMINER-COURRIER.

           MOVE RET-DOCUMENT  TO WS-DOC-DOCUMENT
           MOVE RET-TYPE      TO WS-DOC-TYPE
           MOVE RET-TITRE     TO WS-DOC-TITRE
           IF RET-NB-LIGNES NUMERIC
               MOVE RET-NB-LIGNES TO WS-DOC-NB-LIGNES
           ELSE
               MOVE 0 TO WS-DOC-NB-LIGNES
           END-IF

           MOVE 1 TO WS-A-LIBERER
           MOVE 0 TO WS-GROS-CARAC
           MOVE SPACES TO WS-ADR-LIGNES
           MOVE RET-CLIENT TO PRF-CLIENT
           READ F-PREFCLI
           IF WS-FS-PRF = '00'
               IF PRF-ADR-INVALIDE
                   MOVE 0 TO WS-A-LIBERER
               ELSE
                   IF PRF-EN-GROS-CARAC
                       MOVE 1 TO WS-GROS-CARAC
                   END-IF
                   IF PRF-ADR-CORRESP AND PRF-ADR-LIGNE1 NOT = SPACES
                       MOVE PRF-ADR-NOM    TO WS-ADR-LIGNE(1)
                       MOVE PRF-ADR-LIGNE1 TO WS-ADR-LIGNE(2)
                       MOVE PRF-ADR-LIGNE2 TO WS-ADR-LIGNE(3)
                       STRING PRF-ADR-CODEPOST DELIMITED BY SIZE
                              ' '              DELIMITED BY SIZE
                              PRF-ADR-VILLE    DELIMITED BY SIZE
                           INTO WS-ADR-LIGNE(4)
                       END-STRING
                   END-IF
               END-IF
           END-IF

           IF WS-A-LIBERER = 0
               ADD 1 TO WS-NB-TOUJOURS-RETENUS
               GO TO 1000-EXIT
           END-IF

      *─── Client du reseau : adresse du fichier client ──────────────
           IF WS-ADR-LIGNES = SPACES AND WS-CLIENT-OK = 1
               AND RET-CLIENT(7:5) = SPACES
               MOVE RET-CLIENT(1:6) TO CLI-NUM
               READ F-CLIENTS
               IF WS-FS-CLI = '00'
                   STRING CLI-NOM    DELIMITED BY '  '
                          ' '        DELIMITED BY SIZE
                          CLI-PRENOM DELIMITED BY '  '
                       INTO WS-ADR-LIGNE(1)
                   END-STRING
                   MOVE CLI-ADRESSE TO WS-ADR-LIGNE(2)
                   STRING CLI-CODEPOST DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          CLI-VILLE    DELIMITED BY SIZE
                       INTO WS-ADR-LIGNE(3)
                   END-STRING
               END-IF
           END-IF

           PERFORM 2000-EDITER-COURRIER THRU 2000-EXIT
           PERFORM 3000-MARQUER-LIBERE THRU 3000-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EDITER-COURRIER : feuillet porte-adresse puis les lignes
      * du courrier, relues par leur cle dans l'ordre d'origine
      ******************************************************************
       2000-EDITER-COURRIER.

           IF WS-GROS-CARAC = 1
               WRITE ENR-LETTRE FROM WS-CDE-GROS-CARAC
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-DATE-EDIT    TO WS-FEU-DATE
           MOVE WS-DOC-TYPE     TO WS-FEU-TYPE
           MOVE WS-DOC-DOCUMENT TO WS-FEU-DOCUMENT
           MOVE WS-DOC-TITRE    TO WS-FEU-TITRE-DOC
           WRITE ENR-LETTRE FROM WS-FEU-TITRE
               AFTER ADVANCING PAGE
           WRITE ENR-LETTRE FROM WS-FEU-REFERENCE
               AFTER ADVANCING 2 LINES
           WRITE ENR-LETTRE FROM WS-FEU-OBJET
               AFTER ADVANCING 1 LINE
           IF WS-ADR-LIGNES = SPACES
               WRITE ENR-LETTRE FROM WS-FEU-SANS-ADRESSE
                   AFTER ADVANCING 6 LINES
           ELSE
               MOVE SPACES TO ENR-LETTRE
               WRITE ENR-LETTRE AFTER ADVANCING 5 LINES
               PERFORM 2100-EDITER-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           END-IF

           MOVE 0 TO WS-LIGNE-MANQUANTE
           PERFORM 2200-EDITER-LIGNE
               VARYING WS-NUM-LIGNE FROM 1 BY 1
               UNTIL WS-NUM-LIGNE > WS-DOC-NB-LIGNES
           IF WS-LIGNE-MANQUANTE = 1
               ADD 1 TO WS-NB-ANOMALIES
           END-IF
           ADD 1 TO WS-NB-LIBERES.

       2000-EXIT.
           EXIT.

       2100-EDITER-ADRESSE.

           IF WS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE WS-ADR-LIGNE(WS-IDX-ADR) TO WS-FEU-ADR-LIGNE
               WRITE ENR-LETTRE FROM WS-FEU-ADRESSE
                   AFTER ADVANCING 1 LINE
           END-IF.

       2200-EDITER-LIGNE.

           MOVE WS-DOC-DOCUMENT TO RET-DOCUMENT
           MOVE WS-NUM-LIGNE    TO RET-NUM-LIGNE
           READ F-COURRET KEY IS RET-CLE
           IF WS-FS-RET NOT = '00'
               DISPLAY 'LIGNE ' WS-NUM-LIGNE ' ABSENTE DU COURRIER '
                       WS-DOC-DOCUMENT
               MOVE 1 TO WS-LIGNE-MANQUANTE
           ELSE
               IF RET-SAUT = 0
                   WRITE ENR-LETTRE FROM RET-TEXTE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE ENR-LETTRE FROM RET-TEXTE
                       AFTER ADVANCING RET-SAUT LINES
               END-IF
               ADD 1 TO WS-NB-LIGNES-EDITEES
           END-IF.

      ******************************************************************
      * 3000-MARQUER-LIBERE : en-tete au statut 'L', puis reprise du
      * parcours apres la derniere ligne du courrier
      ******************************************************************
       3000-MARQUER-LIBERE.

           MOVE WS-DOC-DOCUMENT TO RET-DOCUMENT
           MOVE 0               TO RET-NUM-LIGNE
           READ F-COURRET KEY IS RET-CLE
           IF WS-FS-RET = '00'
               MOVE 'L'          TO RET-STATUT
               MOVE WS-DATE-JOUR TO RET-DATE-LIBERATION
               REWRITE COURRET-REC
           END-IF
           IF WS-FS-RET NOT = '00'
               DISPLAY 'ERREUR LIBERATION COURRIER ' WS-DOC-DOCUMENT
                       ' : ' WS-FS-RET
               ADD 1 TO WS-NB-ANOMALIES
           END-IF

           MOVE WS-DOC-DOCUMENT TO RET-DOCUMENT
           MOVE 9999            TO RET-NUM-LIGNE
           START F-COURRET KEY IS GREATER THAN RET-CLE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.

       3000-EXIT.
           EXIT.
