      ******************************************************************
      * Programme : PREFDIST - Module de distribution des documents
      * Fonction  : Aiguiller chaque courrier ou releve d'un batch
      *             emetteur selon les preferences du client
      *             (fichier PREFCLI)
      *
      * Sous-programme appele par CALL depuis les batchs emetteurs
      * (PJ23DECO, PJ42DESH, ALRTBAT, RELVQBAT, PJ41RANN, CREDRETD,
      * CAPABAT, AVISTAR, KYCBAT, CHEQMATCH, REMBAT, LETBAT, COFRELA,
      * CREDDEPF, CREDOFFR, PJ51FRAG, PJ52AVIS).
      * Les fichiers sont ouverts au premier appel et fermes par la
      * fonction 'F' en fin de traitement de l'appelant :
      *   FONCTION 'P' : preference du destinataire DIS-CLIENT pour
      *     un document de type DIS-TYPE. En retour DIS-PAPIER et
      *     DIS-ELECTRONIQUE ('O' / 'N'), DIS-GROS-CARAC et la ligne
      *     de commande atelier DIS-LIGNE-ATELIER a placer en tete
      *     de l'edition papier, DIS-ADR-CORRESP et les quatre
      *     lignes de l'adresse de correspondance a imprimer sous le
      *     nom. Sans fiche PREFCLI : papier seul, adresse du
      *     fichier client (code retour 1). DIS-OBLIGATOIRE = 'O'
      *     (document que la loi impose sur papier) force le papier
      *     quelle que soit la preference ; la copie electronique
      *     est deposee en plus si le client l'a choisie.
      *     Adresse invalide (PRF-NPAI, courrier revenu) : l'edition
      *     papier est retenue (DIS-PAPIER 'N', DIS-RETENU 'O') et
      *     le document part dans le fichier COURRET, edite par
      *     COURLIB une fois l'adresse corrigee.
      *   FONCTION 'O' : ouverture d'un document electronique et/ou
      *     retenu, intitule DIS-TITRE, pour le destinataire de la
      *     derniere fonction 'P'
      *   FONCTION 'L' : une ligne DIS-LIGNE precedee du saut
      *     DIS-SAUT (0 = nouvelle page) ajoutee au document ouvert
      *     (fichier EDOCLIG, fichier COURRET)
      *   FONCTION 'T' : fin du document, depose dans l'index du
      *     portail EDOCIDX (statut non lu), en-tete du document
      *     retenu ecrit dans COURRET (statut retenu)
      *   FONCTION 'F' : fermeture des fichiers et bilan
      * Si EDOCIDX ou EDOCLIG est indisponible, tout part sur papier
      * (code retour 9 a la fonction 'P') : aucun document n'est
      * perdu. De meme, si COURRET est indisponible, le courrier
      * d'un client a l'adresse invalide est imprime.
      * Code retour : 0 = OK, 1 = pas de preference, 8 = fonction
      * inconnue, 9 = distribution electronique indisponible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFDIST.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PREFCLI ASSIGN TO PREFCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CLIENT
               FILE STATUS IS WS-FS-PRF.

           SELECT F-EDOCIDX ASSIGN TO EDOCIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDI-CLE
               FILE STATUS IS WS-FS-EDI.

           SELECT F-EDOCLIG ASSIGN TO EDOCLIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDL-CLE
               FILE STATUS IS WS-FS-EDL.

           SELECT F-COURRET ASSIGN TO COURRET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RET-CLE
               FILE STATUS IS WS-FS-RET.

       DATA DIVISION.
       FILE SECTION.

      *─── dessin PREFCLI (cf. copybook) ───────────────────────────────
       FD  F-PREFCLI.
       01  PREFCLI-REC.
           05  PRF-CLIENT          PIC X(11).
           05  PRF-CANAL           PIC X(1).
               88  PRF-PAPIER      VALUE 'P'.
               88  PRF-ELECTRONIQUE VALUE 'E'.
               88  PRF-LES-DEUX    VALUE 'D'.
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

      *─── dessin EDOCIDX (cf. copybook) ───────────────────────────────
       FD  F-EDOCIDX.
       01  EDOCIDX-REC.
           05  EDI-CLE.
               10  EDI-CLIENT      PIC X(11).
               10  EDI-DATE        PIC 9(8).
               10  EDI-HEURE       PIC 9(8).
               10  EDI-SEQ         PIC 9(2).
           05  EDI-TYPE            PIC X(3).
           05  EDI-PROGRAMME       PIC X(8).
           05  EDI-TITRE           PIC X(60).
           05  EDI-NB-LIGNES       PIC 9(4).
           05  EDI-PAPIER          PIC X(1).
           05  EDI-STATUT          PIC X(1).
           05  EDI-DATE-LECTURE    PIC X(8).
           05  EDI-EMAIL           PIC X(40).
           05  FILLER              PIC X(6).

      *─── dessin EDOCLIG (cf. copybook) ───────────────────────────────
       FD  F-EDOCLIG.
       01  EDOCLIG-REC.
           05  EDL-CLE.
               10  EDL-DOCUMENT    PIC X(29).
               10  EDL-NUM-LIGNE   PIC 9(4).
           05  EDL-SAUT            PIC 9(2).
           05  EDL-TEXTE           PIC X(80).
           05  FILLER              PIC X(5).

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
               10  RET-DATE-LIBERATION PIC X(8).
               10  FILLER          PIC X(23).
           05  RET-DETAIL REDEFINES RET-CORPS.
               10  RET-SAUT        PIC 9(2).
               10  RET-TEXTE       PIC X(80).
               10  FILLER          PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-FS-PRF               PIC XX.
       01  WS-FS-EDI               PIC XX.
       01  WS-FS-EDL               PIC XX.
       01  WS-FS-RET               PIC XX.

       01  WS-OUVERT               PIC 9 VALUE 0.
       01  WS-PREFCLI-OK           PIC 9 VALUE 0.
       01  WS-EDOC-OK              PIC 9 VALUE 0.
       01  WS-DOC-OUVERT           PIC 9 VALUE 0.
       01  WS-RET-OK               PIC 9 VALUE 0.
       01  WS-RET-OUVERT           PIC 9 VALUE 0.
       01  WS-CLE-LIBRE            PIC 9 VALUE 0.

       01  WS-DATE-JOUR            PIC 9(8).
       01  WS-HEURE                PIC 9(8).

      *─── Destinataire de la derniere fonction 'P' ───────────────────
       01  WS-DEST-CLIENT          PIC X(11) VALUE SPACES.
       01  WS-DEST-EMAIL           PIC X(40) VALUE SPACES.
       01  WS-DEST-PAPIER          PIC X(1) VALUE 'O'.
       01  WS-DEST-ELECTRONIQUE    PIC X(1) VALUE 'N'.
       01  WS-DEST-RETENU          PIC X(1) VALUE 'N'.

      *─── Document electronique en cours ─────────────────────────────
       01  WS-DOC-CLE              PIC X(29).
       01  WS-DOC-NB-LIGNES        PIC 9(4) VALUE 0.

      *─── Document retenu en cours (adresse invalide) ────────────────
       01  WS-RET-DOCUMENT         PIC X(29).
       01  WS-RET-NB-LIGNES        PIC 9(4) VALUE 0.
       01  WS-RET-TYPE             PIC X(3).
       01  WS-RET-PROGRAMME        PIC X(8).
       01  WS-RET-TITRE            PIC X(60).

      *─── Ligne de commande de l'atelier d'editique : bascule de la
      *    police en gros caracteres (16 points) pour le document ───
       01  WS-CDE-GROS-CARAC       PIC X(80) VALUE
           '$DJDE$ FONTINDEX=GC16,FORMS=GROSCAR,END;'.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-DEMANDES          PIC 9(7) VALUE 0.
       01  WS-NB-PREFERENCES       PIC 9(7) VALUE 0.
       01  WS-NB-PAPIER            PIC 9(7) VALUE 0.
       01  WS-NB-IMPOSES           PIC 9(7) VALUE 0.
       01  WS-NB-GROS-CARAC        PIC 9(7) VALUE 0.
       01  WS-NB-CORRESP           PIC 9(7) VALUE 0.
       01  WS-NB-DEPOSES           PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES            PIC 9(7) VALUE 0.
       01  WS-NB-RETENUS           PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES-RETENUES   PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       01  LK-ZONE-DIST.
           05  DIS-FONCTION        PIC X(1).
           05  DIS-CLIENT          PIC X(11).
           05  DIS-TYPE            PIC X(3).
           05  DIS-PROGRAMME       PIC X(8).
           05  DIS-OBLIGATOIRE     PIC X(1).
           05  DIS-TITRE           PIC X(60).
           05  DIS-SAUT            PIC 9(2).
           05  DIS-LIGNE           PIC X(80).
           05  DIS-PAPIER          PIC X(1).
           05  DIS-ELECTRONIQUE    PIC X(1).
           05  DIS-GROS-CARAC      PIC X(1).
           05  DIS-ADR-CORRESP     PIC X(1).
           05  DIS-ADR-LIGNE       PIC X(30) OCCURS 4.
           05  DIS-LIGNE-ATELIER   PIC X(80).
           05  DIS-CODE-RETOUR     PIC 9(1).
           05  DIS-RETENU          PIC X(1).

       PROCEDURE DIVISION USING LK-ZONE-DIST.
       0000-PRINCIPAL.

           MOVE 0 TO DIS-CODE-RETOUR
           IF WS-OUVERT = 0
               PERFORM 1000-OUVRIR-FICHIERS
           END-IF

           EVALUATE DIS-FONCTION
               WHEN 'P'
                   PERFORM 2000-LIRE-PREFERENCE THRU 2000-EXIT
                   MOVE DIS-ELECTRONIQUE TO WS-DEST-ELECTRONIQUE
                   MOVE DIS-RETENU       TO WS-DEST-RETENU
               WHEN 'O'
                   PERFORM 3000-OUVRIR-DOCUMENT THRU 3000-EXIT
               WHEN 'L'
                   PERFORM 4000-ECRIRE-LIGNE THRU 4000-EXIT
               WHEN 'T'
                   PERFORM 5000-DEPOSER-DOCUMENT THRU 5000-EXIT
               WHEN 'F'
                   PERFORM 9000-TERMINER
               WHEN OTHER
                   MOVE 8 TO DIS-CODE-RETOUR
           END-EVALUATE
           GOBACK.

      *─── Ouverture au premier appel ─────────────────────────────────
       1000-OUVRIR-FICHIERS.

           MOVE 1 TO WS-OUVERT
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

      *─── Fichier des preferences absent : tout part sur papier ─────
           OPEN INPUT F-PREFCLI
           IF WS-FS-PRF = '00'
               MOVE 1 TO WS-PREFCLI-OK
           ELSE
               DISPLAY 'PREFDIST - PREFCLI INDISPONIBLE (' WS-FS-PRF
                       ') : DISTRIBUTION PAPIER'
           END-IF

           OPEN I-O F-EDOCIDX
           IF WS-FS-EDI = '35'
               OPEN OUTPUT F-EDOCIDX
               CLOSE F-EDOCIDX
               OPEN I-O F-EDOCIDX
           END-IF
           OPEN I-O F-EDOCLIG
           IF WS-FS-EDL = '35'
               OPEN OUTPUT F-EDOCLIG
               CLOSE F-EDOCLIG
               OPEN I-O F-EDOCLIG
           END-IF
           IF WS-FS-EDI = '00' AND WS-FS-EDL = '00'
               MOVE 1 TO WS-EDOC-OK
           ELSE
               DISPLAY 'PREFDIST - EDOCIDX/EDOCLIG INDISPONIBLES ('
                       WS-FS-EDI '/' WS-FS-EDL
                       ') : DISTRIBUTION PAPIER'
           END-IF

      *─── Courriers retenus : sans ce fichier, tout est imprime ─────
           OPEN I-O F-COURRET
           IF WS-FS-RET = '35'
               OPEN OUTPUT F-COURRET
               CLOSE F-COURRET
               OPEN I-O F-COURRET
           END-IF
           IF WS-FS-RET = '00'
               MOVE 1 TO WS-RET-OK
           ELSE
               DISPLAY 'PREFDIST - COURRET INDISPONIBLE (' WS-FS-RET
                       ') : PAS DE RETENUE DES COURRIERS NPAI'
           END-IF.

      *─── Preference du destinataire pour un document ───────────────
       2000-LIRE-PREFERENCE.

           ADD 1 TO WS-NB-DEMANDES
           MOVE 'O'    TO DIS-PAPIER
           MOVE 'N'    TO DIS-ELECTRONIQUE
           MOVE 'N'    TO DIS-RETENU
           MOVE 'N'    TO DIS-GROS-CARAC
           MOVE 'N'    TO DIS-ADR-CORRESP
           MOVE SPACES TO DIS-ADR-LIGNE(1) DIS-ADR-LIGNE(2)
                          DIS-ADR-LIGNE(3) DIS-ADR-LIGNE(4)
           MOVE SPACES TO DIS-LIGNE-ATELIER
           MOVE DIS-CLIENT TO WS-DEST-CLIENT
           MOVE SPACES     TO WS-DEST-EMAIL
           MOVE 'O'        TO WS-DEST-PAPIER

           IF WS-PREFCLI-OK = 0
               MOVE 1 TO DIS-CODE-RETOUR
               GO TO 2090-PAPIER
           END-IF
           MOVE DIS-CLIENT TO PRF-CLIENT
           READ F-PREFCLI
           IF WS-FS-PRF NOT = '00'
               MOVE 1 TO DIS-CODE-RETOUR
               GO TO 2090-PAPIER
           END-IF
           ADD 1 TO WS-NB-PREFERENCES
           MOVE PRF-EMAIL TO WS-DEST-EMAIL

      *─── Canal : le papier legalement du prime la preference ───────
           IF PRF-ELECTRONIQUE OR PRF-LES-DEUX
               IF WS-EDOC-OK = 1
                   MOVE 'O' TO DIS-ELECTRONIQUE
               ELSE
                   MOVE 9 TO DIS-CODE-RETOUR
               END-IF
           END-IF
           IF PRF-ELECTRONIQUE AND WS-EDOC-OK = 1
               IF DIS-OBLIGATOIRE = 'O'
                   ADD 1 TO WS-NB-IMPOSES
               ELSE
                   MOVE 'N' TO DIS-PAPIER
               END-IF
           END-IF

      *─── Adresse invalide : l'edition papier est retenue ───────────
           IF PRF-ADR-INVALIDE AND DIS-PAPIER = 'O'
               IF WS-RET-OK = 1
                   MOVE 'N' TO DIS-PAPIER
                   MOVE 'O' TO DIS-RETENU
                   ADD 1 TO WS-NB-RETENUS
               ELSE
                   DISPLAY 'PREFDIST - ' DIS-CLIENT
                           ' ADRESSE INVALIDE, COURRIER ' DIS-TYPE
                           ' IMPRIME'
               END-IF
           END-IF
           MOVE DIS-PAPIER TO WS-DEST-PAPIER
           IF DIS-PAPIER = 'N'
               GO TO 2000-EXIT
           END-IF

      *─── Presentation de l'edition papier ───────────────────────────
           IF PRF-EN-GROS-CARAC
               MOVE 'O' TO DIS-GROS-CARAC
               MOVE WS-CDE-GROS-CARAC TO DIS-LIGNE-ATELIER
               ADD 1 TO WS-NB-GROS-CARAC
           END-IF
           IF PRF-ADR-CORRESP AND PRF-ADR-LIGNE1 NOT = SPACES
               MOVE 'O'            TO DIS-ADR-CORRESP
               MOVE PRF-ADR-NOM    TO DIS-ADR-LIGNE(1)
               MOVE PRF-ADR-LIGNE1 TO DIS-ADR-LIGNE(2)
               MOVE PRF-ADR-LIGNE2 TO DIS-ADR-LIGNE(3)
               STRING PRF-ADR-CODEPOST DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      PRF-ADR-VILLE    DELIMITED BY SIZE
                   INTO DIS-ADR-LIGNE(4)
               END-STRING
               ADD 1 TO WS-NB-CORRESP
           END-IF.

       2090-PAPIER.
           ADD 1 TO WS-NB-PAPIER.

       2000-EXIT.
           EXIT.

      *─── Ouverture d'un document electronique et/ou retenu ─────────
       3000-OUVRIR-DOCUMENT.

           ACCEPT WS-HEURE FROM TIME
           IF WS-DEST-RETENU = 'O'
               PERFORM 3500-OUVRIR-RETENU THRU 3500-EXIT
           END-IF
           IF WS-DEST-ELECTRONIQUE NOT = 'O'
               GO TO 3000-EXIT
           END-IF
           IF WS-EDOC-OK = 0
               MOVE 9 TO DIS-CODE-RETOUR
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES         TO EDOCIDX-REC
           MOVE WS-DEST-CLIENT TO EDI-CLIENT
           MOVE WS-DATE-JOUR   TO EDI-DATE
           MOVE WS-HEURE       TO EDI-HEURE
           MOVE 0              TO EDI-SEQ

      *─── Deux documents dans le meme centieme : sequence suivante ──
           MOVE 0 TO WS-CLE-LIBRE
           PERFORM UNTIL WS-CLE-LIBRE = 1
               READ F-EDOCIDX
               IF WS-FS-EDI = '00'
                   ADD 1 TO EDI-SEQ
               ELSE
                   MOVE 1 TO WS-CLE-LIBRE
               END-IF
           END-PERFORM

           MOVE EDI-CLE TO WS-DOC-CLE
           MOVE 0       TO WS-DOC-NB-LIGNES
           MOVE 1       TO WS-DOC-OUVERT
           MOVE SPACES  TO EDOCIDX-REC
           MOVE WS-DOC-CLE    TO EDI-CLE
           MOVE DIS-TYPE      TO EDI-TYPE
           MOVE DIS-PROGRAMME TO EDI-PROGRAMME
           MOVE DIS-TITRE     TO EDI-TITRE.

       3000-EXIT.
           EXIT.

       3500-OUVRIR-RETENU.

           MOVE SPACES         TO COURRET-REC
           MOVE WS-DEST-CLIENT TO RET-CLIENT
           MOVE WS-DATE-JOUR   TO RET-DATE
           MOVE WS-HEURE       TO RET-HEURE
           MOVE 0              TO RET-SEQ
           MOVE 0              TO RET-NUM-LIGNE

           MOVE 0 TO WS-CLE-LIBRE
           PERFORM UNTIL WS-CLE-LIBRE = 1
               READ F-COURRET
               IF WS-FS-RET = '00'
                   ADD 1 TO RET-SEQ
                   MOVE 0 TO RET-NUM-LIGNE
               ELSE
                   MOVE 1 TO WS-CLE-LIBRE
               END-IF
           END-PERFORM

           MOVE RET-DOCUMENT  TO WS-RET-DOCUMENT
           MOVE 0             TO WS-RET-NB-LIGNES
           MOVE 1             TO WS-RET-OUVERT
           MOVE DIS-TYPE      TO WS-RET-TYPE
           MOVE DIS-PROGRAMME TO WS-RET-PROGRAMME
           MOVE DIS-TITRE     TO WS-RET-TITRE.

       3500-EXIT.
           EXIT.

      *─── Une ligne du document ouvert ───────────────────────────────
       4000-ECRIRE-LIGNE.

           IF WS-DOC-OUVERT = 0 AND WS-RET-OUVERT = 0
               MOVE 9 TO DIS-CODE-RETOUR
               GO TO 4000-EXIT
           END-IF
           IF WS-RET-OUVERT = 1
               PERFORM 4500-LIGNE-RETENUE THRU 4500-EXIT
           END-IF
           IF WS-DOC-OUVERT = 0
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-DOC-NB-LIGNES
           MOVE SPACES           TO EDOCLIG-REC
           MOVE WS-DOC-CLE       TO EDL-DOCUMENT
           MOVE WS-DOC-NB-LIGNES TO EDL-NUM-LIGNE
           MOVE DIS-SAUT         TO EDL-SAUT
           MOVE DIS-LIGNE        TO EDL-TEXTE
           WRITE EDOCLIG-REC
           IF WS-FS-EDL NOT = '00'
               DISPLAY 'PREFDIST - ERREUR ECRITURE EDOCLIG '
                       WS-DOC-CLE ' : ' WS-FS-EDL
               MOVE 9 TO DIS-CODE-RETOUR
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-NB-LIGNES.

       4000-EXIT.
           EXIT.

       4500-LIGNE-RETENUE.

           ADD 1 TO WS-RET-NB-LIGNES
           MOVE SPACES           TO COURRET-REC
           MOVE WS-RET-DOCUMENT  TO RET-DOCUMENT
           MOVE WS-RET-NB-LIGNES TO RET-NUM-LIGNE
           MOVE DIS-SAUT         TO RET-SAUT
           MOVE DIS-LIGNE        TO RET-TEXTE
           WRITE COURRET-REC
           IF WS-FS-RET NOT = '00'
               DISPLAY 'PREFDIST - ERREUR ECRITURE COURRET '
                       WS-RET-DOCUMENT ' : ' WS-FS-RET
               MOVE 9 TO DIS-CODE-RETOUR
               GO TO 4500-EXIT
           END-IF
           ADD 1 TO WS-NB-LIGNES-RETENUES.

       4500-EXIT.
           EXIT.

      *─── Depot du document dans l'index du portail ─────────────────
       5000-DEPOSER-DOCUMENT.

           IF WS-DOC-OUVERT = 0 AND WS-RET-OUVERT = 0
               MOVE 9 TO DIS-CODE-RETOUR
               GO TO 5000-EXIT
           END-IF
           IF WS-RET-OUVERT = 1
               PERFORM 5500-CLASSER-RETENU THRU 5500-EXIT
           END-IF
           IF WS-DOC-OUVERT = 0
               GO TO 5000-EXIT
           END-IF

           MOVE 0 TO WS-DOC-OUVERT
           MOVE WS-DOC-NB-LIGNES TO EDI-NB-LIGNES
           MOVE WS-DEST-PAPIER   TO EDI-PAPIER
           MOVE 'N'              TO EDI-STATUT
           MOVE SPACES           TO EDI-DATE-LECTURE
           MOVE WS-DEST-EMAIL    TO EDI-EMAIL
           WRITE EDOCIDX-REC
           IF WS-FS-EDI NOT = '00'
               DISPLAY 'PREFDIST - ERREUR ECRITURE EDOCIDX '
                       WS-DOC-CLE ' : ' WS-FS-EDI
               MOVE 9 TO DIS-CODE-RETOUR
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-NB-DEPOSES.

       5000-EXIT.
           EXIT.

      *─── En-tete du document retenu, en attente d'une adresse ──────
       5500-CLASSER-RETENU.

           MOVE 0 TO WS-RET-OUVERT
           MOVE SPACES           TO COURRET-REC
           MOVE WS-RET-DOCUMENT  TO RET-DOCUMENT
           MOVE 0                TO RET-NUM-LIGNE
           MOVE WS-RET-TYPE      TO RET-TYPE
           MOVE WS-RET-PROGRAMME TO RET-PROGRAMME
           MOVE WS-RET-TITRE     TO RET-TITRE
           MOVE WS-RET-NB-LIGNES TO RET-NB-LIGNES
           MOVE 'R'              TO RET-STATUT
           WRITE COURRET-REC
           IF WS-FS-RET NOT = '00'
               DISPLAY 'PREFDIST - ERREUR ECRITURE COURRET '
                       WS-RET-DOCUMENT ' : ' WS-FS-RET
               MOVE 9 TO DIS-CODE-RETOUR
           END-IF.

       5500-EXIT.
           EXIT.

      *─── Fermeture et bilan de distribution ─────────────────────────
       9000-TERMINER.

           IF WS-PREFCLI-OK = 1
               CLOSE F-PREFCLI
           END-IF
           IF WS-EDOC-OK = 1
               CLOSE F-EDOCIDX
               CLOSE F-EDOCLIG
           END-IF
           IF WS-RET-OK = 1
               CLOSE F-COURRET
           END-IF
           MOVE 0 TO WS-OUVERT WS-PREFCLI-OK WS-EDOC-OK WS-RET-OK

           DISPLAY 'PREFDIST - DOCUMENTS AIGUILLES        : '
                   WS-NB-DEMANDES
           DISPLAY 'PREFDIST - AVEC PREFERENCE CLIENT     : '
                   WS-NB-PREFERENCES
           DISPLAY 'PREFDIST - EDITES SUR PAPIER          : '
                   WS-NB-PAPIER
           DISPLAY 'PREFDIST - PAPIER IMPOSE PAR LA LOI   : '
                   WS-NB-IMPOSES
           DISPLAY 'PREFDIST - EN GROS CARACTERES         : '
                   WS-NB-GROS-CARAC
           DISPLAY 'PREFDIST - A L ADRESSE DE CORRESP.    : '
                   WS-NB-CORRESP
           DISPLAY 'PREFDIST - DEPOSES SUR LE PORTAIL     : '
                   WS-NB-DEPOSES
           DISPLAY 'PREFDIST - LIGNES DEPOSEES            : '
                   WS-NB-LIGNES
           DISPLAY 'PREFDIST - RETENUS (ADRESSE INVALIDE) : '
                   WS-NB-RETENUS
           DISPLAY 'PREFDIST - LIGNES RETENUES            : '
                   WS-NB-LIGNES-RETENUES.
