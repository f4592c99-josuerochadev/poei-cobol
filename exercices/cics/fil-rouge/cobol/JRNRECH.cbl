      ******************************************************************
      * Programme : JRNRECH - Restitution des journaux archives
      * Fonction  : Retrouver dans les archives de JRNPURG les
      *             enregistrements d'un compte ou d'un utilisateur
      *
      * Repond aux demandes de l'audit ou de la justice. La carte
      * SYSIN donne le critere et la periode :
      *   col 1     : 'C' compte ou 'U' utilisateur
      *   col 2-12  : numero de compte (CPT-NUM) ou USR-ID
      *   col 13-20 : date de debut AAAAMMJJ
      *   col 21-28 : date de fin AAAAMMJJ
      * Relit les archives designees par la carte DD FARCJRN (les
      * generations ARCJRN utiles, concatenees) et retient les
      * enregistrements dates dans la periode dont l'un des comptes
      * (source ou cible) ou l'un des utilisateurs (auteur ou
      * superviseur) correspond au critere, tous journaux confondus.
      * Les enregistrements retrouves sont recopies tels quels, avec
      * leur enveloppe, dans FRESTIT et listes dans FEDITION (journal,
      * date, compte, utilisateur, montant, cle d'origine).
      * Controle des archives relues : pour chaque purge et chaque
      * journal rencontres, le nombre d'enregistrements et le total
      * des montants sont rapproches de la ligne du catalogue ARCCATL
      * tenue par JRNPURG ; un ecart ou une archive hors catalogue
      * donne RC 8. Les enregistrements dont la conservation est
      * echue sont restitues mais comptes a part (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNRECH.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ARCHIVE ASSIGN TO FARCJRN
               FILE STATUS IS WS-FS-ARC.

           SELECT F-CATALOGUE ASSIGN TO ARCCATL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CLE
               FILE STATUS IS WS-FS-CAT.

           SELECT F-RESTITUTION ASSIGN TO FRESTIT
               FILE STATUS IS WS-FS-RST.

           SELECT F-EDITION ASSIGN TO FEDITION
               FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

      *─── Archive : enveloppe commune de 400 octets (JRNPURG) ────────
       FD  F-ARCHIVE.
       01  ENR-ARCHIVE.
           05  ARC-JOURNAL         PIC X(8).
           05  ARC-DATE-PURGE      PIC X(8).
           05  ARC-DATE-ENR        PIC X(8).
           05  ARC-COMPTE          PIC X(11).
           05  ARC-COMPTE-2        PIC X(11).
           05  ARC-USER            PIC X(8).
           05  ARC-USER-2          PIC X(8).
           05  ARC-MONTANT         PIC S9(9)V99 COMP-3.
           05  ARC-FIN-CONSERV     PIC X(8).
           05  ARC-LONGUEUR        PIC 9(3).
           05  ARC-IMAGE           PIC X(317).
           05  FILLER              PIC X(4).

       FD  F-CATALOGUE.
       01  ENR-CATALOGUE.
           05  CAT-CLE.
               10  CAT-DATE-PURGE  PIC X(8).
               10  CAT-JOURNAL     PIC X(8).
           05  CAT-NB-ARCHIVES     PIC 9(9).
           05  CAT-NB-SUPPRIMES    PIC 9(9).
           05  CAT-TOTAL-MONTANT   PIC S9(13)V99 COMP-3.
           05  CAT-DATE-LIMITE     PIC X(8).
           05  CAT-FIN-CONSERV     PIC X(8).
           05  CAT-STATUT          PIC X(1).
           05  FILLER              PIC X(21).

       FD  F-RESTITUTION.
       01  ENR-RESTITUTION         PIC X(400).

       FD  F-EDITION.
       01  ENR-EDITION             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-ARC               PIC XX.
       01  WS-FS-CAT               PIC XX.
       01  WS-FS-RST               PIC XX.
       01  WS-FS-EDI               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-RETENU               PIC 9 VALUE 0.

      *─── Critere de recherche (SYSIN) ───────────────────────────────
       01  WS-CARTE-RECHERCHE.
           05  WS-RCH-TYPE         PIC X(1).
               88  WS-RCH-COMPTE   VALUE 'C'.
               88  WS-RCH-USER     VALUE 'U'.
           05  WS-RCH-VALEUR       PIC X(11).
           05  WS-RCH-DEBUT        PIC X(8).
           05  WS-RCH-FIN          PIC X(8).
           05  FILLER              PIC X(52).

       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR PIC X(8).

      *─── Controle des archives relues, par purge et journal ─────────
       01  WS-NB-CTL               PIC 9(3) VALUE 0.
       01  WS-TAB-CONTROLES.
           05  WS-CTL OCCURS 500 TIMES INDEXED BY WS-IDX-CTL.
               10  WS-CTL-DATE-PURGE PIC X(8).
               10  WS-CTL-JOURNAL    PIC X(8).
               10  WS-CTL-NB         PIC 9(9).
               10  WS-CTL-MONTANT    PIC S9(13)V99 COMP-3.
       01  WS-CTL-TROUVE           PIC 9 VALUE 0.

       01  WS-NB-LUS               PIC 9(9) VALUE 0.
       01  WS-NB-RETENUS           PIC 9(9) VALUE 0.
       01  WS-NB-ECHUS             PIC 9(9) VALUE 0.
       01  WS-NB-ECARTS            PIC 9(5) VALUE 0.

      *─── Liste de restitution (80 colonnes) ─────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.
       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(34) VALUE
               '*** RESTITUTION D''ARCHIVES - '.
           05  WS-TIT-CRITERE      PIC X(12).
           05  WS-TIT-VALEUR       PIC X(11).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-TIT-DEBUT        PIC X(8).
           05  FILLER              PIC X(3)  VALUE ' - '.
           05  WS-TIT-FIN          PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(9)  VALUE 'JOURNAL'.
           05  FILLER              PIC X(9)  VALUE 'DATE'.
           05  FILLER              PIC X(12) VALUE 'COMPTE'.
           05  FILLER              PIC X(9)  VALUE 'USER'.
           05  FILLER              PIC X(14) VALUE '       MONTANT'.
           05  FILLER              PIC X(27) VALUE 'CLE D''ORIGINE'.

       01  WS-LIGNE-DETAIL.
           05  WS-DET-JOURNAL      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-DATE         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-COMPTE       PIC X(11).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-USER         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-MONTANT      PIC Z(8)9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DET-CLE          PIC X(27).

       01  WS-LIGNE-CONTROLE.
           05  FILLER              PIC X(10) VALUE 'ARCHIVE DU'.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-CTR-DATE         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-CTR-JOURNAL      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-CTR-LUS          PIC Z(8)9.
           05  FILLER              PIC X(3)  VALUE ' / '.
           05  WS-CTR-CATALOGUE    PIC Z(8)9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-CTR-ETAT         PIC X(29).

       01  WS-LIGNE-BILAN.
           05  WS-BIL-LIBELLE      PIC X(40).
           05  WS-BIL-NOMBRE       PIC Z(8)9.
           05  FILLER              PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME JRNRECH'

           PERFORM 1000-INITIALISER THRU 1000-EXIT

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-ARCHIVE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 2000-CUMULER-CONTROLE
                       PERFORM 3000-SELECTIONNER
               END-READ
           END-PERFORM

           PERFORM 4000-CONTROLER-CATALOGUE
           PERFORM 5000-EDITER-BILAN

           CLOSE F-ARCHIVE
           CLOSE F-CATALOGUE
           CLOSE F-RESTITUTION
           CLOSE F-EDITION

           DISPLAY 'ENREGISTREMENTS LUS       : ' WS-NB-LUS
           DISPLAY 'ENREGISTREMENTS RESTITUES : ' WS-NB-RETENUS
           DISPLAY 'ARCHIVES EN ECART         : ' WS-NB-ECARTS
           DISPLAY 'FIN DU PROGRAMME JRNRECH'

           IF WS-NB-ECARTS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-ECHUS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INITIALISER : carte de recherche et ouvertures
      ******************************************************************
       1000-INITIALISER.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CARTE-RECHERCHE
           DISPLAY 'CRITERE (C/U), VALEUR, DEBUT ET FIN AAAAMMJJ : '
           ACCEPT WS-CARTE-RECHERCHE FROM SYSIN

           IF NOT WS-RCH-COMPTE AND NOT WS-RCH-USER
              OR WS-RCH-VALEUR = SPACES
              OR WS-RCH-DEBUT NOT NUMERIC
              OR WS-RCH-FIN NOT NUMERIC
              OR WS-RCH-DEBUT > WS-RCH-FIN
               DISPLAY 'CARTE DE RECHERCHE INVALIDE : '
                       WS-CARTE-RECHERCHE(1:28)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-ARCHIVE
           IF WS-FS-ARC NOT = '00'
               DISPLAY 'ARCHIVES FARCJRN INDISPONIBLES : ' WS-FS-ARC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-CATALOGUE
           IF WS-FS-CAT NOT = '00'
               DISPLAY 'CATALOGUE ARCCATL INDISPONIBLE : ' WS-FS-CAT
               CLOSE F-ARCHIVE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-RESTITUTION
           OPEN OUTPUT F-EDITION

           IF WS-RCH-COMPTE
               MOVE 'COMPTE     ' TO WS-TIT-CRITERE
           ELSE
               MOVE 'UTILISATEUR' TO WS-TIT-CRITERE
           END-IF
           MOVE WS-RCH-VALEUR TO WS-TIT-VALEUR
           MOVE WS-RCH-DEBUT  TO WS-TIT-DEBUT
           MOVE WS-RCH-FIN    TO WS-TIT-FIN
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CUMULER-CONTROLE : nombre et montant par purge et journal
      ******************************************************************
       2000-CUMULER-CONTROLE.

           MOVE 0 TO WS-CTL-TROUVE
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-NB-CTL OR WS-CTL-TROUVE = 1
               IF WS-CTL-DATE-PURGE(WS-IDX-CTL) = ARC-DATE-PURGE
                  AND WS-CTL-JOURNAL(WS-IDX-CTL) = ARC-JOURNAL
                   MOVE 1 TO WS-CTL-TROUVE
                   ADD 1 TO WS-CTL-NB(WS-IDX-CTL)
                   ADD ARC-MONTANT TO WS-CTL-MONTANT(WS-IDX-CTL)
               END-IF
           END-PERFORM

           IF WS-CTL-TROUVE = 0 AND WS-NB-CTL < 500
               ADD 1 TO WS-NB-CTL
               SET WS-IDX-CTL TO WS-NB-CTL
               MOVE ARC-DATE-PURGE TO WS-CTL-DATE-PURGE(WS-IDX-CTL)
               MOVE ARC-JOURNAL    TO WS-CTL-JOURNAL(WS-IDX-CTL)
               MOVE 1              TO WS-CTL-NB(WS-IDX-CTL)
               MOVE ARC-MONTANT    TO WS-CTL-MONTANT(WS-IDX-CTL)
           END-IF.

      ******************************************************************
      * 3000-SELECTIONNER : periode et critere, recopie et edition
      ******************************************************************
       3000-SELECTIONNER.

           IF ARC-DATE-ENR < WS-RCH-DEBUT OR ARC-DATE-ENR > WS-RCH-FIN
               GO TO 3000-EXIT
           END-IF

           MOVE 0 TO WS-RETENU
           IF WS-RCH-COMPTE
               IF ARC-COMPTE = WS-RCH-VALEUR
                  OR ARC-COMPTE-2 = WS-RCH-VALEUR
                   MOVE 1 TO WS-RETENU
               END-IF
           ELSE
               IF ARC-USER = WS-RCH-VALEUR(1:8)
                  OR ARC-USER-2 = WS-RCH-VALEUR(1:8)
                   MOVE 1 TO WS-RETENU
               END-IF
           END-IF
           IF WS-RETENU = 0
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-NB-RETENUS
           IF ARC-FIN-CONSERV < WS-DATE-JOUR-X
               ADD 1 TO WS-NB-ECHUS
           END-IF
           WRITE ENR-RESTITUTION FROM ENR-ARCHIVE

           MOVE ARC-JOURNAL     TO WS-DET-JOURNAL
           MOVE ARC-DATE-ENR    TO WS-DET-DATE
           MOVE ARC-COMPTE      TO WS-DET-COMPTE
           MOVE ARC-USER        TO WS-DET-USER
           MOVE ARC-MONTANT     TO WS-DET-MONTANT
           MOVE ARC-IMAGE(1:27) TO WS-DET-CLE
           WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONTROLER-CATALOGUE : archives relues contre ARCCATL
      ******************************************************************
       4000-CONTROLER-CATALOGUE.

           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP

           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-NB-CTL
               MOVE WS-CTL-DATE-PURGE(WS-IDX-CTL) TO CAT-DATE-PURGE
               MOVE WS-CTL-JOURNAL(WS-IDX-CTL)    TO CAT-JOURNAL
               MOVE WS-CTL-DATE-PURGE(WS-IDX-CTL) TO WS-CTR-DATE
               MOVE WS-CTL-JOURNAL(WS-IDX-CTL)    TO WS-CTR-JOURNAL
               MOVE WS-CTL-NB(WS-IDX-CTL)         TO WS-CTR-LUS
               READ F-CATALOGUE
                   INVALID KEY
                       MOVE 0 TO WS-CTR-CATALOGUE
                       MOVE 'HORS CATALOGUE' TO WS-CTR-ETAT
                       ADD 1 TO WS-NB-ECARTS
                   NOT INVALID KEY
                       MOVE CAT-NB-ARCHIVES TO WS-CTR-CATALOGUE
                       IF CAT-NB-ARCHIVES = WS-CTL-NB(WS-IDX-CTL)
                          AND CAT-TOTAL-MONTANT =
                              WS-CTL-MONTANT(WS-IDX-CTL)
                           MOVE 'CONFORME' TO WS-CTR-ETAT
                       ELSE
                           MOVE 'ECART NOMBRE OU MONTANT'
                               TO WS-CTR-ETAT
                           ADD 1 TO WS-NB-ECARTS
                       END-IF
               END-READ
               WRITE ENR-EDITION FROM WS-LIGNE-CONTROLE
           END-PERFORM.

      ******************************************************************
      * 5000-EDITER-BILAN
      ******************************************************************
       5000-EDITER-BILAN.

           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           MOVE 'ENREGISTREMENTS D''ARCHIVE LUS     :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-LUS TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'ENREGISTREMENTS RESTITUES         :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-RETENUS TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'DONT CONSERVATION ECHUE           :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-ECHUS TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           MOVE 'ARCHIVES EN ECART AU CATALOGUE    :'
               TO WS-BIL-LIBELLE
           MOVE WS-NB-ECARTS TO WS-BIL-NOMBRE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           WRITE ENR-EDITION FROM WS-LIGNE-SEP.
