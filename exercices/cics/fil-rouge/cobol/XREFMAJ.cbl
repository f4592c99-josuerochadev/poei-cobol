      ******************************************************************
      * Programme : XREFMAJ - Entretien de la table CPTXREF
      * Fonction  : Creer, modifier ou supprimer les correspondances
      *             compte chaine / compte guichet
      *
      * Lit les cartes de mise a jour FXREFMVT :
      *   'C' creation     : le compte chaine ne doit pas exister
      *   'M' modification : le compte chaine doit exister
      *   'S' suppression  : le compte chaine doit exister
      * Pour 'C' et 'M', le compte guichet doit exister dans COMPTE.
      * Les cartes refusees sont affichees avec leur motif (RC 4).
      * La table est lue par CHNRETR pour reporter dans COMPTE les
      * mouvements generes par la chaine.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFMAJ.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CARTES-MAJ ASSIGN TO FXREFMVT
               FILE STATUS IS WS-FS-MVT.

           SELECT F-XREF ASSIGN TO CPTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-NUM-CHAINE
               FILE STATUS IS WS-FS-XRF.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CARTES-MAJ.
       01  ENR-CARTE-MAJ.
           05  XMV-ACTION          PIC X(1).
           05  XMV-NUM-CHAINE      PIC X(3).
           05  XMV-NUM-CHAINE-N REDEFINES XMV-NUM-CHAINE PIC 9(3).
           05  XMV-CPT-NUM         PIC X(11).
           05  XMV-AUTEUR          PIC X(8).
           05  FILLER              PIC X(57).

       FD  F-XREF.
       01  ENR-XREF.
           05  XRF-NUM-CHAINE      PIC 9(3).
           05  XRF-CPT-NUM         PIC X(11).
           05  XRF-DATE-MAJ        PIC X(8).
           05  XRF-AUTEUR          PIC X(8).
           05  FILLER              PIC X(10).

       FD  F-COMPTES.
       01  ENR-COMPTE.
           05  CPT-NUM             PIC X(11).
           05  FILLER              PIC X(78).

       WORKING-STORAGE SECTION.
       01  WS-FS-MVT               PIC XX.
       01  WS-FS-XRF               PIC XX.
       01  WS-FS-CPT               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-XREF-TROUVE          PIC 9 VALUE 0.

       01  WS-DATE-JOUR            PIC X(8).
       01  WS-MOTIF                PIC X(40) VALUE SPACES.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUES              PIC 9(5) VALUE 0.
       01  WS-NB-CREATIONS         PIC 9(5) VALUE 0.
       01  WS-NB-MODIFS            PIC 9(5) VALUE 0.
       01  WS-NB-SUPPRESSIONS      PIC 9(5) VALUE 0.
       01  WS-NB-REFUSEES          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME XREFMAJ'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-CARTES-MAJ
           IF WS-FS-MVT NOT = '00'
               DISPLAY 'FXREFMVT INDISPONIBLE : ' WS-FS-MVT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-XREF
           IF WS-FS-XRF = '35'
               OPEN OUTPUT F-XREF
               CLOSE F-XREF
               OPEN I-O F-XREF
           END-IF
           IF WS-FS-XRF NOT = '00'
               DISPLAY 'TABLE CPTXREF INDISPONIBLE : ' WS-FS-XRF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'FICHIER COMPTE INDISPONIBLE : ' WS-FS-CPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CARTES-MAJ
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM 1000-APPLIQUER-CARTE THRU 1000-EXIT
               END-READ
           END-PERFORM

           CLOSE F-CARTES-MAJ
           CLOSE F-XREF
           CLOSE F-COMPTES

           DISPLAY 'CARTES LUES      : ' WS-NB-LUES
           DISPLAY 'CREATIONS        : ' WS-NB-CREATIONS
           DISPLAY 'MODIFICATIONS    : ' WS-NB-MODIFS
           DISPLAY 'SUPPRESSIONS     : ' WS-NB-SUPPRESSIONS
           DISPLAY 'CARTES REFUSEES  : ' WS-NB-REFUSEES
           IF WS-NB-REFUSEES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME XREFMAJ'
           GOBACK.

       1000-APPLIQUER-CARTE.

           MOVE SPACES TO WS-MOTIF
           IF XMV-ACTION NOT = 'C' AND XMV-ACTION NOT = 'M'
               AND XMV-ACTION NOT = 'S'
               MOVE 'ACTION NI C, NI M, NI S' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF
           IF XMV-NUM-CHAINE NOT NUMERIC
               MOVE 'COMPTE CHAINE NON NUMERIQUE' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF

           MOVE XMV-NUM-CHAINE-N TO XRF-NUM-CHAINE
           MOVE 1 TO WS-XREF-TROUVE
           READ F-XREF
               INVALID KEY
                   MOVE 0 TO WS-XREF-TROUVE
           END-READ

           IF XMV-ACTION = 'C' AND WS-XREF-TROUVE = 1
               MOVE 'COMPTE CHAINE DEJA EN TABLE' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF
           IF XMV-ACTION NOT = 'C' AND WS-XREF-TROUVE = 0
               MOVE 'COMPTE CHAINE ABSENT DE LA TABLE' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF

           IF XMV-ACTION = 'S'
               DELETE F-XREF
               IF WS-FS-XRF NOT = '00'
                   MOVE 'ERREUR SUPPRESSION' TO WS-MOTIF
                   GO TO 1000-REFUS
               END-IF
               ADD 1 TO WS-NB-SUPPRESSIONS
               GO TO 1000-EXIT
           END-IF

      *─── Creation et modification : le compte guichet doit exister ──
           MOVE XMV-CPT-NUM TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   MOVE 'COMPTE GUICHET INCONNU' TO WS-MOTIF
           END-READ
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-REFUS
           END-IF

           MOVE XMV-NUM-CHAINE-N TO XRF-NUM-CHAINE
           MOVE XMV-CPT-NUM      TO XRF-CPT-NUM
           MOVE WS-DATE-JOUR     TO XRF-DATE-MAJ
           MOVE XMV-AUTEUR       TO XRF-AUTEUR
           IF XMV-ACTION = 'C'
               MOVE SPACES TO ENR-XREF(31:10)
               WRITE ENR-XREF
           ELSE
               REWRITE ENR-XREF
           END-IF
           IF WS-FS-XRF NOT = '00'
               MOVE 'ERREUR ECRITURE TABLE' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF
           IF XMV-ACTION = 'C'
               ADD 1 TO WS-NB-CREATIONS
           ELSE
               ADD 1 TO WS-NB-MODIFS
           END-IF
           GO TO 1000-EXIT.

       1000-REFUS.
           ADD 1 TO WS-NB-REFUSEES
           DISPLAY 'CARTE REFUSEE ' XMV-ACTION ' ' XMV-NUM-CHAINE
                   ' ' XMV-CPT-NUM ' : ' WS-MOTIF.

       1000-EXIT.
           EXIT.
