      ******************************************************************
      * Programme : EMPCMAJ - Entretien des comptes de paie EMPCPT
      * Fonction  : Enregistrer, modifier ou supprimer le compte sur
      *             lequel le net a payer d'un employe est verse
      *
      * Lit les cartes de mise a jour FEMPCMVT :
      *   'C' creation     : l'employe ne doit pas avoir de compte
      *   'M' modification : l'employe doit avoir un compte
      *   'S' suppression  : l'employe doit avoir un compte
      * Pour 'C' et 'M', l'employe doit exister dans EMPLOYE et :
      *   type 'I' : le compte guichet doit exister dans COMPTE ;
      *   type 'E' : l'IBAN doit etre valide (C06-IBAN, fonction V).
      * Les cartes refusees sont affichees avec leur motif (RC 4).
      * La table est lue par PAYVIRT pour verser la paie du mois.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCMAJ.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CARTES-MAJ ASSIGN TO FEMPCMVT
               FILE STATUS IS WS-FS-MVT.

           SELECT F-EMPCPT ASSIGN TO EMPCPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ECP-ID
               FILE STATUS IS WS-FS-ECP.

           SELECT F-EMPLOYES ASSIGN TO EMPLOYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FS-EMP.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CARTES-MAJ.
       01  ENR-CARTE-MAJ.
           05  EMV-ACTION          PIC X(1).
           05  EMV-ID              PIC X(6).
           05  EMV-TYPE            PIC X(1).
           05  EMV-COMPTE-IBAN     PIC X(27).
           05  EMV-TITULAIRE       PIC X(30).
           05  EMV-AUTEUR          PIC X(8).
           05  FILLER              PIC X(7).

       FD  F-EMPCPT.
       01  ENR-EMPCPT.
           05  ECP-ID              PIC X(6).
           05  ECP-TYPE            PIC X(1).
           05  ECP-COMPTE          PIC X(11).
           05  ECP-IBAN            PIC X(27).
           05  ECP-TITULAIRE       PIC X(30).
           05  ECP-DATE-MAJ        PIC X(8).
           05  ECP-AUTEUR          PIC X(8).
           05  FILLER              PIC X(9).

       FD  F-EMPLOYES.
       01  ENR-EMPLOYE.
           05  EMP-ID              PIC X(6).
           05  FILLER              PIC X(46).

       FD  F-COMPTES.
       01  ENR-COMPTE.
           05  CPT-NUM             PIC X(11).
           05  FILLER              PIC X(78).

       WORKING-STORAGE SECTION.
       01  WS-FS-MVT               PIC XX.
       01  WS-FS-ECP               PIC XX.
       01  WS-FS-EMP               PIC XX.
       01  WS-FS-CPT               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-ECP-TROUVE           PIC 9 VALUE 0.

       01  WS-DATE-JOUR            PIC X(8).
       01  WS-MOTIF                PIC X(40) VALUE SPACES.

      *─── Zone d'appel du module IBAN (C06-IBAN) ─────────────────────
       01  WS-ZONE-IBAN.
           05  IBN-FONCTION        PIC X.
           05  IBN-RIB             PIC X(23).
           05  IBN-IBAN            PIC X(27).
           05  IBN-CODE-RETOUR     PIC 9.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUES              PIC 9(5) VALUE 0.
       01  WS-NB-CREATIONS         PIC 9(5) VALUE 0.
       01  WS-NB-MODIFS            PIC 9(5) VALUE 0.
       01  WS-NB-SUPPRESSIONS      PIC 9(5) VALUE 0.
       01  WS-NB-REFUSEES          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME EMPCMAJ'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-CARTES-MAJ
           IF WS-FS-MVT NOT = '00'
               DISPLAY 'FEMPCMVT INDISPONIBLE : ' WS-FS-MVT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-EMPCPT
           IF WS-FS-ECP = '35'
               OPEN OUTPUT F-EMPCPT
               CLOSE F-EMPCPT
               OPEN I-O F-EMPCPT
           END-IF
           IF WS-FS-ECP NOT = '00'
               DISPLAY 'TABLE EMPCPT INDISPONIBLE : ' WS-FS-ECP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-EMPLOYES
           IF WS-FS-EMP NOT = '00'
               DISPLAY 'FICHIER EMPLOYE INDISPONIBLE : ' WS-FS-EMP
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
           CLOSE F-EMPCPT
           CLOSE F-EMPLOYES
           CLOSE F-COMPTES

           DISPLAY 'CARTES LUES      : ' WS-NB-LUES
           DISPLAY 'CREATIONS        : ' WS-NB-CREATIONS
           DISPLAY 'MODIFICATIONS    : ' WS-NB-MODIFS
           DISPLAY 'SUPPRESSIONS     : ' WS-NB-SUPPRESSIONS
           DISPLAY 'CARTES REFUSEES  : ' WS-NB-REFUSEES
           IF WS-NB-REFUSEES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME EMPCMAJ'
           GOBACK.

       1000-APPLIQUER-CARTE.

           MOVE SPACES TO WS-MOTIF
           IF EMV-ACTION NOT = 'C' AND EMV-ACTION NOT = 'M'
               AND EMV-ACTION NOT = 'S'
               MOVE 'ACTION NI C, NI M, NI S' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF
           IF EMV-ID = SPACES
               MOVE 'EMPLOYE NON RENSEIGNE' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF

           MOVE EMV-ID TO ECP-ID
           MOVE 1 TO WS-ECP-TROUVE
           READ F-EMPCPT
               INVALID KEY
                   MOVE 0 TO WS-ECP-TROUVE
           END-READ

           IF EMV-ACTION = 'C' AND WS-ECP-TROUVE = 1
               MOVE 'EMPLOYE DEJA DOTE D''UN COMPTE' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF
           IF EMV-ACTION NOT = 'C' AND WS-ECP-TROUVE = 0
               MOVE 'EMPLOYE SANS COMPTE DE PAIE' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF

           IF EMV-ACTION = 'S'
               DELETE F-EMPCPT
               IF WS-FS-ECP NOT = '00'
                   MOVE 'ERREUR SUPPRESSION' TO WS-MOTIF
                   GO TO 1000-REFUS
               END-IF
               ADD 1 TO WS-NB-SUPPRESSIONS
               GO TO 1000-EXIT
           END-IF

      *─── Creation et modification : employe connu, compte valide ────
           MOVE EMV-ID TO EMP-ID
           READ F-EMPLOYES
               INVALID KEY
                   MOVE 'EMPLOYE INCONNU' TO WS-MOTIF
           END-READ
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-REFUS
           END-IF

           EVALUATE EMV-TYPE
               WHEN 'I'
                   MOVE EMV-COMPTE-IBAN(1:11) TO CPT-NUM
                   READ F-COMPTES
                       INVALID KEY
                           MOVE 'COMPTE GUICHET INCONNU' TO WS-MOTIF
                   END-READ
               WHEN 'E'
                   MOVE 'V'             TO IBN-FONCTION
                   MOVE SPACES          TO IBN-RIB
                   MOVE EMV-COMPTE-IBAN TO IBN-IBAN
                   CALL 'C06-IBAN' USING WS-ZONE-IBAN
                   IF IBN-CODE-RETOUR NOT = 0
                       MOVE 'IBAN INVALIDE' TO WS-MOTIF
                   END-IF
               WHEN OTHER
                   MOVE 'TYPE NI I (INTERNE), NI E (IBAN)' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               GO TO 1000-REFUS
           END-IF

           MOVE EMV-ID            TO ECP-ID
           MOVE EMV-TYPE          TO ECP-TYPE
           MOVE SPACES            TO ECP-COMPTE
           MOVE SPACES            TO ECP-IBAN
           IF EMV-TYPE = 'I'
               MOVE EMV-COMPTE-IBAN(1:11) TO ECP-COMPTE
           ELSE
               MOVE EMV-COMPTE-IBAN TO ECP-IBAN
           END-IF
           MOVE EMV-TITULAIRE     TO ECP-TITULAIRE
           MOVE WS-DATE-JOUR      TO ECP-DATE-MAJ
           MOVE EMV-AUTEUR        TO ECP-AUTEUR
           IF EMV-ACTION = 'C'
               MOVE SPACES TO ENR-EMPCPT(92:9)
               WRITE ENR-EMPCPT
           ELSE
               REWRITE ENR-EMPCPT
           END-IF
           IF WS-FS-ECP NOT = '00'
               MOVE 'ERREUR ECRITURE TABLE' TO WS-MOTIF
               GO TO 1000-REFUS
           END-IF
           IF EMV-ACTION = 'C'
               ADD 1 TO WS-NB-CREATIONS
           ELSE
               ADD 1 TO WS-NB-MODIFS
           END-IF
           GO TO 1000-EXIT.

       1000-REFUS.
           ADD 1 TO WS-NB-REFUSEES
           DISPLAY 'CARTE REFUSEE ' EMV-ACTION ' ' EMV-ID
                   ' ' EMV-TYPE ' : ' WS-MOTIF.

       1000-EXIT.
           EXIT.
