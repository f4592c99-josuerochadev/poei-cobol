      ******************************************************************
      * Programme : EMPRAPL - Application des corrections approuvees
      * Fonction  : Reporter dans EMPLOYE, PERSONNEL et le fichier
      *             relatif les corrections proposees par EMPRAPP
      *             et approuvees par l'operateur
      *
      * Lit FEMPPROP apres revue : seules les propositions a
      * decision 'O' sont appliquees ; 'N' (rejetee) et blanc (non
      * revue) sont comptees et laissees de cote.
      *   'E' 'M' : modification de EMPLOYE (NOM, DEPT ou SALAIRE) ;
      *   'R' 'M' : modification du nom dans le fichier relatif ;
      *   'P' 'S' : suppression de la fiche PERSONNEL d'un sorti ;
      *   'R' 'S' : suppression de la fiche relative d'un sorti.
      * La fiche doit encore porter la valeur constatee par EMPRAPP :
      * une fiche modifiee depuis le rapprochement est refusee (RC 4),
      * une fiche deja a la valeur proposee est comptee comme deja
      * corrigee. Un second passage sur le meme FEMPPROP ne change
      * donc rien.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRAPL.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PROPOSITIONS ASSIGN TO FEMPPROP
               FILE STATUS IS WS-FS-PRP.

           SELECT F-EMPLOYES ASSIGN TO EMPLOYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FS-EMP.

           SELECT F-PERSONNEL ASSIGN TO PERSONNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MATRICULE
               ALTERNATE RECORD KEY IS PER-NUM-SS WITH DUPLICATES
               FILE STATUS IS WS-FS-PER.

           SELECT F-RRDS ASSIGN TO RRDSEMP
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RRN
               FILE STATUS IS WS-FS-RRD.

       DATA DIVISION.
       FILE SECTION.

      *─── Correction proposee par EMPRAPP, revue par l'operateur ─────
       FD  F-PROPOSITIONS.
       01  ENR-PROPOSITION.
           05  PRP-NUMERO          PIC 9(5).
           05  PRP-ID-EMPL         PIC X(6).
           05  PRP-FICHIER         PIC X(1).
           05  PRP-CLE             PIC X(6).
           05  PRP-CLE-NUM REDEFINES PRP-CLE PIC 9(6).
           05  PRP-RRN             PIC 9(4).
           05  PRP-ACTION          PIC X(1).
           05  PRP-ZONE            PIC X(8).
           05  PRP-VALEUR-AVANT    PIC X(40).
           05  PRP-MONT-AVANT REDEFINES PRP-VALEUR-AVANT.
               10  PRP-SAL-AVANT   PIC 9(7)V99.
               10  FILLER          PIC X(31).
           05  PRP-VALEUR-PROPOSEE PIC X(40).
           05  PRP-MONT-PROPOSE REDEFINES PRP-VALEUR-PROPOSEE.
               10  PRP-SAL-PROPOSE PIC 9(7)V99.
               10  FILLER          PIC X(31).
           05  PRP-DECISION        PIC X(1).
               88  PRP-APPROUVEE   VALUE 'O'.
               88  PRP-REJETEE     VALUE 'N'.
           05  PRP-DATE            PIC X(8).

       FD  F-EMPLOYES.
       01  ENR-EMPLOYE.
           05  EMP-ID              PIC X(6).
           05  EMP-NAME            PIC X(30).
           05  EMP-DEPT            PIC X(10).
           05  EMP-SALAIRE         PIC 9(7)V99 COMP-3.
           05  EMP-ETAT-CRED       PIC X(1).

       FD  F-PERSONNEL.
       01  ENR-PERSONNEL.
           05  PER-MATRICULE       PIC 9(6).
           05  PER-NOM             PIC X(15).
           05  PER-PRENOM          PIC X(15).
           05  PER-SALAIRE         PIC 9(6).
           05  PER-PRIMES          PIC 9(6).
           05  PER-REVENU-ANNUEL   PIC 9(8).
           05  PER-NUM-SS          PIC 9(10).

       FD  F-RRDS.
       01  ENR-RRDS.
           05  RRD-ID              PIC X(6).
           05  RRD-NOM-COMPLET.
               10  RRD-NOM         PIC X(20).
               10  RRD-PRENOM      PIC X(20).
           05  RRD-DATA            PIC X(34).

       WORKING-STORAGE SECTION.
       01  WS-FS-PRP               PIC XX.
       01  WS-FS-EMP               PIC XX.
       01  WS-FS-PER               PIC XX.
       01  WS-FS-RRD               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-RRN                  PIC 9(4) VALUE 0.
       01  WS-MOTIF                PIC X(40) VALUE SPACES.
       01  WS-NOM-PERSONNEL        PIC X(40).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUES              PIC 9(5) VALUE 0.
       01  WS-NB-APPLIQUEES        PIC 9(5) VALUE 0.
       01  WS-NB-DEJA-FAITES       PIC 9(5) VALUE 0.
       01  WS-NB-REFUSEES          PIC 9(5) VALUE 0.
       01  WS-NB-REJETEES          PIC 9(5) VALUE 0.
       01  WS-NB-EN-ATTENTE        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME EMPRAPL'

           OPEN INPUT F-PROPOSITIONS
           IF WS-FS-PRP NOT = '00'
               DISPLAY 'FEMPPROP INDISPONIBLE : ' WS-FS-PRP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-EMPLOYES
           IF WS-FS-EMP NOT = '00'
               DISPLAY 'FICHIER EMPLOYE INDISPONIBLE : ' WS-FS-EMP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-PERSONNEL
           IF WS-FS-PER NOT = '00'
               DISPLAY 'FICHIER PERSONNEL INDISPONIBLE : ' WS-FS-PER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O F-RRDS
           IF WS-FS-RRD NOT = '00'
               DISPLAY 'FICHIER RRDSEMP INDISPONIBLE : ' WS-FS-RRD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-PROPOSITIONS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       EVALUATE TRUE
                           WHEN PRP-APPROUVEE
                               PERFORM 1000-APPLIQUER THRU 1000-EXIT
                           WHEN PRP-REJETEE
                               ADD 1 TO WS-NB-REJETEES
                           WHEN OTHER
                               ADD 1 TO WS-NB-EN-ATTENTE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE F-PROPOSITIONS
           CLOSE F-EMPLOYES
           CLOSE F-PERSONNEL
           CLOSE F-RRDS

           IF WS-NB-REFUSEES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'PROPOSITIONS LUES       : ' WS-NB-LUES
           DISPLAY 'APPLIQUEES              : ' WS-NB-APPLIQUEES
           DISPLAY 'DEJA CORRIGEES          : ' WS-NB-DEJA-FAITES
           DISPLAY 'REFUSEES                : ' WS-NB-REFUSEES
           DISPLAY 'REJETEES PAR L OPERATEUR: ' WS-NB-REJETEES
           DISPLAY 'NON REVUES              : ' WS-NB-EN-ATTENTE
           DISPLAY 'FIN DU PROGRAMME EMPRAPL'
           GOBACK.

      *─── Aiguillage d'une proposition approuvee ─────────────────────
       1000-APPLIQUER.
           MOVE SPACES TO WS-MOTIF
           EVALUATE PRP-FICHIER ALSO PRP-ACTION
               WHEN 'E' ALSO 'M'
                   PERFORM 2000-MODIFIER-EMPLOYE THRU 2000-EXIT
               WHEN 'R' ALSO 'M'
                   PERFORM 3000-MODIFIER-RRDS THRU 3000-EXIT
               WHEN 'P' ALSO 'S'
                   PERFORM 4000-SUPPRIMER-PERSONNEL THRU 4000-EXIT
               WHEN 'R' ALSO 'S'
                   PERFORM 5000-SUPPRIMER-RRDS THRU 5000-EXIT
               WHEN OTHER
                   MOVE 'PROPOSITION INCONNUE' TO WS-MOTIF
           END-EVALUATE

           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REFUSEES
               DISPLAY 'PROPOSITION ' PRP-NUMERO ' ' PRP-ID-EMPL
                   ' REFUSEE : ' WS-MOTIF
           END-IF.

       1000-EXIT.
           EXIT.

      *─── EMPLOYE : nom, departement ou salaire ──────────────────────
       2000-MODIFIER-EMPLOYE.
           MOVE PRP-CLE TO EMP-ID
           READ F-EMPLOYES
               INVALID KEY
                   MOVE 'EMPLOYE INEXISTANT' TO WS-MOTIF
                   GO TO 2000-EXIT
           END-READ

           EVALUATE PRP-ZONE
               WHEN 'NOM'
                   IF EMP-NAME = PRP-VALEUR-PROPOSEE(1:30)
                       ADD 1 TO WS-NB-DEJA-FAITES
                       GO TO 2000-EXIT
                   END-IF
                   IF EMP-NAME NOT = PRP-VALEUR-AVANT(1:30)
                       MOVE 'NOM MODIFIE DEPUIS LE RAPPROCHEMENT'
                           TO WS-MOTIF
                       GO TO 2000-EXIT
                   END-IF
                   MOVE PRP-VALEUR-PROPOSEE(1:30) TO EMP-NAME
               WHEN 'DEPT'
                   IF EMP-DEPT = PRP-VALEUR-PROPOSEE(1:10)
                       ADD 1 TO WS-NB-DEJA-FAITES
                       GO TO 2000-EXIT
                   END-IF
                   IF EMP-DEPT NOT = PRP-VALEUR-AVANT(1:10)
                       MOVE 'DEPT MODIFIE DEPUIS LE RAPPROCHEMENT'
                           TO WS-MOTIF
                       GO TO 2000-EXIT
                   END-IF
                   MOVE PRP-VALEUR-PROPOSEE(1:10) TO EMP-DEPT
               WHEN 'SALAIRE'
                   IF EMP-SALAIRE = PRP-SAL-PROPOSE
                       ADD 1 TO WS-NB-DEJA-FAITES
                       GO TO 2000-EXIT
                   END-IF
                   IF EMP-SALAIRE NOT = PRP-SAL-AVANT
                       MOVE 'SALAIRE MODIFIE DEPUIS LE RAPPROCHEMENT'
                           TO WS-MOTIF
                       GO TO 2000-EXIT
                   END-IF
                   MOVE PRP-SAL-PROPOSE TO EMP-SALAIRE
               WHEN OTHER
                   MOVE 'ZONE EMPLOYE INCONNUE' TO WS-MOTIF
                   GO TO 2000-EXIT
           END-EVALUATE

           REWRITE ENR-EMPLOYE
               INVALID KEY
                   MOVE 'REECRITURE EMPLOYE IMPOSSIBLE' TO WS-MOTIF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-APPLIQUEES
                   DISPLAY 'EMPLOYE ' EMP-ID ' ' PRP-ZONE ' CORRIGE'
           END-REWRITE.

       2000-EXIT.
           EXIT.

      *─── Fichier relatif : nom et prenom ────────────────────────────
       3000-MODIFIER-RRDS.
           PERFORM 6000-LIRE-RRDS THRU 6000-EXIT
           IF WS-MOTIF NOT = SPACES
               GO TO 3000-EXIT
           END-IF

           IF RRD-NOM-COMPLET = PRP-VALEUR-PROPOSEE
               ADD 1 TO WS-NB-DEJA-FAITES
               GO TO 3000-EXIT
           END-IF
           IF RRD-NOM-COMPLET NOT = PRP-VALEUR-AVANT
               MOVE 'NOM MODIFIE DEPUIS LE RAPPROCHEMENT' TO WS-MOTIF
               GO TO 3000-EXIT
           END-IF

           MOVE PRP-VALEUR-PROPOSEE TO RRD-NOM-COMPLET
           REWRITE ENR-RRDS
               INVALID KEY
                   MOVE 'REECRITURE RRDS IMPOSSIBLE' TO WS-MOTIF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-APPLIQUEES
                   DISPLAY 'RRDS ' RRD-ID ' NOM CORRIGE'
           END-REWRITE.

       3000-EXIT.
           EXIT.

      *─── PERSONNEL : suppression de la fiche d'un employe sorti ─────
       4000-SUPPRIMER-PERSONNEL.
           MOVE PRP-CLE-NUM TO PER-MATRICULE
           READ F-PERSONNEL
               INVALID KEY
                   ADD 1 TO WS-NB-DEJA-FAITES
                   GO TO 4000-EXIT
           END-READ

           MOVE SPACES TO WS-NOM-PERSONNEL
           STRING PER-NOM ' ' PER-PRENOM
               DELIMITED BY SIZE INTO WS-NOM-PERSONNEL
           IF WS-NOM-PERSONNEL NOT = PRP-VALEUR-AVANT
               MOVE 'FICHE MODIFIEE DEPUIS LE RAPPROCHEMENT'
                   TO WS-MOTIF
               GO TO 4000-EXIT
           END-IF

           DELETE F-PERSONNEL
               INVALID KEY
                   MOVE 'SUPPRESSION PERSONNEL IMPOSSIBLE' TO WS-MOTIF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-APPLIQUEES
                   DISPLAY 'PERSONNEL ' PER-MATRICULE ' SUPPRIME'
           END-DELETE.

       4000-EXIT.
           EXIT.

      *─── Fichier relatif : suppression de la fiche d'un sorti ───────
       5000-SUPPRIMER-RRDS.
           PERFORM 6000-LIRE-RRDS THRU 6000-EXIT
           IF WS-MOTIF = 'FICHE RRDS DEJA LIBEREE'
               MOVE SPACES TO WS-MOTIF
               ADD 1 TO WS-NB-DEJA-FAITES
               GO TO 5000-EXIT
           END-IF
           IF WS-MOTIF NOT = SPACES
               GO TO 5000-EXIT
           END-IF

           DELETE F-RRDS
               INVALID KEY
                   MOVE 'SUPPRESSION RRDS IMPOSSIBLE' TO WS-MOTIF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-APPLIQUEES
                   DISPLAY 'RRDS ' PRP-CLE ' SUPPRIME (EMPLACEMENT '
                       WS-RRN ')'
           END-DELETE.

       5000-EXIT.
           EXIT.

      *─── Lecture de l'emplacement releve par EMPRAPP : il doit
      *    toujours porter le meme identifiant ───────────────────────
       6000-LIRE-RRDS.
           MOVE PRP-RRN TO WS-RRN
           READ F-RRDS
               INVALID KEY
                   MOVE 'FICHE RRDS DEJA LIBEREE' TO WS-MOTIF
                   GO TO 6000-EXIT
           END-READ
           IF RRD-ID NOT = PRP-CLE
               MOVE 'EMPLACEMENT RRDS REAFFECTE' TO WS-MOTIF
           END-IF.

       6000-EXIT.
           EXIT.
