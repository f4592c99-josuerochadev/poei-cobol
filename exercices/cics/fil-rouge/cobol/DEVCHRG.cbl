      ******************************************************************
      * Programme : DEVCHRG - Chargement des cours de devises (batch)
      * Fonction  : Recharger DEVCOURS, lu par le change guichet
      *             (CHGTRT), depuis le FDEVISE de la chaine
      *
      * Lance apres chaque passage de PJ39DEVM. Le fichier des cours
      * du jour FDEVISE (non trie) est trie par code devise et
      * reecrit DEVCOURS en totalite : une devise retiree de la cote
      * n'est plus cotee au guichet. Un FDEVISE absent ou vide
      * laisse les cours en place (code retour 8).
      * Devises sans code ou sans cours, et codes en double, sont
      * ecartees et listees (code retour 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCHRG.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEVISE ASSIGN TO FDEVISE
               FILE STATUS IS WS-FS-DEV.

           SELECT F-COURS ASSIGN TO DEVCOURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DVC-CODE
               FILE STATUS IS WS-FS-DVC.

           SELECT F-TRI ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.

      *─── Cours du jour de la chaine (dessin FDEVISE de PJ39DEVM) ────
       FD  F-DEVISE.
       01  ENR-DEVISE.
           05  DEV-CODE            PIC X(3).
           05  DEV-TAUX            PIC 9(2)V9(6).
           05  DEV-DATE            PIC X(10).
           05  DEV-LIBELLE         PIC X(20).
           05  FILLER              PIC X(39).

      *─── dessin DEVCOURS (cf. copybook) ─────────────────────────────
       FD  F-COURS.
       01  ENR-COURS.
           05  DVC-CODE            PIC X(3).
           05  DVC-TAUX            PIC 9(2)V9(6).
           05  DVC-DATE            PIC X(10).
           05  DVC-LIBELLE         PIC X(20).
           05  DVC-DATE-CHARGE     PIC X(8).
           05  FILLER              PIC X(31).

       SD  F-TRI.
       01  ENR-TRI.
           05  TRI-CODE            PIC X(3).
           05  TRI-TAUX            PIC 9(2)V9(6).
           05  TRI-DATE            PIC X(10).
           05  TRI-LIBELLE         PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FS-DEV               PIC XX.
       01  WS-FS-DVC               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-DATE-JOUR            PIC 9(8).
       01  WS-CODE-PRECEDENT       PIC X(3) VALUE SPACES.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(5) VALUE 0.
       01  WS-NB-ECARTES           PIC 9(5) VALUE 0.
       01  WS-NB-CHARGES           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME DEVCHRG'
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

      *─── Pas de cours exploitables : DEVCOURS reste en place ───────
           OPEN INPUT F-DEVISE
           IF WS-FS-DEV NOT = '00'
               DISPLAY 'COURS FDEVISE INDISPONIBLES : ' WS-FS-DEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ F-DEVISE
               AT END
                   DISPLAY 'FDEVISE VIDE - COURS CONSERVES'
                   CLOSE F-DEVISE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE F-DEVISE

           OPEN OUTPUT F-COURS
           IF WS-FS-DVC NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DEVCOURS : ' WS-FS-DVC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SORT F-TRI
               ON ASCENDING KEY TRI-CODE
               INPUT PROCEDURE IS 2000-LIRE-DEVISES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-ECRIRE-COURS
                   THRU 3000-EXIT

           CLOSE F-COURS

           DISPLAY 'DEVISES LUES           : ' WS-NB-LUS
           DISPLAY 'DEVISES CHARGEES       : ' WS-NB-CHARGES
           DISPLAY 'DEVISES ECARTEES       : ' WS-NB-ECARTES
           DISPLAY 'FIN DU PROGRAMME DEVCHRG'

           IF WS-NB-ECARTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *─── Procedure d'entree du tri : controle des cours ─────────────
       2000-LIRE-DEVISES.

           OPEN INPUT F-DEVISE
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-DEVISE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF DEV-CODE = SPACES
                          OR DEV-TAUX NOT NUMERIC
                          OR DEV-TAUX = 0
                           DISPLAY 'DEVISE ECARTEE (CODE/COURS) : '
                                   DEV-CODE ' ' DEV-LIBELLE
                           ADD 1 TO WS-NB-ECARTES
                       ELSE
                           MOVE DEV-CODE    TO TRI-CODE
                           MOVE DEV-TAUX    TO TRI-TAUX
                           MOVE DEV-DATE    TO TRI-DATE
                           MOVE DEV-LIBELLE TO TRI-LIBELLE
                           RELEASE ENR-TRI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-DEVISE.

       2000-EXIT.
           EXIT.

      *─── Procedure de sortie : ecriture des cours dates du jour ─────
       3000-ECRIRE-COURS.

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               RETURN F-TRI
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 3100-ECRIRE-DEVISE THRU 3100-EXIT
               END-RETURN
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3100-ECRIRE-DEVISE.

           IF TRI-CODE = WS-CODE-PRECEDENT
               DISPLAY 'DEVISE EN DOUBLE ECARTEE : ' TRI-CODE
               ADD 1 TO WS-NB-ECARTES
               GO TO 3100-EXIT
           END-IF
           MOVE TRI-CODE TO WS-CODE-PRECEDENT

           MOVE SPACES       TO ENR-COURS
           MOVE TRI-CODE     TO DVC-CODE
           MOVE TRI-TAUX     TO DVC-TAUX
           MOVE TRI-DATE     TO DVC-DATE
           MOVE TRI-LIBELLE  TO DVC-LIBELLE
           MOVE WS-DATE-JOUR TO DVC-DATE-CHARGE
           WRITE ENR-COURS
           IF WS-FS-DVC NOT = '00'
               DISPLAY 'ERREUR ECRITURE DEVCOURS ' TRI-CODE
                       ' : ' WS-FS-DVC
               ADD 1 TO WS-NB-ECARTES
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-NB-CHARGES.

       3100-EXIT.
           EXIT.
