      * Transaction : MVTS
      * Fonction : Ecran de depot / retrait au guichet
      *
      * Saisie : numero de compte, sens (D/R), montant, guichetier,
      * et numero de procuration quand l'operation est faite par un
      * mandataire (blanc ou 00 : le titulaire lui-meme), et pour le
      * compte d'une personne morale le numero au registre du
      * representant habilite present au guichet, et O quand le
      * representant legal d'un titulaire mineur ou protege est
      * present (necessaire au dela du plafond du titulaire seul).
      * La logique metier (provision, mise a jour, journal) est
      * portee par MVTTRT, appele par LINK.
      * PF3 : retour au menu principal.
       01  WS-RESP                 PIC S9(8) COMP.

       01  WS-MONTANT-NUM          PIC 9(7)V99 VALUE 0.
       01  WS-PROCURATION-NUM      PIC 9(2) VALUE 0.
       01  WS-REPRESENTANT-NUM     PIC 9(2) VALUE 0.
       01  WS-SOLDE-ED             PIC -ZZZ,ZZZ,ZZ9.99.

      *─── COMMAREA echange avec la couche traitement ─────────────────
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-GUICHETIER       PIC X(8).
           05  CA-NOUVEAU-SOLDE    PIC S9(9)V99.
           05  CA-PROCURATION      PIC 9(2).
           05  CA-HORS-CAISSE      PIC X(1).
           05  CA-REPRESENTANT     PIC 9(2).
           05  CA-REPR-LEGAL       PIC X(1).

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
       01  WS-COMMAREA.
           END-IF
           MOVE MONTANTI TO WS-MONTANT-NUM

           MOVE 0 TO WS-PROCURATION-NUM
           IF PROCI NOT = SPACES AND PROCI NOT = LOW-VALUES
               IF PROCI NOT NUMERIC
                   MOVE 'Procuration invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE PROCI TO WS-PROCURATION-NUM
           END-IF

           MOVE 0 TO WS-REPRESENTANT-NUM
           IF REPRI NOT = SPACES AND REPRI NOT = LOW-VALUES
               IF REPRI NOT NUMERIC
                   MOVE 'Representant invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE REPRI TO WS-REPRESENTANT-NUM
           END-IF

           IF RLEGI NOT = 'O' AND RLEGI NOT = 'N'
              AND RLEGI NOT = SPACES AND RLEGI NOT = LOW-VALUES
               MOVE 'Representant legal present : O ou N' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

      *─── Appel de la couche traitement ──────────────────────────────
           INITIALIZE WS-TRT-COMMAREA
           MOVE SENSI         TO CA-ACTION
           MOVE COMPTEI       TO CA-NUM-COMPTE
           MOVE WS-MONTANT-NUM TO CA-MONTANT
           MOVE GUICHI        TO CA-GUICHETIER
           MOVE WS-PROCURATION-NUM TO CA-PROCURATION
           MOVE WS-REPRESENTANT-NUM TO CA-REPRESENTANT
           IF RLEGI = 'O'
               MOVE 'O' TO CA-REPR-LEGAL
           ELSE
               MOVE 'N' TO CA-REPR-LEGAL
           END-IF

           EXEC CICS
               LINK PROGRAM('MVTTRT')
