      * Saisie : compte source, compte cible, montant, guichetier,
      * et 'O' en zone derogation pour qu'un superviseur force une
      * destination hors registre des beneficiaires (BENEF).
      * Numero de procuration quand le virement est ordonne par un
      * mandataire (blanc ou 00 : le titulaire lui-meme), et pour le
      * compte source d'une personne morale le numero au registre du
      * representant habilite qui ordonne le virement. O quand le
      * representant legal d'un titulaire mineur ou protege est
      * present (necessaire au dela du plafond du titulaire seul).
      * La logique metier (registre des beneficiaires, provision,
      * double mise a jour sous SYNCPOINT) est portee par VIRTRT,
      * appele par LINK. La confirmation affiche les deux nouveaux
       01  WS-RESP                 PIC S9(8) COMP.

       01  WS-MONTANT-NUM          PIC 9(7)V99 VALUE 0.
       01  WS-PROCURATION-NUM      PIC 9(2) VALUE 0.
       01  WS-REPRESENTANT-NUM     PIC 9(2) VALUE 0.
       01  WS-SOLDE-ED             PIC -ZZZ,ZZZ,ZZ9.99.

      *─── COMMAREA echange avec la couche traitement ─────────────────
      *    Le champ doit exister ici pour que VIRTRT ne lise pas
      *    au-dela de la COMMAREA recue ──────────────────────────────
           05  CA-VALIDATION       PIC X(1).
           05  CA-PROCURATION      PIC 9(2).
           05  CA-REPRESENTANT     PIC 9(2).
           05  CA-REPR-LEGAL       PIC X(1).

      *─── COMMAREA de la liste des beneficiaires (BENFTRT 'L') ───────
       01  WS-BEN-COMMAREA.
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

           INITIALIZE WS-TRT-COMMAREA
           MOVE SOURCEI        TO CA-COMPTE-SOURCE
           MOVE CIBLEI         TO CA-COMPTE-CIBLE
           MOVE WS-MONTANT-NUM TO CA-MONTANT
           MOVE GUICHI         TO CA-GUICHETIER
           MOVE FORCERI        TO CA-FORCER
           MOVE WS-PROCURATION-NUM TO CA-PROCURATION
           MOVE WS-REPRESENTANT-NUM TO CA-REPRESENTANT
           IF RLEGI = 'O'
               MOVE 'O' TO CA-REPR-LEGAL
           ELSE
               MOVE 'N' TO CA-REPR-LEGAL
           END-IF

           EXEC CICS
               LINK PROGRAM('VIRTRT')
