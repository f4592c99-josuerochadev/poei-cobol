      *             Structure : ID-CLIENT, NOM, PRENOM, SOLDE, TYPE-COMPTE
      *             10 enregistrements en desordre
      * EXERCICE  : TP Chapitre XI - Preparation
      * Chaque client est controle contre la liste de gel des avoirs
      * (sous-programme SNCFILT) : un client bloque n'est pas ecrit.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       01  WS-STATUS               PIC XX.
       01  WS-CPT                  PIC 99 VALUE 0.
       01  WS-NB-BLOQUES           PIC 99 VALUE 0.

      *----------------------------------------------------------------*
      * Zone d'appel du filtrage sanctions (SNCFILT)
      *----------------------------------------------------------------*
       01  WS-ZONE-SNCFILT.
           05  SFL-FONCTION        PIC X VALUE 'C'.
           05  SFL-ORIGINE         PIC X(8) VALUE 'C11CLICR'.
           05  SFL-CLIENT          PIC X(10).
           05  SFL-NOM             PIC X(30).
           05  SFL-PRENOM          PIC X(30).
           05  SFL-RESULTAT        PIC 9.
               88  SFL-ADMIS       VALUE 0 2.
           05  SFL-REF-LISTE       PIC X(10).

       PROCEDURE DIVISION.
      ******************************************************************
           MOVE 'CLI00007' TO CLI-ID
           MOVE 'DUPONT' TO CLI-NOM
           MOVE 'JEAN' TO CLI-PRENOM
           MOVE 15000,50 TO CLI-SOLDE
           MOVE 'COURANT' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00003' TO CLI-ID
           MOVE 'MARTIN' TO CLI-NOM
           MOVE 'MARIE' TO CLI-PRENOM
           MOVE 45000,00 TO CLI-SOLDE
           MOVE 'EPARGNE' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00010' TO CLI-ID
           MOVE 'BERNARD' TO CLI-NOM
           MOVE 'PIERRE' TO CLI-PRENOM
           MOVE -500,25 TO CLI-SOLDE
           MOVE 'COURANT' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00001' TO CLI-ID
           MOVE 'PETIT' TO CLI-NOM
           MOVE 'SOPHIE' TO CLI-PRENOM
           MOVE 125000,00 TO CLI-SOLDE
           MOVE 'PEL' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00008' TO CLI-ID
           MOVE 'DURAND' TO CLI-NOM
           MOVE 'CLAUDE' TO CLI-PRENOM
           MOVE 8500,75 TO CLI-SOLDE
           MOVE 'LIVRET-A' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00004' TO CLI-ID
           MOVE 'LEROY' TO CLI-NOM
           MOVE 'MARC' TO CLI-PRENOM
           MOVE 32000,00 TO CLI-SOLDE
           MOVE 'COURANT' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00009' TO CLI-ID
           MOVE 'MOREAU' TO CLI-NOM
           MOVE 'ANNE' TO CLI-PRENOM
           MOVE 67500,50 TO CLI-SOLDE
           MOVE 'EPARGNE' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00002' TO CLI-ID
           MOVE 'THOMAS' TO CLI-NOM
           MOVE 'LUC' TO CLI-PRENOM
           MOVE 3200,00 TO CLI-SOLDE
           MOVE 'LIVRET-A' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00006' TO CLI-ID
           MOVE 'RICHARD' TO CLI-NOM
           MOVE 'PAUL' TO CLI-PRENOM
           MOVE 18750,25 TO CLI-SOLDE
           MOVE 'PEL' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT

           MOVE 'CLI00005' TO CLI-ID
           MOVE 'ROBERT' TO CLI-NOM
           MOVE 'JULIE' TO CLI-PRENOM
           MOVE 95000,00 TO CLI-SOLDE
           MOVE 'EPARGNE' TO CLI-TYPE-COMPTE
           PERFORM 9000-ECRIRE-CLIENT


           DISPLAY ' '
           DISPLAY WS-CPT ' clients crees dans CLIENT.PS'
           IF WS-NB-BLOQUES > 0
               DISPLAY WS-NB-BLOQUES
                       ' clients bloques (controle sanctions)'
           END-IF
           DISPLAY '(Enregistrements en desordre pour test du tri)'
           DISPLAY ' '
           DISPLAY 'Fin du programme'

      *----------------------------------------------------------------*
       9000-ECRIRE-CLIENT.
           MOVE SPACES TO SFL-CLIENT
           STRING 'C11' CLI-ID DELIMITED BY SIZE INTO SFL-CLIENT
           MOVE CLI-NOM TO SFL-NOM
           MOVE CLI-PRENOM TO SFL-PRENOM
           CALL 'SNCFILT' USING WS-ZONE-SNCFILT
           IF NOT SFL-ADMIS
               ADD 1 TO WS-NB-BLOQUES
               DISPLAY 'Bloque : ' CLI-ID ' - ' CLI-NOM
                       ' - controle sanctions ' SFL-REF-LISTE
           ELSE
               WRITE ENR-CLIENT
               ADD 1 TO WS-CPT
               DISPLAY 'Cree : ' CLI-ID ' - ' CLI-NOM ' - '
                       CLI-TYPE-COMPTE
           END-IF.
