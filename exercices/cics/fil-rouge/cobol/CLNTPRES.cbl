      * Programme : CLNTPRES - Consultation Client (Pr√©sentation)
      * Transaction : CLNT
      * Fonction : Interface utilisateur consultation client
      * PF8 : reclamations du client affiche (RECLPRES)
      * Un client dont un courrier est revenu NPAI est signale a la
      * consultation, motif a la place du message : demander la
      * nouvelle adresse, dont la saisie libere les courriers retenus.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTPRES.
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

      *─── COMMAREA de passage a l'ecran des reclamations ─────────────
       01  WS-RECL-COMMAREA.
           05  RCL-ETAT            PIC X(1) VALUE 'C'.
           05  RCL-CLIENT          PIC X(6).

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-CONSULTER    VALUE 'C'.
                   PERFORM 2300-CREER-CLIENT THRU 2300-EXIT
               WHEN DFHPF7
                   PERFORM 2400-MODIFIER-CLIENT THRU 2400-EXIT
               WHEN DFHPF8
                   PERFORM 2500-RECLAMATIONS THRU 2500-EXIT
               WHEN DFHPF4
                   PERFORM 9100-ALLER-RECHERCHE
               WHEN DFHPF3
           MOVE CA-TEL        TO TELO
           MOVE CA-DATEOUV    TO DATEOUVO
           MOVE CA-REGION     TO REGIONO
           MOVE 'Client trouve - PF5=Comptes PF7=Modifier PF8=Reclam.'
               TO MSGO
      *─── Courrier revenu NPAI : motif affiche en clair, le
      *    guichetier demande la nouvelle adresse ───────────────────
           IF CA-MESSAGE NOT = SPACES
               MOVE CA-MESSAGE TO MSGO
           END-IF

           EXEC CICS
               SEND MAP('CLNTMAP')
       2400-EXIT.
           EXIT.

       2500-RECLAMATIONS.

           IF CA-NUM-CLIENT = SPACES
               MOVE 'Recherchez un client d''abord' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2500-EXIT
           END-IF

           MOVE CA-NUM-CLIENT TO RCL-CLIENT
           EXEC CICS
               XCTL PROGRAM('RECLPRES')
                    COMMAREA(WS-RECL-COMMAREA)
                    LENGTH(LENGTH OF WS-RECL-COMMAREA)
           END-EXEC.

       2500-EXIT.
           EXIT.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
