      *   dans IMGJRN
      * - Action 'R' : retrait de l'autorisation (montant et date
      *   remis a zero)
      * - Chaque pose ou retrait est trace dans DEROGJRN (motif
      *   'DECO', superviseur signe) pour la revue d'audit AUDIRPT ;
      *   une autorisation non tracable est defaite (ROLLBACK)
      * L'autorisation est appliquee par MVTTRT (retraits) et
      * VIRTRT (virements) : un compte peut descendre jusqu'a
      * moins CPT-DECOUVERT-AUT tant que la date de fin n'est pas
       WORKING-STORAGE SECTION.

           COPY COMPTE.
           COPY DEROGJRN.

       01  WS-RESP                 PIC S9(8) COMP.

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
               GO TO 1000-EXIT
           END-IF

      *─── Trace de l'acte au nom du superviseur signe ────────────────
           INITIALIZE DEROGJRN-REC
           MOVE EIBDATE  TO DRG-DATE
           MOVE EIBTIME  TO DRG-HEURE
           MOVE EIBTASKN TO DRG-TACHE
           MOVE SEC-USER TO DRG-USER
           MOVE 'DECO'   TO DRG-MOTIF
           MOVE CA-NUM-COMPTE     TO DRG-COMPTE-SOURCE
           MOVE CPT-DECOUVERT-AUT TO DRG-MONTANT

           EXEC CICS
               WRITE FILE('DEROGJRN')
                     FROM(DEROGJRN-REC)
                     RIDFLD(DRG-CLE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Decouvert non tracable - non enregistre'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           IF CA-RETIRER
               MOVE 'Autorisation de decouvert retiree'
                   TO CA-MESSAGE
