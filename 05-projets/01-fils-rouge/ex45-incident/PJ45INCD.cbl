      *   3. LES DERNIERES DECLARATIONS FCONTROL DU PROGRAMME EN
      *      ECHEC (LES FICHIERS QU'IL TOUCHE ET LEURS COMPTAGES)
      *   4. LA QUEUE (20 DERNIERES LIGNES) DE SON ETAT FEDITION
      * LE DOSSIER EST SIGNALE DANS RUNLOG (PJ34LOG, TYPE 'I' AU NOM
      * DU PROGRAMME EN ECHEC, STATUT = CODE RETOUR SUR DEUX
      * POSITIONS) : LA CONSOLE D'EXPLOITATION EXPL L'AFFICHE EN
      * FACE DE L'ETAPE.
      * UNE ERREUR PENDANT LA CONSTITUTION DU DOSSIER EST SIGNALEE
      * MAIS N'AGGRAVE JAMAIS L'INCIDENT DU PILOTE APPELANT.
      *================================================================*

       01 WS-NB-CONTROLES          PIC 9(03) VALUE 0.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08).
           05 LOG-TYPE             PIC X(01) VALUE 'I'.
           05 LOG-STATUT           PIC X(02).
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.
       01 WS-RC-LOG                PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01 LK-ZONE-INCIDENT.
           05 INC-PROGRAMME        PIC X(08).

            DISPLAY 'DOSSIER D INCIDENT CONSTITUE POUR '
                    INC-PROGRAMME

            MOVE INC-PROGRAMME TO LOG-PROGRAMME
            IF INC-CODE-RETOUR > 99
                MOVE 99 TO WS-RC-LOG
            ELSE
                MOVE INC-CODE-RETOUR TO WS-RC-LOG
            END-IF
            MOVE WS-RC-LOG TO LOG-STATUT
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            GOBACK.

       RECOPIER-STATUTS-CHAINE.
