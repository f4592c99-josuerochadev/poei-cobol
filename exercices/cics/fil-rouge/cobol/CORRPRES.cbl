      * pour les lettres de la chaine batch). ENTER affiche les huit
      * courriers les plus recents, du plus recent au plus ancien ;
      * la cle affichee en tete de ligne, reportee en zone CLE avec
      * PF5, demande la reimpression du courrier ; avec PF6, elle
      * enregistre le retour du courrier NPAI (n'habite pas a
      * l'adresse indiquee) : les courriers suivants du client sont
      * retenus jusqu'a la correction de son adresse. La derniere
      * colonne de la liste marque 'N' un courrier revenu.
      * La logique (parcours arriere du KSDS COURRIER, temoin de
      * reimpression) est portee par CORRTRT, appele par LINK.
      * PF3 : retour au menu principal.
               10  CA-LST-PROGRAMME PIC X(8).
               10  CA-LST-LIGNE    PIC X(60).
               10  CA-LST-REIMP    PIC X(1).
               10  CA-LST-RETOUR   PIC X(1).

       01  WS-LIGNE-COURRIER.
           05  WS-COR-CLE          PIC X(27).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-COR-PROGRAMME    PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-COR-LIGNE        PIC X(34).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-COR-REIMP        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-COR-RETOUR       PIC X(1).
       01  WS-IDX-COR              PIC 9(1) VALUE 0.

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
                   PERFORM 2100-LISTER THRU 2100-EXIT
               WHEN DFHPF5
                   PERFORM 2200-DEMANDER-REIMPRESSION THRU 2200-EXIT
               WHEN DFHPF6
                   PERFORM 2300-ENREGISTRER-RETOUR THRU 2300-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
               MOVE CA-LST-PROGRAMME(WS-IDX-COR) TO WS-COR-PROGRAMME
               MOVE CA-LST-LIGNE(WS-IDX-COR)     TO WS-COR-LIGNE
               MOVE CA-LST-REIMP(WS-IDX-COR)     TO WS-COR-REIMP
               MOVE CA-LST-RETOUR(WS-IDX-COR)    TO WS-COR-RETOUR
               EVALUATE WS-IDX-COR
                   WHEN 1
                       MOVE WS-LIGNE-COURRIER TO LST1O
       2200-EXIT.
           EXIT.

       2300-ENREGISTRER-RETOUR.

           IF CLEI = SPACES
               MOVE 'Reporter la cle du courrier revenu en zone CLE'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2300-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE 'N' TO CA-ACTION
           MOVE CLEI TO CA-CLE-COURRIER

           EXEC CICS
               LINK PROGRAM('CORRTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2300-EXIT.
           EXIT.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
