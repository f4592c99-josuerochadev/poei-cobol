      ******************************************************************
      * Programme : PREFPRES - Preferences de distribution
      *             (Presentation)
      * Transaction : PRFO
      * Fonction : Ecran d'entretien des preferences de distribution
      *            des courriers et releves d'un client
      *
      * Saisie : client (tel que le connait le batch emetteur),
      * action ('C' consulter / 'M' enregistrer / 'S' supprimer),
      * canal ('P' papier, 'E' electronique, 'D' les deux), adresse
      * ('P' fichier client / 'A' correspondance), gros caracteres
      * ('O'/'N'), adresse de correspondance et adresse de
      * notification du portail.
      * La version de la fiche lue par 'C' est gardee dans la
      * commarea de la conversation avec le client consulte : une
      * modification ou une suppression sans consultation prealable
      * du meme client est refusee ; PREFTRT (LINK) refuse celle
      * d'une fiche modifiee entre temps par un autre terminal.
      * Une adresse invalide (courrier revenu NPAI) est annoncee a la
      * consultation ; la saisie d'une adresse de correspondance
      * corrigee libere les courriers retenus du client.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY PRFSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-DATE-ED              PIC X(10).

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(11).
           05  CA-CANAL            PIC X(1).
           05  CA-ADRESSE          PIC X(1).
           05  CA-GROS-CARAC       PIC X(1).
           05  CA-ADR-NOM          PIC X(30).
           05  CA-ADR-LIGNE1       PIC X(30).
           05  CA-ADR-LIGNE2       PIC X(30).
           05  CA-ADR-CODEPOST     PIC X(5).
           05  CA-ADR-VILLE        PIC X(20).
           05  CA-EMAIL            PIC X(40).
           05  CA-VERSION          PIC 9(4).
           05  CA-DATE-MAJ         PIC X(8).
           05  CA-USER-MAJ         PIC X(8).
           05  CA-NPAI             PIC X(1).
           05  FILLER              PIC X(7).

      *─── COMMAREA de la pseudo-conversation : fiche consultee ───────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).
           05  CA-CLIENT-LU        PIC X(11).
           05  CA-VERSION-LUE      PIC 9(4).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(16).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE 0 TO CA-VERSION-LUE
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('PRFO')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE PRFMAPO
           MOVE 'Preferences de distribution des courriers' TO MSGO

           EXEC CICS
               SEND MAP('PRFMAP')
                    MAPSET('PRFSET')
                    FROM(PRFMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('PRFMAP')
                       MAPSET('PRFSET')
                       INTO(PRFMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-APPLIQUER-ACTION THRU 2100-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-APPLIQUER-ACTION.

           IF CLIENTI = SPACES
               MOVE 'Client obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'M'
               AND ACTIONI NOT = 'S'
               MOVE 'Action C (consulter), M (enregistrer) ou S'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

      *─── Mise a jour sur la fiche consultee seulement ──────────────
           IF ACTIONI NOT = 'C' AND CLIENTI NOT = CA-CLIENT-LU
               MOVE 'Consulter d abord le client (action C)' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

      *─── Appel de la couche traitement ──────────────────────────────
           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI  TO CA-ACTION
           MOVE CLIENTI  TO CA-CLIENT
           MOVE CANALI   TO CA-CANAL
           MOVE ADRTYPI  TO CA-ADRESSE
           MOVE GROSCI   TO CA-GROS-CARAC
           MOVE ADRNOMI  TO CA-ADR-NOM
           MOVE ADRL1I   TO CA-ADR-LIGNE1
           MOVE ADRL2I   TO CA-ADR-LIGNE2
           MOVE CODEPI   TO CA-ADR-CODEPOST
           MOVE VILLEI   TO CA-ADR-VILLE
           MOVE EMAILI   TO CA-EMAIL
           MOVE CA-VERSION-LUE TO CA-VERSION

           EXEC CICS
               LINK PROGRAM('PREFTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── Fiche lue ou ecrite : sa version arme la mise a jour ──────
           IF CA-CODE-RETOUR = 00
               OR (ACTIONI = 'C' AND CA-CODE-RETOUR = 13)
               MOVE CLIENTI    TO CA-CLIENT-LU
               MOVE CA-VERSION TO CA-VERSION-LUE
           ELSE
               MOVE SPACES TO CA-CLIENT-LU
               MOVE 0      TO CA-VERSION-LUE
           END-IF
           IF ACTIONI = 'S' AND CA-CODE-RETOUR = 00
               MOVE SPACES TO CA-CLIENT-LU
               MOVE 0      TO CA-VERSION-LUE
           END-IF

           IF ACTIONI = 'C'
               AND (CA-CODE-RETOUR = 00 OR CA-CODE-RETOUR = 13)
               MOVE CA-CANAL        TO CANALO
               MOVE CA-ADRESSE      TO ADRTYPO
               MOVE CA-GROS-CARAC   TO GROSCO
               MOVE CA-ADR-NOM      TO ADRNOMO
               MOVE CA-ADR-LIGNE1   TO ADRL1O
               MOVE CA-ADR-LIGNE2   TO ADRL2O
               MOVE CA-ADR-CODEPOST TO CODEPO
               MOVE CA-ADR-VILLE    TO VILLEO
               MOVE CA-EMAIL        TO EMAILO
           END-IF
           IF CA-CODE-RETOUR = 00
               MOVE SPACES TO WS-DATE-ED
               IF CA-DATE-MAJ NOT = SPACES
                   STRING CA-DATE-MAJ(7:2) '/' CA-DATE-MAJ(5:2) '/'
                          CA-DATE-MAJ(1:4) DELIMITED BY SIZE
                       INTO WS-DATE-ED
                   END-STRING
               END-IF
               MOVE WS-DATE-ED  TO DATMAJO
               MOVE CA-USER-MAJ TO USRMAJO
           END-IF
           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('PRFMAP')
                    MAPSET('PRFSET')
                    FROM(PRFMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
