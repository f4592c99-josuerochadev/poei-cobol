      ******************************************************************
      * Programme : RECLPRES - Reclamations clients (Presentation)
      * Transaction : RECL
      * Fonction : Ecran du registre des reclamations d'un client
      *
      * Atteint depuis la fiche client (CLNTPRES, PF8) : le client
      * affiche y est repris et ses reclamations sont listees.
      * Saisie : client, numero de reclamation et action :
      * - 'E' enregistrer une reclamation (numero attribue par le
      *   traitement) : canal C/T/G, categorie, compte concerne,
      *   montant en litige en unites, gestionnaire (a defaut
      *   l'agent signe) et objet
      * - 'C' consulter : sans numero, les reclamations recentes du
      *   client ; avec un numero, le detail et ses dernieres
      *   actions
      * - 'A' accuse de reception envoye (texte facultatif)
      * - 'N' note de suivi dans la zone texte et/ou nouveau
      *   gestionnaire
      * - 'R' reponse definitive : issue F/P/D et premiere ligne du
      *   courrier de reponse dans la zone texte
      * Sont affiches : le detail (dates de reception, d'accuse et
      * de reponse dues et faites, statut O/A/R, agence) et six
      * lignes de liste (reclamations ou actions).
      * La logique est portee par RECLTRT, appele par LINK.
      * PF3 : retour au menu principal ; PF4 : retour a la fiche
      * client.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY RECLSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-IX                   PIC 9(2) VALUE 0.

       01  WS-MONTANT-NUM          PIC 9(9)V99 VALUE 0.
       01  WS-MONTANT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NUMERO-ED            PIC 999.

      *─── Ligne de liste de l'ecran : une reclamation ────────────────
       01  WS-LIGNE-RECLAMATION.
           05  WS-LIG-NUMERO       PIC 999.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-DATE         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-CATEGORIE    PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-GESTIONNAIRE PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-STATUT       PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-OBJET        PIC X(40).

      *─── Ligne de liste de l'ecran : une action ─────────────────────
       01  WS-LIGNE-ACTION.
           05  WS-ACT-LIGNE        PIC 99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ACT-DATE         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ACT-CODE         PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ACT-AGENT        PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ACT-TEXTE        PIC X(40).
           05  FILLER              PIC X(5) VALUE SPACES.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
           05  CA-NOM              PIC X(25).
           05  CA-NUMERO           PIC 9(3).
           05  CA-CANAL            PIC X(1).
           05  CA-CATEGORIE        PIC X(3).
           05  CA-COMPTE           PIC X(11).
           05  CA-MONTANT          PIC 9(9)V99.
           05  CA-GESTIONNAIRE     PIC X(8).
           05  CA-OBJET            PIC X(40).
           05  CA-ISSUE            PIC X(1).
           05  CA-TEXTE            PIC X(60).
           05  CA-DATE-RECEPTION   PIC X(8).
           05  CA-DATE-AR-DUE      PIC X(8).
           05  CA-DATE-AR          PIC X(8).
           05  CA-DATE-REP-DUE     PIC X(8).
           05  CA-DATE-REPONSE     PIC X(8).
           05  CA-STATUT           PIC X(1).
           05  CA-AGENCE           PIC X(5).
           05  CA-TYPE-LISTE       PIC X(1).
           05  CA-NB-LIGNES        PIC 9(2).
           05  CA-LIGNE OCCURS 6 TIMES.
               10  CA-LST-NUMERO   PIC 9(3).
               10  CA-LST-DATE     PIC X(8).
               10  CA-LST-CODE     PIC X(3).
               10  CA-LST-AGENT    PIC X(8).
               10  CA-LST-STATUT   PIC X(1).
               10  CA-LST-TEXTE    PIC X(40).

      *─── COMMAREA de la pseudo-conversation ; CA-ETAT 'C' a
      *    l'arrivee depuis la fiche client (CLNTPRES) ───────────────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).
               88  CA-DEPUIS-CLIENT VALUE 'C'.
           05  CA-CLIENT-FICHE     PIC X(6).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(7).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF CA-DEPUIS-CLIENT
                   PERFORM 1500-CONSULTER-DIRECT
               ELSE
                   PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
               END-IF
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('RECL')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE RECLMAPO
           MOVE 'Reclamations - E=Enreg C=Consult A=Accuse N=Note R=Rep'
               TO MSGO

           EXEC CICS
               SEND MAP('RECLMAP')
                    MAPSET('RECLSET')
                    FROM(RECLMAPO)
                    ERASE
           END-EXEC.

      * Arrivee depuis la fiche client : les reclamations du client
      * sont listees sans nouvelle saisie
       1500-CONSULTER-DIRECT.

           INITIALIZE RECLMAPO
           INITIALIZE WS-TRT-COMMAREA
           MOVE 'C'             TO CA-ACTION
           MOVE CA-CLIENT-FICHE TO CA-CLIENT

           EXEC CICS
               LINK PROGRAM('RECLTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           MOVE CA-CLIENT-FICHE TO CLIENTO
           MOVE CA-MESSAGE      TO MSGO
           IF CA-CODE-RETOUR = 00
               PERFORM 2500-AFFICHER-RESULTAT
           ELSE
               MOVE CA-NOM TO NOMO
           END-IF

           EXEC CICS
               SEND MAP('RECLMAP')
                    MAPSET('RECLSET')
                    FROM(RECLMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('RECLMAP')
                       MAPSET('RECLSET')
                       INTO(RECLMAPI)
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
               WHEN DFHPF4
                   PERFORM 9100-RETOUR-CLIENT
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-APPLIQUER-ACTION.

      *─── Controles de surface avant d'appeler le traitement ─────────
           IF ACTIONI NOT = 'E' AND ACTIONI NOT = 'C'
              AND ACTIONI NOT = 'A' AND ACTIONI NOT = 'N'
              AND ACTIONI NOT = 'R'
               MOVE 'Action E, C, A, N ou R' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF CLIENTI = SPACES OR CLIENTI = LOW-VALUES
               MOVE 'Numero de client obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF ACTIONI NOT = 'E' AND ACTIONI NOT = 'C'
              AND NUMEROI NOT NUMERIC
               MOVE 'Numero de reclamation obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE 0 TO WS-MONTANT-NUM
           IF MONTI NOT = SPACES AND MONTI NOT = LOW-VALUES
               AND ACTIONI = 'E'
               IF MONTI NOT NUMERIC
                   MOVE 'Montant invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE MONTI TO WS-MONTANT-NUM
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION
           MOVE CLIENTI TO CA-CLIENT
           MOVE CLIENTI TO CA-CLIENT-FICHE
           IF ACTIONI NOT = 'E' AND NUMEROI NUMERIC
               MOVE NUMEROI TO CA-NUMERO
           END-IF

           EVALUATE ACTIONI
               WHEN 'E'
                   MOVE CANALI         TO CA-CANAL
                   MOVE CATEGI         TO CA-CATEGORIE
                   MOVE COMPTEI        TO CA-COMPTE
                   MOVE WS-MONTANT-NUM TO CA-MONTANT
                   MOVE GESTI          TO CA-GESTIONNAIRE
                   MOVE OBJETI         TO CA-OBJET
               WHEN 'A'
                   MOVE TEXTEI         TO CA-TEXTE
               WHEN 'N'
                   MOVE GESTI          TO CA-GESTIONNAIRE
                   MOVE TEXTEI         TO CA-TEXTE
               WHEN 'R'
                   MOVE ISSUEI         TO CA-ISSUE
                   MOVE TEXTEI         TO CA-TEXTE
           END-EVALUATE

           EXEC CICS
               LINK PROGRAM('RECLTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── Apres une action reussie, la reclamation a jour et ses
      *    dernieres actions sont reaffichees ────────────────────────
           IF CA-CODE-RETOUR = 00 AND ACTIONI NOT = 'C'
               MOVE CA-MESSAGE TO MSGO
               MOVE 'C' TO CA-ACTION
               EXEC CICS
                   LINK PROGRAM('RECLTRT')
                        COMMAREA(WS-TRT-COMMAREA)
               END-EXEC
           ELSE
               MOVE CA-MESSAGE TO MSGO
           END-IF

           IF CA-CODE-RETOUR = 00
               PERFORM 2500-AFFICHER-RESULTAT
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2500-AFFICHER-RESULTAT.

           MOVE CA-NOM TO NOMO
           IF CA-TYPE-LISTE = 'A'
               MOVE CA-NUMERO         TO WS-NUMERO-ED
               MOVE WS-NUMERO-ED      TO NUMEROO
               MOVE CA-CANAL          TO CANALO
               MOVE CA-CATEGORIE      TO CATEGO
               MOVE CA-COMPTE         TO COMPTEO
               MOVE CA-MONTANT        TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED     TO MONTO
               MOVE CA-GESTIONNAIRE   TO GESTO
               MOVE CA-OBJET          TO OBJETO
               MOVE CA-ISSUE          TO ISSUEO
               MOVE CA-DATE-RECEPTION TO DATRECO
               MOVE CA-DATE-AR-DUE    TO ARDUEO
               MOVE CA-DATE-AR        TO DATARO
               MOVE CA-DATE-REP-DUE   TO REPDUEO
               MOVE CA-DATE-REPONSE   TO DATREPO
               MOVE CA-STATUT         TO STATUTO
               MOVE CA-AGENCE         TO AGENCEO
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
               PERFORM 2600-ECRIRE-LIGNE
           END-PERFORM.

       2600-ECRIRE-LIGNE.

           IF WS-IX > CA-NB-LIGNES
               MOVE SPACES TO WS-LIGNE-RECLAMATION
           ELSE
               IF CA-TYPE-LISTE = 'A'
                   MOVE CA-LST-NUMERO(WS-IX) TO WS-ACT-LIGNE
                   MOVE CA-LST-DATE(WS-IX)   TO WS-ACT-DATE
                   MOVE CA-LST-CODE(WS-IX)   TO WS-ACT-CODE
                   MOVE CA-LST-AGENT(WS-IX)  TO WS-ACT-AGENT
                   MOVE CA-LST-TEXTE(WS-IX)  TO WS-ACT-TEXTE
                   MOVE WS-LIGNE-ACTION TO WS-LIGNE-RECLAMATION
               ELSE
                   MOVE CA-LST-NUMERO(WS-IX) TO WS-LIG-NUMERO
                   MOVE CA-LST-DATE(WS-IX)   TO WS-LIG-DATE
                   MOVE CA-LST-CODE(WS-IX)   TO WS-LIG-CATEGORIE
                   MOVE CA-LST-AGENT(WS-IX)  TO WS-LIG-GESTIONNAIRE
                   MOVE CA-LST-STATUT(WS-IX) TO WS-LIG-STATUT
                   MOVE CA-LST-TEXTE(WS-IX)  TO WS-LIG-OBJET
               END-IF
           END-IF

           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-LIGNE-RECLAMATION TO LIG1O
               WHEN 2
                   MOVE WS-LIGNE-RECLAMATION TO LIG2O
               WHEN 3
                   MOVE WS-LIGNE-RECLAMATION TO LIG3O
               WHEN 4
                   MOVE WS-LIGNE-RECLAMATION TO LIG4O
               WHEN 5
                   MOVE WS-LIGNE-RECLAMATION TO LIG5O
               WHEN 6
                   MOVE WS-LIGNE-RECLAMATION TO LIG6O
           END-EVALUATE.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('RECLMAP')
                    MAPSET('RECLSET')
                    FROM(RECLMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.

       9100-RETOUR-CLIENT.

           EXEC CICS
               XCTL PROGRAM('CLNTPRES')
           END-EXEC.
