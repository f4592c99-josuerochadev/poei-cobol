      ******************************************************************
      * Programme : RECLTRT - Reclamations clients (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Tenir le registre des reclamations d'un client,
      *             leurs delais reglementaires et le journal des
      *             actions menees
      *
      * Description :
      * - Action 'E' : enregistrement d'une reclamation - client
      *   existant, canal ('C' courrier, 'T' telephone, 'G'
      *   guichet), categorie (FRA OPE MDP CRE ACC AUT), compte du
      *   client concerne, objet, montant en litige (zero permis)
      *   et gestionnaire (a defaut, l'agent qui enregistre).
      *   Accuse de reception du a reception + PARAMS RECDELAR
      *   (10 jours par defaut), reponse due a reception + PARAMS
      *   RECDELRP (60 jours par defaut). L'agence est le guichet
      *   du compte concerne
      * - Action 'C' : consultation - sans numero, les six
      *   reclamations les plus recentes du client ; avec un
      *   numero, le detail et les six dernieres actions
      * - Action 'A' : accuse de reception envoye (reclamation
      *   ouverte seulement)
      * - Action 'N' : note de suivi (texte) et/ou reaffectation a
      *   un autre gestionnaire
      * - Action 'R' : reponse definitive - issue ('F' favorable,
      *   'P' partielle, 'D' defavorable) et premiere ligne du
      *   courrier de reponse ; la reclamation est close et la
      *   reponse indexee dans COURRIER (type 'RCL') sur le compte
      *   concerne. Une reponse sans accuse prealable vaut accuse
      * - Chaque action est ajoutee au dossier (ligne d'action) dans
      *   l'unite logique de la mise a jour ; un incident annule
      *   l'ensemble (SYNCPOINT ROLLBACK, cf. SAITRT)
      * - Consultation : tout profil signe (SECTRT 'C') ; autres
      *   actions : guichetiers signes (SECTRT 'M')
      * - Chaque mise a jour est journalisee avant/apres dans
      *   IMGJRN (meme convention que CPTEDAO)
      *
      * Appel : Via LINK depuis RECLPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY RECLAM.
           COPY COMPTE.
           COPY CLIENT.
           COPY COURRIER.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
      *─── 1 des qu'une mise a jour est posee : un incident ensuite
      *    defait toute l'unite logique ───────────────────────────────
       01  WS-MAJ-ENGAGEE          PIC 9(1) VALUE 0.
       01  WS-FIN-BROWSE           PIC 9 VALUE 0.

      *─── Delais reglementaires, lus au fichier PARAMS ───────────────
       01  WS-PARAM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).
       01  WS-CLE-PARAM            PIC X(8).
       01  WS-DELAI-AR             PIC 9(3) VALUE 10.
       01  WS-DELAI-REPONSE        PIC 9(3) VALUE 60.
       01  WS-DATE-CALC-N          PIC 9(8) VALUE 0.

       01  WS-NUMERO               PIC 9(3) VALUE 0.
       01  WS-NUMERO-ED            PIC 9(3).
       01  WS-KX                   PIC 9(3) VALUE 0.
       01  WS-LX                   PIC 9(3) VALUE 0.

      *─── Six reclamations les plus recentes du client ───────────────
       01  WS-NB-REC               PIC 9(3) VALUE 0.
       01  WS-TAB-RECLAMATIONS.
           05  WS-TRC OCCURS 6 TIMES.
               10  WS-TRC-NUMERO   PIC 9(3).
               10  WS-TRC-DATE     PIC X(8).
               10  WS-TRC-CATEGORIE PIC X(3).
               10  WS-TRC-GESTIONNAIRE PIC X(8).
               10  WS-TRC-STATUT   PIC X(1).
               10  WS-TRC-OBJET    PIC X(40).

      *─── Action a ajouter au dossier ────────────────────────────────
       01  WS-ACT-CODE             PIC X(1).
       01  WS-ACT-TEXTE            PIC X(60).
       01  WS-NB-ACTIONS           PIC 9(2) VALUE 0.

       01  WS-CLE-RECLAM.
           05  WS-CLE-REC-CLIENT   PIC X(6).
           05  WS-CLE-REC-NUMERO   PIC 9(3).
           05  WS-CLE-REC-LIGNE    PIC 9(2).

      *─── Journal avant/apres : fichier et cle de l'enregistrement ───
       01  WS-IMG-FICHIER          PIC X(8).
       01  WS-IMG-CLE              PIC X(25).

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-ENREGISTRER  VALUE 'E'.
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-ACCUSER      VALUE 'A'.
               88  CA-NOTER        VALUE 'N'.
               88  CA-REPONDRE     VALUE 'R'.
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
      *─── Texte de l'action : note ('N'), accuse ('A'), premiere
      *    ligne du courrier de reponse ('R') ─────────────────────────
           05  CA-TEXTE            PIC X(60).
           05  CA-DATE-RECEPTION   PIC X(8).
           05  CA-DATE-AR-DUE      PIC X(8).
           05  CA-DATE-AR          PIC X(8).
           05  CA-DATE-REP-DUE     PIC X(8).
           05  CA-DATE-REPONSE     PIC X(8).
           05  CA-STATUT           PIC X(1).
           05  CA-AGENCE           PIC X(5).
      *─── 'R' liste des reclamations du client, 'A' liste des
      *    actions de la reclamation CA-NUMERO ────────────────────────
           05  CA-TYPE-LISTE       PIC X(1).
           05  CA-NB-LIGNES        PIC 9(2).
           05  CA-LIGNE OCCURS 6 TIMES.
               10  CA-LST-NUMERO   PIC 9(3).
               10  CA-LST-DATE     PIC X(8).
               10  CA-LST-CODE     PIC X(3).
               10  CA-LST-AGENT    PIC X(8).
               10  CA-LST-STATUT   PIC X(1).
               10  CA-LST-TEXTE    PIC X(40).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(649).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           INITIALIZE WS-SEC-COMMAREA
           IF CA-CONSULTER
               MOVE 'C' TO SEC-FONCTION
           ELSE
               MOVE 'M' TO SEC-FONCTION
           END-IF
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               IF CA-CLIENT = SPACES OR CA-CLIENT = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Numero de client obligatoire' TO CA-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN CA-ENREGISTRER
                           PERFORM 1000-ENREGISTRER THRU 1000-EXIT
                       WHEN CA-CONSULTER
                           PERFORM 2000-CONSULTER THRU 2000-EXIT
                       WHEN CA-ACCUSER
                           PERFORM 3000-ACCUSER THRU 3000-EXIT
                       WHEN CA-NOTER
                           PERFORM 4000-NOTER THRU 4000-EXIT
                       WHEN CA-REPONDRE
                           PERFORM 5000-REPONDRE THRU 5000-EXIT
                       WHEN OTHER
                           MOVE 98 TO CA-CODE-RETOUR
                           MOVE 'Action inconnue' TO CA-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-ENREGISTRER : reclamation recue ; inscription au
      * registre avec ses echeances et premiere ligne d'action
      ******************************************************************
       1000-ENREGISTRER.

      *─── Controles de saisie ────────────────────────────────────────
           MOVE CA-CANAL     TO REC-CANAL
           MOVE CA-CATEGORIE TO REC-CATEGORIE
           EVALUATE TRUE
               WHEN NOT REC-CANAL-VALIDE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Canal C (courrier), T (telephone), G (guichet)'
                       TO CA-MESSAGE
               WHEN NOT REC-CATEGORIE-VALIDE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Categorie FRA OPE MDP CRE ACC ou AUT'
                       TO CA-MESSAGE
               WHEN CA-COMPTE = SPACES OR CA-COMPTE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Compte concerne obligatoire' TO CA-MESSAGE
               WHEN CA-OBJET = SPACES OR CA-OBJET = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Objet de la reclamation obligatoire'
                       TO CA-MESSAGE
               WHEN CA-MONTANT NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Montant en litige invalide' TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Client inconnu' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           MOVE CLI-NOM TO CA-NOM

           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(CA-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte inconnu' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF CPT-CLIENT NOT = CA-CLIENT
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Ce compte n''appartient pas au client'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           IF CA-GESTIONNAIRE = SPACES OR CA-GESTIONNAIRE = LOW-VALUES
               MOVE SEC-USER TO CA-GESTIONNAIRE
           END-IF

           PERFORM 1100-NUMEROTER THRU 1100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

      *─── Echeances reglementaires ───────────────────────────────────
           MOVE 'RECDELAR' TO WS-CLE-PARAM
           PERFORM 7000-LIRE-PARAMETRE
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR > 0
               MOVE PRM-VALEUR TO WS-DELAI-AR
           END-IF
           MOVE 'RECDELRP' TO WS-CLE-PARAM
           PERFORM 7000-LIRE-PARAMETRE
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR > 0
               MOVE PRM-VALEUR TO WS-DELAI-REPONSE
           END-IF

           MOVE SPACES          TO RECLAM-REC
           MOVE CA-CLIENT       TO REC-CLIENT
           MOVE WS-NUMERO       TO REC-NUMERO
           MOVE 0               TO REC-LIGNE
           SET REC-DOSSIER      TO TRUE
           MOVE CA-CANAL        TO REC-CANAL
           MOVE CA-CATEGORIE    TO REC-CATEGORIE
           MOVE CA-COMPTE       TO REC-COMPTE
           MOVE CPT-GUICHET     TO REC-AGENCE
           MOVE CA-MONTANT      TO REC-MONTANT
           MOVE CA-GESTIONNAIRE TO REC-GESTIONNAIRE
           MOVE CA-OBJET        TO REC-OBJET
           MOVE WS-DATE-JOUR    TO REC-DATE-RECEPTION
           MOVE SEC-USER        TO REC-AGENT-RECEPTION
           COMPUTE WS-DATE-CALC-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
               + WS-DELAI-AR)
           MOVE WS-DATE-CALC-N  TO REC-DATE-AR-DUE
           COMPUTE WS-DATE-CALC-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)
               + WS-DELAI-REPONSE)
           MOVE WS-DATE-CALC-N  TO REC-DATE-REP-DUE
           SET REC-OUVERTE      TO TRUE
           MOVE 1               TO REC-NB-ACTIONS
           PERFORM 8200-ECRIRE-LIGNE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF
           PERFORM 8600-RESTITUER-DOSSIER

      *─── Premiere action : l'enregistrement lui-meme ────────────────
           MOVE 'E' TO WS-ACT-CODE
           MOVE SPACES TO WS-ACT-TEXTE
           STRING 'Enregistree, gestionnaire ' CA-GESTIONNAIRE
               DELIMITED BY SIZE INTO WS-ACT-TEXTE
           MOVE 1 TO WS-NB-ACTIONS
           PERFORM 6000-AJOUTER-ACTION
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 1000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           MOVE WS-NUMERO TO CA-NUMERO
           MOVE WS-NUMERO TO WS-NUMERO-ED
           MOVE SPACES TO CA-MESSAGE
           STRING 'Reclamation ' WS-NUMERO-ED ' enregistree, reponse '
                  'due le ' CA-DATE-REP-DUE
               DELIMITED BY SIZE INTO CA-MESSAGE.

       1000-EXIT.
           EXIT.

      *─── Numero suivant = plus grand numero du client + 1 ───────────
       1100-NUMEROTER.

           MOVE 0 TO WS-NUMERO
           MOVE CA-CLIENT TO WS-CLE-REC-CLIENT
           MOVE 0         TO WS-CLE-REC-NUMERO
           MOVE 0         TO WS-CLE-REC-LIGNE
           EXEC CICS
               STARTBR FILE('RECLAM')
                       RIDFLD(WS-CLE-RECLAM)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1100-SUITE
           END-IF

           MOVE 0 TO WS-FIN-BROWSE
           PERFORM UNTIL WS-FIN-BROWSE = 1
               EXEC CICS
                   READNEXT FILE('RECLAM')
                            INTO(RECLAM-REC)
                            RIDFLD(WS-CLE-RECLAM)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR REC-CLIENT NOT = CA-CLIENT
                   MOVE 1 TO WS-FIN-BROWSE
               ELSE
                   MOVE REC-NUMERO TO WS-NUMERO
               END-IF
           END-PERFORM
           EXEC CICS
               ENDBR FILE('RECLAM')
           END-EXEC.

       1100-SUITE.
           IF WS-NUMERO >= 999
               MOVE 24 TO CA-CODE-RETOUR
               MOVE 'Registre des reclamations du client plein'
                   TO CA-MESSAGE
           ELSE
               ADD 1 TO WS-NUMERO
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONSULTER : reclamations recentes du client, ou detail
      * et dernieres actions de la reclamation CA-NUMERO
      ******************************************************************
       2000-CONSULTER.

           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CLI-NOM TO CA-NOM
           ELSE
               MOVE SPACES TO CA-NOM
           END-IF

           IF CA-NUMERO NOT NUMERIC OR CA-NUMERO = 0
               PERFORM 2100-LISTER-RECLAMATIONS THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           PERFORM 8100-LIRE-DOSSIER
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF
           PERFORM 8600-RESTITUER-DOSSIER

      *─── Six dernieres actions, de la plus recente a la plus
      *    ancienne ──────────────────────────────────────────────────
           MOVE 'A' TO CA-TYPE-LISTE
           MOVE 0 TO CA-NB-LIGNES
           MOVE REC-NB-ACTIONS TO WS-LX
           PERFORM UNTIL WS-LX = 0 OR CA-NB-LIGNES >= 6
               MOVE CA-CLIENT TO WS-CLE-REC-CLIENT
               MOVE CA-NUMERO TO WS-CLE-REC-NUMERO
               MOVE WS-LX     TO WS-CLE-REC-LIGNE
               EXEC CICS
                   READ FILE('RECLAM')
                        INTO(RECLAM-REC)
                        RIDFLD(WS-CLE-RECLAM)
                        RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO CA-NB-LIGNES
                   MOVE CA-NB-LIGNES TO WS-KX
                   MOVE REC-LIGNE     TO CA-LST-NUMERO(WS-KX)
                   MOVE REC-ACT-DATE  TO CA-LST-DATE(WS-KX)
                   MOVE REC-ACT-CODE  TO CA-LST-CODE(WS-KX)
                   MOVE REC-ACT-AGENT TO CA-LST-AGENT(WS-KX)
                   MOVE SPACE         TO CA-LST-STATUT(WS-KX)
                   MOVE REC-ACT-TEXTE TO CA-LST-TEXTE(WS-KX)
               END-IF
               SUBTRACT 1 FROM WS-LX
           END-PERFORM
           MOVE 'Reclamation et dernieres actions' TO CA-MESSAGE.

       2000-EXIT.
           EXIT.

      *─── Parcours des reclamations du client ; les six derniers
      *    numeros sont conserves (les plus recents) ─────────────────
       2100-LISTER-RECLAMATIONS.

           MOVE 0 TO WS-NB-REC
           MOVE CA-CLIENT TO WS-CLE-REC-CLIENT
           MOVE 0         TO WS-CLE-REC-NUMERO
           MOVE 0         TO WS-CLE-REC-LIGNE
           EXEC CICS
               STARTBR FILE('RECLAM')
                       RIDFLD(WS-CLE-RECLAM)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-BROWSE
               PERFORM UNTIL WS-FIN-BROWSE = 1
                   EXEC CICS
                       READNEXT FILE('RECLAM')
                                INTO(RECLAM-REC)
                                RIDFLD(WS-CLE-RECLAM)
                                RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR REC-CLIENT NOT = CA-CLIENT
                       MOVE 1 TO WS-FIN-BROWSE
                   ELSE
                       IF REC-LIGNE = 0
                           PERFORM 2150-RETENIR-RECLAMATION
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('RECLAM')
               END-EXEC
           END-IF

           IF WS-NB-REC = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucune reclamation pour ce client' TO CA-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE 'R' TO CA-TYPE-LISTE
           MOVE WS-NB-REC TO CA-NB-LIGNES
           MOVE 0 TO WS-KX
           PERFORM VARYING WS-LX FROM WS-NB-REC BY -1 UNTIL WS-LX = 0
               ADD 1 TO WS-KX
               MOVE WS-TRC-NUMERO(WS-LX)    TO CA-LST-NUMERO(WS-KX)
               MOVE WS-TRC-DATE(WS-LX)      TO CA-LST-DATE(WS-KX)
               MOVE WS-TRC-CATEGORIE(WS-LX) TO CA-LST-CODE(WS-KX)
               MOVE WS-TRC-GESTIONNAIRE(WS-LX) TO CA-LST-AGENT(WS-KX)
               MOVE WS-TRC-STATUT(WS-LX)    TO CA-LST-STATUT(WS-KX)
               MOVE WS-TRC-OBJET(WS-LX)     TO CA-LST-TEXTE(WS-KX)
           END-PERFORM
           MOVE 'Reclamations du client, les plus recentes d''abord'
               TO CA-MESSAGE.

       2100-EXIT.
           EXIT.

       2150-RETENIR-RECLAMATION.

           IF WS-NB-REC >= 6
               PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 5
                   MOVE WS-TRC(WS-KX + 1) TO WS-TRC(WS-KX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-NB-REC
           END-IF
           MOVE REC-NUMERO         TO WS-TRC-NUMERO(WS-NB-REC)
           MOVE REC-DATE-RECEPTION TO WS-TRC-DATE(WS-NB-REC)
           MOVE REC-CATEGORIE      TO WS-TRC-CATEGORIE(WS-NB-REC)
           MOVE REC-GESTIONNAIRE   TO WS-TRC-GESTIONNAIRE(WS-NB-REC)
           MOVE REC-STATUT         TO WS-TRC-STATUT(WS-NB-REC)
           MOVE REC-OBJET          TO WS-TRC-OBJET(WS-NB-REC).

      ******************************************************************
      * 3000-ACCUSER : accuse de reception envoye au client
      ******************************************************************
       3000-ACCUSER.

           PERFORM 8100-LIRE-DOSSIER
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF
           IF NOT REC-OUVERTE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Reclamation deja accusee ou repondue'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           MOVE 'A' TO WS-ACT-CODE
           IF CA-TEXTE = SPACES OR CA-TEXTE = LOW-VALUES
               MOVE 'Accuse de reception envoye' TO WS-ACT-TEXTE
           ELSE
               MOVE CA-TEXTE TO WS-ACT-TEXTE
           END-IF
           COMPUTE WS-NB-ACTIONS = REC-NB-ACTIONS + 1
           PERFORM 6000-AJOUTER-ACTION
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           PERFORM 8300-LIRE-DOSSIER-MAJ
           IF CA-CODE-RETOUR = 00
               MOVE WS-DATE-JOUR  TO REC-DATE-AR
               SET REC-ACCUSEE    TO TRUE
               MOVE WS-NB-ACTIONS TO REC-NB-ACTIONS
               PERFORM 8400-REECRIRE-DOSSIER
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           PERFORM 8600-RESTITUER-DOSSIER
           IF REC-DATE-AR > REC-DATE-AR-DUE
               MOVE 'Accuse enregistre - HORS DELAI' TO CA-MESSAGE
           ELSE
               MOVE 'Accuse de reception enregistre' TO CA-MESSAGE
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-NOTER : note de suivi et/ou reaffectation
      ******************************************************************
       4000-NOTER.

           IF (CA-TEXTE = SPACES OR CA-TEXTE = LOW-VALUES)
              AND (CA-GESTIONNAIRE = SPACES
                   OR CA-GESTIONNAIRE = LOW-VALUES)
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Texte de la note ou nouveau gestionnaire'
                   TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           PERFORM 8100-LIRE-DOSSIER
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF
           IF REC-REPONDUE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Reclamation deja repondue' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           IF CA-GESTIONNAIRE = LOW-VALUES
               OR CA-GESTIONNAIRE = REC-GESTIONNAIRE
               MOVE SPACES TO CA-GESTIONNAIRE
           END-IF

           MOVE REC-NB-ACTIONS TO WS-NB-ACTIONS
           IF CA-GESTIONNAIRE NOT = SPACES
               MOVE 'G' TO WS-ACT-CODE
               MOVE SPACES TO WS-ACT-TEXTE
               STRING 'Reaffectee de ' REC-GESTIONNAIRE
                      ' a ' CA-GESTIONNAIRE
                   DELIMITED BY SIZE INTO WS-ACT-TEXTE
               ADD 1 TO WS-NB-ACTIONS
               PERFORM 6000-AJOUTER-ACTION
           END-IF
           IF CA-CODE-RETOUR = 00
               AND CA-TEXTE NOT = SPACES AND CA-TEXTE NOT = LOW-VALUES
               MOVE 'N' TO WS-ACT-CODE
               MOVE CA-TEXTE TO WS-ACT-TEXTE
               ADD 1 TO WS-NB-ACTIONS
               PERFORM 6000-AJOUTER-ACTION
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF

           PERFORM 8300-LIRE-DOSSIER-MAJ
           IF CA-CODE-RETOUR = 00
               IF CA-GESTIONNAIRE NOT = SPACES
                   MOVE CA-GESTIONNAIRE TO REC-GESTIONNAIRE
               END-IF
               MOVE WS-NB-ACTIONS TO REC-NB-ACTIONS
               PERFORM 8400-REECRIRE-DOSSIER
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           PERFORM 8600-RESTITUER-DOSSIER
           MOVE 'Suivi de la reclamation enregistre' TO CA-MESSAGE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPONDRE : reponse definitive ; la reclamation est close
      * et le courrier de reponse indexe dans COURRIER
      ******************************************************************
       5000-REPONDRE.

           MOVE CA-ISSUE TO REC-ISSUE
           IF NOT REC-ISSUE-VALIDE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Issue F (favorable), P (partielle), D (refus)'
                   TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF
           IF CA-TEXTE = SPACES OR CA-TEXTE = LOW-VALUES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Premiere ligne du courrier de reponse obligatoire'
                   TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF

           PERFORM 8100-LIRE-DOSSIER
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5000-EXIT
           END-IF
           IF REC-REPONDUE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Reclamation deja repondue' TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF

           MOVE 'R' TO WS-ACT-CODE
           MOVE CA-TEXTE TO WS-ACT-TEXTE
           COMPUTE WS-NB-ACTIONS = REC-NB-ACTIONS + 1
           PERFORM 6000-AJOUTER-ACTION
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 5000-EXIT
           END-IF

           PERFORM 8300-LIRE-DOSSIER-MAJ
           IF CA-CODE-RETOUR = 00
               IF REC-DATE-AR = SPACES
                   MOVE WS-DATE-JOUR TO REC-DATE-AR
               END-IF
               MOVE WS-DATE-JOUR  TO REC-DATE-REPONSE
               MOVE SEC-USER      TO REC-AGENT-REPONSE
               MOVE CA-ISSUE      TO REC-ISSUE
               SET REC-REPONDUE   TO TRUE
               MOVE WS-NB-ACTIONS TO REC-NB-ACTIONS
               PERFORM 8400-REECRIRE-DOSSIER
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 5000-EXIT
           END-IF

           PERFORM 5100-INDEXER-COURRIER
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 5000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           PERFORM 8600-RESTITUER-DOSSIER
           IF REC-DATE-REPONSE > REC-DATE-REP-DUE
               MOVE 'Reponse enregistree - HORS DELAI' TO CA-MESSAGE
           ELSE
               MOVE 'Reponse enregistree, reclamation close'
                   TO CA-MESSAGE
           END-IF.

       5000-EXIT.
           EXIT.

      *─── Le courrier de reponse entre dans l'historique du compte
      *    concerne (cf. CORRPRES), date au format 0AAMMJJ des
      *    courriers des batchs (date du jour FORMATTIME) ─────────────
       5100-INDEXER-COURRIER.

           MOVE SPACES      TO COURRIER-REC
           MOVE REC-COMPTE  TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE EIBTIME     TO COU-HEURE
           MOVE 0           TO COU-SEQ
           MOVE 'RCL'       TO COU-TYPE
           MOVE 'RECLTRT'   TO COU-PROGRAMME
           MOVE CA-TEXTE    TO COU-PREMIERE-LIGNE
           MOVE SPACE       TO COU-REIMPRESSION

           EXEC CICS
               WRITE FILE('COURRIER')
                     FROM(COURRIER-REC)
                     RIDFLD(COU-CLE)
                     RESP(WS-RESP)
           END-EXEC
           PERFORM UNTIL WS-RESP NOT = DFHRESP(DUPREC)
                      OR COU-SEQ >= 99
               ADD 1 TO COU-SEQ
               EXEC CICS
                   WRITE FILE('COURRIER')
                         FROM(COURRIER-REC)
                         RIDFLD(COU-CLE)
                         RESP(WS-RESP)
               END-EXEC
           END-PERFORM
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture de l''historique des courriers'
                   TO CA-MESSAGE
           END-IF.

      ******************************************************************
      * 6000-AJOUTER-ACTION : ligne WS-NB-ACTIONS du dossier
      * CA-NUMERO (code WS-ACT-CODE, texte WS-ACT-TEXTE)
      ******************************************************************
       6000-AJOUTER-ACTION.

           IF WS-NB-ACTIONS > 99
               MOVE 24 TO CA-CODE-RETOUR
               MOVE 'Journal des actions de la reclamation plein'
                   TO CA-MESSAGE
           ELSE
               MOVE SPACES        TO RECLAM-REC
               MOVE CA-CLIENT     TO REC-CLIENT
               IF CA-ENREGISTRER
                   MOVE WS-NUMERO TO REC-NUMERO
               ELSE
                   MOVE CA-NUMERO TO REC-NUMERO
               END-IF
               MOVE WS-NB-ACTIONS TO REC-LIGNE
               SET REC-ACTION     TO TRUE
               MOVE WS-DATE-JOUR  TO REC-ACT-DATE
               MOVE EIBTIME       TO REC-ACT-HEURE
               MOVE SEC-USER      TO REC-ACT-AGENT
               MOVE WS-ACT-CODE   TO REC-ACT-CODE
               MOVE WS-ACT-TEXTE  TO REC-ACT-TEXTE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF.

      *─── Lecture d'un parametre du fichier PARAMS (WS-CLE-PARAM) ────
       7000-LIRE-PARAMETRE.

           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PARAM)
                    RESP(WS-RESP)
           END-EXEC.

      ******************************************************************
      * 8000-ANNULER : annulation de l'unite logique entamee
      * (les mises a jour deja posees sont defaites par le ROLLBACK)
      ******************************************************************
       8000-ANNULER.

           IF WS-MAJ-ENGAGEE = 1
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

      *─── Ligne 00 de la reclamation CA-NUMERO du client CA-CLIENT ───
       8100-LIRE-DOSSIER.

           IF CA-NUMERO NOT NUMERIC
               MOVE 0 TO CA-NUMERO
           END-IF
           MOVE CA-CLIENT TO WS-CLE-REC-CLIENT
           MOVE CA-NUMERO TO WS-CLE-REC-NUMERO
           MOVE 0         TO WS-CLE-REC-LIGNE
           EXEC CICS
               READ FILE('RECLAM')
                    INTO(RECLAM-REC)
                    RIDFLD(WS-CLE-RECLAM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Reclamation inconnue pour ce client'
                   TO CA-MESSAGE
           END-IF.

      *─── Creation d'une ligne du registre, journalisee ──────────────
       8200-ECRIRE-LIGNE.

           EXEC CICS
               WRITE FILE('RECLAM')
                     FROM(RECLAM-REC)
                     RIDFLD(REC-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture du registre des reclamations'
                   TO CA-MESSAGE
           ELSE
               MOVE 1 TO WS-MAJ-ENGAGEE
               MOVE 'W'        TO IMG-TYPE
               MOVE SPACES     TO IMG-AVANT
               MOVE RECLAM-REC TO IMG-APRES
               MOVE 'RECLAM'   TO WS-IMG-FICHIER
               MOVE REC-CLE    TO WS-IMG-CLE
               PERFORM 8500-JOURNALISER-IMAGES
           END-IF.

      *─── Lecture pour mise a jour de la ligne 00 de CA-NUMERO ───────
       8300-LIRE-DOSSIER-MAJ.

           MOVE CA-CLIENT TO WS-CLE-REC-CLIENT
           MOVE CA-NUMERO TO WS-CLE-REC-NUMERO
           MOVE 0         TO WS-CLE-REC-LIGNE
           EXEC CICS
               READ FILE('RECLAM')
                    INTO(RECLAM-REC)
                    RIDFLD(WS-CLE-RECLAM)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture du registre des reclamations'
                   TO CA-MESSAGE
           ELSE
               MOVE RECLAM-REC TO IMG-AVANT
           END-IF.

       8400-REECRIRE-DOSSIER.

           EXEC CICS
               REWRITE FILE('RECLAM')
                       FROM(RECLAM-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour du registre des reclamations'
                   TO CA-MESSAGE
           ELSE
               MOVE 1 TO WS-MAJ-ENGAGEE
               MOVE 'R'        TO IMG-TYPE
               MOVE RECLAM-REC TO IMG-APRES
               MOVE 'RECLAM'   TO WS-IMG-FICHIER
               MOVE REC-CLE    TO WS-IMG-CLE
               PERFORM 8500-JOURNALISER-IMAGES
           END-IF.

      ******************************************************************
      * 8500-JOURNALISER-IMAGES : une ligne IMGJRN par mise a jour,
      * meme convention que CPTEDAO (fichier + cle + sequence de
      * degagement). Un incident du journal n'interrompt pas l'acte.
      ******************************************************************
       8500-JOURNALISER-IMAGES.

           MOVE EIBDATE        TO IMG-DATE
           MOVE EIBTIME        TO IMG-HEURE
           MOVE EIBTASKN       TO IMG-TACHE
           MOVE WS-IMG-FICHIER TO IMG-FICHIER
           MOVE WS-IMG-CLE     TO IMG-CLE-ENR
           MOVE 0 TO WS-JRN-SEQ
           MOVE WS-JRN-SEQ TO IMG-SEQ

           EXEC CICS
               WRITE FILE('IMGJRN')
                     FROM(IMGJRN-REC)
                     RIDFLD(IMG-CLE)
                     RESP(WS-RESP-JRN)
           END-EXEC

           PERFORM UNTIL WS-RESP-JRN NOT = DFHRESP(DUPREC)
                      OR WS-JRN-SEQ >= 99
               ADD 1 TO WS-JRN-SEQ
               MOVE WS-JRN-SEQ TO IMG-SEQ
               EXEC CICS
                   WRITE FILE('IMGJRN')
                         FROM(IMGJRN-REC)
                         RIDFLD(IMG-CLE)
                         RESP(WS-RESP-JRN)
               END-EXEC
           END-PERFORM.

      *─── Ligne 00 courante rendue a l'ecran ─────────────────────────
       8600-RESTITUER-DOSSIER.

           MOVE REC-NUMERO         TO CA-NUMERO
           MOVE REC-CANAL          TO CA-CANAL
           MOVE REC-CATEGORIE      TO CA-CATEGORIE
           MOVE REC-COMPTE         TO CA-COMPTE
           MOVE REC-MONTANT        TO CA-MONTANT
           MOVE REC-GESTIONNAIRE   TO CA-GESTIONNAIRE
           MOVE REC-OBJET          TO CA-OBJET
           MOVE REC-ISSUE          TO CA-ISSUE
           MOVE REC-DATE-RECEPTION TO CA-DATE-RECEPTION
           MOVE REC-DATE-AR-DUE    TO CA-DATE-AR-DUE
           MOVE REC-DATE-AR        TO CA-DATE-AR
           MOVE REC-DATE-REP-DUE   TO CA-DATE-REP-DUE
           MOVE REC-DATE-REPONSE   TO CA-DATE-REPONSE
           MOVE REC-STATUT         TO CA-STATUT
           MOVE REC-AGENCE         TO CA-AGENCE.
