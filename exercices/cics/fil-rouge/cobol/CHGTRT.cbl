      ******************************************************************
      * Programme : CHGTRT - Change manuel au guichet (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Coter et executer l'achat ou la vente de billets
      *             etrangers au cours du jour, tenir le stock de
      *             billets de l'agence
      *
      * Description :
      * - Cours du jour lus dans DEVCOURS (recharge par DEVCHRG
      *   depuis le FDEVISE de PJ39DEVM), en euros par unite
      * - Sens vu du client : 'A' il achete des billets (cours
      *   majore de la marge de l'agence), 'V' il en vend (cours
      *   minore). Marge en % : PARAMS 'MCH' + agence, a defaut
      *   CHGMARGE, a defaut 2 % ; commission fixe : PARAMS CHGCOMM,
      *   a defaut 3 EUR
      * - Action 'Q' : cotation - cours applique, contre-valeur,
      *   commission, net a payer ou a verser, stock disponible
      * - Action 'E' : execution de la cotation acceptee par le
      *   client ; le cours cote est rendu par l'ecran et doit etre
      *   encore celui du jour (sinon code 23, recoter)
      *   . billets : stock DEVSTK de l'agence diminue ('A', dans la
      *     limite du stock) ou augmente ('V')
      *   . reglement 'C' : debit ('A') ou credit ('V') du compte
      *     par LINK MVTTRT, hors caisse (decouvert, blocages, KYC,
      *     gel succession et journal MVTJRN y sont appliques,
      *     ainsi que le controle du representant d'une personne
      *     morale et de la capacite d'un mineur ou d'un majeur
      *     protege : CA-REPRESENTANT et CA-REPR-LEGAL lui sont
      *     transmis)
      *   . reglement 'E' : euros especes, entree ('A') ou sortie
      *     ('V') de la caisse du jour du guichetier
      *   . operation tracee dans CHGJRN (marge gagnee comprise) et
      *     bordereau numerote (REFNUM 'CHANGE') imprime dans la file
      *     TD CHGQ de l'imprimante guichet
      *   Stock, reglement, journal : meme unite logique (SYNCPOINT
      *   ROLLBACK sur incident)
      * - Action 'S' : stock de billets d'une devise pour l'agence
      * - Action 'I' : inventaire - la quantite comptee remplace le
      *   stock tenu, l'ecart est fige (superviseur)
      * L'agence des actions 'Q' et 'E' est celle de la caisse
      * ouverte du guichetier signe.
      * Cotation et stock : tout profil signe (SECTRT 'C') ;
      * execution : guichetiers (SECTRT 'M') ; inventaire :
      * superviseur (SECTRT 'X').
      *
      * Appel : Via LINK depuis CHGPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DEVCOURS.
           COPY DEVSTK.
           COPY CHGJRN.
           COPY CAISSE.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
      *─── 1 des qu'un enregistrement est verrouille ou mis a jour :
      *    un incident ensuite defait toute l'unite logique ──────────
       01  WS-MAJ-ENGAGEE          PIC 9(1) VALUE 0.
       01  WS-STOCK-NOUVEAU        PIC 9(1) VALUE 0.
       01  WS-TAUX-MARGE           PIC 9(2)V99 VALUE 0.
       01  WS-TAUX-COTE            PIC 9(2)V9(6) VALUE 0.
       01  WS-VALEUR-JOUR          PIC 9(9)V99 VALUE 0.
       01  WS-ANCIEN-STOCK         PIC 9(9) VALUE 0.
       01  WS-ECART                PIC S9(9) VALUE 0.
       01  WS-ECART-ED             PIC -(8)9.
       01  WS-QUANTITE-ED          PIC Z(8)9.

      *─── Marge et commission, lues au fichier PARAMS ────────────────
       01  WS-PARAM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).
       01  WS-CLE-PARAM.
           05  WS-CLE-PRM-PREFIXE  PIC X(3).
           05  WS-CLE-PRM-AGENCE   PIC X(5).

      *─── Compteur des bordereaux de change (REFNUM) ─────────────────
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).
       01  WS-CLE-REFNUM           PIC X(8) VALUE 'CHANGE'.

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
           05  SEC-FONCTION        PIC X(1).
           05  SEC-AUTORISE        PIC X(1).
               88  SEC-OUI         VALUE 'O'.
           05  SEC-USER            PIC X(8).
           05  SEC-ROLE            PIC X(1).
           05  SEC-MESSAGE         PIC X(40).

      *─── Zone d'appel de la saisie de mouvement (MVTTRT) ────────────
       01  WS-MVT-COMMAREA.
           05  MVT-ACTION          PIC X(1).
           05  MVT-CODE-RETOUR     PIC 9(2).
           05  MVT-MESSAGE         PIC X(50).
           05  MVT-NUM-COMPTE      PIC X(11).
           05  MVT-MONTANT         PIC 9(7)V99.
           05  MVT-GUICHETIER      PIC X(8).
           05  MVT-NOUVEAU-SOLDE   PIC S9(9)V99.
           05  MVT-PROCURATION     PIC 9(2).
           05  MVT-HORS-CAISSE     PIC X(1).
           05  MVT-REPRESENTANT    PIC 9(2).
           05  MVT-REPR-LEGAL      PIC X(1).
           05  FILLER              PIC X(2).

      *─── Lignes du bordereau envoye a l'imprimante guichet ──────────
       01  WS-LIGNE-BDX            PIC X(60).
       01  WS-BDX-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-BDX-TITRE.
           05  FILLER              PIC X(60)
               VALUE '      BORDEREAU D OPERATION DE CHANGE'.
       01  WS-BDX-ENTETE.
           05  FILLER              PIC X(7) VALUE 'NUMERO '.
           05  WS-BDX-NUMERO       PIC 9(8).
           05  FILLER              PIC X(7) VALUE '  DATE '.
           05  WS-BDX-DATE         PIC X(8).
           05  FILLER              PIC X(10) VALUE '  AGENCE '.
           05  WS-BDX-AGENCE       PIC X(5).
           05  FILLER              PIC X(15) VALUE SPACES.
       01  WS-BDX-OPERATION.
           05  FILLER              PIC X(12) VALUE 'OPERATION : '.
           05  WS-BDX-LIB-OPER     PIC X(40).
           05  FILLER              PIC X(8) VALUE SPACES.
       01  WS-BDX-DEVISE.
           05  FILLER              PIC X(12) VALUE 'DEVISE    : '.
           05  WS-BDX-CODE-DEV     PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-BDX-LIB-DEV      PIC X(20).
           05  FILLER              PIC X(9) VALUE ' MONTANT '.
           05  WS-BDX-MONTANT-DEV  PIC Z(6)9.
           05  FILLER              PIC X(8) VALUE SPACES.
       01  WS-BDX-COURS.
           05  FILLER              PIC X(17) VALUE 'COURS APPLIQUE : '.
           05  WS-BDX-TAUX-APP     PIC Z9.9(6).
           05  FILLER              PIC X(12) VALUE ' EUR  (JOUR '.
           05  WS-BDX-TAUX-JOUR    PIC Z9.9(6).
           05  FILLER              PIC X(1) VALUE ')'.
           05  FILLER              PIC X(12) VALUE SPACES.
       01  WS-BDX-MONTANT.
           05  WS-BDX-LIBELLE      PIC X(30).
           05  WS-BDX-VALEUR       PIC Z(6)9.99.
           05  FILLER              PIC X(4) VALUE ' EUR'.
           05  FILLER              PIC X(16) VALUE SPACES.
       01  WS-BDX-REGLEMENT.
           05  FILLER              PIC X(12) VALUE 'REGLEMENT : '.
           05  WS-BDX-LIB-REGL     PIC X(20).
           05  WS-BDX-COMPTE       PIC X(11).
           05  FILLER              PIC X(17) VALUE SPACES.
       01  WS-BDX-AGENT.
           05  FILLER              PIC X(13) VALUE 'GUICHETIER : '.
           05  WS-BDX-GUICHETIER   PIC X(8).
           05  FILLER              PIC X(39) VALUE SPACES.

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-COTER        VALUE 'Q'.
               88  CA-EXECUTER     VALUE 'E'.
               88  CA-CONSULTER-STOCK VALUE 'S'.
               88  CA-INVENTORIER  VALUE 'I'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-AGENCE           PIC X(5).
      *─── Operation demandee (sens vu du client) ─────────────────────
           05  CA-SENS             PIC X(1).
               88  CA-ACHAT        VALUE 'A'.
               88  CA-VENTE        VALUE 'V'.
           05  CA-DEVISE           PIC X(3).
           05  CA-MONTANT-DEV      PIC 9(7).
           05  CA-REGLEMENT        PIC X(1).
               88  CA-PAR-COMPTE   VALUE 'C'.
               88  CA-EN-ESPECES   VALUE 'E'.
           05  CA-NUM-COMPTE       PIC X(11).
      *─── Cotation ; CA-TAUX-APPLIQUE est rendu en entree de 'E' ─────
           05  CA-LIBELLE-DEV      PIC X(20).
           05  CA-TAUX-JOUR        PIC 9(2)V9(6).
           05  CA-TAUX-APPLIQUE    PIC 9(2)V9(6).
           05  CA-CONTREVALEUR     PIC 9(7)V99.
           05  CA-COMMISSION       PIC 9(5)V99.
           05  CA-MONTANT-EUR      PIC 9(7)V99.
           05  CA-MARGE            PIC 9(7)V99.
      *─── Stock de billets de l'agence apres l'operation ─────────────
           05  CA-STOCK            PIC 9(9).
           05  CA-NUMERO           PIC 9(8).
           05  CA-NOUVEAU-SOLDE    PIC S9(9)V99.
      *─── Reglement en compte : representant present (personne
      *    morale) et representant legal present (O/N) ─────────────
           05  CA-REPRESENTANT     PIC 9(2).
           05  CA-REPR-LEGAL       PIC X(1).
           05  FILLER              PIC X(18).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(200).

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
           EVALUATE TRUE
               WHEN CA-EXECUTER
                   MOVE 'M' TO SEC-FONCTION
               WHEN CA-INVENTORIER
                   MOVE 'X' TO SEC-FONCTION
               WHEN OTHER
                   MOVE 'C' TO SEC-FONCTION
           END-EVALUATE
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               IF CA-DEVISE = SPACES OR CA-DEVISE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Devise obligatoire' TO CA-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN CA-COTER
                           PERFORM 1000-COTER THRU 1000-EXIT
                       WHEN CA-EXECUTER
                           PERFORM 2000-EXECUTER THRU 2000-EXIT
                       WHEN CA-CONSULTER-STOCK
                           PERFORM 3000-CONSULTER-STOCK THRU 3000-EXIT
                       WHEN CA-INVENTORIER
                           PERFORM 4000-INVENTORIER THRU 4000-EXIT
                       WHEN OTHER
                           MOVE 98 TO CA-CODE-RETOUR
                           MOVE 'Action inconnue' TO CA-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-COTER : cours applique, contre-valeur, commission et net
      * du client ; stock disponible de l'agence. Sert aussi de
      * controle prealable a l'execution.
      ******************************************************************
       1000-COTER.

           IF NOT CA-ACHAT AND NOT CA-VENTE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Sens invalide (A achat, V vente par le client)'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF CA-MONTANT-DEV NOT NUMERIC OR CA-MONTANT-DEV = 0
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Montant en devise obligatoire' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

      *─── Agence de la caisse ouverte du guichetier ──────────────────
           MOVE SEC-USER TO CAI-GUICHETIER
           MOVE EIBDATE  TO CAI-DATE
           EXEC CICS
               READ FILE('CAISSE')
                    INTO(CAISSE-REC)
                    RIDFLD(CAI-CLE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Caisse du jour du guichetier non ouverte'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF NOT CAI-OUVERTE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Caisse du guichetier deja arretee' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           MOVE CAI-AGENCE TO CA-AGENCE

      *─── Cours du jour de la devise ─────────────────────────────────
           MOVE CA-DEVISE TO DVC-CODE
           EXEC CICS
               READ FILE('DEVCOURS')
                    INTO(DEVCOURS-REC)
                    RIDFLD(DVC-CODE)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 13 TO CA-CODE-RETOUR
                   MOVE 'Devise non cotee' TO CA-MESSAGE
                   GO TO 1000-EXIT
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture des cours' TO CA-MESSAGE
                   GO TO 1000-EXIT
           END-EVALUATE
           IF DVC-TAUX NOT NUMERIC OR DVC-TAUX = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Devise sans cours du jour' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           MOVE DVC-LIBELLE TO CA-LIBELLE-DEV
           MOVE DVC-TAUX    TO CA-TAUX-JOUR

           PERFORM 7000-LIRE-MARGE
           PERFORM 7100-LIRE-COMMISSION

      *─── Cours applique : la marge joue toujours contre le client ───
           IF CA-ACHAT
               COMPUTE CA-TAUX-APPLIQUE ROUNDED
                   = DVC-TAUX * (100 + WS-TAUX-MARGE) / 100
           ELSE
               COMPUTE CA-TAUX-APPLIQUE ROUNDED
                   = DVC-TAUX * (100 - WS-TAUX-MARGE) / 100
           END-IF
           COMPUTE CA-CONTREVALEUR ROUNDED
               = CA-MONTANT-DEV * CA-TAUX-APPLIQUE
               ON SIZE ERROR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Montant hors limite du change guichet'
                       TO CA-MESSAGE
                   GO TO 1000-EXIT
           END-COMPUTE
           COMPUTE WS-VALEUR-JOUR ROUNDED
               = CA-MONTANT-DEV * DVC-TAUX

           IF CA-ACHAT
               COMPUTE CA-MARGE = CA-CONTREVALEUR - WS-VALEUR-JOUR
               COMPUTE CA-MONTANT-EUR
                   = CA-CONTREVALEUR + CA-COMMISSION
                   ON SIZE ERROR
                       MOVE 30 TO CA-CODE-RETOUR
                       MOVE 'Montant hors limite du change guichet'
                           TO CA-MESSAGE
                       GO TO 1000-EXIT
               END-COMPUTE
           ELSE
               COMPUTE CA-MARGE = WS-VALEUR-JOUR - CA-CONTREVALEUR
               IF CA-CONTREVALEUR NOT > CA-COMMISSION
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Montant inferieur a la commission'
                       TO CA-MESSAGE
                   GO TO 1000-EXIT
               END-IF
               COMPUTE CA-MONTANT-EUR
                   = CA-CONTREVALEUR - CA-COMMISSION
           END-IF

      *─── Stock de billets disponible dans l'agence ──────────────────
           MOVE CA-AGENCE TO DVS-AGENCE
           MOVE CA-DEVISE TO DVS-DEVISE
           EXEC CICS
               READ FILE('DEVSTK')
                    INTO(DEVSTK-REC)
                    RIDFLD(DVS-CLE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE DVS-QUANTITE TO CA-STOCK
           ELSE
               MOVE 0 TO CA-STOCK
           END-IF
           IF CA-ACHAT AND CA-MONTANT-DEV > CA-STOCK
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Stock de billets de l agence insuffisant'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           IF CA-ACHAT
               MOVE 'Cotation - net a payer par le client'
                   TO CA-MESSAGE
           ELSE
               MOVE 'Cotation - net a verser au client' TO CA-MESSAGE
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXECUTER : la cotation acceptee est refaite et doit
      * donner le meme cours ; stock, reglement, journal et bordereau
      ******************************************************************
       2000-EXECUTER.

           IF NOT CA-PAR-COMPTE AND NOT CA-EN-ESPECES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Reglement invalide (C compte, E especes)'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF
           IF CA-PAR-COMPTE
               AND (CA-NUM-COMPTE = SPACES
                    OR CA-NUM-COMPTE = LOW-VALUES)
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Compte obligatoire pour un reglement en compte'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF
           IF CA-TAUX-APPLIQUE NOT NUMERIC OR CA-TAUX-APPLIQUE = 0
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Cotation prealable obligatoire' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF
           MOVE CA-TAUX-APPLIQUE TO WS-TAUX-COTE

           PERFORM 1000-COTER THRU 1000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF
           IF CA-TAUX-APPLIQUE NOT = WS-TAUX-COTE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Cours modifie depuis la cotation - recoter'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           PERFORM 7300-LIRE-STOCK-MAJ THRU 7300-EXIT
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 2000-EXIT
           END-IF
           IF CA-ACHAT
               SUBTRACT CA-MONTANT-DEV FROM DVS-QUANTITE
           ELSE
               ADD CA-MONTANT-DEV TO DVS-QUANTITE
           END-IF

           PERFORM 7400-ALLOUER-NUMERO
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 2000-EXIT
           END-IF

           IF CA-PAR-COMPTE
               PERFORM 7500-REGLER-COMPTE
           ELSE
               PERFORM 7600-REGLER-CAISSE THRU 7600-EXIT
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 2000-EXIT
           END-IF

           PERFORM 7700-ECRIRE-STOCK
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 2000-EXIT
           END-IF

           PERFORM 8200-JOURNALISER THRU 8200-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           MOVE DVS-QUANTITE TO CA-STOCK
           PERFORM 8500-IMPRIMER-BORDEREAU
           STRING 'Change enregistre - bordereau ' DELIMITED BY SIZE
                  RNM-DERNIERE-REF DELIMITED BY SIZE
                  INTO CA-MESSAGE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONSULTER-STOCK : billets d'une devise dans l'agence
      ******************************************************************
       3000-CONSULTER-STOCK.

           IF CA-AGENCE = SPACES OR CA-AGENCE = LOW-VALUES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Agence obligatoire' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           MOVE CA-AGENCE TO DVS-AGENCE
           MOVE CA-DEVISE TO DVS-DEVISE
           EXEC CICS
               READ FILE('DEVSTK')
                    INTO(DEVSTK-REC)
                    RIDFLD(DVS-CLE)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE DVS-QUANTITE TO CA-STOCK
                   MOVE DVS-QUANTITE TO WS-QUANTITE-ED
                   STRING 'Stock de billets : ' DELIMITED BY SIZE
                          WS-QUANTITE-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          CA-DEVISE DELIMITED BY SIZE
                          INTO CA-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 0 TO CA-STOCK
                   MOVE 'Aucun billet de cette devise dans l agence'
                       TO CA-MESSAGE
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture du stock de billets'
                       TO CA-MESSAGE
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-INVENTORIER : la quantite comptee remplace le stock
      * tenu ; le premier inventaire cree la ligne de stock
      ******************************************************************
       4000-INVENTORIER.

           IF CA-AGENCE = SPACES OR CA-AGENCE = LOW-VALUES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Agence obligatoire' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           IF CA-MONTANT-DEV NOT NUMERIC
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Quantite comptee invalide' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           MOVE CA-AGENCE TO DVS-AGENCE
           MOVE CA-DEVISE TO DVS-DEVISE
           EXEC CICS
               READ FILE('DEVSTK')
                    INTO(DEVSTK-REC)
                    RIDFLD(DVS-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 0 TO WS-STOCK-NOUVEAU
                   MOVE DVS-QUANTITE TO WS-ANCIEN-STOCK
               WHEN DFHRESP(NOTFND)
                   MOVE 1 TO WS-STOCK-NOUVEAU
                   MOVE SPACES    TO DEVSTK-REC
                   MOVE CA-AGENCE TO DVS-AGENCE
                   MOVE CA-DEVISE TO DVS-DEVISE
                   MOVE 0 TO WS-ANCIEN-STOCK
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture du stock de billets'
                       TO CA-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE

           COMPUTE WS-ECART = CA-MONTANT-DEV - WS-ANCIEN-STOCK
           MOVE CA-MONTANT-DEV TO DVS-QUANTITE
           MOVE WS-ECART       TO DVS-ECART-INVENT
           MOVE WS-DATE-JOUR   TO DVS-DATE-INVENT
           MOVE SEC-USER       TO DVS-AGENT-INVENT
           PERFORM 7700-ECRIRE-STOCK
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF

           MOVE DVS-QUANTITE TO CA-STOCK
           IF WS-ECART = 0
               MOVE 'Inventaire enregistre - stock conforme'
                   TO CA-MESSAGE
           ELSE
               MOVE WS-ECART TO WS-ECART-ED
               STRING 'Inventaire enregistre - ECART ' DELIMITED BY SIZE
                      WS-ECART-ED DELIMITED BY SIZE
                      INTO CA-MESSAGE
           END-IF.

       4000-EXIT.
           EXIT.

      *─── Marge de l'agence : PARAMS 'MCH'+agence, puis CHGMARGE ─────
       7000-LIRE-MARGE.

           MOVE 2 TO WS-TAUX-MARGE
           MOVE 'MCH'     TO WS-CLE-PRM-PREFIXE
           MOVE CA-AGENCE TO WS-CLE-PRM-AGENCE
           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PARAM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CHGMARGE' TO WS-CLE-PARAM
               EXEC CICS
                   READ FILE('PARAMS')
                        INTO(WS-PARAM-REC)
                        RIDFLD(WS-CLE-PARAM)
                        RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR < 50
               MOVE PRM-VALEUR TO WS-TAUX-MARGE
           END-IF.

      *─── Commission fixe par operation : PARAMS CHGCOMM ─────────────
       7100-LIRE-COMMISSION.

           MOVE 3 TO CA-COMMISSION
           MOVE 'CHGCOMM' TO WS-CLE-PARAM
           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PARAM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR < 100000
               MOVE PRM-VALEUR TO CA-COMMISSION
           END-IF.

      *─── Stock de la devise pour mise a jour ; un achat du client
      *    ne peut exceder le stock, une vente cree la ligne ─────────
       7300-LIRE-STOCK-MAJ.

           MOVE CA-AGENCE TO DVS-AGENCE
           MOVE CA-DEVISE TO DVS-DEVISE
           EXEC CICS
               READ FILE('DEVSTK')
                    INTO(DEVSTK-REC)
                    RIDFLD(DVS-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 1 TO WS-MAJ-ENGAGEE
                   MOVE 0 TO WS-STOCK-NOUVEAU
               WHEN DFHRESP(NOTFND)
                   MOVE 1 TO WS-STOCK-NOUVEAU
                   MOVE SPACES    TO DEVSTK-REC
                   MOVE CA-AGENCE TO DVS-AGENCE
                   MOVE CA-DEVISE TO DVS-DEVISE
                   MOVE 0 TO DVS-QUANTITE
                   MOVE 0 TO DVS-ECART-INVENT
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture du stock de billets'
                       TO CA-MESSAGE
                   GO TO 7300-EXIT
           END-EVALUATE
           IF CA-ACHAT AND CA-MONTANT-DEV > DVS-QUANTITE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Stock de billets de l agence insuffisant'
                   TO CA-MESSAGE
           END-IF.

       7300-EXIT.
           EXIT.

      *─── Numero du bordereau (compteur cree a la premiere operation)
       7400-ALLOUER-NUMERO.

           EXEC CICS
               READ FILE('REFNUM')
                    INTO(WS-REFNUM-REC)
                    RIDFLD(WS-CLE-REFNUM)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       REWRITE FILE('REFNUM')
                               FROM(WS-REFNUM-REC)
                               RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE WS-CLE-REFNUM TO RNM-CLE
                   MOVE 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       WRITE FILE('REFNUM')
                             FROM(WS-REFNUM-REC)
                             RIDFLD(RNM-CLE)
                             RESP(WS-RESP)
                   END-EXEC
           END-EVALUATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Compteur des bordereaux de change indisponible'
                   TO CA-MESSAGE
           ELSE
               MOVE 1 TO WS-MAJ-ENGAGEE
               MOVE RNM-DERNIERE-REF TO CA-NUMERO
           END-IF.

      *─── Reglement en compte : le client achete, son compte est
      *    debite ; il vend, il est credite. Pas d'especes en caisse
      *    (MVTTRT hors caisse) ─────────────────────────────────────
       7500-REGLER-COMPTE.

           INITIALIZE WS-MVT-COMMAREA
           IF CA-ACHAT
               MOVE 'R' TO MVT-ACTION
           ELSE
               MOVE 'D' TO MVT-ACTION
           END-IF
           MOVE CA-NUM-COMPTE  TO MVT-NUM-COMPTE
           MOVE CA-MONTANT-EUR TO MVT-MONTANT
           MOVE SEC-USER       TO MVT-GUICHETIER
           MOVE 0              TO MVT-PROCURATION
           MOVE 'O'            TO MVT-HORS-CAISSE
           IF CA-REPRESENTANT NUMERIC
               MOVE CA-REPRESENTANT TO MVT-REPRESENTANT
           ELSE
               MOVE 0               TO MVT-REPRESENTANT
           END-IF
           IF CA-REPR-LEGAL = 'O'
               MOVE 'O'             TO MVT-REPR-LEGAL
           ELSE
               MOVE 'N'             TO MVT-REPR-LEGAL
           END-IF
           EXEC CICS
               LINK PROGRAM('MVTTRT')
                    COMMAREA(WS-MVT-COMMAREA)
           END-EXEC
           IF MVT-CODE-RETOUR NOT = 00
               MOVE MVT-CODE-RETOUR TO CA-CODE-RETOUR
               MOVE MVT-MESSAGE     TO CA-MESSAGE
           ELSE
               MOVE MVT-NOUVEAU-SOLDE TO CA-NOUVEAU-SOLDE
           END-IF.

      *─── Reglement en especes : euros recus ('A') ou verses ('V')
      *    par la caisse du jour du guichetier ──────────────────────
       7600-REGLER-CAISSE.

           MOVE SEC-USER TO CAI-GUICHETIER
           MOVE EIBDATE  TO CAI-DATE
           EXEC CICS
               READ FILE('CAISSE')
                    INTO(CAISSE-REC)
                    RIDFLD(CAI-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture de la caisse' TO CA-MESSAGE
               GO TO 7600-EXIT
           END-IF
           IF NOT CAI-OUVERTE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Caisse du guichetier deja arretee' TO CA-MESSAGE
               GO TO 7600-EXIT
           END-IF

           IF CA-ACHAT
               ADD CA-MONTANT-EUR TO CAI-ENTREES
           ELSE
               ADD CA-MONTANT-EUR TO CAI-SORTIES
           END-IF
           EXEC CICS
               REWRITE FILE('CAISSE')
                       FROM(CAISSE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour de la caisse' TO CA-MESSAGE
           END-IF.

       7600-EXIT.
           EXIT.

      *─── Ecriture ou reecriture de la ligne de stock ────────────────
       7700-ECRIRE-STOCK.

           MOVE WS-DATE-JOUR TO DVS-DATE-MAJ
           MOVE SEC-USER     TO DVS-AGENT-MAJ
           IF WS-STOCK-NOUVEAU = 1
               EXEC CICS
                   WRITE FILE('DEVSTK')
                         FROM(DEVSTK-REC)
                         RIDFLD(DVS-CLE)
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('DEVSTK')
                           FROM(DEVSTK-REC)
                           RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour du stock de billets'
                   TO CA-MESSAGE
           ELSE
               MOVE 1 TO WS-MAJ-ENGAGEE
           END-IF.

      *─── Incident apres verrouillage ou mise a jour : tout defaire ───
       8000-ANNULER.

           IF WS-MAJ-ENGAGEE = 1
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

      ******************************************************************
      * 8200-JOURNALISER : operation, marge et reglement dans CHGJRN.
      * Une operation non tracee est defaite.
      ******************************************************************
       8200-JOURNALISER.

           MOVE SPACES            TO CHGJRN-REC
           MOVE WS-DATE-JOUR      TO CHJ-DATE
           MOVE EIBTIME           TO CHJ-HEURE
           MOVE EIBTASKN          TO CHJ-TACHE
           MOVE RNM-DERNIERE-REF  TO CHJ-NUMERO
           MOVE CA-AGENCE         TO CHJ-AGENCE
           MOVE SEC-USER          TO CHJ-GUICHETIER
           MOVE CA-SENS           TO CHJ-SENS
           MOVE CA-DEVISE         TO CHJ-DEVISE
           MOVE CA-MONTANT-DEV    TO CHJ-MONTANT-DEV
           MOVE CA-TAUX-JOUR      TO CHJ-TAUX-JOUR
           MOVE CA-TAUX-APPLIQUE  TO CHJ-TAUX-APPLIQUE
           MOVE CA-CONTREVALEUR   TO CHJ-CONTREVALEUR
           MOVE CA-COMMISSION     TO CHJ-COMMISSION
           MOVE CA-MARGE          TO CHJ-MARGE
           MOVE CA-MONTANT-EUR    TO CHJ-MONTANT-EUR
           MOVE CA-REGLEMENT      TO CHJ-REGLEMENT
           IF CA-PAR-COMPTE
               MOVE CA-NUM-COMPTE TO CHJ-COMPTE
           END-IF

           EXEC CICS
               WRITE FILE('CHGJRN')
                     FROM(CHGJRN-REC)
                     RIDFLD(CHJ-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Change non journalise - operation annulee'
                   TO CA-MESSAGE
               PERFORM 8000-ANNULER
           END-IF.

       8200-EXIT.
           EXIT.

      ******************************************************************
      * 8500-IMPRIMER-BORDEREAU : le bordereau part dans la file TD
      * CHGQ, branchee sur l'imprimante du guichet
      ******************************************************************
       8500-IMPRIMER-BORDEREAU.

           MOVE WS-BDX-SEP TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE
           MOVE WS-BDX-TITRE TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE
           MOVE WS-BDX-SEP TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE

           MOVE RNM-DERNIERE-REF TO WS-BDX-NUMERO
           MOVE WS-DATE-JOUR     TO WS-BDX-DATE
           MOVE CA-AGENCE        TO WS-BDX-AGENCE
           MOVE WS-BDX-ENTETE TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE

           IF CA-ACHAT
               MOVE 'ACHAT DE DEVISES PAR LE CLIENT'
                   TO WS-BDX-LIB-OPER
           ELSE
               MOVE 'VENTE DE DEVISES PAR LE CLIENT'
                   TO WS-BDX-LIB-OPER
           END-IF
           MOVE WS-BDX-OPERATION TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE

           MOVE CA-DEVISE      TO WS-BDX-CODE-DEV
           MOVE CA-LIBELLE-DEV TO WS-BDX-LIB-DEV
           MOVE CA-MONTANT-DEV TO WS-BDX-MONTANT-DEV
           MOVE WS-BDX-DEVISE TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE

           MOVE CA-TAUX-APPLIQUE TO WS-BDX-TAUX-APP
           MOVE CA-TAUX-JOUR     TO WS-BDX-TAUX-JOUR
           MOVE WS-BDX-COURS TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE

           MOVE 'CONTRE-VALEUR' TO WS-BDX-LIBELLE
           MOVE CA-CONTREVALEUR TO WS-BDX-VALEUR
           MOVE WS-BDX-MONTANT TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE
           MOVE 'COMMISSION' TO WS-BDX-LIBELLE
           MOVE CA-COMMISSION TO WS-BDX-VALEUR
           MOVE WS-BDX-MONTANT TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE
           IF CA-ACHAT
               MOVE 'NET PAYE PAR LE CLIENT' TO WS-BDX-LIBELLE
           ELSE
               MOVE 'NET VERSE AU CLIENT' TO WS-BDX-LIBELLE
           END-IF
           MOVE CA-MONTANT-EUR TO WS-BDX-VALEUR
           MOVE WS-BDX-MONTANT TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE

           IF CA-PAR-COMPTE
               MOVE 'COMPTE' TO WS-BDX-LIB-REGL
               MOVE CA-NUM-COMPTE TO WS-BDX-COMPTE
           ELSE
               MOVE 'ESPECES' TO WS-BDX-LIB-REGL
               MOVE SPACES TO WS-BDX-COMPTE
           END-IF
           MOVE WS-BDX-REGLEMENT TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE

           MOVE SEC-USER TO WS-BDX-GUICHETIER
           MOVE WS-BDX-AGENT TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE
           MOVE WS-BDX-SEP TO WS-LIGNE-BDX
           PERFORM 8600-ECRIRE-LIGNE.

       8600-ECRIRE-LIGNE.

           EXEC CICS
               WRITEQ TD QUEUE('CHGQ')
                      FROM(WS-LIGNE-BDX)
                      LENGTH(LENGTH OF WS-LIGNE-BDX)
                      RESP(WS-RESP)
           END-EXEC.
