      ******************************************************************
      * Programme : SAITRT - Saisies et ATD (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Tenir le registre des saisies et avis a tiers
      *             detenteur d'un client et bloquer les fonds saisis
      *
      * Description :
      * - Action 'E' : enregistrement d'un acte recu - client
      *   existant, nature ('H' huissier, 'A' ATD), emetteur,
      *   reference, IBAN du creancier, somme reclamee et date de
      *   signification AAAAMMJJ non future ; un acte deja actif de
      *   meme emetteur et reference est refuse (code 23).
      *   Echeance = signification + delai legal (PARAMS SAIDELAI,
      *   30 jours par defaut)
      * - Action 'C' : consultation - les saisies du client dans
      *   l'ordre de leur rang (six premieres) et, si un numero est
      *   donne, le detail de cette saisie
      * - Action 'L' : lettre de mainlevee (reference obligatoire) -
      *   totale (montant a zero : blocages de la saisie leves) ou
      *   partielle (somme reclamee ramenee au montant saisi)
      * - Apres chaque enregistrement et chaque mainlevee, la part
      *   saisissable du client est reaffectee (5000-REPARTIR) :
      *     . par compte, solde crediteur diminue des blocages
      *       actifs autres que les saisies
      *     . le solde bancaire insaisissable (PARAMS SAIMINI) est
      *       laisse disponible une fois pour le client, sur ses
      *       premiers comptes
      *     . le reste est affecte aux saisies actives par date de
      *       signification croissante (a date egale, par numero),
      *       chacune jusqu'a sa somme reclamee ; chaque part est un
      *       blocage 'SAI' sans echeance, ajuste s'il existe deja
      * - Le paiement au creancier a l'echeance est fait la nuit
      *   par SAIBAT
      * - Consultation : tout profil signe (SECTRT 'C') ;
      *   enregistrement : guichetiers signes (SECTRT 'M') ;
      *   mainlevee : superviseurs (SECTRT 'X')
      * - Chaque mise a jour est journalisee avant/apres dans
      *   IMGJRN (meme convention que CPTEDAO) ; un incident apres
      *   la premiere mise a jour annule l'ensemble (SYNCPOINT
      *   ROLLBACK, cf. SUCTRT)
      *
      * Appel : Via LINK depuis SAIPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAITRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SAISIE.
           COPY COMPTE.
           COPY CLIENT.
           COPY BLOCAGE.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-RESP-REF             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
      *─── 1 des qu'une mise a jour est posee : un incident ensuite
      *    defait toute l'unite logique ───────────────────────────────
       01  WS-MAJ-ENGAGEE          PIC 9(1) VALUE 0.
       01  WS-FIN-BROWSE           PIC 9 VALUE 0.
       01  WS-TROUVE               PIC 9 VALUE 0.

      *─── Compteur REFNUM des numeros de blocage ──────────────────────
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).
       01  WS-CLE-RNM-BLOCAGE      PIC X(8) VALUE 'BLOCAGE'.

      *─── Delai legal et solde insaisissable, lus au fichier PARAMS ──
       01  WS-PARAM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).
       01  WS-CLE-PARAM            PIC X(8).
       01  WS-DELAI-LEGAL          PIC 9(3) VALUE 30.
       01  WS-MINIMUM-LEGAL        PIC 9(7)V99 VALUE 635.71.

      *─── Dates de l'acte ────────────────────────────────────────────
       01  WS-DATE-SIGNIF-N        PIC 9(8) VALUE 0.
       01  WS-DATE-ECHEANCE-N      PIC 9(8) VALUE 0.

      *─── Comptes du client et part disponible de chacun ─────────────
       01  WS-NB-CPT               PIC 9(3) VALUE 0.
       01  WS-IX                   PIC 9(3) VALUE 0.
       01  WS-JX                   PIC 9(3) VALUE 0.
       01  WS-KX                   PIC 9(3) VALUE 0.
       01  WS-TAB-COMPTES.
           05  WS-TCP OCCURS 20 TIMES.
               10  WS-TCP-NUM      PIC X(11).
               10  WS-TCP-DISPO    PIC S9(9)V99.
       01  WS-RESTE-MINIMUM        PIC 9(7)V99 VALUE 0.

      *─── Saisies du client, dans l'ordre de leur rang ───────────────
       01  WS-ACTIVES-SEULEMENT    PIC 9 VALUE 0.
       01  WS-NB-SAI               PIC 9(3) VALUE 0.
       01  WS-TAB-SAISIES.
           05  WS-TSA OCCURS 20 TIMES.
               10  WS-TSA-NUMERO   PIC 9(3).
               10  WS-TSA-DATE     PIC X(8).
               10  WS-TSA-EMETTEUR PIC X(25).
               10  WS-TSA-RECLAME  PIC 9(9)V99.
               10  WS-TSA-BLOQUE   PIC 9(9)V99.
               10  WS-TSA-STATUT   PIC X(1).
       01  WS-TSA-NOUVELLE.
           05  WS-NSA-NUMERO       PIC 9(3).
           05  WS-NSA-DATE         PIC X(8).
           05  WS-NSA-EMETTEUR     PIC X(25).
           05  WS-NSA-RECLAME      PIC 9(9)V99.
           05  WS-NSA-BLOQUE       PIC 9(9)V99.
           05  WS-NSA-STATUT       PIC X(1).
       01  WS-RANG                 PIC 9(3) VALUE 0.

      *─── Comptes deja bloques pour la saisie en cours d'affectation ─
       01  WS-NB-LIG               PIC 9(2) VALUE 0.
       01  WS-LX                   PIC 9(2) VALUE 0.
       01  WS-TAB-LIGNES.
           05  WS-TLG OCCURS 20 TIMES.
               10  WS-TLG-COMPTE   PIC X(11).
               10  WS-TLG-BLOCAGE  PIC 9(8).
               10  WS-TLG-MONTANT  PIC 9(7)V99.
       01  WS-A-AFFECTER           PIC 9(9)V99 VALUE 0.
       01  WS-PART                 PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-BLOQUE         PIC 9(9)V99 VALUE 0.
       01  WS-PLAFOND-BLOCAGE      PIC 9(7)V99 VALUE 9999999.99.

       01  WS-NUMERO               PIC 9(3) VALUE 0.
       01  WS-NUMERO-ED            PIC 9(3).
       01  WS-RANG-ED              PIC Z9.
       01  WS-MONTANT-ED           PIC Z(8)9.99.

       01  WS-CLE-SAISIE.
           05  WS-CLE-SAI-CLIENT   PIC X(6).
           05  WS-CLE-SAI-NUMERO   PIC 9(3).
           05  WS-CLE-SAI-LIGNE    PIC 9(2).
       01  WS-CLE-BLOCAGE.
           05  WS-CLE-BLQ-COMPTE   PIC X(11).
           05  WS-CLE-BLQ-NUMERO   PIC 9(8).

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

       01  WS-DAO-COMMAREA.
           05  DAO-ACTION          PIC X(4).
           05  DAO-FICHIER         PIC X(8).
           05  DAO-CLE             PIC X(11).
           05  DAO-CLIENT          PIC X(6).
           05  DAO-RESP            PIC 9(4).
           05  DAO-DATA            PIC X(100).

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-ENREGISTRER  VALUE 'E'.
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-LEVER        VALUE 'L'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
           05  CA-NOM              PIC X(25).
           05  CA-NUMERO           PIC 9(3).
           05  CA-NATURE           PIC X(1).
           05  CA-EMETTEUR         PIC X(25).
      *─── Reference de l'acte ('E') ou de la lettre de mainlevee
      *    ('L') ─────────────────────────────────────────────────────
           05  CA-REFERENCE        PIC X(15).
           05  CA-IBAN             PIC X(27).
      *─── Somme reclamee ('E') ; nouvelle somme reclamee d'une
      *    mainlevee partielle, zero pour une mainlevee totale ('L') ─
           05  CA-MONTANT          PIC 9(9)V99.
           05  CA-DATE-SIGNIF      PIC X(8).
           05  CA-DATE-ECHEANCE    PIC X(8).
           05  CA-STATUT           PIC X(1).
           05  CA-MONTANT-BLOQUE   PIC 9(9)V99.
           05  CA-RANG             PIC 9(2).
           05  CA-NB-SAISIES       PIC 9(2).
           05  CA-SAISIE OCCURS 6 TIMES.
               10  CA-LST-NUMERO   PIC 9(3).
               10  CA-LST-DATE     PIC X(8).
               10  CA-LST-EMETTEUR PIC X(25).
               10  CA-LST-RECLAME  PIC 9(9)V99.
               10  CA-LST-BLOQUE   PIC 9(9)V99.
               10  CA-LST-STATUT   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(552).

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
               WHEN CA-CONSULTER
                   MOVE 'C' TO SEC-FONCTION
               WHEN CA-ENREGISTRER
                   MOVE 'M' TO SEC-FONCTION
               WHEN OTHER
                   MOVE 'X' TO SEC-FONCTION
           END-EVALUATE
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
                       WHEN CA-LEVER
                           PERFORM 3000-LEVER THRU 3000-EXIT
                       WHEN OTHER
                           MOVE 98 TO CA-CODE-RETOUR
                           MOVE 'Action inconnue' TO CA-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-ENREGISTRER : acte recu ; inscription au registre puis
      * reaffectation de la part saisissable du client
      ******************************************************************
       1000-ENREGISTRER.

      *─── Controles de saisie ────────────────────────────────────────
           IF CA-DATE-SIGNIF NUMERIC
               MOVE CA-DATE-SIGNIF TO WS-DATE-SIGNIF-N
           ELSE
               MOVE 0 TO WS-DATE-SIGNIF-N
           END-IF
           EVALUATE TRUE
               WHEN CA-NATURE NOT = 'H' AND CA-NATURE NOT = 'A'
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Nature H (huissier) ou A (avis a tiers)'
                       TO CA-MESSAGE
               WHEN CA-EMETTEUR = SPACES OR CA-EMETTEUR = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Emetteur de l acte obligatoire' TO CA-MESSAGE
               WHEN CA-REFERENCE = SPACES OR CA-REFERENCE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Reference de l acte obligatoire' TO CA-MESSAGE
               WHEN CA-IBAN = SPACES OR CA-IBAN = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'IBAN du creancier obligatoire' TO CA-MESSAGE
               WHEN CA-MONTANT NOT NUMERIC
                    OR CA-MONTANT = 0
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Somme reclamee obligatoire' TO CA-MESSAGE
               WHEN WS-DATE-SIGNIF-N < 19000101
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date de signification invalide (AAAAMMJJ)'
                       TO CA-MESSAGE
               WHEN FUNCTION INTEGER-OF-DATE(WS-DATE-SIGNIF-N) = 0
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date de signification invalide (AAAAMMJJ)'
                       TO CA-MESSAGE
               WHEN CA-DATE-SIGNIF > WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date de signification posterieure a ce jour'
                       TO CA-MESSAGE
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

      *─── Numero suivant ; un acte deja actif n'est pas repris ───────
           PERFORM 1100-NUMEROTER THRU 1100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

      *─── Echeance = signification + delai legal ─────────────────────
           MOVE 'SAIDELAI' TO WS-CLE-PARAM
           PERFORM 7000-LIRE-PARAMETRE
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR > 0
               MOVE PRM-VALEUR TO WS-DELAI-LEGAL
           END-IF
           COMPUTE WS-DATE-ECHEANCE-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-SIGNIF-N)
               + WS-DELAI-LEGAL)

           MOVE SPACES          TO SAISIE-REC
           MOVE CA-CLIENT       TO SAI-CLIENT
           MOVE WS-NUMERO       TO SAI-NUMERO
           MOVE 0               TO SAI-LIGNE
           SET SAI-ACTE         TO TRUE
           MOVE CA-NATURE       TO SAI-NATURE
           MOVE CA-EMETTEUR     TO SAI-EMETTEUR
           MOVE CA-REFERENCE    TO SAI-REFERENCE
           MOVE CA-IBAN         TO SAI-IBAN-CREANCIER
           MOVE CA-MONTANT      TO SAI-MONTANT-RECLAME
           MOVE CA-DATE-SIGNIF  TO SAI-DATE-SIGNIF
           MOVE WS-DATE-ECHEANCE-N TO SAI-DATE-ECHEANCE
           SET SAI-ACTIVE       TO TRUE
           MOVE 0               TO SAI-MONTANT-BLOQUE
           MOVE 0               TO SAI-NB-COMPTES
           MOVE WS-DATE-JOUR    TO SAI-DATE-RECEPTION
           MOVE SEC-USER        TO SAI-AGENT-RECEPTION
           MOVE 0               TO SAI-MONTANT-PAYE
           PERFORM 8200-ECRIRE-SAISIE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

           PERFORM 5000-REPARTIR THRU 5000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 1000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

      *─── Rang et part bloquee de la nouvelle saisie ─────────────────
           MOVE WS-NUMERO          TO CA-NUMERO
           MOVE WS-DATE-ECHEANCE-N TO CA-DATE-ECHEANCE
           MOVE 'A'                TO CA-STATUT
           MOVE 0 TO CA-MONTANT-BLOQUE
           MOVE 0 TO CA-RANG
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-NB-SAI
               IF WS-TSA-NUMERO(WS-KX) = WS-NUMERO
                   MOVE WS-KX                TO CA-RANG
                   MOVE WS-TSA-BLOQUE(WS-KX) TO CA-MONTANT-BLOQUE
               END-IF
           END-PERFORM
           MOVE WS-NUMERO         TO WS-NUMERO-ED
           MOVE CA-RANG           TO WS-RANG-ED
           MOVE CA-MONTANT-BLOQUE TO WS-MONTANT-ED
           MOVE SPACES TO CA-MESSAGE
           STRING 'Saisie ' WS-NUMERO-ED ' rang ' WS-RANG-ED
                  ' bloque ' WS-MONTANT-ED
               DELIMITED BY SIZE INTO CA-MESSAGE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-NUMEROTER : parcours des actes du client ; numero = plus
      * grand numero + 1 ; refus d'un acte actif deja enregistre
      * (meme emetteur, meme reference)
      ******************************************************************
       1100-NUMEROTER.

           MOVE 0 TO WS-NUMERO
           MOVE CA-CLIENT TO WS-CLE-SAI-CLIENT
           MOVE 0         TO WS-CLE-SAI-NUMERO
           MOVE 0         TO WS-CLE-SAI-LIGNE
           EXEC CICS
               STARTBR FILE('SAISIE')
                       RIDFLD(WS-CLE-SAISIE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1100-SUITE
           END-IF

           MOVE 0 TO WS-FIN-BROWSE
           PERFORM UNTIL WS-FIN-BROWSE = 1
               EXEC CICS
                   READNEXT FILE('SAISIE')
                            INTO(SAISIE-REC)
                            RIDFLD(WS-CLE-SAISIE)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR SAI-CLIENT NOT = CA-CLIENT
                   MOVE 1 TO WS-FIN-BROWSE
               ELSE
                   IF SAI-LIGNE = 0
                       MOVE SAI-NUMERO TO WS-NUMERO
                       IF SAI-ACTIVE
                           AND SAI-EMETTEUR = CA-EMETTEUR
                           AND SAI-REFERENCE = CA-REFERENCE
                           MOVE 23 TO CA-CODE-RETOUR
                           MOVE 'Acte deja enregistre pour ce client'
                               TO CA-MESSAGE
                           MOVE 1 TO WS-FIN-BROWSE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS
               ENDBR FILE('SAISIE')
           END-EXEC.

       1100-SUITE.
           IF CA-CODE-RETOUR = 00
               IF WS-NUMERO >= 999
                   MOVE 24 TO CA-CODE-RETOUR
                   MOVE 'Registre des saisies du client plein'
                       TO CA-MESSAGE
               ELSE
                   ADD 1 TO WS-NUMERO
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONSULTER : saisies du client dans l'ordre de leur rang
      * (six premieres) et detail de la saisie CA-NUMERO s'il y en a
      * une
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

           MOVE 0 TO WS-ACTIVES-SEULEMENT
           PERFORM 5400-CHARGER-SAISIES THRU 5400-EXIT
           IF WS-NB-SAI = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucune saisie pour ce client' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE WS-NB-SAI TO CA-NB-SAISIES
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-NB-SAI OR WS-KX > 6
               MOVE WS-TSA-NUMERO(WS-KX)   TO CA-LST-NUMERO(WS-KX)
               MOVE WS-TSA-DATE(WS-KX)     TO CA-LST-DATE(WS-KX)
               MOVE WS-TSA-EMETTEUR(WS-KX) TO CA-LST-EMETTEUR(WS-KX)
               MOVE WS-TSA-RECLAME(WS-KX)  TO CA-LST-RECLAME(WS-KX)
               MOVE WS-TSA-BLOQUE(WS-KX)   TO CA-LST-BLOQUE(WS-KX)
               MOVE WS-TSA-STATUT(WS-KX)   TO CA-LST-STATUT(WS-KX)
           END-PERFORM

           IF CA-NUMERO NOT NUMERIC OR CA-NUMERO = 0
               MOVE 'Saisies du client par rang' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           PERFORM 8100-LIRE-ACTE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF
           MOVE SAI-NATURE          TO CA-NATURE
           MOVE SAI-EMETTEUR        TO CA-EMETTEUR
           MOVE SAI-REFERENCE       TO CA-REFERENCE
           MOVE SAI-IBAN-CREANCIER  TO CA-IBAN
           MOVE SAI-MONTANT-RECLAME TO CA-MONTANT
           MOVE SAI-DATE-SIGNIF     TO CA-DATE-SIGNIF
           MOVE SAI-DATE-ECHEANCE   TO CA-DATE-ECHEANCE
           MOVE SAI-STATUT          TO CA-STATUT
           MOVE SAI-MONTANT-BLOQUE  TO CA-MONTANT-BLOQUE

      *─── Rang parmi les saisies actives ─────────────────────────────
           MOVE 0 TO CA-RANG
           MOVE 0 TO WS-RANG
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-NB-SAI
               IF WS-TSA-STATUT(WS-KX) = 'A'
                   ADD 1 TO WS-RANG
                   IF WS-TSA-NUMERO(WS-KX) = CA-NUMERO
                       MOVE WS-RANG TO CA-RANG
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO CA-MESSAGE
           EVALUATE TRUE
               WHEN SAI-ACTIVE
                   MOVE CA-RANG TO WS-RANG-ED
                   STRING 'Saisie active, rang ' WS-RANG-ED
                       DELIMITED BY SIZE INTO CA-MESSAGE
               WHEN SAI-PAYEE
                   MOVE SAI-MONTANT-PAYE TO WS-MONTANT-ED
                   STRING 'Payee le ' SAI-DATE-FIN(7:2) '/'
                          SAI-DATE-FIN(5:2) '/' SAI-DATE-FIN(1:4)
                          ' : ' WS-MONTANT-ED
                       DELIMITED BY SIZE INTO CA-MESSAGE
               WHEN OTHER
                   STRING 'Mainlevee le ' SAI-DATE-FIN(7:2) '/'
                          SAI-DATE-FIN(5:2) '/' SAI-DATE-FIN(1:4)
                          ' ' SAI-REF-MAINLEVEE
                       DELIMITED BY SIZE INTO CA-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LEVER : lettre de mainlevee ; totale, les blocages de la
      * saisie sont leves ; partielle, la somme reclamee est reduite.
      * La part saisissable est ensuite reaffectee aux saisies
      * restees actives
      ******************************************************************
       3000-LEVER.

           IF CA-REFERENCE = SPACES OR CA-REFERENCE = LOW-VALUES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Reference de la lettre de mainlevee obligatoire'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF CA-MONTANT NOT NUMERIC
               MOVE 0 TO CA-MONTANT
           END-IF

           PERFORM 8100-LIRE-ACTE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF
           IF NOT SAI-ACTIVE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Saisie deja payee ou levee' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF CA-MONTANT >= SAI-MONTANT-RECLAME
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Mainlevee partielle : montant sous la somme due'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

      *─── Mainlevee totale : blocages de la saisie leves ─────────────
           IF CA-MONTANT = 0
               MOVE SAI-NB-COMPTES TO WS-NB-LIG
               PERFORM 3100-LEVER-BLOCAGE THRU 3100-EXIT
                   VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-NB-LIG OR CA-CODE-RETOUR NOT = 00
               IF CA-CODE-RETOUR NOT = 00
                   PERFORM 8000-ANNULER
                   GO TO 3000-EXIT
               END-IF
           END-IF

           MOVE CA-CLIENT TO WS-CLE-SAI-CLIENT
           MOVE CA-NUMERO TO WS-CLE-SAI-NUMERO
           MOVE 0         TO WS-CLE-SAI-LIGNE
           PERFORM 8300-LIRE-SAISIE-MAJ
           IF CA-CODE-RETOUR = 00
               MOVE CA-REFERENCE TO SAI-REF-MAINLEVEE
               IF CA-MONTANT = 0
                   SET SAI-LEVEE     TO TRUE
                   MOVE 0            TO SAI-MONTANT-BLOQUE
                   MOVE WS-DATE-JOUR TO SAI-DATE-FIN
                   MOVE SEC-USER     TO SAI-AGENT-FIN
               ELSE
                   MOVE CA-MONTANT TO SAI-MONTANT-RECLAME
               END-IF
               PERFORM 8400-REECRIRE-SAISIE
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           PERFORM 5000-REPARTIR THRU 5000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           IF CA-MONTANT = 0
               MOVE 'L' TO CA-STATUT
               MOVE 0   TO CA-MONTANT-BLOQUE
               MOVE 'Mainlevee totale enregistree, fonds liberes'
                   TO CA-MESSAGE
           ELSE
               MOVE 'A' TO CA-STATUT
               PERFORM VARYING WS-KX FROM 1 BY 1
                       UNTIL WS-KX > WS-NB-SAI
                   IF WS-TSA-NUMERO(WS-KX) = CA-NUMERO
                       MOVE WS-TSA-BLOQUE(WS-KX) TO CA-MONTANT-BLOQUE
                   END-IF
               END-PERFORM
               MOVE 'Mainlevee partielle enregistree' TO CA-MESSAGE
           END-IF.

       3000-EXIT.
           EXIT.

      *─── Blocage du compte WS-LX de la saisie CA-NUMERO leve ────────
       3100-LEVER-BLOCAGE.

           MOVE CA-CLIENT TO WS-CLE-SAI-CLIENT
           MOVE CA-NUMERO TO WS-CLE-SAI-NUMERO
           MOVE WS-LX     TO WS-CLE-SAI-LIGNE
           EXEC CICS
               READ FILE('SAISIE')
                    INTO(SAISIE-REC)
                    RIDFLD(WS-CLE-SAISIE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3100-EXIT
           END-IF

           MOVE SAI-CPT-NUM     TO WS-CLE-BLQ-COMPTE
           MOVE SAI-CPT-BLOCAGE TO WS-CLE-BLQ-NUMERO
           EXEC CICS
               READ FILE('BLOCAGE')
                    INTO(BLOCAGE-REC)
                    RIDFLD(WS-CLE-BLOCAGE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3100-EXIT
           END-IF
           IF NOT BLQ-ACTIF
               EXEC CICS
                   UNLOCK FILE('BLOCAGE')
               END-EXEC
               GO TO 3100-EXIT
           END-IF

           MOVE BLOCAGE-REC  TO IMG-AVANT
           SET BLQ-LEVE      TO TRUE
           MOVE WS-DATE-JOUR TO BLQ-DATE-LEVEE
           MOVE SEC-USER     TO BLQ-AGENT-LEVEE
           EXEC CICS
               REWRITE FILE('BLOCAGE')
                       FROM(BLOCAGE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur levee du blocage saisie' TO CA-MESSAGE
               GO TO 3100-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE
           MOVE 'R'         TO IMG-TYPE
           MOVE BLOCAGE-REC TO IMG-APRES
           MOVE 'BLOCAGE'   TO WS-IMG-FICHIER
           MOVE BLQ-CLE     TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPARTIR : part saisissable des comptes du client
      * reaffectee aux saisies actives par rang (cf. en-tete)
      ******************************************************************
       5000-REPARTIR.

           PERFORM 5100-CHARGER-COMPTES THRU 5100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5000-EXIT
           END-IF

           PERFORM 5200-CALCULER-DISPONIBLE THRU 5200-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NB-CPT OR CA-CODE-RETOUR NOT = 00
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5000-EXIT
           END-IF

      *─── Solde insaisissable laisse une fois, premiers comptes ──────
           MOVE 'SAIMINI' TO WS-CLE-PARAM
           PERFORM 7000-LIRE-PARAMETRE
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               MOVE PRM-VALEUR TO WS-MINIMUM-LEGAL
           END-IF
           MOVE WS-MINIMUM-LEGAL TO WS-RESTE-MINIMUM
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-CPT OR WS-RESTE-MINIMUM = 0
               IF WS-TCP-DISPO(WS-IX) > WS-RESTE-MINIMUM
                   SUBTRACT WS-RESTE-MINIMUM FROM WS-TCP-DISPO(WS-IX)
                   MOVE 0 TO WS-RESTE-MINIMUM
               ELSE
                   SUBTRACT WS-TCP-DISPO(WS-IX) FROM WS-RESTE-MINIMUM
                   MOVE 0 TO WS-TCP-DISPO(WS-IX)
               END-IF
           END-PERFORM

           MOVE 1 TO WS-ACTIVES-SEULEMENT
           PERFORM 5400-CHARGER-SAISIES THRU 5400-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5000-EXIT
           END-IF

           PERFORM 5500-AFFECTER-SAISIE THRU 5500-EXIT
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-NB-SAI OR CA-CODE-RETOUR NOT = 00.

       5000-EXIT.
           EXIT.

      *─── Comptes du client (CPTEDAO FCLI / NCLI, cf. SUCTRT) ────────
       5100-CHARGER-COMPTES.

           MOVE 0 TO WS-NB-CPT
           INITIALIZE WS-DAO-COMMAREA
           MOVE 'FCLI'    TO DAO-ACTION
           MOVE 'COMPTE'  TO DAO-FICHIER
           MOVE CA-CLIENT TO DAO-CLIENT
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC

           PERFORM UNTIL DAO-RESP NOT = 0
               IF WS-NB-CPT >= 20
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Plus de 20 comptes : saisie a traiter au siege'
                       TO CA-MESSAGE
                   GO TO 5100-EXIT
               END-IF
               MOVE DAO-DATA TO COMPTE-REC
               ADD 1 TO WS-NB-CPT
               MOVE CPT-NUM TO WS-TCP-NUM(WS-NB-CPT)
               MOVE 0       TO WS-TCP-DISPO(WS-NB-CPT)
               MOVE 'NCLI'  TO DAO-ACTION
               MOVE CPT-NUM TO DAO-CLE
               EXEC CICS
                   LINK PROGRAM('CPTEDAO')
                        COMMAREA(WS-DAO-COMMAREA)
               END-EXEC
           END-PERFORM.

       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-CALCULER-DISPONIBLE : solde crediteur du compte WS-IX
      * diminue de ses blocages actifs non echus autres que les
      * saisies (celles-ci sont toutes reaffectees)
      ******************************************************************
       5200-CALCULER-DISPONIBLE.

           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(WS-TCP-NUM(WS-IX))
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture compte' TO CA-MESSAGE
               GO TO 5200-EXIT
           END-IF
           IF CPT-SOLDE > 0
               MOVE CPT-SOLDE TO WS-TCP-DISPO(WS-IX)
           ELSE
               MOVE 0 TO WS-TCP-DISPO(WS-IX)
               GO TO 5200-EXIT
           END-IF

           MOVE WS-TCP-NUM(WS-IX) TO WS-CLE-BLQ-COMPTE
           MOVE 0                 TO WS-CLE-BLQ-NUMERO
           EXEC CICS
               STARTBR FILE('BLOCAGE')
                       RIDFLD(WS-CLE-BLOCAGE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5200-EXIT
           END-IF

           MOVE 0 TO WS-FIN-BROWSE
           PERFORM UNTIL WS-FIN-BROWSE = 1
               EXEC CICS
                   READNEXT FILE('BLOCAGE')
                            INTO(BLOCAGE-REC)
                            RIDFLD(WS-CLE-BLOCAGE)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR BLQ-COMPTE NOT = WS-TCP-NUM(WS-IX)
                   MOVE 1 TO WS-FIN-BROWSE
               ELSE
                   IF BLQ-ACTIF
                       AND BLQ-DATE-FIN >= WS-DATE-JOUR
                       AND NOT BLQ-SAISIE
                       SUBTRACT BLQ-MONTANT FROM WS-TCP-DISPO(WS-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS
               ENDBR FILE('BLOCAGE')
           END-EXEC

           IF WS-TCP-DISPO(WS-IX) < 0
               MOVE 0 TO WS-TCP-DISPO(WS-IX)
           END-IF.

       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5400-CHARGER-SAISIES : actes du client (actifs seulement si
      * WS-ACTIVES-SEULEMENT = 1) ranges par date de signification
      * puis par numero. Au dela de 20 actes, la consultation montre
      * les 20 premiers lus ; la reaffectation est refusee
      ******************************************************************
       5400-CHARGER-SAISIES.

           MOVE 0 TO WS-NB-SAI
           MOVE CA-CLIENT TO WS-CLE-SAI-CLIENT
           MOVE 0         TO WS-CLE-SAI-NUMERO
           MOVE 0         TO WS-CLE-SAI-LIGNE
           EXEC CICS
               STARTBR FILE('SAISIE')
                       RIDFLD(WS-CLE-SAISIE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5400-EXIT
           END-IF

           MOVE 0 TO WS-FIN-BROWSE
           PERFORM UNTIL WS-FIN-BROWSE = 1
               EXEC CICS
                   READNEXT FILE('SAISIE')
                            INTO(SAISIE-REC)
                            RIDFLD(WS-CLE-SAISIE)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR SAI-CLIENT NOT = CA-CLIENT
                   MOVE 1 TO WS-FIN-BROWSE
               ELSE
                   IF SAI-LIGNE = 0
                       AND (SAI-ACTIVE OR WS-ACTIVES-SEULEMENT = 0)
                       PERFORM 5450-RANGER-SAISIE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS
               ENDBR FILE('SAISIE')
           END-EXEC.

       5400-EXIT.
           EXIT.

      *─── Insertion a son rang de l'acte lu (ordre stable) ───────────
       5450-RANGER-SAISIE.

           IF WS-NB-SAI >= 20
               IF WS-ACTIVES-SEULEMENT = 1
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Plus de 20 saisies actives : voir le siege'
                       TO CA-MESSAGE
               END-IF
               MOVE 1 TO WS-FIN-BROWSE
           ELSE
               MOVE SAI-NUMERO          TO WS-NSA-NUMERO
               MOVE SAI-DATE-SIGNIF     TO WS-NSA-DATE
               MOVE SAI-EMETTEUR        TO WS-NSA-EMETTEUR
               MOVE SAI-MONTANT-RECLAME TO WS-NSA-RECLAME
               MOVE SAI-MONTANT-BLOQUE  TO WS-NSA-BLOQUE
               MOVE SAI-STATUT          TO WS-NSA-STATUT
               MOVE WS-NB-SAI TO WS-KX
               PERFORM UNTIL WS-KX = 0
                       OR WS-TSA-DATE(WS-KX) NOT > WS-NSA-DATE
                   MOVE WS-TSA(WS-KX) TO WS-TSA(WS-KX + 1)
                   SUBTRACT 1 FROM WS-KX
               END-PERFORM
               MOVE WS-TSA-NOUVELLE TO WS-TSA(WS-KX + 1)
               ADD 1 TO WS-NB-SAI
           END-IF.

      ******************************************************************
      * 5500-AFFECTER-SAISIE : saisie de rang WS-KX servie sur les
      * parts restantes des comptes, dans l'ordre des comptes
      ******************************************************************
       5500-AFFECTER-SAISIE.

      *─── Comptes deja bloques pour cette saisie ─────────────────────
           MOVE CA-CLIENT             TO WS-CLE-SAI-CLIENT
           MOVE WS-TSA-NUMERO(WS-KX)  TO WS-CLE-SAI-NUMERO
           MOVE 0                     TO WS-CLE-SAI-LIGNE
           EXEC CICS
               READ FILE('SAISIE')
                    INTO(SAISIE-REC)
                    RIDFLD(WS-CLE-SAISIE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture du registre des saisies'
                   TO CA-MESSAGE
               GO TO 5500-EXIT
           END-IF
           MOVE SAI-NB-COMPTES TO WS-NB-LIG
           PERFORM 5510-CHARGER-LIGNE
               VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-NB-LIG

           MOVE WS-TSA-RECLAME(WS-KX) TO WS-A-AFFECTER
           MOVE 0 TO WS-TOTAL-BLOQUE
           PERFORM 5550-AFFECTER-COMPTE THRU 5550-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NB-CPT OR CA-CODE-RETOUR NOT = 00
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5500-EXIT
           END-IF

      *─── Cumul bloque et nombre de comptes de l'acte ────────────────
           MOVE WS-TOTAL-BLOQUE TO WS-TSA-BLOQUE(WS-KX)
           MOVE 0 TO WS-CLE-SAI-LIGNE
           PERFORM 8300-LIRE-SAISIE-MAJ
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5500-EXIT
           END-IF
           IF SAI-MONTANT-BLOQUE = WS-TOTAL-BLOQUE
               AND SAI-NB-COMPTES = WS-NB-LIG
               EXEC CICS
                   UNLOCK FILE('SAISIE')
               END-EXEC
           ELSE
               MOVE WS-TOTAL-BLOQUE TO SAI-MONTANT-BLOQUE
               MOVE WS-NB-LIG       TO SAI-NB-COMPTES
               PERFORM 8400-REECRIRE-SAISIE
           END-IF.

       5500-EXIT.
           EXIT.

       5510-CHARGER-LIGNE.

           MOVE WS-LX TO WS-CLE-SAI-LIGNE
           EXEC CICS
               READ FILE('SAISIE')
                    INTO(SAISIE-REC)
                    RIDFLD(WS-CLE-SAISIE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SAI-CPT-NUM     TO WS-TLG-COMPTE(WS-LX)
               MOVE SAI-CPT-BLOCAGE TO WS-TLG-BLOCAGE(WS-LX)
               MOVE SAI-CPT-MONTANT TO WS-TLG-MONTANT(WS-LX)
           ELSE
               MOVE SPACES TO WS-TLG-COMPTE(WS-LX)
               MOVE 0      TO WS-TLG-BLOCAGE(WS-LX)
               MOVE 0      TO WS-TLG-MONTANT(WS-LX)
           END-IF.

      ******************************************************************
      * 5550-AFFECTER-COMPTE : part du compte WS-IX pour la saisie
      * WS-KX ; le blocage existant est ajuste, sinon un blocage
      * est pose s'il y a quelque chose a bloquer
      ******************************************************************
       5550-AFFECTER-COMPTE.

           MOVE WS-A-AFFECTER TO WS-PART
           IF WS-A-AFFECTER > WS-PLAFOND-BLOCAGE
               MOVE WS-PLAFOND-BLOCAGE TO WS-PART
           END-IF
           IF WS-TCP-DISPO(WS-IX) < WS-PART
               MOVE WS-TCP-DISPO(WS-IX) TO WS-PART
           END-IF
           SUBTRACT WS-PART FROM WS-TCP-DISPO(WS-IX)
           SUBTRACT WS-PART FROM WS-A-AFFECTER
           ADD WS-PART TO WS-TOTAL-BLOQUE

           MOVE 0 TO WS-JX
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-NB-LIG OR WS-JX > 0
               IF WS-TLG-COMPTE(WS-LX) = WS-TCP-NUM(WS-IX)
                   MOVE WS-LX TO WS-JX
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-JX > 0
                   IF WS-TLG-MONTANT(WS-JX) NOT = WS-PART
                       MOVE WS-JX TO WS-LX
                       PERFORM 5600-AJUSTER-BLOCAGE THRU 5600-EXIT
                   END-IF
               WHEN WS-PART > 0
                   PERFORM 5700-POSER-BLOCAGE THRU 5700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5550-EXIT.
           EXIT.

      *─── Blocage de la ligne WS-LX ramene a la nouvelle part ────────
       5600-AJUSTER-BLOCAGE.

           MOVE WS-TLG-COMPTE(WS-LX)  TO WS-CLE-BLQ-COMPTE
           MOVE WS-TLG-BLOCAGE(WS-LX) TO WS-CLE-BLQ-NUMERO
           EXEC CICS
               READ FILE('BLOCAGE')
                    INTO(BLOCAGE-REC)
                    RIDFLD(WS-CLE-BLOCAGE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE BLOCAGE-REC TO IMG-AVANT
               MOVE WS-PART     TO BLQ-MONTANT
               EXEC CICS
                   REWRITE FILE('BLOCAGE')
                           FROM(BLOCAGE-REC)
                           RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour du blocage saisie'
                   TO CA-MESSAGE
               GO TO 5600-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE
           MOVE 'R'         TO IMG-TYPE
           MOVE BLOCAGE-REC TO IMG-APRES
           MOVE 'BLOCAGE'   TO WS-IMG-FICHIER
           MOVE BLQ-CLE     TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           MOVE WS-LX TO WS-CLE-SAI-LIGNE
           PERFORM 8300-LIRE-SAISIE-MAJ
           IF CA-CODE-RETOUR = 00
               MOVE WS-PART TO SAI-CPT-MONTANT
               PERFORM 8400-REECRIRE-SAISIE
           END-IF
           MOVE WS-PART TO WS-TLG-MONTANT(WS-LX).

       5600-EXIT.
           EXIT.

      *─── Nouveau blocage 'SAI' sur le compte WS-IX, nouvelle ligne ──
       5700-POSER-BLOCAGE.

           IF WS-NB-LIG >= 20
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Trop de comptes bloques pour cette saisie'
                   TO CA-MESSAGE
               GO TO 5700-EXIT
           END-IF

           PERFORM 7100-NUMEROTER-BLOCAGE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5700-EXIT
           END-IF

           INITIALIZE BLOCAGE-REC
           MOVE WS-TCP-NUM(WS-IX) TO BLQ-COMPTE
           MOVE RNM-DERNIERE-REF  TO BLQ-NUMERO
           MOVE WS-PART           TO BLQ-MONTANT
           SET BLQ-SAISIE TO TRUE
           MOVE WS-TSA-NUMERO(WS-KX) TO WS-NUMERO-ED
           STRING 'SAISIE ' WS-NUMERO-ED ' DU '
                  WS-TSA-DATE(WS-KX)(7:2) '/'
                  WS-TSA-DATE(WS-KX)(5:2) '/'
                  WS-TSA-DATE(WS-KX)(1:4)
               DELIMITED BY SIZE INTO BLQ-LIBELLE
           SET BLQ-ACTIF TO TRUE
           MOVE WS-DATE-JOUR      TO BLQ-DATE-POSE
           MOVE SEC-USER          TO BLQ-AGENT-POSE
           MOVE '99991231'        TO BLQ-DATE-FIN

           EXEC CICS
               WRITE FILE('BLOCAGE')
                     FROM(BLOCAGE-REC)
                     RIDFLD(BLQ-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur pose du blocage saisie' TO CA-MESSAGE
               GO TO 5700-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE
           MOVE 'W'         TO IMG-TYPE
           MOVE SPACES      TO IMG-AVANT
           MOVE BLOCAGE-REC TO IMG-APRES
           MOVE 'BLOCAGE'   TO WS-IMG-FICHIER
           MOVE BLQ-CLE     TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           ADD 1 TO WS-NB-LIG
           MOVE BLQ-COMPTE  TO WS-TLG-COMPTE(WS-NB-LIG)
           MOVE BLQ-NUMERO  TO WS-TLG-BLOCAGE(WS-NB-LIG)
           MOVE WS-PART     TO WS-TLG-MONTANT(WS-NB-LIG)

           MOVE SPACES                TO SAISIE-REC
           MOVE CA-CLIENT             TO SAI-CLIENT
           MOVE WS-TSA-NUMERO(WS-KX)  TO SAI-NUMERO
           MOVE WS-NB-LIG             TO SAI-LIGNE
           SET SAI-COMPTE             TO TRUE
           MOVE BLQ-COMPTE            TO SAI-CPT-NUM
           MOVE BLQ-NUMERO            TO SAI-CPT-BLOCAGE
           MOVE WS-PART               TO SAI-CPT-MONTANT
           MOVE 0                     TO SAI-CPT-PAYE
           MOVE 0                     TO SAI-CPT-REF-PAIEMENT
           PERFORM 8200-ECRIRE-SAISIE.

       5700-EXIT.
           EXIT.

      *─── Lecture d'un parametre du fichier PARAMS (WS-CLE-PARAM) ────
       7000-LIRE-PARAMETRE.

           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PARAM)
                    RESP(WS-RESP)
           END-EXEC.

      *─── Numero du blocage : meme compteur que BLQTRT ───────────────
       7100-NUMEROTER-BLOCAGE.

           EXEC CICS
               READ FILE('REFNUM')
                    INTO(WS-REFNUM-REC)
                    RIDFLD(WS-CLE-RNM-BLOCAGE)
                    UPDATE
                    RESP(WS-RESP-REF)
           END-EXEC
           EVALUATE WS-RESP-REF
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       REWRITE FILE('REFNUM')
                               FROM(WS-REFNUM-REC)
                               RESP(WS-RESP-REF)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE WS-CLE-RNM-BLOCAGE TO RNM-CLE
                   MOVE 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       WRITE FILE('REFNUM')
                             FROM(WS-REFNUM-REC)
                             RIDFLD(RNM-CLE)
                             RESP(WS-RESP-REF)
                   END-EXEC
           END-EVALUATE
           IF WS-RESP-REF NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Compteur des blocages indisponible'
                   TO CA-MESSAGE
           END-IF.

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

      *─── Ligne 00 de la saisie CA-NUMERO du client CA-CLIENT ────────
       8100-LIRE-ACTE.

           IF CA-NUMERO NOT NUMERIC
               MOVE 0 TO CA-NUMERO
           END-IF
           MOVE CA-CLIENT TO WS-CLE-SAI-CLIENT
           MOVE CA-NUMERO TO WS-CLE-SAI-NUMERO
           MOVE 0         TO WS-CLE-SAI-LIGNE
           EXEC CICS
               READ FILE('SAISIE')
                    INTO(SAISIE-REC)
                    RIDFLD(WS-CLE-SAISIE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Saisie inconnue pour ce client' TO CA-MESSAGE
           END-IF.

      *─── Creation d'une ligne du registre, journalisee ──────────────
       8200-ECRIRE-SAISIE.

           EXEC CICS
               WRITE FILE('SAISIE')
                     FROM(SAISIE-REC)
                     RIDFLD(SAI-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture du registre des saisies'
                   TO CA-MESSAGE
           ELSE
               MOVE 1 TO WS-MAJ-ENGAGEE
               MOVE 'W'        TO IMG-TYPE
               MOVE SPACES     TO IMG-AVANT
               MOVE SAISIE-REC TO IMG-APRES
               MOVE 'SAISIE'   TO WS-IMG-FICHIER
               MOVE SAI-CLE    TO WS-IMG-CLE
               PERFORM 8500-JOURNALISER-IMAGES
           END-IF.

      *─── Lecture pour mise a jour de la ligne WS-CLE-SAISIE ─────────
       8300-LIRE-SAISIE-MAJ.

           EXEC CICS
               READ FILE('SAISIE')
                    INTO(SAISIE-REC)
                    RIDFLD(WS-CLE-SAISIE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture du registre des saisies'
                   TO CA-MESSAGE
           ELSE
               MOVE SAISIE-REC TO IMG-AVANT
           END-IF.

       8400-REECRIRE-SAISIE.

           EXEC CICS
               REWRITE FILE('SAISIE')
                       FROM(SAISIE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour du registre des saisies'
                   TO CA-MESSAGE
           ELSE
               MOVE 1 TO WS-MAJ-ENGAGEE
               MOVE 'R'        TO IMG-TYPE
               MOVE SAISIE-REC TO IMG-APRES
               MOVE 'SAISIE'   TO WS-IMG-FICHIER
               MOVE SAI-CLE    TO WS-IMG-CLE
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
