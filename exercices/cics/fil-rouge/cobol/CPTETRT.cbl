      ******************************************************************
      * Programme : CPTETRT - Gestion Comptes (Traitement)
      * Fonction : Logique m√©tier gestion comptes
      *
      * Ouverture (action 'O') : numero attribue par agence, cle RIB
      * et IBAN calcules (C06-IBAN), versement initial journalise
      * dans MVTJRN, lettre de bienvenue avec RIB mise en file
      * LETDEM (editee par LETBAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPTETRT.
       WORKING-STORAGE SECTION.

           COPY COMPTE.
           COPY CLIENT.
           COPY MVTJRN.
           COPY LETDEM.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).

      *─── Indicateur : une mise a jour est deja posee ────────────────
       01  WS-MAJ-ENGAGEE          PIC 9(1) VALUE 0.

      *─── Code banque de l'etablissement (PARAMS CODEBANQ) ───────────
       01  WS-PARAM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).
       01  WS-CLE-CODEBANQ         PIC X(8) VALUE 'CODEBANQ'.
       01  WS-CODE-BANQUE-N        PIC 9(5) VALUE 30001.
       01  WS-CODE-BANQUE REDEFINES WS-CODE-BANQUE-N PIC X(5).

      *─── Compteurs REFNUM : numeros de compte par agence ('CPT' +
      *    code guichet) et references des mouvements ('REFNUM') ───
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).
       01  WS-CLE-REFNUM           PIC X(8) VALUE 'REFNUM'.
       01  WS-CLE-CPTNUM.
           05  FILLER              PIC X(3) VALUE 'CPT'.
           05  WS-CLE-CPT-GUICHET  PIC X(5).
       01  WS-RESP-REF             PIC S9(8) COMP.
       01  WS-REFERENCE            PIC 9(8) VALUE 0.
       01  WS-ESSAIS               PIC 9(2) VALUE 0.
       01  WS-NUM-NOUVEAU.
           05  WS-NUM-GUICHET      PIC X(5).
           05  WS-NUM-SEQ          PIC 9(6).

      *─── Cle RIB : 97 - ((89 x banque + 15 x guichet + 3 x compte)
      *    modulo 97), les lettres du compte ramenees a un chiffre ───
       01  WS-RIB-CALCUL.
           05  WS-RIB-BANQUE       PIC 9(5).
           05  WS-RIB-GUICHET      PIC 9(5).
           05  WS-RIB-COMPTE-X     PIC X(11).
           05  WS-RIB-COMPTE REDEFINES WS-RIB-COMPTE-X PIC 9(11).
       01  WS-RIB-SOMME            PIC 9(13) VALUE 0.
       01  WS-RIB-QUOTIENT         PIC 9(13) VALUE 0.
       01  WS-RIB-RESTE            PIC 9(2) VALUE 0.
       01  WS-RIB-CLE              PIC 9(2) VALUE 0.

      *─── Zone d'appel du module de service IBAN (C06-IBAN) ──────────
       01  WS-ZONE-IBAN.
           05  IBN-FONCTION        PIC X.
           05  IBN-RIB             PIC X(23).
           05  IBN-IBAN.
               10  IBN-PAYS        PIC X(2).
               10  IBN-CONTROLE    PIC 9(2).
               10  IBN-BBAN        PIC X(23).
           05  IBN-CODE-RETOUR     PIC 9.

      *─── Zone d'appel du controle d'habilitation (SECTRT) ───────────
       01  WS-SEC-COMMAREA.
               88  CA-LISTER-CLIENT  VALUE 'L'.
               88  CA-SUIVANT-CLIENT VALUE 'S'.
               88  CA-CLOTURER       VALUE 'X'.
               88  CA-OUVRIR         VALUE 'O'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-NUM-COMPTE       PIC X(11).
               10  CA-SOLDE        PIC S9(9)V99.
               10  CA-DATEOUV      PIC X(8).
               10  CA-DATEDER      PIC X(8).
      *─── Ouverture : guichet saisi, RIB et IBAN attribues ───────────
           05  CA-GUICHET          PIC X(5).
           05  CA-RIB              PIC X(23).
           05  CA-IBAN             PIC X(27).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(179).

       PROCEDURE DIVISION.

                   PERFORM 5000-LISTER-COMPTE-SUIVANT THRU 5000-EXIT
               WHEN CA-CLOTURER
                   PERFORM 6000-CLOTURER-COMPTE THRU 6000-EXIT
               WHEN CA-OUVRIR
                   PERFORM 7000-OUVRIR-COMPTE THRU 7000-EXIT
           END-EVALUATE

           MOVE WS-COMMAREA TO DFHCOMMAREA

       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-OUVRIR-COMPTE : ouverture d'un compte pour un client
      * existant ; numero = code guichet + sequence de l'agence,
      * composantes RIB et IBAN posees a la creation. Creation,
      * versement initial et demande de lettre forment UNE SEULE
      * unite logique (SYNCPOINT / ROLLBACK, cf. DATTRT).
      * Les images avant/apres sont journalisees dans IMGJRN par
      * CPTEDAO (WRIT).
      ******************************************************************
       7000-OUVRIR-COMPTE.

           MOVE 0 TO WS-MAJ-ENGAGEE
           INITIALIZE WS-SEC-COMMAREA
           MOVE 'M' TO SEC-FONCTION
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC
           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

      *─── Controles de saisie ────────────────────────────────────────
           MOVE CA-TYPE TO CPT-TYPE
           EVALUATE TRUE
               WHEN CA-CLIENT = SPACES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Numero client obligatoire' TO CA-MESSAGE
               WHEN CPT-TERME
                   MOVE 36 TO CA-CODE-RETOUR
                   MOVE 'Depot a terme : ouverture par l ecran DAT'
                       TO CA-MESSAGE
               WHEN NOT CPT-COURANT AND NOT CPT-EPARGNE
                    AND NOT CPT-TITRE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Type de compte C, E ou T' TO CA-MESSAGE
               WHEN CA-GUICHET NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Code guichet sur 5 chiffres' TO CA-MESSAGE
               WHEN CA-SOLDE < 0 OR CA-SOLDE > 9999999.99
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Versement initial invalide' TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 7000-EXIT
           END-IF

      *─── Le titulaire doit exister au fichier CLIENT ────────────────
           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Client non trouve' TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF
           IF CA-LIBELLE = SPACES
               MOVE CLI-NOM TO CA-LIBELLE
           END-IF

           PERFORM 7050-LIRE-CODE-BANQUE

      *─── Numero libre de l'agence ; un numero deja present (compte
      *    charge hors application) fait tirer le suivant ───────────
           MOVE CA-GUICHET TO WS-CLE-CPT-GUICHET
           MOVE CA-GUICHET TO WS-NUM-GUICHET
           MOVE 0 TO WS-ESSAIS
           MOVE 0 TO DAO-RESP
           PERFORM UNTIL DAO-RESP NOT = 0
                      OR CA-CODE-RETOUR NOT = 00
               PERFORM 7100-ALLOUER-NUMERO
               IF CA-CODE-RETOUR = 00
                   INITIALIZE WS-DAO-COMMAREA
                   MOVE 'READ' TO DAO-ACTION
                   MOVE 'COMPTE' TO DAO-FICHIER
                   MOVE WS-NUM-NOUVEAU TO DAO-CLE
                   EXEC CICS
                       LINK PROGRAM('CPTEDAO')
                            COMMAREA(WS-DAO-COMMAREA)
                   END-EXEC
                   ADD 1 TO WS-ESSAIS
                   IF DAO-RESP = 0 AND WS-ESSAIS >= 10
                       MOVE 99 TO CA-CODE-RETOUR
                       MOVE 'Aucun numero libre pour l agence'
                           TO CA-MESSAGE
                   END-IF
               END-IF
           END-PERFORM
           IF CA-CODE-RETOUR NOT = 00
               GO TO 7000-EXIT
           END-IF

      *─── Composantes RIB et IBAN ────────────────────────────────────
           PERFORM 7200-CALCULER-CLE-RIB
           MOVE SPACES TO CA-RIB
           MOVE WS-CODE-BANQUE TO CA-RIB(1:5)
           MOVE CA-GUICHET     TO CA-RIB(6:5)
           MOVE WS-NUM-NOUVEAU TO CA-RIB(11:11)
           MOVE WS-RIB-CLE     TO CA-RIB(22:2)

           INITIALIZE WS-ZONE-IBAN
           MOVE 'G' TO IBN-FONCTION
           MOVE CA-RIB TO IBN-RIB
           CALL 'C06-IBAN' USING WS-ZONE-IBAN
           IF IBN-CODE-RETOUR NOT = 0
               MOVE 24 TO CA-CODE-RETOUR
               MOVE 'Derivation IBAN en anomalie' TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF
           MOVE IBN-IBAN TO CA-IBAN

      *─── Creation du compte, versement initial compris ─────────────
           INITIALIZE COMPTE-REC
           MOVE WS-NUM-NOUVEAU TO CPT-NUM
           MOVE CA-CLIENT      TO CPT-CLIENT
           MOVE CA-TYPE        TO CPT-TYPE
           MOVE CA-LIBELLE     TO CPT-LIBELLE
           MOVE CA-SOLDE       TO CPT-SOLDE
           MOVE WS-DATE-JOUR   TO CPT-DATEOUV
           MOVE EIBDATE        TO CPT-DATEDER
           MOVE 0              TO CPT-DECOUVERT-AUT
           MOVE SPACES         TO CPT-DECOUV-FIN
           MOVE 1              TO CPT-VERSION
           MOVE WS-CODE-BANQUE TO CPT-BANQUE
           MOVE CA-GUICHET     TO CPT-GUICHET
           MOVE WS-RIB-CLE     TO CPT-CLE-RIB

           INITIALIZE WS-DAO-COMMAREA
           MOVE 'WRIT' TO DAO-ACTION
           MOVE 'COMPTE' TO DAO-FICHIER
           MOVE WS-NUM-NOUVEAU TO DAO-CLE
           MOVE COMPTE-REC TO DAO-DATA
           EXEC CICS
               LINK PROGRAM('CPTEDAO')
                    COMMAREA(WS-DAO-COMMAREA)
           END-EXEC
           IF DAO-RESP NOT = 0
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur creation du compte' TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE

      *─── Versement initial : une ligne MVTJRN (cf. MVTTRT) ──────────
           IF CA-SOLDE > 0
               PERFORM 7600-ALLOUER-REFERENCE
               INITIALIZE MVTJRN-REC
               MOVE WS-NUM-NOUVEAU TO JRN-COMPTE
               MOVE EIBDATE        TO JRN-DATE
               MOVE EIBTIME        TO JRN-HEURE
               MOVE SEC-USER       TO JRN-GUICHETIER
               SET JRN-DEPOT       TO TRUE
               MOVE CA-SOLDE       TO JRN-MONTANT
               MOVE CPT-SOLDE      TO JRN-SOLDE-APRES
               MOVE WS-REFERENCE   TO JRN-REFERENCE
               EXEC CICS
                   WRITE FILE('MVTJRN')
                         FROM(MVTJRN-REC)
                         RIDFLD(JRN-CLE)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur journal du versement initial'
                       TO CA-MESSAGE
                   PERFORM 8000-ANNULER
                   GO TO 7000-EXIT
               END-IF
           END-IF

      *─── Lettre de bienvenue avec RIB, editee par LETBAT ────────────
           INITIALIZE LETDEM-REC
           MOVE WS-NUM-NOUVEAU TO LDM-COMPTE
           MOVE EIBDATE        TO LDM-DATE
           MOVE EIBTIME        TO LDM-HEURE
           SET LDM-BIENVENUE   TO TRUE
           MOVE SEC-USER       TO LDM-DEMANDEUR
           SET LDM-EN-ATTENTE  TO TRUE
           MOVE CA-RIB         TO LDM-RIB
           MOVE CA-IBAN        TO LDM-IBAN
           MOVE SPACES         TO LDM-DATE-SERVICE
           EXEC CICS
               WRITE FILE('LETDEM')
                     FROM(LETDEM-REC)
                     RIDFLD(LDM-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise en file de la lettre de bienvenue'
                   TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 7000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           MOVE WS-NUM-NOUVEAU TO CA-NUM-COMPTE
           MOVE CPT-DATEOUV    TO CA-DATEOUV
           MOVE CPT-DATEDER    TO CA-DATEDER
           MOVE 00 TO CA-CODE-RETOUR
           MOVE SPACES TO CA-MESSAGE
           STRING 'Compte ouvert : ' WS-NUM-NOUVEAU
                  ' cle RIB ' WS-RIB-CLE
               DELIMITED BY SIZE INTO CA-MESSAGE.

       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7050-LIRE-CODE-BANQUE : code banque de l'etablissement au
      * fichier PARAMS (cle CODEBANQ, partie entiere de la valeur) ;
      * a defaut 30001
      ******************************************************************
       7050-LIRE-CODE-BANQUE.

           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-CODEBANQ)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR > 0
               AND PRM-VALEUR < 100000
               MOVE PRM-VALEUR TO WS-CODE-BANQUE-N
           END-IF.

      ******************************************************************
      * 7100-ALLOUER-NUMERO : sequence suivante de l'agence, compteur
      * 'CPT' + guichet du fichier REFNUM (cree au premier usage)
      ******************************************************************
       7100-ALLOUER-NUMERO.

           EXEC CICS
               READ FILE('REFNUM')
                    INTO(WS-REFNUM-REC)
                    RIDFLD(WS-CLE-CPTNUM)
                    UPDATE
                    RESP(WS-RESP-REF)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-REF = DFHRESP(NORMAL)
                   ADD 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       REWRITE FILE('REFNUM')
                               FROM(WS-REFNUM-REC)
                               RESP(WS-RESP-REF)
                   END-EXEC
               WHEN WS-RESP-REF = DFHRESP(NOTFND)
                   MOVE WS-CLE-CPTNUM TO RNM-CLE
                   MOVE 1 TO RNM-DERNIERE-REF
                   EXEC CICS
                       WRITE FILE('REFNUM')
                             FROM(WS-REFNUM-REC)
                             RIDFLD(WS-CLE-CPTNUM)
                             RESP(WS-RESP-REF)
                   END-EXEC
           END-EVALUATE
           IF WS-RESP-REF NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Numerotation des comptes indisponible'
                   TO CA-MESSAGE
           ELSE
               IF RNM-DERNIERE-REF > 999999
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Numerotation de l agence epuisee'
                       TO CA-MESSAGE
               ELSE
                   MOVE RNM-DERNIERE-REF TO WS-NUM-SEQ
               END-IF
           END-IF.

      ******************************************************************
      * 7200-CALCULER-CLE-RIB : cle = 97 - reste de (89 x banque +
      * 15 x guichet + 3 x compte) par 97 ; une lettre du numero de
      * compte vaut son rang ramene a un chiffre (A,J=1 ... I,R,Z=9)
      ******************************************************************
       7200-CALCULER-CLE-RIB.

           MOVE WS-CODE-BANQUE-N TO WS-RIB-BANQUE
           MOVE CA-GUICHET       TO WS-RIB-GUICHET
           MOVE WS-NUM-NOUVEAU   TO WS-RIB-COMPTE-X
           INSPECT WS-RIB-COMPTE-X
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO '12345678912345678923456789'
           COMPUTE WS-RIB-SOMME = 89 * WS-RIB-BANQUE
                                + 15 * WS-RIB-GUICHET
                                +  3 * WS-RIB-COMPTE
           DIVIDE WS-RIB-SOMME BY 97
               GIVING WS-RIB-QUOTIENT REMAINDER WS-RIB-RESTE
           COMPUTE WS-RIB-CLE = 97 - WS-RIB-RESTE.

      ******************************************************************
      * 7600-ALLOUER-REFERENCE : reference unique du mouvement,
      * tiree du compteur REFNUM (cf. MVTTRT) ; compteur
      * indisponible = reference zero
      ******************************************************************
       7600-ALLOUER-REFERENCE.

           MOVE 0 TO WS-REFERENCE
           EXEC CICS
               READ FILE('REFNUM')
                    INTO(WS-REFNUM-REC)
                    RIDFLD(WS-CLE-REFNUM)
                    UPDATE
                    RESP(WS-RESP-REF)
           END-EXEC
           IF WS-RESP-REF = DFHRESP(NORMAL)
               ADD 1 TO RNM-DERNIERE-REF
               MOVE RNM-DERNIERE-REF TO WS-REFERENCE
               EXEC CICS
                   REWRITE FILE('REFNUM')
                           FROM(WS-REFNUM-REC)
                           RESP(WS-RESP-REF)
               END-EXEC
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
