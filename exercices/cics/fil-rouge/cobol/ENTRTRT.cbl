      ******************************************************************
      * Programme : ENTRTRT - Clients personnes morales (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Gerer la fiche entreprise d'un client personne
      *             morale, le registre de ses representants et
      *             beneficiaires effectifs, et controler les
      *             operations de guichet sur ses comptes
      *
      * Description :
      * - Action 'C' : creation de la fiche entreprise d'un client
      *   existant - raison sociale, forme juridique, SIREN et NIC
      *   (cle de Luhn du SIREN et du SIRET controlee), date
      *   d'immatriculation, code APE
      * - Action 'M' : modification de la fiche entreprise
      * - Action 'L' : consultation de la fiche et des huit
      *   premieres personnes du registre
      * - Action 'A' : inscription au registre d'une personne
      *   physique cliente (jamais une personne morale) comme
      *   representant habilite et/ou beneficiaire effectif ;
      *   numero = dernier numero de l'entreprise + 1 ; au dela de
      *   25 % du capital la personne est beneficiaire effectif ; le
      *   total des parts actives ne depasse pas 100 %
      * - Action 'R' : revocation d'une personne du registre (date
      *   et agent conserves)
      * - Action 'V' : verification pour MVTTRT / VIRTRT - sur le
      *   compte d'une personne morale, le numero presente doit
      *   designer un representant actif, en vigueur ce jour et
      *   habilite a operer ; sur le compte d'un particulier aucun
      *   representant n'est attendu ; refus code 42
      * - 'C', 'M', 'A', 'R' : guichetiers signes (SECTRT 'M') ;
      *   'L' : tout profil signe (SECTRT 'C') ; 'V' est appele par
      *   des services qui ont deja controle l'habilitation
      * - Creations et mises a jour journalisees avant/apres dans
      *   IMGJRN (meme convention que CPTEDAO)
      *
      * Appel : Via LINK depuis ENTRPRES, MVTTRT et VIRTRT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY ENTREP.
           COPY REPRES.
           COPY CLIENT.
           COPY COMPTE.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
       01  WS-FIN-BROWSE           PIC 9 VALUE 0.
       01  WS-IX                   PIC 9(2) VALUE 0.
       01  WS-DERNIER-NUMERO       PIC 9(2) VALUE 0.
       01  WS-TOTAL-PARTS          PIC 9(5)V99 VALUE 0.
       01  WS-DEJA-INSCRIT         PIC X(1) VALUE 'N'.

       01  WS-CLE-REPRES.
           05  WS-CLE-REP-ENTREPRISE PIC X(6).
           05  WS-CLE-REP-NUMERO   PIC 9(2).

      *─── Journal avant/apres : fichier et cle de l'enregistrement ───
       01  WS-IMG-FICHIER          PIC X(8).
       01  WS-IMG-CLE              PIC X(25).

      *─── Cle de Luhn : chiffres controles cadres a gauche ; le
      *    chiffre le plus a droite n'est pas double, puis un sur
      *    deux en remontant ; somme multiple de 10 ──────────────────
       01  WS-LUHN-ZONE            PIC X(14).
       01  WS-LUHN-LONG            PIC 9(2) VALUE 0.
       01  WS-LUHN-CAR             PIC X(1).
       01  WS-LUHN-CHIFFRE REDEFINES WS-LUHN-CAR PIC 9(1).
       01  WS-LUHN-VALEUR          PIC 9(2) VALUE 0.
       01  WS-LUHN-SOMME           PIC 9(4) VALUE 0.
       01  WS-LUHN-QUOTIENT        PIC 9(4) VALUE 0.
       01  WS-LUHN-RESTE           PIC 9(2) VALUE 0.
       01  WS-LUHN-DOUBLER         PIC X(1) VALUE 'N'.
       01  WS-LUHN-RESULTAT        PIC X(1) VALUE 'N'.
           88  LUHN-OK             VALUE 'O'.
      *─── SIREN de La Poste : ses SIRET ne suivent pas la cle de
      *    Luhn mais une somme des chiffres multiple de 5 ────────────
       01  WS-SIREN-LA-POSTE       PIC 9(9) VALUE 356000000.
       01  WS-SIRET-SAISI.
           05  WS-SIRET-SIREN      PIC 9(9).
           05  WS-SIRET-NIC        PIC 9(5).

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
               88  CA-CREER        VALUE 'C'.
               88  CA-MODIFIER     VALUE 'M'.
               88  CA-CONSULTER    VALUE 'L'.
               88  CA-AJOUTER      VALUE 'A'.
               88  CA-REVOQUER     VALUE 'R'.
               88  CA-VERIFIER     VALUE 'V'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
      *─── Verification ('V') : compte presente au guichet et type
      *    du titulaire rendu, 'P' particulier ou 'M' personne
      *    morale ─────────────────────────────────────────────────────
           05  CA-COMPTE           PIC X(11).
           05  CA-TYPE-CLIENT      PIC X(1).
      *─── Fiche entreprise ────────────────────────────────────────────
           05  CA-RAISON-SOCIALE   PIC X(40).
           05  CA-FORME-JURIDIQUE  PIC X(4).
           05  CA-SIREN            PIC X(9).
           05  CA-NIC              PIC X(5).
           05  CA-DATE-IMMAT       PIC X(8).
           05  CA-CODE-APE         PIC X(5).
      *─── Personne du registre ('A', 'R', 'V') ───────────────────────
           05  CA-NUMERO           PIC 9(2).
           05  CA-PERSONNE         PIC X(6).
           05  CA-REP-NOM          PIC X(25).
           05  CA-QUALITE          PIC X(20).
           05  CA-HABILITE         PIC X(1).
           05  CA-BENEFICIAIRE     PIC X(1).
           05  CA-PART-CAPITAL     PIC 9(3)V99.
           05  CA-DATE-DEBUT       PIC X(8).
           05  CA-DATE-FIN         PIC X(8).
           05  CA-STATUT           PIC X(1).
      *─── Registre restitue par la consultation ('L') ────────────────
           05  CA-NB-REPRES        PIC 9(1).
           05  CA-REP OCCURS 8 TIMES.
               10  CA-LST-NUMERO   PIC 9(2).
               10  CA-LST-PERSONNE PIC X(6).
               10  CA-LST-NOM      PIC X(25).
               10  CA-LST-QUALITE  PIC X(20).
               10  CA-LST-HABILITE PIC X(1).
               10  CA-LST-BENEF    PIC X(1).
               10  CA-LST-PART     PIC 9(3)V99.
               10  CA-LST-STATUT   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(708).

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

           IF CA-VERIFIER
               MOVE 'O' TO SEC-AUTORISE
           ELSE
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
           END-IF

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN CA-CREER
                       PERFORM 1000-CREER THRU 1000-EXIT
                   WHEN CA-MODIFIER
                       PERFORM 2000-MODIFIER THRU 2000-EXIT
                   WHEN CA-CONSULTER
                       PERFORM 3000-CONSULTER THRU 3000-EXIT
                   WHEN CA-AJOUTER
                       PERFORM 4000-AJOUTER-REPRESENTANT THRU 4000-EXIT
                   WHEN CA-REVOQUER
                       PERFORM 5000-REVOQUER-REPRESENTANT
                           THRU 5000-EXIT
                   WHEN CA-VERIFIER
                       PERFORM 6000-VERIFIER THRU 6000-EXIT
                   WHEN OTHER
                       MOVE 98 TO CA-CODE-RETOUR
                       MOVE 'Action inconnue' TO CA-MESSAGE
               END-EVALUATE
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-CREER : fiche entreprise d'un client deja cree ; le
      * client devient une personne morale
      ******************************************************************
       1000-CREER.

           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Client non trouve' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           PERFORM 7000-CONTROLER-ENTREPRISE THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1000-EXIT
           END-IF

           INITIALIZE ENTREP-REC
           MOVE CA-CLIENT       TO ENT-CLIENT
           PERFORM 7050-REPORTER-ENTREPRISE
           MOVE WS-DATE-JOUR    TO ENT-DATE-CREATION
           MOVE SEC-USER        TO ENT-AGENT-CREATION
           MOVE WS-DATE-JOUR    TO ENT-DATE-MAJ
           MOVE SEC-USER        TO ENT-AGENT-MAJ

           EXEC CICS
               WRITE FILE('ENTREP')
                     FROM(ENTREP-REC)
                     RIDFLD(ENT-CLIENT)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Client deja enregistre comme entreprise'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur creation fiche entreprise' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE 'W'        TO IMG-TYPE
           MOVE SPACES     TO IMG-AVANT
           MOVE ENTREP-REC TO IMG-APRES
           MOVE 'ENTREP'   TO WS-IMG-FICHIER
           MOVE ENT-CLIENT TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 7060-RESTITUER-ENTREPRISE
           MOVE 'Fiche entreprise creee' TO CA-MESSAGE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MODIFIER : mise a jour de la fiche entreprise
      ******************************************************************
       2000-MODIFIER.

           PERFORM 7000-CONTROLER-ENTREPRISE THRU 7000-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF

           EXEC CICS
               READ FILE('ENTREP')
                    INTO(ENTREP-REC)
                    RIDFLD(CA-CLIENT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Client sans fiche entreprise' TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE ENTREP-REC   TO IMG-AVANT
           PERFORM 7050-REPORTER-ENTREPRISE
           MOVE WS-DATE-JOUR TO ENT-DATE-MAJ
           MOVE SEC-USER     TO ENT-AGENT-MAJ
           EXEC CICS
               REWRITE FILE('ENTREP')
                       FROM(ENTREP-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour fiche entreprise'
                   TO CA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE 'R'        TO IMG-TYPE
           MOVE ENTREP-REC TO IMG-APRES
           MOVE 'ENTREP'   TO WS-IMG-FICHIER
           MOVE ENT-CLIENT TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 7060-RESTITUER-ENTREPRISE
           MOVE 'Fiche entreprise modifiee' TO CA-MESSAGE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONSULTER : fiche entreprise et registre (parcours de
      * REPRES sur l'entreprise, huit personnes au plus)
      ******************************************************************
       3000-CONSULTER.

           EXEC CICS
               READ FILE('ENTREP')
                    INTO(ENTREP-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Client sans fiche entreprise' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           PERFORM 7060-RESTITUER-ENTREPRISE

           MOVE 0 TO CA-NB-REPRES
           MOVE CA-CLIENT TO WS-CLE-REP-ENTREPRISE
           MOVE 0         TO WS-CLE-REP-NUMERO
           EXEC CICS
               STARTBR FILE('REPRES')
                       RIDFLD(WS-CLE-REPRES)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-BROWSE
               PERFORM UNTIL WS-FIN-BROWSE = 1
                   EXEC CICS
                       READNEXT FILE('REPRES')
                                INTO(REPRES-REC)
                                RIDFLD(WS-CLE-REPRES)
                                RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR REP-ENTREPRISE NOT = CA-CLIENT
                       OR CA-NB-REPRES >= 8
                       MOVE 1 TO WS-FIN-BROWSE
                   ELSE
                       PERFORM 3100-RANGER-PERSONNE
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('REPRES')
               END-EXEC
           END-IF

           MOVE SPACES TO CA-MESSAGE
           STRING 'Entreprise - ' CA-NB-REPRES
                  ' personne(s) au registre'
               DELIMITED BY SIZE INTO CA-MESSAGE.

       3000-EXIT.
           EXIT.

       3100-RANGER-PERSONNE.

           ADD 1 TO CA-NB-REPRES
           MOVE REP-NUMERO       TO CA-LST-NUMERO(CA-NB-REPRES)
           MOVE REP-PERSONNE     TO CA-LST-PERSONNE(CA-NB-REPRES)
           MOVE REP-NOM          TO CA-LST-NOM(CA-NB-REPRES)
           MOVE REP-QUALITE      TO CA-LST-QUALITE(CA-NB-REPRES)
           MOVE REP-HABILITE     TO CA-LST-HABILITE(CA-NB-REPRES)
           MOVE REP-BENEFICIAIRE TO CA-LST-BENEF(CA-NB-REPRES)
           MOVE REP-PART-CAPITAL TO CA-LST-PART(CA-NB-REPRES)
           MOVE REP-STATUT       TO CA-LST-STATUT(CA-NB-REPRES).

      ******************************************************************
      * 4000-AJOUTER-REPRESENTANT : inscription d'une personne
      * physique cliente au registre de l'entreprise
      ******************************************************************
       4000-AJOUTER-REPRESENTANT.

           EXEC CICS
               READ FILE('ENTREP')
                    INTO(ENTREP-REC)
                    RIDFLD(CA-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Client sans fiche entreprise' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           PERFORM 7100-CONTROLER-PERSONNE THRU 7100-EXIT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF

      *─── La personne designee est un client, et pas une personne
      *    morale ──────────────────────────────────────────────────────
           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(CA-PERSONNE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Personne designee : client non trouve'
                   TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           EXEC CICS
               READ FILE('ENTREP')
                    INTO(ENTREP-REC)
                    RIDFLD(CA-PERSONNE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Personne designee : c est une personne morale'
                   TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

      *─── Parcours du registre : numero suivant, doublon de la
      *    personne encore active, total des parts detenues ─────────
           MOVE 0   TO WS-DERNIER-NUMERO
           MOVE 0   TO WS-TOTAL-PARTS
           MOVE 'N' TO WS-DEJA-INSCRIT
           MOVE CA-CLIENT TO WS-CLE-REP-ENTREPRISE
           MOVE 0         TO WS-CLE-REP-NUMERO
           EXEC CICS
               STARTBR FILE('REPRES')
                       RIDFLD(WS-CLE-REPRES)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-BROWSE
               PERFORM UNTIL WS-FIN-BROWSE = 1
                   EXEC CICS
                       READNEXT FILE('REPRES')
                                INTO(REPRES-REC)
                                RIDFLD(WS-CLE-REPRES)
                                RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR REP-ENTREPRISE NOT = CA-CLIENT
                       MOVE 1 TO WS-FIN-BROWSE
                   ELSE
                       MOVE REP-NUMERO TO WS-DERNIER-NUMERO
                       IF REP-ACTIF
                           ADD REP-PART-CAPITAL TO WS-TOTAL-PARTS
                           IF REP-PERSONNE = CA-PERSONNE
                               MOVE 'O' TO WS-DEJA-INSCRIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('REPRES')
               END-EXEC
           END-IF

           IF WS-DEJA-INSCRIT = 'O'
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Personne deja inscrite au registre'
                   TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           ADD CA-PART-CAPITAL TO WS-TOTAL-PARTS
           IF WS-TOTAL-PARTS > 100
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Parts du capital au dela de 100 %' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           IF WS-DERNIER-NUMERO >= 99
               MOVE 24 TO CA-CODE-RETOUR
               MOVE 'Registre complet (99 personnes)' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           INITIALIZE REPRES-REC
           MOVE CA-CLIENT       TO REP-ENTREPRISE
           COMPUTE REP-NUMERO = WS-DERNIER-NUMERO + 1
           MOVE CA-PERSONNE     TO REP-PERSONNE
           MOVE CLI-NOM         TO REP-NOM
           MOVE CA-QUALITE      TO REP-QUALITE
           MOVE CA-HABILITE     TO REP-HABILITE
           MOVE CA-BENEFICIAIRE TO REP-BENEFICIAIRE
           MOVE CA-PART-CAPITAL TO REP-PART-CAPITAL
           MOVE CA-DATE-DEBUT   TO REP-DATE-DEBUT
           MOVE CA-DATE-FIN     TO REP-DATE-FIN
           SET REP-ACTIF        TO TRUE
           MOVE WS-DATE-JOUR    TO REP-DATE-CREATION
           MOVE SEC-USER        TO REP-AGENT-CREATION
           MOVE SPACES          TO REP-DATE-REVOCATION
           MOVE SPACES          TO REP-AGENT-REVOCATION

           EXEC CICS
               WRITE FILE('REPRES')
                     FROM(REPRES-REC)
                     RIDFLD(REP-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur inscription au registre' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           MOVE 'W'        TO IMG-TYPE
           MOVE SPACES     TO IMG-AVANT
           MOVE REPRES-REC TO IMG-APRES
           MOVE 'REPRES'   TO WS-IMG-FICHIER
           MOVE REP-CLE    TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 7200-RESTITUER-PERSONNE
           MOVE SPACES TO CA-MESSAGE
           STRING 'Personne ' REP-NUMERO ' inscrite au registre'
               DELIMITED BY SIZE INTO CA-MESSAGE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REVOQUER-REPRESENTANT : fin du mandat ou de la qualite
      * de beneficiaire ; la ligne est conservee pour l'historique
      ******************************************************************
       5000-REVOQUER-REPRESENTANT.

           MOVE CA-CLIENT TO WS-CLE-REP-ENTREPRISE
           MOVE CA-NUMERO TO WS-CLE-REP-NUMERO
           EXEC CICS
               READ FILE('REPRES')
                    INTO(REPRES-REC)
                    RIDFLD(WS-CLE-REPRES)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Personne inconnue au registre' TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF
           IF REP-REVOQUE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Personne deja revoquee' TO CA-MESSAGE
               EXEC CICS
                   UNLOCK FILE('REPRES')
               END-EXEC
               GO TO 5000-EXIT
           END-IF

           MOVE REPRES-REC   TO IMG-AVANT
           SET REP-REVOQUE   TO TRUE
           MOVE WS-DATE-JOUR TO REP-DATE-REVOCATION
           MOVE SEC-USER     TO REP-AGENT-REVOCATION
           EXEC CICS
               REWRITE FILE('REPRES')
                       FROM(REPRES-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur revocation au registre' TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF

           MOVE 'R'        TO IMG-TYPE
           MOVE REPRES-REC TO IMG-APRES
           MOVE 'REPRES'   TO WS-IMG-FICHIER
           MOVE REP-CLE    TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 7200-RESTITUER-PERSONNE
           MOVE 'Personne revoquee du registre' TO CA-MESSAGE.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-VERIFIER : la personne CA-NUMERO du registre peut-elle
      * operer sur le compte CA-COMPTE ? Le titulaire du compte est
      * une personne morale s'il a une fiche ENTREP.
      ******************************************************************
       6000-VERIFIER.

           MOVE SPACES TO CA-REP-NOM
           EXEC CICS
               READ FILE('COMPTE')
                    INTO(COMPTE-REC)
                    RIDFLD(CA-COMPTE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Compte non trouve' TO CA-MESSAGE
               GO TO 6000-EXIT
           END-IF
           MOVE CPT-CLIENT TO CA-CLIENT

           EXEC CICS
               READ FILE('ENTREP')
                    INTO(ENTREP-REC)
                    RIDFLD(CPT-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'P' TO CA-TYPE-CLIENT
               IF CA-NUMERO > 0
                   MOVE 42 TO CA-CODE-RETOUR
                   MOVE 'Compte de particulier : pas de representant'
                       TO CA-MESSAGE
               END-IF
               GO TO 6000-EXIT
           END-IF

           MOVE 'M' TO CA-TYPE-CLIENT
           MOVE ENT-RAISON-SOCIALE TO CA-RAISON-SOCIALE
           IF CA-NUMERO = 0
               MOVE 42 TO CA-CODE-RETOUR
               MOVE 'Compte d entreprise : representant requis'
                   TO CA-MESSAGE
               GO TO 6000-EXIT
           END-IF

           MOVE CPT-CLIENT TO WS-CLE-REP-ENTREPRISE
           MOVE CA-NUMERO  TO WS-CLE-REP-NUMERO
           EXEC CICS
               READ FILE('REPRES')
                    INTO(REPRES-REC)
                    RIDFLD(WS-CLE-REPRES)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 42 TO CA-CODE-RETOUR
               MOVE 'Representant inconnu pour cette entreprise'
                   TO CA-MESSAGE
               GO TO 6000-EXIT
           END-IF
           MOVE REP-PERSONNE TO CA-PERSONNE
           MOVE REP-NOM      TO CA-REP-NOM

           EVALUATE TRUE
               WHEN REP-REVOQUE
                   MOVE 42 TO CA-CODE-RETOUR
                   MOVE 'Representant revoque' TO CA-MESSAGE
               WHEN WS-DATE-JOUR < REP-DATE-DEBUT
                   MOVE 42 TO CA-CODE-RETOUR
                   MOVE 'Mandat du representant pas encore en vigueur'
                       TO CA-MESSAGE
               WHEN WS-DATE-JOUR > REP-DATE-FIN
                   MOVE 42 TO CA-CODE-RETOUR
                   MOVE 'Mandat du representant echu' TO CA-MESSAGE
               WHEN NOT REP-PEUT-OPERER
                   MOVE 42 TO CA-CODE-RETOUR
                   MOVE 'Personne non habilitee a operer'
                       TO CA-MESSAGE
           END-EVALUATE.

       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CONTROLER-ENTREPRISE : zones de la fiche entreprise ;
      * SIREN et SIRET doivent verifier leur cle de Luhn
      ******************************************************************
       7000-CONTROLER-ENTREPRISE.

           IF CA-DATE-IMMAT = SPACES OR CA-DATE-IMMAT = LOW-VALUES
               MOVE WS-DATE-JOUR TO CA-DATE-IMMAT
           END-IF
           MOVE CA-FORME-JURIDIQUE TO ENT-FORME-JURIDIQUE

           EVALUATE TRUE
               WHEN CA-RAISON-SOCIALE = SPACES
                    OR CA-RAISON-SOCIALE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Raison sociale obligatoire' TO CA-MESSAGE
               WHEN NOT ENT-FORME-VALIDE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Forme juridique inconnue (SA, SARL, SAS...)'
                       TO CA-MESSAGE
               WHEN CA-SIREN NOT NUMERIC OR CA-SIREN = '000000000'
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'SIREN obligatoire (9 chiffres)' TO CA-MESSAGE
               WHEN CA-NIC NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'NIC obligatoire (5 chiffres)' TO CA-MESSAGE
               WHEN CA-DATE-IMMAT NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date d immatriculation invalide (AAAAMMJJ)'
                       TO CA-MESSAGE
               WHEN CA-DATE-IMMAT > WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Date d immatriculation future' TO CA-MESSAGE
               WHEN CA-CODE-APE(1:4) NOT NUMERIC
                    OR CA-CODE-APE(5:1) NOT ALPHABETIC-UPPER
                    OR CA-CODE-APE(5:1) = SPACE
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Code APE invalide (4 chiffres + 1 lettre)'
                       TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 7000-EXIT
           END-IF

      *─── Cle du SIREN ────────────────────────────────────────────────
           MOVE CA-SIREN TO WS-LUHN-ZONE
           MOVE 9        TO WS-LUHN-LONG
           PERFORM 7500-CALCULER-LUHN
           IF NOT LUHN-OK
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'SIREN invalide (cle de controle)' TO CA-MESSAGE
               GO TO 7000-EXIT
           END-IF

      *─── Cle du SIRET (SIREN + NIC) ──────────────────────────────────
           MOVE CA-SIREN TO WS-SIRET-SIREN
           MOVE CA-NIC   TO WS-SIRET-NIC
           IF WS-SIRET-SIREN = WS-SIREN-LA-POSTE
               MOVE 0 TO WS-LUHN-SOMME
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 14
                   MOVE WS-SIRET-SAISI(WS-IX:1) TO WS-LUHN-CAR
                   ADD WS-LUHN-CHIFFRE TO WS-LUHN-SOMME
               END-PERFORM
               DIVIDE WS-LUHN-SOMME BY 5
                   GIVING WS-LUHN-QUOTIENT REMAINDER WS-LUHN-RESTE
               IF WS-LUHN-RESTE = 0
                   MOVE 'O' TO WS-LUHN-RESULTAT
               ELSE
                   MOVE 'N' TO WS-LUHN-RESULTAT
               END-IF
           ELSE
               MOVE WS-SIRET-SAISI TO WS-LUHN-ZONE
               MOVE 14             TO WS-LUHN-LONG
               PERFORM 7500-CALCULER-LUHN
           END-IF
           IF NOT LUHN-OK
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'SIRET invalide (cle de controle)' TO CA-MESSAGE
           END-IF.

       7000-EXIT.
           EXIT.

       7050-REPORTER-ENTREPRISE.

           MOVE CA-RAISON-SOCIALE  TO ENT-RAISON-SOCIALE
           MOVE CA-FORME-JURIDIQUE TO ENT-FORME-JURIDIQUE
           MOVE CA-SIREN           TO ENT-SIREN
           MOVE CA-NIC             TO ENT-NIC
           MOVE CA-DATE-IMMAT      TO ENT-DATE-IMMAT
           MOVE CA-CODE-APE        TO ENT-CODE-APE.

       7060-RESTITUER-ENTREPRISE.

           MOVE ENT-RAISON-SOCIALE  TO CA-RAISON-SOCIALE
           MOVE ENT-FORME-JURIDIQUE TO CA-FORME-JURIDIQUE
           MOVE ENT-SIREN           TO CA-SIREN
           MOVE ENT-NIC             TO CA-NIC
           MOVE ENT-DATE-IMMAT      TO CA-DATE-IMMAT
           MOVE ENT-CODE-APE        TO CA-CODE-APE.

      ******************************************************************
      * 7100-CONTROLER-PERSONNE : qualite, role, part du capital et
      * periode d'une inscription au registre
      ******************************************************************
       7100-CONTROLER-PERSONNE.

           IF CA-HABILITE NOT = 'O'
               MOVE 'N' TO CA-HABILITE
           END-IF
           IF CA-BENEFICIAIRE NOT = 'O'
               MOVE 'N' TO CA-BENEFICIAIRE
           END-IF
           IF CA-DATE-DEBUT = SPACES OR CA-DATE-DEBUT = LOW-VALUES
               MOVE WS-DATE-JOUR TO CA-DATE-DEBUT
           END-IF
           IF CA-DATE-FIN = SPACES OR CA-DATE-FIN = LOW-VALUES
               MOVE '99991231' TO CA-DATE-FIN
           END-IF
      *─── Au dela de 25 % du capital, beneficiaire effectif de droit ──
           IF CA-PART-CAPITAL NUMERIC
               AND CA-PART-CAPITAL > 25
               MOVE 'O' TO CA-BENEFICIAIRE
           END-IF

           EVALUATE TRUE
               WHEN CA-PERSONNE = SPACES OR CA-PERSONNE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Numero client de la personne obligatoire'
                       TO CA-MESSAGE
               WHEN CA-PERSONNE = CA-CLIENT
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'L entreprise ne peut s inscrire elle-meme'
                       TO CA-MESSAGE
               WHEN CA-HABILITE = 'N' AND CA-BENEFICIAIRE = 'N'
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Representant habilite ou beneficiaire requis'
                       TO CA-MESSAGE
               WHEN CA-HABILITE = 'O'
                    AND (CA-QUALITE = SPACES OR CA-QUALITE = LOW-VALUES)
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Qualite du representant obligatoire'
                       TO CA-MESSAGE
               WHEN CA-PART-CAPITAL NOT NUMERIC
                    OR CA-PART-CAPITAL > 100
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Part du capital invalide (0 a 100 %)'
                       TO CA-MESSAGE
               WHEN CA-DATE-DEBUT NOT NUMERIC
                    OR CA-DATE-FIN NOT NUMERIC
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Dates de validite invalides (AAAAMMJJ)'
                       TO CA-MESSAGE
               WHEN CA-DATE-FIN < CA-DATE-DEBUT
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Fin de validite avant le debut' TO CA-MESSAGE
               WHEN CA-DATE-FIN < WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Fin de validite deja passee' TO CA-MESSAGE
           END-EVALUATE.

       7100-EXIT.
           EXIT.

       7200-RESTITUER-PERSONNE.

           MOVE REP-NUMERO       TO CA-NUMERO
           MOVE REP-PERSONNE     TO CA-PERSONNE
           MOVE REP-NOM          TO CA-REP-NOM
           MOVE REP-QUALITE      TO CA-QUALITE
           MOVE REP-HABILITE     TO CA-HABILITE
           MOVE REP-BENEFICIAIRE TO CA-BENEFICIAIRE
           MOVE REP-PART-CAPITAL TO CA-PART-CAPITAL
           MOVE REP-DATE-DEBUT   TO CA-DATE-DEBUT
           MOVE REP-DATE-FIN     TO CA-DATE-FIN
           MOVE REP-STATUT       TO CA-STATUT.

      ******************************************************************
      * 7500-CALCULER-LUHN : cle de Luhn des WS-LUHN-LONG premiers
      * chiffres de WS-LUHN-ZONE ; WS-LUHN-RESULTAT 'O' si la somme
      * ponderee est un multiple de 10
      ******************************************************************
       7500-CALCULER-LUHN.

           MOVE 0   TO WS-LUHN-SOMME
           MOVE 'N' TO WS-LUHN-DOUBLER
           PERFORM VARYING WS-IX FROM WS-LUHN-LONG BY -1
                   UNTIL WS-IX < 1
               MOVE WS-LUHN-ZONE(WS-IX:1) TO WS-LUHN-CAR
               MOVE WS-LUHN-CHIFFRE TO WS-LUHN-VALEUR
               IF WS-LUHN-DOUBLER = 'O'
                   COMPUTE WS-LUHN-VALEUR = WS-LUHN-VALEUR * 2
                   IF WS-LUHN-VALEUR > 9
                       SUBTRACT 9 FROM WS-LUHN-VALEUR
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLER
               ELSE
                   MOVE 'O' TO WS-LUHN-DOUBLER
               END-IF
               ADD WS-LUHN-VALEUR TO WS-LUHN-SOMME
           END-PERFORM

           DIVIDE WS-LUHN-SOMME BY 10
               GIVING WS-LUHN-QUOTIENT REMAINDER WS-LUHN-RESTE
           IF WS-LUHN-RESTE = 0
               MOVE 'O' TO WS-LUHN-RESULTAT
           ELSE
               MOVE 'N' TO WS-LUHN-RESULTAT
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
