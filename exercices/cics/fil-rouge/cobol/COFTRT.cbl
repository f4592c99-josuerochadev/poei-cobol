      ******************************************************************
      * Programme : COFTRT - Coffres-forts (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Tenir l'inventaire des coffres d'une agence, les
      *             contrats de location et le journal des visites
      *
      * Description :
      * - Action 'I' : entree d'un coffre a l'inventaire de l'agence
      *   (numero, taille 'P' 'M' 'G') - superviseur
      * - Action 'H' : mise hors service d'un coffre libre, ou remise
      *   en service d'un coffre hors service - superviseur
      * - Action 'L' : inventaire de l'agence a partir du numero
      *   CA-COFFRE (cinq coffres par page) avec les nombres de
      *   coffres libres, loues et hors service
      * - Action 'C' : consultation d'un coffre - statut, contrat en
      *   cours et cinq dernieres visites
      * - Action 'O' : location d'un coffre libre a un client ; le
      *   loyer sera debite sur un compte courant du client. Numero
      *   de contrat au compteur REFNUM 'LOCCOF'. Echeance convenue
      *   facultative (blanc = duree indeterminee)
      * - Action 'V' : visite du coffre - nom et piece d'identite de
      *   la personne admise, qualite ('T' titulaire, 'M'
      *   mandataire). Refusee sans contrat en cours, et quand le
      *   compte de facturation est gele pour succession (code 38,
      *   le coffre est scelle jusqu'au reglement, cf. SUCTRT)
      * - Action 'R' : resiliation du contrat ('CLI' a la demande du
      *   client, 'IMP' pour impayes) ; le coffre est libere. Les
      *   loyers restant dus demeurent au contrat et sont relances
      * - Loyer annuel selon la taille : PARAMS COFLOYP, COFLOYM,
      *   COFLOYG (60, 90 et 150 EUR par defaut) ; il est facture par
      *   COFFACT et relance par COFRELA
      * - Consultation : tout profil signe (SECTRT 'C') ; location,
      *   visite, resiliation : guichetiers (SECTRT 'M') ; inventaire
      *   et hors service : superviseur (SECTRT 'X')
      * - Location et resiliation mettent a jour le coffre et le
      *   contrat dans la meme unite logique (SYNCPOINT ROLLBACK sur
      *   incident) ; chaque mise a jour est journalisee avant/apres
      *   dans IMGJRN (meme convention que CPTEDAO)
      *
      * Appel : Via LINK depuis COFPRES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFTRT.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY COFFRE.
           COPY LOCCOF.
           COPY COFACC.
           COPY COMPTE.
           COPY CLIENT.
           COPY IMGJRN.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-JRN             PIC S9(8) COMP.
       01  WS-JRN-SEQ              PIC 9(2) VALUE 0.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).
      *─── 1 des qu'une mise a jour est posee : un incident ensuite
      *    defait toute l'unite logique ───────────────────────────────
       01  WS-MAJ-ENGAGEE          PIC 9(1) VALUE 0.
       01  WS-FIN-BROWSE           PIC 9 VALUE 0.
       01  WS-KX                   PIC 9(2) VALUE 0.
       01  WS-ESSAIS               PIC 9(2) VALUE 0.

      *─── Loyers annuels par taille, lus au fichier PARAMS ───────────
       01  WS-PARAM-REC.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).
       01  WS-CLE-PARAM            PIC X(8).
       01  WS-LOYER                PIC 9(5)V99 VALUE 0.

      *─── Compteur des contrats de location (REFNUM) ─────────────────
       01  WS-REFNUM-REC.
           05  RNM-CLE             PIC X(8).
           05  RNM-DERNIERE-REF    PIC 9(8).
       01  WS-CLE-REFNUM           PIC X(8) VALUE 'LOCCOF'.

       01  WS-CLE-COFFRE.
           05  WS-CLE-COF-AGENCE   PIC X(5).
           05  WS-CLE-COF-NUMERO   PIC 9(4).

       01  WS-CLE-ACCES.
           05  WS-CLE-ACC-AGENCE   PIC X(5).
           05  WS-CLE-ACC-COFFRE   PIC 9(4).
           05  WS-CLE-ACC-DATE     PIC X(8).
           05  WS-CLE-ACC-HEURE    PIC 9(7).

      *─── Ligne d'inventaire et de visite restituee a l'ecran ────────
       01  WS-LIGNE-COFFRE.
           05  WS-LCF-NUMERO       PIC 9(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LCF-TAILLE       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LCF-STATUT       PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LCF-CONTRAT      PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LCF-ACCES        PIC Z(4)9.
           05  FILLER              PIC X(8) VALUE ' visites'.
           05  FILLER              PIC X(11) VALUE SPACES.
       01  WS-LIGNE-VISITE.
           05  WS-LVI-DATE         PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LVI-HEURE        PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LVI-NOM          PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LVI-QUALITE      PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LVI-AGENT        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
       01  WS-HEURE-ED             PIC 9(7).
       01  WS-HEURE-ED-X REDEFINES WS-HEURE-ED.
           05  FILLER              PIC X(1).
           05  WS-HEURE-HH         PIC X(2).
           05  WS-HEURE-MM         PIC X(2).
           05  FILLER              PIC X(2).
       01  WS-CONTRAT-ED           PIC 9(8).
       01  WS-LOYER-ED             PIC Z(4)9.99.
       01  WS-DU-ED                PIC Z(6)9.99.

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

      *─── Zone d'appel des blocages (BLQTRT, action 'T' : total et
      *    gel pour succession du compte) ─────────────────────────────
       01  WS-BLQ-COMMAREA.
           05  BQT-ACTION          PIC X(1).
           05  BQT-CODE-RETOUR     PIC 9(2).
           05  BQT-MESSAGE         PIC X(50).
           05  BQT-COMPTE          PIC X(11).
           05  FILLER              PIC X(54).
           05  BQT-TOTAL-BLOQUE    PIC 9(9)V99.
           05  FILLER              PIC X(25).
           05  BQT-GELE            PIC X(1).

       01  WS-COMMAREA.
           05  CA-ACTION           PIC X(1).
               88  CA-INVENTORIER  VALUE 'I'.
               88  CA-HORS-SERVICE VALUE 'H'.
               88  CA-LISTER       VALUE 'L'.
               88  CA-CONSULTER    VALUE 'C'.
               88  CA-OUVRIR       VALUE 'O'.
               88  CA-VISITER      VALUE 'V'.
               88  CA-RESILIER     VALUE 'R'.
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-AGENCE           PIC X(5).
           05  CA-COFFRE           PIC 9(4).
           05  CA-TAILLE           PIC X(1).
           05  CA-STATUT-COFFRE    PIC X(1).
           05  CA-CONTRAT          PIC 9(8).
           05  CA-CLIENT           PIC X(6).
           05  CA-NOM              PIC X(25).
           05  CA-COMPTE           PIC X(11).
           05  CA-DATE-DEBUT       PIC X(8).
           05  CA-DATE-FIN-PREVUE  PIC X(8).
           05  CA-DATE-FIN         PIC X(8).
           05  CA-STATUT-CONTRAT   PIC X(1).
           05  CA-MOTIF-FIN        PIC X(3).
           05  CA-LOYER            PIC 9(5)V99.
           05  CA-MT-DU            PIC 9(7)V99.
           05  CA-ANNEE-FACTUREE   PIC 9(4).
           05  CA-NB-RELANCES      PIC 9(1).
      *─── Visite : personne admise ───────────────────────────────────
           05  CA-VISITEUR         PIC X(30).
           05  CA-PIECE            PIC X(20).
           05  CA-QUALITE          PIC X(1).
      *─── Inventaire de l'agence ('L') ───────────────────────────────
           05  CA-NB-LIBRES        PIC 9(4).
           05  CA-NB-OCCUPES       PIC 9(4).
           05  CA-NB-HORS-SERVICE  PIC 9(4).
      *─── Coffres de l'agence ('L') ou dernieres visites ('C') ───────
           05  CA-NB-LIGNES        PIC 9(2).
           05  CA-LIGNE            PIC X(60) OCCURS 5 TIMES.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(528).

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
               WHEN CA-LISTER OR CA-CONSULTER
                   MOVE 'C' TO SEC-FONCTION
               WHEN CA-INVENTORIER OR CA-HORS-SERVICE
                   MOVE 'X' TO SEC-FONCTION
               WHEN OTHER
                   MOVE 'M' TO SEC-FONCTION
           END-EVALUATE
           EXEC CICS
               LINK PROGRAM('SECTRT')
                    COMMAREA(WS-SEC-COMMAREA)
           END-EXEC

           IF NOT SEC-OUI
               MOVE 41 TO CA-CODE-RETOUR
               MOVE SEC-MESSAGE TO CA-MESSAGE
           ELSE
               IF CA-AGENCE = SPACES OR CA-AGENCE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Agence obligatoire' TO CA-MESSAGE
               ELSE
                   IF CA-COFFRE NOT NUMERIC
                       MOVE 0 TO CA-COFFRE
                   END-IF
                   EVALUATE TRUE
                       WHEN CA-INVENTORIER
                           PERFORM 1000-INVENTORIER THRU 1000-EXIT
                       WHEN CA-HORS-SERVICE
                           PERFORM 1500-HORS-SERVICE THRU 1500-EXIT
                       WHEN CA-LISTER
                           PERFORM 2500-LISTER THRU 2500-EXIT
                       WHEN CA-CONSULTER
                           PERFORM 2000-CONSULTER THRU 2000-EXIT
                       WHEN CA-OUVRIR
                           PERFORM 3000-OUVRIR THRU 3000-EXIT
                       WHEN CA-VISITER
                           PERFORM 4000-VISITER THRU 4000-EXIT
                       WHEN CA-RESILIER
                           PERFORM 5000-RESILIER THRU 5000-EXIT
                       WHEN OTHER
                           MOVE 98 TO CA-CODE-RETOUR
                           MOVE 'Action inconnue' TO CA-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-INVENTORIER : nouveau coffre dans la salle de l'agence
      ******************************************************************
       1000-INVENTORIER.

           MOVE CA-TAILLE TO COF-TAILLE
           IF CA-COFFRE = 0
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Numero de coffre obligatoire' TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF
           IF NOT COF-TAILLE-VALIDE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Taille P (petit), M (moyen) ou G (grand)'
                   TO CA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES          TO COFFRE-REC
           MOVE CA-AGENCE       TO COF-AGENCE
           MOVE CA-COFFRE       TO COF-NUMERO
           MOVE CA-TAILLE       TO COF-TAILLE
           SET COF-LIBRE        TO TRUE
           MOVE 0               TO COF-CONTRAT
           MOVE WS-DATE-JOUR    TO COF-DATE-CREATION
           MOVE WS-DATE-JOUR    TO COF-DATE-MAJ
           MOVE SEC-USER        TO COF-AGENT-MAJ
           MOVE 0               TO COF-NB-ACCES

           EXEC CICS
               WRITE FILE('COFFRE')
                     FROM(COFFRE-REC)
                     RIDFLD(COF-CLE)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'W'         TO IMG-TYPE
                   MOVE SPACES      TO IMG-AVANT
                   MOVE COFFRE-REC  TO IMG-APRES
                   MOVE 'COFFRE'    TO WS-IMG-FICHIER
                   MOVE COF-CLE     TO WS-IMG-CLE
                   PERFORM 8500-JOURNALISER-IMAGES
                   PERFORM 8600-RESTITUER-COFFRE
                   MOVE 'Coffre entre a l''inventaire' TO CA-MESSAGE
               WHEN DFHRESP(DUPREC)
                   MOVE 23 TO CA-CODE-RETOUR
                   MOVE 'Ce numero de coffre existe deja dans l''agence'
                       TO CA-MESSAGE
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur ecriture de l''inventaire des coffres'
                       TO CA-MESSAGE
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-HORS-SERVICE : bascule libre <-> hors service ; un
      * coffre loue ne peut etre retire
      ******************************************************************
       1500-HORS-SERVICE.

           PERFORM 8300-LIRE-COFFRE-MAJ
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1500-EXIT
           END-IF
           EVALUATE TRUE
               WHEN COF-LIBRE
                   SET COF-HORS-SERVICE TO TRUE
               WHEN COF-HORS-SERVICE
                   SET COF-LIBRE TO TRUE
               WHEN OTHER
                   EXEC CICS
                       UNLOCK FILE('COFFRE')
                   END-EXEC
                   MOVE 23 TO CA-CODE-RETOUR
                   MOVE 'Coffre loue : resilier le contrat d''abord'
                       TO CA-MESSAGE
                   GO TO 1500-EXIT
           END-EVALUATE
           MOVE WS-DATE-JOUR TO COF-DATE-MAJ
           MOVE SEC-USER     TO COF-AGENT-MAJ
           PERFORM 8400-REECRIRE-COFFRE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 1500-EXIT
           END-IF

           PERFORM 8600-RESTITUER-COFFRE
           IF COF-HORS-SERVICE
               MOVE 'Coffre mis hors service' TO CA-MESSAGE
           ELSE
               MOVE 'Coffre remis en service' TO CA-MESSAGE
           END-IF.

       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONSULTER : coffre, contrat en cours et cinq dernieres
      * visites (de la plus recente a la plus ancienne)
      ******************************************************************
       2000-CONSULTER.

           PERFORM 8100-LIRE-COFFRE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 2000-EXIT
           END-IF
           PERFORM 8600-RESTITUER-COFFRE

           MOVE COF-CONTRAT TO CA-CONTRAT
           IF CA-CONTRAT > 0
               PERFORM 8700-LIRE-CONTRAT
               IF CA-CODE-RETOUR NOT = 00
                   GO TO 2000-EXIT
               END-IF
               PERFORM 8800-RESTITUER-CONTRAT
           END-IF

           MOVE 0 TO CA-NB-LIGNES
           MOVE CA-AGENCE  TO WS-CLE-ACC-AGENCE
           MOVE CA-COFFRE  TO WS-CLE-ACC-COFFRE
           MOVE HIGH-VALUES TO WS-CLE-ACC-DATE
           MOVE 9999999    TO WS-CLE-ACC-HEURE
           EXEC CICS
               STARTBR FILE('COFACC')
                       RIDFLD(WS-CLE-ACCES)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-CLE-ACCES
               EXEC CICS
                   STARTBR FILE('COFACC')
                           RIDFLD(WS-CLE-ACCES)
                           GTEQ
                           RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-BROWSE
               PERFORM UNTIL WS-FIN-BROWSE = 1
                   EXEC CICS
                       READPREV FILE('COFACC')
                                INTO(COFACC-REC)
                                RIDFLD(WS-CLE-ACCES)
                                RESP(WS-RESP)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE 1 TO WS-FIN-BROWSE
                       WHEN ACC-AGENCE > CA-AGENCE
                           CONTINUE
                       WHEN ACC-AGENCE = CA-AGENCE
                           AND ACC-COFFRE > CA-COFFRE
                           CONTINUE
                       WHEN ACC-AGENCE NOT = CA-AGENCE
                           OR ACC-COFFRE NOT = CA-COFFRE
                           MOVE 1 TO WS-FIN-BROWSE
                       WHEN OTHER
                           PERFORM 2100-RESTITUER-VISITE
                           IF CA-NB-LIGNES >= 5
                               MOVE 1 TO WS-FIN-BROWSE
                           END-IF
                   END-EVALUATE
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('COFACC')
               END-EXEC
           END-IF

           IF CA-CONTRAT = 0
               MOVE 'Coffre libre ou hors service, sans contrat'
                   TO CA-MESSAGE
           ELSE
               IF CA-MT-DU > 0
                   MOVE CA-MT-DU TO WS-DU-ED
                   MOVE SPACES TO CA-MESSAGE
                   STRING 'Loyers impayes : ' WS-DU-ED ' EUR'
                       DELIMITED BY SIZE INTO CA-MESSAGE
               ELSE
                   MOVE 'Coffre, contrat et dernieres visites'
                       TO CA-MESSAGE
               END-IF
           END-IF.

       2000-EXIT.
           EXIT.

       2100-RESTITUER-VISITE.

           ADD 1 TO CA-NB-LIGNES
           MOVE SPACES TO WS-LIGNE-VISITE
           STRING ACC-DATE(7:2) '/' ACC-DATE(5:2) '/' ACC-DATE(1:4)
               DELIMITED BY SIZE INTO WS-LVI-DATE
           MOVE ACC-HEURE TO WS-HEURE-ED
           STRING WS-HEURE-HH ':' WS-HEURE-MM
               DELIMITED BY SIZE INTO WS-LVI-HEURE
           MOVE ACC-NOM     TO WS-LVI-NOM
           MOVE ACC-QUALITE TO WS-LVI-QUALITE
           MOVE ACC-AGENT   TO WS-LVI-AGENT
           MOVE WS-LIGNE-VISITE TO CA-LIGNE(CA-NB-LIGNES).

      ******************************************************************
      * 2500-LISTER : inventaire de l'agence ; les cinq coffres a
      * partir de CA-COFFRE sont restitues, tous sont comptes
      ******************************************************************
       2500-LISTER.

           MOVE 0 TO CA-NB-LIGNES
           MOVE 0 TO CA-NB-LIBRES
           MOVE 0 TO CA-NB-OCCUPES
           MOVE 0 TO CA-NB-HORS-SERVICE
           MOVE CA-AGENCE TO WS-CLE-COF-AGENCE
           MOVE 0         TO WS-CLE-COF-NUMERO
           EXEC CICS
               STARTBR FILE('COFFRE')
                       RIDFLD(WS-CLE-COFFRE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO WS-FIN-BROWSE
               PERFORM UNTIL WS-FIN-BROWSE = 1
                   EXEC CICS
                       READNEXT FILE('COFFRE')
                                INTO(COFFRE-REC)
                                RIDFLD(WS-CLE-COFFRE)
                                RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR COF-AGENCE NOT = CA-AGENCE
                       MOVE 1 TO WS-FIN-BROWSE
                   ELSE
                       PERFORM 2600-COMPTER-COFFRE
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('COFFRE')
               END-EXEC
           END-IF

           IF CA-NB-LIBRES + CA-NB-OCCUPES + CA-NB-HORS-SERVICE = 0
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Aucun coffre a l''inventaire de cette agence'
                   TO CA-MESSAGE
               GO TO 2500-EXIT
           END-IF
           IF CA-NB-LIGNES = 0
               MOVE 'Fin de l''inventaire de l''agence' TO CA-MESSAGE
           ELSE
               MOVE 'Inventaire de l''agence - PF8 suite'
                   TO CA-MESSAGE
           END-IF.

       2500-EXIT.
           EXIT.

       2600-COMPTER-COFFRE.

           EVALUATE TRUE
               WHEN COF-LIBRE
                   ADD 1 TO CA-NB-LIBRES
               WHEN COF-OCCUPE
                   ADD 1 TO CA-NB-OCCUPES
               WHEN OTHER
                   ADD 1 TO CA-NB-HORS-SERVICE
           END-EVALUATE
           IF COF-NUMERO < CA-COFFRE OR CA-NB-LIGNES >= 5
               GO TO 2600-EXIT
           END-IF

           ADD 1 TO CA-NB-LIGNES
           MOVE SPACES TO WS-LCF-CONTRAT
           MOVE COF-NUMERO TO WS-LCF-NUMERO
           EVALUATE TRUE
               WHEN COF-PETIT
                   MOVE 'Petit' TO WS-LCF-TAILLE
               WHEN COF-MOYEN
                   MOVE 'Moyen' TO WS-LCF-TAILLE
               WHEN OTHER
                   MOVE 'Grand' TO WS-LCF-TAILLE
           END-EVALUATE
           EVALUATE TRUE
               WHEN COF-LIBRE
                   MOVE 'Libre' TO WS-LCF-STATUT
               WHEN COF-OCCUPE
                   MOVE 'Loue' TO WS-LCF-STATUT
                   MOVE COF-CONTRAT TO WS-CONTRAT-ED
                   MOVE WS-CONTRAT-ED TO WS-LCF-CONTRAT
               WHEN OTHER
                   MOVE 'Hors service' TO WS-LCF-STATUT
           END-EVALUATE
           MOVE COF-NB-ACCES TO WS-LCF-ACCES
           MOVE WS-LIGNE-COFFRE TO CA-LIGNE(CA-NB-LIGNES).

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OUVRIR : location d'un coffre libre ; contrat cree et
      * coffre marque loue dans la meme unite logique
      ******************************************************************
       3000-OUVRIR.

           EVALUATE TRUE
               WHEN CA-COFFRE = 0
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Numero de coffre obligatoire' TO CA-MESSAGE
               WHEN CA-CLIENT = SPACES OR CA-CLIENT = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Numero de client obligatoire' TO CA-MESSAGE
               WHEN CA-COMPTE = SPACES OR CA-COMPTE = LOW-VALUES
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Compte de facturation du loyer obligatoire'
                       TO CA-MESSAGE
           END-EVALUATE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF
           IF CA-DATE-FIN-PREVUE = LOW-VALUES
               MOVE SPACES TO CA-DATE-FIN-PREVUE
           END-IF
           IF CA-DATE-FIN-PREVUE NOT = SPACES
               IF CA-DATE-FIN-PREVUE NOT NUMERIC
                   OR CA-DATE-FIN-PREVUE NOT > WS-DATE-JOUR
                   MOVE 30 TO CA-CODE-RETOUR
                   MOVE 'Echeance AAAAMMJJ posterieure a ce jour'
                       TO CA-MESSAGE
                   GO TO 3000-EXIT
               END-IF
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
               GO TO 3000-EXIT
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
               GO TO 3000-EXIT
           END-IF
           IF CPT-CLIENT NOT = CA-CLIENT
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Ce compte n''appartient pas au client'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF NOT CPT-COURANT
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Le loyer se debite sur un compte courant'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF
           PERFORM 7500-CONTROLER-GEL
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF

           PERFORM 8100-LIRE-COFFRE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 3000-EXIT
           END-IF
           IF NOT COF-LIBRE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Coffre deja loue ou hors service' TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

      *─── Numero du contrat (compteur cree a la premiere location) ───
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
               MOVE 'Compteur des contrats de location indisponible'
                   TO CA-MESSAGE
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES             TO LOCCOF-REC
           MOVE RNM-DERNIERE-REF   TO LOC-NUMERO
           MOVE CA-AGENCE          TO LOC-AGENCE
           MOVE CA-COFFRE          TO LOC-COFFRE
           MOVE COF-TAILLE         TO LOC-TAILLE
           MOVE CA-CLIENT          TO LOC-CLIENT
           MOVE CA-COMPTE          TO LOC-COMPTE
           SET LOC-ACTIF           TO TRUE
           MOVE WS-DATE-JOUR       TO LOC-DATE-DEBUT
           MOVE CA-DATE-FIN-PREVUE TO LOC-DATE-FIN-PREVUE
           MOVE SEC-USER           TO LOC-AGENT-OUVERTURE
           MOVE 0                  TO LOC-ANNEE-FACTUREE
           MOVE 0                  TO LOC-MT-FACTURE
           MOVE 0                  TO LOC-MT-DU
           MOVE 0                  TO LOC-NB-RELANCES
           EXEC CICS
               WRITE FILE('LOCCOF')
                     FROM(LOCCOF-REC)
                     RIDFLD(LOC-NUMERO)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture du contrat de location'
                   TO CA-MESSAGE
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE
           MOVE 'W'        TO IMG-TYPE
           MOVE SPACES     TO IMG-AVANT
           MOVE LOCCOF-REC TO IMG-APRES
           MOVE 'LOCCOF'   TO WS-IMG-FICHIER
           MOVE LOC-NUMERO TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 8300-LIRE-COFFRE-MAJ
           IF CA-CODE-RETOUR = 00
               IF COF-LIBRE
                   SET COF-OCCUPE    TO TRUE
                   MOVE LOC-NUMERO   TO COF-CONTRAT
                   MOVE WS-DATE-JOUR TO COF-DATE-MAJ
                   MOVE SEC-USER     TO COF-AGENT-MAJ
                   PERFORM 8400-REECRIRE-COFFRE
               ELSE
                   MOVE 23 TO CA-CODE-RETOUR
                   MOVE 'Coffre loue entre-temps par un autre poste'
                       TO CA-MESSAGE
               END-IF
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 3000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           PERFORM 8600-RESTITUER-COFFRE
           PERFORM 8800-RESTITUER-CONTRAT
           MOVE LOC-NUMERO TO WS-CONTRAT-ED
           MOVE CA-LOYER   TO WS-LOYER-ED
           MOVE SPACES TO CA-MESSAGE
           STRING 'Contrat ' WS-CONTRAT-ED ' ouvert, loyer annuel '
                  WS-LOYER-ED
               DELIMITED BY SIZE INTO CA-MESSAGE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-VISITER : ouverture du coffre en presence du guichetier ;
      * la personne admise est inscrite au journal des visites
      ******************************************************************
       4000-VISITER.

           IF CA-VISITEUR = SPACES OR CA-VISITEUR = LOW-VALUES
               OR CA-PIECE = SPACES OR CA-PIECE = LOW-VALUES
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Nom et piece d''identite du visiteur obligatoires'
                   TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           MOVE CA-QUALITE TO ACC-QUALITE
           IF NOT ACC-QUALITE-VALIDE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Qualite T (titulaire) ou M (mandataire)'
                   TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           PERFORM 8100-LIRE-COFFRE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF
           IF NOT COF-OCCUPE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Coffre sans contrat en cours : visite refusee'
                   TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           MOVE COF-CONTRAT TO CA-CONTRAT
           PERFORM 8700-LIRE-CONTRAT
           IF CA-CODE-RETOUR NOT = 00
               GO TO 4000-EXIT
           END-IF
           IF NOT LOC-ACTIF
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Contrat termine : visite refusee' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

      *─── Titulaire decede : le coffre reste scelle ──────────────────
           MOVE LOC-COMPTE TO CPT-NUM
           PERFORM 7500-CONTROLER-GEL
           IF CA-CODE-RETOUR NOT = 00
               MOVE 'Coffre scelle : succession en cours' TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES      TO COFACC-REC
           MOVE CA-AGENCE   TO ACC-AGENCE
           MOVE CA-COFFRE   TO ACC-COFFRE
           MOVE WS-DATE-JOUR TO ACC-DATE
           MOVE EIBTIME     TO ACC-HEURE
           MOVE LOC-NUMERO  TO ACC-CONTRAT
           MOVE CA-VISITEUR TO ACC-NOM
           MOVE CA-PIECE    TO ACC-PIECE
           MOVE CA-QUALITE  TO ACC-QUALITE
           MOVE SEC-USER    TO ACC-AGENT
           MOVE EIBTRMID    TO ACC-TERMINAL
           MOVE 0 TO WS-ESSAIS
           EXEC CICS
               WRITE FILE('COFACC')
                     FROM(COFACC-REC)
                     RIDFLD(ACC-CLE)
                     RESP(WS-RESP)
           END-EXEC
           PERFORM UNTIL WS-RESP NOT = DFHRESP(DUPREC)
                      OR WS-ESSAIS >= 99
               ADD 1 TO WS-ESSAIS
               ADD 1 TO ACC-HEURE
               EXEC CICS
                   WRITE FILE('COFACC')
                         FROM(COFACC-REC)
                         RIDFLD(ACC-CLE)
                         RESP(WS-RESP)
               END-EXEC
           END-PERFORM
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur ecriture du journal des visites'
                   TO CA-MESSAGE
               GO TO 4000-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE

           PERFORM 8300-LIRE-COFFRE-MAJ
           IF CA-CODE-RETOUR = 00
               IF COF-NB-ACCES NOT NUMERIC
                   MOVE 0 TO COF-NB-ACCES
               END-IF
               IF COF-NB-ACCES < 99999
                   ADD 1 TO COF-NB-ACCES
               END-IF
               PERFORM 8400-REECRIRE-COFFRE
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 4000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           PERFORM 8600-RESTITUER-COFFRE
           PERFORM 8800-RESTITUER-CONTRAT
           MOVE 'Visite enregistree au journal du coffre'
               TO CA-MESSAGE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESILIER : fin du contrat en cours, coffre libere
      ******************************************************************
       5000-RESILIER.

           MOVE CA-MOTIF-FIN TO LOC-MOTIF-FIN
           IF CA-MOTIF-FIN = SPACES OR CA-MOTIF-FIN = LOW-VALUES
               MOVE 'CLI' TO CA-MOTIF-FIN
               MOVE 'CLI' TO LOC-MOTIF-FIN
           END-IF
           IF NOT LOC-MOTIF-FIN-VALIDE
               MOVE 30 TO CA-CODE-RETOUR
               MOVE 'Motif CLI (demande du client) ou IMP (impayes)'
                   TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF

           PERFORM 8100-LIRE-COFFRE
           IF CA-CODE-RETOUR NOT = 00
               GO TO 5000-EXIT
           END-IF
           IF NOT COF-OCCUPE
               MOVE 23 TO CA-CODE-RETOUR
               MOVE 'Coffre sans contrat en cours' TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF
           MOVE COF-CONTRAT TO CA-CONTRAT

           EXEC CICS
               READ FILE('LOCCOF')
                    INTO(LOCCOF-REC)
                    RIDFLD(CA-CONTRAT)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur lecture du contrat de location'
                   TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF
           MOVE LOCCOF-REC TO IMG-AVANT
           SET LOC-TERMINE    TO TRUE
           MOVE WS-DATE-JOUR  TO LOC-DATE-FIN
           MOVE SEC-USER      TO LOC-AGENT-FIN
           MOVE CA-MOTIF-FIN  TO LOC-MOTIF-FIN
           EXEC CICS
               REWRITE FILE('LOCCOF')
                       FROM(LOCCOF-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour du contrat de location'
                   TO CA-MESSAGE
               GO TO 5000-EXIT
           END-IF
           MOVE 1 TO WS-MAJ-ENGAGEE
           MOVE 'R'        TO IMG-TYPE
           MOVE LOCCOF-REC TO IMG-APRES
           MOVE 'LOCCOF'   TO WS-IMG-FICHIER
           MOVE LOC-NUMERO TO WS-IMG-CLE
           PERFORM 8500-JOURNALISER-IMAGES

           PERFORM 8300-LIRE-COFFRE-MAJ
           IF CA-CODE-RETOUR = 00
               SET COF-LIBRE     TO TRUE
               MOVE 0            TO COF-CONTRAT
               MOVE WS-DATE-JOUR TO COF-DATE-MAJ
               MOVE SEC-USER     TO COF-AGENT-MAJ
               PERFORM 8400-REECRIRE-COFFRE
           END-IF
           IF CA-CODE-RETOUR NOT = 00
               PERFORM 8000-ANNULER
               GO TO 5000-EXIT
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           PERFORM 8600-RESTITUER-COFFRE
           PERFORM 8800-RESTITUER-CONTRAT
           IF LOC-MT-DU > 0
               MOVE LOC-MT-DU TO WS-DU-ED
               MOVE SPACES TO CA-MESSAGE
               STRING 'Contrat resilie - reste du : ' WS-DU-ED ' EUR'
                   DELIMITED BY SIZE INTO CA-MESSAGE
           ELSE
               MOVE 'Contrat resilie, coffre libere' TO CA-MESSAGE
           END-IF.

       5000-EXIT.
           EXIT.

      *─── Loyer annuel de la taille CA-TAILLE (PARAMS, sinon defaut) ─
       7000-LIRE-LOYER.

           EVALUATE CA-TAILLE
               WHEN 'P'
                   MOVE 'COFLOYP' TO WS-CLE-PARAM
                   MOVE 60        TO WS-LOYER
               WHEN 'M'
                   MOVE 'COFLOYM' TO WS-CLE-PARAM
                   MOVE 90        TO WS-LOYER
               WHEN OTHER
                   MOVE 'COFLOYG' TO WS-CLE-PARAM
                   MOVE 150       TO WS-LOYER
           END-EVALUATE
           EXEC CICS
               READ FILE('PARAMS')
                    INTO(WS-PARAM-REC)
                    RIDFLD(WS-CLE-PARAM)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND PRM-VALEUR NUMERIC
               AND PRM-VALEUR > 0
               AND PRM-VALEUR < 100000
               MOVE PRM-VALEUR TO WS-LOYER
           END-IF
           MOVE WS-LOYER TO CA-LOYER.

      ******************************************************************
      * 7500-CONTROLER-GEL : compte CPT-NUM gele pour succession
      * (BLQTRT action 'T') - code 38
      ******************************************************************
       7500-CONTROLER-GEL.

           INITIALIZE WS-BLQ-COMMAREA
           MOVE 'T'     TO BQT-ACTION
           MOVE CPT-NUM TO BQT-COMPTE
           EXEC CICS
               LINK PROGRAM('BLQTRT')
                    COMMAREA(WS-BLQ-COMMAREA)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND BQT-CODE-RETOUR = 00
               AND BQT-GELE = 'O'
               MOVE 38 TO CA-CODE-RETOUR
               MOVE 'Compte gele : succession en cours' TO CA-MESSAGE
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

      *─── Coffre CA-COFFRE de l'agence CA-AGENCE ─────────────────────
       8100-LIRE-COFFRE.

           MOVE CA-AGENCE TO WS-CLE-COF-AGENCE
           MOVE CA-COFFRE TO WS-CLE-COF-NUMERO
           EXEC CICS
               READ FILE('COFFRE')
                    INTO(COFFRE-REC)
                    RIDFLD(WS-CLE-COFFRE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Coffre inconnu dans cette agence' TO CA-MESSAGE
           END-IF.

      *─── Lecture pour mise a jour du coffre ──────────────────────────
       8300-LIRE-COFFRE-MAJ.

           MOVE CA-AGENCE TO WS-CLE-COF-AGENCE
           MOVE CA-COFFRE TO WS-CLE-COF-NUMERO
           EXEC CICS
               READ FILE('COFFRE')
                    INTO(COFFRE-REC)
                    RIDFLD(WS-CLE-COFFRE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE COFFRE-REC TO IMG-AVANT
               WHEN DFHRESP(NOTFND)
                   MOVE 13 TO CA-CODE-RETOUR
                   MOVE 'Coffre inconnu dans cette agence'
                       TO CA-MESSAGE
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
                   MOVE 'Erreur lecture de l''inventaire des coffres'
                       TO CA-MESSAGE
           END-EVALUATE.

       8400-REECRIRE-COFFRE.

           EXEC CICS
               REWRITE FILE('COFFRE')
                       FROM(COFFRE-REC)
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 99 TO CA-CODE-RETOUR
               MOVE 'Erreur mise a jour de l''inventaire des coffres'
                   TO CA-MESSAGE
           ELSE
               MOVE 1 TO WS-MAJ-ENGAGEE
               MOVE 'R'        TO IMG-TYPE
               MOVE COFFRE-REC TO IMG-APRES
               MOVE 'COFFRE'   TO WS-IMG-FICHIER
               MOVE COF-CLE    TO WS-IMG-CLE
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

      *─── Coffre courant rendu a l'ecran, avec le loyer de sa taille ─
       8600-RESTITUER-COFFRE.

           MOVE COF-TAILLE  TO CA-TAILLE
           MOVE COF-STATUT  TO CA-STATUT-COFFRE
           PERFORM 7000-LIRE-LOYER.

      *─── Contrat CA-CONTRAT ─────────────────────────────────────────
       8700-LIRE-CONTRAT.

           EXEC CICS
               READ FILE('LOCCOF')
                    INTO(LOCCOF-REC)
                    RIDFLD(CA-CONTRAT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 13 TO CA-CODE-RETOUR
               MOVE 'Contrat de location inconnu' TO CA-MESSAGE
           END-IF.

      *─── Contrat courant rendu a l'ecran, avec le nom du client ─────
       8800-RESTITUER-CONTRAT.

           MOVE LOC-NUMERO          TO CA-CONTRAT
           MOVE LOC-CLIENT          TO CA-CLIENT
           MOVE LOC-COMPTE          TO CA-COMPTE
           MOVE LOC-DATE-DEBUT      TO CA-DATE-DEBUT
           MOVE LOC-DATE-FIN-PREVUE TO CA-DATE-FIN-PREVUE
           MOVE LOC-DATE-FIN        TO CA-DATE-FIN
           MOVE LOC-STATUT          TO CA-STATUT-CONTRAT
           MOVE LOC-MOTIF-FIN       TO CA-MOTIF-FIN
           MOVE LOC-MT-DU           TO CA-MT-DU
           MOVE LOC-ANNEE-FACTUREE  TO CA-ANNEE-FACTUREE
           MOVE LOC-NB-RELANCES     TO CA-NB-RELANCES
           EXEC CICS
               READ FILE('CLIENT')
                    INTO(CLIENT-REC)
                    RIDFLD(LOC-CLIENT)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CLI-NOM TO CA-NOM
           ELSE
               MOVE SPACES TO CA-NOM
           END-IF.
