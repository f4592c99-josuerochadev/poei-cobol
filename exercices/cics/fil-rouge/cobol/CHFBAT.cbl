      ******************************************************************
      * Programme : CHFBAT - Position journaliere des chambres fortes
      * Fonction  : Situer le stock de chaque agence contre son
      *             plafond d'encaisse assure et preparer les
      *             commandes et restitutions de fonds au centre fort
      *
      * Passe chaque soir, apres l'arrete des caisses (CAISBAT), sur
      * les chambres fortes CHFORT tenues par CHFTRT :
      *   - stock par coupure et sa valeur, plafond assure de
      *     l'agence (PARAMS 'PLF' + agence, a defaut CHFPLAF,
      *     150 000 EUR) et ecart au plafond, au-dessus ou en
      *     dessous ;
      *   - sorties nettes par coupure vers les caisses (approvision-
      *     nements moins degagements du journal CHFMVT) sur les
      *     derniers jours (PARAMS CHFHISTO, 20 par defaut) ; leur
      *     moyenne journaliere, portee a la couverture voulue
      *     (PARAMS CHFCOUV, 3 jours par defaut), donne le besoin de
      *     chaque coupure pour les jours qui viennent ;
      *   - une coupure dont le stock ne couvre pas le besoin est
      *     commandee au centre fort, dans la limite du plafond ;
      *   - si le stock, besoins commandes compris, depasse le
      *     plafond, l'excedent des coupures au-dela de leur besoin
      *     est restitue, en commencant par les plus fortes.
      * Les ordres (commande 'C' ou restitution 'R', par coupure)
      * sont ecrits dans FCMDFON pour le centre fort ; la position
      * de chaque agence est editee dans FCHFPOS. La reception et
      * l'expedition des fonds sont ensuite saisies au guichet
      * (CHFTRT 'R' et 'E') avec les deux signatures.
      * RC 4 si une agence est au-dessus de son plafond ou si le
      * journal CHFMVT manque, RC 8 si CHFORT est indisponible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHFBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CHFORT ASSIGN TO CHFORT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHF-AGENCE
               FILE STATUS IS WS-FS-CHF.

           SELECT F-CHFMVT ASSIGN TO CHFMVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CLE
               FILE STATUS IS WS-FS-CHM.

           SELECT F-PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CLE
               FILE STATUS IS WS-FS-PRM.

           SELECT F-POSITION ASSIGN TO FCHFPOS
               FILE STATUS IS WS-FS-POS.

           SELECT F-ORDRES ASSIGN TO FCMDFON
               FILE STATUS IS WS-FS-ORD.

       DATA DIVISION.
       FILE SECTION.

      *─── Stock des chambres fortes, dessin CHFORT (cf. copybook) ────
       FD  F-CHFORT.
       01  ENR-CHFORT.
           05  CHF-AGENCE          PIC X(5).
           05  CHF-NB-COUPURE      PIC 9(7) COMP-3 OCCURS 15 TIMES.
           05  CHF-TOTAL           PIC 9(9)V99 COMP-3.
           05  CHF-DATE-MAJ        PIC X(8).
           05  CHF-AGENT-MAJ       PIC X(8).
           05  CHF-DATE-INVENT     PIC X(8).
           05  CHF-AGENT-INVENT    PIC X(8).
           05  CHF-ECART-INVENT    PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(11).

      *─── Mouvements de chambre forte, dessin CHFMVT (cf. copybook) ──
       FD  F-CHFMVT.
       01  ENR-CHFMVT.
           05  CHM-CLE.
               10  CHM-AGENCE      PIC X(5).
               10  CHM-DATE        PIC X(8).
               10  CHM-HEURE       PIC 9(7).
               10  CHM-TACHE       PIC 9(7).
           05  CHM-TYPE            PIC X(1).
           05  CHM-GUICHETIER      PIC X(8).
           05  CHM-AGENT           PIC X(8).
           05  CHM-CONTRESIGN      PIC X(8).
           05  CHM-NB-COUPURE      PIC 9(7) COMP-3 OCCURS 15 TIMES.
           05  CHM-MONTANT         PIC 9(9)V99 COMP-3.
           05  CHM-ECART           PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(6).

       FD  F-PARAMS.
       01  ENR-PARAMS.
           05  PRM-CLE             PIC X(8).
           05  PRM-VALEUR          PIC 9(7)V99.
           05  FILLER              PIC X(23).

       FD  F-POSITION.
       01  ENR-POSITION            PIC X(80).

      *─── Ordre de fonds au centre fort, une ligne par coupure ───────
       FD  F-ORDRES.
       01  ENR-ORDRE.
           05  ORD-AGENCE          PIC X(5).
           05  ORD-DATE            PIC X(8).
           05  ORD-SENS            PIC X(1).
           05  ORD-RANG            PIC 9(2).
           05  ORD-COUPURE         PIC 9(3)V99.
           05  ORD-QUANTITE        PIC 9(7).
           05  ORD-MONTANT         PIC 9(9)V99.
           05  FILLER              PIC X(41).

       WORKING-STORAGE SECTION.
           COPY COUPURE.

       01  WS-FS-CHF               PIC XX.
       01  WS-FS-CHM               PIC XX.
       01  WS-FS-PRM               PIC XX.
       01  WS-FS-POS               PIC XX.
       01  WS-FS-ORD               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-EOF-MVT              PIC 9 VALUE 0.
       01  WS-MVT-OUVERT           PIC 9 VALUE 0.
       01  WS-PARAMS-OUVERT        PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-EDIT            PIC X(10).

      *─── Premier jour de l'historique des sorties (AAAAMMJJ) ────────
       01  WS-DATE-DEBUT-N         PIC 9(8) VALUE 0.
       01  WS-DATE-DEBUT REDEFINES WS-DATE-DEBUT-N PIC X(8).

      *─── Historique et couverture (PARAMS CHFHISTO / CHFCOUV) ───────
       01  WS-HISTO                PIC 9(3) VALUE 20.
       01  WS-COUVERTURE           PIC 9(2) VALUE 3.
       01  WS-PLAFOND              PIC 9(9)V99 VALUE 0.
       01  WS-CLE-PARAM.
           05  WS-CLE-PRM-PREFIXE  PIC X(3).
           05  WS-CLE-PRM-AGENCE   PIC X(5).

      *─── Position de l'agence, par coupure (rang table COUPURE) ─────
       01  WS-IX                   PIC 9(2) VALUE 0.
       01  WS-POSITION.
           05  WS-POS-COUPURE      OCCURS 15 TIMES.
               10  WS-SORTIES      PIC S9(9).
               10  WS-BESOIN       PIC 9(9).
               10  WS-MANQUANT     PIC 9(9).
               10  WS-EXCEDENT     PIC 9(9).
               10  WS-COMMANDE     PIC 9(7).
               10  WS-RETOUR       PIC 9(7).
       01  WS-QUANTITE             PIC 9(9) VALUE 0.
       01  WS-STOCK                PIC 9(9)V99 VALUE 0.
       01  WS-MT-MANQUANT          PIC 9(11)V99 VALUE 0.
       01  WS-MT-COMMANDE          PIC 9(9)V99 VALUE 0.
       01  WS-MT-RETOUR            PIC 9(9)V99 VALUE 0.
       01  WS-RESTE                PIC S9(11)V99 VALUE 0.
       01  WS-ECART-PLAFOND        PIC S9(9)V99 VALUE 0.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-AGENCES           PIC 9(5) VALUE 0.
       01  WS-NB-AU-DESSUS         PIC 9(5) VALUE 0.
       01  WS-NB-COMMANDES         PIC 9(5) VALUE 0.
       01  WS-NB-RETOURS           PIC 9(5) VALUE 0.
       01  WS-NB-LIGNES-ORDRE      PIC 9(7) VALUE 0.
       01  WS-TOT-COMMANDE         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RETOUR           PIC 9(11)V99 VALUE 0.
       01  WS-ED-MONTANT           PIC Z(10)9.99.

      *─── Lignes de la position des chambres fortes ──────────────────
       01  WS-POS-SEP              PIC X(80) VALUE ALL '='.

       01  WS-POS-TITRE.
           05  FILLER              PIC X(40)
               VALUE 'CHAMBRES FORTES : POSITION DU '.
           05  WS-POS-ED-DATE      PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-POS-AGENCE.
           05  FILLER              PIC X(9) VALUE 'AGENCE : '.
           05  WS-POS-ED-AGENCE    PIC X(5).
           05  FILLER              PIC X(22)
               VALUE ' - SORTIES NETTES SUR '.
           05  WS-POS-ED-HISTO     PIC ZZ9.
           05  FILLER              PIC X(20)
               VALUE ' JOURS, BESOIN POUR '.
           05  WS-POS-ED-COUV      PIC Z9.
           05  FILLER              PIC X(6) VALUE ' JOURS'.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-POS-ENTETE.
           05  FILLER              PIC X(8) VALUE 'COUPURE '.
           05  FILLER              PIC X(9) VALUE '   STOCK '.
           05  FILLER              PIC X(14) VALUE '      VALEUR  '.
           05  FILLER              PIC X(10) VALUE ' SORTIES  '.
           05  FILLER              PIC X(9) VALUE ' BESOIN  '.
           05  FILLER              PIC X(9) VALUE 'COMMANDE '.
           05  FILLER              PIC X(7) VALUE ' RETOUR'.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-POS-DETAIL.
           05  WS-DET-COUPURE      PIC ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-STOCK        PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-VALEUR       PIC Z(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-SORTIES      PIC -(7)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-BESOIN       PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-COMMANDE     PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-RETOUR       PIC Z(6)9.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-POS-TOTAL.
           05  WS-TOT-LIBELLE      PIC X(27).
           05  WS-TOT-MONTANT      PIC -(8)9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-TOT-COMMENT      PIC X(20).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-POS-VIDE             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME CHFBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT

           OPEN INPUT F-CHFORT
           IF WS-FS-CHF = '35'
               DISPLAY 'AUCUNE CHAMBRE FORTE INVENTORIEE'
               DISPLAY 'FIN DU PROGRAMME CHFBAT'
               GOBACK
           END-IF
           IF WS-FS-CHF NOT = '00'
               DISPLAY 'FICHIER CHFORT INDISPONIBLE : ' WS-FS-CHF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── Journal facultatif : sans lui, aucun besoin n'est estime ──
           OPEN INPUT F-CHFMVT
           IF WS-FS-CHM = '00'
               MOVE 1 TO WS-MVT-OUVERT
           ELSE
               DISPLAY 'JOURNAL CHFMVT INDISPONIBLE : ' WS-FS-CHM
           END-IF
           PERFORM 0100-LIRE-PARAMETRES

           COMPUTE WS-DATE-DEBUT-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR-N)
                - WS-HISTO + 1)

           OPEN OUTPUT F-POSITION
           OPEN OUTPUT F-ORDRES

           MOVE WS-DATE-EDIT TO WS-POS-ED-DATE
           WRITE ENR-POSITION FROM WS-POS-TITRE
               AFTER ADVANCING PAGE

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CHFORT NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-AGENCES
                       PERFORM 1000-TRAITER-AGENCE
               END-READ
           END-PERFORM

           CLOSE F-CHFORT
           IF WS-MVT-OUVERT = 1
               CLOSE F-CHFMVT
           END-IF
           IF WS-PARAMS-OUVERT = 1
               CLOSE F-PARAMS
           END-IF
           CLOSE F-POSITION
           CLOSE F-ORDRES

           DISPLAY 'AGENCES TRAITEES         : ' WS-NB-AGENCES
           DISPLAY 'AU-DESSUS DU PLAFOND     : ' WS-NB-AU-DESSUS
           DISPLAY 'COMMANDES DE FONDS       : ' WS-NB-COMMANDES
           MOVE WS-TOT-COMMANDE TO WS-ED-MONTANT
           DISPLAY '  MONTANT COMMANDE       : ' WS-ED-MONTANT
           DISPLAY 'RESTITUTIONS DE FONDS    : ' WS-NB-RETOURS
           MOVE WS-TOT-RETOUR TO WS-ED-MONTANT
           DISPLAY '  MONTANT RESTITUE       : ' WS-ED-MONTANT
           DISPLAY 'LIGNES D ORDRE FCMDFON   : ' WS-NB-LIGNES-ORDRE
           IF WS-NB-AU-DESSUS > 0 OR WS-MVT-OUVERT = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME CHFBAT'
           GOBACK.

      *─── Historique et couverture PARAMS (facultatifs) ──────────────
       0100-LIRE-PARAMETRES.

           OPEN INPUT F-PARAMS
           IF WS-FS-PRM = '00'
               MOVE 1 TO WS-PARAMS-OUVERT
               MOVE 'CHFHISTO' TO PRM-CLE
               READ F-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRM-VALEUR NUMERIC
                           AND PRM-VALEUR > 0
                           AND PRM-VALEUR < 1000
                           MOVE PRM-VALEUR TO WS-HISTO
                       END-IF
               END-READ
               MOVE 'CHFCOUV' TO PRM-CLE
               READ F-PARAMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRM-VALEUR NUMERIC
                           AND PRM-VALEUR > 0
                           AND PRM-VALEUR < 100
                           MOVE PRM-VALEUR TO WS-COUVERTURE
                       END-IF
               END-READ
           END-IF
           DISPLAY 'HISTORIQUE DES SORTIES (JOURS) : ' WS-HISTO
           DISPLAY 'COUVERTURE DES BESOINS (JOURS) : ' WS-COUVERTURE.

      ******************************************************************
      * 1000-TRAITER-AGENCE : sorties, besoins, restitution puis
      * commande, edition de la position et ordres au centre fort
      ******************************************************************
       1000-TRAITER-AGENCE.

           INITIALIZE WS-POSITION
           MOVE 0 TO WS-STOCK
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               COMPUTE WS-STOCK = WS-STOCK
                   + CHF-NB-COUPURE (WS-IX) * CPR-VALEUR (WS-IX)
           END-PERFORM

           PERFORM 1100-LIRE-PLAFOND
           IF WS-MVT-OUVERT = 1
               PERFORM 1200-CUMULER-SORTIES
           END-IF
           PERFORM 1300-CALCULER-BESOINS
           PERFORM 1400-CALCULER-RETOUR
           PERFORM 1500-CALCULER-COMMANDE
           PERFORM 1600-EDITER-POSITION
           PERFORM 1700-ECRIRE-ORDRES.

      *─── Plafond assure : PARAMS 'PLF'+agence, puis CHFPLAF ─────────
       1100-LIRE-PLAFOND.

           MOVE 150000 TO WS-PLAFOND
           IF WS-PARAMS-OUVERT = 1
               MOVE 'PLF'      TO WS-CLE-PRM-PREFIXE
               MOVE CHF-AGENCE TO WS-CLE-PRM-AGENCE
               MOVE WS-CLE-PARAM TO PRM-CLE
               READ F-PARAMS
                   INVALID KEY
                       MOVE 'CHFPLAF' TO PRM-CLE
                       READ F-PARAMS
                           INVALID KEY
                               MOVE 0 TO PRM-VALEUR
                       END-READ
               END-READ
               IF PRM-VALEUR NUMERIC AND PRM-VALEUR > 0
                   MOVE PRM-VALEUR TO WS-PLAFOND
               END-IF
           END-IF.

      *─── Approvisionnements moins degagements sur l'historique ──────
       1200-CUMULER-SORTIES.

           MOVE CHF-AGENCE    TO CHM-AGENCE
           MOVE WS-DATE-DEBUT TO CHM-DATE
           MOVE 0 TO CHM-HEURE
           MOVE 0 TO CHM-TACHE
           MOVE 0 TO WS-EOF-MVT
           START F-CHFMVT KEY IS NOT LESS THAN CHM-CLE
               INVALID KEY MOVE 1 TO WS-EOF-MVT
           END-START

           PERFORM UNTIL WS-EOF-MVT = 1
               READ F-CHFMVT NEXT
                   AT END MOVE 1 TO WS-EOF-MVT
                   NOT AT END
                       IF CHM-AGENCE NOT = CHF-AGENCE
                           OR CHM-DATE > WS-DATE-JOUR
                           MOVE 1 TO WS-EOF-MVT
                       ELSE
                           PERFORM 1250-CUMULER-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM.

       1250-CUMULER-MOUVEMENT.

           EVALUATE CHM-TYPE
               WHEN 'A'
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > CPR-NB-COUPURES
                       ADD CHM-NB-COUPURE (WS-IX) TO WS-SORTIES (WS-IX)
                   END-PERFORM
               WHEN 'D'
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > CPR-NB-COUPURES
                       SUBTRACT CHM-NB-COUPURE (WS-IX)
                           FROM WS-SORTIES (WS-IX)
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *─── Besoin = moyenne des sorties x couverture, arrondi au-dessus
       1300-CALCULER-BESOINS.

           MOVE 0 TO WS-MT-MANQUANT
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               IF WS-SORTIES (WS-IX) > 0
                   COMPUTE WS-BESOIN (WS-IX) =
                       (WS-SORTIES (WS-IX) * WS-COUVERTURE
                        + WS-HISTO - 1) / WS-HISTO
               END-IF
               IF WS-BESOIN (WS-IX) > CHF-NB-COUPURE (WS-IX)
                   COMPUTE WS-MANQUANT (WS-IX) =
                       WS-BESOIN (WS-IX) - CHF-NB-COUPURE (WS-IX)
                   COMPUTE WS-MT-MANQUANT = WS-MT-MANQUANT
                       + WS-MANQUANT (WS-IX) * CPR-VALEUR (WS-IX)
               ELSE
                   COMPUTE WS-EXCEDENT (WS-IX) =
                       CHF-NB-COUPURE (WS-IX) - WS-BESOIN (WS-IX)
               END-IF
           END-PERFORM.

      *─── Restitution : ce qui depasse le plafond, besoins commandes
      *    compris, pris sur les excedents des plus fortes coupures ───
       1400-CALCULER-RETOUR.

           MOVE 0 TO WS-MT-RETOUR
           COMPUTE WS-RESTE = WS-STOCK + WS-MT-MANQUANT - WS-PLAFOND
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES OR WS-RESTE <= 0
               IF WS-EXCEDENT (WS-IX) > 0
                   COMPUTE WS-QUANTITE = WS-RESTE / CPR-VALEUR (WS-IX)
                   IF WS-QUANTITE > WS-EXCEDENT (WS-IX)
                       MOVE WS-EXCEDENT (WS-IX) TO WS-QUANTITE
                   END-IF
                   MOVE WS-QUANTITE TO WS-RETOUR (WS-IX)
                   COMPUTE WS-MT-RETOUR = WS-MT-RETOUR
                       + WS-QUANTITE * CPR-VALEUR (WS-IX)
                   COMPUTE WS-RESTE = WS-RESTE
                       - WS-QUANTITE * CPR-VALEUR (WS-IX)
               END-IF
           END-PERFORM.

      *─── Commande : coupures manquantes dans la marge du plafond ────
       1500-CALCULER-COMMANDE.

           MOVE 0 TO WS-MT-COMMANDE
           COMPUTE WS-RESTE = WS-PLAFOND - WS-STOCK + WS-MT-RETOUR
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES OR WS-RESTE <= 0
               IF WS-MANQUANT (WS-IX) > 0
                   COMPUTE WS-QUANTITE = WS-RESTE / CPR-VALEUR (WS-IX)
                   IF WS-QUANTITE > WS-MANQUANT (WS-IX)
                       MOVE WS-MANQUANT (WS-IX) TO WS-QUANTITE
                   END-IF
                   MOVE WS-QUANTITE TO WS-COMMANDE (WS-IX)
                   COMPUTE WS-MT-COMMANDE = WS-MT-COMMANDE
                       + WS-QUANTITE * CPR-VALEUR (WS-IX)
                   COMPUTE WS-RESTE = WS-RESTE
                       - WS-QUANTITE * CPR-VALEUR (WS-IX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 1600-EDITER-POSITION : detail par coupure, puis stock, plafond
      * et ecart, commande, restitution et stock qui en resulte
      ******************************************************************
       1600-EDITER-POSITION.

           MOVE CHF-AGENCE    TO WS-POS-ED-AGENCE
           MOVE WS-HISTO      TO WS-POS-ED-HISTO
           MOVE WS-COUVERTURE TO WS-POS-ED-COUV
           WRITE ENR-POSITION FROM WS-POS-SEP
               AFTER ADVANCING 2 LINES
           WRITE ENR-POSITION FROM WS-POS-AGENCE
           WRITE ENR-POSITION FROM WS-POS-ENTETE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               MOVE CPR-VALEUR (WS-IX)     TO WS-DET-COUPURE
               MOVE CHF-NB-COUPURE (WS-IX) TO WS-DET-STOCK
               COMPUTE WS-DET-VALEUR =
                   CHF-NB-COUPURE (WS-IX) * CPR-VALEUR (WS-IX)
               MOVE WS-SORTIES (WS-IX)     TO WS-DET-SORTIES
               MOVE WS-BESOIN (WS-IX)      TO WS-DET-BESOIN
               MOVE WS-COMMANDE (WS-IX)    TO WS-DET-COMMANDE
               MOVE WS-RETOUR (WS-IX)      TO WS-DET-RETOUR
               WRITE ENR-POSITION FROM WS-POS-DETAIL
           END-PERFORM

           WRITE ENR-POSITION FROM WS-POS-VIDE
           MOVE 'VALEUR DU STOCK          : ' TO WS-TOT-LIBELLE
           MOVE WS-STOCK TO WS-TOT-MONTANT
           MOVE SPACES TO WS-TOT-COMMENT
           WRITE ENR-POSITION FROM WS-POS-TOTAL
           MOVE 'PLAFOND ASSURE           : ' TO WS-TOT-LIBELLE
           MOVE WS-PLAFOND TO WS-TOT-MONTANT
           WRITE ENR-POSITION FROM WS-POS-TOTAL

           COMPUTE WS-ECART-PLAFOND = WS-STOCK - WS-PLAFOND
           MOVE 'ECART AU PLAFOND         : ' TO WS-TOT-LIBELLE
           MOVE WS-ECART-PLAFOND TO WS-TOT-MONTANT
           IF WS-ECART-PLAFOND > 0
               ADD 1 TO WS-NB-AU-DESSUS
               MOVE '*** AU-DESSUS ***' TO WS-TOT-COMMENT
               DISPLAY 'AGENCE AU-DESSUS DU PLAFOND : ' CHF-AGENCE
           ELSE
               MOVE 'EN DESSOUS' TO WS-TOT-COMMENT
           END-IF
           WRITE ENR-POSITION FROM WS-POS-TOTAL

           MOVE SPACES TO WS-TOT-COMMENT
           MOVE 'COMMANDE AU CENTRE FORT  : ' TO WS-TOT-LIBELLE
           MOVE WS-MT-COMMANDE TO WS-TOT-MONTANT
           WRITE ENR-POSITION FROM WS-POS-TOTAL
           MOVE 'RESTITUTION              : ' TO WS-TOT-LIBELLE
           MOVE WS-MT-RETOUR TO WS-TOT-MONTANT
           WRITE ENR-POSITION FROM WS-POS-TOTAL
           MOVE 'STOCK APRES ORDRES       : ' TO WS-TOT-LIBELLE
           COMPUTE WS-TOT-MONTANT =
               WS-STOCK + WS-MT-COMMANDE - WS-MT-RETOUR
           WRITE ENR-POSITION FROM WS-POS-TOTAL.

      *─── Ordres au centre fort : une ligne par coupure et par sens ──
       1700-ECRIRE-ORDRES.

           IF WS-MT-COMMANDE > 0
               ADD 1 TO WS-NB-COMMANDES
               ADD WS-MT-COMMANDE TO WS-TOT-COMMANDE
           END-IF
           IF WS-MT-RETOUR > 0
               ADD 1 TO WS-NB-RETOURS
               ADD WS-MT-RETOUR TO WS-TOT-RETOUR
           END-IF

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CPR-NB-COUPURES
               IF WS-COMMANDE (WS-IX) > 0
                   MOVE 'C' TO ORD-SENS
                   MOVE WS-COMMANDE (WS-IX) TO ORD-QUANTITE
                   PERFORM 1750-ECRIRE-ORDRE
               END-IF
               IF WS-RETOUR (WS-IX) > 0
                   MOVE 'R' TO ORD-SENS
                   MOVE WS-RETOUR (WS-IX) TO ORD-QUANTITE
                   PERFORM 1750-ECRIRE-ORDRE
               END-IF
           END-PERFORM.

       1750-ECRIRE-ORDRE.

           MOVE CHF-AGENCE         TO ORD-AGENCE
           MOVE WS-DATE-JOUR       TO ORD-DATE
           MOVE WS-IX              TO ORD-RANG
           MOVE CPR-VALEUR (WS-IX) TO ORD-COUPURE
           COMPUTE ORD-MONTANT = ORD-QUANTITE * CPR-VALEUR (WS-IX)
           MOVE SPACES TO ENR-ORDRE(40:41)
           WRITE ENR-ORDRE
           ADD 1 TO WS-NB-LIGNES-ORDRE.
