       IDENTIFICATION DIVISION.
       PROGRAM-ID. C04-CONTRAT.
       AUTHOR. ROCHA.
      *----------------------------------------------------------------
      * PROGRAMME : Gestion des contrats de facturation periodique
      *
      * Un contrat porte, pour un client, les lignes facturees a
      * chaque periode (article, quantite, prix unitaire HT, taux
      * de TVA - 12 lignes et 4 taux distincts au plus, comme une
      * facture de C04-FACTURE), la frequence en mois (1 mensuel,
      * 3 trimestriel, 12 annuel), les dates de debut, de fin
      * (0 = sans fin) et de revision de prix. Fichier indexe
      * CONTRAT.DAT, numero attribue par le compteur CTRNUM.DAT.
      *
      * Action saisie en entree (SYSIN) :
      *   C : creation d'un contrat (statut 'A' actif)
      *   S : suspension - la facturation est sautee
      *   R : reprise d'un contrat suspendu
      *   T : fin du contrat a la date saisie (blanc = ce jour)
      *   P : revision des prix - pourcentage applique a toutes
      *       les lignes, prochaine revision un an plus tard
      * Le client est designe par son numero dans CLIENT.DAT (cf.
      * C04-CLIENT) ; sa raison sociale est reprise de sa fiche.
      * Les factures sont generees chaque mois par C04-FACREC.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTRATS
               ASSIGN TO 'CONTRAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-NUMERO
               FILE STATUS IS WS-STATUS-CTR.

           SELECT OPTIONAL F-COMPTEUR
               ASSIGN TO 'CTRNUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NUM.

           SELECT F-CLIENTS
               ASSIGN TO 'CLIENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUS-CLI.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Contrats de facturation periodique - 500 octets
      *----------------------------------------------------------------
       FD  F-CONTRATS
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  ENR-CONTRAT.
           05  CTR-NUMERO          PIC 9(6).
           05  CTR-CLIENT          PIC X(20).
      * Statut : 'A' actif, 'S' suspendu, 'T' termine
           05  CTR-STATUT          PIC X(1).
           05  CTR-FREQUENCE       PIC 9(2).
           05  CTR-DATE-DEBUT      PIC 9(8).
           05  CTR-DATE-FIN        PIC 9(8).
           05  CTR-DATE-REVISION   PIC 9(8).
      * Derniere facture generee par C04-FACREC (mois AAAAMM,
      * numero au registre et TTC, pour le controle d'un mois sur
      * l'autre)
           05  CTR-DERNIER-MOIS    PIC 9(6).
           05  CTR-DERNIERE-FACTURE PIC 9(6).
           05  CTR-DERNIER-TTC     PIC 9(8)V99.
           05  CTR-NB-LIGNES       PIC 9(2).
           05  CTR-LIGNE OCCURS 12 TIMES.
               10  CTR-ART-LIBELLE PIC X(20).
               10  CTR-ART-QTE     PIC 9(3).
               10  CTR-ART-PRIX    PIC 9(5)V99.
               10  CTR-ART-TAUX    PIC 9(2)V99.
      * Numero du client facture (cf. C04-CLIENT)
           05  CTR-NUM-CLIENT      PIC 9(6).
           05  FILLER              PIC X(9).

       FD  F-COMPTEUR
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-COMPTEUR.
           05  CPT-DERNIER-NUMERO  PIC 9(6).

      *----------------------------------------------------------------
      * Fichier des clients (cf. C04-CLIENT) - 200 octets
      *----------------------------------------------------------------
       FD  F-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  ENR-CLIENT.
           05  CLI-NUMERO          PIC 9(6).
           05  CLI-NOM             PIC X(20).
           05  CLI-ADRESSE-1       PIC X(30).
           05  CLI-ADRESSE-2       PIC X(30).
           05  CLI-CODE-POSTAL     PIC X(5).
           05  CLI-VILLE           PIC X(25).
           05  CLI-NUM-TVA         PIC X(14).
           05  CLI-DELAI-PAIEMENT  PIC 9(3).
           05  CLI-PLAFOND         PIC 9(8)V99.
           05  CLI-STATUT          PIC X(1).
           05  CLI-DATE-CREATION   PIC 9(8).
           05  FILLER              PIC X(48).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-CTR           PIC XX.
       01  WS-STATUS-NUM           PIC XX.
       01  WS-STATUS-CLI           PIC XX.

      *----------------------------------------------------------------
      * Saisies
      *----------------------------------------------------------------
       01  WS-ACTION               PIC X(1).
       01  WS-NUMERO-IN            PIC 9(6) VALUE 0.
       01  WS-DATE-IN              PIC X(8).
       01  WS-NOMBRE-IN            PIC X(12).
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-DATE-SAISIE          PIC 9(8) VALUE 0.
       01  WS-NUMERO-CONTRAT       PIC 9(6) VALUE 0.
       01  WS-POURCENT             PIC S9(2)V99 VALUE 0.

      *----------------------------------------------------------------
      * Controle des taux distincts (4 au plus par facture)
      *----------------------------------------------------------------
       01  WS-IDX-LIG              PIC 9(2) VALUE 0.
       01  WS-IDX-TAUX             PIC 9(1) VALUE 0.
       01  WS-NB-TAUX              PIC 9(1) VALUE 0.
       01  WS-TAUX-TROUVE          PIC 9 VALUE 0.
       01  WS-TAB-TAUX.
           05  WS-TAUX-VU          PIC 9(2)V99 OCCURS 4 TIMES.

      *----------------------------------------------------------------
      * Zones d'edition
      *----------------------------------------------------------------
       01  WS-ED-PRIX              PIC ZZ.ZZ9,99.
       01  WS-ED-TAUX              PIC Z9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  Contrats de facturation periodique'
           DISPLAY '=================================================='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY 'Action (C creer, S suspendre, R reprendre, '
               'T terminer, P reviser) : '
           ACCEPT WS-ACTION FROM SYSIN

           OPEN I-O F-CONTRATS
           IF WS-STATUS-CTR = '35'
               CLOSE F-CONTRATS
               OPEN OUTPUT F-CONTRATS
               CLOSE F-CONTRATS
               OPEN I-O F-CONTRATS
           END-IF
           IF WS-STATUS-CTR NOT = '00'
               DISPLAY 'Fichier des contrats indisponible : '
                   WS-STATUS-CTR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-ACTION
               WHEN 'C'
                   PERFORM 1000-CREER-CONTRAT
               WHEN 'S'
               WHEN 'R'
               WHEN 'T'
               WHEN 'P'
                   PERFORM 2000-LIRE-CONTRAT
                   PERFORM 3000-MODIFIER-CONTRAT
               WHEN OTHER
                   DISPLAY 'Action inconnue : ' WS-ACTION
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE F-CONTRATS
           STOP RUN.

      *----------------------------------------------------------------
      * Creation : entete, lignes facturees, numero attribue
      *----------------------------------------------------------------
       1000-CREER-CONTRAT.
           MOVE SPACES TO ENR-CONTRAT
           DISPLAY 'Numero client : '
           ACCEPT WS-NUMERO-IN FROM SYSIN
           PERFORM 1050-LIRE-CLIENT
           MOVE WS-NUMERO-IN TO CTR-NUM-CLIENT
           MOVE CLI-NOM TO CTR-CLIENT

           DISPLAY 'Frequence en mois (1, 3, 6 ou 12) : '
           ACCEPT WS-NOMBRE-IN FROM SYSIN
           COMPUTE CTR-FREQUENCE = FUNCTION NUMVAL(WS-NOMBRE-IN)
           IF CTR-FREQUENCE NOT = 1 AND NOT = 3
               AND NOT = 6 AND NOT = 12
               DISPLAY 'Frequence invalide - abandon'
               PERFORM 9000-ABANDON
           END-IF

           DISPLAY 'Date de debut (AAAAMMJJ, blanc = ce jour) : '
           PERFORM 8000-SAISIR-DATE
           IF WS-DATE-SAISIE = 0
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           END-IF
           MOVE WS-DATE-SAISIE TO CTR-DATE-DEBUT

           DISPLAY 'Date de fin (AAAAMMJJ, blanc = sans fin) : '
           PERFORM 8000-SAISIR-DATE
           MOVE WS-DATE-SAISIE TO CTR-DATE-FIN
           IF CTR-DATE-FIN NOT = 0
               AND CTR-DATE-FIN < CTR-DATE-DEBUT
               DISPLAY 'Fin anterieure au debut - abandon'
               PERFORM 9000-ABANDON
           END-IF

           DISPLAY 'Date de revision de prix (AAAAMMJJ, '
               'blanc = debut + 1 an) : '
           PERFORM 8000-SAISIR-DATE
           IF WS-DATE-SAISIE = 0
               COMPUTE WS-DATE-SAISIE = CTR-DATE-DEBUT + 10000
           END-IF
           MOVE WS-DATE-SAISIE TO CTR-DATE-REVISION

           PERFORM 1100-SAISIR-LIGNES

           MOVE 'A' TO CTR-STATUT
           MOVE 0 TO CTR-DERNIER-MOIS
           MOVE 0 TO CTR-DERNIERE-FACTURE
           MOVE 0 TO CTR-DERNIER-TTC

           PERFORM 1200-ATTRIBUER-NUMERO
           MOVE WS-NUMERO-CONTRAT TO CTR-NUMERO
           WRITE ENR-CONTRAT
               INVALID KEY
                   DISPLAY 'Numero de contrat deja attribue : '
                       CTR-NUMERO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Contrat ' CTR-NUMERO ' cree pour '
                       CTR-CLIENT ' - ' CTR-NB-LIGNES ' ligne(s)'
           END-WRITE.

      *----------------------------------------------------------------
      * Le client doit exister et etre actif
      *----------------------------------------------------------------
       1050-LIRE-CLIENT.
           OPEN INPUT F-CLIENTS
           IF WS-STATUS-CLI NOT = '00'
               DISPLAY 'Fichier des clients indisponible : '
                   WS-STATUS-CLI
               PERFORM 9000-ABANDON
           END-IF
           MOVE WS-NUMERO-IN TO CLI-NUMERO
           READ F-CLIENTS
               INVALID KEY
                   MOVE SPACES TO CLI-STATUT
           END-READ
           CLOSE F-CLIENTS
           IF CLI-STATUT NOT = 'A'
               DISPLAY 'Client inconnu ou en sommeil : '
                   WS-NUMERO-IN ' - abandon'
               PERFORM 9000-ABANDON
           END-IF.

      *----------------------------------------------------------------
      * Lignes facturees (quantite 0 termine la saisie, 12 lignes
      * et 4 taux de TVA distincts au plus)
      *----------------------------------------------------------------
       1100-SAISIR-LIGNES.
           MOVE 0 TO CTR-NB-LIGNES
           MOVE 0 TO WS-NB-TAUX
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > 12
               MOVE SPACES TO CTR-ART-LIBELLE(WS-IDX-LIG)
               MOVE 0 TO CTR-ART-QTE(WS-IDX-LIG)
               MOVE 0 TO CTR-ART-PRIX(WS-IDX-LIG)
               MOVE 0 TO CTR-ART-TAUX(WS-IDX-LIG)
           END-PERFORM

           DISPLAY 'Quantite article (0 pour terminer) : '
           ACCEPT WS-NOMBRE-IN FROM SYSIN
           COMPUTE CTR-ART-QTE(1) = FUNCTION NUMVAL(WS-NOMBRE-IN)

           PERFORM UNTIL CTR-NB-LIGNES = 12
                   OR CTR-ART-QTE(CTR-NB-LIGNES + 1) = 0
               ADD 1 TO CTR-NB-LIGNES
               MOVE CTR-NB-LIGNES TO WS-IDX-LIG

               DISPLAY 'Article : '
               ACCEPT CTR-ART-LIBELLE(WS-IDX-LIG) FROM SYSIN
               DISPLAY 'Prix unitaire HT : '
               ACCEPT WS-NOMBRE-IN FROM SYSIN
               COMPUTE CTR-ART-PRIX(WS-IDX-LIG) =
                   FUNCTION NUMVAL(WS-NOMBRE-IN)
               DISPLAY 'Taux de TVA (%)  : '
               ACCEPT WS-NOMBRE-IN FROM SYSIN
               COMPUTE CTR-ART-TAUX(WS-IDX-LIG) =
                   FUNCTION NUMVAL(WS-NOMBRE-IN)
               PERFORM 1150-CONTROLER-TAUX

               IF CTR-NB-LIGNES < 12
                   DISPLAY 'Quantite article (0 pour terminer) : '
                   ACCEPT WS-NOMBRE-IN FROM SYSIN
                   COMPUTE CTR-ART-QTE(CTR-NB-LIGNES + 1) =
                       FUNCTION NUMVAL(WS-NOMBRE-IN)
               END-IF
           END-PERFORM

           IF CTR-NB-LIGNES = 0
               DISPLAY 'Contrat sans ligne - abandon'
               PERFORM 9000-ABANDON
           END-IF.

       1150-CONTROLER-TAUX.
           MOVE 0 TO WS-TAUX-TROUVE
           PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                   UNTIL WS-IDX-TAUX > WS-NB-TAUX
               IF WS-TAUX-VU(WS-IDX-TAUX) = CTR-ART-TAUX(WS-IDX-LIG)
                   MOVE 1 TO WS-TAUX-TROUVE
               END-IF
           END-PERFORM
           IF WS-TAUX-TROUVE = 0
               IF WS-NB-TAUX = 4
                   DISPLAY 'Plus de 4 taux de TVA sur le contrat'
                       ' - abandon'
                   PERFORM 9000-ABANDON
               END-IF
               ADD 1 TO WS-NB-TAUX
               MOVE CTR-ART-TAUX(WS-IDX-LIG) TO WS-TAUX-VU(WS-NB-TAUX)
           END-IF.

      *----------------------------------------------------------------
      * Numerotation des contrats par le compteur persistant
      *----------------------------------------------------------------
       1200-ATTRIBUER-NUMERO.
           MOVE 0 TO WS-NUMERO-CONTRAT
           OPEN INPUT F-COMPTEUR
           IF WS-STATUS-NUM = '00'
               READ F-COMPTEUR
                   AT END CONTINUE
                   NOT AT END
                       MOVE CPT-DERNIER-NUMERO
                           TO WS-NUMERO-CONTRAT
               END-READ
           END-IF
           CLOSE F-COMPTEUR

           ADD 1 TO WS-NUMERO-CONTRAT

           OPEN OUTPUT F-COMPTEUR
           MOVE WS-NUMERO-CONTRAT TO CPT-DERNIER-NUMERO
           WRITE ENR-COMPTEUR
           CLOSE F-COMPTEUR.

       2000-LIRE-CONTRAT.
           DISPLAY 'Numero de contrat : '
           ACCEPT WS-NUMERO-IN FROM SYSIN
           MOVE WS-NUMERO-IN TO CTR-NUMERO
           READ F-CONTRATS
               INVALID KEY
                   DISPLAY 'Contrat inconnu : ' WS-NUMERO-IN
                   PERFORM 9000-ABANDON
           END-READ

           IF CTR-STATUT = 'T'
               DISPLAY 'Contrat ' CTR-NUMERO ' termine le '
                   CTR-DATE-FIN ' - aucune modification'
               PERFORM 9000-ABANDON
           END-IF.

      *----------------------------------------------------------------
      * Suspension, reprise, fin ou revision des prix
      *----------------------------------------------------------------
       3000-MODIFIER-CONTRAT.
           EVALUATE WS-ACTION
               WHEN 'S'
                   IF CTR-STATUT = 'S'
                       DISPLAY 'Contrat deja suspendu'
                       PERFORM 9000-ABANDON
                   END-IF
                   MOVE 'S' TO CTR-STATUT
               WHEN 'R'
                   IF CTR-STATUT NOT = 'S'
                       DISPLAY 'Contrat non suspendu'
                       PERFORM 9000-ABANDON
                   END-IF
                   MOVE 'A' TO CTR-STATUT
               WHEN 'T'
                   DISPLAY 'Date de fin (AAAAMMJJ, blanc = ce jour) : '
                   PERFORM 8000-SAISIR-DATE
                   IF WS-DATE-SAISIE = 0
                       MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
                   END-IF
                   MOVE WS-DATE-SAISIE TO CTR-DATE-FIN
                   IF WS-DATE-SAISIE <= WS-DATE-JOUR
                       MOVE 'T' TO CTR-STATUT
                   END-IF
               WHEN 'P'
                   PERFORM 3100-REVISER-PRIX
           END-EVALUATE

           REWRITE ENR-CONTRAT
               INVALID KEY
                   DISPLAY 'Mise a jour impossible : ' CTR-NUMERO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Contrat ' CTR-NUMERO ' - statut '
                       CTR-STATUT ' - fin ' CTR-DATE-FIN
                       ' - revision ' CTR-DATE-REVISION
           END-REWRITE.

      *----------------------------------------------------------------
      * Revision : pourcentage (signe) applique a chaque prix
      *----------------------------------------------------------------
       3100-REVISER-PRIX.
           DISPLAY 'Revision des prix en % (ex. 2,5 ou -1) : '
           ACCEPT WS-NOMBRE-IN FROM SYSIN
           COMPUTE WS-POURCENT = FUNCTION NUMVAL(WS-NOMBRE-IN)

           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > CTR-NB-LIGNES
               COMPUTE CTR-ART-PRIX(WS-IDX-LIG) ROUNDED =
                   CTR-ART-PRIX(WS-IDX-LIG)
                       * (100 + WS-POURCENT) / 100
               MOVE CTR-ART-PRIX(WS-IDX-LIG) TO WS-ED-PRIX
               DISPLAY '  ' CTR-ART-LIBELLE(WS-IDX-LIG)
                   ' nouveau prix ' WS-ED-PRIX
           END-PERFORM

           ADD 10000 TO CTR-DATE-REVISION
           IF CTR-DATE-REVISION <= WS-DATE-JOUR
               COMPUTE CTR-DATE-REVISION = WS-DATE-JOUR + 10000
           END-IF.

      *----------------------------------------------------------------
      * Saisie d'une date AAAAMMJJ (blanc = 0)
      *----------------------------------------------------------------
       8000-SAISIR-DATE.
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM SYSIN
           IF WS-DATE-IN = SPACES
               MOVE 0 TO WS-DATE-SAISIE
           ELSE
               IF WS-DATE-IN NOT NUMERIC
                   DISPLAY 'Date invalide - abandon'
                   PERFORM 9000-ABANDON
               END-IF
               MOVE WS-DATE-IN TO WS-DATE-SAISIE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE) > 0
                   DISPLAY 'Date invalide - abandon'
                   PERFORM 9000-ABANDON
               END-IF
           END-IF.

       9000-ABANDON.
           CLOSE F-CONTRATS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
