      * compteur FACTNUM.DAT (date, client, bases et TVA par taux,
      * total general). Le journal mensuel des ventes s'edite avec
      * C04-REGJRN.
      *
      * La facture est etablie sur un numero client du fichier
      * CLIENT.DAT (cf. C04-CLIENT) : la raison sociale et l'adresse
      * de facturation sont reprises du fichier, l'echeance est la
      * date de facture augmentee du delai de paiement du client.
      * Avant l'enregistrement, l'encours du client (factures moins
      * avoirs moins reglements FACTPAY.DAT) est rapproche de son
      * plafond : un depassement est signale (code retour 4) sans
      * bloquer la facture.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT F-REGISTRE
               ASSIGN TO 'FACTREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO
               FILE STATUS IS WS-STATUS-REG.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NUM.

           SELECT F-CLIENTS
               ASSIGN TO 'CLIENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUS-CLI.

           SELECT OPTIONAL F-PAIEMENTS
               ASSIGN TO 'FACTPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-CLE
               FILE STATUS IS WS-STATUS-PAY.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
       FD  F-REGISTRE
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS.
       01  ENR-REGISTRE.
           05  REG-NUMERO          PIC 9(6).
           05  REG-DATE            PIC 9(8).
      * un avoir porte le numero de la facture d'origine
           05  REG-TYPE            PIC X(1).
           05  REG-REF-ORIGINE     PIC 9(6).
           05  REG-NUM-CLIENT      PIC 9(6).
           05  REG-ECHEANCE        PIC 9(8).
           05  FILLER              PIC X(6).

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

      *----------------------------------------------------------------
      * Reglements des factures (cf. C04-PAIEMNT) - 30 octets
      *----------------------------------------------------------------
       FD  F-PAIEMENTS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  ENR-PAIEMENT.
           05  PAY-CLE.
               10  PAY-NUMERO      PIC 9(6).
               10  PAY-SEQ         PIC 9(3).
           05  PAY-DATE            PIC 9(8).
           05  PAY-MONTANT         PIC 9(8)V99.
           05  PAY-MODE            PIC X(3).
       WORKING-STORAGE SECTION.

       01  WS-STATUS-REG           PIC XX.
       01  WS-STATUS-NUM           PIC XX.
       01  WS-STATUS-CLI           PIC XX.
       01  WS-STATUS-PAY           PIC XX.
       01  WS-FIN-FICHIER          PIC 9 VALUE 0.
       01  WS-FIN-PAIEMENTS        PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Client facture et numero attribue
      *----------------------------------------------------------------
       01  WS-NUM-CLIENT           PIC 9(6) VALUE 0.
       01  WS-CLIENT               PIC X(20).
       01  WS-NUMERO-FACTURE       PIC 9(6) VALUE 0.
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-ECHEANCE             PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * Encours du client avant la facture (signe : un avoir ou un
      * trop-percu peut le rendre negatif) et controle du plafond
      *----------------------------------------------------------------
       01  WS-ENCOURS              PIC S9(9)V99 VALUE 0.
       01  WS-ENCOURS-APRES        PIC S9(9)V99 VALUE 0.
       01  WS-NUMERO-CHERCHE       PIC 9(6) VALUE 0.
       01  WS-PLAFOND-DEPASSE      PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Ventilation par taux de TVA pour le registre
       01  WS-EDIT-PCT      PIC Z9,99.
       01  WS-EDIT-MONTANT  PIC Z(4)ZZ9,99.
       01  WS-EDIT-TOTAL    PIC Z(5)ZZ9,99.
       01  WS-EDIT-ENCOURS  PIC -Z.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------
      * Ligne de separation
           PERFORM 1500-SAISIR-ARTICLES
           PERFORM 2000-CALCUL-ARTICLES
           PERFORM 4000-CALCUL-TOTAUX
           PERFORM 4500-CONTROLER-PLAFOND
           PERFORM 5000-AFFICHAGE
           PERFORM 6000-ENREGISTRER-FACTURE
           STOP RUN.
      *----------------------------------------------------------------
       1000-INIT.
           INITIALIZE WS-TOTAUX
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY 'Numero client : '
           ACCEPT WS-NUM-CLIENT FROM SYSIN
           PERFORM 1100-LIRE-CLIENT.

      *----------------------------------------------------------------
      * Lecture de la fiche client : raison sociale, adresse et
      * echeance = date de facture + delai de paiement du client
      *----------------------------------------------------------------
       1100-LIRE-CLIENT.
           OPEN INPUT F-CLIENTS
           IF WS-STATUS-CLI NOT = '00'
               DISPLAY 'Fichier des clients indisponible : '
                   WS-STATUS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-NUM-CLIENT TO CLI-NUMERO
           READ F-CLIENTS
               INVALID KEY
                   DISPLAY 'Client inconnu : ' WS-NUM-CLIENT
                   CLOSE F-CLIENTS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE F-CLIENTS

           IF CLI-STATUT NOT = 'A'
               DISPLAY 'Client en sommeil, non facturable : '
                   WS-NUM-CLIENT ' ' CLI-NOM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CLI-NOM TO WS-CLIENT
           COMPUTE WS-ECHEANCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               + CLI-DELAI-PAIEMENT).

      *----------------------------------------------------------------
      * Saisie des articles depuis SYSIN (quantite 0 termine la
           COMPUTE WS-TOTAL-TTC =
               WS-TOTAL-HT + WS-TOTAL-TVA.

      *----------------------------------------------------------------
      * Controle du plafond d'encours du client
      * Encours = factures du client - avoirs - reglements recus
      * Un plafond a zero signifie : pas de plafond
      *----------------------------------------------------------------
       4500-CONTROLER-PLAFOND.
           MOVE 0 TO WS-ENCOURS
           MOVE 0 TO WS-PLAFOND-DEPASSE

           OPEN INPUT F-REGISTRE
           IF WS-STATUS-REG = '00'
               OPEN INPUT F-PAIEMENTS
               MOVE 0 TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 1
                   READ F-REGISTRE NEXT
                       AT END MOVE 1 TO WS-FIN-FICHIER
                       NOT AT END
                           IF REG-NUM-CLIENT = WS-NUM-CLIENT
                               PERFORM 4510-CUMULER-PIECE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PAIEMENTS
               CLOSE F-REGISTRE
           END-IF

           COMPUTE WS-ENCOURS-APRES = WS-ENCOURS + WS-TOTAL-TTC
           IF CLI-PLAFOND > 0 AND WS-ENCOURS-APRES > CLI-PLAFOND
               MOVE 1 TO WS-PLAFOND-DEPASSE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * Une facture augmente l'encours de son TTC diminue de ses
      * reglements ; un avoir le diminue de son TTC
      *----------------------------------------------------------------
       4510-CUMULER-PIECE.
           IF REG-TYPE = 'A'
               SUBTRACT REG-TOTAL-TTC FROM WS-ENCOURS
           ELSE
               ADD REG-TOTAL-TTC TO WS-ENCOURS
               IF WS-STATUS-PAY = '00'
                   MOVE REG-NUMERO TO WS-NUMERO-CHERCHE
                   MOVE REG-NUMERO TO PAY-NUMERO
                   MOVE 0 TO PAY-SEQ
                   MOVE 0 TO WS-FIN-PAIEMENTS
                   START F-PAIEMENTS KEY >= PAY-CLE
                       INVALID KEY MOVE 1 TO WS-FIN-PAIEMENTS
                   END-START
                   PERFORM UNTIL WS-FIN-PAIEMENTS = 1
                       READ F-PAIEMENTS NEXT
                           AT END MOVE 1 TO WS-FIN-PAIEMENTS
                           NOT AT END
                               IF PAY-NUMERO = WS-NUMERO-CHERCHE
                                   SUBTRACT PAY-MONTANT
                                       FROM WS-ENCOURS
                               ELSE
                                   MOVE 1 TO WS-FIN-PAIEMENTS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Affichage de la facture
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY ' '

      *    Adresse de facturation
           DISPLAY 'Client ' WS-NUM-CLIENT ' : ' CLI-NOM
           DISPLAY '         ' CLI-ADRESSE-1
           IF CLI-ADRESSE-2 NOT = SPACES
               DISPLAY '         ' CLI-ADRESSE-2
           END-IF
           DISPLAY '         ' CLI-CODE-POSTAL ' ' CLI-VILLE
           IF CLI-NUM-TVA NOT = SPACES
               DISPLAY 'TVA intracommunautaire : ' CLI-NUM-TVA
           END-IF
           DISPLAY ' '

      *    En-tete colonnes
           DISPLAY 'Article    Prix Unit.   Qte    Remise%     Net HT'
               '    TVA%'
           DISPLAY 'Total TTC             : ' WS-EDIT-TOTAL ' EUR'

           DISPLAY WS-LIGNE-SEP
           DISPLAY 'Echeance de paiement  : ' WS-ECHEANCE(7:2) '/'
               WS-ECHEANCE(5:2) '/' WS-ECHEANCE(1:4)
               ' (' CLI-DELAI-PAIEMENT ' jours)'

           IF WS-PLAFOND-DEPASSE = 1
               DISPLAY ' '
               DISPLAY '*** ATTENTION : PLAFOND D ENCOURS DEPASSE ***'
               MOVE WS-ENCOURS TO WS-EDIT-ENCOURS
               DISPLAY 'Encours avant facture : ' WS-EDIT-ENCOURS
                   ' EUR'
               MOVE WS-ENCOURS-APRES TO WS-EDIT-ENCOURS
               DISPLAY 'Encours apres facture : ' WS-EDIT-ENCOURS
                   ' EUR'
               MOVE CLI-PLAFOND TO WS-EDIT-ENCOURS
               DISPLAY 'Plafond du client     : ' WS-EDIT-ENCOURS
                   ' EUR'
           END-IF
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY ' '.
           MOVE WS-TOTAL-TTC TO REG-TOTAL-TTC
           MOVE 'F' TO REG-TYPE
           MOVE 0 TO REG-REF-ORIGINE
           MOVE WS-NUM-CLIENT TO REG-NUM-CLIENT
           MOVE WS-ECHEANCE TO REG-ECHEANCE

           OPEN I-O F-REGISTRE
           IF WS-STATUS-REG = '35'
