       IDENTIFICATION DIVISION.
       PROGRAM-ID. C04-FACREC.
       AUTHOR. ROCHA.
      *----------------------------------------------------------------
      * PROGRAMME : Facturation periodique des contrats (mensuel)
      *
      * Pour le mois demande en entree (AAAAMM, blanc = mois en
      * cours), chaque contrat de CONTRAT.DAT (cf. C04-CONTRAT) :
      *   - est saute s'il est suspendu ('S'), termine ('T'), pas
      *     encore commence ou arrive a sa date de fin (il passe
      *     alors au statut 'T') ;
      *   - est saute s'il est deja facture pour le mois, ou si sa
      *     frequence (en mois) n'est pas echue depuis la derniere
      *     facture ;
      *   - sinon donne une facture calculee comme dans C04-FACTURE
      *     (net = prix x quantite, TVA = net x taux / 100,
      *     ventilation par taux), numerotee par le meme compteur
      *     FACTNUM.DAT et portee au registre FACTREG.DAT (type
      *     'F') ; la facture est imprimee dans FACTREC.DAT.
      * Le programme liste chaque contrat avec la suite donnee, le
      * TTC genere et celui de la facture precedente du contrat
      * (ecart signale par '*') pour le controle d'un mois sur
      * l'autre, et signale les revisions de prix echues.
      * Le client du contrat (CTR-NUM-CLIENT) est lu dans CLIENT.DAT
      * (cf. C04-CLIENT) : la facture porte son adresse et une
      * echeance a date de facture + delai de paiement du client
      * (30 jours sans fiche) ; un client en sommeil n'est pas
      * facture.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTR-NUMERO
               FILE STATUS IS WS-STATUS-CTR.

           SELECT F-REGISTRE
               ASSIGN TO 'FACTREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO
               FILE STATUS IS WS-STATUS-REG.

           SELECT OPTIONAL F-COMPTEUR
               ASSIGN TO 'FACTNUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NUM.

           SELECT F-IMPRESSION
               ASSIGN TO 'FACTREC.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMP.

           SELECT OPTIONAL F-CLIENTS
               ASSIGN TO 'CLIENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUS-CLI.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CONTRATS
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  ENR-CONTRAT.
           05  CTR-NUMERO          PIC 9(6).
           05  CTR-CLIENT          PIC X(20).
           05  CTR-STATUT          PIC X(1).
           05  CTR-FREQUENCE       PIC 9(2).
           05  CTR-DATE-DEBUT      PIC 9(8).
           05  CTR-DATE-FIN        PIC 9(8).
           05  CTR-DATE-REVISION   PIC 9(8).
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

       FD  F-REGISTRE
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS.
       01  ENR-REGISTRE.
           05  REG-NUMERO          PIC 9(6).
           05  REG-DATE            PIC 9(8).
           05  REG-CLIENT          PIC X(20).
           05  REG-NB-TAUX         PIC 9(1).
           05  REG-PAR-TAUX OCCURS 4 TIMES.
               10  REG-TAUX        PIC 9(2)V99.
               10  REG-BASE-HT     PIC 9(7)V99.
               10  REG-TVA         PIC 9(7)V99.
           05  REG-TOTAL-HT        PIC 9(8)V99.
           05  REG-TOTAL-TVA       PIC 9(8)V99.
           05  REG-TOTAL-TTC       PIC 9(8)V99.
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

       FD  F-IMPRESSION
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-IMPRESSION          PIC X(80).

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
       01  WS-STATUS-REG           PIC XX.
       01  WS-STATUS-NUM           PIC XX.
       01  WS-STATUS-IMP           PIC XX.
       01  WS-STATUS-CLI           PIC XX.
       01  WS-CLIENT-TROUVE        PIC 9 VALUE 0.
       01  WS-FIN-FICHIER          PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Mois facture et bornes du mois
      *----------------------------------------------------------------
       01  WS-MOIS-IN              PIC X(6).
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-AAAAMM      PIC 9(6).
           05  WS-JOUR-JJ          PIC 9(2).
       01  WS-MOIS                 PIC 9(6) VALUE 0.
       01  WS-MOIS-R REDEFINES WS-MOIS.
           05  WS-MOIS-ANNEE       PIC 9(4).
           05  WS-MOIS-MM          PIC 9(2).
       01  WS-PREMIER-JOUR         PIC 9(8) VALUE 0.
       01  WS-DERNIER-JOUR         PIC 9(8) VALUE 0.
       01  WS-DATE-FACTURE         PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * Ecart en mois depuis la derniere facture du contrat
      *----------------------------------------------------------------
       01  WS-DERNIER-R.
           05  WS-DER-ANNEE        PIC 9(4).
           05  WS-DER-MM           PIC 9(2).
       01  WS-ECART-MOIS           PIC S9(5) VALUE 0.

      *----------------------------------------------------------------
      * Facture en cours : lignes et ventilation par taux
      *----------------------------------------------------------------
       01  WS-IDX-LIG              PIC 9(2) VALUE 0.
       01  WS-IDX-TAUX             PIC 9(1) VALUE 0.
       01  WS-NB-TAUX              PIC 9(1) VALUE 0.
       01  WS-TAUX-TROUVE          PIC 9 VALUE 0.
       01  WS-TAB-LIGNES.
           05  WS-LIG OCCURS 12 TIMES.
               10  WS-LIG-NET      PIC 9(7)V99.
               10  WS-LIG-TVA      PIC 9(7)V99.
       01  WS-TAB-TAUX.
           05  WS-VENT OCCURS 4 TIMES.
               10  WS-VENT-TAUX    PIC 9(2)V99.
               10  WS-VENT-HT      PIC 9(7)V99.
               10  WS-VENT-TVA     PIC 9(7)V99.
       01  WS-TOTAL-HT             PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-TVA            PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-TTC            PIC 9(8)V99 VALUE 0.
       01  WS-NUMERO-FACTURE       PIC 9(6) VALUE 0.
       01  WS-DELAI                PIC 9(3) VALUE 0.
       01  WS-ECHEANCE             PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * Suite donnee au contrat et bilan du passage
      *----------------------------------------------------------------
       01  WS-SUITE                PIC X(14).
       01  WS-ECART-TTC            PIC X(1).
       01  WS-REVISION             PIC X(12).
       01  WS-NB-CONTRATS          PIC 9(5) VALUE 0.
       01  WS-NB-GENEREES          PIC 9(5) VALUE 0.
       01  WS-NB-SAUTES            PIC 9(5) VALUE 0.
       01  WS-NB-ECARTS            PIC 9(5) VALUE 0.
       01  WS-TOT-GENERE           PIC 9(10)V99 VALUE 0.
       01  WS-TOT-PRECEDENT        PIC 9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * Lignes imprimees de la facture
      *----------------------------------------------------------------
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '-'.
       01  WS-IMP-TITRE.
           05  FILLER              PIC X(20) VALUE 'FACTURE N. '.
           05  WS-IMP-NUMERO       PIC 9(6).
           05  FILLER              PIC X(06) VALUE '  DU '.
           05  WS-IMP-DATE         PIC 9(8).
           05  FILLER              PIC X(14) VALUE '  CONTRAT N. '.
           05  WS-IMP-CONTRAT      PIC 9(6).
           05  FILLER              PIC X(20) VALUE SPACES.
       01  WS-IMP-CLIENT.
           05  FILLER              PIC X(10) VALUE 'CLIENT : '.
           05  WS-IMP-NOM          PIC X(20).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-IMP-NUM-CLIENT   PIC 9(6).
           05  FILLER              PIC X(41) VALUE SPACES.
       01  WS-IMP-ADRESSE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-IMP-ADR-TEXTE    PIC X(31).
           05  FILLER              PIC X(39) VALUE SPACES.
       01  WS-IMP-ECHEANCE.
           05  FILLER              PIC X(20) VALUE 'ECHEANCE : '.
           05  WS-IMP-ECH-DATE     PIC 9(8).
           05  FILLER              PIC X(06) VALUE '  TVA '.
           05  WS-IMP-NUM-TVA      PIC X(14).
           05  FILLER              PIC X(32) VALUE SPACES.
       01  WS-IMP-ENTETE.
           05  FILLER              PIC X(40)
               VALUE 'ARTICLE                QTE   PRIX UNIT.'.
           05  FILLER              PIC X(40)
               VALUE '      NET HT   TVA%'.
       01  WS-IMP-ARTICLE.
           05  WS-IMP-LIBELLE      PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IMP-QTE          PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IMP-PRIX         PIC ZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IMP-NET          PIC Z.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IMP-TAUX         PIC Z9,99.
           05  FILLER              PIC X(23) VALUE SPACES.
       01  WS-IMP-TAUX-LIGNE.
           05  FILLER              PIC X(12) VALUE 'TVA A '.
           05  WS-IMP-VENT-TAUX    PIC Z9,99.
           05  FILLER              PIC X(08) VALUE '% BASE '.
           05  WS-IMP-VENT-HT      PIC Z.ZZZ.ZZ9,99.
           05  FILLER              PIC X(07) VALUE '  TVA '.
           05  WS-IMP-VENT-TVA     PIC Z.ZZZ.ZZ9,99.
           05  FILLER              PIC X(24) VALUE SPACES.
       01  WS-IMP-TOTAL.
           05  WS-IMP-TOT-LIBELLE  PIC X(20).
           05  WS-IMP-TOT-MONTANT  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(47) VALUE SPACES.

      *----------------------------------------------------------------
      * Zones d'edition de la liste de controle
      *----------------------------------------------------------------
       01  WS-ED-MONTANT           PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-ED-PRECEDENT         PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  Facturation periodique des contrats'
           DISPLAY '=================================================='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY 'Mois a facturer (AAAAMM, blanc = mois en cours) : '
           MOVE SPACES TO WS-MOIS-IN
           ACCEPT WS-MOIS-IN FROM SYSIN
           IF WS-MOIS-IN = SPACES
               MOVE WS-JOUR-AAAAMM TO WS-MOIS
           ELSE
               IF WS-MOIS-IN NOT NUMERIC
                   DISPLAY 'Mois invalide - abandon'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-MOIS-IN TO WS-MOIS
               IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
                   DISPLAY 'Mois invalide - abandon'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *    Facture datee du jour dans le mois en cours, du 1er du
      *    mois sinon (elle tombe ainsi dans le bon journal)
           COMPUTE WS-PREMIER-JOUR = WS-MOIS * 100 + 1
           IF WS-MOIS-MM = 12
               COMPUTE WS-DERNIER-JOUR = (WS-MOIS-ANNEE + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-DERNIER-JOUR = WS-PREMIER-JOUR + 100
           END-IF
           COMPUTE WS-DERNIER-JOUR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DERNIER-JOUR) - 1)
           IF WS-MOIS = WS-JOUR-AAAAMM
               MOVE WS-DATE-JOUR TO WS-DATE-FACTURE
           ELSE
               MOVE WS-PREMIER-JOUR TO WS-DATE-FACTURE
           END-IF

           PERFORM 1000-OUVRIR-FICHIERS

           DISPLAY ' '
           DISPLAY 'CONTRAT CLIENT               SUITE         '
               '          TTC        PRECEDENT'

           PERFORM 2000-TRAITER-CONTRAT
               UNTIL WS-FIN-FICHIER = 1

           CLOSE F-CONTRATS
           CLOSE F-REGISTRE
           CLOSE F-IMPRESSION
           CLOSE F-CLIENTS

           PERFORM 5000-EDITER-BILAN
           STOP RUN.

       1000-OUVRIR-FICHIERS.
           OPEN I-O F-CONTRATS
           IF WS-STATUS-CTR NOT = '00'
               DISPLAY 'Fichier des contrats indisponible : '
                   WS-STATUS-CTR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O F-REGISTRE
           IF WS-STATUS-REG = '35'
               CLOSE F-REGISTRE
               OPEN OUTPUT F-REGISTRE
               CLOSE F-REGISTRE
               OPEN I-O F-REGISTRE
           END-IF
           IF WS-STATUS-REG NOT = '00'
               DISPLAY 'Registre indisponible : ' WS-STATUS-REG
               CLOSE F-CONTRATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT F-CLIENTS
           OPEN OUTPUT F-IMPRESSION.

      *----------------------------------------------------------------
      * Un contrat : suite donnee, facture s'il y a lieu, ligne de
      * la liste de controle
      *----------------------------------------------------------------
       2000-TRAITER-CONTRAT.
           READ F-CONTRATS NEXT
               AT END
                   MOVE 1 TO WS-FIN-FICHIER
               NOT AT END
                   ADD 1 TO WS-NB-CONTRATS
                   PERFORM 2100-DETERMINER-SUITE
                   PERFORM 2900-LISTER-CONTRAT
           END-READ.

       2100-DETERMINER-SUITE.
           MOVE SPACES TO WS-SUITE
           MOVE 0 TO WS-TOTAL-TTC
           MOVE SPACE TO WS-ECART-TTC
           PERFORM 2050-LIRE-CLIENT

           EVALUATE TRUE
               WHEN CTR-STATUT = 'T'
                   MOVE 'TERMINE' TO WS-SUITE
               WHEN CTR-DATE-FIN NOT = 0
                    AND CTR-DATE-FIN < WS-PREMIER-JOUR
                   MOVE 'T' TO CTR-STATUT
                   REWRITE ENR-CONTRAT
                   MOVE 'ARRIVE A FIN' TO WS-SUITE
               WHEN CTR-STATUT = 'S'
                   MOVE 'SUSPENDU' TO WS-SUITE
               WHEN CTR-DATE-DEBUT > WS-DERNIER-JOUR
                   MOVE 'NON COMMENCE' TO WS-SUITE
               WHEN CTR-DERNIER-MOIS >= WS-MOIS
                   MOVE 'DEJA FACTURE' TO WS-SUITE
               WHEN WS-CLIENT-TROUVE = 1 AND CLI-STATUT NOT = 'A'
                   MOVE 'CLIENT INACTIF' TO WS-SUITE
               WHEN OTHER
                   PERFORM 2200-CONTROLER-FREQUENCE
           END-EVALUATE

           IF WS-SUITE = SPACES
               PERFORM 3000-GENERER-FACTURE
           ELSE
               ADD 1 TO WS-NB-SAUTES
           END-IF.

      *----------------------------------------------------------------
      * Fiche du client du contrat ; sans fiche, delai de 30 jours
      * et adresse non imprimee
      *----------------------------------------------------------------
       2050-LIRE-CLIENT.
           MOVE 0 TO WS-CLIENT-TROUVE
           MOVE 30 TO WS-DELAI
           IF CTR-NUM-CLIENT NOT = 0
               MOVE CTR-NUM-CLIENT TO CLI-NUMERO
               READ F-CLIENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CLIENT-TROUVE
                       MOVE CLI-DELAI-PAIEMENT TO WS-DELAI
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Frequence : nombre de mois depuis la derniere facture
      *----------------------------------------------------------------
       2200-CONTROLER-FREQUENCE.
           IF CTR-DERNIER-MOIS NOT = 0
               MOVE CTR-DERNIER-MOIS TO WS-DERNIER-R
               COMPUTE WS-ECART-MOIS =
                   (WS-MOIS-ANNEE * 12 + WS-MOIS-MM)
                   - (WS-DER-ANNEE * 12 + WS-DER-MM)
               IF WS-ECART-MOIS < CTR-FREQUENCE
                   MOVE 'NON ECHU' TO WS-SUITE
               END-IF
           END-IF.

       2900-LISTER-CONTRAT.
           MOVE SPACES TO WS-REVISION
           IF CTR-STATUT = 'A' AND CTR-DATE-REVISION NOT = 0
               AND CTR-DATE-REVISION <= WS-DERNIER-JOUR
               MOVE 'REVISION DUE' TO WS-REVISION
           END-IF

           IF WS-SUITE = 'FACTURE'
               MOVE WS-TOTAL-TTC TO WS-ED-MONTANT
               DISPLAY CTR-NUMERO '  ' CTR-CLIENT ' ' WS-SUITE
                   ' ' WS-NUMERO-FACTURE WS-ED-MONTANT
                   WS-ED-PRECEDENT WS-ECART-TTC ' ' WS-REVISION
           ELSE
               DISPLAY CTR-NUMERO '  ' CTR-CLIENT ' ' WS-SUITE
                   '  ' WS-REVISION
           END-IF.

      *----------------------------------------------------------------
      * Facture du contrat : calcul, numero, registre, impression
      *----------------------------------------------------------------
       3000-GENERER-FACTURE.
           PERFORM 3100-CALCULER-FACTURE
           PERFORM 3200-ATTRIBUER-NUMERO

           MOVE SPACES TO ENR-REGISTRE
           MOVE WS-NUMERO-FACTURE TO REG-NUMERO
           MOVE WS-DATE-FACTURE TO REG-DATE
           MOVE CTR-CLIENT TO REG-CLIENT
           MOVE WS-NB-TAUX TO REG-NB-TAUX
           PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                   UNTIL WS-IDX-TAUX > 4
               IF WS-IDX-TAUX <= WS-NB-TAUX
                   MOVE WS-VENT-TAUX(WS-IDX-TAUX)
                       TO REG-TAUX(WS-IDX-TAUX)
                   MOVE WS-VENT-HT(WS-IDX-TAUX)
                       TO REG-BASE-HT(WS-IDX-TAUX)
                   MOVE WS-VENT-TVA(WS-IDX-TAUX)
                       TO REG-TVA(WS-IDX-TAUX)
               ELSE
                   MOVE 0 TO REG-TAUX(WS-IDX-TAUX)
                   MOVE 0 TO REG-BASE-HT(WS-IDX-TAUX)
                   MOVE 0 TO REG-TVA(WS-IDX-TAUX)
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-HT TO REG-TOTAL-HT
           MOVE WS-TOTAL-TVA TO REG-TOTAL-TVA
           MOVE WS-TOTAL-TTC TO REG-TOTAL-TTC
           MOVE 'F' TO REG-TYPE
           MOVE 0 TO REG-REF-ORIGINE
           COMPUTE WS-ECHEANCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-FACTURE) + WS-DELAI)
           MOVE CTR-NUM-CLIENT TO REG-NUM-CLIENT
           MOVE WS-ECHEANCE TO REG-ECHEANCE

           WRITE ENR-REGISTRE
               INVALID KEY
                   DISPLAY 'Numero deja au registre : ' REG-NUMERO
                   MOVE 'NUMERO DOUBLE' TO WS-SUITE
                   ADD 1 TO WS-NB-SAUTES
                   MOVE 4 TO RETURN-CODE
           END-WRITE

           IF WS-SUITE = SPACES
               PERFORM 3300-IMPRIMER-FACTURE
               MOVE 'FACTURE' TO WS-SUITE
               ADD 1 TO WS-NB-GENEREES
               ADD WS-TOTAL-TTC TO WS-TOT-GENERE
               IF CTR-DERNIER-TTC NOT = 0
                   ADD CTR-DERNIER-TTC TO WS-TOT-PRECEDENT
                   IF CTR-DERNIER-TTC NOT = WS-TOTAL-TTC
                       MOVE '*' TO WS-ECART-TTC
                       ADD 1 TO WS-NB-ECARTS
                   END-IF
               END-IF
               PERFORM 3400-MAJ-CONTRAT
           END-IF.

      *----------------------------------------------------------------
      * Calcul comme C04-FACTURE : net = prix x qte, TVA = net x
      * taux / 100, ventilation par taux (4 taux au plus)
      *----------------------------------------------------------------
       3100-CALCULER-FACTURE.
           MOVE 0 TO WS-TOTAL-HT
           MOVE 0 TO WS-TOTAL-TVA
           MOVE 0 TO WS-NB-TAUX
           INITIALIZE WS-TAB-TAUX

           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > CTR-NB-LIGNES
               COMPUTE WS-LIG-NET(WS-IDX-LIG) =
                   CTR-ART-PRIX(WS-IDX-LIG) * CTR-ART-QTE(WS-IDX-LIG)
               COMPUTE WS-LIG-TVA(WS-IDX-LIG) =
                   WS-LIG-NET(WS-IDX-LIG)
                       * CTR-ART-TAUX(WS-IDX-LIG) / 100
               ADD WS-LIG-NET(WS-IDX-LIG) TO WS-TOTAL-HT
               ADD WS-LIG-TVA(WS-IDX-LIG) TO WS-TOTAL-TVA

               MOVE 0 TO WS-TAUX-TROUVE
               PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                       UNTIL WS-IDX-TAUX > WS-NB-TAUX
                          OR WS-TAUX-TROUVE = 1
                   IF WS-VENT-TAUX(WS-IDX-TAUX)
                       = CTR-ART-TAUX(WS-IDX-LIG)
                       MOVE 1 TO WS-TAUX-TROUVE
                       ADD WS-LIG-NET(WS-IDX-LIG)
                           TO WS-VENT-HT(WS-IDX-TAUX)
                       ADD WS-LIG-TVA(WS-IDX-LIG)
                           TO WS-VENT-TVA(WS-IDX-TAUX)
                   END-IF
               END-PERFORM
               IF WS-TAUX-TROUVE = 0 AND WS-NB-TAUX < 4
                   ADD 1 TO WS-NB-TAUX
                   MOVE CTR-ART-TAUX(WS-IDX-LIG)
                       TO WS-VENT-TAUX(WS-NB-TAUX)
                   MOVE WS-LIG-NET(WS-IDX-LIG)
                       TO WS-VENT-HT(WS-NB-TAUX)
                   MOVE WS-LIG-TVA(WS-IDX-LIG)
                       TO WS-VENT-TVA(WS-NB-TAUX)
               END-IF
           END-PERFORM

           COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-TOTAL-TVA.

      *----------------------------------------------------------------
      * Numerotation normale des factures (compteur FACTNUM.DAT
      * partage avec C04-FACTURE)
      *----------------------------------------------------------------
       3200-ATTRIBUER-NUMERO.
           MOVE 0 TO WS-NUMERO-FACTURE
           OPEN INPUT F-COMPTEUR
           IF WS-STATUS-NUM = '00'
               READ F-COMPTEUR
                   AT END CONTINUE
                   NOT AT END
                       MOVE CPT-DERNIER-NUMERO
                           TO WS-NUMERO-FACTURE
               END-READ
           END-IF
           CLOSE F-COMPTEUR

           ADD 1 TO WS-NUMERO-FACTURE

           OPEN OUTPUT F-COMPTEUR
           MOVE WS-NUMERO-FACTURE TO CPT-DERNIER-NUMERO
           WRITE ENR-COMPTEUR
           CLOSE F-COMPTEUR.

       3300-IMPRIMER-FACTURE.
           MOVE WS-NUMERO-FACTURE TO WS-IMP-NUMERO
           MOVE WS-DATE-FACTURE TO WS-IMP-DATE
           MOVE CTR-NUMERO TO WS-IMP-CONTRAT
           MOVE CTR-CLIENT TO WS-IMP-NOM
           MOVE CTR-NUM-CLIENT TO WS-IMP-NUM-CLIENT
           MOVE WS-ECHEANCE TO WS-IMP-ECH-DATE
           MOVE SPACES TO WS-IMP-NUM-TVA
           WRITE ENR-IMPRESSION FROM WS-LIGNE-SEP
           WRITE ENR-IMPRESSION FROM WS-IMP-TITRE
           WRITE ENR-IMPRESSION FROM WS-IMP-CLIENT
           IF WS-CLIENT-TROUVE = 1
               MOVE CLI-NUM-TVA TO WS-IMP-NUM-TVA
               MOVE CLI-ADRESSE-1 TO WS-IMP-ADR-TEXTE
               WRITE ENR-IMPRESSION FROM WS-IMP-ADRESSE
               IF CLI-ADRESSE-2 NOT = SPACES
                   MOVE CLI-ADRESSE-2 TO WS-IMP-ADR-TEXTE
                   WRITE ENR-IMPRESSION FROM WS-IMP-ADRESSE
               END-IF
               MOVE SPACES TO WS-IMP-ADR-TEXTE
               STRING CLI-CODE-POSTAL ' ' CLI-VILLE
                   DELIMITED BY SIZE INTO WS-IMP-ADR-TEXTE
               WRITE ENR-IMPRESSION FROM WS-IMP-ADRESSE
           END-IF
           WRITE ENR-IMPRESSION FROM WS-IMP-ECHEANCE
           WRITE ENR-IMPRESSION FROM WS-LIGNE-SEP
           WRITE ENR-IMPRESSION FROM WS-IMP-ENTETE

           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > CTR-NB-LIGNES
               MOVE CTR-ART-LIBELLE(WS-IDX-LIG) TO WS-IMP-LIBELLE
               MOVE CTR-ART-QTE(WS-IDX-LIG) TO WS-IMP-QTE
               MOVE CTR-ART-PRIX(WS-IDX-LIG) TO WS-IMP-PRIX
               MOVE WS-LIG-NET(WS-IDX-LIG) TO WS-IMP-NET
               MOVE CTR-ART-TAUX(WS-IDX-LIG) TO WS-IMP-TAUX
               WRITE ENR-IMPRESSION FROM WS-IMP-ARTICLE
           END-PERFORM

           WRITE ENR-IMPRESSION FROM WS-LIGNE-SEP
           PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                   UNTIL WS-IDX-TAUX > WS-NB-TAUX
               MOVE WS-VENT-TAUX(WS-IDX-TAUX) TO WS-IMP-VENT-TAUX
               MOVE WS-VENT-HT(WS-IDX-TAUX) TO WS-IMP-VENT-HT
               MOVE WS-VENT-TVA(WS-IDX-TAUX) TO WS-IMP-VENT-TVA
               WRITE ENR-IMPRESSION FROM WS-IMP-TAUX-LIGNE
           END-PERFORM

           MOVE 'TOTAL HT  :' TO WS-IMP-TOT-LIBELLE
           MOVE WS-TOTAL-HT TO WS-IMP-TOT-MONTANT
           WRITE ENR-IMPRESSION FROM WS-IMP-TOTAL
           MOVE 'TOTAL TVA :' TO WS-IMP-TOT-LIBELLE
           MOVE WS-TOTAL-TVA TO WS-IMP-TOT-MONTANT
           WRITE ENR-IMPRESSION FROM WS-IMP-TOTAL
           MOVE 'TOTAL TTC :' TO WS-IMP-TOT-LIBELLE
           MOVE WS-TOTAL-TTC TO WS-IMP-TOT-MONTANT
           WRITE ENR-IMPRESSION FROM WS-IMP-TOTAL
           WRITE ENR-IMPRESSION FROM WS-LIGNE-SEP.

      *----------------------------------------------------------------
      * Le contrat garde la trace de sa derniere facture ; le TTC
      * precedent est liste avant d'etre remplace
      *----------------------------------------------------------------
       3400-MAJ-CONTRAT.
           MOVE CTR-DERNIER-TTC TO WS-ED-PRECEDENT
           MOVE WS-MOIS TO CTR-DERNIER-MOIS
           MOVE WS-NUMERO-FACTURE TO CTR-DERNIERE-FACTURE
           MOVE WS-TOTAL-TTC TO CTR-DERNIER-TTC
           REWRITE ENR-CONTRAT
               INVALID KEY
                   DISPLAY 'Contrat non mis a jour : ' CTR-NUMERO
                   MOVE 4 TO RETURN-CODE
           END-REWRITE.

       5000-EDITER-BILAN.
           DISPLAY ' '
           DISPLAY 'Contrats lus          : ' WS-NB-CONTRATS
           DISPLAY 'Factures generees     : ' WS-NB-GENEREES
           DISPLAY 'Contrats sautes       : ' WS-NB-SAUTES
           DISPLAY 'TTC different du precedent (*) : ' WS-NB-ECARTS
           MOVE WS-TOT-GENERE TO WS-ED-MONTANT
           DISPLAY 'TTC genere            : ' WS-ED-MONTANT
           MOVE WS-TOT-PRECEDENT TO WS-ED-MONTANT
           DISPLAY 'TTC precedent (memes contrats) : ' WS-ED-MONTANT.
