      *   3. une lettre de relance par client dont des postes
      *      atteignent les tranches 60 et plus, dans le fichier
      *      d'impression RELANCES.DAT.
      * Les dettes sont regroupees par numero client (REG-NUM-CLIENT,
      * cf. C04-CLIENT) : l'encours de chaque client est rapproche de
      * son plafond et la lettre de relance porte son adresse de
      * facturation. Les pieces anterieures au fichier des clients
      * (numero a zero) restent regroupees sur la raison sociale.
      * Les avoirs ('A' en queue d'enregistrement, cf. C04-AVOIR)
      * jouent en deduction du poste de leur facture d'origine.
      *----------------------------------------------------------------
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.

           SELECT OPTIONAL F-CLIENTS
               ASSIGN TO 'CLIENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUS-CLI.

       DATA DIVISION.
       FILE SECTION.

       FD  F-REGISTRE
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS.
       01  ENR-REGISTRE.
           05  REG-NUMERO          PIC 9(6).
           05  REG-DATE            PIC 9(8).
           05  REG-TOTAL-TTC       PIC 9(8)V99.
           05  REG-TYPE            PIC X(1).
           05  REG-REF-ORIGINE     PIC 9(6).
           05  REG-NUM-CLIENT      PIC 9(6).
           05  REG-ECHEANCE        PIC 9(8).
           05  FILLER              PIC X(6).

       FD  F-PAIEMENTS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RELANCE             PIC X(80).

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

       01  WS-STATUS-REG           PIC XX.
       01  WS-STATUS-PAY           PIC XX.
       01  WS-STATUS-REL           PIC XX.
       01  WS-STATUS-CLI           PIC XX.
       01  WS-CLIENTS-OUVERT       PIC 9 VALUE 0.
       01  WS-CLIENT-TROUVE        PIC 9 VALUE 0.

       01  WS-FIN-FICHIER          PIC 9 VALUE 0.

                         INDEXED BY WS-IDX-PO.
               10  WS-PO-NUMERO    PIC 9(6).
               10  WS-PO-CLIENT    PIC X(20).
      * Cle de regroupement : numero client, ou raison sociale pour
      * une piece sans numero client
               10  WS-PO-CLE.
                   15  WS-PO-NUM-CLIENT PIC 9(6).
                   15  WS-PO-CLE-NOM    PIC X(20).
               10  WS-PO-DATE      PIC 9(8).
               10  WS-PO-TTC       PIC S9(9)V99.
               10  WS-PO-REGLE     PIC 9(9)V99.
      *----------------------------------------------------------------
       01  WS-NB-RELANCES          PIC 9(3) VALUE 0.
       01  WS-CLIENT-RELANCE       PIC X(20).
       01  WS-CLE-RELANCE          PIC X(26).
       01  WS-TOTAL-RELANCE        PIC 9(10)V99 VALUE 0.
       01  WS-IDX-RE               PIC 9(3) VALUE 0.
       01  WS-CLIENT-DEJA          PIC 9 VALUE 0.
       01  WS-LIGNE-REL.
           05  WS-REL-TEXTE        PIC X(80).

      *----------------------------------------------------------------
      * Encours par client et rapprochement du plafond
      *----------------------------------------------------------------
       01  WS-ENCOURS-CLIENT       PIC S9(9)V99 VALUE 0.
       01  WS-NB-DEPASSEMENTS      PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * Zones d'edition
      *----------------------------------------------------------------
       01  WS-ED-MONTANT           PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-ED-PLAFOND           PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE-SEP            PIC X(60) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM 1500-IMPUTER-REGLEMENTS THRU 1500-EXIT
           PERFORM 2000-EDITER-POSTES-OUVERTS
           PERFORM 3000-EDITER-BALANCE-AGEE

           OPEN INPUT F-CLIENTS
           IF WS-STATUS-CLI = '00'
               MOVE 1 TO WS-CLIENTS-OUVERT
           END-IF
           PERFORM 3500-EDITER-ENCOURS-CLIENTS
           PERFORM 4000-EDITER-RELANCES
           IF WS-CLIENTS-OUVERT = 1
               CLOSE F-CLIENTS
           END-IF

           DISPLAY ' '
           DISPLAY 'Clients au-dela du plafond : ' WS-NB-DEPASSEMENTS
           DISPLAY 'Lettres de relance emises : ' WS-NB-RELANCES
           STOP RUN.

                                   TO WS-PO-NUMERO(WS-NB-POSTES)
                               MOVE REG-CLIENT
                                   TO WS-PO-CLIENT(WS-NB-POSTES)
                               MOVE REG-NUM-CLIENT
                                   TO WS-PO-NUM-CLIENT(WS-NB-POSTES)
                               IF REG-NUM-CLIENT = 0
                                   MOVE REG-CLIENT
                                     TO WS-PO-CLE-NOM(WS-NB-POSTES)
                               ELSE
                                   MOVE SPACES
                                     TO WS-PO-CLE-NOM(WS-NB-POSTES)
                               END-IF
                               MOVE REG-DATE
                                   TO WS-PO-DATE(WS-NB-POSTES)
                               MOVE REG-TOTAL-TTC
               IF WS-RESTE-DU > 0
                   PERFORM 2100-CLASSER-TRANCHE
                   MOVE WS-RESTE-DU TO WS-ED-MONTANT
                   DISPLAY '  ' WS-PO-NUM-CLIENT(WS-IDX-PO)
                       ' ' WS-PO-CLIENT(WS-IDX-PO)
                       ' FACT ' WS-PO-NUMERO(WS-IDX-PO)
                       ' DU ' WS-PO-DATE(WS-IDX-PO)
                       ' RESTE ' WS-ED-MONTANT
           MOVE WS-TRANCHE-90-PLUS TO WS-ED-MONTANT
           DISPLAY '  PLUS DE 90 JOURS: ' WS-ED-MONTANT.

      *----------------------------------------------------------------
      * Encours par client (somme des restes dus de ses postes),
      * rapproche du plafond de sa fiche ; un client n'est edite
      * qu'une fois, a son premier poste
      *----------------------------------------------------------------
       3500-EDITER-ENCOURS-CLIENTS.
           DISPLAY ' '
           DISPLAY 'ENCOURS PAR CLIENT :'
           DISPLAY WS-LIGNE-SEP

           PERFORM VARYING WS-IDX-PO FROM 1 BY 1
                   UNTIL WS-IDX-PO > WS-NB-POSTES
               PERFORM 3510-ENCOURS-CLIENT THRU 3510-EXIT
           END-PERFORM.

       3510-ENCOURS-CLIENT.
           MOVE 0 TO WS-CLIENT-DEJA
           MOVE WS-PO-CLE(WS-IDX-PO) TO WS-CLE-RELANCE
           PERFORM VARYING WS-IDX-RE FROM 1 BY 1
                   UNTIL WS-IDX-RE >= WS-IDX-PO
               IF WS-PO-CLE(WS-IDX-RE) = WS-CLE-RELANCE
                   MOVE 1 TO WS-CLIENT-DEJA
                   MOVE WS-IDX-PO TO WS-IDX-RE
               END-IF
           END-PERFORM

           IF WS-CLIENT-DEJA = 1
               GO TO 3510-EXIT
           END-IF

           MOVE 0 TO WS-ENCOURS-CLIENT
           PERFORM VARYING WS-IDX-RE FROM WS-IDX-PO BY 1
                   UNTIL WS-IDX-RE > WS-NB-POSTES
               IF WS-PO-CLE(WS-IDX-RE) = WS-CLE-RELANCE
                   COMPUTE WS-ENCOURS-CLIENT = WS-ENCOURS-CLIENT
                       + WS-PO-TTC(WS-IDX-RE) - WS-PO-REGLE(WS-IDX-RE)
               END-IF
           END-PERFORM

           IF WS-ENCOURS-CLIENT <= 0
               GO TO 3510-EXIT
           END-IF

           MOVE WS-ENCOURS-CLIENT TO WS-ED-MONTANT
           PERFORM 4200-LIRE-CLIENT
           IF WS-CLIENT-TROUVE = 1 AND CLI-PLAFOND > 0
               MOVE CLI-PLAFOND TO WS-ED-PLAFOND
               IF WS-ENCOURS-CLIENT > CLI-PLAFOND
                   ADD 1 TO WS-NB-DEPASSEMENTS
                   DISPLAY '  ' WS-PO-NUM-CLIENT(WS-IDX-PO)
                       ' ' WS-PO-CLIENT(WS-IDX-PO) ' ' WS-ED-MONTANT
                       ' PLAFOND ' WS-ED-PLAFOND ' DEPASSE'
               ELSE
                   DISPLAY '  ' WS-PO-NUM-CLIENT(WS-IDX-PO)
                       ' ' WS-PO-CLIENT(WS-IDX-PO) ' ' WS-ED-MONTANT
                       ' PLAFOND ' WS-ED-PLAFOND
               END-IF
           ELSE
               DISPLAY '  ' WS-PO-NUM-CLIENT(WS-IDX-PO)
                   ' ' WS-PO-CLIENT(WS-IDX-PO) ' ' WS-ED-MONTANT
           END-IF.

       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Une lettre de relance par client ayant des postes en
      * tranche 61-90 ou au dela (un client n'est relance qu'une
      * retard) ?
           MOVE 0 TO WS-CLIENT-DEJA
           MOVE WS-PO-CLIENT(WS-IDX-PO) TO WS-CLIENT-RELANCE
           MOVE WS-PO-CLE(WS-IDX-PO) TO WS-CLE-RELANCE
           PERFORM VARYING WS-IDX-RE FROM 1 BY 1
                   UNTIL WS-IDX-RE >= WS-IDX-PO
               IF WS-PO-CLE(WS-IDX-RE) = WS-CLE-RELANCE
                   AND WS-PO-TRANCHE(WS-IDX-RE) >= 3
                   MOVE 1 TO WS-CLIENT-DEJA
                   MOVE WS-IDX-PO TO WS-IDX-RE
               DELIMITED BY SIZE INTO WS-REL-TEXTE
           WRITE ENR-RELANCE FROM WS-LIGNE-REL

           PERFORM 4200-LIRE-CLIENT
           IF WS-CLIENT-TROUVE = 1
               PERFORM 4300-ECRIRE-ADRESSE
           END-IF

           MOVE SPACES TO WS-LIGNE-REL
           MOVE 'MALGRE NOS RAPPELS, LES FACTURES SUIVANTES'
               TO WS-REL-TEXTE

           PERFORM VARYING WS-IDX-RE FROM 1 BY 1
                   UNTIL WS-IDX-RE > WS-NB-POSTES
               IF WS-PO-CLE(WS-IDX-RE) = WS-CLE-RELANCE
                   AND WS-PO-TRANCHE(WS-IDX-RE) >= 3
                   COMPUTE WS-RESTE-DU = WS-PO-TTC(WS-IDX-RE)
                       - WS-PO-REGLE(WS-IDX-RE)

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Fiche du client du poste courant (si numerote et connu)
      *----------------------------------------------------------------
       4200-LIRE-CLIENT.
           MOVE 0 TO WS-CLIENT-TROUVE
           IF WS-CLIENTS-OUVERT = 1
               AND WS-PO-NUM-CLIENT(WS-IDX-PO) > 0
               MOVE WS-PO-NUM-CLIENT(WS-IDX-PO) TO CLI-NUMERO
               READ F-CLIENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-CLIENT-TROUVE
               END-READ
           END-IF.

       4300-ECRIRE-ADRESSE.
           MOVE SPACES TO WS-LIGNE-REL
           MOVE CLI-ADRESSE-1 TO WS-REL-TEXTE
           WRITE ENR-RELANCE FROM WS-LIGNE-REL
           IF CLI-ADRESSE-2 NOT = SPACES
               MOVE SPACES TO WS-LIGNE-REL
               MOVE CLI-ADRESSE-2 TO WS-REL-TEXTE
               WRITE ENR-RELANCE FROM WS-LIGNE-REL
           END-IF
           MOVE SPACES TO WS-LIGNE-REL
           STRING CLI-CODE-POSTAL ' ' CLI-VILLE
               DELIMITED BY SIZE INTO WS-REL-TEXTE
           WRITE ENR-RELANCE FROM WS-LIGNE-REL
           MOVE SPACES TO WS-LIGNE-REL
           WRITE ENR-RELANCE FROM WS-LIGNE-REL.
