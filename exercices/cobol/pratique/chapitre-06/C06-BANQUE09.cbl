       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06-BANQUE09.
       AUTHOR. ROCHA.
      *----------------------------------------------------------------
      * TD BANQUE VIRTUELLE - Fusion d'agences et transfert des RIB
      *
      * Quand une agence ferme, ses clients et leurs comptes passent
      * a une agence absorbante. Ce batch lit en entree (SYSIN) le
      * code de l'agence qui ferme puis celui de l'agence qui
      * absorbe, et :
      *   1. edite la consolidation des deux agences AVANT fusion,
      *      au format de C06-BANQUE04 ;
      *   2. rattache chaque client de l'agence fermee a l'agence
      *      absorbante (FC-CODEAG dans CLIENTS.DAT) ;
      *   3. recree le RIB de chacun de ses comptes sous le guichet
      *      de l'agence absorbante : meme banque, meme numero de
      *      compte, cle RIB recalculee (97 - (89 x banque + 15 x
      *      guichet + 3 x compte) modulo 97) et IBAN rederive par
      *      C06-IBAN ;
      *   4. inscrit chaque ancien RIB et son remplacant dans la
      *      table de correspondance RIBCORR.DAT, et la fusion
      *      elle-meme dans FUSIONS.DAT : C06-BANQUE03 s'en sert
      *      pour rediriger les clients, RIB et mouvements qui
      *      arrivent encore sous l'ancienne agence ou l'ancien RIB ;
      *   5. imprime une lettre de transfert par client (nouvelles
      *      coordonnees bancaires) dans LETFUSION.DAT ;
      *   6. edite la consolidation des deux agences APRES fusion.
      * Le guichet de l'agence absorbante est celui des RIB de ses
      * clients existants ; a defaut, les cinq derniers chiffres du
      * code agence hors cle.
      * L'agence fermee reste dans AGENCES.DAT (historique) ; elle
      * n'a plus ni client ni compte apres fusion.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AGENCES
               ASSIGN TO 'AGENCES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FA-CODE
               FILE STATUS IS WS-STATUS-AG.

           SELECT F-CLIENTS
               ASSIGN TO 'CLIENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CODE
               FILE STATUS IS WS-STATUS-CLT.

           SELECT F-RIB
               ASSIGN TO 'RIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CLT
               ALTERNATE RECORD KEY IS FR-CPTE
               FILE STATUS IS WS-STATUS-RIB.

           SELECT F-MOUVEMENTS
               ASSIGN TO 'MOUVEMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-CLE
               FILE STATUS IS WS-STATUS-MVT.

      *----------------------------------------------------------------
      * Correspondance ancien RIB -> nouveau RIB (INDEXED)
      *----------------------------------------------------------------
           SELECT F-RIBCORR
               ASSIGN TO 'RIBCORR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COR-ANCIEN-CPTE
               FILE STATUS IS WS-STATUS-COR.

      *----------------------------------------------------------------
      * Registre des fusions : agence fermee -> agence absorbante
      *----------------------------------------------------------------
           SELECT OPTIONAL F-FUSIONS
               ASSIGN TO 'FUSIONS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUS.

           SELECT F-LETTRES
               ASSIGN TO 'LETFUSION.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LET.

       DATA DIVISION.
       FILE SECTION.

       FD  F-AGENCES
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01  ENR-AGENCE.
           05  FA-CODE             PIC 9(7).
           05  FA-LIBELLE          PIC X(30).

       FD  F-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  ENR-CLIENT.
           05  FC-CODE             PIC 9(7).
           05  FC-NOM              PIC X(20).
           05  FC-PRENOM           PIC X(20).
           05  FC-CODEAG           PIC 9(7).

       FD  F-RIB
           RECORDING MODE IS F
           RECORD CONTAINS 77 CHARACTERS.
       01  ENR-RIB.
           05  FR-CLT              PIC 9(7).
           05  FR-CPTE             PIC X(23).
           05  FR-DATE             PIC 9(8).
           05  FR-SOLDE            PIC 9(9)V99.
           05  FR-SENS             PIC X.
           05  FR-IBAN             PIC X(27).

       FD  F-MOUVEMENTS
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.
       01  ENR-MOUVEMENT.
           05  FM-CLE.
               10  FM-CLT          PIC 9(7).
               10  FM-DATE         PIC 9(8).
               10  FM-SEQ          PIC 9(3).
           05  FM-MONT             PIC 9(9)V99.
           05  FM-SENS             PIC X.
           05  FM-NATURE           PIC X.

      *----------------------------------------------------------------
      * FD RIBCORR - 140 octets
      *----------------------------------------------------------------
       FD  F-RIBCORR
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-RIBCORR.
           05  COR-ANCIEN-CPTE     PIC X(23).
           05  COR-NOUVEAU-CPTE    PIC X(23).
           05  COR-CLT             PIC 9(7).
           05  COR-ANCIEN-IBAN     PIC X(27).
           05  COR-NOUVEL-IBAN     PIC X(27).
           05  COR-AG-ANCIENNE     PIC 9(7).
           05  COR-AG-NOUVELLE     PIC 9(7).
           05  COR-DATE            PIC 9(8).
           05  FILLER              PIC X(11).

      *----------------------------------------------------------------
      * FD FUSIONS - 30 octets
      *----------------------------------------------------------------
       FD  F-FUSIONS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  ENR-FUSION.
           05  FUS-AG-FERMEE       PIC 9(7).
           05  FUS-AG-ABSORBANTE   PIC 9(7).
           05  FUS-DATE            PIC 9(8).
           05  FILLER              PIC X(8).

       FD  F-LETTRES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-LETTRE              PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * FILE STATUS
      *----------------------------------------------------------------
       01  WS-STATUS-AG            PIC XX.
       01  WS-STATUS-CLT           PIC XX.
       01  WS-STATUS-RIB           PIC XX.
       01  WS-STATUS-MVT           PIC XX.
       01  WS-STATUS-COR           PIC XX.
       01  WS-STATUS-FUS           PIC XX.
       01  WS-STATUS-LET           PIC XX.

       01  WS-FIN-FICHIER          PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Agences de la fusion : rang 1 = fermee, rang 2 = absorbante
      *----------------------------------------------------------------
       01  WS-CODE-IN              PIC 9(7) VALUE 0.
       01  WS-TAB-FUSION.
           05  WS-FUS-AGENCE OCCURS 2 TIMES.
               10  WS-FA-CODE      PIC 9(7).
               10  WS-FA-LIBELLE   PIC X(30).
       01  WS-IDX-AG               PIC 9 VALUE 0.
       01  WS-AGENCE-TROUVEE       PIC 9 VALUE 0.
       01  WS-RIB-CLIENT           PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Consolidation des deux agences : phase 1 = avant fusion,
      * phase 2 = apres fusion
      *----------------------------------------------------------------
       01  WS-PHASE                PIC 9 VALUE 0.
       01  WS-TAB-CONSO.
           05  WS-CONSO-PHASE OCCURS 2 TIMES.
               10  WS-CONSO-AG OCCURS 2 TIMES.
                   15  WS-CO-NB-CLT    PIC 9(5).
                   15  WS-CO-NB-RIB    PIC 9(5).
                   15  WS-CO-NB-MVT    PIC 9(7).
                   15  WS-CO-NET-MVT   PIC S9(11)V99.
       01  WS-MONTANT-SIGNE        PIC S9(9)V99 VALUE 0.
       01  WS-TOT-CLT              PIC 9(7) VALUE 0.
       01  WS-TOT-RIB              PIC 9(7) VALUE 0.
       01  WS-TOT-MVT              PIC 9(9) VALUE 0.
       01  WS-TOT-NET              PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------
      * Nouveau RIB : banque + guichet absorbant + compte + cle
      *----------------------------------------------------------------
       01  WS-GUICHET-ABSORBANT    PIC X(5).
       01  WS-GUICHET-TROUVE       PIC 9 VALUE 0.

       01  WS-ANCIEN-RIB.
           05  WS-ANC-BANQUE       PIC X(5).
           05  WS-ANC-GUICHET      PIC X(5).
           05  WS-ANC-COMPTE       PIC X(11).
           05  WS-ANC-CLE          PIC X(2).
       01  WS-ANCIEN-IBAN          PIC X(27).

       01  WS-NOUVEAU-RIB.
           05  WS-NOU-BANQUE       PIC X(5).
           05  WS-NOU-GUICHET      PIC X(5).
           05  WS-NOU-COMPTE       PIC X(11).
           05  WS-NOU-CLE          PIC 9(2).

      * Cle RIB : 97 - ((89 x banque + 15 x guichet + 3 x compte)
      * modulo 97), les lettres du compte ramenees a un chiffre
       01  WS-RIB-CALCUL.
           05  WS-RIB-BANQUE       PIC 9(5).
           05  WS-RIB-GUICHET      PIC 9(5).
           05  WS-RIB-COMPTE-X     PIC X(11).
           05  WS-RIB-COMPTE REDEFINES WS-RIB-COMPTE-X PIC 9(11).
       01  WS-RIB-SOMME            PIC 9(15) VALUE 0.
       01  WS-RIB-QUOTIENT         PIC 9(15) VALUE 0.
       01  WS-RIB-RESTE            PIC 9(2) VALUE 0.

      *----------------------------------------------------------------
      * Zone d'appel du module de service IBAN (C06-IBAN)
      *----------------------------------------------------------------
       01  WS-ZONE-IBAN.
           05  IBN-FONCTION        PIC X.
           05  IBN-RIB             PIC X(23).
           05  IBN-IBAN            PIC X(27).
           05  IBN-CODE-RETOUR     PIC 9.

      *----------------------------------------------------------------
      * Compteurs du transfert
      *----------------------------------------------------------------
       01  WS-CPT-CLIENTS          PIC 9(5) VALUE 0.
       01  WS-CPT-RIB              PIC 9(5) VALUE 0.
       01  WS-CPT-SANS-RIB         PIC 9(5) VALUE 0.
       01  WS-CPT-CORR-DOUBLE      PIC 9(5) VALUE 0.
       01  WS-CPT-LETTRES          PIC 9(5) VALUE 0.
       01  WS-RIB-TROUVE           PIC 9 VALUE 0.

       01  WS-DATE-SYS.
           05  WS-SYS-ANNEE        PIC 9(4).
           05  WS-SYS-MOIS         PIC 9(2).
           05  WS-SYS-JOUR         PIC 9(2).
       01  WS-DATE-FUSION          PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * Lettre de transfert
      *----------------------------------------------------------------
       01  WS-LIGNE-LET            PIC X(80).
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '-'.

      *----------------------------------------------------------------
      * Zones d'edition (format de C06-BANQUE04)
      *----------------------------------------------------------------
       01  WS-ED-NB                PIC ZZ.ZZ9.
       01  WS-ED-NB-MVT            PIC Z.ZZZ.ZZ9.
       01  WS-ED-NET               PIC -Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  TD BANQUE VIRTUELLE - Fusion d agences'
           DISPLAY '=================================================='
           DISPLAY ' '

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           COMPUTE WS-DATE-FUSION = WS-SYS-ANNEE * 10000
               + WS-SYS-MOIS * 100 + WS-SYS-JOUR

           PERFORM 1000-LIRE-AGENCES

           MOVE 1 TO WS-PHASE
           PERFORM 2000-CONSOLIDER
           PERFORM 2500-EDITER-CONSOLIDATION

           PERFORM 3000-DETERMINER-GUICHET
           PERFORM 4000-TRANSFERER-CLIENTS
           PERFORM 4900-INSCRIRE-FUSION

           MOVE 2 TO WS-PHASE
           PERFORM 2000-CONSOLIDER
           PERFORM 2500-EDITER-CONSOLIDATION

           DISPLAY ' '
           DISPLAY 'Clients transferes        : ' WS-CPT-CLIENTS
           DISPLAY 'RIB recrees               : ' WS-CPT-RIB
           DISPLAY 'Clients sans RIB          : ' WS-CPT-SANS-RIB
           DISPLAY 'Correspondances en double : ' WS-CPT-CORR-DOUBLE
           DISPLAY 'Lettres de transfert      : ' WS-CPT-LETTRES
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  Fin du programme BANQUE09'
           DISPLAY '=================================================='

           STOP RUN.

      *----------------------------------------------------------------
      * Saisie et controle des deux agences : elles doivent exister
      * et etre distinctes
      *----------------------------------------------------------------
       1000-LIRE-AGENCES.
           OPEN INPUT F-AGENCES
           IF WS-STATUS-AG NOT = '00'
               DISPLAY 'Erreur ouverture AGENCES : ' WS-STATUS-AG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-IDX-AG FROM 1 BY 1 UNTIL WS-IDX-AG > 2
               IF WS-IDX-AG = 1
                   DISPLAY 'Code de l agence qui ferme : '
               ELSE
                   DISPLAY 'Code de l agence absorbante : '
               END-IF
               ACCEPT WS-CODE-IN FROM SYSIN
               MOVE WS-CODE-IN TO FA-CODE
               READ F-AGENCES
                   INVALID KEY
                       DISPLAY 'Agence inconnue : ' WS-CODE-IN
                       CLOSE F-AGENCES
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE FA-CODE TO WS-FA-CODE(WS-IDX-AG)
               MOVE FA-LIBELLE TO WS-FA-LIBELLE(WS-IDX-AG)
           END-PERFORM

           CLOSE F-AGENCES

           IF WS-FA-CODE(1) = WS-FA-CODE(2)
               DISPLAY 'Agence fermee et absorbante identiques'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Fusion de ' WS-FA-CODE(1) ' - ' WS-FA-LIBELLE(1)
           DISPLAY '    dans  ' WS-FA-CODE(2) ' - ' WS-FA-LIBELLE(2).

      *----------------------------------------------------------------
      * Consolidation des deux agences pour la phase courante, selon
      * les regles de C06-BANQUE04 (RIB et mouvements remontent a
      * l'agence du client porteur, annulation en sens inverse)
      *----------------------------------------------------------------
       2000-CONSOLIDER.
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1 UNTIL WS-IDX-AG > 2
               MOVE 0 TO WS-CO-NB-CLT(WS-PHASE, WS-IDX-AG)
               MOVE 0 TO WS-CO-NB-RIB(WS-PHASE, WS-IDX-AG)
               MOVE 0 TO WS-CO-NB-MVT(WS-PHASE, WS-IDX-AG)
               MOVE 0 TO WS-CO-NET-MVT(WS-PHASE, WS-IDX-AG)
           END-PERFORM

           OPEN INPUT F-CLIENTS
           IF WS-STATUS-CLT NOT = '00'
               DISPLAY 'Erreur ouverture CLIENTS : ' WS-STATUS-CLT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ F-CLIENTS NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM 8000-CHERCHER-AGENCE
                       IF WS-AGENCE-TROUVEE = 1
                           ADD 1 TO WS-CO-NB-CLT(WS-PHASE, WS-IDX-AG)
                       END-IF
               END-READ
           END-PERFORM

           OPEN INPUT F-RIB
           IF WS-STATUS-RIB NOT = '00'
               DISPLAY 'Erreur ouverture RIB : ' WS-STATUS-RIB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ F-RIB NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE FR-CLT TO WS-RIB-CLIENT
                       PERFORM 8100-AGENCE-DU-CLIENT
                       IF WS-AGENCE-TROUVEE = 1
                           ADD 1 TO WS-CO-NB-RIB(WS-PHASE, WS-IDX-AG)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-RIB

           OPEN INPUT F-MOUVEMENTS
           IF WS-STATUS-MVT NOT = '00'
               DISPLAY 'Erreur ouverture MOUVEMENTS : ' WS-STATUS-MVT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ F-MOUVEMENTS NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE FM-CLT TO WS-RIB-CLIENT
                       PERFORM 8100-AGENCE-DU-CLIENT
                       IF WS-AGENCE-TROUVEE = 1
                           PERFORM 2100-SIGNER-MOUVEMENT
                           ADD 1 TO WS-CO-NB-MVT(WS-PHASE, WS-IDX-AG)
                           ADD WS-MONTANT-SIGNE
                               TO WS-CO-NET-MVT(WS-PHASE, WS-IDX-AG)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-MOUVEMENTS

           CLOSE F-CLIENTS.

       2100-SIGNER-MOUVEMENT.
           IF FM-SENS = 'C'
               MOVE FM-MONT TO WS-MONTANT-SIGNE
           ELSE
               COMPUTE WS-MONTANT-SIGNE = 0 - FM-MONT
           END-IF
           IF FM-NATURE = 'A'
               COMPUTE WS-MONTANT-SIGNE = 0 - WS-MONTANT-SIGNE
           END-IF.

      *----------------------------------------------------------------
      * Edition au format de C06-BANQUE04, limitee aux deux agences
      *----------------------------------------------------------------
       2500-EDITER-CONSOLIDATION.
           DISPLAY ' '
           IF WS-PHASE = 1
               DISPLAY 'CONSOLIDATION AVANT FUSION'
           ELSE
               DISPLAY 'CONSOLIDATION APRES FUSION'
           END-IF
           DISPLAY 'AGENCE   LIBELLE                        '
                   ' CLIENTS  COMPTES     MVTS          NET'
           DISPLAY ' '

           MOVE 0 TO WS-TOT-CLT
           MOVE 0 TO WS-TOT-RIB
           MOVE 0 TO WS-TOT-MVT
           MOVE 0 TO WS-TOT-NET
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1 UNTIL WS-IDX-AG > 2
               ADD WS-CO-NB-CLT(WS-PHASE, WS-IDX-AG) TO WS-TOT-CLT
               ADD WS-CO-NB-RIB(WS-PHASE, WS-IDX-AG) TO WS-TOT-RIB
               ADD WS-CO-NB-MVT(WS-PHASE, WS-IDX-AG) TO WS-TOT-MVT
               ADD WS-CO-NET-MVT(WS-PHASE, WS-IDX-AG) TO WS-TOT-NET
               MOVE WS-CO-NB-CLT(WS-PHASE, WS-IDX-AG) TO WS-ED-NB
               DISPLAY WS-FA-CODE(WS-IDX-AG) ' '
                       WS-FA-LIBELLE(WS-IDX-AG) ' '
                       WS-ED-NB
                   WITH NO ADVANCING
               MOVE WS-CO-NB-RIB(WS-PHASE, WS-IDX-AG) TO WS-ED-NB
               DISPLAY '  ' WS-ED-NB WITH NO ADVANCING
               MOVE WS-CO-NB-MVT(WS-PHASE, WS-IDX-AG) TO WS-ED-NB-MVT
               DISPLAY '  ' WS-ED-NB-MVT WITH NO ADVANCING
               MOVE WS-CO-NET-MVT(WS-PHASE, WS-IDX-AG) TO WS-ED-NET
               DISPLAY '  ' WS-ED-NET
           END-PERFORM

           DISPLAY ' '
           MOVE WS-TOT-CLT TO WS-ED-NB
           DISPLAY 'TOTAL DES DEUX AGENCES : ' WS-ED-NB ' client(s)'
               WITH NO ADVANCING
           MOVE WS-TOT-RIB TO WS-ED-NB
           DISPLAY '  ' WS-ED-NB ' compte(s)' WITH NO ADVANCING
           MOVE WS-TOT-MVT TO WS-ED-NB-MVT
           DISPLAY '  ' WS-ED-NB-MVT ' mouvement(s)'
           MOVE WS-TOT-NET TO WS-ED-NET
           DISPLAY 'NET MOUVEMENTS : ' WS-ED-NET.

      *----------------------------------------------------------------
      * Guichet de l'agence absorbante : celui du premier RIB d'un de
      * ses clients, a defaut les chiffres 2 a 6 du code agence
      *----------------------------------------------------------------
       3000-DETERMINER-GUICHET.
           MOVE 0 TO WS-GUICHET-TROUVE
           OPEN INPUT F-RIB
           OPEN INPUT F-CLIENTS

           MOVE 0 TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1 OR WS-GUICHET-TROUVE = 1
               READ F-RIB NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE FR-CLT TO WS-RIB-CLIENT
                       PERFORM 8100-AGENCE-DU-CLIENT
                       IF WS-AGENCE-TROUVEE = 1 AND WS-IDX-AG = 2
                           MOVE 1 TO WS-GUICHET-TROUVE
                           MOVE FR-CPTE(6:5) TO WS-GUICHET-ABSORBANT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-CLIENTS
           CLOSE F-RIB

           IF WS-GUICHET-TROUVE = 0
               MOVE WS-FA-CODE(2) TO WS-CODE-IN
               MOVE WS-CODE-IN(2:5) TO WS-GUICHET-ABSORBANT
           END-IF

           DISPLAY ' '
           DISPLAY 'Guichet de l agence absorbante : '
               WS-GUICHET-ABSORBANT.

      *----------------------------------------------------------------
      * Transfert : chaque client de l'agence fermee passe a
      * l'agence absorbante, son RIB est recree, l'ancien RIB entre
      * dans la correspondance et le client recoit sa lettre
      *----------------------------------------------------------------
       4000-TRANSFERER-CLIENTS.
           OPEN I-O F-CLIENTS
           IF WS-STATUS-CLT NOT = '00'
               DISPLAY 'Erreur ouverture CLIENTS : ' WS-STATUS-CLT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-RIB
           IF WS-STATUS-RIB NOT = '00'
               DISPLAY 'Erreur ouverture RIB : ' WS-STATUS-RIB
               CLOSE F-CLIENTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F-RIBCORR
           IF WS-STATUS-COR = '35'
               CLOSE F-RIBCORR
               OPEN OUTPUT F-RIBCORR
               CLOSE F-RIBCORR
               OPEN I-O F-RIBCORR
           END-IF
           IF WS-STATUS-COR NOT = '00'
               DISPLAY 'Erreur ouverture RIBCORR : ' WS-STATUS-COR
               CLOSE F-CLIENTS F-RIB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-LETTRES

           MOVE 0 TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ F-CLIENTS NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       IF FC-CODEAG = WS-FA-CODE(1)
                           PERFORM 4100-TRANSFERER-CLIENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-LETTRES
           CLOSE F-RIBCORR
           CLOSE F-RIB
           CLOSE F-CLIENTS.

       4100-TRANSFERER-CLIENT.
           MOVE WS-FA-CODE(2) TO FC-CODEAG
           REWRITE ENR-CLIENT
               INVALID KEY
                   DISPLAY '  Client ' FC-CODE ' non transfere'
           END-REWRITE
           IF WS-STATUS-CLT = '00'
               ADD 1 TO WS-CPT-CLIENTS
               PERFORM 4200-RECREER-RIB
               PERFORM 4500-EDITER-LETTRE
           END-IF.

      *----------------------------------------------------------------
      * Nouveau RIB sous le guichet absorbant ; un RIB deja sous ce
      * guichet est laisse tel quel
      *----------------------------------------------------------------
       4200-RECREER-RIB.
           MOVE 0 TO WS-RIB-TROUVE
           MOVE FC-CODE TO FR-CLT
           READ F-RIB
               INVALID KEY
                   ADD 1 TO WS-CPT-SANS-RIB
               NOT INVALID KEY
                   MOVE 1 TO WS-RIB-TROUVE
           END-READ

           IF WS-RIB-TROUVE = 1
               MOVE FR-CPTE TO WS-ANCIEN-RIB
               MOVE FR-IBAN TO WS-ANCIEN-IBAN
               MOVE WS-ANC-BANQUE TO WS-NOU-BANQUE
               MOVE WS-GUICHET-ABSORBANT TO WS-NOU-GUICHET
               MOVE WS-ANC-COMPTE TO WS-NOU-COMPTE
               PERFORM 4300-CALCULER-CLE-RIB
               IF WS-NOUVEAU-RIB NOT = WS-ANCIEN-RIB
                   MOVE WS-NOUVEAU-RIB TO FR-CPTE
                   MOVE 'G' TO IBN-FONCTION
                   MOVE WS-NOUVEAU-RIB TO IBN-RIB
                   CALL 'C06-IBAN' USING WS-ZONE-IBAN
                   MOVE IBN-IBAN TO FR-IBAN
                   REWRITE ENR-RIB
                       INVALID KEY
                           DISPLAY '  RIB du client ' FC-CODE
                               ' non recree : ' WS-NOUVEAU-RIB
                           MOVE WS-ANCIEN-RIB TO FR-CPTE
                           MOVE WS-ANCIEN-IBAN TO FR-IBAN
                       NOT INVALID KEY
                           ADD 1 TO WS-CPT-RIB
                           PERFORM 4400-ECRIRE-CORRESPONDANCE
                   END-REWRITE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Cle RIB : 97 - reste de (89 x banque + 15 x guichet + 3 x
      * compte) par 97 ; une lettre du compte vaut son rang ramene a
      * un chiffre (A,J=1 ... I,R,Z=9)
      *----------------------------------------------------------------
       4300-CALCULER-CLE-RIB.
           MOVE WS-NOU-BANQUE TO WS-RIB-BANQUE
           MOVE WS-NOU-GUICHET TO WS-RIB-GUICHET
           MOVE WS-NOU-COMPTE TO WS-RIB-COMPTE-X
           INSPECT WS-RIB-COMPTE-X
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO '12345678912345678923456789'
           COMPUTE WS-RIB-SOMME = 89 * WS-RIB-BANQUE
                                + 15 * WS-RIB-GUICHET
                                +  3 * WS-RIB-COMPTE
           DIVIDE WS-RIB-SOMME BY 97
               GIVING WS-RIB-QUOTIENT REMAINDER WS-RIB-RESTE
           COMPUTE WS-NOU-CLE = 97 - WS-RIB-RESTE.

       4400-ECRIRE-CORRESPONDANCE.
           MOVE SPACES TO ENR-RIBCORR
           MOVE WS-ANCIEN-RIB TO COR-ANCIEN-CPTE
           MOVE WS-NOUVEAU-RIB TO COR-NOUVEAU-CPTE
           MOVE FC-CODE TO COR-CLT
           MOVE WS-ANCIEN-IBAN TO COR-ANCIEN-IBAN
           MOVE FR-IBAN TO COR-NOUVEL-IBAN
           MOVE WS-FA-CODE(1) TO COR-AG-ANCIENNE
           MOVE WS-FA-CODE(2) TO COR-AG-NOUVELLE
           MOVE WS-DATE-FUSION TO COR-DATE
           WRITE ENR-RIBCORR
               INVALID KEY
                   ADD 1 TO WS-CPT-CORR-DOUBLE
                   DISPLAY '  Ancien RIB deja en correspondance : '
                       COR-ANCIEN-CPTE
           END-WRITE.

      *----------------------------------------------------------------
      * Lettre de transfert du client : nouvelle agence, nouvelles
      * coordonnees bancaires, ancien RIB pour memoire
      *----------------------------------------------------------------
       4500-EDITER-LETTRE.
           ADD 1 TO WS-CPT-LETTRES
           WRITE ENR-LETTRE FROM WS-LIGNE-SEP

           MOVE SPACES TO WS-LIGNE-LET
           STRING FC-PRENOM DELIMITED BY '  '
               ' ' FC-NOM DELIMITED BY '  '
               ' - CLIENT ' FC-CODE DELIMITED BY SIZE
               INTO WS-LIGNE-LET
           WRITE ENR-LETTRE FROM WS-LIGNE-LET
           MOVE SPACES TO WS-LIGNE-LET
           WRITE ENR-LETTRE FROM WS-LIGNE-LET

           MOVE 'OBJET : TRANSFERT DE VOTRE COMPTE' TO WS-LIGNE-LET
           WRITE ENR-LETTRE FROM WS-LIGNE-LET
           MOVE SPACES TO WS-LIGNE-LET
           STRING 'VOTRE AGENCE ' WS-FA-LIBELLE(1) DELIMITED BY SIZE
               INTO WS-LIGNE-LET
           WRITE ENR-LETTRE FROM WS-LIGNE-LET
           MOVE SPACES TO WS-LIGNE-LET
           STRING 'FERME SES PORTES. VOTRE COMPTE EST DESORMAIS '
               'GERE PAR L AGENCE' DELIMITED BY SIZE
               INTO WS-LIGNE-LET
           WRITE ENR-LETTRE FROM WS-LIGNE-LET
           MOVE SPACES TO WS-LIGNE-LET
           STRING WS-FA-LIBELLE(2) ' (' WS-FA-CODE(2) ').'
               DELIMITED BY SIZE INTO WS-LIGNE-LET
           WRITE ENR-LETTRE FROM WS-LIGNE-LET
           MOVE SPACES TO WS-LIGNE-LET
           WRITE ENR-LETTRE FROM WS-LIGNE-LET

           IF WS-RIB-TROUVE = 1
               MOVE 'VOS COORDONNEES BANCAIRES :' TO WS-LIGNE-LET
               WRITE ENR-LETTRE FROM WS-LIGNE-LET
               MOVE SPACES TO WS-LIGNE-LET
               STRING '  RIB  : ' FR-CPTE(1:5) ' ' FR-CPTE(6:5) ' '
                   FR-CPTE(11:11) ' ' FR-CPTE(22:2)
                   DELIMITED BY SIZE INTO WS-LIGNE-LET
               WRITE ENR-LETTRE FROM WS-LIGNE-LET
               MOVE SPACES TO WS-LIGNE-LET
               STRING '  IBAN : ' FR-IBAN
                   DELIMITED BY SIZE INTO WS-LIGNE-LET
               WRITE ENR-LETTRE FROM WS-LIGNE-LET
               IF FR-CPTE NOT = WS-ANCIEN-RIB
                   MOVE SPACES TO WS-LIGNE-LET
                   STRING '  ANCIEN RIB : ' WS-ANCIEN-RIB
                       ' (LES OPERATIONS QUI Y'
                       DELIMITED BY SIZE INTO WS-LIGNE-LET
                   WRITE ENR-LETTRE FROM WS-LIGNE-LET
                   MOVE '  SERONT ENCORE PRESENTEES SERONT REDIRIGEES)'
                       TO WS-LIGNE-LET
                   WRITE ENR-LETTRE FROM WS-LIGNE-LET
               END-IF
           ELSE
               MOVE 'VOTRE DOSSIER EST TRANSFERE SANS CHANGEMENT.'
                   TO WS-LIGNE-LET
               WRITE ENR-LETTRE FROM WS-LIGNE-LET
           END-IF

           MOVE SPACES TO WS-LIGNE-LET
           WRITE ENR-LETTRE FROM WS-LIGNE-LET.

      *----------------------------------------------------------------
      * La fusion entre au registre : C06-BANQUE03 rattache a
      * l'agence absorbante les clients rechargees sous l'agence
      * fermee
      *----------------------------------------------------------------
       4900-INSCRIRE-FUSION.
           OPEN EXTEND F-FUSIONS
           IF WS-STATUS-FUS = '35'
               CLOSE F-FUSIONS
               OPEN OUTPUT F-FUSIONS
           END-IF
           IF WS-STATUS-FUS NOT = '00' AND WS-STATUS-FUS NOT = '05'
               DISPLAY 'Erreur ouverture FUSIONS : ' WS-STATUS-FUS
           ELSE
               MOVE SPACES TO ENR-FUSION
               MOVE WS-FA-CODE(1) TO FUS-AG-FERMEE
               MOVE WS-FA-CODE(2) TO FUS-AG-ABSORBANTE
               MOVE WS-DATE-FUSION TO FUS-DATE
               WRITE ENR-FUSION
               CLOSE F-FUSIONS
           END-IF.

      *----------------------------------------------------------------
      * Rang (1 fermee, 2 absorbante) de l'agence du client lu
      *----------------------------------------------------------------
       8000-CHERCHER-AGENCE.
           MOVE 0 TO WS-AGENCE-TROUVEE
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                   UNTIL WS-IDX-AG > 2
                      OR WS-AGENCE-TROUVEE = 1
               IF WS-FA-CODE(WS-IDX-AG) = FC-CODEAG
                   MOVE 1 TO WS-AGENCE-TROUVEE
               END-IF
           END-PERFORM
           IF WS-AGENCE-TROUVEE = 1
               SUBTRACT 1 FROM WS-IDX-AG
           END-IF.

      *----------------------------------------------------------------
      * Agence d'un client porteur (lecture directe CLIENTS.DAT)
      *----------------------------------------------------------------
       8100-AGENCE-DU-CLIENT.
           MOVE 0 TO WS-AGENCE-TROUVEE
           MOVE WS-RIB-CLIENT TO FC-CODE
           READ F-CLIENTS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 8000-CHERCHER-AGENCE
           END-READ.
