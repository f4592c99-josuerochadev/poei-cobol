      * ne double les mouvements en rejouant un BUFFER complet.
      * Le registre n'est inscrit qu'en fin de traitement complet :
      * la reprise d'un run interrompu reste possible.
      *
      * Fusions d'agences (C06-BANQUE09) : le registre FUSIONS.DAT
      * (agence fermee -> agence absorbante) et la correspondance
      * RIBCORR.DAT (ancien RIB -> nouveau RIB) sont consultes au
      * chargement. Un client 'C' encore rattache a une agence
      * fermee passe a l'agence absorbante ; un RIB 'R' encore
      * presente sous son ancien numero est remplace par le nouveau.
      * Un mouvement 'M' peut porter en 29e-51e caractere le RIB
      * sur lequel il est passe : le client est alors celui du
      * titulaire de ce RIB, un ancien RIB etant redirige par la
      * correspondance ; un RIB inconnu part en suspens.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHG.

      *----------------------------------------------------------------
      * Fusions d'agences (C06-BANQUE09) : registre des fusions et
      * correspondance ancien RIB -> nouveau RIB
      *----------------------------------------------------------------
           SELECT OPTIONAL F-FUSIONS
               ASSIGN TO 'FUSIONS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUS.

           SELECT OPTIONAL F-RIBCORR
               ASSIGN TO 'RIBCORR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COR-ANCIEN-CPTE
               FILE STATUS IS WS-STATUS-COR.

       DATA DIVISION.
       FILE SECTION.

           05  CHG-DATE            PIC X(8).
           05  FILLER              PIC X(6).

      *----------------------------------------------------------------
      * FD FUSIONS - 30 octets (registre des fusions d'agences)
      *----------------------------------------------------------------
       FD  F-FUSIONS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  ENR-FUSION.
           05  FUS-AG-FERMEE       PIC 9(7).
           05  FUS-AG-ABSORBANTE   PIC 9(7).
           05  FUS-DATE            PIC 9(8).
           05  FILLER              PIC X(8).

      *----------------------------------------------------------------
      * FD RIBCORR - 140 octets (ancien RIB -> nouveau RIB)
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

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
       01  WS-STATUS-REC           PIC XX.
       01  WS-STATUS-REP           PIC XX.
       01  WS-STATUS-CHG           PIC XX.
       01  WS-STATUS-FUS           PIC XX.
       01  WS-STATUS-COR           PIC XX.

      *----------------------------------------------------------------
      * Indicateurs
       01  WS-REJETS-AVANT         PIC 9(5) VALUE 0.
       01  WS-CPT-RIB-REJET        PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * Fusions d'agences : table des fusions (chargee depuis
      * FUSIONS.DAT) et redirections effectuees. Une agence ou un RIB
      * peut avoir change plusieurs fois : la chaine est suivie sur
      * au plus WS-MAX-SAUTS maillons.
      *----------------------------------------------------------------
       01  WS-NB-FUSIONS           PIC 9(3) VALUE 0.
       01  WS-TAB-FUSIONS.
           05  WS-FUSION OCCURS 100 TIMES.
               10  WS-FUS-FERMEE   PIC 9(7).
               10  WS-FUS-ABSORB   PIC 9(7).
       01  WS-IDX-FUS              PIC 9(3) VALUE 0.
       01  WS-FIN-FUSIONS          PIC 9 VALUE 0.
       01  WS-CORR-OUVERT          PIC 9 VALUE 0.
       01  WS-MAX-SAUTS            PIC 9(2) VALUE 10.
       01  WS-NB-SAUTS             PIC 9(2) VALUE 0.
       01  WS-MAILLON-TROUVE       PIC 9 VALUE 0.
       01  WS-CPTE-COURANT         PIC X(23).
       01  WS-CLT-CORR             PIC 9(7) VALUE 0.
       01  WS-CPT-CLT-TRANSF       PIC 9(4) VALUE 0.
       01  WS-CPT-RIB-TRANSF       PIC 9(4) VALUE 0.
       01  WS-CPT-MVT-REDIR        PIC 9(4) VALUE 0.
       01  WS-CPT-MVT-RIB-KO       PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * Variables de travail
      *----------------------------------------------------------------
      * WS-MVT-NATURE : 'N' = normal, 'A' = annulation/correction.
      * Les buffers anterieurs a cette zone ne portent pas ce 28e
      * caractere ; un blanc est alors assimile a 'N' (cf. 2500-).
      * WS-MVT-RIB : RIB sur lequel le mouvement est passe, facultatif
      * (blanc = mouvement rattache au seul code client).
       01  WS-MVT.
           05  WS-MVT-CLT          PIC 9(7).
           05  WS-MVT-DATE         PIC 9(8).
           05  WS-MVT-NATURE       PIC X.
               88  MVT-NORMAL      VALUE 'N'.
               88  MVT-ANNULATION  VALUE 'A'.
           05  WS-MVT-RIB          PIC X(23).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
               STOP RUN
           END-IF

           PERFORM 1100-CHARGER-FUSIONS

           DISPLAY 'Fichiers ouverts avec succes.'
           DISPLAY ' '.

               CLOSE F-REPRISE
           END-IF.

      *----------------------------------------------------------------
      * Fusions d'agences : chargement du registre FUSIONS.DAT en
      * table et ouverture de la correspondance RIBCORR.DAT. L'un et
      * l'autre sont absents tant qu'aucune fusion n'a eu lieu.
      *----------------------------------------------------------------
       1100-CHARGER-FUSIONS.
           MOVE 0 TO WS-NB-FUSIONS
           OPEN INPUT F-FUSIONS
           IF WS-STATUS-FUS = '00'
               MOVE 0 TO WS-FIN-FUSIONS
               PERFORM UNTIL WS-FIN-FUSIONS = 1
                   READ F-FUSIONS
                       AT END
                           MOVE 1 TO WS-FIN-FUSIONS
                       NOT AT END
                           IF WS-NB-FUSIONS < 100
                               ADD 1 TO WS-NB-FUSIONS
                               MOVE FUS-AG-FERMEE
                                   TO WS-FUS-FERMEE(WS-NB-FUSIONS)
                               MOVE FUS-AG-ABSORBANTE
                                   TO WS-FUS-ABSORB(WS-NB-FUSIONS)
                           ELSE
                               DISPLAY 'Registre des fusions sature'
                               MOVE 1 TO WS-FIN-FUSIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-FUSIONS
           END-IF
           IF WS-STATUS-FUS = '05'
               CLOSE F-FUSIONS
           END-IF

           MOVE 0 TO WS-CORR-OUVERT
           OPEN INPUT F-RIBCORR
           IF WS-STATUS-COR = '00'
               MOVE 1 TO WS-CORR-OUVERT
           END-IF
           IF WS-STATUS-COR = '05'
               CLOSE F-RIBCORR
           END-IF

           IF WS-NB-FUSIONS > 0
               DISPLAY 'Fusions d agences connues : ' WS-NB-FUSIONS
           END-IF.

      *----------------------------------------------------------------
      * Saut des enregistrements BUFFER deja traites lors d'un run
      * precedent, sans les rejouer dans les fichiers de sortie
               WHEN 'R'
                   PERFORM 2400-TRAITER-RIB
               WHEN 'M'
                   PERFORM 2500-TRAITER-MVT THRU 2500-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CPT-IGNORES
                   DISPLAY '  [?] Type inconnu : ' BUF-ID
               MOVE WS-CLT-NOM TO FC-NOM
               MOVE WS-CLT-PRENOM TO FC-PRENOM
               MOVE WS-CLT-CODEAG TO FC-CODEAG
               PERFORM 2350-AGENCE-ABSORBANTE

               WRITE ENR-CLIENT
                   INVALID KEY
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * Client rattache a une agence fermee : il passe a l'agence
      * absorbante (et a la suivante si celle-ci a ete fusionnee a
      * son tour)
      *----------------------------------------------------------------
       2350-AGENCE-ABSORBANTE.
           MOVE 0 TO WS-NB-SAUTS
           MOVE 1 TO WS-MAILLON-TROUVE
           PERFORM UNTIL WS-MAILLON-TROUVE = 0
                      OR WS-NB-SAUTS >= WS-MAX-SAUTS
               MOVE 0 TO WS-MAILLON-TROUVE
               PERFORM VARYING WS-IDX-FUS FROM 1 BY 1
                       UNTIL WS-IDX-FUS > WS-NB-FUSIONS
                          OR WS-MAILLON-TROUVE = 1
                   IF WS-FUS-FERMEE(WS-IDX-FUS) = FC-CODEAG
                       MOVE WS-FUS-ABSORB(WS-IDX-FUS) TO FC-CODEAG
                       MOVE 1 TO WS-MAILLON-TROUVE
                       ADD 1 TO WS-NB-SAUTS
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-NB-SAUTS > 0
               ADD 1 TO WS-CPT-CLT-TRANSF
               DISPLAY '  [C] Client ' FC-CODE ' transfere : agence '
                   WS-CLT-CODEAG ' -> ' FC-CODEAG
           END-IF.

      *----------------------------------------------------------------
      * RIB d'une agence fermee : remplace par le RIB en vigueur
      *----------------------------------------------------------------
       2450-RIB-TRANSFERE.
           MOVE WS-RIB-CPTE TO WS-CPTE-COURANT
           PERFORM 2600-SUIVRE-CORRESPONDANCE
           IF WS-NB-SAUTS > 0
               ADD 1 TO WS-CPT-RIB-TRANSF
               DISPLAY '  [R] RIB transfere : ' WS-RIB-CPTE
                   ' -> ' WS-CPTE-COURANT
               MOVE WS-CPTE-COURANT TO WS-RIB-CPTE
           END-IF.

      *----------------------------------------------------------------
      * Traitement RIB
      *----------------------------------------------------------------
               MOVE 'NUMERO DE COMPTE INVALIDE' TO SUSP-RAISON
               PERFORM 2900-ECRIRE-SUSPENS
           ELSE
               PERFORM 2450-RIB-TRANSFERE
               MOVE WS-RIB-CLT TO FR-CLT
               MOVE WS-RIB-CPTE TO FR-CPTE
               MOVE WS-RIB-DATE TO FR-DATE
      * Traitement MOUVEMENT
      *----------------------------------------------------------------
       2500-TRAITER-MVT.
           MOVE BUF-DATA(1:51) TO WS-MVT
           IF WS-MVT-NATURE = SPACE
               MOVE 'N' TO WS-MVT-NATURE
           END-IF

      * Mouvement passe sur un RIB : rattachement a son titulaire
           IF WS-MVT-RIB NOT = SPACES
               PERFORM 2550-RATTACHER-RIB
               IF WS-MAILLON-TROUVE = 0
                   ADD 1 TO WS-CPT-MVT-RIB-KO
                   DISPLAY '  [M] RIB inconnu : ' WS-MVT-RIB
                   MOVE 'M' TO SUSP-TYPE
                   MOVE 'RIB INCONNU' TO SUSP-RAISON
                   PERFORM 2900-ECRIRE-SUSPENS
                   GO TO 2500-EXIT
               END-IF
           END-IF

      * Gestion sequence pour cle unique
           IF WS-MVT-CLT = WS-LAST-CLT-MVT
               AND WS-MVT-DATE = WS-LAST-DATE-MVT
                   END-IF
           END-WRITE.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Client d'un mouvement passe sur un RIB. L'ancien RIB d'une
      * agence fermee est d'abord suivi dans la correspondance
      * jusqu'au RIB en vigueur ; le titulaire est lu dans RIB.DAT
      * (cle alternative), a defaut pris dans la correspondance.
      * WS-MAILLON-TROUVE = 0 en retour : RIB inconnu.
      *----------------------------------------------------------------
       2550-RATTACHER-RIB.
           MOVE WS-MVT-RIB TO WS-CPTE-COURANT
           PERFORM 2600-SUIVRE-CORRESPONDANCE

           MOVE WS-CPTE-COURANT TO FR-CPTE
           READ F-RIB KEY IS FR-CPTE
               INVALID KEY
                   IF WS-NB-SAUTS > 0
                       MOVE WS-CLT-CORR TO WS-MVT-CLT
                       MOVE 1 TO WS-MAILLON-TROUVE
                   ELSE
                       MOVE 0 TO WS-MAILLON-TROUVE
                   END-IF
               NOT INVALID KEY
                   MOVE FR-CLT TO WS-MVT-CLT
                   MOVE 1 TO WS-MAILLON-TROUVE
           END-READ

           IF WS-MAILLON-TROUVE = 1 AND WS-NB-SAUTS > 0
               ADD 1 TO WS-CPT-MVT-REDIR
               DISPLAY '  [M] Mouvement redirige : ' WS-MVT-RIB
                   ' -> ' WS-CPTE-COURANT
           END-IF.

      *----------------------------------------------------------------
      * Suivi de la correspondance RIBCORR a partir de
      * WS-CPTE-COURANT : en retour, le RIB en vigueur, le nombre de
      * maillons suivis (WS-NB-SAUTS) et le client du dernier maillon
      *----------------------------------------------------------------
       2600-SUIVRE-CORRESPONDANCE.
           MOVE 0 TO WS-NB-SAUTS
           MOVE 1 TO WS-MAILLON-TROUVE
           IF WS-CORR-OUVERT = 0
               MOVE 0 TO WS-MAILLON-TROUVE
           END-IF
           PERFORM UNTIL WS-MAILLON-TROUVE = 0
                      OR WS-NB-SAUTS >= WS-MAX-SAUTS
               MOVE WS-CPTE-COURANT TO COR-ANCIEN-CPTE
               READ F-RIBCORR
                   INVALID KEY
                       MOVE 0 TO WS-MAILLON-TROUVE
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-SAUTS
                       MOVE COR-NOUVEAU-CPTE TO WS-CPTE-COURANT
                       MOVE COR-CLT TO WS-CLT-CORR
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * Ecriture d'un enregistrement rejete/doublon dans SUSPENS
      * SUSP-TYPE et SUSP-RAISON sont renseignes par l'appelant
           DISPLAY 'Enregistrements en suspens: ' WS-CPT-SUSPENS
           DISPLAY 'Suspens recycles          : ' WS-CPT-RECYCLES
           DISPLAY 'dont apures ce passage    : ' WS-CPT-RECYC-OK
           DISPLAY 'Clients transferes (fus.) : ' WS-CPT-CLT-TRANSF
           DISPLAY 'RIB transferes (fusion)   : ' WS-CPT-RIB-TRANSF
           DISPLAY 'Mouvements rediriges      : ' WS-CPT-MVT-REDIR
           DISPLAY 'Mouvements RIB inconnu    : ' WS-CPT-MVT-RIB-KO
           DISPLAY ' '

           CLOSE F-BUFFER
           CLOSE F-RIB
           CLOSE F-MOUVEMENTS
           CLOSE F-SUSPENS
           IF WS-CORR-OUVERT = 1
               CLOSE F-RIBCORR
           END-IF

           PERFORM 3900-EFFACER-POINT-REPRISE THRU 3900-EXIT
           PERFORM 3950-INSCRIRE-CHARGEMENT THRU 3950-EXIT
