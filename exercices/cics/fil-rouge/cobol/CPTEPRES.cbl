      * Programme : CPTEPRES - Gestion Comptes (Pr√©sentation)
      * Transaction : CPTE
      * Fonction : Interface utilisateur gestion comptes
      * PF4 : ouverture d'un compte (client, type, libelle, versement
      * initial et code guichet saisis sur la fiche)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPTEPRES.
           05  ACA-SENS            PIC X(1).

       01  WS-SEUIL-NUM            PIC 9(9)V99 VALUE 0.
       01  WS-VERSEMENT-NUM        PIC 9(9)V99 VALUE 0.

       01  WS-RIB-COMMAREA.
           05  RCA-ACTION          PIC X(1).
               88  CA-LISTER-CLIENT  VALUE 'L'.
               88  CA-SUIVANT-CLIENT VALUE 'S'.
               88  CA-CLOTURER       VALUE 'X'.
               88  CA-OUVRIR         VALUE 'O'.
           05  CA-CODE-RETOUR      PIC 9(2).
               88  CA-OK           VALUE 00.
               88  CA-NOTFND       VALUE 13.
               10  CA-SOLDE        PIC S9(9)V99.
               10  CA-DATEOUV      PIC X(8).
               10  CA-DATEDER      PIC X(8).
           05  CA-GUICHET          PIC X(5).
           05  CA-RIB              PIC X(23).
           05  CA-IBAN             PIC X(27).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(179).

       PROCEDURE DIVISION.

                   PERFORM 2800-SOUSCRIRE-ALERTE THRU 2800-EXIT
               WHEN DFHPF6
                   PERFORM 2900-RESILIER-ALERTE THRU 2900-EXIT
               WHEN DFHPF4
                   PERFORM 2050-OUVRIR-COMPTE THRU 2050-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-OUVRIR-COMPTE : ouverture d'un compte (PF4) ; client,
      * type, libelle, versement initial et code guichet sont saisis
      * dans les zones de la fiche, le numero est attribue par
      * CPTETRT. Le compte ouvert est reaffiche avec son IBAN.
      ******************************************************************
       2050-OUVRIR-COMPTE.

           IF CLIENTI = SPACES OR GUICHI = SPACES
               MOVE 'Ouverture : client et code guichet obligatoires'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2050-EXIT
           END-IF

           MOVE 0 TO WS-VERSEMENT-NUM
           IF SOLDEI NOT = SPACES AND SOLDEI NOT = LOW-VALUES
               IF SOLDEI NOT NUMERIC
                   MOVE 'Versement initial invalide' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2050-EXIT
               END-IF
               MOVE SOLDEI TO WS-VERSEMENT-NUM
           END-IF

           INITIALIZE WS-COMMAREA
           SET CA-OUVRIR TO TRUE
           MOVE CLIENTI          TO CA-CLIENT
           MOVE TYPEI            TO CA-TYPE
           MOVE LIBELLI          TO CA-LIBELLE
           MOVE WS-VERSEMENT-NUM TO CA-SOLDE
           MOVE GUICHI           TO CA-GUICHET

           EXEC CICS
               LINK PROGRAM('CPTETRT')
                    COMMAREA(WS-COMMAREA)
           END-EXEC

           IF CA-OK
               MOVE CA-NUM-COMPTE TO NUMCPTO
               MOVE CA-CLIENT     TO CLIENTO
               MOVE CA-TYPE       TO TYPEO
               MOVE CA-LIBELLE    TO LIBELLO
               MOVE CA-SOLDE      TO SOLDEO
               MOVE CA-DATEOUV    TO DATEOUVO
               MOVE CA-DATEDER    TO DATEDERO
               MOVE CA-IBAN       TO IBANO
           END-IF
           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2050-EXIT.
           EXIT.

       2100-RECHERCHER-COMPTE.

           IF NUMCPTL = 0 OR NUMCPTI = SPACES
