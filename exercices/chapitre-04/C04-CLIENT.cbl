       IDENTIFICATION DIVISION.
       PROGRAM-ID. C04-CLIENT.
       AUTHOR. ROCHA.
      *----------------------------------------------------------------
      * PROGRAMME : Gestion du fichier des clients factures
      *
      * Fichier indexe CLIENT.DAT, cle = numero client attribue par
      * le compteur CLINUM.DAT. Un client porte sa raison sociale
      * (reprise telle quelle dans REG-CLIENT des factures), son
      * adresse de facturation, son numero de TVA intracommunautaire,
      * son delai de paiement en jours (echeance des factures) et
      * son plafond d'encours (0 = sans plafond).
      *
      * Action saisie en entree (SYSIN) :
      *   C : creation - une raison sociale deja connue est refusee
      *       (un client = un numero, une seule orthographe)
      *   M : modification - chaque zone saisie a blanc est conservee
      *   I : mise en sommeil (statut 'I') - plus facturable
      *   R : reactivation d'un client en sommeil
      *   V : visualisation de la fiche
      * C04-FACTURE, C04-CONTRAT et C04-FACREC facturent sur le
      * numero client ; C04-BALAGE regroupe les dettes par numero.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENTS
               ASSIGN TO 'CLIENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-STATUS-CLI.

           SELECT OPTIONAL F-COMPTEUR
               ASSIGN TO 'CLINUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NUM.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * Fichier des clients - 200 octets
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
      * Statut : 'A' actif, 'I' en sommeil
           05  CLI-STATUT          PIC X(1).
           05  CLI-DATE-CREATION   PIC 9(8).
           05  FILLER              PIC X(48).

       FD  F-COMPTEUR
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-COMPTEUR.
           05  CPT-DERNIER-NUMERO  PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-CLI           PIC XX.
       01  WS-STATUS-NUM           PIC XX.
       01  WS-FIN-FICHIER          PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * Saisies
      *----------------------------------------------------------------
       01  WS-ACTION               PIC X(1).
       01  WS-NUMERO-IN            PIC 9(6) VALUE 0.
       01  WS-TEXTE-IN             PIC X(30).
       01  WS-NOMBRE-IN            PIC X(12).
       01  WS-DATE-JOUR            PIC 9(8) VALUE 0.
       01  WS-NUMERO-CLIENT        PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * Fiche en cours de constitution (creation)
      *----------------------------------------------------------------
       01  WS-FICHE                PIC X(200).

      *----------------------------------------------------------------
      * Zones d'edition
      *----------------------------------------------------------------
       01  WS-ED-MONTANT           PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY '  Fichier des clients factures'
           DISPLAY '=================================================='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           DISPLAY 'Action (C creer, M modifier, I mettre en sommeil,'
               ' R reactiver, V visualiser) : '
           ACCEPT WS-ACTION FROM SYSIN

           OPEN I-O F-CLIENTS
           IF WS-STATUS-CLI = '35'
               CLOSE F-CLIENTS
               OPEN OUTPUT F-CLIENTS
               CLOSE F-CLIENTS
               OPEN I-O F-CLIENTS
           END-IF
           IF WS-STATUS-CLI NOT = '00'
               DISPLAY 'Fichier des clients indisponible : '
                   WS-STATUS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-ACTION
               WHEN 'C'
                   PERFORM 1000-CREER-CLIENT
               WHEN 'M'
                   PERFORM 2000-LIRE-CLIENT
                   PERFORM 3000-MODIFIER-CLIENT
               WHEN 'I'
               WHEN 'R'
                   PERFORM 2000-LIRE-CLIENT
                   PERFORM 4000-CHANGER-STATUT
               WHEN 'V'
                   PERFORM 2000-LIRE-CLIENT
                   PERFORM 5000-AFFICHER-FICHE
               WHEN OTHER
                   DISPLAY 'Action inconnue : ' WS-ACTION
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE F-CLIENTS
           STOP RUN.

      *----------------------------------------------------------------
      * Creation : la raison sociale ne doit pas deja exister
      *----------------------------------------------------------------
       1000-CREER-CLIENT.
           MOVE SPACES TO ENR-CLIENT
           DISPLAY 'Raison sociale : '
           ACCEPT CLI-NOM FROM SYSIN
           IF CLI-NOM = SPACES
               DISPLAY 'Raison sociale obligatoire - abandon'
               PERFORM 9000-ABANDON
           END-IF

           DISPLAY 'Adresse (ligne 1) : '
           ACCEPT CLI-ADRESSE-1 FROM SYSIN
           DISPLAY 'Adresse (ligne 2) : '
           ACCEPT CLI-ADRESSE-2 FROM SYSIN
           DISPLAY 'Code postal : '
           ACCEPT CLI-CODE-POSTAL FROM SYSIN
           DISPLAY 'Ville : '
           ACCEPT CLI-VILLE FROM SYSIN
           DISPLAY 'Numero de TVA intracommunautaire : '
           ACCEPT CLI-NUM-TVA FROM SYSIN

           DISPLAY 'Delai de paiement en jours (blanc = 30) : '
           MOVE SPACES TO WS-NOMBRE-IN
           ACCEPT WS-NOMBRE-IN FROM SYSIN
           IF WS-NOMBRE-IN = SPACES
               MOVE 30 TO CLI-DELAI-PAIEMENT
           ELSE
               COMPUTE CLI-DELAI-PAIEMENT =
                   FUNCTION NUMVAL(WS-NOMBRE-IN)
           END-IF

           DISPLAY 'Plafond d encours (blanc = sans plafond) : '
           MOVE SPACES TO WS-NOMBRE-IN
           ACCEPT WS-NOMBRE-IN FROM SYSIN
           IF WS-NOMBRE-IN = SPACES
               MOVE 0 TO CLI-PLAFOND
           ELSE
               COMPUTE CLI-PLAFOND = FUNCTION NUMVAL(WS-NOMBRE-IN)
           END-IF

           IF CLI-ADRESSE-1 = SPACES OR CLI-VILLE = SPACES
               DISPLAY 'Adresse de facturation obligatoire - abandon'
               PERFORM 9000-ABANDON
           END-IF

           MOVE 'A' TO CLI-STATUT
           MOVE WS-DATE-JOUR TO CLI-DATE-CREATION
           MOVE ENR-CLIENT TO WS-FICHE

           PERFORM 1100-CONTROLER-DOUBLON
           PERFORM 1200-ATTRIBUER-NUMERO

           MOVE WS-FICHE TO ENR-CLIENT
           MOVE WS-NUMERO-CLIENT TO CLI-NUMERO
           WRITE ENR-CLIENT
               INVALID KEY
                   DISPLAY 'Numero client deja attribue : '
                       CLI-NUMERO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Client ' CLI-NUMERO ' cree : ' CLI-NOM
           END-WRITE.

      *----------------------------------------------------------------
      * Une raison sociale = un seul numero client
      *----------------------------------------------------------------
       1100-CONTROLER-DOUBLON.
           MOVE 0 TO CLI-NUMERO
           START F-CLIENTS KEY >= CLI-NUMERO
               INVALID KEY
                   MOVE 1 TO WS-FIN-FICHIER
           END-START

           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ F-CLIENTS NEXT
                   AT END MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       IF CLI-NOM = WS-FICHE(7:20)
                           DISPLAY 'Client deja connu sous le numero '
                               CLI-NUMERO ' - abandon'
                           PERFORM 9000-ABANDON
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-FIN-FICHIER.

      *----------------------------------------------------------------
      * Numerotation des clients par le compteur persistant
      *----------------------------------------------------------------
       1200-ATTRIBUER-NUMERO.
           MOVE 0 TO WS-NUMERO-CLIENT
           OPEN INPUT F-COMPTEUR
           IF WS-STATUS-NUM = '00'
               READ F-COMPTEUR
                   AT END CONTINUE
                   NOT AT END
                       MOVE CPT-DERNIER-NUMERO
                           TO WS-NUMERO-CLIENT
               END-READ
           END-IF
           CLOSE F-COMPTEUR

           ADD 1 TO WS-NUMERO-CLIENT

           OPEN OUTPUT F-COMPTEUR
           MOVE WS-NUMERO-CLIENT TO CPT-DERNIER-NUMERO
           WRITE ENR-COMPTEUR
           CLOSE F-COMPTEUR.

       2000-LIRE-CLIENT.
           DISPLAY 'Numero client : '
           ACCEPT WS-NUMERO-IN FROM SYSIN
           MOVE WS-NUMERO-IN TO CLI-NUMERO
           READ F-CLIENTS
               INVALID KEY
                   DISPLAY 'Client inconnu : ' WS-NUMERO-IN
                   PERFORM 9000-ABANDON
           END-READ.

      *----------------------------------------------------------------
      * Modification : une zone saisie a blanc est conservee
      *----------------------------------------------------------------
       3000-MODIFIER-CLIENT.
           DISPLAY 'Zones a blanc = inchangees'
           DISPLAY 'Adresse (ligne 1) [' CLI-ADRESSE-1 '] : '
           MOVE SPACES TO WS-TEXTE-IN
           ACCEPT WS-TEXTE-IN FROM SYSIN
           IF WS-TEXTE-IN NOT = SPACES
               MOVE WS-TEXTE-IN TO CLI-ADRESSE-1
           END-IF
           DISPLAY 'Adresse (ligne 2) [' CLI-ADRESSE-2 '] : '
           MOVE SPACES TO WS-TEXTE-IN
           ACCEPT WS-TEXTE-IN FROM SYSIN
           IF WS-TEXTE-IN NOT = SPACES
               MOVE WS-TEXTE-IN TO CLI-ADRESSE-2
           END-IF
           DISPLAY 'Code postal [' CLI-CODE-POSTAL '] : '
           MOVE SPACES TO WS-TEXTE-IN
           ACCEPT WS-TEXTE-IN FROM SYSIN
           IF WS-TEXTE-IN NOT = SPACES
               MOVE WS-TEXTE-IN TO CLI-CODE-POSTAL
           END-IF
           DISPLAY 'Ville [' CLI-VILLE '] : '
           MOVE SPACES TO WS-TEXTE-IN
           ACCEPT WS-TEXTE-IN FROM SYSIN
           IF WS-TEXTE-IN NOT = SPACES
               MOVE WS-TEXTE-IN TO CLI-VILLE
           END-IF
           DISPLAY 'Numero de TVA [' CLI-NUM-TVA '] : '
           MOVE SPACES TO WS-TEXTE-IN
           ACCEPT WS-TEXTE-IN FROM SYSIN
           IF WS-TEXTE-IN NOT = SPACES
               MOVE WS-TEXTE-IN TO CLI-NUM-TVA
           END-IF

           DISPLAY 'Delai de paiement [' CLI-DELAI-PAIEMENT '] : '
           MOVE SPACES TO WS-NOMBRE-IN
           ACCEPT WS-NOMBRE-IN FROM SYSIN
           IF WS-NOMBRE-IN NOT = SPACES
               COMPUTE CLI-DELAI-PAIEMENT =
                   FUNCTION NUMVAL(WS-NOMBRE-IN)
           END-IF
           MOVE CLI-PLAFOND TO WS-ED-MONTANT
           DISPLAY 'Plafond d encours [' WS-ED-MONTANT '] : '
           MOVE SPACES TO WS-NOMBRE-IN
           ACCEPT WS-NOMBRE-IN FROM SYSIN
           IF WS-NOMBRE-IN NOT = SPACES
               COMPUTE CLI-PLAFOND = FUNCTION NUMVAL(WS-NOMBRE-IN)
           END-IF

           REWRITE ENR-CLIENT
               INVALID KEY
                   DISPLAY 'Mise a jour impossible : ' CLI-NUMERO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Client ' CLI-NUMERO ' modifie.'
           END-REWRITE.

       4000-CHANGER-STATUT.
           IF WS-ACTION = 'I'
               MOVE 'I' TO CLI-STATUT
           ELSE
               MOVE 'A' TO CLI-STATUT
           END-IF
           REWRITE ENR-CLIENT
               INVALID KEY
                   DISPLAY 'Mise a jour impossible : ' CLI-NUMERO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Client ' CLI-NUMERO ' - statut '
                       CLI-STATUT
           END-REWRITE.

       5000-AFFICHER-FICHE.
           DISPLAY ' '
           DISPLAY 'CLIENT ' CLI-NUMERO ' - ' CLI-NOM
               ' (statut ' CLI-STATUT ')'
           DISPLAY '  ' CLI-ADRESSE-1
           IF CLI-ADRESSE-2 NOT = SPACES
               DISPLAY '  ' CLI-ADRESSE-2
           END-IF
           DISPLAY '  ' CLI-CODE-POSTAL ' ' CLI-VILLE
           DISPLAY '  TVA intracommunautaire : ' CLI-NUM-TVA
           DISPLAY '  Delai de paiement      : '
               CLI-DELAI-PAIEMENT ' jours'
           MOVE CLI-PLAFOND TO WS-ED-MONTANT
           DISPLAY '  Plafond d encours      : ' WS-ED-MONTANT
           DISPLAY '  Cree le                : ' CLI-DATE-CREATION.

       9000-ABANDON.
           CLOSE F-CLIENTS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
