      ******************************************************************
      * Programme : SUCPRES - Successions (Presentation)
      * Transaction : SUCC
      * Fonction : Ecran du dossier de succession d'un client decede
      *
      * Saisie : client et action :
      * - 'D' declarer le deces (date du deces AAAAMMJJ, notaire) :
      *   gel des comptes, opposition des cartes, annulation des
      *   cheques non utilises, arret des alertes
      * - 'C' consulter le dossier
      * - 'P' verser a un heritier (compte gele, montant, heritier
      *   designe par le notaire) - superviseur
      * - 'R' regler la succession (degel des comptes) - superviseur
      * Le dossier est affiche : statut (O ouverte / R reglee),
      * produits geles, total verse, date d'edition de l'attestation
      * et, pour les cinq premiers comptes, solde au deces, solde
      * actuel et montant verse.
      * La logique est portee par SUCTRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY SUCSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-IX                   PIC 9(2) VALUE 0.

       01  WS-MONTANT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SOLDE-ED             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-NB-ED                PIC ZZZZ9.

      *─── Ligne de compte de l'ecran (une des cinq) ──────────────────
       01  WS-LIGNE-COMPTE.
           05  WS-LIG-COMPTE       PIC X(11).
           05  WS-LIG-SOLDE-DECES  PIC X(15).
           05  WS-LIG-SOLDE        PIC X(15).
           05  WS-LIG-VERSE        PIC X(14).

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
           05  CA-NOM              PIC X(25).
           05  CA-DATE-DECES       PIC X(8).
           05  CA-NOTAIRE          PIC X(25).
           05  CA-COMPTE           PIC X(11).
           05  CA-MONTANT          PIC 9(7)V99.
           05  CA-HERITIER         PIC X(25).
           05  CA-STATUT           PIC X(1).
           05  CA-NB-COMPTES       PIC 9(3).
           05  CA-NB-CARTES        PIC 9(3).
           05  CA-NB-CHEQUES       PIC 9(5).
           05  CA-NB-ALERTES       PIC 9(3).
           05  CA-TOTAL-VERSE      PIC 9(9)V99.
           05  CA-DATE-ATTESTATION PIC X(8).
           05  CA-LIGNE OCCURS 5 TIMES.
               10  CA-LIG-COMPTE       PIC X(11).
               10  CA-LIG-SOLDE-DECES  PIC S9(9)V99.
               10  CA-LIG-SOLDE        PIC S9(9)V99.
               10  CA-LIG-VERSE        PIC 9(9)V99.

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(10).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('SUCC')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE SUCMAPO
           MOVE 'Successions' TO MSGO

           EXEC CICS
               SEND MAP('SUCMAP')
                    MAPSET('SUCSET')
                    FROM(SUCMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('SUCMAP')
                       MAPSET('SUCSET')
                       INTO(SUCMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-APPLIQUER-ACTION THRU 2100-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-APPLIQUER-ACTION.

           IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'C'
              AND ACTIONI NOT = 'P' AND ACTIONI NOT = 'R'
               MOVE 'Action D, C, P ou R' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF CLIENTI = SPACES OR CLIENTI = LOW-VALUES
               MOVE 'Numero de client obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION
           MOVE CLIENTI TO CA-CLIENT

           EVALUATE ACTIONI
               WHEN 'D'
                   MOVE DATDECI TO CA-DATE-DECES
                   MOVE NOTAIRI TO CA-NOTAIRE
               WHEN 'P'
                   IF MONTI NOT NUMERIC
                       MOVE 'Montant du versement invalide' TO MSGO
                       PERFORM 3000-AFFICHER-MESSAGE
                       GO TO 2100-EXIT
                   END-IF
                   MOVE COMPTEI TO CA-COMPTE
                   MOVE MONTI   TO CA-MONTANT
                   MOVE HERITI  TO CA-HERITIER
           END-EVALUATE

           EXEC CICS
               LINK PROGRAM('SUCTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── Apres un acte reussi, le dossier a jour est reaffiche ──────
           IF CA-CODE-RETOUR = 00 AND ACTIONI NOT = 'C'
               MOVE CA-MESSAGE TO MSGO
               MOVE 'C' TO CA-ACTION
               EXEC CICS
                   LINK PROGRAM('SUCTRT')
                        COMMAREA(WS-TRT-COMMAREA)
               END-EXEC
           ELSE
               MOVE CA-MESSAGE TO MSGO
           END-IF

           IF CA-CODE-RETOUR = 00
               MOVE CA-NOM              TO NOMO
               MOVE CA-DATE-DECES       TO DATDECO
               MOVE CA-NOTAIRE          TO NOTAIRO
               MOVE CA-STATUT           TO STATUTO
               MOVE CA-NB-COMPTES       TO NBCPTO
               MOVE CA-NB-CARTES        TO NBCRTO
               MOVE CA-NB-CHEQUES       TO WS-NB-ED
               MOVE WS-NB-ED            TO NBCHQO
               MOVE CA-NB-ALERTES       TO NBALRO
               MOVE CA-TOTAL-VERSE      TO WS-MONTANT-ED
               MOVE WS-MONTANT-ED       TO VERSEO
               MOVE CA-DATE-ATTESTATION TO ATTESTO
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                   MOVE CA-LIG-COMPTE(WS-IX) TO WS-LIG-COMPTE
                   IF CA-LIG-COMPTE(WS-IX) = SPACES
                       MOVE SPACES TO WS-LIG-SOLDE-DECES
                       MOVE SPACES TO WS-LIG-SOLDE
                       MOVE SPACES TO WS-LIG-VERSE
                   ELSE
                       MOVE CA-LIG-SOLDE-DECES(WS-IX) TO WS-SOLDE-ED
                       MOVE WS-SOLDE-ED          TO WS-LIG-SOLDE-DECES
                       MOVE CA-LIG-SOLDE(WS-IX)  TO WS-SOLDE-ED
                       MOVE WS-SOLDE-ED          TO WS-LIG-SOLDE
                       MOVE CA-LIG-VERSE(WS-IX)  TO WS-MONTANT-ED
                       MOVE WS-MONTANT-ED        TO WS-LIG-VERSE
                   END-IF
                   PERFORM 2300-ECRIRE-LIGNE
               END-PERFORM
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2300-ECRIRE-LIGNE.

           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-LIG-COMPTE      TO CPT1O
                   MOVE WS-LIG-SOLDE-DECES TO SDEC1O
                   MOVE WS-LIG-SOLDE       TO SOLD1O
                   MOVE WS-LIG-VERSE       TO VERS1O
               WHEN 2
                   MOVE WS-LIG-COMPTE      TO CPT2O
                   MOVE WS-LIG-SOLDE-DECES TO SDEC2O
                   MOVE WS-LIG-SOLDE       TO SOLD2O
                   MOVE WS-LIG-VERSE       TO VERS2O
               WHEN 3
                   MOVE WS-LIG-COMPTE      TO CPT3O
                   MOVE WS-LIG-SOLDE-DECES TO SDEC3O
                   MOVE WS-LIG-SOLDE       TO SOLD3O
                   MOVE WS-LIG-VERSE       TO VERS3O
               WHEN 4
                   MOVE WS-LIG-COMPTE      TO CPT4O
                   MOVE WS-LIG-SOLDE-DECES TO SDEC4O
                   MOVE WS-LIG-SOLDE       TO SOLD4O
                   MOVE WS-LIG-VERSE       TO VERS4O
               WHEN 5
                   MOVE WS-LIG-COMPTE      TO CPT5O
                   MOVE WS-LIG-SOLDE-DECES TO SDEC5O
                   MOVE WS-LIG-SOLDE       TO SOLD5O
                   MOVE WS-LIG-VERSE       TO VERS5O
           END-EVALUATE.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('SUCMAP')
                    MAPSET('SUCSET')
                    FROM(SUCMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
