      ******************************************************************
      * Programme : COFPRES - Coffres-forts (Presentation)
      * Transaction : COFF
      * Fonction : Ecran de la salle des coffres d'une agence
      *
      * Saisie : agence, numero de coffre et action :
      * - 'L' inventaire de l'agence a partir du numero saisi (cinq
      *   coffres par page, PF8 page suivante) avec les nombres de
      *   coffres libres, loues et hors service
      * - 'C' consulter : statut, contrat en cours (client, compte
      *   de facturation, loyer annuel, loyers dus) et cinq
      *   dernieres visites
      * - 'O' louer le coffre : client, compte courant du client et
      *   echeance convenue facultative (AAAAMMJJ)
      * - 'V' visite : nom, piece d'identite et qualite T/M
      * - 'R' resilier : motif CLI (defaut) ou IMP
      * - 'I' entrer un coffre a l'inventaire (taille P/M/G) et 'H'
      *   mise hors service / remise en service : superviseur
      * La logique est portee par COFTRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY COFSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-IX                   PIC 9(2) VALUE 0.
       01  WS-LIGNE                PIC X(60).

       01  WS-CONTRAT-ED           PIC 9(8).
       01  WS-LOYER-ED             PIC ZZ,ZZ9.99.
       01  WS-DU-ED                PIC Z,ZZZ,ZZ9.99.

      *─── Nombres de coffres de l'agence ('L') ───────────────────────
       01  WS-LIGNE-COMPTES.
           05  FILLER              PIC X(8) VALUE 'Libres: '.
           05  WS-CMP-LIBRES       PIC ZZZ9.
           05  FILLER              PIC X(10) VALUE '   Loues: '.
           05  WS-CMP-OCCUPES      PIC ZZZ9.
           05  FILLER              PIC X(17) VALUE
               '   Hors service: '.
           05  WS-CMP-HORS         PIC ZZZ9.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-AGENCE           PIC X(5).
           05  CA-COFFRE           PIC 9(4).
           05  CA-TAILLE           PIC X(1).
           05  CA-STATUT-COFFRE    PIC X(1).
           05  CA-CONTRAT          PIC 9(8).
           05  CA-CLIENT           PIC X(6).
           05  CA-NOM              PIC X(25).
           05  CA-COMPTE           PIC X(11).
           05  CA-DATE-DEBUT       PIC X(8).
           05  CA-DATE-FIN-PREVUE  PIC X(8).
           05  CA-DATE-FIN         PIC X(8).
           05  CA-STATUT-CONTRAT   PIC X(1).
           05  CA-MOTIF-FIN        PIC X(3).
           05  CA-LOYER            PIC 9(5)V99.
           05  CA-MT-DU            PIC 9(7)V99.
           05  CA-ANNEE-FACTUREE   PIC 9(4).
           05  CA-NB-RELANCES      PIC 9(1).
           05  CA-VISITEUR         PIC X(30).
           05  CA-PIECE            PIC X(20).
           05  CA-QUALITE          PIC X(1).
           05  CA-NB-LIBRES        PIC 9(4).
           05  CA-NB-OCCUPES       PIC 9(4).
           05  CA-NB-HORS-SERVICE  PIC 9(4).
           05  CA-NB-LIGNES        PIC 9(2).
           05  CA-LIGNE            PIC X(60) OCCURS 5 TIMES.

      *─── COMMAREA de la pseudo-conversation : dernier coffre liste,
      *    pour la page suivante de l'inventaire (PF8) ───────────────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).
           05  CA-AGENCE-LISTE     PIC X(5).
           05  CA-SUIVANT          PIC 9(4).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(10).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE 0 TO CA-SUIVANT
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('COFF')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE COFMAPO
           MOVE 'Coffres - L=Liste C=Cons O=Louer V=Visite R=Resil'
               TO MSGO

           EXEC CICS
               SEND MAP('COFMAP')
                    MAPSET('COFSET')
                    FROM(COFMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('COFMAP')
                       MAPSET('COFSET')
                       INTO(COFMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-APPLIQUER-ACTION THRU 2100-EXIT
               WHEN DFHPF8
                   PERFORM 2200-PAGE-SUIVANTE THRU 2200-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-APPLIQUER-ACTION.

      *─── Controles de surface avant d'appeler le traitement ─────────
           IF ACTIONI NOT = 'L' AND ACTIONI NOT = 'C'
              AND ACTIONI NOT = 'O' AND ACTIONI NOT = 'V'
              AND ACTIONI NOT = 'R' AND ACTIONI NOT = 'I'
              AND ACTIONI NOT = 'H'
               MOVE 'Action L, C, O, V, R, I ou H' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF AGENCEI = SPACES OR AGENCEI = LOW-VALUES
               MOVE 'Agence obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF ACTIONI NOT = 'L' AND COFFREI NOT NUMERIC
               MOVE 'Numero de coffre obligatoire (4 chiffres)' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION
           MOVE AGENCEI TO CA-AGENCE
           IF COFFREI NUMERIC
               MOVE COFFREI TO CA-COFFRE
           END-IF

           EVALUATE ACTIONI
               WHEN 'I'
                   MOVE TAILLEI        TO CA-TAILLE
               WHEN 'O'
                   MOVE CLIENTI        TO CA-CLIENT
                   MOVE COMPTEI        TO CA-COMPTE
                   MOVE ECHEANI        TO CA-DATE-FIN-PREVUE
               WHEN 'V'
                   MOVE VISITI         TO CA-VISITEUR
                   MOVE PIECEI         TO CA-PIECE
                   MOVE QUALITI        TO CA-QUALITE
               WHEN 'R'
                   MOVE MOTIFI         TO CA-MOTIF-FIN
           END-EVALUATE

           PERFORM 2150-APPELER-TRAITEMENT

      *─── Apres une mise a jour reussie, le coffre a jour et ses
      *    dernieres visites sont reaffiches ─────────────────────────
           IF CA-CODE-RETOUR = 00 AND ACTIONI NOT = 'C'
              AND ACTIONI NOT = 'L'
               MOVE CA-MESSAGE TO MSGO
               MOVE 'C' TO CA-ACTION
               PERFORM 2150-APPELER-TRAITEMENT
           ELSE
               MOVE CA-MESSAGE TO MSGO
           END-IF

           IF CA-CODE-RETOUR = 00
               PERFORM 2500-AFFICHER-RESULTAT
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2150-APPELER-TRAITEMENT.

           EXEC CICS
               LINK PROGRAM('COFTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC.

      *─── PF8 : page suivante de l'inventaire en cours ───────────────
       2200-PAGE-SUIVANTE.

           IF CA-AGENCE-LISTE = SPACES OR CA-AGENCE-LISTE = LOW-VALUES
               MOVE 'Pas d''inventaire en cours : action L' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2200-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           MOVE 'L'             TO CA-ACTION
           MOVE CA-AGENCE-LISTE TO CA-AGENCE
           MOVE CA-SUIVANT      TO CA-COFFRE
           PERFORM 2150-APPELER-TRAITEMENT

           MOVE CA-MESSAGE TO MSGO
           IF CA-CODE-RETOUR = 00
               MOVE 'L' TO ACTIONO
               MOVE CA-AGENCE TO AGENCEO
               PERFORM 2500-AFFICHER-RESULTAT
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2200-EXIT.
           EXIT.

       2500-AFFICHER-RESULTAT.

           IF CA-ACTION = 'L'
      *─── La page suivante repart apres le dernier coffre affiche ────
               MOVE CA-AGENCE TO CA-AGENCE-LISTE
               IF CA-NB-LIGNES > 0
                   MOVE CA-LIGNE(CA-NB-LIGNES)(1:4) TO CA-SUIVANT
                   ADD 1 TO CA-SUIVANT
               END-IF
               MOVE CA-NB-LIBRES       TO WS-CMP-LIBRES
               MOVE CA-NB-OCCUPES      TO WS-CMP-OCCUPES
               MOVE CA-NB-HORS-SERVICE TO WS-CMP-HORS
               MOVE WS-LIGNE-COMPTES   TO COMPTSO
           ELSE
               MOVE CA-TAILLE          TO TAILLEO
               MOVE CA-STATUT-COFFRE   TO STATUTO
               MOVE CA-LOYER           TO WS-LOYER-ED
               MOVE WS-LOYER-ED        TO LOYERO
               IF CA-CONTRAT > 0
                   MOVE CA-CONTRAT         TO WS-CONTRAT-ED
                   MOVE WS-CONTRAT-ED      TO CONTRATO
                   MOVE CA-CLIENT          TO CLIENTO
                   MOVE CA-NOM             TO NOMO
                   MOVE CA-COMPTE          TO COMPTEO
                   MOVE CA-DATE-DEBUT      TO DATDEBO
                   MOVE CA-DATE-FIN-PREVUE TO ECHEANO
                   MOVE CA-DATE-FIN        TO DATFINO
                   MOVE CA-STATUT-CONTRAT  TO STACTRO
                   MOVE CA-MOTIF-FIN       TO MOTIFO
                   MOVE CA-MT-DU           TO WS-DU-ED
                   MOVE WS-DU-ED           TO MTDUO
                   MOVE CA-ANNEE-FACTUREE  TO ANNEEO
                   MOVE CA-NB-RELANCES     TO NBRELO
               END-IF
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               PERFORM 2600-ECRIRE-LIGNE
           END-PERFORM.

       2600-ECRIRE-LIGNE.

           IF WS-IX > CA-NB-LIGNES
               MOVE SPACES TO WS-LIGNE
           ELSE
               MOVE CA-LIGNE(WS-IX) TO WS-LIGNE
           END-IF

           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-LIGNE TO LIG1O
               WHEN 2
                   MOVE WS-LIGNE TO LIG2O
               WHEN 3
                   MOVE WS-LIGNE TO LIG3O
               WHEN 4
                   MOVE WS-LIGNE TO LIG4O
               WHEN 5
                   MOVE WS-LIGNE TO LIG5O
           END-EVALUATE.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('COFMAP')
                    MAPSET('COFSET')
                    FROM(COFMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
