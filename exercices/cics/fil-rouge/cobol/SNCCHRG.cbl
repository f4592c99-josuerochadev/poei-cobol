      ******************************************************************
      * Programme : SNCCHRG - Chargement de la liste de sanctions
      * Fonction  : Recharger SNCLIST depuis la publication du
      *             regulateur (gel des avoirs)
      *
      * Lance a chaque nouvelle publication (fichier FSNCPUB). La
      * publication est triee par reference et reecrit SNCLIST en
      * totalite ; nom et prenom de chaque inscription sont
      * normalises une fois pour toutes par SNCNORM. Une publication
      * absente ou vide laisse la liste en place (code retour 8).
      * L'ancienne liste est comparee a la nouvelle : si une
      * inscription est ajoutee, retiree ou change de nom, la date
      * de changement du fichier de version SNCVERS est portee a la
      * date du jour, ce qui declenche le rescan complet des clients
      * par SNCSCAN la nuit suivante.
      * Inscriptions sans reference ou sans nom, et references en
      * double, sont ecartees et listees (code retour 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNCCHRG.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PUBLICATION ASSIGN TO FSNCPUB
               FILE STATUS IS WS-FS-PUB.

           SELECT F-LISTE ASSIGN TO SNCLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LST-REF
               FILE STATUS IS WS-FS-LST.

           SELECT F-VERSION ASSIGN TO SNCVERS
               FILE STATUS IS WS-FS-VRS.

           SELECT F-TRI ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.

      *─── Publication du regulateur, une inscription par ligne ───────
       FD  F-PUBLICATION.
       01  ENR-PUBLICATION.
           05  PUB-REF             PIC X(10).
           05  PUB-TYPE            PIC X(1).
           05  PUB-NOM             PIC X(30).
           05  PUB-PRENOM          PIC X(30).
           05  PUB-REGIME          PIC X(20).
           05  PUB-DATE            PIC X(8).
           05  FILLER              PIC X(21).

       FD  F-LISTE.
       01  ENR-LISTE.
           05  LST-REF             PIC X(10).
           05  LST-TYPE            PIC X(1).
           05  LST-NOM             PIC X(30).
           05  LST-PRENOM          PIC X(30).
           05  LST-NOM-CPT         PIC X(30).
           05  LST-PRENOM-CPT      PIC X(30).
           05  LST-REGIME          PIC X(20).
           05  LST-DATE-PUB        PIC X(8).
           05  FILLER              PIC X(11).

      *─── Version de la liste : date du dernier changement et date
      *    du dernier rescan complet (SNCSCAN) ───────────────────────
       FD  F-VERSION.
       01  ENR-VERSION.
           05  VRS-DATE-CHANGEMENT PIC 9(8).
           05  VRS-NB-INSCRIPTIONS PIC 9(5).
           05  VRS-DATE-SCAN       PIC 9(8).
           05  FILLER              PIC X(59).

       SD  F-TRI.
       01  ENR-TRI.
           05  TRI-REF             PIC X(10).
           05  TRI-TYPE            PIC X(1).
           05  TRI-NOM             PIC X(30).
           05  TRI-PRENOM          PIC X(30).
           05  TRI-REGIME          PIC X(20).
           05  TRI-DATE            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FS-PUB               PIC XX.
       01  WS-FS-LST               PIC XX.
       01  WS-FS-VRS               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-DATE-JOUR            PIC 9(8).

      *─── Ancienne liste, pour detecter les changements ──────────────
       01  WS-NB-ANCIENS           PIC 9(4) VALUE 0.
       01  WS-TAB-ANCIENS.
           05  WS-ANCIEN OCCURS 1 TO 3000 TIMES
                         DEPENDING ON WS-NB-ANCIENS
                         ASCENDING KEY IS WS-ANC-REF
                         INDEXED BY WS-IDX-ANC.
               10  WS-ANC-REF          PIC X(10).
               10  WS-ANC-NOM          PIC X(30).
               10  WS-ANC-PRENOM       PIC X(30).
               10  WS-ANC-REPRIS       PIC 9.

      *─── Version precedente ─────────────────────────────────────────
       01  WS-DATE-CHANGEMENT      PIC 9(8) VALUE 0.
       01  WS-DATE-SCAN            PIC 9(8) VALUE 0.

       01  WS-REF-PRECEDENTE       PIC X(10) VALUE SPACES.

      *─── Zone d'appel du module de normalisation (SNCNORM) ──────────
       01  WS-ZONE-SNCNORM.
           05  SNM-FONCTION        PIC X.
           05  SNM-NOM             PIC X(30).
           05  SNM-PRENOM          PIC X(30).
           05  SNM-NOM-CPT         PIC X(30).
           05  SNM-PRENOM-CPT      PIC X(30).
           05  SNM-LST-NOM-CPT     PIC X(30).
           05  SNM-LST-PRENOM-CPT  PIC X(30).
           05  SNM-CORRESPOND      PIC 9.
           05  SNM-CODE-RETOUR     PIC 9.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(5) VALUE 0.
       01  WS-NB-ECARTES           PIC 9(5) VALUE 0.
       01  WS-NB-CHARGES           PIC 9(5) VALUE 0.
       01  WS-NB-AJOUTS            PIC 9(5) VALUE 0.
       01  WS-NB-MODIFS            PIC 9(5) VALUE 0.
       01  WS-NB-RETRAITS          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME SNCCHRG'
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

      *─── Pas de publication exploitable : la liste reste en place ──
           OPEN INPUT F-PUBLICATION
           IF WS-FS-PUB NOT = '00'
               DISPLAY 'PUBLICATION FSNCPUB INDISPONIBLE : ' WS-FS-PUB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ F-PUBLICATION
               AT END
                   DISPLAY 'PUBLICATION FSNCPUB VIDE - LISTE CONSERVEE'
                   CLOSE F-PUBLICATION
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE F-PUBLICATION

           PERFORM 1000-CHARGER-ANCIENNE-LISTE
           PERFORM 1500-LIRE-VERSION

           OPEN OUTPUT F-LISTE
           IF WS-FS-LST NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SNCLIST : ' WS-FS-LST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SORT F-TRI
               ON ASCENDING KEY TRI-REF
               INPUT PROCEDURE IS 2000-LIRE-PUBLICATION
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-ECRIRE-LISTE
                   THRU 3000-EXIT

           CLOSE F-LISTE

           PERFORM VARYING WS-IDX-ANC FROM 1 BY 1
                   UNTIL WS-IDX-ANC > WS-NB-ANCIENS
               IF WS-ANC-REPRIS(WS-IDX-ANC) = 0
                   ADD 1 TO WS-NB-RETRAITS
               END-IF
           END-PERFORM

           IF WS-NB-AJOUTS > 0 OR WS-NB-MODIFS > 0
              OR WS-NB-RETRAITS > 0
               MOVE WS-DATE-JOUR TO WS-DATE-CHANGEMENT
               DISPLAY 'LISTE MODIFIEE - RESCAN DES CLIENTS DEMANDE'
           ELSE
               DISPLAY 'LISTE INCHANGEE'
           END-IF
           PERFORM 4000-ECRIRE-VERSION

           DISPLAY 'INSCRIPTIONS LUES      : ' WS-NB-LUS
           DISPLAY 'INSCRIPTIONS CHARGEES  : ' WS-NB-CHARGES
           DISPLAY 'INSCRIPTIONS ECARTEES  : ' WS-NB-ECARTES
           DISPLAY 'AJOUTS                 : ' WS-NB-AJOUTS
           DISPLAY 'NOMS MODIFIES          : ' WS-NB-MODIFS
           DISPLAY 'RETRAITS               : ' WS-NB-RETRAITS
           DISPLAY 'FIN DU PROGRAMME SNCCHRG'

           IF WS-NB-ECARTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *─── Liste en place avant rechargement (ordre des references) ───
       1000-CHARGER-ANCIENNE-LISTE.

           MOVE 0 TO WS-NB-ANCIENS
           OPEN INPUT F-LISTE
           IF WS-FS-LST = '00'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-LISTE NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NB-ANCIENS < 3000
                               ADD 1 TO WS-NB-ANCIENS
                               MOVE LST-REF
                                   TO WS-ANC-REF(WS-NB-ANCIENS)
                               MOVE LST-NOM
                                   TO WS-ANC-NOM(WS-NB-ANCIENS)
                               MOVE LST-PRENOM
                                   TO WS-ANC-PRENOM(WS-NB-ANCIENS)
                               MOVE 0
                                   TO WS-ANC-REPRIS(WS-NB-ANCIENS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-LISTE
           END-IF.

       1500-LIRE-VERSION.

           OPEN INPUT F-VERSION
           IF WS-FS-VRS = '00'
               READ F-VERSION
                   NOT AT END
                       MOVE VRS-DATE-CHANGEMENT TO WS-DATE-CHANGEMENT
                       MOVE VRS-DATE-SCAN       TO WS-DATE-SCAN
               END-READ
               CLOSE F-VERSION
           END-IF.

      *─── Procedure d'entree du tri : controle des inscriptions ──────
       2000-LIRE-PUBLICATION.

           OPEN INPUT F-PUBLICATION
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-PUBLICATION
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF PUB-REF = SPACES OR PUB-NOM = SPACES
                           DISPLAY 'INSCRIPTION ECARTEE (REF/NOM) : '
                                   PUB-REF ' ' PUB-NOM
                           ADD 1 TO WS-NB-ECARTES
                       ELSE
                           MOVE PUB-REF    TO TRI-REF
                           MOVE PUB-TYPE   TO TRI-TYPE
                           MOVE PUB-NOM    TO TRI-NOM
                           MOVE PUB-PRENOM TO TRI-PRENOM
                           MOVE PUB-REGIME TO TRI-REGIME
                           MOVE PUB-DATE   TO TRI-DATE
                           RELEASE ENR-TRI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-PUBLICATION.

       2000-EXIT.
           EXIT.

      *─── Procedure de sortie : normalisation et ecriture ────────────
       3000-ECRIRE-LISTE.

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               RETURN F-TRI
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 3100-ECRIRE-INSCRIPTION THRU 3100-EXIT
               END-RETURN
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3100-ECRIRE-INSCRIPTION.

           IF TRI-REF = WS-REF-PRECEDENTE
               DISPLAY 'REFERENCE EN DOUBLE ECARTEE : ' TRI-REF
               ADD 1 TO WS-NB-ECARTES
               GO TO 3100-EXIT
           END-IF
           MOVE TRI-REF TO WS-REF-PRECEDENTE

           INITIALIZE WS-ZONE-SNCNORM
           MOVE 'N'        TO SNM-FONCTION
           MOVE TRI-NOM    TO SNM-NOM
           MOVE TRI-PRENOM TO SNM-PRENOM
           CALL 'SNCNORM' USING WS-ZONE-SNCNORM

           MOVE SPACES         TO ENR-LISTE
           MOVE TRI-REF        TO LST-REF
           IF TRI-TYPE = 'E'
               MOVE 'E' TO LST-TYPE
           ELSE
               MOVE 'P' TO LST-TYPE
           END-IF
           MOVE TRI-NOM        TO LST-NOM
           MOVE TRI-PRENOM     TO LST-PRENOM
           MOVE SNM-NOM-CPT    TO LST-NOM-CPT
           MOVE SNM-PRENOM-CPT TO LST-PRENOM-CPT
           MOVE TRI-REGIME     TO LST-REGIME
           MOVE TRI-DATE       TO LST-DATE-PUB
           WRITE ENR-LISTE
           IF WS-FS-LST NOT = '00'
               DISPLAY 'ERREUR ECRITURE SNCLIST ' TRI-REF
                       ' : ' WS-FS-LST
               ADD 1 TO WS-NB-ECARTES
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-NB-CHARGES

           IF WS-NB-ANCIENS = 0
               ADD 1 TO WS-NB-AJOUTS
               GO TO 3100-EXIT
           END-IF
           SEARCH ALL WS-ANCIEN
               AT END
                   ADD 1 TO WS-NB-AJOUTS
               WHEN WS-ANC-REF(WS-IDX-ANC) = TRI-REF
                   MOVE 1 TO WS-ANC-REPRIS(WS-IDX-ANC)
                   IF WS-ANC-NOM(WS-IDX-ANC) NOT = TRI-NOM
                      OR WS-ANC-PRENOM(WS-IDX-ANC) NOT = TRI-PRENOM
                       ADD 1 TO WS-NB-MODIFS
                   END-IF
           END-SEARCH.

       3100-EXIT.
           EXIT.

       4000-ECRIRE-VERSION.

           OPEN OUTPUT F-VERSION
           MOVE SPACES             TO ENR-VERSION
           MOVE WS-DATE-CHANGEMENT TO VRS-DATE-CHANGEMENT
           MOVE WS-NB-CHARGES      TO VRS-NB-INSCRIPTIONS
           MOVE WS-DATE-SCAN       TO VRS-DATE-SCAN
           WRITE ENR-VERSION
           CLOSE F-VERSION.
