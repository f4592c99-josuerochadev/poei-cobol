      ******************************************************************
      * Programme : RECLRPT - Bilan mensuel des reclamations clients
      * Fonction  : Restituer volumes et delais de traitement des
      *             reclamations, par agence et par categorie
      *
      * Balaye le registre RECLAM (tenu par RECLTRT) et edite dans
      * FEDITION, pour le mois demande en debut de traitement
      * (AAAAMM, 0 = mois precedent), agence par agence puis en
      * synthese par categorie :
      *   - reclamations recues dans le mois ;
      *   - reclamations repondues dans le mois ;
      *   - delai moyen de traitement des repondues, en jours
      *     (date de reponse - date de reception) ;
      *   - part des repondues dans le delai reglementaire
      *     (reponse au plus tard a REC-DATE-REP-DUE) ;
      *   - reclamations encore en cours a la fin du mois.
      * L'agence est le guichet du compte concerne (REC-AGENCE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLRPT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECLAM ASSIGN TO RECLAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-CLE
               FILE STATUS IS WS-FS-REC.

           SELECT F-EDITION ASSIGN TO FEDITION
               FILE STATUS IS WS-FS-EDI.

       DATA DIVISION.
       FILE SECTION.

      *─── Registre des reclamations, dessin RECLAM (cf. copybook) ────
       FD  F-RECLAM.
       01  ENR-RECLAM.
           05  REC-CLE.
               10  REC-CLIENT      PIC X(6).
               10  REC-NUMERO      PIC 9(3).
               10  REC-LIGNE       PIC 9(2).
           05  REC-TYPE-LIGNE      PIC X(1).
           05  REC-DONNEES         PIC X(188).
           05  REC-DOS REDEFINES REC-DONNEES.
               10  REC-CANAL           PIC X(1).
               10  REC-CATEGORIE       PIC X(3).
               10  REC-COMPTE          PIC X(11).
               10  REC-AGENCE          PIC X(5).
               10  REC-MONTANT         PIC 9(9)V99 COMP-3.
               10  REC-GESTIONNAIRE    PIC X(8).
               10  REC-OBJET           PIC X(40).
               10  REC-DATE-RECEPTION  PIC X(8).
               10  REC-AGENT-RECEPTION PIC X(8).
               10  REC-DATE-AR-DUE     PIC X(8).
               10  REC-DATE-AR         PIC X(8).
               10  REC-DATE-REP-DUE    PIC X(8).
               10  REC-DATE-REPONSE    PIC X(8).
               10  REC-AGENT-REPONSE   PIC X(8).
               10  REC-STATUT          PIC X(1).
               10  REC-ISSUE           PIC X(1).
               10  REC-NB-ACTIONS      PIC 9(2).
               10  FILLER              PIC X(54).

       FD  F-EDITION.
       01  ENR-EDITION             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-REC               PIC XX.
       01  WS-FS-EDI               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).

      *─── Mois edite ─────────────────────────────────────────────────
       01  WS-MOIS-DEMANDE         PIC 9(6) VALUE 0.
       01  WS-MOIS-BILAN.
           05  WS-MB-ANNEE         PIC 9(4).
           05  WS-MB-MOIS          PIC 9(2).
       01  WS-MOIS-BILAN-N REDEFINES WS-MOIS-BILAN PIC 9(6).

       01  WS-DATE-RECEPTION-N     PIC 9(8).
       01  WS-DATE-REPONSE-N       PIC 9(8).
       01  WS-JOURS                PIC S9(5) VALUE 0.

      *─── Categories de reclamation (ordre d'edition) ────────────────
       01  WS-CATEGORIES-VAL.
           05  FILLER PIC X(25) VALUE 'FRAFRAIS ET TARIFICATION '.
           05  FILLER PIC X(25) VALUE 'OPEOPERATION CONTESTEE   '.
           05  FILLER PIC X(25) VALUE 'MDPMOYENS DE PAIEMENT    '.
           05  FILLER PIC X(25) VALUE 'CRECREDIT                '.
           05  FILLER PIC X(25) VALUE 'ACCACCUEIL ET SERVICE    '.
           05  FILLER PIC X(25) VALUE 'AUTAUTRE                 '.
       01  WS-CATEGORIES REDEFINES WS-CATEGORIES-VAL.
           05  WS-CAT OCCURS 6.
               10  WS-CAT-CODE     PIC X(3).
               10  WS-CAT-LIBELLE  PIC X(22).

       01  WS-IX-CAT               PIC 9(2) VALUE 0.
       01  WS-IX-AGE               PIC 9(3) VALUE 0.
       01  WS-IX                   PIC 9(3) VALUE 0.

      *─── Cumuls par agence et categorie ─────────────────────────────
       01  WS-MAX-AGENCES          PIC 9(3) VALUE 50.
       01  WS-NB-AGENCES           PIC 9(3) VALUE 0.
       01  WS-AGENCES.
           05  WS-AGE OCCURS 50.
               10  WS-AGE-CODE         PIC X(5).
               10  WS-AGE-CAT OCCURS 6.
                   15  WS-AC-RECUES    PIC 9(5).
                   15  WS-AC-REPONDUES PIC 9(5).
                   15  WS-AC-A-TEMPS   PIC 9(5).
                   15  WS-AC-JOURS     PIC 9(7).
                   15  WS-AC-EN-COURS  PIC 9(5).

      *─── Cumuls par categorie, toutes agences (7 = total) ───────────
       01  WS-TOTAUX.
           05  WS-TOT OCCURS 7.
               10  WS-TC-RECUES        PIC 9(5).
               10  WS-TC-REPONDUES     PIC 9(5).
               10  WS-TC-A-TEMPS       PIC 9(5).
               10  WS-TC-JOURS         PIC 9(7).
               10  WS-TC-EN-COURS      PIC 9(5).

      *─── Zone de calcul d'une ligne editee ──────────────────────────
       01  WS-CALCUL.
           05  WS-CC-RECUES        PIC 9(5).
           05  WS-CC-REPONDUES     PIC 9(5).
           05  WS-CC-A-TEMPS       PIC 9(5).
           05  WS-CC-JOURS         PIC 9(7).
           05  WS-CC-EN-COURS      PIC 9(5).

       01  WS-NB-LUES              PIC 9(5) VALUE 0.
       01  WS-NB-HORS-TABLE        PIC 9(5) VALUE 0.

      *─── Lignes d'edition ───────────────────────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.
       01  WS-LIGNE-TIRETS         PIC X(80) VALUE ALL '-'.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(47)
               VALUE '*** BILAN MENSUEL DES RECLAMATIONS CLIENTS *** '.
           05  WS-TIT-MOIS         PIC 99.
           05  FILLER              PIC X(1) VALUE '/'.
           05  WS-TIT-ANNEE        PIC 9(4).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-LIGNE-AGENCE.
           05  FILLER              PIC X(8) VALUE 'AGENCE '.
           05  WS-AGE-EDITEE       PIC X(5).
           05  FILLER              PIC X(67) VALUE SPACES.

       01  WS-LIGNE-SYNTHESE.
           05  FILLER              PIC X(40)
               VALUE 'SYNTHESE TOUTES AGENCES'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(24) VALUE '  CATEGORIE'.
           05  FILLER              PIC X(8) VALUE '  RECUES'.
           05  FILLER              PIC X(8) VALUE ' REPOND.'.
           05  FILLER              PIC X(8) VALUE '  DELAI'.
           05  FILLER              PIC X(8) VALUE ' A TEMPS'.
           05  FILLER              PIC X(8) VALUE ' ENCOURS'.
           05  FILLER              PIC X(16) VALUE SPACES.

       01  WS-LIGNE-UNITES.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE ' (JOURS)'.
           05  FILLER              PIC X(8) VALUE '     (%)'.
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-LIGNE-DETAIL.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DET-LIBELLE      PIC X(22).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DET-RECUES       PIC Z(4)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DET-REPONDUES    PIC Z(4)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DET-DELAI        PIC ZZ9.9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DET-TAUX         PIC ZZ9.9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DET-EN-COURS     PIC Z(4)9.
           05  FILLER              PIC X(16) VALUE SPACES.

       01  WS-LIGNE-BILAN.
           05  FILLER              PIC X(22)
               VALUE 'ENREGISTREMENTS LUS : '.
           05  WS-BIL-LUES         PIC Z(4)9.
           05  FILLER              PIC X(26)
               VALUE '   AGENCES HORS TABLE :  '.
           05  WS-BIL-HORS-TABLE   PIC Z(4)9.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME RECLRPT'

           DISPLAY 'MOIS A EDITER (AAAAMM, 0 = MOIS PRECEDENT) : '
           ACCEPT WS-MOIS-DEMANDE FROM SYSIN
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF WS-MOIS-DEMANDE = 0
               MOVE WS-ANNEE TO WS-MB-ANNEE
               MOVE WS-MOIS  TO WS-MB-MOIS
               IF WS-MB-MOIS = 1
                   MOVE 12 TO WS-MB-MOIS
                   SUBTRACT 1 FROM WS-MB-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-MB-MOIS
               END-IF
           ELSE
               MOVE WS-MOIS-DEMANDE TO WS-MOIS-BILAN-N
           END-IF
           DISPLAY 'MOIS EDITE : ' WS-MOIS-BILAN-N

           INITIALIZE WS-AGENCES WS-TOTAUX

           OPEN INPUT F-RECLAM
           IF WS-FS-REC NOT = '00'
               DISPLAY 'REGISTRE RECLAM INDISPONIBLE : ' WS-FS-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-RECLAM
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF REC-LIGNE = 0
                           ADD 1 TO WS-NB-LUES
                           PERFORM 1000-CUMULER-RECLAMATION
                               THRU 1000-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-RECLAM

           OPEN OUTPUT F-EDITION
           MOVE WS-MB-MOIS  TO WS-TIT-MOIS
           MOVE WS-MB-ANNEE TO WS-TIT-ANNEE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP

           PERFORM VARYING WS-IX-AGE FROM 1 BY 1
                   UNTIL WS-IX-AGE > WS-NB-AGENCES
               PERFORM 2000-EDITER-AGENCE
           END-PERFORM

           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-SYNTHESE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
           WRITE ENR-EDITION FROM WS-LIGNE-UNITES
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 6
               MOVE WS-TOT(WS-IX-CAT)      TO WS-CALCUL
               MOVE WS-CAT-LIBELLE(WS-IX-CAT) TO WS-DET-LIBELLE
               PERFORM 3000-EDITER-LIGNE
           END-PERFORM
           WRITE ENR-EDITION FROM WS-LIGNE-TIRETS
           MOVE WS-TOT(7) TO WS-CALCUL
           MOVE 'TOTAL GENERAL' TO WS-DET-LIBELLE
           PERFORM 3000-EDITER-LIGNE

           MOVE WS-NB-LUES       TO WS-BIL-LUES
           MOVE WS-NB-HORS-TABLE TO WS-BIL-HORS-TABLE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-BILAN
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           CLOSE F-EDITION

           DISPLAY 'RECLAMATIONS LUES   : ' WS-NB-LUES
           DISPLAY 'AGENCES EDITEES     : ' WS-NB-AGENCES
           DISPLAY 'HORS TABLE          : ' WS-NB-HORS-TABLE
           DISPLAY 'FIN DU PROGRAMME RECLRPT'

           IF WS-NB-HORS-TABLE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-CUMULER-RECLAMATION : rattache la reclamation a son
      * agence et sa categorie, puis l'ajoute aux compteurs du mois
      ******************************************************************
       1000-CUMULER-RECLAMATION.

      *    Recue apres le mois edite : ne concerne pas ce bilan
           IF REC-DATE-RECEPTION(1:6) > WS-MOIS-BILAN
               GO TO 1000-EXIT
           END-IF

           MOVE 6 TO WS-IX-CAT
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
               IF WS-CAT-CODE(WS-IX) = REC-CATEGORIE
                   MOVE WS-IX TO WS-IX-CAT
               END-IF
           END-PERFORM

           MOVE 0 TO WS-IX-AGE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-AGENCES OR WS-IX-AGE > 0
               IF WS-AGE-CODE(WS-IX) = REC-AGENCE
                   MOVE WS-IX TO WS-IX-AGE
               END-IF
           END-PERFORM
           IF WS-IX-AGE = 0
               IF WS-NB-AGENCES < WS-MAX-AGENCES
                   ADD 1 TO WS-NB-AGENCES
                   MOVE WS-NB-AGENCES TO WS-IX-AGE
                   MOVE REC-AGENCE TO WS-AGE-CODE(WS-IX-AGE)
               ELSE
                   ADD 1 TO WS-NB-HORS-TABLE
                   DISPLAY 'AGENCE HORS TABLE : ' REC-AGENCE
                           ' RECLAMATION ' REC-CLIENT '-' REC-NUMERO
                   GO TO 1000-EXIT
               END-IF
           END-IF

           INITIALIZE WS-CALCUL
           IF REC-DATE-RECEPTION(1:6) = WS-MOIS-BILAN
               MOVE 1 TO WS-CC-RECUES
           END-IF

           IF REC-STATUT = 'R'
               AND REC-DATE-REPONSE(1:6) = WS-MOIS-BILAN
               MOVE 1 TO WS-CC-REPONDUES
               IF REC-DATE-REPONSE NOT > REC-DATE-REP-DUE
                   MOVE 1 TO WS-CC-A-TEMPS
               END-IF
               IF REC-DATE-RECEPTION NUMERIC
                   AND REC-DATE-REPONSE NUMERIC
                   MOVE REC-DATE-RECEPTION TO WS-DATE-RECEPTION-N
                   MOVE REC-DATE-REPONSE   TO WS-DATE-REPONSE-N
                   COMPUTE WS-JOURS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-REPONSE-N)
                     - FUNCTION INTEGER-OF-DATE(WS-DATE-RECEPTION-N)
                   IF WS-JOURS > 0
                       MOVE WS-JOURS TO WS-CC-JOURS
                   END-IF
               END-IF
           END-IF

      *    En cours a la fin du mois : pas de reponse, ou reponse
      *    apportee apres le mois edite
           IF REC-STATUT NOT = 'R'
               OR REC-DATE-REPONSE(1:6) > WS-MOIS-BILAN
               MOVE 1 TO WS-CC-EN-COURS
           END-IF

           ADD WS-CC-RECUES    TO WS-AC-RECUES(WS-IX-AGE, WS-IX-CAT)
                                  WS-TC-RECUES(WS-IX-CAT)
                                  WS-TC-RECUES(7)
           ADD WS-CC-REPONDUES TO WS-AC-REPONDUES(WS-IX-AGE, WS-IX-CAT)
                                  WS-TC-REPONDUES(WS-IX-CAT)
                                  WS-TC-REPONDUES(7)
           ADD WS-CC-A-TEMPS   TO WS-AC-A-TEMPS(WS-IX-AGE, WS-IX-CAT)
                                  WS-TC-A-TEMPS(WS-IX-CAT)
                                  WS-TC-A-TEMPS(7)
           ADD WS-CC-JOURS     TO WS-AC-JOURS(WS-IX-AGE, WS-IX-CAT)
                                  WS-TC-JOURS(WS-IX-CAT)
                                  WS-TC-JOURS(7)
           ADD WS-CC-EN-COURS  TO WS-AC-EN-COURS(WS-IX-AGE, WS-IX-CAT)
                                  WS-TC-EN-COURS(WS-IX-CAT)
                                  WS-TC-EN-COURS(7).

       1000-EXIT.
           EXIT.

      *─── Bloc d'une agence : une ligne par categorie active, total ──
       2000-EDITER-AGENCE.

           MOVE WS-AGE-CODE(WS-IX-AGE) TO WS-AGE-EDITEE
           WRITE ENR-EDITION FROM WS-LIGNE-VIDE
           WRITE ENR-EDITION FROM WS-LIGNE-AGENCE
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE
           WRITE ENR-EDITION FROM WS-LIGNE-UNITES

           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 6
               MOVE WS-AGE-CAT(WS-IX-AGE, WS-IX-CAT) TO WS-CALCUL
               IF WS-CC-RECUES > 0 OR WS-CC-REPONDUES > 0
                   OR WS-CC-EN-COURS > 0
                   MOVE WS-CAT-LIBELLE(WS-IX-CAT) TO WS-DET-LIBELLE
                   PERFORM 3000-EDITER-LIGNE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CC-RECUES WS-CC-REPONDUES WS-CC-A-TEMPS
                     WS-CC-JOURS WS-CC-EN-COURS
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 6
               ADD WS-AC-RECUES(WS-IX-AGE, WS-IX-CAT)
                   TO WS-CC-RECUES
               ADD WS-AC-REPONDUES(WS-IX-AGE, WS-IX-CAT)
                   TO WS-CC-REPONDUES
               ADD WS-AC-A-TEMPS(WS-IX-AGE, WS-IX-CAT)
                   TO WS-CC-A-TEMPS
               ADD WS-AC-JOURS(WS-IX-AGE, WS-IX-CAT)
                   TO WS-CC-JOURS
               ADD WS-AC-EN-COURS(WS-IX-AGE, WS-IX-CAT)
                   TO WS-CC-EN-COURS
           END-PERFORM
           WRITE ENR-EDITION FROM WS-LIGNE-TIRETS
           MOVE 'TOTAL AGENCE' TO WS-DET-LIBELLE
           PERFORM 3000-EDITER-LIGNE.

      *─── Ligne editee a partir de WS-CALCUL ─────────────────────────
       3000-EDITER-LIGNE.

           MOVE WS-CC-RECUES    TO WS-DET-RECUES
           MOVE WS-CC-REPONDUES TO WS-DET-REPONDUES
           MOVE WS-CC-EN-COURS  TO WS-DET-EN-COURS
           IF WS-CC-REPONDUES > 0
               COMPUTE WS-DET-DELAI ROUNDED =
                   WS-CC-JOURS / WS-CC-REPONDUES
               COMPUTE WS-DET-TAUX ROUNDED =
                   WS-CC-A-TEMPS * 100 / WS-CC-REPONDUES
           ELSE
               MOVE 0 TO WS-DET-DELAI
               MOVE 0 TO WS-DET-TAUX
           END-IF
           WRITE ENR-EDITION FROM WS-LIGNE-DETAIL.
