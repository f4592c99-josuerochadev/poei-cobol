      ******************************************************************
      * Programme : ABSPRES - Absences et elements variables de paie
      *             (Presentation)
      * Transaction : ABSE
      * Fonction : Saisir les absences, conges et heures
      *            supplementaires d'un employe pour un mois de paie
      *
      * Saisie : employe, mois de paie AAAA-MM et action :
      *   blanc : consultation du solde de conges et du cumul du mois
      *   'A'   : ajout d'un element - type C (conge paye), S (absence
      *           non remuneree), M (maladie) en jours, H (heures
      *           supplementaires) en heures ; quantite sur 5 chiffres
      *           dont 2 decimales (00250 = 2,50), date de debut et
      *           libelle repris sur le bulletin
      *   'S'   : suppression de l'element du rang saisi
      * Les regles sont portees par ABSTRT ; un mois deja paye
      * n'accepte plus de saisie.
      * PF3 : fin.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY ABSSET.

       01  WS-RESP                 PIC S9(8) COMP.

      *─── Quantite saisie sur 5 chiffres, 2 decimales implicites ─────
       01  WS-QTE-SAISIE           PIC X(5).
       01  WS-QTE-DECIMALE REDEFINES WS-QTE-SAISIE
                                   PIC 9(3)V99.

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(60).
           05  CA-CLE-ELEMENT.
               10  CA-ID-EMPL      PIC X(6).
               10  CA-PERIODE      PIC X(7).
               10  CA-SEQ          PIC 9(3).
           05  CA-SAISIE.
               10  CA-TYPE         PIC X(1).
               10  CA-QUANTITE     PIC 9(3)V99.
               10  CA-DATE-DEBUT   PIC 9(8).
               10  CA-LIBELLE      PIC X(20).
           05  CA-RESTITUTION.
               10  CA-CNG-ACQUIS   PIC 9(3)V99.
               10  CA-CNG-PRIS     PIC 9(3)V99.
               10  CA-CNG-SOLDE    PIC S9(3)V99.
               10  CA-CNG-PAIE     PIC X(7).
               10  CA-TOT-CONGES   PIC 9(3)V99.
               10  CA-TOT-SANS-SOLDE PIC 9(3)V99.
               10  CA-TOT-MALADIE  PIC 9(3)V99.
               10  CA-TOT-HEURES   PIC 9(3)V99.
               10  CA-NB-ELEMENTS  PIC 9(3).

      *─── Lignes de restitution ──────────────────────────────────────
       01  WS-LIGNE-COMPTEUR.
           05  FILLER              PIC X(15) VALUE 'CONGES ACQUIS '.
           05  WS-LC-ACQUIS        PIC ZZ9.99.
           05  FILLER              PIC X(7) VALUE '  PRIS '.
           05  WS-LC-PRIS          PIC ZZ9.99.
           05  FILLER              PIC X(8) VALUE '  SOLDE '.
           05  WS-LC-SOLDE         PIC -ZZ9.99.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-LIGNE-MOIS.
           05  FILLER              PIC X(9) VALUE 'MOIS : C '.
           05  WS-LM-CONGES        PIC ZZ9.99.
           05  FILLER              PIC X(4) VALUE '  S '.
           05  WS-LM-SANS-SOLDE    PIC ZZ9.99.
           05  FILLER              PIC X(4) VALUE '  M '.
           05  WS-LM-MALADIE       PIC ZZ9.99.
           05  FILLER              PIC X(4) VALUE '  H '.
           05  WS-LM-HEURES        PIC ZZ9.99.
           05  FILLER              PIC X(13) VALUE '  ELEMENTS : '.
           05  WS-LM-NB            PIC ZZ9.
           05  FILLER              PIC X(9) VALUE SPACES.

       01  WS-LIGNE-PAIE.
           05  FILLER              PIC X(25)
                                   VALUE 'DERNIERE PAIE VERSEE : '.
           05  WS-LP-PAIE          PIC X(7).
           05  FILLER              PIC X(38) VALUE SPACES.

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
               RETURN TRANSID('ABSE')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE ABSMAPO
           MOVE 'Employe, mois AAAA-MM, action A=Ajouter S=Supprimer'
               TO MSGO

           EXEC CICS
               SEND MAP('ABSMAP')
                    MAPSET('ABSSET')
                    FROM(ABSMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('ABSMAP')
                       MAPSET('ABSSET')
                       INTO(ABSMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-TRAITER-ELEMENT THRU 2100-EXIT
               WHEN DFHPF3
                   EXEC CICS
                       SEND TEXT FROM('Fin de la saisie des absences.')
                            ERASE
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-TRAITER-ELEMENT.

           IF IDEMPI = SPACES OR IDEMPI = LOW-VALUES
               MOVE 'Identifiant employe obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'S'
              AND ACTIONI NOT = SPACE AND ACTIONI NOT = LOW-VALUE
               MOVE 'Action A (ajouter), S (supprimer) ou blanc'
                   TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-TRT-COMMAREA
           IF ACTIONI = 'A' OR ACTIONI = 'S'
               MOVE ACTIONI TO CA-ACTION
           ELSE
               MOVE 'C' TO CA-ACTION
           END-IF
           MOVE IDEMPI   TO CA-ID-EMPL
           MOVE PERIODEI TO CA-PERIODE

      *─── Zones propres a l'ajout et a la suppression ────────────────
           IF CA-ACTION = 'A'
               IF QTEI NOT NUMERIC
                   MOVE 'Quantite sur 5 chiffres (00250 = 2,50)'
                       TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               IF DATEDEBI NOT NUMERIC
                  AND DATEDEBI NOT = SPACES
                  AND DATEDEBI NOT = LOW-VALUES
                   MOVE 'Date de debut au format AAAAMMJJ' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE TYPEI    TO CA-TYPE
               MOVE QTEI     TO WS-QTE-SAISIE
               MOVE WS-QTE-DECIMALE TO CA-QUANTITE
               IF DATEDEBI NUMERIC
                   MOVE DATEDEBI TO CA-DATE-DEBUT
               END-IF
               MOVE LIBELLEI TO CA-LIBELLE
           END-IF
           IF CA-ACTION = 'S'
               IF SEQI NOT NUMERIC
                   MOVE 'Rang de l element a supprimer (3 chiffres)'
                       TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               MOVE SEQI TO CA-SEQ
           END-IF

           EXEC CICS
               LINK PROGRAM('ABSTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

           MOVE SPACES TO LIG1O
           MOVE SPACES TO LIG2O
           MOVE SPACES TO LIG3O
           IF CA-CODE-RETOUR = 00
               PERFORM 2200-GARNIR-COMPTEURS
           END-IF

           MOVE CA-MESSAGE TO MSGO
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2200-GARNIR-COMPTEURS.

           MOVE CA-CNG-ACQUIS      TO WS-LC-ACQUIS
           MOVE CA-CNG-PRIS        TO WS-LC-PRIS
           MOVE CA-CNG-SOLDE       TO WS-LC-SOLDE
           MOVE WS-LIGNE-COMPTEUR  TO LIG1O

           MOVE CA-TOT-CONGES      TO WS-LM-CONGES
           MOVE CA-TOT-SANS-SOLDE  TO WS-LM-SANS-SOLDE
           MOVE CA-TOT-MALADIE     TO WS-LM-MALADIE
           MOVE CA-TOT-HEURES      TO WS-LM-HEURES
           MOVE CA-NB-ELEMENTS     TO WS-LM-NB
           MOVE WS-LIGNE-MOIS      TO LIG2O

           MOVE CA-CNG-PAIE        TO WS-LP-PAIE
           MOVE WS-LIGNE-PAIE      TO LIG3O

           IF CA-SEQ NOT = 0
               MOVE CA-SEQ TO SEQO
           END-IF.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('ABSMAP')
                    MAPSET('ABSSET')
                    FROM(ABSMAPO)
                    DATAONLY
           END-EXEC.
