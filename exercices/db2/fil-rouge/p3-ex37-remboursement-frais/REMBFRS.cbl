       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBFRS.
      *---------------------------------------------------------
      * P3 EXERCICE 37 : Remboursement de frais et geste
      * commercial
      * Un remboursement nomme le frais rembourse :
      *   - son type : 'FRA' frais de tenue de compte (FACTFRS),
      *     'AGI' agios (AGIOS), 'COM' commission de la chaine
      *     (PJ40COMM, avec la nature d'operation facturee) ;
      *   - sa periode (AAAA-MM, mois de la ligne de frais) ;
      *   - le montant rembourse ;
      *   - un motif : 'GES' geste commercial, 'ERR' erreur de la
      *     banque, 'REC' reclamation du client, 'DIF' client en
      *     difficulte, plus un libelle libre.
      * Il est enregistre dans la table REMBFRAIS :
      *   NUM_REMB, NUM_COMPTE, TYPE_FRAIS, NATURE_COM,
      *   PERIODE_FRAIS, MONTANT_REMB, MOTIF, LIB_MOTIF,
      *   CONSEILLER, VALIDEUR, DATE_DEMANDE, DATE_VALID,
      *   STATUT ('A' attente de validation, 'V' accorde,
      *   'R' refuse).
      * La table REMBPARM (une ligne) porte le seuil au-dela
      * duquel un superviseur doit valider (SEUIL_VALIDATION) et
      * le plafond annuel des remboursements par client
      * (PLAFOND_ANNUEL, demandes en attente et accordees de
      * l'annee civile de la demande).
      * Un frais FRA ou AGI doit exister dans MOUVEMENT pour le
      * compte et la periode, et le montant ne peut depasser ce
      * qui reste a rembourser sur ce frais. Une commission COM
      * est facturee par la chaine hors DB2 : seul le plafond la
      * borne.
      * Fonctions saisies en entree :
      *   D <compte> <type> <nature COM> <periode> <montant>
      *     <motif> <libelle> <conseiller> : demande ; accordee
      *     d'office jusqu'au seuil, en attente au-dela
      *   V <numero> <superviseur> : validation d'une demande en
      *     attente, par un autre que le conseiller
      *   R <numero> <superviseur> : refus d'une demande en
      *     attente
      * Un remboursement accorde est passe en credit :
      *   - FRA / AGI : ligne MOUVEMENT NATURE 'RMB', SENS 'CR',
      *     ETAT_POST 'N' (imputee par POSTMVT), REF_MOUV =
      *     numero de remboursement ; RELFRA et RENTCLI nettent
      *     les frais ;
      *   - COM : ordre ajoute au fichier FREMBCOM que PJ40COMM
      *     emet en mouvement credit dans la chaine au passage
      *     suivant.
      * Chaque etape est tracee dans l'audit central AUDITWR ;
      * une seule unite d'oeuvre, ROLLBACK au moindre incident.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REMBCOM ASSIGN TO FREMBCOM
               FILE STATUS IS WS-FS-RCO.

       DATA DIVISION.
       FILE SECTION.

      * Ordre de remboursement de commission pour PJ40COMM
       FD F-REMBCOM.
       01 ENR-REMBCOM.
           05 RCO-NUM-COMPTE       PIC 9(03).
           05 RCO-NATURE           PIC X(03).
           05 RCO-PERIODE          PIC X(07).
           05 RCO-MONTANT          PIC S9(06)V99.
           05 RCO-NUM-REMB         PIC 9(08).
           05 RCO-MOTIF            PIC X(03).
           05 FILLER               PIC X(48).

       WORKING-STORAGE SECTION.
       01 WS-FS-RCO         PIC X(02).

      * Saisie
       01 WS-FONCTION       PIC X(01).
       01 WS-NUM-REMB-IN    PIC X(08).
       01 WS-MONTANT-IN     PIC X(10).

      * Variables host pour DB2 - remboursement
       01 WS-NUM-REMB       PIC S9(9) COMP.
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-TYPE-FRAIS     PIC X(03).
           88 TYPE-VALIDE       VALUE 'FRA' 'AGI' 'COM'.
       01 WS-NATURE-COM     PIC X(03).
       01 WS-PERIODE-FRAIS  PIC X(07).
       01 WS-MONTANT        PIC S9(6)V99 COMP-3.
       01 WS-MOTIF          PIC X(03).
           88 MOTIF-VALIDE      VALUE 'GES' 'ERR' 'REC' 'DIF'.
       01 WS-LIB-MOTIF      PIC X(30).
       01 WS-CONSEILLER     PIC X(08).
       01 WS-VALIDEUR       PIC X(08).
       01 WS-STATUT         PIC X(01).
       01 WS-DATE-DEMANDE   PIC X(10).
       01 WS-NOM-CLIENT     PIC X(10).

      * Variables host pour DB2 - controles
       01 WS-SEUIL          PIC S9(6)V99 COMP-3.
       01 WS-PLAFOND        PIC S9(6)V99 COMP-3.
       01 WS-DEJA-ANNEE     PIC S9(8)V99 COMP-3.
       01 WS-FACTURE        PIC S9(8)V99 COMP-3.
       01 WS-DEJA-FRAIS     PIC S9(8)V99 COMP-3.
       01 WS-RESTE          PIC S9(8)V99 COMP-3.
       01 WS-ANNEE-DEMANDE  PIC X(04).
       01 WS-LIB-MOUV       PIC X(15).
       01 WS-DATE-JOUR-SQL  PIC X(10).

      * Indicateur d'erreur de validation
       01 WS-ERREUR         PIC 9(01) VALUE 0.
           88 DEMANDE-VALIDE    VALUE 0.
           88 DEMANDE-INVALIDE  VALUE 1.

      * Variables d'edition
       01 WS-MONTANT-ED     PIC -ZZZ,ZZ9.99.
       01 WS-TOTAL-ED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-NUM-REMB-ED    PIC 9(08).

      * Zone d'appel du journal d'audit central (AUDITWR)
       01 WS-ZONE-AUDIT.
           05 AUD-PROGRAMME     PIC X(08) VALUE 'REMBFRS '.
           05 AUD-TABLE         PIC X(08).
           05 AUD-CLE           PIC X(20).
           05 AUD-ANCIENNE      PIC X(30).
           05 AUD-NOUVELLE      PIC X(30).

      * Date du jour
       01 WS-DATE-JOUR.
           05 WS-ANNEE          PIC 9(04).
           05 WS-MOIS           PIC 9(02).
           05 WS-JOUR           PIC 9(02).


      * Controle de periode fermee (table PERIODE, cf. CLOPER) :
      * toute DATE_MVT tombant dans un mois ferme est refusee
       01 WS-PERIODE-MVT    PIC X(07).
       01 WS-ETAT-PERIODE   PIC X(01).

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'REMBOURSEMENT DE FRAIS / GESTE COMMERCIAL'
           DISPLAY '=============================================='
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-DATE-JOUR-SQL
           PERFORM 1000-LIRE-PARAMETRES

           ACCEPT WS-FONCTION
           EVALUATE WS-FONCTION
               WHEN 'D'
                   PERFORM 2000-DEMANDER THRU 2000-EXIT
               WHEN 'V'
                   PERFORM 3000-VALIDER THRU 3000-EXIT
               WHEN 'R'
                   PERFORM 4000-REFUSER THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'FONCTION INCONNUE : ' WS-FONCTION
                           ' (D, V OU R)'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-FIN
           STOP RUN.

       1000-LIRE-PARAMETRES.
           EXEC SQL
               SELECT SEUIL_VALIDATION, PLAFOND_ANNUEL
               INTO :WS-SEUIL, :WS-PLAFOND
               FROM REMBPARM
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PARAMETRES REMBPARM ABSENTS : ' SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------
      * Demande du conseiller
      *---------------------------------------------------------
       2000-DEMANDER.
           ACCEPT WS-NUM-COMPTE
           ACCEPT WS-TYPE-FRAIS
           ACCEPT WS-NATURE-COM
           ACCEPT WS-PERIODE-FRAIS
           ACCEPT WS-MONTANT-IN
           ACCEPT WS-MOTIF
           ACCEPT WS-LIB-MOTIF
           ACCEPT WS-CONSEILLER
           COMPUTE WS-MONTANT = FUNCTION NUMVAL(WS-MONTANT-IN)
           IF WS-TYPE-FRAIS NOT = 'COM'
               MOVE SPACES TO WS-NATURE-COM
           END-IF

           MOVE WS-MONTANT TO WS-MONTANT-ED
           DISPLAY 'COMPTE     : ' WS-NUM-COMPTE
           DISPLAY 'FRAIS      : ' WS-TYPE-FRAIS ' ' WS-NATURE-COM
                   ' PERIODE ' WS-PERIODE-FRAIS
           DISPLAY 'MONTANT    : ' WS-MONTANT-ED
           DISPLAY 'MOTIF      : ' WS-MOTIF ' ' WS-LIB-MOTIF
           DISPLAY 'CONSEILLER : ' WS-CONSEILLER

           PERFORM 2100-CONTROLER-DEMANDE THRU 2100-EXIT
           IF DEMANDE-INVALIDE
               DISPLAY 'REMBOURSEMENT REFUSE - RIEN N EST ENREGISTRE'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           MOVE WS-DATE-JOUR-SQL TO WS-DATE-DEMANDE
           MOVE WS-ANNEE TO WS-ANNEE-DEMANDE
           MOVE 0 TO WS-NUM-REMB
           PERFORM 2200-CONTROLER-PLAFOND
           IF DEMANDE-INVALIDE
               DISPLAY 'REMBOURSEMENT REFUSE - RIEN N EST ENREGISTRE'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(NUM_REMB), 0) + 1
               INTO :WS-NUM-REMB
               FROM REMBFRAIS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR NUMEROTATION REMBFRAIS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           EXEC SQL
               INSERT INTO REMBFRAIS
               (NUM_REMB, NUM_COMPTE, TYPE_FRAIS, NATURE_COM,
                PERIODE_FRAIS, MONTANT_REMB, MOTIF, LIB_MOTIF,
                CONSEILLER, VALIDEUR, DATE_DEMANDE, DATE_VALID,
                STATUT)
               VALUES
               (:WS-NUM-REMB, :WS-NUM-COMPTE, :WS-TYPE-FRAIS,
                :WS-NATURE-COM, :WS-PERIODE-FRAIS, :WS-MONTANT,
                :WS-MOTIF, :WS-LIB-MOTIF, :WS-CONSEILLER,
                ' ', :WS-DATE-DEMANDE, ' ', 'A')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR INSERT REMBFRAIS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE WS-NUM-REMB TO WS-NUM-REMB-ED
           MOVE 'REMBFRAI' TO AUD-TABLE
           MOVE SPACES TO AUD-CLE
           STRING WS-NUM-COMPTE ' ' WS-NUM-REMB-ED
               DELIMITED BY SIZE INTO AUD-CLE
           MOVE '(CREATION)' TO AUD-ANCIENNE
           MOVE SPACES TO AUD-NOUVELLE
           STRING 'DEMANDE ' WS-TYPE-FRAIS ' ' WS-MONTANT-ED
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

      * Jusqu'au seuil, le conseiller accorde lui-meme
           DISPLAY 'REMBOURSEMENT NUMERO ' WS-NUM-REMB-ED
           IF WS-MONTANT > WS-SEUIL
               MOVE WS-SEUIL TO WS-MONTANT-ED
               DISPLAY 'AU-DELA DU SEUIL DE ' WS-MONTANT-ED
                       ' : EN ATTENTE DE VALIDATION SUPERVISEUR'
               EXEC SQL COMMIT END-EXEC
           ELSE
               MOVE WS-CONSEILLER TO WS-VALIDEUR
               PERFORM 5000-ACCORDER
           END-IF.

       2000-EXIT.
           EXIT.

       2100-CONTROLER-DEMANDE.
           IF WS-MONTANT <= 0
               DISPLAY 'ERREUR : MONTANT NUL OU NEGATIF'
               SET DEMANDE-INVALIDE TO TRUE
           END-IF
           IF NOT TYPE-VALIDE
               DISPLAY 'ERREUR : TYPE DE FRAIS INCONNU (FRA, AGI,'
                       ' COM)'
               SET DEMANDE-INVALIDE TO TRUE
           END-IF
           IF WS-TYPE-FRAIS = 'COM' AND WS-NATURE-COM = SPACES
               DISPLAY 'ERREUR : NATURE FACTUREE OBLIGATOIRE POUR'
                       ' UNE COMMISSION'
               SET DEMANDE-INVALIDE TO TRUE
           END-IF
           IF NOT MOTIF-VALIDE
               DISPLAY 'ERREUR : MOTIF INCONNU (GES, ERR, REC, DIF)'
               SET DEMANDE-INVALIDE TO TRUE
           END-IF
           IF WS-CONSEILLER = SPACES
               DISPLAY 'ERREUR : CONSEILLER OBLIGATOIRE'
               SET DEMANDE-INVALIDE TO TRUE
           END-IF
           IF WS-PERIODE-FRAIS(1:4) NOT NUMERIC
               OR WS-PERIODE-FRAIS(5:1) NOT = '-'
               OR WS-PERIODE-FRAIS(6:2) < '01'
               OR WS-PERIODE-FRAIS(6:2) > '12'
               DISPLAY 'ERREUR : PERIODE INVALIDE (AAAA-MM)'
               SET DEMANDE-INVALIDE TO TRUE
           END-IF
           IF DEMANDE-INVALIDE
               GO TO 2100-EXIT
           END-IF

           EXEC SQL
               SELECT NOM_CLIENT
               INTO :WS-NOM-CLIENT
               FROM CLIENT
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'ERREUR : COMPTE INCONNU : ' WS-NUM-COMPTE
                   SET DEMANDE-INVALIDE TO TRUE
                   GO TO 2100-EXIT
               WHEN OTHER
                   DISPLAY 'ERREUR SQL CLIENT : ' SQLCODE
                   SET DEMANDE-INVALIDE TO TRUE
                   GO TO 2100-EXIT
           END-EVALUATE

           IF WS-TYPE-FRAIS = 'COM'
               GO TO 2100-EXIT
           END-IF

      * Le frais nomme doit avoir ete facture sur la periode, et
      * ce qui en a deja ete rembourse (ou est en attente) vient
      * en deduction
           EXEC SQL
               SELECT COALESCE(SUM(MONTANT_MVT), 0)
               INTO :WS-FACTURE
               FROM MOUVEMENT
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
                 AND NATURE = :WS-TYPE-FRAIS
                 AND SENS = 'DB'
                 AND SUBSTR(DATE_MVT, 1, 7) = :WS-PERIODE-FRAIS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SQL FRAIS FACTURES : ' SQLCODE
               SET DEMANDE-INVALIDE TO TRUE
               GO TO 2100-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(MONTANT_REMB), 0)
               INTO :WS-DEJA-FRAIS
               FROM REMBFRAIS
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
                 AND TYPE_FRAIS = :WS-TYPE-FRAIS
                 AND PERIODE_FRAIS = :WS-PERIODE-FRAIS
                 AND STATUT IN ('A', 'V')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SQL REMBOURSEMENTS : ' SQLCODE
               SET DEMANDE-INVALIDE TO TRUE
               GO TO 2100-EXIT
           END-IF

           COMPUTE WS-RESTE = WS-FACTURE - WS-DEJA-FRAIS
           IF WS-FACTURE = 0
               DISPLAY 'ERREUR : AUCUN FRAIS ' WS-TYPE-FRAIS
                       ' FACTURE SUR ' WS-PERIODE-FRAIS
               SET DEMANDE-INVALIDE TO TRUE
           ELSE
               IF WS-MONTANT > WS-RESTE
                   MOVE WS-RESTE TO WS-MONTANT-ED
                   DISPLAY 'ERREUR : RESTE A REMBOURSER SUR CE'
                           ' FRAIS : ' WS-MONTANT-ED
                   SET DEMANDE-INVALIDE TO TRUE
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      * Plafond annuel du client : demandes en attente et
      * remboursements accordes de l'annee civile de la demande,
      * hors la demande controlee elle-meme
       2200-CONTROLER-PLAFOND.
           EXEC SQL
               SELECT COALESCE(SUM(MONTANT_REMB), 0)
               INTO :WS-DEJA-ANNEE
               FROM REMBFRAIS
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
                 AND SUBSTR(DATE_DEMANDE, 1, 4) = :WS-ANNEE-DEMANDE
                 AND STATUT IN ('A', 'V')
                 AND NUM_REMB <> :WS-NUM-REMB
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SQL PLAFOND : ' SQLCODE
               SET DEMANDE-INVALIDE TO TRUE
           ELSE
               IF WS-DEJA-ANNEE + WS-MONTANT > WS-PLAFOND
                   MOVE WS-DEJA-ANNEE TO WS-TOTAL-ED
                   DISPLAY 'ERREUR : PLAFOND ANNUEL DEPASSE (DEJA '
                           WS-TOTAL-ED ')'
                   SET DEMANDE-INVALIDE TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------
      * Validation par un superviseur
      *---------------------------------------------------------
       3000-VALIDER.
           PERFORM 3100-LIRE-EN-ATTENTE THRU 3100-EXIT
           IF DEMANDE-INVALIDE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

      * Le plafond est recontrole : il a pu etre consomme depuis
           MOVE WS-DATE-DEMANDE(1:4) TO WS-ANNEE-DEMANDE
           PERFORM 2200-CONTROLER-PLAFOND
           IF DEMANDE-INVALIDE
               DISPLAY 'VALIDATION IMPOSSIBLE - DEMANDE A REFUSER'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           PERFORM 5000-ACCORDER.

       3000-EXIT.
           EXIT.

       3100-LIRE-EN-ATTENTE.
           ACCEPT WS-NUM-REMB-IN
           ACCEPT WS-VALIDEUR
           IF WS-NUM-REMB-IN NOT NUMERIC OR WS-VALIDEUR = SPACES
               DISPLAY 'NUMERO (8 CHIFFRES) ET SUPERVISEUR'
                       ' OBLIGATOIRES'
               SET DEMANDE-INVALIDE TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-NUM-REMB-IN TO WS-NUM-REMB-ED
           MOVE WS-NUM-REMB-ED TO WS-NUM-REMB

           EXEC SQL
               SELECT NUM_COMPTE, TYPE_FRAIS, NATURE_COM,
                      PERIODE_FRAIS, MONTANT_REMB, MOTIF,
                      CONSEILLER, DATE_DEMANDE, STATUT
               INTO :WS-NUM-COMPTE, :WS-TYPE-FRAIS, :WS-NATURE-COM,
                    :WS-PERIODE-FRAIS, :WS-MONTANT, :WS-MOTIF,
                    :WS-CONSEILLER, :WS-DATE-DEMANDE, :WS-STATUT
               FROM REMBFRAIS
               WHERE NUM_REMB = :WS-NUM-REMB
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'REMBOURSEMENT INCONNU : ' WS-NUM-REMB-ED
                   SET DEMANDE-INVALIDE TO TRUE
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'ERREUR SQL REMBFRAIS : ' SQLCODE
                   SET DEMANDE-INVALIDE TO TRUE
                   GO TO 3100-EXIT
           END-EVALUATE

           MOVE WS-MONTANT TO WS-MONTANT-ED
           DISPLAY 'REMBOURSEMENT ' WS-NUM-REMB-ED ' COMPTE '
                   WS-NUM-COMPTE ' ' WS-TYPE-FRAIS ' '
                   WS-PERIODE-FRAIS ' ' WS-MONTANT-ED
           DISPLAY 'DEMANDE PAR ' WS-CONSEILLER ' LE '
                   WS-DATE-DEMANDE

           IF WS-STATUT NOT = 'A'
               DISPLAY 'DEMANDE NON EN ATTENTE (STATUT ' WS-STATUT
                       ')'
               SET DEMANDE-INVALIDE TO TRUE
           END-IF
           IF WS-VALIDEUR = WS-CONSEILLER
               DISPLAY 'LE CONSEILLER NE PEUT VALIDER SA PROPRE'
                       ' DEMANDE'
               SET DEMANDE-INVALIDE TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------
      * Refus par un superviseur
      *---------------------------------------------------------
       4000-REFUSER.
           PERFORM 3100-LIRE-EN-ATTENTE THRU 3100-EXIT
           IF DEMANDE-INVALIDE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           EXEC SQL
               UPDATE REMBFRAIS
               SET STATUT = 'R',
                   VALIDEUR = :WS-VALIDEUR,
                   DATE_VALID = :WS-DATE-JOUR-SQL
               WHERE NUM_REMB = :WS-NUM-REMB
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR MAJ REMBFRAIS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE 'REMBFRAI' TO AUD-TABLE
           MOVE SPACES TO AUD-CLE
           STRING WS-NUM-COMPTE ' ' WS-NUM-REMB-ED
               DELIMITED BY SIZE INTO AUD-CLE
           MOVE 'STATUT A' TO AUD-ANCIENNE
           MOVE SPACES TO AUD-NOUVELLE
           STRING 'REFUSE PAR ' WS-VALIDEUR
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           EXEC SQL COMMIT END-EXEC
           DISPLAY 'REMBOURSEMENT REFUSE PAR ' WS-VALIDEUR.

       4000-EXIT.
           EXIT.

      *---------------------------------------------------------
      * Remboursement accorde : statut, credit et audit dans la
      * meme unite d'oeuvre
      *---------------------------------------------------------
       5000-ACCORDER.
           EXEC SQL
               UPDATE REMBFRAIS
               SET STATUT = 'V',
                   VALIDEUR = :WS-VALIDEUR,
                   DATE_VALID = :WS-DATE-JOUR-SQL
               WHERE NUM_REMB = :WS-NUM-REMB
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR MAJ REMBFRAIS : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           IF WS-TYPE-FRAIS = 'COM'
               PERFORM 5200-TRANSMETTRE-COMMISSION
           ELSE
               PERFORM 5100-CREDITER-FRAIS
           END-IF

           MOVE WS-NUM-REMB TO WS-NUM-REMB-ED
           MOVE 'REMBFRAI' TO AUD-TABLE
           MOVE SPACES TO AUD-CLE
           STRING WS-NUM-COMPTE ' ' WS-NUM-REMB-ED
               DELIMITED BY SIZE INTO AUD-CLE
           MOVE 'STATUT A' TO AUD-ANCIENNE
           MOVE SPACES TO AUD-NOUVELLE
           STRING 'ACCORDE PAR ' WS-VALIDEUR
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           EXEC SQL COMMIT END-EXEC

           MOVE WS-MONTANT TO WS-MONTANT-ED
           DISPLAY ' '
           DISPLAY '--- REMBOURSEMENT ACCORDE ---'
           DISPLAY 'NUMERO      : ' WS-NUM-REMB-ED
           DISPLAY 'COMPTE      : ' WS-NUM-COMPTE
           DISPLAY 'FRAIS       : ' WS-TYPE-FRAIS ' ' WS-NATURE-COM
                   ' ' WS-PERIODE-FRAIS
           DISPLAY 'MONTANT     : ' WS-MONTANT-ED
           DISPLAY 'ACCORDE PAR : ' WS-VALIDEUR.

      * Credit NATURE 'RMB' impute par POSTMVT, rattache au
      * remboursement par REF_MOUV
       5100-CREDITER-FRAIS.
           PERFORM 7000-CONTROLER-PERIODE
           IF WS-TYPE-FRAIS = 'FRA'
               MOVE 'REMB FRAIS TENU' TO WS-LIB-MOUV
           ELSE
               MOVE 'REMB AGIOS' TO WS-LIB-MOUV
           END-IF

           EXEC SQL
               INSERT INTO MOUVEMENT
               (NUM_COMPTE, DATE_MVT, LIB_MOUV,
                MONTANT_MVT, SENS, NATURE, ETAT_POST, REF_MOUV)
               VALUES
               (:WS-NUM-COMPTE, :WS-DATE-JOUR-SQL, :WS-LIB-MOUV,
                :WS-MONTANT, 'CR', 'RMB', 'N', :WS-NUM-REMB)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR INSERT CREDIT ' WS-NUM-COMPTE
                       ' : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE 'MOUVEMNT' TO AUD-TABLE
           MOVE WS-NUM-COMPTE TO AUD-CLE
           MOVE SPACES TO AUD-ANCIENNE
           MOVE WS-MONTANT TO WS-MONTANT-ED
           MOVE SPACES TO AUD-NOUVELLE
           STRING 'RMB ' WS-TYPE-FRAIS ' ' WS-MONTANT-ED
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT.

      * La commission a ete facturee dans la chaine : l'ordre est
      * passe a PJ40COMM qui emet le credit au passage suivant
       5200-TRANSMETTRE-COMMISSION.
           OPEN EXTEND F-REMBCOM
           IF WS-FS-RCO = '35'
               CLOSE F-REMBCOM
               OPEN OUTPUT F-REMBCOM
           END-IF
           IF WS-FS-RCO NOT = '00'
               DISPLAY 'FICHIER FREMBCOM INDISPONIBLE : ' WS-FS-RCO
               PERFORM 8000-ABANDON
           END-IF

           MOVE SPACES TO ENR-REMBCOM
           MOVE WS-NUM-COMPTE TO RCO-NUM-COMPTE
           MOVE WS-NATURE-COM TO RCO-NATURE
           MOVE WS-PERIODE-FRAIS TO RCO-PERIODE
           MOVE WS-MONTANT TO RCO-MONTANT
           MOVE WS-NUM-REMB TO RCO-NUM-REMB
           MOVE WS-MOTIF TO RCO-MOTIF
           WRITE ENR-REMBCOM
           IF WS-FS-RCO NOT = '00'
               DISPLAY 'ERREUR ECRITURE FREMBCOM : ' WS-FS-RCO
               CLOSE F-REMBCOM
               PERFORM 8000-ABANDON
           END-IF
           CLOSE F-REMBCOM.

       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'REMBOURSEMENT INTERROMPU - RIEN N EST RETENU'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9000-FIN.
           DISPLAY 'FIN DU PROGRAMME REMBFRS'.

      * Refus explicite d'une DATE_MVT dans une periode fermee
       7000-CONTROLER-PERIODE.
           MOVE WS-DATE-JOUR-SQL(1:7) TO WS-PERIODE-MVT
           EXEC SQL
               SELECT ETAT
               INTO :WS-ETAT-PERIODE
               FROM PERIODE
               WHERE PERIODE = :WS-PERIODE-MVT
           END-EXEC
           IF SQLCODE = 0 AND WS-ETAT-PERIODE = 'F'
               DISPLAY 'PERIODE ' WS-PERIODE-MVT
                       ' FERMEE - MOUVEMENT REFUSE (REMBFRS)'
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
